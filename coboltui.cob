      *>                   approval path stamps a fresh date-added,
      *>                   which would lose the history this program
      *>                   exists to preserve.)
      *> 10/14/26 DDUENAS  Purge archive record widened to 75 bytes; a
      *>                   restored service or generic account comes
      *>                   back with its type and owner as archived,
      *>                   and MYPROGA lists it that night if the
      *>                   owner has gone meanwhile.
      *> 10/14/26 DDUENAS  Nightly batch hold - while the MYPROGJ cycle
      *>                   has the system-status record (SYSTREC) set
      *>                   to batch in progress, the restore runs as a
      *>                   trial: nothing is written, each user that
      *>                   would come back is registered HELD, and the
      *>                   run ends RC=4.  OVERRIDE after the operator
      *>                   on the PARM ('opid,OVERRIDE') restores
      *>                   anyway in an emergency, journaled "O"; an
      *>                   override with no operator id is refused.
      *>                   An unopenable status cluster restores
      *>                   nothing (RC=8).
      *>
      *>****************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PRINT-FILE.

           SELECT SYSTEM-STATUS-FILE ASSIGN TO "SYSSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SS-CONTROL-KEY
               FILE STATUS IS FS-STATUS-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
               ==UM-DATE-LAST-MAINT==   BY ==PRG-DATE-LAST-MAINT==
               ==UM-STATUS==            BY ==PRG-STATUS==
               ==UM-STATUS-ACTIVE==     BY ==PRG-STATUS-ACTIVE==
               ==UM-STATUS-SUSPENDED==  BY ==PRG-STATUS-SUSPENDED==
               ==UM-ACCOUNT-TYPE==      BY ==PRG-ACCOUNT-TYPE==
               ==UM-ACCOUNT-PERSON==    BY ==PRG-ACCOUNT-PERSON==
               ==UM-ACCOUNT-SERVICE==   BY ==PRG-ACCOUNT-SERVICE==
               ==UM-ACCOUNT-GENERIC==   BY ==PRG-ACCOUNT-GENERIC==
               ==UM-ACCOUNT-NON-PERSON== BY ==PRG-ACCOUNT-NON-PERSON==
               ==UM-OWNER-ID==          BY ==PRG-OWNER-ID==.

       FD  RESTORE-CONTROL-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  PRINT-RECORD                PIC X(80).

       FD  SYSTEM-STATUS-FILE.
           COPY SYSTREC.

       WORKING-STORAGE SECTION.

       COPY RPTHDR.
           05  FILLER                  PIC X(03) VALUE " / ".
           05  RT-USERS-FAILED         PIC ZZZ,ZZ9.

       01  WS-HOLD-NOTICE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(40) VALUE
               "TRIAL ONLY - NIGHTLY CYCLE IN PROGRESS, ".
           05  FILLER                  PIC X(07) VALUE "SET AT ".
           05  HN-SET-HOUR             PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE ":".
           05  HN-SET-MINUTE           PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(27) VALUE
               " - HELD USERS NOT RESTORED".

       01  WS-PRINT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 060.
           05  WS-RUN-DATE             PIC X(08).
           05  WS-RUN-DATE-CENTURY     PIC 9(08) VALUE ZERO.
           05  WS-RUN-OPERATOR-ID      PIC X(08) VALUE SPACES.
           05  WS-PARM-OPTION          PIC X(08) VALUE SPACES.
               88  PARM-OVERRIDE-REQUESTED     VALUE "OVERRIDE".

       01  WS-FILE-STATUSES.
           05  FS-USER-MASTER          PIC X(02) VALUE "00".
               88  FS-JOURNAL-FILE-OK             VALUE "00".
           05  FS-PRINT-FILE           PIC X(02) VALUE "00".
               88  FS-PRINT-FILE-OK               VALUE "00".
           05  FS-STATUS-FILE          PIC X(02) VALUE "00".
               88  FS-STATUS-FILE-OK              VALUE "00".

       01  WS-SWITCHES.
           05  WS-CONTROL-EOF-SWITCH   PIC X(01) VALUE "N".
               88  CONTROL-FILE-AVAILABLE          VALUE "Y".
           05  WS-JOURNAL-OPEN-SWITCH  PIC X(01) VALUE "N".
               88  JOURNAL-FILE-OPEN-FAILED        VALUE "Y".
           05  WS-STATUS-OPEN-SWITCH   PIC X(01) VALUE "N".
               88  STATUS-FILE-OPEN-FAILED         VALUE "Y".
           05  WS-TRIAL-RUN-SWITCH     PIC X(01) VALUE "N".
               88  RESTORE-IS-TRIAL                VALUE "Y".

       01  WS-REQUEST-CONTROL.
           05  WS-REQUEST-COUNT        PIC 9(03) COMP VALUE ZERO.
                   INDEXED BY WS-REQ-IDX.
               10  RQ-USER-ID          PIC X(08).
               10  RQ-FOUND-SWITCH     PIC X(01).
               10  RQ-ARCHIVE-RECORD   PIC X(75).

       01  WS-COUNTERS.
           05  WS-USERS-RESTORED       PIC 9(07) COMP VALUE ZERO.
           05  WS-USERS-FAILED         PIC 9(07) COMP VALUE ZERO.
           05  WS-REQUESTS-DROPPED     PIC 9(07) COMP VALUE ZERO.
           05  WS-USERS-REDUCED        PIC 9(07) COMP VALUE ZERO.
           05  WS-USERS-HELD           PIC 9(07) COMP VALUE ZERO.

       01  WS-REDUCED-SWITCH           PIC X(01) VALUE "N".
           88  LEVEL-WAS-REDUCED               VALUE "Y".
           STOP RUN.

      *>****************************************************************
      *> 1000-INITIALIZE - operator (and any OVERRIDE) off the PARM,
      *> load the restore control cards, open the files, check the
      *> nightly batch hold, start the register, and prime the
      *> archive read
      *>****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE.
           ACCEPT WS-RUN-DATE-CENTURY FROM DATE YYYYMMDD.
           IF LK-PARM-LENGTH > ZERO
               UNSTRING LK-PARM-TEXT (1 : LK-PARM-LENGTH)
                   DELIMITED BY ","
                   INTO WS-RUN-OPERATOR-ID WS-PARM-OPTION
               END-UNSTRING
           END-IF.
           IF WS-RUN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-RUN-OPERATOR-ID
           END-IF.
           OPEN OUTPUT PRINT-FILE.
                   " - NOTHING WILL BE RESTORED UNJOURNALED"
               SET JOURNAL-FILE-OPEN-FAILED TO TRUE
           END-IF.
           PERFORM 1500-CHECK-BATCH-HOLD
               THRU 1500-CHECK-BATCH-HOLD-EXIT.
           PERFORM 1400-LOAD-RESTORE-REQUESTS
               THRU 1400-LOAD-RESTORE-REQUESTS-EXIT.
           OPEN INPUT PURGE-ARCHIVE-FILE.
               TO RH2-REPORT-TITLE.
           PERFORM 1900-PRINT-HEADERS
               THRU 1900-PRINT-HEADERS-EXIT.
           IF RESTORE-IS-TRIAL
               WRITE PRINT-RECORD FROM WS-HOLD-NOTICE-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
           END-IF.
           IF WS-REQUEST-COUNT = ZERO
               DISPLAY "MYPROGI: NO RESTORE REQUESTS - NOTHING TO DO"
               MOVE "Y" TO WS-ARCHIVE-EOF-SWITCH
           END-IF.
           IF JOURNAL-FILE-OPEN-FAILED OR MASTER-FILE-OPEN-FAILED
               OR STATUS-FILE-OPEN-FAILED
               MOVE "Y" TO WS-ARCHIVE-EOF-SWITCH
           END-IF.
           IF NOT END-OF-ARCHIVE-FILE
       1450-LOAD-RESTORE-CARD-EXIT.
           EXIT.

      *>****************************************************************
      *> 1500-CHECK-BATCH-HOLD - read the "*SYSTEM*" record on the
      *> system-status cluster; while the nightly cycle has it set to
      *> batch in progress the restore is a trial unless overridden
      *>****************************************************************
       1500-CHECK-BATCH-HOLD.
           OPEN I-O SYSTEM-STATUS-FILE.
           IF NOT FS-STATUS-FILE-OK
               DISPLAY "MYPROGI: UNABLE TO OPEN SYSTEM-STATUS-FILE, "
                   "STATUS = " FS-STATUS-FILE
                   " - NOTHING WILL BE RESTORED"
               SET STATUS-FILE-OPEN-FAILED TO TRUE
           ELSE
               MOVE SPACES TO SYSTEM-STATUS-RECORD
               SET SS-SYSTEM-RECORD TO TRUE
               READ SYSTEM-STATUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SS-BATCH-IN-PROGRESS
                           PERFORM 1550-APPLY-BATCH-HOLD
                               THRU 1550-APPLY-BATCH-HOLD-EXIT
                       END-IF
               END-READ
           END-IF.
       1500-CHECK-BATCH-HOLD-EXIT.
           EXIT.

      *>****************************************************************
      *> 1550-APPLY-BATCH-HOLD - an identified operator's OVERRIDE
      *> lets the restore run (recorded and journaled first);
      *> otherwise nothing is written and the register shows who
      *> would have come back
      *>****************************************************************
       1550-APPLY-BATCH-HOLD.
           IF PARM-OVERRIDE-REQUESTED
               AND WS-RUN-OPERATOR-ID NOT = "UNKNOWN"
               AND NOT JOURNAL-FILE-OPEN-FAILED
               AND NOT MASTER-FILE-OPEN-FAILED
               PERFORM 1560-RECORD-OVERRIDE
                   THRU 1560-RECORD-OVERRIDE-EXIT
           ELSE
               IF PARM-OVERRIDE-REQUESTED
                   AND WS-RUN-OPERATOR-ID = "UNKNOWN"
                   DISPLAY "MYPROGI: OVERRIDE REFUSED - NO OPERATOR ID "
                       "ON THE PARM"
               END-IF
               SET RESTORE-IS-TRIAL TO TRUE
           END-IF.
           IF RESTORE-IS-TRIAL
               MOVE SS-SET-TIME (1 : 2) TO HN-SET-HOUR
               MOVE SS-SET-TIME (3 : 2) TO HN-SET-MINUTE
               DISPLAY "MYPROGI: NIGHTLY CYCLE IN PROGRESS SINCE "
                   HN-SET-HOUR ":" HN-SET-MINUTE
                   " - TRIAL RUN, NOTHING RESTORED"
               DISPLAY "MYPROGI: RERUN AFTER ABOUT " SS-REOPEN-HOUR
                   ":" SS-REOPEN-MINUTE ", OR WITH OVERRIDE ON THE "
                   "PARM IN AN EMERGENCY"
           END-IF.
       1550-APPLY-BATCH-HOLD-EXIT.
           EXIT.

      *>****************************************************************
      *> 1560-RECORD-OVERRIDE - note the override on the status
      *> record and journal it ("O") with the operator as the
      *> user-id and this program as the user name; if it cannot be
      *> recorded the restore stays a trial
      *>****************************************************************
       1560-RECORD-OVERRIDE.
           IF SS-OVERRIDE-COUNT IS NOT NUMERIC
               MOVE ZERO TO SS-OVERRIDE-COUNT
           END-IF.
           ADD 1 TO SS-OVERRIDE-COUNT.
           MOVE WS-RUN-OPERATOR-ID TO SS-OVERRIDE-OPERATOR.
           MOVE "MYPROGI" TO SS-OVERRIDE-PROGRAM.
           MOVE WS-RUN-DATE-CENTURY TO SS-OVERRIDE-DATE.
           ACCEPT WS-JOURNAL-DATE FROM DATE.
           ACCEPT WS-JOURNAL-TIME FROM TIME.
           MOVE WS-JOURNAL-TIME TO SS-OVERRIDE-TIME.
           REWRITE SYSTEM-STATUS-RECORD
               INVALID KEY
                   DISPLAY "MYPROGI: UNABLE TO RECORD THE OVERRIDE, "
                       "STATUS = " FS-STATUS-FILE
                   SET RESTORE-IS-TRIAL TO TRUE
               NOT INVALID KEY
                   MOVE SPACES TO JOURNAL-RECORD
                   MOVE "O" TO JR-ACTION-CODE
                   MOVE WS-RUN-OPERATOR-ID TO JR-OPERATOR-ID
                   MOVE WS-JOURNAL-DATE TO JR-ENTRY-DATE
                   MOVE WS-JOURNAL-TIME TO JR-ENTRY-TIME
                   MOVE WS-RUN-OPERATOR-ID TO JRA-USER-ID
                   MOVE "MYPROGI" TO JRA-USER-NAME
                   WRITE JOURNAL-RECORD
                   IF NOT FS-JOURNAL-FILE-OK
                       DISPLAY "MYPROGI: JOURNAL WRITE FAILED, STATUS = "
                           FS-JOURNAL-FILE
                   END-IF
                   DISPLAY "MYPROGI: BATCH HOLD OVERRIDDEN BY "
                       WS-RUN-OPERATOR-ID
                       " - RESTORING DURING THE NIGHTLY CYCLE"
           END-REWRITE.
       1560-RECORD-OVERRIDE-EXIT.
           EXIT.

      *>****************************************************************
      *> 1900-PRINT-HEADERS - start a new register page
      *>****************************************************************

      *>****************************************************************
      *> 2500-RESTORE-REQUESTS - one register line per requested
      *> user: restored to the master (or held, on a trial run),
      *> already there, or not found on the archive
      *>****************************************************************
       2500-RESTORE-REQUESTS.
           IF NOT JOURNAL-FILE-OPEN-FAILED
               AND NOT MASTER-FILE-OPEN-FAILED
               AND NOT STATUS-FILE-OPEN-FAILED
               PERFORM 2550-RESTORE-ONE-REQUEST
                   THRU 2550-RESTORE-ONE-REQUEST-EXIT
                   VARYING WS-REQUEST-SUB FROM 1 BY 1
                   TO USER-MASTER-RECORD
               MOVE UM-USER-NAME TO RL-USER-NAME
               MOVE UM-DATE-ADDED TO RL-DATE-ADDED
               IF RESTORE-IS-TRIAL
                   PERFORM 2650-CHECK-HELD-USER
                       THRU 2650-CHECK-HELD-USER-EXIT
               ELSE
                   PERFORM 2600-WRITE-RESTORED-USER
                       THRU 2600-WRITE-RESTORED-USER-EXIT
               END-IF
           END-IF.
           PERFORM 2700-PRINT-RESTORE-LINE
               THRU 2700-PRINT-RESTORE-LINE-EXIT.
       2600-WRITE-RESTORED-USER-EXIT.
           EXIT.

      *>****************************************************************
      *> 2650-CHECK-HELD-USER - trial run during the nightly cycle:
      *> nothing is written; a user not already on the master is
      *> registered HELD, to come back when the restore is rerun
      *>****************************************************************
       2650-CHECK-HELD-USER.
           READ USER-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-USERS-HELD
                   MOVE "HELD" TO RL-RESULT
               NOT INVALID KEY
                   ADD 1 TO WS-USERS-FAILED
                   MOVE "ON MASTER" TO RL-RESULT
           END-READ.
       2650-CHECK-HELD-USER-EXIT.
           EXIT.

      *>****************************************************************
      *> 2700-PRINT-RESTORE-LINE - one register line per requested
      *> user, with page overflow handled
           IF NOT JOURNAL-FILE-OPEN-FAILED
               CLOSE JOURNAL-FILE
           END-IF.
           IF NOT STATUS-FILE-OPEN-FAILED
               CLOSE SYSTEM-STATUS-FILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "MYPROGI: USERS REQUESTED = " WS-REQUEST-COUNT.
           DISPLAY "MYPROGI: USERS RESTORED = " WS-USERS-RESTORED.
               DISPLAY "MYPROGI: REQUESTS NOT PROCESSED (TABLE "
                   "FULL) = " WS-REQUESTS-DROPPED
           END-IF.
           IF RESTORE-IS-TRIAL
               DISPLAY "MYPROGI: USERS HELD FOR THE NIGHTLY CYCLE = "
                   WS-USERS-HELD
           END-IF.
           EVALUATE TRUE
               WHEN MASTER-FILE-OPEN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN JOURNAL-FILE-OPEN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN STATUS-FILE-OPEN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN RESTORE-IS-TRIAL
                   MOVE 4 TO RETURN-CODE
               WHEN WS-USERS-FAILED > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN WS-REQUESTS-DROPPED > ZERO
