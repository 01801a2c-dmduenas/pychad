       >>source format free
      *>****************************************************************
      *> Program name:    MYPROGX
      *> Original author: DDUENAS
      *>
      *> Maintenence Log
      *> Date      Author        Maintenance Requirement
      *> --------- ------------  ---------------------------------------
      *> 10/14/26 DDUENAS  Created to hold online maintenance off the
      *>                   user master while the nightly cycle owns
      *>                   it.  MYPROGO and MYPROGD could still update
      *>                   USRMAST and USRDEPT while STEP015 applied
      *>                   the feed and STEP020 read for the report
      *>                   and extract, so a change could reach the
      *>                   journal but not the extract, or land after
      *>                   MYPROGL had printed and cleared the journal,
      *>                   and MYPROGB called the cycle out of balance
      *>                   the next morning.  Sets or clears the
      *>                   system-status record (SYSTREC, DD SYSSTAT)
      *>                   as the PARM says:
      *>                     SET,HHMM   batch in progress, updates
      *>                                expected to reopen at HHMM
      *>                                (0600 when not given) - the
      *>                                first step of MYPROGJ
      *>                     CLEAR      updates reopen - the last step
      *>                                of MYPROGJ
      *>                     CLEAR,OPID operations reopening updates
      *>                                before the cycle has ended
      *>                                (MYPROGXJ); journaled "O"
      *>                                with the operator as an
      *>                                emergency override
      *>                   Setting a hold that is already set (the
      *>                   last cycle never reached its clear) comes
      *>                   back RC=4; a bad PARM or a status file that
      *>                   will not open is RC=8.
      *>
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MYPROGX.
       AUTHOR. DDUENAS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/14/26.
       DATE-COMPILED. 10/14/26.
       SECURITY. CONFIDENTIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSTEM-STATUS-FILE ASSIGN TO "SYSSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SS-CONTROL-KEY
               FILE STATUS IS FS-SYSTEM-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "USRJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-JOURNAL-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSTEM-STATUS-FILE.
           COPY SYSTREC.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY JRNLREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  FS-SYSTEM-STATUS        PIC X(02) VALUE "00".
               88  FS-SYSTEM-STATUS-OK            VALUE "00".
           05  FS-JOURNAL-FILE         PIC X(02) VALUE "00".
               88  FS-JOURNAL-FILE-OK             VALUE "00".

       01  WS-SWITCHES.
           05  WS-STATUS-OPEN-SWITCH   PIC X(01) VALUE "N".
               88  STATUS-FILE-OPEN-FAILED         VALUE "Y".
           05  WS-STATUS-FILE-SWITCH   PIC X(01) VALUE "N".
               88  STATUS-FILE-AVAILABLE           VALUE "Y".
           05  WS-STATUS-SAVE-SWITCH   PIC X(01) VALUE "N".
               88  STATUS-SAVE-FAILED              VALUE "Y".
           05  WS-RECORD-FOUND-SWITCH  PIC X(01) VALUE "N".
               88  STATUS-RECORD-FOUND             VALUE "Y".
           05  WS-PARM-ERROR-SWITCH    PIC X(01) VALUE "N".
               88  PARM-IN-ERROR                   VALUE "Y".
           05  WS-WARNING-SWITCH       PIC X(01) VALUE "N".
               88  RUN-HAD-WARNING                 VALUE "Y".

       01  WS-PARM-FIELDS.
           05  WS-PARM-MODE            PIC X(08) VALUE SPACES.
               88  PARM-MODE-SET               VALUE "SET".
               88  PARM-MODE-CLEAR             VALUE "CLEAR".
           05  WS-PARM-SECOND          PIC X(08) VALUE SPACES.
           05  WS-PARM-REOPEN REDEFINES WS-PARM-SECOND.
               10  WS-PARM-REOPEN-HOUR PIC 9(02).
               10  WS-PARM-REOPEN-MINUTE PIC 9(02).
               10  FILLER              PIC X(04).

       01  WS-RUN-IDENTITY.
           05  WS-RUN-DATE-CENTURY     PIC 9(08) VALUE ZERO.
           05  WS-RUN-TIME             PIC X(08) VALUE SPACES.
           05  WS-RUN-DATE             PIC X(08) VALUE SPACES.
           05  WS-OVERRIDE-OPERATOR-ID PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH          PIC S9(04) COMP.
           05  LK-PARM-TEXT            PIC X(20).

       PROCEDURE DIVISION USING LK-PARM-AREA.
      *>****************************************************************
      *> 0000-MAINLINE
      *>****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           IF NOT PARM-IN-ERROR AND NOT STATUS-FILE-OPEN-FAILED
               EVALUATE TRUE
                   WHEN PARM-MODE-SET
                       PERFORM 2000-SET-BATCH-HOLD
                           THRU 2000-SET-BATCH-HOLD-EXIT
                   WHEN PARM-MODE-CLEAR
                       PERFORM 2100-CLEAR-BATCH-HOLD
                           THRU 2100-CLEAR-BATCH-HOLD-EXIT
               END-EVALUATE
           END-IF.
           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.
           STOP RUN.

      *>****************************************************************
      *> 1000-INITIALIZE - mode and reopen time or operator off the
      *> PARM, open the status file, and read the status record
      *>****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-CENTURY FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-DATE FROM DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           IF LK-PARM-LENGTH > ZERO
               UNSTRING LK-PARM-TEXT (1 : LK-PARM-LENGTH)
                   DELIMITED BY ","
                   INTO WS-PARM-MODE WS-PARM-SECOND
               END-UNSTRING
           END-IF.
           EVALUATE TRUE
               WHEN PARM-MODE-SET
                   PERFORM 1100-EDIT-REOPEN-TIME
                       THRU 1100-EDIT-REOPEN-TIME-EXIT
               WHEN PARM-MODE-CLEAR
                   MOVE WS-PARM-SECOND TO WS-OVERRIDE-OPERATOR-ID
               WHEN OTHER
                   DISPLAY "MYPROGX: PARM MUST BE SET,HHMM OR CLEAR "
                       "OR CLEAR,OPERATOR - NOTHING CHANGED"
                   SET PARM-IN-ERROR TO TRUE
           END-EVALUATE.
           IF NOT PARM-IN-ERROR
               OPEN I-O SYSTEM-STATUS-FILE
               IF FS-SYSTEM-STATUS-OK
                   SET STATUS-FILE-AVAILABLE TO TRUE
                   PERFORM 1200-READ-STATUS-RECORD
                       THRU 1200-READ-STATUS-RECORD-EXIT
               ELSE
                   DISPLAY "MYPROGX: UNABLE TO OPEN SYSTEM-STATUS-FILE, "
                       "STATUS = " FS-SYSTEM-STATUS
                   SET STATUS-FILE-OPEN-FAILED TO TRUE
               END-IF
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *>****************************************************************
      *> 1100-EDIT-REOPEN-TIME - the time updates are expected to
      *> reopen, HHMM; 0600 when not given or not a time of day
      *>****************************************************************
       1100-EDIT-REOPEN-TIME.
           IF WS-PARM-SECOND = SPACES
               MOVE "0600" TO WS-PARM-SECOND
           END-IF.
           IF WS-PARM-REOPEN-HOUR IS NOT NUMERIC
               OR WS-PARM-REOPEN-MINUTE IS NOT NUMERIC
               OR WS-PARM-REOPEN-HOUR > 23
               OR WS-PARM-REOPEN-MINUTE > 59
               DISPLAY "MYPROGX: REOPEN TIME " WS-PARM-SECOND
                   " IS NOT HHMM - 0600 USED"
               MOVE "0600" TO WS-PARM-SECOND
               SET RUN-HAD-WARNING TO TRUE
           END-IF.
       1100-EDIT-REOPEN-TIME-EXIT.
           EXIT.

       1200-READ-STATUS-RECORD.
           MOVE SPACES TO SYSTEM-STATUS-RECORD.
           SET SS-SYSTEM-RECORD TO TRUE.
           READ SYSTEM-STATUS-FILE
               INVALID KEY
                   MOVE SPACES TO SYSTEM-STATUS-RECORD
                   SET SS-SYSTEM-RECORD TO TRUE
                   SET SS-ONLINE-OPEN TO TRUE
                   MOVE ZERO TO SS-SET-DATE
                   MOVE ZERO TO SS-CLEARED-DATE
                   MOVE ZERO TO SS-OVERRIDE-COUNT
                   MOVE ZERO TO SS-OVERRIDE-DATE
               NOT INVALID KEY
                   SET STATUS-RECORD-FOUND TO TRUE
           END-READ.
       1200-READ-STATUS-RECORD-EXIT.
           EXIT.

      *>****************************************************************
      *> 2000-SET-BATCH-HOLD - updates close until the cycle clears
      *> the hold.  A hold already set means the last cycle never got
      *> to its clear; it is taken over by tonight's and flagged.
      *>****************************************************************
       2000-SET-BATCH-HOLD.
           IF SS-BATCH-IN-PROGRESS
               DISPLAY "MYPROGX: BATCH HOLD ALREADY SET ON "
                   SS-SET-DATE " AT " SS-SET-TIME " BY "
                   SS-SET-BY-PROGRAM " - NEVER CLEARED, RESET NOW"
               SET RUN-HAD-WARNING TO TRUE
           END-IF.
           SET SS-BATCH-IN-PROGRESS TO TRUE.
           MOVE WS-RUN-DATE-CENTURY TO SS-SET-DATE.
           MOVE WS-RUN-TIME TO SS-SET-TIME.
           MOVE "MYPROGX" TO SS-SET-BY-PROGRAM.
           MOVE WS-PARM-SECOND (1 : 4) TO SS-REOPEN-TIME.
           PERFORM 2500-SAVE-STATUS-RECORD
               THRU 2500-SAVE-STATUS-RECORD-EXIT.
           DISPLAY "MYPROGX: BATCH HOLD SET - ONLINE MAINTENANCE IS "
               "INQUIRY ONLY UNTIL ABOUT " SS-REOPEN-HOUR ":"
               SS-REOPEN-MINUTE.
       2000-SET-BATCH-HOLD-EXIT.
           EXIT.

      *>****************************************************************
      *> 2100-CLEAR-BATCH-HOLD - updates reopen.  An operator on the
      *> PARM means operations are reopening them before the cycle
      *> has ended, which is journaled as an emergency override.
      *>****************************************************************
       2100-CLEAR-BATCH-HOLD.
           IF NOT SS-BATCH-IN-PROGRESS
               DISPLAY "MYPROGX: NO BATCH HOLD SET - NOTHING TO CLEAR"
           ELSE
               IF WS-OVERRIDE-OPERATOR-ID NOT = SPACES
                   PERFORM 2200-JOURNAL-OVERRIDE
                       THRU 2200-JOURNAL-OVERRIDE-EXIT
                   ADD 1 TO SS-OVERRIDE-COUNT
                   MOVE WS-OVERRIDE-OPERATOR-ID TO SS-OVERRIDE-OPERATOR
                   MOVE "MYPROGX" TO SS-OVERRIDE-PROGRAM
                   MOVE WS-RUN-DATE-CENTURY TO SS-OVERRIDE-DATE
                   MOVE WS-RUN-TIME TO SS-OVERRIDE-TIME
                   MOVE WS-OVERRIDE-OPERATOR-ID TO SS-CLEARED-BY
               ELSE
                   MOVE "*CYCLE*" TO SS-CLEARED-BY
               END-IF
               SET SS-ONLINE-OPEN TO TRUE
               MOVE WS-RUN-DATE-CENTURY TO SS-CLEARED-DATE
               MOVE WS-RUN-TIME TO SS-CLEARED-TIME
               PERFORM 2500-SAVE-STATUS-RECORD
                   THRU 2500-SAVE-STATUS-RECORD-EXIT
               DISPLAY "MYPROGX: BATCH HOLD CLEARED BY " SS-CLEARED-BY
                   " - ONLINE MAINTENANCE REOPENED"
           END-IF.
       2100-CLEAR-BATCH-HOLD-EXIT.
           EXIT.

      *>****************************************************************
      *> 2200-JOURNAL-OVERRIDE - journal operations reopening updates
      *> early ("O"), with the operator in the user-id column the way
      *> a lockout or unlock is journaled
      *>****************************************************************
       2200-JOURNAL-OVERRIDE.
           OPEN EXTEND JOURNAL-FILE.
           IF NOT FS-JOURNAL-FILE-OK
               DISPLAY "MYPROGX: UNABLE TO OPEN JOURNAL-FILE, STATUS = "
                   FS-JOURNAL-FILE " - OVERRIDE BY "
                   WS-OVERRIDE-OPERATOR-ID " NOT JOURNALED"
               SET RUN-HAD-WARNING TO TRUE
           ELSE
               MOVE SPACES TO JOURNAL-RECORD
               SET JR-ACTION-BATCH-OVERRIDE TO TRUE
               MOVE WS-OVERRIDE-OPERATOR-ID TO JR-OPERATOR-ID
               MOVE WS-RUN-DATE TO JR-ENTRY-DATE
               MOVE WS-RUN-TIME TO JR-ENTRY-TIME
               MOVE WS-OVERRIDE-OPERATOR-ID TO JRA-USER-ID
               MOVE "MYPROGX" TO JRA-USER-NAME
               WRITE JOURNAL-RECORD
               IF NOT FS-JOURNAL-FILE-OK
                   DISPLAY "MYPROGX: JOURNAL WRITE FAILED, STATUS = "
                       FS-JOURNAL-FILE
                   SET RUN-HAD-WARNING TO TRUE
               END-IF
               CLOSE JOURNAL-FILE
           END-IF.
       2200-JOURNAL-OVERRIDE-EXIT.
           EXIT.

       2500-SAVE-STATUS-RECORD.
           IF STATUS-RECORD-FOUND
               REWRITE SYSTEM-STATUS-RECORD
                   INVALID KEY
                       DISPLAY "MYPROGX: STATUS REWRITE FAILED, "
                           "STATUS = " FS-SYSTEM-STATUS
                       SET STATUS-SAVE-FAILED TO TRUE
               END-REWRITE
           ELSE
               WRITE SYSTEM-STATUS-RECORD
                   INVALID KEY
                       DISPLAY "MYPROGX: STATUS WRITE FAILED, "
                           "STATUS = " FS-SYSTEM-STATUS
                       SET STATUS-SAVE-FAILED TO TRUE
               END-WRITE
           END-IF.
       2500-SAVE-STATUS-RECORD-EXIT.
           EXIT.

      *>****************************************************************
      *> 3000-TERMINATE - close down and reflect the outcome in
      *> RETURN-CODE
      *>****************************************************************
       3000-TERMINATE.
           IF STATUS-FILE-AVAILABLE
               CLOSE SYSTEM-STATUS-FILE
           END-IF.
           EVALUATE TRUE
               WHEN PARM-IN-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN STATUS-FILE-OPEN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN STATUS-SAVE-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN RUN-HAD-WARNING
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       3000-TERMINATE-EXIT.
           EXIT.
