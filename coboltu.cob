      *>                   file uses to clear the checkpoint file, so
      *>                   the next run started over from record one
      *>                   instead of resuming.
      *> 10/14/26 DDUENAS  The nightly pass checks the new run ledger
      *>                   (RUNLREC, DD RUNLEDG) before touching
      *>                   anything: the run is refused with RC=12
      *>                   when MYPROGL has not completed for the open
      *>                   cycle's business date, or when this step
      *>                   already has, unless a fifth PARM field says
      *>                   OVERRIDE; the start and the return code are
      *>                   recorded (the RC=2 weekend skip counts as
      *>                   complete).  The purge pass is not a step of
      *>                   the nightly cycle and does not use the
      *>                   ledger.  PARM text widened to 30 for the
      *>                   extra field.
      *> 10/14/26 DDUENAS  Service and generic accounts are left out of
      *>                   the purge pass - they are recertified to
      *>                   their owner instead of aging out - and are
      *>                   counted on a new register total line.  The
      *>                   extract and the purge archive carry the
      *>                   account type and owner (record length 66 to
      *>                   75).
      *> 10/15/26 DDUENAS  The purge pass journals its work (JRNLREC,
      *>                   DD USRJRNL) under MYPROG as the operator:
      *>                   an inactivity suspend as a change with both
      *>                   images, so it reaches the journal report,
      *>                   the manager notices, and the access history
      *>                   instead of only the register.  A purge also
      *>                   revokes every entitlement row the user held
      *>                   (DD USRENTL), each journaled "V" with the row
      *>                   as the before image.  A journal write that
      *>                   fails is RC=4.
      *>
      *>****************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PURGE-COUNTS.

           SELECT JOURNAL-FILE ASSIGN TO "USRJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-JOURNAL-FILE.

           SELECT ENTITLEMENT-FILE ASSIGN TO "USRENTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-ENTITLE-KEY
               FILE STATUS IS FS-ENTITLEMENT-FILE.

           SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RL-KEY
               FILE STATUS IS FS-RUN-LEDGER.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
               ==UM-DATE-LAST-MAINT==   BY ==EXT-DATE-LAST-MAINT==
               ==UM-STATUS==            BY ==EXT-STATUS==
               ==UM-STATUS-ACTIVE==     BY ==EXT-STATUS-ACTIVE==
               ==UM-STATUS-SUSPENDED==  BY ==EXT-STATUS-SUSPENDED==
               ==UM-ACCOUNT-TYPE==      BY ==EXT-ACCOUNT-TYPE==
               ==UM-ACCOUNT-PERSON==    BY ==EXT-ACCOUNT-PERSON==
               ==UM-ACCOUNT-SERVICE==   BY ==EXT-ACCOUNT-SERVICE==
               ==UM-ACCOUNT-GENERIC==   BY ==EXT-ACCOUNT-GENERIC==
               ==UM-ACCOUNT-NON-PERSON== BY ==EXT-ACCOUNT-NON-PERSON==
               ==UM-OWNER-ID==          BY ==EXT-OWNER-ID==.

       FD  EXTRACT-DELIM-FILE
           RECORDING MODE IS F.
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

       FD  PURGE-COUNTS-FILE
           RECORDING MODE IS F.
           COPY CTLCNTS.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY JRNLREC.

       FD  ENTITLEMENT-FILE.
           COPY ENTLREC.

       FD  RUN-LEDGER-FILE.
           COPY RUNLREC.

       WORKING-STORAGE SECTION.

       COPY RPTHDR.
               88  RUN-MODE-PURGE                    VALUE "P".
           05  WS-PARM-EXTRACT-CODE    PIC X(01) VALUE SPACES.
               88  EXTRACT-DELIMITED                 VALUE "D".
           05  WS-PARM-LEDGER-CODE     PIC X(08) VALUE SPACES.
               88  LEDGER-OVERRIDE-REQUESTED         VALUE "OVERRIDE".

       01  WS-PRINT-CONTROL.
           05  WS-ALLOW-DETAIL-PRINT   PIC X(01) VALUE "Y".
           05  WS-RUN-TIME             PIC X(08).
           05  WS-RUN-USER-ID          PIC X(08) VALUE SPACES.

      *> Run ledger: this step's place in the nightly cycle and the
      *> business date it is running for
       01  WS-RUN-LEDGER-CONTROL.
           05  WS-LEDGER-PROGRAM       PIC X(08) VALUE "MYPROG".
           05  WS-LEDGER-PREDECESSOR   PIC X(08) VALUE "MYPROGL".
           05  WS-LEDGER-BUSINESS-DATE PIC 9(08) VALUE ZERO.
           05  WS-LEDGER-TODAY         PIC 9(08) VALUE ZERO.
           05  WS-LEDGER-TIME          PIC X(08) VALUE SPACES.
           05  WS-LEDGER-OPEN-SWITCH   PIC X(01) VALUE "N".
               88  LEDGER-FILE-OPEN            VALUE "Y".
           05  WS-LEDGER-REFUSED-SWITCH PIC X(01) VALUE "N".
               88  LEDGER-RUN-REFUSED          VALUE "Y".
           05  WS-LEDGER-OVERRIDE-SWITCH PIC X(01) VALUE "N".
               88  LEDGER-OVERRIDE             VALUE "Y".
           05  WS-LEDGER-FOUND-SWITCH  PIC X(01) VALUE "N".
               88  LEDGER-ENTRY-FOUND          VALUE "Y".

       01  WS-FILE-STATUSES.
           05  FS-USER-MASTER          PIC X(02) VALUE "00".
               88  FS-USER-MASTER-OK              VALUE "00".
               88  FS-PURGE-FILE-OK                VALUE "00".
           05  FS-PURGE-COUNTS         PIC X(02) VALUE "00".
               88  FS-PURGE-COUNTS-OK              VALUE "00".
           05  FS-RUN-LEDGER           PIC X(02) VALUE "00".
               88  FS-RUN-LEDGER-OK               VALUE "00".
           05  FS-JOURNAL-FILE         PIC X(02) VALUE "00".
               88  FS-JOURNAL-FILE-OK             VALUE "00".
           05  FS-ENTITLEMENT-FILE     PIC X(02) VALUE "00".
               88  FS-ENTITLEMENT-FILE-OK         VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
               88  DEPT-FILE-AVAILABLE              VALUE "Y".
           05  WS-DELIM-FILE-SWITCH    PIC X(01) VALUE "N".
               88  DELIM-FILE-OPEN                  VALUE "Y".
           05  WS-JOURNAL-FILE-SWITCH  PIC X(01) VALUE "N".
               88  JOURNAL-FILE-AVAILABLE           VALUE "Y".
           05  WS-ENTL-FILE-SWITCH     PIC X(01) VALUE "N".
               88  ENTL-FILE-AVAILABLE              VALUE "Y".
           05  WS-ENTL-EOF-SWITCH      PIC X(01) VALUE "N".
               88  END-OF-USER-ENTITLEMENTS         VALUE "Y".

      *> The purge pass journals what it does to a user's access: the
      *> image before a suspend, and the user a purge is revoking roles
      *> from
       01  WS-PURGE-JOURNAL-WORK.
           05  WS-SUSPEND-BEFORE-IMAGE PIC X(75) VALUE SPACES.
           05  WS-PURGED-USER-ID       PIC X(08) VALUE SPACES.
           05  WS-ROLES-REVOKED        PIC 9(03) VALUE ZERO.
           05  WS-JOURNAL-FAILURES     PIC 9(07) COMP VALUE ZERO.

       01  WS-VALIDATION-CONTROL.
           05  WS-CONTROL-COUNT        PIC 9(03) VALUE ZERO.
           05  XH-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
           05  XH-RUN-USER-ID          PIC X(08) VALUE SPACES.
           05  XH-RUN-TIME             PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-EXTRACT-TRAILER-RECORD.
           05  XT-RECORD-ID            PIC X(08) VALUE "*TRL*".
           05  XT-RECORD-COUNT         PIC 9(09) VALUE ZERO.
           05  XT-HASH-TOTAL           PIC 9(13) VALUE ZERO.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-EXTRACT-CONTROL.
           05  WS-EXTRACT-COUNT        PIC 9(09) COMP VALUE ZERO.
           05  WS-IDLE-DAYS            PIC S9(07) COMP VALUE ZERO.
           05  WS-USERS-SUSPENDED      PIC 9(07) COMP VALUE ZERO.
           05  WS-USERS-PURGED         PIC 9(07) COMP VALUE ZERO.
           05  WS-ACCOUNTS-EXEMPT      PIC 9(07) COMP VALUE ZERO.

       01  WS-PURGE-COLUMN-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
               "USERS PURGED ...... ".
           05  PT-USERS-PURGED         PIC ZZZ,ZZ9.

       01  WS-PURGE-EXEMPT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "SERVICE EXEMPT .... ".
           05  PT-ACCOUNTS-EXEMPT      PIC ZZZ,ZZ9.

       01  WS-CHECKPOINT-CONTROL.
           05  WS-CHECKPOINT-INTERVAL  PIC 9(05) VALUE 00100.
           05  WS-CHECKPOINT-QUOTIENT  PIC 9(07) COMP VALUE ZERO.
       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH          PIC S9(04) COMP.
           05  LK-PARM-TEXT            PIC X(30).

       PROCEDURE DIVISION USING LK-PARM-AREA.
      *>****************************************************************
      *> 0000-MAINLINE
      *>****************************************************************
       0000-MAINLINE.
           PERFORM 0100-START-RUN-LEDGER
               THRU 0100-START-RUN-LEDGER-EXIT.
           IF NOT LEDGER-RUN-REFUSED
               PERFORM 1000-INITIALIZE
                   THRU 1000-INITIALIZE-EXIT
               PERFORM 2000-PROCESS-USERS
                   THRU 2000-PROCESS-USERS-EXIT
                   UNTIL END-OF-USER-FILE
               PERFORM 3000-TERMINATE
                   THRU 3000-TERMINATE-EXIT
           END-IF.
           PERFORM 0900-END-RUN-LEDGER
               THRU 0900-END-RUN-LEDGER-EXIT.
           STOP RUN.

      *>****************************************************************
      *> 0100-START-RUN-LEDGER - check the nightly pass's place in the
      *> cycle on the run ledger before anything else is touched: the
      *> run is refused when the step ahead of it has not completed for
      *> the business date, or when this step already has, unless the
      *> fifth PARM field says OVERRIDE; then the start is recorded.
      *> The purge pass runs outside the nightly cycle and is not
      *> checked.
      *>****************************************************************
       0100-START-RUN-LEDGER.
           ACCEPT WS-LEDGER-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-LEDGER-TIME FROM TIME.
           IF LK-PARM-LENGTH > ZERO
               UNSTRING LK-PARM-TEXT DELIMITED BY ","
                   INTO WS-PARM-RUN-USER-ID WS-PARM-CLASS-CODE
                       WS-PARM-RUN-MODE WS-PARM-EXTRACT-CODE
                       WS-PARM-LEDGER-CODE
               END-UNSTRING
               IF LEDGER-OVERRIDE-REQUESTED
                   SET LEDGER-OVERRIDE TO TRUE
               END-IF
           END-IF.
           IF NOT RUN-MODE-PURGE
               PERFORM 0110-CHECK-RUN-LEDGER
                   THRU 0110-CHECK-RUN-LEDGER-EXIT
           END-IF.
       0100-START-RUN-LEDGER-EXIT.
           EXIT.

       0110-CHECK-RUN-LEDGER.
           OPEN I-O RUN-LEDGER-FILE.
           IF FS-RUN-LEDGER-OK
               SET LEDGER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "MYPROG: UNABLE TO OPEN RUN-LEDGER-FILE, "
                   "STATUS = " FS-RUN-LEDGER
               IF LEDGER-OVERRIDE
                   DISPLAY "MYPROG: OVERRIDE - RUNNING WITHOUT THE RUN "
                       "LEDGER"
               ELSE
                   SET LEDGER-RUN-REFUSED TO TRUE
               END-IF
           END-IF.
           IF LEDGER-FILE-OPEN
               PERFORM 0150-FIND-CYCLE-DATE
                   THRU 0150-FIND-CYCLE-DATE-EXIT
           END-IF.
           IF LEDGER-FILE-OPEN AND NOT LEDGER-RUN-REFUSED
               PERFORM 0200-CHECK-PREDECESSOR
                   THRU 0200-CHECK-PREDECESSOR-EXIT
           END-IF.
           IF LEDGER-FILE-OPEN AND NOT LEDGER-RUN-REFUSED
               PERFORM 0300-CHECK-ALREADY-RUN
                   THRU 0300-CHECK-ALREADY-RUN-EXIT
           END-IF.
           IF LEDGER-FILE-OPEN AND NOT LEDGER-RUN-REFUSED
               PERFORM 0400-RECORD-RUN-START
                   THRU 0400-RECORD-RUN-START-EXIT
           END-IF.
       0110-CHECK-RUN-LEDGER-EXIT.
           EXIT.

      *>****************************************************************
      *> 0150-FIND-CYCLE-DATE - the business date MYPROGH opened for
      *> tonight's cycle; with no cycle open the run is refused unless
      *> overridden, when it runs for today's date
      *>****************************************************************
       0150-FIND-CYCLE-DATE.
           MOVE ZERO TO RL-BUSINESS-DATE.
           MOVE "*CYCLE*" TO RL-PROGRAM-ID.
           READ RUN-LEDGER-FILE
               INVALID KEY
                   DISPLAY "MYPROG: NO NIGHTLY CYCLE IS OPEN ON THE RUN "
                       "LEDGER"
                   MOVE WS-LEDGER-TODAY TO WS-LEDGER-BUSINESS-DATE
                   IF LEDGER-OVERRIDE
                       DISPLAY "MYPROG: OVERRIDE - RUNNING FOR TODAY'S "
                           "DATE"
                   ELSE
                       SET LEDGER-RUN-REFUSED TO TRUE
                   END-IF
               NOT INVALID KEY
                   MOVE RL-CYCLE-DATE TO WS-LEDGER-BUSINESS-DATE
           END-READ.
           DISPLAY "MYPROG: BUSINESS DATE " WS-LEDGER-BUSINESS-DATE.
       0150-FIND-CYCLE-DATE-EXIT.
           EXIT.

      *>****************************************************************
      *> 0200-CHECK-PREDECESSOR - the step ahead of this one in the
      *> cycle must have completed for the business date
      *>****************************************************************
       0200-CHECK-PREDECESSOR.
           MOVE WS-LEDGER-BUSINESS-DATE TO RL-BUSINESS-DATE.
           MOVE WS-LEDGER-PREDECESSOR TO RL-PROGRAM-ID.
           MOVE "N" TO WS-LEDGER-FOUND-SWITCH.
           READ RUN-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LEDGER-ENTRY-FOUND TO TRUE
           END-READ.
           IF LEDGER-ENTRY-FOUND AND RL-STATUS-COMPLETE
               CONTINUE
           ELSE
               DISPLAY "MYPROG: " WS-LEDGER-PREDECESSOR
                   " HAS NOT COMPLETED FOR BUSINESS DATE "
                   WS-LEDGER-BUSINESS-DATE
               IF LEDGER-OVERRIDE
                   DISPLAY "MYPROG: OVERRIDE - RUNNING OUT OF SEQUENCE"
               ELSE
                   SET LEDGER-RUN-REFUSED TO TRUE
               END-IF
           END-IF.
       0200-CHECK-PREDECESSOR-EXIT.
           EXIT.

      *>****************************************************************
      *> 0300-CHECK-ALREADY-RUN - a step that completed for the business
      *> date is not run again; one that failed or never finished (an
      *> abend) may be rerun
      *>****************************************************************
       0300-CHECK-ALREADY-RUN.
           MOVE WS-LEDGER-BUSINESS-DATE TO RL-BUSINESS-DATE.
           MOVE WS-LEDGER-PROGRAM TO RL-PROGRAM-ID.
           MOVE "N" TO WS-LEDGER-FOUND-SWITCH.
           READ RUN-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LEDGER-ENTRY-FOUND TO TRUE
           END-READ.
           IF LEDGER-ENTRY-FOUND
               EVALUATE TRUE
                   WHEN RL-STATUS-COMPLETE
                       DISPLAY "MYPROG: ALREADY COMPLETED FOR BUSINESS "
                           "DATE " WS-LEDGER-BUSINESS-DATE
                           " WITH RC " RL-RETURN-CODE
                       IF LEDGER-OVERRIDE
                           DISPLAY "MYPROG: OVERRIDE - RUNNING AGAIN"
                       ELSE
                           SET LEDGER-RUN-REFUSED TO TRUE
                       END-IF
                   WHEN RL-STATUS-FAILED
                       DISPLAY "MYPROG: RERUN - PRIOR RUN ENDED WITH RC "
                           RL-RETURN-CODE
                   WHEN OTHER
                       DISPLAY "MYPROG: RERUN - PRIOR RUN STARTED "
                           RL-START-DATE " " RL-START-TIME
                           " NEVER FINISHED"
               END-EVALUATE
           END-IF.
       0300-CHECK-ALREADY-RUN-EXIT.
           EXIT.

      *>****************************************************************
      *> 0400-RECORD-RUN-START - mark the step started on the ledger
      *>****************************************************************
       0400-RECORD-RUN-START.
           IF NOT LEDGER-ENTRY-FOUND
               MOVE SPACES TO RUN-LEDGER-RECORD
               MOVE WS-LEDGER-BUSINESS-DATE TO RL-BUSINESS-DATE
               MOVE WS-LEDGER-PROGRAM TO RL-PROGRAM-ID
               MOVE ZERO TO RL-RUN-COUNT
           END-IF.
           SET RL-STATUS-STARTED TO TRUE.
           MOVE WS-LEDGER-TODAY TO RL-START-DATE.
           MOVE WS-LEDGER-TIME TO RL-START-TIME.
           MOVE ZERO TO RL-END-DATE.
           MOVE SPACES TO RL-END-TIME.
           MOVE ZERO TO RL-RETURN-CODE.
           ADD 1 TO RL-RUN-COUNT.
           IF LEDGER-OVERRIDE
               MOVE "Y" TO RL-OVERRIDE-FLAG
           ELSE
               MOVE "N" TO RL-OVERRIDE-FLAG
           END-IF.
           IF LEDGER-ENTRY-FOUND
               REWRITE RUN-LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "MYPROG: RUN LEDGER REWRITE FAILED, "
                           "STATUS = " FS-RUN-LEDGER
                       SET LEDGER-RUN-REFUSED TO TRUE
               END-REWRITE
           ELSE
               WRITE RUN-LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "MYPROG: RUN LEDGER WRITE FAILED, "
                           "STATUS = " FS-RUN-LEDGER
                       SET LEDGER-RUN-REFUSED TO TRUE
               END-WRITE
           END-IF.
       0400-RECORD-RUN-START-EXIT.
           EXIT.

      *>****************************************************************
      *> 0900-END-RUN-LEDGER - record the step's return code on the
      *> ledger (complete below RC=8, failed otherwise), or end a
      *> refused run with RC=12 and nothing processed
      *>****************************************************************
       0900-END-RUN-LEDGER.
           IF LEDGER-RUN-REFUSED
               DISPLAY "MYPROG: RUN REFUSED BY THE RUN LEDGER - RC=12"
               DISPLAY "MYPROG: RERUN WITH PARM='OVERRIDE' ONLY WHEN "
                   "THIS RUN IS INTENDED"
               MOVE 12 TO RETURN-CODE
           ELSE
               IF LEDGER-FILE-OPEN
                   PERFORM 0950-RECORD-RUN-END
                       THRU 0950-RECORD-RUN-END-EXIT
               END-IF
           END-IF.
           IF LEDGER-FILE-OPEN
               CLOSE RUN-LEDGER-FILE
           END-IF.
       0900-END-RUN-LEDGER-EXIT.
           EXIT.

       0950-RECORD-RUN-END.
           ACCEPT WS-LEDGER-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-LEDGER-TIME FROM TIME.
           MOVE WS-LEDGER-BUSINESS-DATE TO RL-BUSINESS-DATE.
           MOVE WS-LEDGER-PROGRAM TO RL-PROGRAM-ID.
           READ RUN-LEDGER-FILE
               INVALID KEY
                   DISPLAY "MYPROG: RUN LEDGER ENTRY MISSING AT END OF "
                       "RUN, STATUS = " FS-RUN-LEDGER
               NOT INVALID KEY
                   MOVE WS-LEDGER-TODAY TO RL-END-DATE
                   MOVE WS-LEDGER-TIME TO RL-END-TIME
                   MOVE RETURN-CODE TO RL-RETURN-CODE
                   IF RETURN-CODE < 8
                       SET RL-STATUS-COMPLETE TO TRUE
                   ELSE
                       SET RL-STATUS-FAILED TO TRUE
                   END-IF
                   REWRITE RUN-LEDGER-RECORD
                       INVALID KEY
                           DISPLAY "MYPROG: RUN LEDGER REWRITE FAILED, "
                               "STATUS = " FS-RUN-LEDGER
                   END-REWRITE
           END-READ.
       0950-RECORD-RUN-END-EXIT.
           EXIT.

      *>****************************************************************
      *> 1000-INITIALIZE - open the master file and prime the read
      *>****************************************************************
                           "PURGE-COUNTS-FILE, STATUS = "
                           FS-PURGE-COUNTS
                   END-IF
                   OPEN EXTEND JOURNAL-FILE
                   IF FS-JOURNAL-FILE-OK
                       SET JOURNAL-FILE-AVAILABLE TO TRUE
                   ELSE
                       DISPLAY "MYPROG: UNABLE TO OPEN JOURNAL-FILE, "
                           "STATUS = " FS-JOURNAL-FILE
                           " - SUSPENDS AND REVOKES NOT JOURNALED"
                   END-IF
                   OPEN I-O ENTITLEMENT-FILE
                   IF FS-ENTITLEMENT-FILE-OK
                       SET ENTL-FILE-AVAILABLE TO TRUE
                   ELSE
                       DISPLAY "MYPROG: ENTITLEMENT-FILE UNAVAILABLE, "
                           "STATUS = " FS-ENTITLEMENT-FILE
                           " - PURGED USERS' ROLES NOT REVOKED"
                   END-IF
               ELSE
                   OPEN INPUT USER-MASTER-FILE
               END-IF
           MOVE UM-DATE-ADDED TO EXT-DATE-ADDED.
           MOVE UM-DATE-LAST-MAINT TO EXT-DATE-LAST-MAINT.
           MOVE UM-STATUS TO EXT-STATUS.
           MOVE UM-ACCOUNT-TYPE TO EXT-ACCOUNT-TYPE.
           MOVE UM-OWNER-ID TO EXT-OWNER-ID.
           WRITE EXTRACT-RECORD.
           ADD 1 TO WS-EXTRACT-COUNT.
           PERFORM 2550-ACCUMULATE-HASH
      *> threshold is archived and deleted.  A record with no usable
      *> dates ages straight to the suspend action, which stamps it,
      *> so nothing is ever purged without having been suspended
      *> first.  Service and generic accounts are only counted - their
      *> owner recertifies them.
      *>****************************************************************
       2800-REVIEW-USER-AGING.
           IF UM-ACCOUNT-NON-PERSON
               ADD 1 TO WS-ACCOUNTS-EXEMPT
               MOVE ZERO TO WS-IDLE-DAYS
           ELSE
               PERFORM 2810-COMPUTE-IDLE-DAYS
                   THRU 2810-COMPUTE-IDLE-DAYS-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN UM-ACCOUNT-NON-PERSON
                   CONTINUE
               WHEN UM-STATUS-SUSPENDED
                   AND WS-IDLE-DAYS > WS-PURGE-AFTER-DAYS
                   PERFORM 2860-PURGE-USER
       2800-REVIEW-USER-AGING-EXIT.
           EXIT.

      *>****************************************************************
      *> 2810-COMPUTE-IDLE-DAYS - days since the user was last
      *> maintained, or added when never maintained
      *>****************************************************************
       2810-COMPUTE-IDLE-DAYS.
           IF UM-DATE-LAST-MAINT > ZERO
               MOVE UM-DATE-LAST-MAINT TO WS-AGING-DATE
           ELSE
               MOVE UM-DATE-ADDED TO WS-AGING-DATE
           END-IF.
           IF WS-AGING-DATE > ZERO
               COMPUTE WS-AGING-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-AGING-DATE)
               COMPUTE WS-IDLE-DAYS =
                   WS-TODAY-INTEGER - WS-AGING-INTEGER
               IF WS-IDLE-DAYS < ZERO
                   MOVE ZERO TO WS-IDLE-DAYS
               END-IF
           ELSE
               COMPUTE WS-IDLE-DAYS = WS-PURGE-AFTER-DAYS + 1
           END-IF.
       2810-COMPUTE-IDLE-DAYS-EXIT.
           EXIT.

      *>****************************************************************
      *> 2850-SUSPEND-USER - move an idle user to suspended status in
      *> place; the restamped maintenance date starts the suspension
      *> clock for the later purge decision.  The suspend is journaled
      *> as a change by MYPROG with both images, so it reaches the
      *> journal report and the access history like any other change.
      *>****************************************************************
       2850-SUSPEND-USER.
           MOVE USER-MASTER-RECORD TO WS-SUSPEND-BEFORE-IMAGE.
           SET UM-STATUS-SUSPENDED TO TRUE.
           MOVE WS-RUN-DATE-CENTURY TO UM-DATE-LAST-MAINT.
           REWRITE USER-MASTER-RECORD.
                   UM-USER-ID ", STATUS = " FS-USER-MASTER
           ELSE
               ADD 1 TO WS-USERS-SUSPENDED
               MOVE SPACES TO JOURNAL-RECORD
               MOVE "C" TO JR-ACTION-CODE
               MOVE WS-SUSPEND-BEFORE-IMAGE TO JR-BEFORE-IMAGE
               MOVE USER-MASTER-RECORD TO JR-AFTER-IMAGE
               PERFORM 2880-WRITE-JOURNAL-RECORD
                   THRU 2880-WRITE-JOURNAL-RECORD-EXIT
               MOVE "SUSPENDED" TO PD-ACTION
               PERFORM 2870-PRINT-PURGE-LINE
                   THRU 2870-PRINT-PURGE-LINE-EXIT

      *>****************************************************************
      *> 2860-PURGE-USER - archive a long-suspended user to the purge
      *> file, then delete the master record and revoke the roles the
      *> user held
      *>****************************************************************
       2860-PURGE-USER.
           MOVE UM-USER-ID TO PRG-USER-ID.
           MOVE UM-DATE-ADDED TO PRG-DATE-ADDED.
           MOVE UM-DATE-LAST-MAINT TO PRG-DATE-LAST-MAINT.
           MOVE UM-STATUS TO PRG-STATUS.
           MOVE UM-ACCOUNT-TYPE TO PRG-ACCOUNT-TYPE.
           MOVE UM-OWNER-ID TO PRG-OWNER-ID.
           WRITE PURGE-RECORD.
           IF NOT FS-PURGE-FILE-OK
               DISPLAY "MYPROG: PURGE ARCHIVE WRITE FAILED FOR "
                       MOVE "PURGED" TO PD-ACTION
                       PERFORM 2870-PRINT-PURGE-LINE
                           THRU 2870-PRINT-PURGE-LINE-EXIT
                       PERFORM 2865-REVOKE-PURGED-ROLES
                           THRU 2865-REVOKE-PURGED-ROLES-EXIT
               END-DELETE
           END-IF.
       2860-PURGE-USER-EXIT.
           EXIT.

      *>****************************************************************
      *> 2865-REVOKE-PURGED-ROLES - a purged user keeps no roles.  The
      *> entitlement rows are browsed from the user's first key and
      *> each is deleted and journaled "V" with the row as the before
      *> image, which is where the purged roles are kept - the purge
      *> archive holds user records only, for the restore.
      *>****************************************************************
       2865-REVOKE-PURGED-ROLES.
           IF ENTL-FILE-AVAILABLE
               MOVE UM-USER-ID TO WS-PURGED-USER-ID
               MOVE ZERO TO WS-ROLES-REVOKED
               MOVE "N" TO WS-ENTL-EOF-SWITCH
               MOVE WS-PURGED-USER-ID TO EN-USER-ID
               MOVE LOW-VALUES TO EN-APPL-CODE
               START ENTITLEMENT-FILE
                   KEY IS GREATER THAN EN-ENTITLE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-ENTL-EOF-SWITCH
               END-START
               PERFORM 2866-REVOKE-ONE-ROLE
                   THRU 2866-REVOKE-ONE-ROLE-EXIT
                   UNTIL END-OF-USER-ENTITLEMENTS
               IF WS-ROLES-REVOKED > ZERO
                   DISPLAY "MYPROG: " WS-ROLES-REVOKED
                       " ROLE(S) REVOKED WITH PURGED USER "
                       WS-PURGED-USER-ID
               END-IF
           END-IF.
       2865-REVOKE-PURGED-ROLES-EXIT.
           EXIT.

       2866-REVOKE-ONE-ROLE.
           READ ENTITLEMENT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ENTL-EOF-SWITCH
           END-READ.
           IF NOT END-OF-USER-ENTITLEMENTS
               IF EN-USER-ID NOT = WS-PURGED-USER-ID
                   MOVE "Y" TO WS-ENTL-EOF-SWITCH
               ELSE
                   MOVE SPACES TO JOURNAL-RECORD
                   MOVE "V" TO JR-ACTION-CODE
                   MOVE ENTITLEMENT-RECORD TO JR-BEFORE-IMAGE
                   DELETE ENTITLEMENT-FILE
                       INVALID KEY
                           DISPLAY "MYPROG: UNABLE TO REVOKE "
                               EN-APPL-CODE " FROM " EN-USER-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-ROLES-REVOKED
                           PERFORM 2880-WRITE-JOURNAL-RECORD
                               THRU 2880-WRITE-JOURNAL-RECORD-EXIT
                   END-DELETE
               END-IF
           END-IF.
       2866-REVOKE-ONE-ROLE-EXIT.
           EXIT.

      *>****************************************************************
      *> 2870-PRINT-PURGE-LINE - one register line per user flagged
      *> or removed, with page overflow handled
       2870-PRINT-PURGE-LINE-EXIT.
           EXIT.

      *>****************************************************************
      *> 2880-WRITE-JOURNAL-RECORD - journal one purge-pass action set
      *> up by the caller, under MYPROG as the operator and stamped
      *> with the run date and time
      *>****************************************************************
       2880-WRITE-JOURNAL-RECORD.
           IF JOURNAL-FILE-AVAILABLE
               MOVE "MYPROG" TO JR-OPERATOR-ID
               MOVE WS-RUN-DATE TO JR-ENTRY-DATE
               MOVE WS-RUN-TIME TO JR-ENTRY-TIME
               WRITE JOURNAL-RECORD
               IF NOT FS-JOURNAL-FILE-OK
                   ADD 1 TO WS-JOURNAL-FAILURES
                   DISPLAY "MYPROG: JOURNAL WRITE FAILED FOR "
                       UM-USER-ID ", STATUS = " FS-JOURNAL-FILE
               END-IF
           ELSE
               ADD 1 TO WS-JOURNAL-FAILURES
           END-IF.
       2880-WRITE-JOURNAL-RECORD-EXIT.
           EXIT.

      *>****************************************************************
      *> 3000-TERMINATE - close down and report what was read
      *>****************************************************************
               END-IF
               IF RUN-MODE-PURGE
                   CLOSE PURGE-FILE
                   IF JOURNAL-FILE-AVAILABLE
                       CLOSE JOURNAL-FILE
                   END-IF
                   IF ENTL-FILE-AVAILABLE
                       CLOSE ENTITLEMENT-FILE
                   END-IF
                   PERFORM 3600-WRITE-PURGE-COUNTS
                       THRU 3600-WRITE-PURGE-COUNTS-EXIT
                   DISPLAY "MYPROG: TOTAL USERS SUSPENDED = "
                   MOVE 2 TO RETURN-CODE
               WHEN WS-RECORDS-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN WS-JOURNAL-FAILURES > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           MOVE WS-USERS-PURGED TO PT-USERS-PURGED.
           WRITE PRINT-RECORD FROM WS-PURGE-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-ACCOUNTS-EXEMPT TO PT-ACCOUNTS-EXEMPT.
           WRITE PRINT-RECORD FROM WS-PURGE-EXEMPT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM WS-REPORT-FOOTER
               AFTER ADVANCING 2 LINES.
       3150-PRINT-PURGE-TOTALS-EXIT.
