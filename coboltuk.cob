       >>source format free
      *>****************************************************************
      *> Program name:    MYPROGK
      *> Original author: DDUENAS
      *>
      *> Maintenence Log
      *> Date      Author        Maintenance Requirement
      *> --------- ------------  ---------------------------------------
      *> 10/14/26 DDUENAS  Created to keep the user master's access
      *>                   history past the 14-generation GDG limit.
      *>                   The journal (JRNLHIST), applied-history
      *>                   (APPLYHST), and purge-archive (PURGED)
      *>                   generations between them record every
      *>                   change to a user's access, but each rolls
      *>                   off after 14 generations, and legal and
      *>                   internal audit ask about dates long before
      *>                   that.  Reads whichever of the three it is
      *>                   given (a DUMMY DD is simply empty) and
      *>                   appends each change, reduced to the
      *>                   long-retention history layout (ACCHREC)
      *>                   with its date, operator, and source, to the
      *>                   history dataset MYPROGW inquires against.
      *>                   Journal entries carry their own date; the
      *>                   applied-history and purge records carry
      *>                   none, so they are stamped with the date on
      *>                   the PARM (YYYYMMDD, for a catch-up run over
      *>                   an older generation) or the run date.
      *> 10/14/26 DDUENAS  MYPROGG department reorganization moves are
      *>                   captured with source "G" (reorganization)
      *>                   rather than as online changes.
      *> 10/14/26 DDUENAS  Purged-user records are 75 bytes (account
      *>                   type and owner); the history is unchanged.
      *> 10/15/26 DDUENAS  The purge pass's inactivity suspends, which
      *>                   MYPROG now journals as changes, are
      *>                   captured as suspends ("S") from batch.  The
      *>                   two nightly captures are steps on the run
      *>                   ledger (RUNLREC, DD RUNLEDG), named on the
      *>                   PARM as JOURNAL (after MYPROGH) or APPLIED
      *>                   (after MYPROGU), each under its own entry:
      *>                   a rerun of a capture that already completed
      *>                   for the business date is refused with RC=12
      *>                   unless the PARM also says OVERRIDE, so the
      *>                   same night cannot be appended twice.  A
      *>                   stamp date, when given, is still the first
      *>                   PARM field; the purge job's capture and the
      *>                   catch-up loads name no capture and do not
      *>                   use the ledger.
      *>
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MYPROGK.
       AUTHOR. DDUENAS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/14/26.
       DATE-COMPILED. 10/14/26.
       SECURITY. CONFIDENTIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "USRJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-JOURNAL-FILE.

           SELECT APPLIED-HISTORY-FILE ASSIGN TO "APPLYHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-APPLIED-HISTORY.

           SELECT PURGE-ARCHIVE-FILE ASSIGN TO "PURGEIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PURGE-ARCHIVE.

           SELECT ACCESS-HISTORY-FILE ASSIGN TO "ACCHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ACCESS-HISTORY.

           SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RL-KEY
               FILE STATUS IS FS-RUN-LEDGER.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY JRNLREC.

       FD  APPLIED-HISTORY-FILE
           RECORDING MODE IS F.
       01  APPLIED-HISTORY-RECORD.
           05  AH-ACTION-CODE          PIC X(01).
           05  AH-USER-ID              PIC X(08).
           05  AH-USER-NAME            PIC X(30).
           05  AH-DEPARTMENT           PIC X(10).
           05  AH-ACCESS-LEVEL         PIC X(01).

       FD  PURGE-ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY USERREC REPLACING
               ==USER-MASTER-RECORD==   BY ==PURGE-RECORD==
               ==UM-USER-ID==           BY ==PRG-USER-ID==
               ==UM-USER-NAME==         BY ==PRG-USER-NAME==
               ==UM-DEPARTMENT==        BY ==PRG-DEPARTMENT==
               ==UM-ACCESS-LEVEL==      BY ==PRG-ACCESS-LEVEL==
               ==UM-ACCESS-READ-ONLY==  BY ==PRG-ACCESS-READ-ONLY==
               ==UM-ACCESS-UPDATE==     BY ==PRG-ACCESS-UPDATE==
               ==UM-ACCESS-ADMIN==      BY ==PRG-ACCESS-ADMIN==
               ==UM-DATE-ADDED==        BY ==PRG-DATE-ADDED==
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

       FD  ACCESS-HISTORY-FILE
           RECORDING MODE IS F.
           COPY ACCHREC.

       FD  RUN-LEDGER-FILE.
           COPY RUNLREC.

       WORKING-STORAGE SECTION.

       01  WS-RUN-IDENTITY.
           05  WS-RUN-DATE-CENTURY     PIC 9(08) VALUE ZERO.
           05  WS-RUN-TIME             PIC X(08) VALUE SPACES.
           05  WS-STAMP-DATE           PIC 9(08) VALUE ZERO.

      *> The PARM is up to three fields: a stamp date (YYYYMMDD), the
      *> nightly capture this run is (JOURNAL or APPLIED), and
      *> OVERRIDE.  Only a named nightly capture is a step of the cycle
      *> on the run ledger, each under its own entry so a rerun of the
      *> same night cannot append the same changes twice; the purge
      *> job's capture and catch-up loads name none and do not use it.
       01  WS-PARM-FIELDS.
           05  WS-PARM-FIELD           PIC X(08) OCCURS 3 TIMES
                   INDEXED BY WS-PARM-IDX.

       01  WS-RUN-LEDGER-CONTROL.
           05  WS-LEDGER-PROGRAM       PIC X(08) VALUE SPACES.
               88  LEDGER-STEP-NAMED           VALUE "MYPROGKJ"
                                                     "MYPROGKA".
           05  WS-LEDGER-PREDECESSOR   PIC X(08) VALUE SPACES.
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

      *> Journal entries are stamped YYMMDD; the century is supplied
      *> here when the entry becomes a history record.
       01  WS-JOURNAL-DATE-WORK.
           05  WS-JOURNAL-DATE-CENTURY.
               10  WS-JDC-CENTURY      PIC X(02) VALUE "20".
               10  WS-JDC-YYMMDD       PIC X(06) VALUE SPACES.
           05  WS-JOURNAL-DATE-NUMERIC REDEFINES
                   WS-JOURNAL-DATE-CENTURY PIC 9(08).

       01  WS-FILE-STATUSES.
           05  FS-JOURNAL-FILE         PIC X(02) VALUE "00".
               88  FS-JOURNAL-FILE-OK             VALUE "00".
           05  FS-APPLIED-HISTORY      PIC X(02) VALUE "00".
               88  FS-APPLIED-HISTORY-OK          VALUE "00".
           05  FS-PURGE-ARCHIVE        PIC X(02) VALUE "00".
               88  FS-PURGE-ARCHIVE-OK            VALUE "00".
           05  FS-ACCESS-HISTORY       PIC X(02) VALUE "00".
               88  FS-ACCESS-HISTORY-OK           VALUE "00".
           05  FS-RUN-LEDGER           PIC X(02) VALUE "00".
               88  FS-RUN-LEDGER-OK               VALUE "00".

       01  WS-SWITCHES.
           05  WS-JOURNAL-OPEN-SWITCH  PIC X(01) VALUE "N".
               88  JOURNAL-FILE-OPEN-FAILED        VALUE "Y".
           05  WS-HISTORY-OPEN-SWITCH  PIC X(01) VALUE "N".
               88  HISTORY-FILE-OPEN-FAILED        VALUE "Y".
           05  WS-ARCHIVE-OPEN-SWITCH  PIC X(01) VALUE "N".
               88  ARCHIVE-FILE-OPEN-FAILED        VALUE "Y".
           05  WS-ACCHIST-OPEN-SWITCH  PIC X(01) VALUE "N".
               88  ACCHIST-FILE-OPEN-FAILED        VALUE "Y".
           05  WS-JOURNAL-EOF-SWITCH   PIC X(01) VALUE "N".
               88  END-OF-JOURNAL-FILE             VALUE "Y".
           05  WS-HISTORY-EOF-SWITCH   PIC X(01) VALUE "N".
               88  END-OF-APPLIED-HISTORY          VALUE "Y".
           05  WS-ARCHIVE-EOF-SWITCH   PIC X(01) VALUE "N".
               88  END-OF-ARCHIVE-FILE             VALUE "Y".
           05  WS-CAPTURE-SWITCH       PIC X(01) VALUE "N".
               88  EVENT-TO-CAPTURE                VALUE "Y".

       01  WS-COUNTERS.
           05  WS-JOURNAL-READ         PIC 9(07) COMP VALUE ZERO.
           05  WS-JOURNAL-CAPTURED     PIC 9(07) COMP VALUE ZERO.
           05  WS-HISTORY-READ         PIC 9(07) COMP VALUE ZERO.
           05  WS-HISTORY-CAPTURED     PIC 9(07) COMP VALUE ZERO.
           05  WS-ARCHIVE-READ         PIC 9(07) COMP VALUE ZERO.
           05  WS-ARCHIVE-CAPTURED     PIC 9(07) COMP VALUE ZERO.
           05  WS-WRITE-FAILURES       PIC 9(07) COMP VALUE ZERO.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH          PIC S9(04) COMP.
           05  LK-PARM-TEXT            PIC X(20).

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
               PERFORM 2000-CAPTURE-JOURNAL-ENTRY
                   THRU 2000-CAPTURE-JOURNAL-ENTRY-EXIT
                   UNTIL END-OF-JOURNAL-FILE
               PERFORM 2100-CAPTURE-APPLIED-HISTORY
                   THRU 2100-CAPTURE-APPLIED-HISTORY-EXIT
                   UNTIL END-OF-APPLIED-HISTORY
               PERFORM 2200-CAPTURE-PURGED-USER
                   THRU 2200-CAPTURE-PURGED-USER-EXIT
                   UNTIL END-OF-ARCHIVE-FILE
               PERFORM 3000-TERMINATE
                   THRU 3000-TERMINATE-EXIT
           END-IF.
           PERFORM 0900-END-RUN-LEDGER
               THRU 0900-END-RUN-LEDGER-EXIT.
           STOP RUN.

      *>****************************************************************
      *> 0100-START-RUN-LEDGER - split the PARM; for a named nightly
      *> capture, check its place in the cycle on the run ledger before
      *> anything else is touched: the run is refused when the step
      *> ahead of it has not completed for the business date, or when
      *> this capture already has, unless the PARM says OVERRIDE; then
      *> the start is recorded.  The journal capture follows MYPROGH
      *> (it runs whatever the feed steps did) and the applied-history
      *> capture follows MYPROGU.
      *>****************************************************************
       0100-START-RUN-LEDGER.
           ACCEPT WS-LEDGER-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-LEDGER-TIME FROM TIME.
           MOVE SPACES TO WS-PARM-FIELDS.
           IF LK-PARM-LENGTH > ZERO
               UNSTRING LK-PARM-TEXT DELIMITED BY ","
                   INTO WS-PARM-FIELD (1) WS-PARM-FIELD (2)
                       WS-PARM-FIELD (3)
               END-UNSTRING
           END-IF.
           PERFORM 0110-CHECK-PARM-FIELD
               THRU 0110-CHECK-PARM-FIELD-EXIT
               VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 3.
           IF LEDGER-STEP-NAMED
               OPEN I-O RUN-LEDGER-FILE
               IF FS-RUN-LEDGER-OK
                   SET LEDGER-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "MYPROGK: UNABLE TO OPEN RUN-LEDGER-FILE, "
                       "STATUS = " FS-RUN-LEDGER
                   IF LEDGER-OVERRIDE
                       DISPLAY "MYPROGK: OVERRIDE - RUNNING WITHOUT THE "
                           "RUN LEDGER"
                   ELSE
                       SET LEDGER-RUN-REFUSED TO TRUE
                   END-IF
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
       0100-START-RUN-LEDGER-EXIT.
           EXIT.

       0110-CHECK-PARM-FIELD.
           EVALUATE WS-PARM-FIELD (WS-PARM-IDX)
               WHEN "OVERRIDE"
                   SET LEDGER-OVERRIDE TO TRUE
               WHEN "JOURNAL"
                   MOVE "MYPROGKJ" TO WS-LEDGER-PROGRAM
                   MOVE "MYPROGH" TO WS-LEDGER-PREDECESSOR
               WHEN "APPLIED"
                   MOVE "MYPROGKA" TO WS-LEDGER-PROGRAM
                   MOVE "MYPROGU" TO WS-LEDGER-PREDECESSOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0110-CHECK-PARM-FIELD-EXIT.
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
                   DISPLAY "MYPROGK: NO NIGHTLY CYCLE IS OPEN ON THE RUN "
                       "LEDGER"
                   MOVE WS-LEDGER-TODAY TO WS-LEDGER-BUSINESS-DATE
                   IF LEDGER-OVERRIDE
                       DISPLAY "MYPROGK: OVERRIDE - RUNNING FOR TODAY'S "
                           "DATE"
                   ELSE
                       SET LEDGER-RUN-REFUSED TO TRUE
                   END-IF
               NOT INVALID KEY
                   MOVE RL-CYCLE-DATE TO WS-LEDGER-BUSINESS-DATE
           END-READ.
           DISPLAY "MYPROGK: " WS-LEDGER-PROGRAM " BUSINESS DATE "
               WS-LEDGER-BUSINESS-DATE.
       0150-FIND-CYCLE-DATE-EXIT.
           EXIT.

      *>****************************************************************
      *> 0200-CHECK-PREDECESSOR - the step ahead of this capture in the
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
               DISPLAY "MYPROGK: " WS-LEDGER-PREDECESSOR
                   " HAS NOT COMPLETED FOR BUSINESS DATE "
                   WS-LEDGER-BUSINESS-DATE
               IF LEDGER-OVERRIDE
                   DISPLAY "MYPROGK: OVERRIDE - RUNNING OUT OF SEQUENCE"
               ELSE
                   SET LEDGER-RUN-REFUSED TO TRUE
               END-IF
           END-IF.
       0200-CHECK-PREDECESSOR-EXIT.
           EXIT.

      *>****************************************************************
      *> 0300-CHECK-ALREADY-RUN - a capture that completed for the
      *> business date is not run again, since the history is append-
      *> only; one that failed or never finished (an abend) may be
      *> rerun
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
                       DISPLAY "MYPROGK: ALREADY COMPLETED FOR BUSINESS "
                           "DATE " WS-LEDGER-BUSINESS-DATE
                           " WITH RC " RL-RETURN-CODE
                       IF LEDGER-OVERRIDE
                           DISPLAY "MYPROGK: OVERRIDE - RUNNING AGAIN"
                       ELSE
                           SET LEDGER-RUN-REFUSED TO TRUE
                       END-IF
                   WHEN RL-STATUS-FAILED
                       DISPLAY "MYPROGK: RERUN - PRIOR RUN ENDED WITH RC "
                           RL-RETURN-CODE
                   WHEN OTHER
                       DISPLAY "MYPROGK: RERUN - PRIOR RUN STARTED "
                           RL-START-DATE " " RL-START-TIME
                           " NEVER FINISHED"
               END-EVALUATE
           END-IF.
       0300-CHECK-ALREADY-RUN-EXIT.
           EXIT.

      *>****************************************************************
      *> 0400-RECORD-RUN-START - mark the capture started on the ledger
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
                       DISPLAY "MYPROGK: RUN LEDGER REWRITE FAILED, "
                           "STATUS = " FS-RUN-LEDGER
                       SET LEDGER-RUN-REFUSED TO TRUE
               END-REWRITE
           ELSE
               WRITE RUN-LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "MYPROGK: RUN LEDGER WRITE FAILED, "
                           "STATUS = " FS-RUN-LEDGER
                       SET LEDGER-RUN-REFUSED TO TRUE
               END-WRITE
           END-IF.
       0400-RECORD-RUN-START-EXIT.
           EXIT.

      *>****************************************************************
      *> 0900-END-RUN-LEDGER - record the capture's return code on the
      *> ledger (complete below RC=8, failed otherwise), or end a
      *> refused run with RC=12 and nothing appended
      *>****************************************************************
       0900-END-RUN-LEDGER.
           IF LEDGER-RUN-REFUSED
               DISPLAY "MYPROGK: RUN REFUSED BY THE RUN LEDGER - RC=12"
               DISPLAY "MYPROGK: RERUN WITH OVERRIDE ON THE PARM ONLY "
                   "WHEN THIS RUN IS INTENDED"
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
                   DISPLAY "MYPROGK: RUN LEDGER ENTRY MISSING AT END OF "
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
                           DISPLAY "MYPROGK: RUN LEDGER REWRITE FAILED, "
                               "STATUS = " FS-RUN-LEDGER
                   END-REWRITE
           END-READ.
       0950-RECORD-RUN-END-EXIT.
           EXIT.

      *>****************************************************************
      *> 1000-INITIALIZE - stamp date off the PARM, open the inputs and
      *> the history dataset for extend, and prime each input.  With
      *> the history dataset unavailable nothing is read, so the
      *> inputs can be captured on a rerun.
      *>****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-CENTURY FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE-CENTURY TO WS-STAMP-DATE.
           IF WS-PARM-FIELD (1) IS NUMERIC
               MOVE WS-PARM-FIELD (1) TO WS-STAMP-DATE
           ELSE
               IF WS-PARM-FIELD (1) NOT = SPACES
                   AND NOT LEDGER-STEP-NAMED
                   AND NOT LEDGER-OVERRIDE
                   DISPLAY "MYPROGK: PARM DATE " WS-PARM-FIELD (1)
                       " NOT YYYYMMDD - RUN DATE USED"
               END-IF
           END-IF.
           OPEN EXTEND ACCESS-HISTORY-FILE.
           IF NOT FS-ACCESS-HISTORY-OK
               DISPLAY "MYPROGK: UNABLE TO OPEN ACCESS-HISTORY-FILE, "
                   "STATUS = " FS-ACCESS-HISTORY
                   " - NOTHING CAPTURED"
               SET ACCHIST-FILE-OPEN-FAILED TO TRUE
               MOVE "Y" TO WS-JOURNAL-EOF-SWITCH
               MOVE "Y" TO WS-HISTORY-EOF-SWITCH
               MOVE "Y" TO WS-ARCHIVE-EOF-SWITCH
           ELSE
               PERFORM 1100-OPEN-INPUTS
                   THRU 1100-OPEN-INPUTS-EXIT
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-OPEN-INPUTS.
           OPEN INPUT JOURNAL-FILE.
           IF FS-JOURNAL-FILE-OK
               PERFORM 2900-READ-JOURNAL
                   THRU 2900-READ-JOURNAL-EXIT
           ELSE
               DISPLAY "MYPROGK: UNABLE TO OPEN JOURNAL-FILE, "
                   "STATUS = " FS-JOURNAL-FILE
               SET JOURNAL-FILE-OPEN-FAILED TO TRUE
               MOVE "Y" TO WS-JOURNAL-EOF-SWITCH
           END-IF.
           OPEN INPUT APPLIED-HISTORY-FILE.
           IF FS-APPLIED-HISTORY-OK
               PERFORM 2920-READ-APPLIED-HISTORY
                   THRU 2920-READ-APPLIED-HISTORY-EXIT
           ELSE
               DISPLAY "MYPROGK: UNABLE TO OPEN APPLIED-HISTORY-FILE, "
                   "STATUS = " FS-APPLIED-HISTORY
               SET HISTORY-FILE-OPEN-FAILED TO TRUE
               MOVE "Y" TO WS-HISTORY-EOF-SWITCH
           END-IF.
           OPEN INPUT PURGE-ARCHIVE-FILE.
           IF FS-PURGE-ARCHIVE-OK
               PERFORM 2940-READ-PURGE-ARCHIVE
                   THRU 2940-READ-PURGE-ARCHIVE-EXIT
           ELSE
               DISPLAY "MYPROGK: UNABLE TO OPEN PURGE-ARCHIVE-FILE, "
                   "STATUS = " FS-PURGE-ARCHIVE
               SET ARCHIVE-FILE-OPEN-FAILED TO TRUE
               MOVE "Y" TO WS-ARCHIVE-EOF-SWITCH
           END-IF.
       1100-OPEN-INPUTS-EXIT.
           EXIT.

      *>****************************************************************
      *> 2000-CAPTURE-JOURNAL-ENTRY - one maintenance journal entry.
      *> Adds, changes, and deletes keyed online, approvals off the
      *> two-person hold (an add when the before image is blank),
      *> restores, the MYPROGT expiry reverts, the MYPROGG department
      *> reorganization moves, and the purge pass's inactivity
      *> suspends (a batch suspend, journaled by MYPROG) change the
      *> master;
      *> holds, rejections, sign-on and entitlement entries do not
      *> and are passed over.
      *>****************************************************************
       2000-CAPTURE-JOURNAL-ENTRY.
           ADD 1 TO WS-JOURNAL-READ.
           MOVE "N" TO WS-CAPTURE-SWITCH.
           MOVE SPACES TO ACCESS-HISTORY-RECORD.
           MOVE JR-ENTRY-DATE (1 : 6) TO WS-JDC-YYMMDD.
           IF WS-JOURNAL-DATE-NUMERIC IS NUMERIC
               MOVE WS-JOURNAL-DATE-NUMERIC TO HS-EVENT-DATE
           ELSE
               MOVE WS-STAMP-DATE TO HS-EVENT-DATE
           END-IF.
           MOVE JR-ENTRY-TIME TO HS-EVENT-TIME.
           MOVE JR-OPERATOR-ID TO HS-OPERATOR-ID.
           EVALUATE TRUE
               WHEN JR-ACTION-ADD
                   SET EVENT-TO-CAPTURE TO TRUE
                   MOVE "O" TO HS-SOURCE
                   MOVE "A" TO HS-ACTION-CODE
               WHEN JR-ACTION-CHANGE
                   AND JR-OPERATOR-ID = "MYPROGT"
                   SET EVENT-TO-CAPTURE TO TRUE
                   MOVE "X" TO HS-SOURCE
                   MOVE "C" TO HS-ACTION-CODE
               WHEN JR-ACTION-CHANGE
                   AND JR-OPERATOR-ID = "MYPROGG"
                   SET EVENT-TO-CAPTURE TO TRUE
                   MOVE "G" TO HS-SOURCE
                   MOVE "C" TO HS-ACTION-CODE
               WHEN JR-ACTION-CHANGE
                   AND JR-OPERATOR-ID = "MYPROG"
                   SET EVENT-TO-CAPTURE TO TRUE
                   MOVE "B" TO HS-SOURCE
                   MOVE "S" TO HS-ACTION-CODE
               WHEN JR-ACTION-CHANGE
                   SET EVENT-TO-CAPTURE TO TRUE
                   MOVE "O" TO HS-SOURCE
                   MOVE "C" TO HS-ACTION-CODE
               WHEN JR-ACTION-DELETE
                   SET EVENT-TO-CAPTURE TO TRUE
                   MOVE "O" TO HS-SOURCE
                   MOVE "D" TO HS-ACTION-CODE
               WHEN JR-ACTION-ADMIN-GRANTED
                   SET EVENT-TO-CAPTURE TO TRUE
                   MOVE "A" TO HS-SOURCE
                   IF JR-BEFORE-IMAGE = SPACES
                       MOVE "A" TO HS-ACTION-CODE
                   ELSE
                       MOVE "C" TO HS-ACTION-CODE
                   END-IF
               WHEN JR-ACTION-REINSTATE
                   SET EVENT-TO-CAPTURE TO TRUE
                   MOVE "R" TO HS-SOURCE
                   MOVE "A" TO HS-ACTION-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF EVENT-TO-CAPTURE
               IF HS-ACTION-DELETE
                   MOVE JRB-USER-ID TO HS-USER-ID
                   MOVE JRB-USER-NAME TO HS-USER-NAME
               ELSE
                   MOVE JRA-USER-ID TO HS-USER-ID
                   MOVE JRA-USER-NAME TO HS-USER-NAME
                   MOVE JRA-DEPARTMENT TO HS-AFTER-DEPARTMENT
                   MOVE JRA-ACCESS-LEVEL TO HS-AFTER-LEVEL
                   MOVE JRA-STATUS TO HS-AFTER-STATUS
               END-IF
               IF NOT HS-ACTION-ADD
                   MOVE JRB-DEPARTMENT TO HS-BEFORE-DEPARTMENT
                   MOVE JRB-ACCESS-LEVEL TO HS-BEFORE-LEVEL
                   MOVE JRB-STATUS TO HS-BEFORE-STATUS
               END-IF
               PERFORM 2800-WRITE-HISTORY-RECORD
                   THRU 2800-WRITE-HISTORY-RECORD-EXIT
               ADD 1 TO WS-JOURNAL-CAPTURED
           END-IF.
           PERFORM 2900-READ-JOURNAL
               THRU 2900-READ-JOURNAL-EXIT.
       2000-CAPTURE-JOURNAL-ENTRY-EXIT.
           EXIT.

      *>****************************************************************
      *> 2100-CAPTURE-APPLIED-HISTORY - one transaction MYPROGU applied
      *> from the nightly feed.  The HR interface suspends, and the
      *> deletes it sends with no department or level, are credited
      *> to MYPROGH.  The applied history keeps no before image, so
      *> only the after side is known; a blank department or level on
      *> a change means it was not changed.
      *>****************************************************************
       2100-CAPTURE-APPLIED-HISTORY.
           ADD 1 TO WS-HISTORY-READ.
           MOVE "N" TO WS-CAPTURE-SWITCH.
           MOVE SPACES TO ACCESS-HISTORY-RECORD.
           MOVE WS-STAMP-DATE TO HS-EVENT-DATE.
           MOVE WS-RUN-TIME TO HS-EVENT-TIME.
           MOVE AH-USER-ID TO HS-USER-ID.
           MOVE AH-USER-NAME TO HS-USER-NAME.
           EVALUATE TRUE
               WHEN AH-ACTION-CODE = "S"
                   SET EVENT-TO-CAPTURE TO TRUE
                   MOVE "H" TO HS-SOURCE
                   MOVE "S" TO HS-ACTION-CODE
                   MOVE "MYPROGH" TO HS-OPERATOR-ID
                   MOVE "S" TO HS-AFTER-STATUS
               WHEN AH-ACTION-CODE = "D"
                   AND AH-DEPARTMENT = SPACES
                   AND AH-ACCESS-LEVEL = SPACES
                   SET EVENT-TO-CAPTURE TO TRUE
                   MOVE "H" TO HS-SOURCE
                   MOVE "D" TO HS-ACTION-CODE
                   MOVE "MYPROGH" TO HS-OPERATOR-ID
               WHEN AH-ACTION-CODE = "D"
                   SET EVENT-TO-CAPTURE TO TRUE
                   MOVE "B" TO HS-SOURCE
                   MOVE "D" TO HS-ACTION-CODE
                   MOVE "MYPROGU" TO HS-OPERATOR-ID
                   MOVE AH-DEPARTMENT TO HS-BEFORE-DEPARTMENT
                   MOVE AH-ACCESS-LEVEL TO HS-BEFORE-LEVEL
               WHEN AH-ACTION-CODE = "A" OR "C"
                   SET EVENT-TO-CAPTURE TO TRUE
                   MOVE "B" TO HS-SOURCE
                   MOVE AH-ACTION-CODE TO HS-ACTION-CODE
                   MOVE "MYPROGU" TO HS-OPERATOR-ID
                   MOVE AH-DEPARTMENT TO HS-AFTER-DEPARTMENT
                   MOVE AH-ACCESS-LEVEL TO HS-AFTER-LEVEL
                   IF AH-ACTION-CODE = "A"
                       MOVE "A" TO HS-AFTER-STATUS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF EVENT-TO-CAPTURE
               PERFORM 2800-WRITE-HISTORY-RECORD
                   THRU 2800-WRITE-HISTORY-RECORD-EXIT
               ADD 1 TO WS-HISTORY-CAPTURED
           END-IF.
           PERFORM 2920-READ-APPLIED-HISTORY
               THRU 2920-READ-APPLIED-HISTORY-EXIT.
       2100-CAPTURE-APPLIED-HISTORY-EXIT.
           EXIT.

      *>****************************************************************
      *> 2200-CAPTURE-PURGED-USER - one user the inactivity purge took
      *> off the master, with the access held at the time
      *>****************************************************************
       2200-CAPTURE-PURGED-USER.
           ADD 1 TO WS-ARCHIVE-READ.
           MOVE SPACES TO ACCESS-HISTORY-RECORD.
           MOVE PRG-USER-ID TO HS-USER-ID.
           MOVE WS-STAMP-DATE TO HS-EVENT-DATE.
           MOVE WS-RUN-TIME TO HS-EVENT-TIME.
           MOVE "P" TO HS-SOURCE.
           MOVE "D" TO HS-ACTION-CODE.
           MOVE "MYPROG" TO HS-OPERATOR-ID.
           MOVE PRG-USER-NAME TO HS-USER-NAME.
           MOVE PRG-DEPARTMENT TO HS-BEFORE-DEPARTMENT.
           MOVE PRG-ACCESS-LEVEL TO HS-BEFORE-LEVEL.
           MOVE PRG-STATUS TO HS-BEFORE-STATUS.
           PERFORM 2800-WRITE-HISTORY-RECORD
               THRU 2800-WRITE-HISTORY-RECORD-EXIT.
           ADD 1 TO WS-ARCHIVE-CAPTURED.
           PERFORM 2940-READ-PURGE-ARCHIVE
               THRU 2940-READ-PURGE-ARCHIVE-EXIT.
       2200-CAPTURE-PURGED-USER-EXIT.
           EXIT.

       2800-WRITE-HISTORY-RECORD.
           WRITE ACCESS-HISTORY-RECORD.
           IF NOT FS-ACCESS-HISTORY-OK
               ADD 1 TO WS-WRITE-FAILURES
               DISPLAY "MYPROGK: ACCESS-HISTORY WRITE FAILED, "
                   "STATUS = " FS-ACCESS-HISTORY " USER " HS-USER-ID
           END-IF.
       2800-WRITE-HISTORY-RECORD-EXIT.
           EXIT.

       2900-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-JOURNAL-EOF-SWITCH
           END-READ.
       2900-READ-JOURNAL-EXIT.
           EXIT.

       2920-READ-APPLIED-HISTORY.
           READ APPLIED-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HISTORY-EOF-SWITCH
           END-READ.
       2920-READ-APPLIED-HISTORY-EXIT.
           EXIT.

       2940-READ-PURGE-ARCHIVE.
           READ PURGE-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-ARCHIVE-EOF-SWITCH
           END-READ.
       2940-READ-PURGE-ARCHIVE-EXIT.
           EXIT.

      *>****************************************************************
      *> 3000-TERMINATE - close down and reflect the outcome in
      *> RETURN-CODE: an input or the history dataset that would not
      *> open, or a write that failed, leaves a gap in the history
      *> and is 8
      *>****************************************************************
       3000-TERMINATE.
           IF NOT ACCHIST-FILE-OPEN-FAILED
               CLOSE ACCESS-HISTORY-FILE
               IF NOT JOURNAL-FILE-OPEN-FAILED
                   CLOSE JOURNAL-FILE
               END-IF
               IF NOT HISTORY-FILE-OPEN-FAILED
                   CLOSE APPLIED-HISTORY-FILE
               END-IF
               IF NOT ARCHIVE-FILE-OPEN-FAILED
                   CLOSE PURGE-ARCHIVE-FILE
               END-IF
           END-IF.
           DISPLAY "MYPROGK: HISTORY STAMP DATE = " WS-STAMP-DATE.
           DISPLAY "MYPROGK: JOURNAL ENTRIES READ = " WS-JOURNAL-READ
               ", CAPTURED = " WS-JOURNAL-CAPTURED.
           DISPLAY "MYPROGK: APPLIED TRANSACTIONS READ = "
               WS-HISTORY-READ ", CAPTURED = " WS-HISTORY-CAPTURED.
           DISPLAY "MYPROGK: PURGED USERS READ = " WS-ARCHIVE-READ
               ", CAPTURED = " WS-ARCHIVE-CAPTURED.
           EVALUATE TRUE
               WHEN ACCHIST-FILE-OPEN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN JOURNAL-FILE-OPEN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN HISTORY-FILE-OPEN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN ARCHIVE-FILE-OPEN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WRITE-FAILURES > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       3000-TERMINATE-EXIT.
           EXIT.
