      *>                   unopened file - a matured termination was
      *>                   being registered ALREADY GONE and dropped
      *>                   from the pending chain on such a night.
      *> 10/14/26 DDUENAS  Opens the nightly cycle on the new run
      *>                   ledger (RUNLREC, DD RUNLEDG): tonight's
      *>                   business date (today, or a YYYYMMDD on the
      *>                   PARM for a cycle restarted after midnight)
      *>                   becomes the open cycle the later steps run
      *>                   for, and the start and return code are
      *>                   recorded.  A second run for a business date
      *>                   that already completed - which would append
      *>                   the HR transactions to the feed twice - is
      *>                   refused with RC=12 unless the PARM says
      *>                   OVERRIDE.
      *> 10/14/26 DDUENAS  Service and generic accounts are never
      *>                   matched to an HR termination: an employee
      *>                   id that is a service account comes back
      *>                   unmatched as SERVICE ACCT for HR follow-up,
      *>                   and the user-name fallback passes over
      *>                   them, so they neither match a name nor make
      *>                   it ambiguous.  An owner's own termination
      *>                   is matched as before; the accounts they
      *>                   owned go to the orphaned service account
      *>                   report (MYPROGA).
      *>
      *>****************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PRINT-FILE.

           SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RL-KEY
               FILE STATUS IS FS-RUN-LEDGER.

       DATA DIVISION.
       FILE SECTION.
       FD  TERMINATION-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD                PIC X(80).

       FD  RUN-LEDGER-FILE.
           COPY RUNLREC.

       WORKING-STORAGE SECTION.

       COPY RPTHDR.
           05  WS-RUN-DATE             PIC X(08).
           05  WS-RUN-DATE-CENTURY     PIC 9(08) VALUE ZERO.

      *> Run ledger: this step's place in the nightly cycle and the
      *> business date it is running for
       01  WS-RUN-LEDGER-CONTROL.
           05  WS-LEDGER-PROGRAM       PIC X(08) VALUE "MYPROGH".
           05  WS-LEDGER-PREDECESSOR   PIC X(08) VALUE SPACES.
           05  WS-LEDGER-BUSINESS-DATE PIC 9(08) VALUE ZERO.
           05  WS-LEDGER-TODAY         PIC 9(08) VALUE ZERO.
           05  WS-LEDGER-TIME          PIC X(08) VALUE SPACES.
           05  WS-LEDGER-PARM-FIELD-1  PIC X(08) VALUE SPACES.
           05  WS-LEDGER-PARM-FIELD-2  PIC X(08) VALUE SPACES.
           05  WS-LEDGER-OPEN-SWITCH   PIC X(01) VALUE "N".
               88  LEDGER-FILE-OPEN            VALUE "Y".
           05  WS-LEDGER-REFUSED-SWITCH PIC X(01) VALUE "N".
               88  LEDGER-RUN-REFUSED          VALUE "Y".
           05  WS-LEDGER-OVERRIDE-SWITCH PIC X(01) VALUE "N".
               88  LEDGER-OVERRIDE             VALUE "Y".
           05  WS-LEDGER-FOUND-SWITCH  PIC X(01) VALUE "N".
               88  LEDGER-ENTRY-FOUND          VALUE "Y".

       01  WS-FILE-STATUSES.
           05  FS-TERMINATION-FILE     PIC X(02) VALUE "00".
               88  FS-TERMINATION-FILE-OK         VALUE "00".
               88  FS-TERM-PEND-OUT-OK            VALUE "00".
           05  FS-PRINT-FILE           PIC X(02) VALUE "00".
               88  FS-PRINT-FILE-OK               VALUE "00".
           05  FS-RUN-LEDGER           PIC X(02) VALUE "00".
               88  FS-RUN-LEDGER-OK               VALUE "00".

       01  WS-SWITCHES.
           05  WS-TERM-EOF-SWITCH      PIC X(01) VALUE "N".
               88  PENDING-IN-AVAILABLE            VALUE "Y".
           05  WS-PEND-OUT-SWITCH      PIC X(01) VALUE "N".
               88  PENDING-OUT-FAILED              VALUE "Y".
           05  WS-PERSON-FOUND-SWITCH  PIC X(01) VALUE "N".
               88  NAMED-PERSON-FOUND              VALUE "Y".
           05  WS-NAME-CHAIN-SWITCH    PIC X(01) VALUE "N".
               88  NAME-CHAIN-ENDED                VALUE "Y".

       01  WS-MATCH-WORK.
           05  WS-MATCHED-USER-ID      PIC X(08) VALUE SPACES.
           05  WS-PEND-READ            PIC 9(07) COMP VALUE ZERO.
           05  WS-PEND-CARRIED         PIC 9(07) COMP VALUE ZERO.

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
               PERFORM 1100-RECYCLE-PENDING
                   THRU 1100-RECYCLE-PENDING-EXIT
                   UNTIL END-OF-PENDING-FILE
               PERFORM 1200-START-TERMINATIONS
                   THRU 1200-START-TERMINATIONS-EXIT
               PERFORM 2000-PROCESS-TERMINATIONS
                   THRU 2000-PROCESS-TERMINATIONS-EXIT
                   UNTIL END-OF-TERM-FILE
               PERFORM 3000-TERMINATE
                   THRU 3000-TERMINATE-EXIT
           END-IF.
           PERFORM 0900-END-RUN-LEDGER
               THRU 0900-END-RUN-LEDGER-EXIT.
           STOP RUN.

      *>****************************************************************
      *> 0100-START-RUN-LEDGER - open tonight's cycle on the run ledger
      *> before anything else is touched: the business date is today's
      *> date (or the one on the PARM), and the run is refused when
      *> this step already completed for that date, unless the PARM
      *> says OVERRIDE; then the start and the open cycle are recorded
      *>****************************************************************
       0100-START-RUN-LEDGER.
           ACCEPT WS-LEDGER-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-LEDGER-TIME FROM TIME.
           IF LK-PARM-LENGTH > ZERO
               UNSTRING LK-PARM-TEXT DELIMITED BY ","
                   INTO WS-LEDGER-PARM-FIELD-1 WS-LEDGER-PARM-FIELD-2
               END-UNSTRING
               IF WS-LEDGER-PARM-FIELD-1 = "OVERRIDE"
                   OR WS-LEDGER-PARM-FIELD-2 = "OVERRIDE"
                   SET LEDGER-OVERRIDE TO TRUE
               END-IF
           END-IF.
           OPEN I-O RUN-LEDGER-FILE.
           IF FS-RUN-LEDGER-OK
               SET LEDGER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "MYPROGH: UNABLE TO OPEN RUN-LEDGER-FILE, "
                   "STATUS = " FS-RUN-LEDGER
               IF LEDGER-OVERRIDE
                   DISPLAY "MYPROGH: OVERRIDE - RUNNING WITHOUT THE RUN "
                       "LEDGER"
               ELSE
                   SET LEDGER-RUN-REFUSED TO TRUE
               END-IF
           END-IF.
           PERFORM 0150-SET-CYCLE-DATE
               THRU 0150-SET-CYCLE-DATE-EXIT.
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

      *>****************************************************************
      *> 0150-SET-CYCLE-DATE - tonight's business date: a date on the
      *> PARM (a cycle restarted after midnight) or today's date
      *>****************************************************************
       0150-SET-CYCLE-DATE.
           MOVE WS-LEDGER-TODAY TO WS-LEDGER-BUSINESS-DATE.
           IF WS-LEDGER-PARM-FIELD-1 IS NUMERIC
               MOVE WS-LEDGER-PARM-FIELD-1 TO WS-LEDGER-BUSINESS-DATE
           END-IF.
           DISPLAY "MYPROGH: BUSINESS DATE " WS-LEDGER-BUSINESS-DATE.
       0150-SET-CYCLE-DATE-EXIT.
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
                       DISPLAY "MYPROGH: ALREADY COMPLETED FOR BUSINESS "
                           "DATE " WS-LEDGER-BUSINESS-DATE
                           " WITH RC " RL-RETURN-CODE
                       IF LEDGER-OVERRIDE
                           DISPLAY "MYPROGH: OVERRIDE - RUNNING AGAIN"
                       ELSE
                           SET LEDGER-RUN-REFUSED TO TRUE
                       END-IF
                   WHEN RL-STATUS-FAILED
                       DISPLAY "MYPROGH: RERUN - PRIOR RUN ENDED WITH RC "
                           RL-RETURN-CODE
                   WHEN OTHER
                       DISPLAY "MYPROGH: RERUN - PRIOR RUN STARTED "
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
                       DISPLAY "MYPROGH: RUN LEDGER REWRITE FAILED, "
                           "STATUS = " FS-RUN-LEDGER
                       SET LEDGER-RUN-REFUSED TO TRUE
               END-REWRITE
           ELSE
               WRITE RUN-LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "MYPROGH: RUN LEDGER WRITE FAILED, "
                           "STATUS = " FS-RUN-LEDGER
                       SET LEDGER-RUN-REFUSED TO TRUE
               END-WRITE
           END-IF.
           IF NOT LEDGER-RUN-REFUSED
               PERFORM 0450-OPEN-CYCLE
                   THRU 0450-OPEN-CYCLE-EXIT
           END-IF.
       0400-RECORD-RUN-START-EXIT.
           EXIT.

      *>****************************************************************
      *> 0450-OPEN-CYCLE - record tonight's business date as the open
      *> cycle, so the steps after this one run for the same date even
      *> when the cycle runs past midnight
      *>****************************************************************
       0450-OPEN-CYCLE.
           MOVE ZERO TO RL-BUSINESS-DATE.
           MOVE "*CYCLE*" TO RL-PROGRAM-ID.
           MOVE "N" TO WS-LEDGER-FOUND-SWITCH.
           READ RUN-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LEDGER-ENTRY-FOUND TO TRUE
           END-READ.
           MOVE SPACES TO RL-CYCLE-DETAIL.
           MOVE WS-LEDGER-BUSINESS-DATE TO RL-CYCLE-DATE.
           MOVE WS-LEDGER-TODAY TO RL-CYCLE-OPENED-DATE.
           MOVE WS-LEDGER-TIME TO RL-CYCLE-OPENED-TIME.
           IF LEDGER-ENTRY-FOUND
               REWRITE RUN-LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "MYPROGH: RUN LEDGER REWRITE FAILED, "
                           "STATUS = " FS-RUN-LEDGER
                       SET LEDGER-RUN-REFUSED TO TRUE
               END-REWRITE
           ELSE
               WRITE RUN-LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "MYPROGH: RUN LEDGER WRITE FAILED, "
                           "STATUS = " FS-RUN-LEDGER
                       SET LEDGER-RUN-REFUSED TO TRUE
               END-WRITE
           END-IF.
       0450-OPEN-CYCLE-EXIT.
           EXIT.

      *>****************************************************************
      *> 0900-END-RUN-LEDGER - record the step's return code on the
      *> ledger (complete below RC=8, failed otherwise), or end a
      *> refused run with RC=12 and nothing processed
      *>****************************************************************
       0900-END-RUN-LEDGER.
           IF LEDGER-RUN-REFUSED
               DISPLAY "MYPROGH: RUN REFUSED BY THE RUN LEDGER - RC=12"
               DISPLAY "MYPROGH: RERUN WITH PARM='OVERRIDE' ONLY WHEN "
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
                   DISPLAY "MYPROGH: RUN LEDGER ENTRY MISSING AT END OF "
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
                           DISPLAY "MYPROGH: RUN LEDGER REWRITE FAILED, "
                               "STATUS = " FS-RUN-LEDGER
                   END-REWRITE
           END-READ.
       0950-RECORD-RUN-END-EXIT.
           EXIT.

      *>****************************************************************
      *> 1000-INITIALIZE - open the files, start the register, and
      *> prime the termination read

      *>****************************************************************
      *> 2200-MATCH-BY-USER-ID - the straightforward case: HR's
      *> employee id is the user-id on the master.  A service or
      *> generic account is nobody's employee id; it is registered
      *> unmatched and the name fallback is not tried.
      *>****************************************************************
       2200-MATCH-BY-USER-ID.
           MOVE HT-EMPLOYEE-ID TO UM-USER-ID.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF UM-ACCOUNT-NON-PERSON
                       MOVE "SERVICE ACCT" TO WS-DISP-METHOD
                   ELSE
                       SET TERMINATION-MATCHED TO TRUE
                       MOVE UM-USER-ID TO WS-MATCHED-USER-ID
                       MOVE UM-STATUS TO WS-MATCHED-STATUS
                       MOVE "MATCHED-ID" TO WS-DISP-METHOD
                   END-IF
           END-READ.
       2200-MATCH-BY-USER-ID-EXIT.
           EXIT.
      *> 2300-MATCH-BY-USER-NAME - fall back to the user-name
      *> alternate index when the ids don't line up; an exact-name
      *> hit with a duplicate behind it is ambiguous and goes back
      *> to HR unmatched instead of guessing.  Only people count -
      *> a service or generic account under the same name is passed
      *> over.
      *>****************************************************************
       2300-MATCH-BY-USER-NAME.
           MOVE HT-EMPLOYEE-NAME TO UM-USER-NAME.
           MOVE HT-EMPLOYEE-NAME TO WS-NAME-HOLD.
           START USER-MASTER-FILE
               KEY IS EQUAL TO UM-USER-NAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-NAME-CHAIN-SWITCH
                   PERFORM 2320-FIND-NAMED-PERSON
                       THRU 2320-FIND-NAMED-PERSON-EXIT
                   IF NAMED-PERSON-FOUND
                       MOVE UM-USER-ID TO WS-MATCHED-USER-ID
                       MOVE UM-STATUS TO WS-MATCHED-STATUS
                       PERFORM 2350-CHECK-NAME-DUPLICATE
                           THRU 2350-CHECK-NAME-DUPLICATE-EXIT
                   END-IF
       2300-MATCH-BY-USER-NAME-EXIT.
           EXIT.

      *>****************************************************************
      *> 2320-FIND-NAMED-PERSON - read along the user-name index to
      *> the next person carrying the name being matched
      *>****************************************************************
       2320-FIND-NAMED-PERSON.
           MOVE "N" TO WS-PERSON-FOUND-SWITCH.
           PERFORM 2330-READ-NAME-CHAIN
               THRU 2330-READ-NAME-CHAIN-EXIT
               UNTIL NAMED-PERSON-FOUND OR NAME-CHAIN-ENDED.
       2320-FIND-NAMED-PERSON-EXIT.
           EXIT.

       2330-READ-NAME-CHAIN.
           READ USER-MASTER-FILE NEXT RECORD
               AT END
                   SET NAME-CHAIN-ENDED TO TRUE
           END-READ.
           IF NOT NAME-CHAIN-ENDED
               IF FS-USER-MASTER-OK AND UM-USER-NAME = WS-NAME-HOLD
                   IF NOT UM-ACCOUNT-NON-PERSON
                       SET NAMED-PERSON-FOUND TO TRUE
                   END-IF
               ELSE
                   SET NAME-CHAIN-ENDED TO TRUE
               END-IF
           END-IF.
       2330-READ-NAME-CHAIN-EXIT.
           EXIT.

       2350-CHECK-NAME-DUPLICATE.
           PERFORM 2320-FIND-NAMED-PERSON
               THRU 2320-FIND-NAMED-PERSON-EXIT.
           IF NAMED-PERSON-FOUND
               MOVE SPACES TO WS-MATCHED-USER-ID
               MOVE "AMBIG NAME" TO WS-DISP-METHOD
           ELSE
