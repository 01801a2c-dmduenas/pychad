      *>                   pass writes.  A reconciliation that
      *>                   false-alarmed every Monday would be
      *>                   ignored the night it mattered.
      *> 10/14/26 DDUENAS  Checks the new run ledger (RUNLREC, DD
      *>                   RUNLEDG) before touching anything: the run
      *>                   is refused with RC=12 when MYPROGC has not
      *>                   completed for the open cycle's business
      *>                   date, or when this step already has, unless
      *>                   the PARM says OVERRIDE; the start and the
      *>                   return code are recorded.  The RC=6
      *>                   out-of-balance still counts as complete -
      *>                   the reconciliation ran; it is the figures
      *>                   that need attention.
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
       FD  TRAN-COUNTS-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD                PIC X(80).

       FD  RUN-LEDGER-FILE.
           COPY RUNLREC.

       WORKING-STORAGE SECTION.

       COPY RPTHDR.
       01  WS-RUN-IDENTITY.
           05  WS-RUN-DATE             PIC X(08).

      *> Run ledger: this step's place in the nightly cycle and the
      *> business date it is running for
       01  WS-RUN-LEDGER-CONTROL.
           05  WS-LEDGER-PROGRAM       PIC X(08) VALUE "MYPROGB".
           05  WS-LEDGER-PREDECESSOR   PIC X(08) VALUE "MYPROGC".
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
           05  FS-TRAN-COUNTS          PIC X(02) VALUE "00".
               88  FS-TRAN-COUNTS-OK              VALUE "00".
               88  FS-AUDIT-HISTORY-OK            VALUE "00".
           05  FS-PRINT-FILE           PIC X(02) VALUE "00".
               88  FS-PRINT-FILE-OK               VALUE "00".
           05  FS-RUN-LEDGER           PIC X(02) VALUE "00".
               88  FS-RUN-LEDGER-OK               VALUE "00".

       01  WS-SWITCHES.
           05  WS-TRAN-CNTS-SWITCH     PIC X(01) VALUE "N".
           05  WS-CHECK-ACTUAL         PIC S9(09) COMP VALUE ZERO.
           05  WS-OUT-OF-BALANCE       PIC 9(03) COMP VALUE ZERO.

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
               PERFORM 2000-GATHER-FIGURES
                   THRU 2000-GATHER-FIGURES-EXIT
               PERFORM 2500-BALANCE-THE-CYCLE
                   THRU 2500-BALANCE-THE-CYCLE-EXIT
               PERFORM 3000-TERMINATE
                   THRU 3000-TERMINATE-EXIT
           END-IF.
           PERFORM 0900-END-RUN-LEDGER
               THRU 0900-END-RUN-LEDGER-EXIT.
           STOP RUN.

      *>****************************************************************
      *> 0100-START-RUN-LEDGER - check this step's place in the cycle on
      *> the run ledger before anything else is touched: the run is
      *> refused when the step ahead of it has not completed for the
      *> business date, or when this step already has, unless the PARM
      *> says OVERRIDE; then the start is recorded
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
               DISPLAY "MYPROGB: UNABLE TO OPEN RUN-LEDGER-FILE, "
                   "STATUS = " FS-RUN-LEDGER
               IF LEDGER-OVERRIDE
                   DISPLAY "MYPROGB: OVERRIDE - RUNNING WITHOUT THE RUN "
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
       0100-START-RUN-LEDGER-EXIT.
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
                   DISPLAY "MYPROGB: NO NIGHTLY CYCLE IS OPEN ON THE RUN "
                       "LEDGER"
                   MOVE WS-LEDGER-TODAY TO WS-LEDGER-BUSINESS-DATE
                   IF LEDGER-OVERRIDE
                       DISPLAY "MYPROGB: OVERRIDE - RUNNING FOR TODAY'S "
                           "DATE"
                   ELSE
                       SET LEDGER-RUN-REFUSED TO TRUE
                   END-IF
               NOT INVALID KEY
                   MOVE RL-CYCLE-DATE TO WS-LEDGER-BUSINESS-DATE
           END-READ.
           DISPLAY "MYPROGB: BUSINESS DATE " WS-LEDGER-BUSINESS-DATE.
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
               DISPLAY "MYPROGB: " WS-LEDGER-PREDECESSOR
                   " HAS NOT COMPLETED FOR BUSINESS DATE "
                   WS-LEDGER-BUSINESS-DATE
               IF LEDGER-OVERRIDE
                   DISPLAY "MYPROGB: OVERRIDE - RUNNING OUT OF SEQUENCE"
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
                       DISPLAY "MYPROGB: ALREADY COMPLETED FOR BUSINESS "
                           "DATE " WS-LEDGER-BUSINESS-DATE
                           " WITH RC " RL-RETURN-CODE
                       IF LEDGER-OVERRIDE
                           DISPLAY "MYPROGB: OVERRIDE - RUNNING AGAIN"
                       ELSE
                           SET LEDGER-RUN-REFUSED TO TRUE
                       END-IF
                   WHEN RL-STATUS-FAILED
                       DISPLAY "MYPROGB: RERUN - PRIOR RUN ENDED WITH RC "
                           RL-RETURN-CODE
                   WHEN OTHER
                       DISPLAY "MYPROGB: RERUN - PRIOR RUN STARTED "
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
                       DISPLAY "MYPROGB: RUN LEDGER REWRITE FAILED, "
                           "STATUS = " FS-RUN-LEDGER
                       SET LEDGER-RUN-REFUSED TO TRUE
               END-REWRITE
           ELSE
               WRITE RUN-LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "MYPROGB: RUN LEDGER WRITE FAILED, "
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
               DISPLAY "MYPROGB: RUN REFUSED BY THE RUN LEDGER - RC=12"
               DISPLAY "MYPROGB: RERUN WITH PARM='OVERRIDE' ONLY WHEN "
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
                   DISPLAY "MYPROGB: RUN LEDGER ENTRY MISSING AT END OF "
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
                           DISPLAY "MYPROGB: RUN LEDGER REWRITE FAILED, "
                               "STATUS = " FS-RUN-LEDGER
                   END-REWRITE
           END-READ.
       0950-RECORD-RUN-END-EXIT.
           EXIT.

      *>****************************************************************
      *> 1000-INITIALIZE - open the inputs and start the report; a
      *> missing input is reported and reflected in the return code
