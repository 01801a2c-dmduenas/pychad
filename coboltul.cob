      *>                   the archive - counted as adds on the
      *>                   control totals, since a restore puts a
      *>                   record back on the master.
      *> 10/14/26 DDUENAS  Report the entitlement entries MYPROGO now
      *>                   writes - "E" grant, "M" role change, "V"
      *>                   revoke - with the application and role in
      *>                   place of the user-record image, totalled
      *>                   on their own line.  They are not user
      *>                   master movement, so the control totals
      *>                   MYPROGB balances do not count them.
      *> 10/14/26 DDUENAS  Report the operator lockout entries - "L"
      *>                   an id locked after repeated failed sign-ons
      *>                   (from MYPROGO or MYPROGD), "U" an admin
      *>                   unlocking one - with the id concerned in
      *>                   the user-id column and their own counts on
      *>                   a new totals line.
      *> 10/14/26 DDUENAS  Checks the new run ledger (RUNLREC, DD
      *>                   RUNLEDG) before touching anything: the run
      *>                   is refused with RC=12 when MYPROGU has not
      *>                   completed for the open cycle's business
      *>                   date, or when this step already has, unless
      *>                   the PARM says OVERRIDE; the start and the
      *>                   return code are recorded.
      *> 10/14/26 DDUENAS  Report the "O" entries - an emergency
      *>                   override of the nightly batch hold (from
      *>                   MYPROGO, MYPROGD, MYPROGI, or an early
      *>                   MYPROGX release) - with the operator in the
      *>                   user-id column and their own count on a new
      *>                   totals line.
      *>
      *>****************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS PA-USER-ID
               FILE STATUS IS FS-PENDING-FILE.

           SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RL-KEY
               FILE STATUS IS FS-RUN-LEDGER.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
       FD  PENDING-FILE.
           COPY PNDAREC.

       FD  RUN-LEDGER-FILE.
           COPY RUNLREC.

       WORKING-STORAGE SECTION.

       COPY RPTHDR.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  IM-ACCESS-LEVEL         PIC X(01) VALUE SPACES.

       01  WS-ENTITLE-IMAGE-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  EI-IMAGE-TAG            PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "APPL: ".
           05  EI-APPL-CODE            PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "ROLE: ".
           05  EI-ROLE-CODE            PIC X(10) VALUE SPACES.

       01  WS-JOURNAL-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE "ADDS ...".
               "UNAUTHORIZED .......".
           05  JT-UNAUTH-COUNT         PIC ZZZ,ZZ9.

       01  WS-LOCKOUT-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "OPERATOR LOCKOUTS ..".
           05  JT-LOCKOUT-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "OPERATOR UNLOCKS ...".
           05  JT-UNLOCK-COUNT         PIC ZZZ,ZZ9.

       01  WS-OVERRIDE-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "BATCH OVERRIDES ....".
           05  JT-OVERRIDE-COUNT       PIC ZZZ,ZZ9.

       01  WS-ENTITLE-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(12) VALUE "ENTL GRANTS ".
           05  JT-ENTL-GRANT-COUNT     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "CHANGES ...".
           05  JT-ENTL-CHANGE-COUNT    PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "REVOKES ...".
           05  JT-ENTL-REVOKE-COUNT    PIC ZZZ,ZZ9.

       01  WS-PRINT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 057.
           05  WS-RUN-DATE             PIC X(08).
           05  WS-RUN-DATE-CENTURY     PIC 9(08) VALUE ZERO.

      *> Run ledger: this step's place in the nightly cycle and the
      *> business date it is running for
       01  WS-RUN-LEDGER-CONTROL.
           05  WS-LEDGER-PROGRAM       PIC X(08) VALUE "MYPROGL".
           05  WS-LEDGER-PREDECESSOR   PIC X(08) VALUE "MYPROGU".
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
           05  FS-JOURNAL-FILE         PIC X(02) VALUE "00".
               88  FS-JOURNAL-FILE-OK             VALUE "00".
               88  FS-CONTROL-COUNTS-OK           VALUE "00".
           05  FS-PENDING-FILE         PIC X(02) VALUE "00".
               88  FS-PENDING-FILE-OK             VALUE "00".
           05  FS-RUN-LEDGER           PIC X(02) VALUE "00".
               88  FS-RUN-LEDGER-OK               VALUE "00".

       01  WS-SWITCHES.
           05  WS-JOURNAL-EOF-SWITCH   PIC X(01) VALUE "N".
           05  WS-GRANT-CHANGE-COUNT   PIC 9(07) COMP VALUE ZERO.
           05  WS-REINSTATE-COUNT      PIC 9(07) COMP VALUE ZERO.
           05  WS-OVERDUE-COUNT        PIC 9(07) COMP VALUE ZERO.
           05  WS-ENTL-GRANT-COUNT     PIC 9(07) COMP VALUE ZERO.
           05  WS-ENTL-CHANGE-COUNT    PIC 9(07) COMP VALUE ZERO.
           05  WS-ENTL-REVOKE-COUNT    PIC 9(07) COMP VALUE ZERO.
           05  WS-LOCKOUT-COUNT        PIC 9(07) COMP VALUE ZERO.
           05  WS-UNLOCK-COUNT         PIC 9(07) COMP VALUE ZERO.
           05  WS-OVERRIDE-COUNT       PIC 9(07) COMP VALUE ZERO.

       01  WS-OVERDUE-CONTROL.
           05  WS-PENDING-WINDOW-DAYS  PIC 9(03) VALUE 002.
           05  WS-REQUEST-INTEGER      PIC 9(07) COMP VALUE ZERO.
           05  WS-DAYS-PENDING         PIC S9(05) COMP VALUE ZERO.

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
               PERFORM 2000-PROCESS-ENTRIES
                   THRU 2000-PROCESS-ENTRIES-EXIT
                   UNTIL END-OF-JOURNAL-FILE
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
               DISPLAY "MYPROGL: UNABLE TO OPEN RUN-LEDGER-FILE, "
                   "STATUS = " FS-RUN-LEDGER
               IF LEDGER-OVERRIDE
                   DISPLAY "MYPROGL: OVERRIDE - RUNNING WITHOUT THE RUN "
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
                   DISPLAY "MYPROGL: NO NIGHTLY CYCLE IS OPEN ON THE RUN "
                       "LEDGER"
                   MOVE WS-LEDGER-TODAY TO WS-LEDGER-BUSINESS-DATE
                   IF LEDGER-OVERRIDE
                       DISPLAY "MYPROGL: OVERRIDE - RUNNING FOR TODAY'S "
                           "DATE"
                   ELSE
                       SET LEDGER-RUN-REFUSED TO TRUE
                   END-IF
               NOT INVALID KEY
                   MOVE RL-CYCLE-DATE TO WS-LEDGER-BUSINESS-DATE
           END-READ.
           DISPLAY "MYPROGL: BUSINESS DATE " WS-LEDGER-BUSINESS-DATE.
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
               DISPLAY "MYPROGL: " WS-LEDGER-PREDECESSOR
                   " HAS NOT COMPLETED FOR BUSINESS DATE "
                   WS-LEDGER-BUSINESS-DATE
               IF LEDGER-OVERRIDE
                   DISPLAY "MYPROGL: OVERRIDE - RUNNING OUT OF SEQUENCE"
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
                       DISPLAY "MYPROGL: ALREADY COMPLETED FOR BUSINESS "
                           "DATE " WS-LEDGER-BUSINESS-DATE
                           " WITH RC " RL-RETURN-CODE
                       IF LEDGER-OVERRIDE
                           DISPLAY "MYPROGL: OVERRIDE - RUNNING AGAIN"
                       ELSE
                           SET LEDGER-RUN-REFUSED TO TRUE
                       END-IF
                   WHEN RL-STATUS-FAILED
                       DISPLAY "MYPROGL: RERUN - PRIOR RUN ENDED WITH RC "
                           RL-RETURN-CODE
                   WHEN OTHER
                       DISPLAY "MYPROGL: RERUN - PRIOR RUN STARTED "
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
                       DISPLAY "MYPROGL: RUN LEDGER REWRITE FAILED, "
                           "STATUS = " FS-RUN-LEDGER
                       SET LEDGER-RUN-REFUSED TO TRUE
               END-REWRITE
           ELSE
               WRITE RUN-LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "MYPROGL: RUN LEDGER WRITE FAILED, "
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
               DISPLAY "MYPROGL: RUN REFUSED BY THE RUN LEDGER - RC=12"
               DISPLAY "MYPROGL: RERUN WITH PARM='OVERRIDE' ONLY WHEN "
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
                   DISPLAY "MYPROGL: RUN LEDGER ENTRY MISSING AT END OF "
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
                           DISPLAY "MYPROGL: RUN LEDGER REWRITE FAILED, "
                               "STATUS = " FS-RUN-LEDGER
                   END-REWRITE
           END-READ.
       0950-RECORD-RUN-END-EXIT.
           EXIT.

      *>****************************************************************
      *> 1000-INITIALIZE - open the files, start the report, and prime
      *> the journal read
               WHEN JR-ACTION-REINSTATE
                   MOVE "REINST" TO JD-ACTION
                   ADD 1 TO WS-REINSTATE-COUNT
               WHEN JR-ACTION-ENTITLE-GRANT
                   MOVE "ENTGRT" TO JD-ACTION
                   ADD 1 TO WS-ENTL-GRANT-COUNT
               WHEN JR-ACTION-ENTITLE-CHANGE
                   MOVE "ENTCHG" TO JD-ACTION
                   ADD 1 TO WS-ENTL-CHANGE-COUNT
               WHEN JR-ACTION-ENTITLE-REVOKE
                   MOVE "ENTREV" TO JD-ACTION
                   ADD 1 TO WS-ENTL-REVOKE-COUNT
               WHEN JR-ACTION-LOCKOUT
                   MOVE "LOCKED" TO JD-ACTION
                   ADD 1 TO WS-LOCKOUT-COUNT
               WHEN JR-ACTION-UNLOCK
                   MOVE "UNLOCK" TO JD-ACTION
                   ADD 1 TO WS-UNLOCK-COUNT
               WHEN JR-ACTION-BATCH-OVERRIDE
                   MOVE "OVRIDE" TO JD-ACTION
                   ADD 1 TO WS-OVERRIDE-COUNT
               WHEN OTHER
                   MOVE "?" TO JD-ACTION
           END-EVALUATE.
               WHEN JR-ACTION-CHANGE
               WHEN JR-ACTION-DELETE
                   MOVE JRB-USER-ID TO JD-USER-ID
               WHEN JR-ACTION-ENTITLE-REVOKE
                   MOVE JRBE-USER-ID TO JD-USER-ID
               WHEN JR-ACTION-ENTITLEMENT
                   MOVE JRAE-USER-ID TO JD-USER-ID
               WHEN OTHER
                   MOVE JRA-USER-ID TO JD-USER-ID
           END-EVALUATE.
               PERFORM 2700-PRINT-IMAGE-LINE
                   THRU 2700-PRINT-IMAGE-LINE-EXIT
           END-IF.
           IF JR-ACTION-ENTITLE-CHANGE OR JR-ACTION-ENTITLE-REVOKE
               MOVE "BEFORE: " TO EI-IMAGE-TAG
               MOVE JRBE-APPL-CODE TO EI-APPL-CODE
               MOVE JRBE-ROLE-CODE TO EI-ROLE-CODE
               PERFORM 2750-PRINT-ENTITLE-IMAGE
                   THRU 2750-PRINT-ENTITLE-IMAGE-EXIT
           END-IF.
           IF JR-ACTION-ENTITLE-GRANT OR JR-ACTION-ENTITLE-CHANGE
               MOVE "AFTER : " TO EI-IMAGE-TAG
               MOVE JRAE-APPL-CODE TO EI-APPL-CODE
               MOVE JRAE-ROLE-CODE TO EI-ROLE-CODE
               PERFORM 2750-PRINT-ENTITLE-IMAGE
                   THRU 2750-PRINT-ENTITLE-IMAGE-EXIT
           END-IF.
           PERFORM 2100-READ-JOURNAL-ENTRY
               THRU 2100-READ-JOURNAL-ENTRY-EXIT.
       2000-PROCESS-ENTRIES-EXIT.
       2700-PRINT-IMAGE-LINE-EXIT.
           EXIT.

       2750-PRINT-ENTITLE-IMAGE.
           WRITE PRINT-RECORD FROM WS-ENTITLE-IMAGE-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       2750-PRINT-ENTITLE-IMAGE-EXIT.
           EXIT.

      *>****************************************************************
      *> 3000-TERMINATE - counts by action, close down, and reflect
      *> the run outcome in RETURN-CODE for the JCL's COND tests
           MOVE WS-UNAUTH-COUNT TO JT-UNAUTH-COUNT.
           WRITE PRINT-RECORD FROM WS-SECURITY-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-LOCKOUT-COUNT TO JT-LOCKOUT-COUNT.
           MOVE WS-UNLOCK-COUNT TO JT-UNLOCK-COUNT.
           WRITE PRINT-RECORD FROM WS-LOCKOUT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-OVERRIDE-COUNT TO JT-OVERRIDE-COUNT.
           WRITE PRINT-RECORD FROM WS-OVERRIDE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-ENTL-GRANT-COUNT TO JT-ENTL-GRANT-COUNT.
           MOVE WS-ENTL-CHANGE-COUNT TO JT-ENTL-CHANGE-COUNT.
           MOVE WS-ENTL-REVOKE-COUNT TO JT-ENTL-REVOKE-COUNT.
           WRITE PRINT-RECORD FROM WS-ENTITLE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 3100-PRINT-APPROVAL-SECTION
               THRU 3100-PRINT-APPROVAL-SECTION-EXIT.
           WRITE PRINT-RECORD FROM WS-REPORT-FOOTER
