       >>source format free
      *>****************************************************************
      *> Program name:    MYPROGV
      *> Original author: DDUENAS
      *>
      *> Maintenence Log
      *> Date      Author        Maintenance Requirement
      *> --------- ------------  ---------------------------------------
      *> 10/14/26 DDUENAS  Created as the run-ledger status report for
      *>                   the operations handover.  For the business
      *>                   date on the PARM (YYYYMMDD) - or, without
      *>                   one, the cycle MYPROGH last opened - and the
      *>                   six days before it, prints each nightly
      *>                   step in cycle order (MYPROGH, MYPROGU,
      *>                   MYPROGL, MYPROG, MYPROGC, MYPROGB) with its
      *>                   status, start, end, return code, number of
      *>                   runs, and whether it was run on an
      *>                   OVERRIDE, then says whether that night's
      *>                   cycle is complete or which step is due
      *>                   next.  After MYPROG's RC=2 weekend/holiday
      *>                   skip the two steps after it are not due.
      *>                   Comes back RC=4 when a cycle in the window
      *>                   is incomplete or a step failed, RC=8 when
      *>                   the ledger cannot be read.  Read-only, so
      *>                   it can run at any time.
      *>
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MYPROGV.
       AUTHOR. DDUENAS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/14/26.
       DATE-COMPILED. 10/14/26.
       SECURITY. NON-CONFIDENTIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RL-KEY
               FILE STATUS IS FS-RUN-LEDGER.

           SELECT PRINT-FILE ASSIGN TO "LEDGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PRINT-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LEDGER-FILE.
           COPY RUNLREC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RPTHDR.

       01  WS-DATE-HEADER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(14) VALUE "BUSINESS DATE ".
           05  DH-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DH-CYCLE-NOTE           PIC X(40) VALUE SPACES.

       01  WS-STEP-COLUMN-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "PROGRAM".
           05  FILLER                  PIC X(13) VALUE "STATUS".
           05  FILLER                  PIC X(17) VALUE "STARTED".
           05  FILLER                  PIC X(17) VALUE "ENDED".
           05  FILLER                  PIC X(06) VALUE "  RC".
           05  FILLER                  PIC X(05) VALUE "RUNS".
           05  FILLER                  PIC X(03) VALUE "OVR".

       01  WS-STEP-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SD-PROGRAM-ID           PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SD-STATUS               PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SD-START-DATE           PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SD-START-TIME           PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SD-END-DATE             PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SD-END-TIME             PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SD-RETURN-CODE          PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SD-RUN-COUNT            PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SD-OVERRIDE             PIC X(03) VALUE SPACES.

       01  WS-CYCLE-RESULT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE "CYCLE - ".
           05  CR-RESULT-TEXT          PIC X(60) VALUE SPACES.

       01  WS-NO-CYCLE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(14) VALUE "BUSINESS DATE ".
           05  NC-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "NO STEPS RECORDED".

       01  WS-LEDGER-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "CYCLES COMPLETE ... ".
           05  LT-COMPLETE-COUNT       PIC ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "CYCLES INCOMPLETE . ".
           05  LT-INCOMPLETE-COUNT     PIC ZZ9.

      *> The nightly steps in the order the cycle runs them
       01  WS-CYCLE-STEP-VALUES.
           05  FILLER                  PIC X(08) VALUE "MYPROGH".
           05  FILLER                  PIC X(08) VALUE "MYPROGU".
           05  FILLER                  PIC X(08) VALUE "MYPROGL".
           05  FILLER                  PIC X(08) VALUE "MYPROG".
           05  FILLER                  PIC X(08) VALUE "MYPROGC".
           05  FILLER                  PIC X(08) VALUE "MYPROGB".
       01  WS-CYCLE-STEP-TABLE REDEFINES WS-CYCLE-STEP-VALUES.
           05  WS-CYCLE-STEP           PIC X(08) OCCURS 6 TIMES.

       01  WS-PRINT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 057.
           05  WS-PAGE-NUMBER          PIC 9(04) COMP VALUE ZERO.

       01  WS-RUN-IDENTITY.
           05  WS-RUN-DATE             PIC X(08).
           05  WS-RUN-DATE-CENTURY     PIC 9(08) VALUE ZERO.

       01  WS-FILE-STATUSES.
           05  FS-RUN-LEDGER           PIC X(02) VALUE "00".
               88  FS-RUN-LEDGER-OK               VALUE "00".
           05  FS-PRINT-FILE           PIC X(02) VALUE "00".
               88  FS-PRINT-FILE-OK               VALUE "00".

       01  WS-SWITCHES.
           05  WS-LEDGER-OPEN-SWITCH   PIC X(01) VALUE "N".
               88  LEDGER-FILE-OPEN            VALUE "Y".
           05  WS-STEP-FOUND-SWITCH    PIC X(01) VALUE "N".
               88  STEP-ENTRY-FOUND            VALUE "Y".
           05  WS-NEXT-FOUND-SWITCH    PIC X(01) VALUE "N".
               88  NEXT-STEP-FOUND             VALUE "Y".
           05  WS-SKIP-NIGHT-SWITCH    PIC X(01) VALUE "N".
               88  SKIP-NIGHT                  VALUE "Y".

       01  WS-WINDOW-CONTROL.
           05  WS-REPORT-DATE          PIC 9(08) VALUE ZERO.
           05  WS-WINDOW-DAYS          PIC 9(02) VALUE 07.
           05  WS-REPORT-INTEGER       PIC 9(07) COMP VALUE ZERO.
           05  WS-DAY-INTEGER          PIC 9(07) COMP VALUE ZERO.
           05  WS-DAY-DATE             PIC 9(08) VALUE ZERO.
           05  WS-STEP-SUB             PIC 9(02) COMP VALUE ZERO.
           05  WS-STEPS-FOUND          PIC 9(02) COMP VALUE ZERO.
           05  WS-STEPS-COMPLETE       PIC 9(02) COMP VALUE ZERO.
           05  WS-STEPS-FAILED         PIC 9(02) COMP VALUE ZERO.
           05  WS-NEXT-STEP            PIC X(08) VALUE SPACES.
           05  WS-EDIT-RC              PIC ZZZ9.
           05  WS-EDIT-RUNS            PIC ZZ9.

       01  WS-COUNTERS.
           05  WS-CYCLES-COMPLETE      PIC 9(03) COMP VALUE ZERO.
           05  WS-CYCLES-INCOMPLETE    PIC 9(03) COMP VALUE ZERO.

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
           IF LEDGER-FILE-OPEN
               PERFORM 2000-REPORT-ONE-DATE
                   THRU 2000-REPORT-ONE-DATE-EXIT
                   VARYING WS-DAY-INTEGER
                   FROM WS-REPORT-INTEGER BY -1
                   UNTIL WS-DAY-INTEGER
                       < WS-REPORT-INTEGER - WS-WINDOW-DAYS + 1
           END-IF.
           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.
           STOP RUN.

      *>****************************************************************
      *> 1000-INITIALIZE - open the ledger and the report and settle
      *> the business date to report on
      *>****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE.
           ACCEPT WS-RUN-DATE-CENTURY FROM DATE YYYYMMDD.
           OPEN OUTPUT PRINT-FILE.
           IF NOT FS-PRINT-FILE-OK
               DISPLAY "MYPROGV: UNABLE TO OPEN PRINT-FILE, STATUS = "
                   FS-PRINT-FILE
           END-IF.
           OPEN INPUT RUN-LEDGER-FILE.
           IF FS-RUN-LEDGER-OK
               SET LEDGER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "MYPROGV: UNABLE TO OPEN RUN-LEDGER-FILE, "
                   "STATUS = " FS-RUN-LEDGER
           END-IF.
           MOVE WS-RUN-DATE-CENTURY TO WS-REPORT-DATE.
           IF LK-PARM-LENGTH NOT < 8
               AND LK-PARM-TEXT (1 : 8) IS NUMERIC
               MOVE LK-PARM-TEXT (1 : 8) TO WS-REPORT-DATE
           ELSE
               IF LEDGER-FILE-OPEN
                   MOVE ZERO TO RL-BUSINESS-DATE
                   MOVE "*CYCLE*" TO RL-PROGRAM-ID
                   READ RUN-LEDGER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE RL-CYCLE-DATE TO WS-REPORT-DATE
                   END-READ
               END-IF
           END-IF.
           COMPUTE WS-REPORT-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE).
           DISPLAY "MYPROGV: REPORTING BUSINESS DATE " WS-REPORT-DATE
               " AND THE " WS-WINDOW-DAYS " DAYS ENDING WITH IT".
           MOVE "MYPROGV" TO RH1-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RH1-RUN-DATE.
           MOVE "NIGHTLY CYCLE RUN LEDGER STATUS" TO RH2-REPORT-TITLE.
           PERFORM 1900-PRINT-HEADERS
               THRU 1900-PRINT-HEADERS-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *>****************************************************************
      *> 1900-PRINT-HEADERS - start a new report page
      *>****************************************************************
       1900-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO RH1-PAGE-NUMBER.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADER-2
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM WS-STEP-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WS-LINE-COUNT.
       1900-PRINT-HEADERS-EXIT.
           EXIT.

      *>****************************************************************
      *> 2000-REPORT-ONE-DATE - one block per business date, newest
      *> first: each step in cycle order, then whether the cycle is
      *> complete or which step is due next
      *>****************************************************************
       2000-REPORT-ONE-DATE.
           COMPUTE WS-DAY-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER).
           MOVE ZERO TO WS-STEPS-FOUND.
           MOVE ZERO TO WS-STEPS-COMPLETE.
           MOVE ZERO TO WS-STEPS-FAILED.
           MOVE "N" TO WS-NEXT-FOUND-SWITCH.
           MOVE "N" TO WS-SKIP-NIGHT-SWITCH.
           MOVE SPACES TO WS-NEXT-STEP.
           PERFORM 2050-COUNT-ONE-STEP
               THRU 2050-COUNT-ONE-STEP-EXIT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 6.
           IF WS-STEPS-FOUND = ZERO
               IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
                   PERFORM 1900-PRINT-HEADERS
                       THRU 1900-PRINT-HEADERS-EXIT
               END-IF
               MOVE WS-DAY-DATE TO NC-BUSINESS-DATE
               WRITE PRINT-RECORD FROM WS-NO-CYCLE-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
               IF WS-DAY-INTEGER = WS-REPORT-INTEGER
                   ADD 1 TO WS-CYCLES-INCOMPLETE
               END-IF
           ELSE
               IF WS-LINE-COUNT + 10 > WS-LINES-PER-PAGE
                   PERFORM 1900-PRINT-HEADERS
                       THRU 1900-PRINT-HEADERS-EXIT
               END-IF
               MOVE WS-DAY-DATE TO DH-BUSINESS-DATE
               PERFORM 2100-DESCRIBE-CYCLE
                   THRU 2100-DESCRIBE-CYCLE-EXIT
               WRITE PRINT-RECORD FROM WS-DATE-HEADER-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
               PERFORM 2200-PRINT-ONE-STEP
                   THRU 2200-PRINT-ONE-STEP-EXIT
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 6
               PERFORM 2300-PRINT-CYCLE-RESULT
                   THRU 2300-PRINT-CYCLE-RESULT-EXIT
           END-IF.
       2000-REPORT-ONE-DATE-EXIT.
           EXIT.

      *>****************************************************************
      *> 2050-COUNT-ONE-STEP - tally the step's ledger entry for the
      *> date and note the first step in cycle order not yet complete
      *>****************************************************************
       2050-COUNT-ONE-STEP.
           PERFORM 2500-READ-STEP-ENTRY
               THRU 2500-READ-STEP-ENTRY-EXIT.
           IF STEP-ENTRY-FOUND
               ADD 1 TO WS-STEPS-FOUND
               IF RL-STATUS-COMPLETE
                   ADD 1 TO WS-STEPS-COMPLETE
                   IF WS-CYCLE-STEP (WS-STEP-SUB) = "MYPROG"
                       AND RL-RETURN-CODE = 2
                       SET SKIP-NIGHT TO TRUE
                   END-IF
               END-IF
               IF RL-STATUS-FAILED
                   ADD 1 TO WS-STEPS-FAILED
               END-IF
           END-IF.
           IF NOT NEXT-STEP-FOUND AND NOT SKIP-NIGHT
               IF NOT STEP-ENTRY-FOUND OR NOT RL-STATUS-COMPLETE
                   SET NEXT-STEP-FOUND TO TRUE
                   MOVE WS-CYCLE-STEP (WS-STEP-SUB) TO WS-NEXT-STEP
               END-IF
           END-IF.
       2050-COUNT-ONE-STEP-EXIT.
           EXIT.

      *>****************************************************************
      *> 2100-DESCRIBE-CYCLE - note on the date line when this is the
      *> cycle MYPROGH currently has open
      *>****************************************************************
       2100-DESCRIBE-CYCLE.
           MOVE SPACES TO DH-CYCLE-NOTE.
           MOVE ZERO TO RL-BUSINESS-DATE.
           MOVE "*CYCLE*" TO RL-PROGRAM-ID.
           READ RUN-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RL-CYCLE-DATE = WS-DAY-DATE
                       STRING "OPEN CYCLE - OPENED " DELIMITED BY SIZE
                           RL-CYCLE-OPENED-DATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           RL-CYCLE-OPENED-TIME (1 : 6)
                               DELIMITED BY SIZE
                           INTO DH-CYCLE-NOTE
                       END-STRING
                   END-IF
           END-READ.
       2100-DESCRIBE-CYCLE-EXIT.
           EXIT.

      *>****************************************************************
      *> 2200-PRINT-ONE-STEP - one line per step: a step with no entry
      *> has not run (or, after the weekend skip, is not due)
      *>****************************************************************
       2200-PRINT-ONE-STEP.
           PERFORM 2500-READ-STEP-ENTRY
               THRU 2500-READ-STEP-ENTRY-EXIT.
           MOVE SPACES TO WS-STEP-DETAIL-LINE.
           MOVE WS-CYCLE-STEP (WS-STEP-SUB) TO SD-PROGRAM-ID.
           IF STEP-ENTRY-FOUND
               EVALUATE TRUE
                   WHEN RL-STATUS-COMPLETE
                       MOVE "COMPLETE" TO SD-STATUS
                   WHEN RL-STATUS-FAILED
                       MOVE "FAILED" TO SD-STATUS
                   WHEN OTHER
                       MOVE "NOT ENDED" TO SD-STATUS
               END-EVALUATE
               MOVE RL-START-DATE TO SD-START-DATE
               MOVE RL-START-TIME (1 : 6) TO SD-START-TIME
               IF NOT RL-STATUS-STARTED
                   MOVE RL-END-DATE TO SD-END-DATE
                   MOVE RL-END-TIME (1 : 6) TO SD-END-TIME
                   MOVE RL-RETURN-CODE TO WS-EDIT-RC
                   MOVE WS-EDIT-RC TO SD-RETURN-CODE
               END-IF
               MOVE RL-RUN-COUNT TO WS-EDIT-RUNS
               MOVE WS-EDIT-RUNS TO SD-RUN-COUNT
               IF RL-RUN-OVERRIDDEN
                   MOVE "YES" TO SD-OVERRIDE
               END-IF
           ELSE
               IF SKIP-NIGHT
                   MOVE "NOT DUE" TO SD-STATUS
               ELSE
                   MOVE "NOT RUN" TO SD-STATUS
               END-IF
           END-IF.
           WRITE PRINT-RECORD FROM WS-STEP-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       2200-PRINT-ONE-STEP-EXIT.
           EXIT.

      *>****************************************************************
      *> 2300-PRINT-CYCLE-RESULT - the handover verdict for the date
      *>****************************************************************
       2300-PRINT-CYCLE-RESULT.
           MOVE SPACES TO CR-RESULT-TEXT.
           EVALUATE TRUE
               WHEN NOT NEXT-STEP-FOUND AND SKIP-NIGHT
                   MOVE "COMPLETE (WEEKEND/HOLIDAY SKIP)"
                       TO CR-RESULT-TEXT
                   ADD 1 TO WS-CYCLES-COMPLETE
               WHEN NOT NEXT-STEP-FOUND
                   MOVE "COMPLETE" TO CR-RESULT-TEXT
                   ADD 1 TO WS-CYCLES-COMPLETE
               WHEN OTHER
                   STRING "INCOMPLETE - NEXT STEP DUE: "
                           DELIMITED BY SIZE
                       WS-NEXT-STEP DELIMITED BY SPACE
                       INTO CR-RESULT-TEXT
                   END-STRING
                   ADD 1 TO WS-CYCLES-INCOMPLETE
           END-EVALUATE.
           WRITE PRINT-RECORD FROM WS-CYCLE-RESULT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       2300-PRINT-CYCLE-RESULT-EXIT.
           EXIT.

       2500-READ-STEP-ENTRY.
           MOVE "N" TO WS-STEP-FOUND-SWITCH.
           MOVE WS-DAY-DATE TO RL-BUSINESS-DATE.
           MOVE WS-CYCLE-STEP (WS-STEP-SUB) TO RL-PROGRAM-ID.
           READ RUN-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET STEP-ENTRY-FOUND TO TRUE
           END-READ.
       2500-READ-STEP-ENTRY-EXIT.
           EXIT.

      *>****************************************************************
      *> 3000-TERMINATE - totals, close down, and reflect the run
      *> outcome in RETURN-CODE for the JCL's COND tests
      *>****************************************************************
       3000-TERMINATE.
           MOVE WS-CYCLES-COMPLETE TO LT-COMPLETE-COUNT.
           MOVE WS-CYCLES-INCOMPLETE TO LT-INCOMPLETE-COUNT.
           WRITE PRINT-RECORD FROM WS-LEDGER-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-RECORD FROM WS-REPORT-FOOTER
               AFTER ADVANCING 2 LINES.
           IF LEDGER-FILE-OPEN
               CLOSE RUN-LEDGER-FILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "MYPROGV: CYCLES COMPLETE = " WS-CYCLES-COMPLETE
               ", INCOMPLETE = " WS-CYCLES-INCOMPLETE.
           EVALUATE TRUE
               WHEN NOT LEDGER-FILE-OPEN
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CYCLES-INCOMPLETE > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       3000-TERMINATE-EXIT.
           EXIT.
