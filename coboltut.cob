       >>source format free
      *>****************************************************************
      *> Program name:    MYPROGT
      *> Original author: DDUENAS
      *>
      *> Maintenence Log
      *> Date      Author        Maintenance Requirement
      *> --------- ------------  ---------------------------------------
      *> 10/14/26 DDUENAS  Created to take back time-boxed elevated
      *>                   access.  A month-end or project UPDATE or
      *>                   ADMIN level raised through MYPROGO used to
      *>                   be lowered by hand, when anyone remembered.
      *>                   MYPROGO now records each temporary grant on
      *>                   the temporary-grant cluster (TMPGREC) with
      *>                   the level to revert to and an expiry date,
      *>                   and this step, in the nightly MYPROGJ
      *>                   cycle, demotes every grant that has expired
      *>                   back to its prior level, journaling each
      *>                   revert as a change ("C") so MYPROGL,
      *>                   MYPROGB, and MYPROGF all see it like any
      *>                   other.  The business date comes from the
      *>                   same holiday calendar MYPROG uses.  An
      *>                   admin grant still waiting on the two-person
      *>                   hold when it expires is withdrawn from the
      *>                   pending file (journaled "N") so it cannot
      *>                   be approved after the fact.  A second
      *>                   report lists the grants expiring in the
      *>                   next 5 business days, one department per
      *>                   page with the manager named, for routing to
      *>                   the department managers.
      *> 10/14/26 DDUENAS  Before and after images widened to the 75-
      *>                   byte user record (account type and owner).
      *> 10/15/26 DDUENAS  The business date is now the one MYPROGH
      *>                   opened for the cycle on the run ledger
      *>                   (the "*CYCLE*" record, DD RUNLEDG), so a
      *>                   cycle rerun after midnight expires the same
      *>                   grants as the night it belongs to.  The
      *>                   calendar walk back from the run date is
      *>                   kept for a run with no cycle open.
      *>
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MYPROGT.
       AUTHOR. DDUENAS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/14/26.
       DATE-COMPILED. 10/14/26.
       SECURITY. CONFIDENTIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER-FILE ASSIGN TO "USRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-USER-ID
               ALTERNATE RECORD KEY IS UM-USER-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS UM-DEPARTMENT
                   WITH DUPLICATES
               FILE STATUS IS FS-USER-MASTER.

           SELECT TEMP-GRANT-FILE ASSIGN TO "USRTEMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TG-USER-ID
               FILE STATUS IS FS-TEMP-GRANT-FILE.

           SELECT PENDING-FILE ASSIGN TO "USRPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA-USER-ID
               FILE STATUS IS FS-PENDING-FILE.

           SELECT DEPARTMENT-FILE ASSIGN TO "USRDEPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS FS-DEPARTMENT-FILE.

           SELECT CALENDAR-FILE ASSIGN TO "USRHOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CALENDAR-FILE.

           SELECT JOURNAL-FILE ASSIGN TO "USRJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-JOURNAL-FILE.

           SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RL-KEY
               FILE STATUS IS FS-RUN-LEDGER.

           SELECT PRINT-FILE ASSIGN TO "TEMPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PRINT-FILE.

           SELECT EXPIRING-FILE ASSIGN TO "TEMPEXP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-EXPIRING-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
           COPY USERREC.

       FD  TEMP-GRANT-FILE.
           COPY TMPGREC.

       FD  PENDING-FILE.
           COPY PNDAREC.

       FD  DEPARTMENT-FILE.
           COPY DEPTREC.

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  CALENDAR-RECORD.
           05  CAL-HOLIDAY-DATE        PIC 9(08).

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY JRNLREC.

       FD  RUN-LEDGER-FILE.
           COPY RUNLREC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD                PIC X(80).

       FD  EXPIRING-FILE
           RECORDING MODE IS F.
       01  EXPIRING-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RPTHDR.

       01  WS-BUSINESS-DATE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE: ".
           05  BD-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
           05  FILLER                  PIC X(18) VALUE
               "   EXPIRING UP TO ".
           05  BD-WINDOW-END-DATE      PIC 9(08) VALUE ZERO.

       01  WS-REGISTER-COLUMN-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "USER-ID".
           05  FILLER                  PIC X(32) VALUE "USER-NAME".
           05  FILLER                  PIC X(06) VALUE "LEVEL".
           05  FILLER                  PIC X(10) VALUE "EXPIRED".
           05  FILLER                  PIC X(14) VALUE "RESULT".

       01  WS-REGISTER-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  GR-USER-ID              PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  GR-USER-NAME            PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  GR-ELEVATED-LEVEL       PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE "->".
           05  GR-REVERT-LEVEL         PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  GR-EXPIRY-DATE          PIC 9(08) VALUE ZERO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  GR-RESULT               PIC X(14) VALUE SPACES.

       01  WS-NO-EXPIRED-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(40) VALUE
               "NO TEMPORARY GRANTS EXPIRED TONIGHT".

       01  WS-REGISTER-TOTAL-LINE-1.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "GRANTS READ ....... ".
           05  GT-GRANTS-READ          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "REVERTED .......... ".
           05  GT-GRANTS-REVERTED      PIC ZZZ,ZZ9.

       01  WS-REGISTER-TOTAL-LINE-2.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "HOLDS WITHDRAWN ... ".
           05  GT-HOLDS-WITHDRAWN      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "CLOSED UNCHANGED .. ".
           05  GT-GRANTS-CLOSED        PIC ZZZ,ZZ9.

       01  WS-REGISTER-TOTAL-LINE-3.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "REVERT FAILED ..... ".
           05  GT-GRANTS-FAILED        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "EXPIRING SOON ..... ".
           05  GT-GRANTS-EXPIRING      PIC ZZZ,ZZ9.

       01  WS-DEPT-HEADER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(12) VALUE "DEPARTMENT: ".
           05  DH-DEPT-CODE            PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE " - ".
           05  DH-DEPT-NAME            PIC X(30) VALUE SPACES.

       01  WS-DEPT-MANAGER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(12) VALUE "MANAGER:    ".
           05  MH-MANAGER-NAME         PIC X(30) VALUE SPACES.

       01  WS-EXPIRING-COLUMN-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "USER-ID".
           05  FILLER                  PIC X(32) VALUE "USER-NAME".
           05  FILLER                  PIC X(06) VALUE "LEVEL".
           05  FILLER                  PIC X(10) VALUE "EXPIRES".
           05  FILLER                  PIC X(10) VALUE "STATUS".

       01  WS-EXPIRING-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  XD-USER-ID              PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XD-USER-NAME            PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XD-ELEVATED-LEVEL       PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE "->".
           05  XD-REVERT-LEVEL         PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XD-EXPIRY-DATE          PIC 9(08) VALUE ZERO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XD-GRANT-STATUS         PIC X(10) VALUE SPACES.

       01  WS-EXPIRING-REASON-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "REASON: ".
           05  XR-REASON               PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE " GRANTED BY ".
           05  XR-GRANTED-BY           PIC X(08) VALUE SPACES.

       01  WS-DEPT-COUNT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "EXPIRING IN DEPT .. ".
           05  XC-DEPT-EXPIRING        PIC ZZZ,ZZ9.

       01  WS-NO-EXPIRING-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(50) VALUE
               "NO TEMPORARY GRANTS EXPIRE IN THE NEXT 5 BUSINESS".
           05  FILLER                  PIC X(05) VALUE " DAYS".

       01  WS-PRINT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 055.
           05  WS-PAGE-NUMBER          PIC 9(04) COMP VALUE ZERO.
           05  WS-EXP-LINE-COUNT       PIC 9(03) COMP VALUE ZERO.
           05  WS-EXP-PAGE-NUMBER      PIC 9(04) COMP VALUE ZERO.

       01  WS-RUN-IDENTITY.
           05  WS-RUN-DATE             PIC X(08).
           05  WS-RUN-OPERATOR-ID      PIC X(08) VALUE "MYPROGT".

       01  WS-FILE-STATUSES.
           05  FS-USER-MASTER          PIC X(02) VALUE "00".
               88  FS-USER-MASTER-OK              VALUE "00".
           05  FS-TEMP-GRANT-FILE      PIC X(02) VALUE "00".
               88  FS-TEMP-GRANT-FILE-OK          VALUE "00".
           05  FS-PENDING-FILE         PIC X(02) VALUE "00".
               88  FS-PENDING-FILE-OK             VALUE "00".
           05  FS-DEPARTMENT-FILE      PIC X(02) VALUE "00".
               88  FS-DEPARTMENT-FILE-OK          VALUE "00".
           05  FS-CALENDAR-FILE        PIC X(02) VALUE "00".
               88  FS-CALENDAR-FILE-OK            VALUE "00".
           05  FS-JOURNAL-FILE         PIC X(02) VALUE "00".
               88  FS-JOURNAL-FILE-OK             VALUE "00".
           05  FS-PRINT-FILE           PIC X(02) VALUE "00".
               88  FS-PRINT-FILE-OK               VALUE "00".
           05  FS-EXPIRING-FILE        PIC X(02) VALUE "00".
               88  FS-EXPIRING-FILE-OK            VALUE "00".
           05  FS-RUN-LEDGER           PIC X(02) VALUE "00".
               88  FS-RUN-LEDGER-OK               VALUE "00".

       01  WS-SWITCHES.
           05  WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE "N".
               88  MASTER-FILE-OPEN-FAILED         VALUE "Y".
           05  WS-TEMP-OPEN-SWITCH     PIC X(01) VALUE "N".
               88  TEMP-FILE-OPEN-FAILED           VALUE "Y".
           05  WS-JOURNAL-OPEN-SWITCH  PIC X(01) VALUE "N".
               88  JOURNAL-FILE-OPEN-FAILED        VALUE "Y".
           05  WS-PEND-FILE-SWITCH     PIC X(01) VALUE "N".
               88  PEND-FILE-AVAILABLE             VALUE "Y".
           05  WS-DEPT-FILE-SWITCH     PIC X(01) VALUE "N".
               88  DEPT-FILE-AVAILABLE             VALUE "Y".
           05  WS-CALENDAR-EOF-SWITCH  PIC X(01) VALUE "N".
               88  END-OF-CALENDAR-FILE            VALUE "Y".
           05  WS-CYCLE-DATE-SWITCH    PIC X(01) VALUE "N".
               88  CYCLE-DATE-FOUND                VALUE "Y".
           05  WS-TEMP-EOF-SWITCH      PIC X(01) VALUE "N".
               88  END-OF-TEMP-GRANTS              VALUE "Y".
           05  WS-MASTER-EOF-SWITCH    PIC X(01) VALUE "N".
               88  END-OF-USER-MASTER              VALUE "Y".
           05  WS-EXPIRED-SWITCH       PIC X(01) VALUE "N".
               88  GRANT-HAS-EXPIRED               VALUE "Y".

      *> The business date is the one the nightly cycle was opened
      *> for on the run ledger; with no cycle open it is the run date,
      *> or on a weekend or holiday night the last business day before
      *> it.  The expiring window runs 5 business days past the
      *> business date.
       01  WS-BUSINESS-DATE-CONTROL.
           05  WS-RUN-DATE-CENTURY     PIC 9(08) VALUE ZERO.
           05  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
           05  WS-WINDOW-END-DATE      PIC 9(08) VALUE ZERO.
           05  WS-WINDOW-DAYS          PIC 9(01) VALUE 5.
           05  WS-WORK-INTEGER         PIC 9(07) VALUE ZERO.
           05  WS-WORK-DATE            PIC 9(08) VALUE ZERO.
           05  WS-WEEK-QUOTIENT        PIC 9(07) VALUE ZERO.
           05  WS-WEEK-REMAINDER       PIC 9(01) VALUE ZERO.
               88  WS-WEEKEND-DAY               VALUES 0 6.
           05  WS-BUSINESS-DAY-SWITCH  PIC X(01) VALUE "N".
               88  WS-IS-BUSINESS-DAY           VALUE "Y".
           05  WS-BUSINESS-DAYS-COUNTED PIC 9(01) VALUE ZERO.
           05  WS-HOLIDAY-COUNT        PIC 9(03) VALUE ZERO.
           05  WS-HOLIDAY-ENTRY OCCURS 40 TIMES
                   INDEXED BY WS-HOL-IDX
                   PIC 9(08).

       01  WS-BREAK-CONTROL.
           05  WS-DEPT-HOLD            PIC X(10) VALUE LOW-VALUES.
               88  NO-DEPT-STARTED            VALUE LOW-VALUES.
           05  WS-DEPT-MANAGER-HOLD    PIC X(30) VALUE SPACES.
           05  WS-DEPT-EXPIRING        PIC 9(05) COMP VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-GRANTS-READ          PIC 9(07) COMP VALUE ZERO.
           05  WS-GRANTS-REVERTED      PIC 9(07) COMP VALUE ZERO.
           05  WS-HOLDS-WITHDRAWN      PIC 9(07) COMP VALUE ZERO.
           05  WS-GRANTS-CLOSED        PIC 9(07) COMP VALUE ZERO.
           05  WS-GRANTS-FAILED        PIC 9(07) COMP VALUE ZERO.
           05  WS-GRANTS-EXPIRING      PIC 9(07) COMP VALUE ZERO.
           05  WS-HOLDS-SKIPPED        PIC 9(07) COMP VALUE ZERO.
           05  WS-DEPT-COUNT           PIC 9(05) COMP VALUE ZERO.

       01  WS-JOURNAL-WORK.
           05  WS-BEFORE-IMAGE         PIC X(75) VALUE SPACES.
           05  WS-AFTER-IMAGE          PIC X(75) VALUE SPACES.
           05  WS-JOURNAL-ACTION       PIC X(01) VALUE SPACES.
           05  WS-JOURNAL-DATE         PIC X(08) VALUE SPACES.
           05  WS-JOURNAL-TIME         PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
      *>****************************************************************
      *> 0000-MAINLINE
      *>****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-EXPIRE-GRANTS
               THRU 2000-EXPIRE-GRANTS-EXIT
               UNTIL END-OF-TEMP-GRANTS.
           PERFORM 2500-START-EXPIRING-LIST
               THRU 2500-START-EXPIRING-LIST-EXIT.
           PERFORM 2600-LIST-EXPIRING-USER
               THRU 2600-LIST-EXPIRING-USER-EXIT
               UNTIL END-OF-USER-MASTER.
           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.
           STOP RUN.

      *>****************************************************************
      *> 1000-INITIALIZE - open the files, derive the business date
      *> and the end of the expiring window from the holiday
      *> calendar, start both reports, and position the temporary-
      *> grant cluster at its first grant.  Nothing is demoted
      *> unjournaled: a journal that will not open stops the run.
      *>****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE.
           ACCEPT WS-RUN-DATE-CENTURY FROM DATE YYYYMMDD.
           OPEN OUTPUT PRINT-FILE.
           IF NOT FS-PRINT-FILE-OK
               DISPLAY "MYPROGT: UNABLE TO OPEN PRINT-FILE, STATUS = "
                   FS-PRINT-FILE
           END-IF.
           OPEN OUTPUT EXPIRING-FILE.
           IF NOT FS-EXPIRING-FILE-OK
               DISPLAY "MYPROGT: UNABLE TO OPEN EXPIRING-FILE, "
                   "STATUS = " FS-EXPIRING-FILE
           END-IF.
           OPEN I-O USER-MASTER-FILE.
           IF NOT FS-USER-MASTER-OK
               DISPLAY "MYPROGT: UNABLE TO OPEN USER-MASTER-FILE, "
                   "STATUS = " FS-USER-MASTER
               SET MASTER-FILE-OPEN-FAILED TO TRUE
           END-IF.
           OPEN I-O TEMP-GRANT-FILE.
           IF NOT FS-TEMP-GRANT-FILE-OK
               DISPLAY "MYPROGT: UNABLE TO OPEN TEMP-GRANT-FILE, "
                   "STATUS = " FS-TEMP-GRANT-FILE
               SET TEMP-FILE-OPEN-FAILED TO TRUE
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           IF NOT FS-JOURNAL-FILE-OK
               DISPLAY "MYPROGT: UNABLE TO OPEN JOURNAL-FILE, "
                   "STATUS = " FS-JOURNAL-FILE
                   " - NOTHING WILL BE DEMOTED UNJOURNALED"
               SET JOURNAL-FILE-OPEN-FAILED TO TRUE
           END-IF.
           OPEN I-O PENDING-FILE.
           IF FS-PENDING-FILE-OK
               SET PEND-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "MYPROGT: PENDING-FILE UNAVAILABLE, "
                   "STATUS = " FS-PENDING-FILE
                   " - EXPIRED ADMIN HOLDS NOT WITHDRAWN"
           END-IF.
           OPEN INPUT DEPARTMENT-FILE.
           IF FS-DEPARTMENT-FILE-OK
               SET DEPT-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "MYPROGT: DEPARTMENT-FILE UNAVAILABLE, "
                   "STATUS = " FS-DEPARTMENT-FILE
                   " - DEPARTMENT CODES PRINTED UNNAMED"
           END-IF.
           PERFORM 1300-LOAD-HOLIDAY-CALENDAR
               THRU 1300-LOAD-HOLIDAY-CALENDAR-EXIT.
           PERFORM 1200-DETERMINE-BUSINESS-DATE
               THRU 1200-DETERMINE-BUSINESS-DATE-EXIT.
           MOVE WS-BUSINESS-DATE TO BD-BUSINESS-DATE.
           MOVE WS-WINDOW-END-DATE TO BD-WINDOW-END-DATE.
           DISPLAY "MYPROGT: BUSINESS DATE " WS-BUSINESS-DATE
               ", EXPIRING WINDOW TO " WS-WINDOW-END-DATE.
           MOVE "MYPROGT" TO RH1-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RH1-RUN-DATE.
           PERFORM 1900-PRINT-REGISTER-HEADERS
               THRU 1900-PRINT-REGISTER-HEADERS-EXIT.
           IF MASTER-FILE-OPEN-FAILED OR TEMP-FILE-OPEN-FAILED
               OR JOURNAL-FILE-OPEN-FAILED
               MOVE "Y" TO WS-TEMP-EOF-SWITCH
               MOVE "Y" TO WS-MASTER-EOF-SWITCH
           ELSE
               MOVE LOW-VALUES TO TG-USER-ID
               START TEMP-GRANT-FILE
                   KEY IS GREATER THAN TG-USER-ID
                   INVALID KEY
                       MOVE "Y" TO WS-TEMP-EOF-SWITCH
               END-START
           END-IF.
           IF NOT END-OF-TEMP-GRANTS
               PERFORM 2900-READ-NEXT-GRANT
                   THRU 2900-READ-NEXT-GRANT-EXIT
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *>****************************************************************
      *> 1200-DETERMINE-BUSINESS-DATE - take the business date of the
      *> open cycle off the run ledger, or with none open walk back
      *> from the run date to the first business day (not a weekend,
      *> not on the holiday calendar), then forward from it counting
      *> business days to the end of the expiring window
      *>****************************************************************
       1200-DETERMINE-BUSINESS-DATE.
           PERFORM 1230-FIND-CYCLE-DATE
               THRU 1230-FIND-CYCLE-DATE-EXIT.
           IF CYCLE-DATE-FOUND
               COMPUTE WS-WORK-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
           ELSE
               COMPUTE WS-WORK-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CENTURY)
               PERFORM 1250-TEST-BUSINESS-DAY
                   THRU 1250-TEST-BUSINESS-DAY-EXIT
               PERFORM 1210-STEP-BACK-ONE-DAY
                   THRU 1210-STEP-BACK-ONE-DAY-EXIT
                   UNTIL WS-IS-BUSINESS-DAY
               MOVE WS-WORK-DATE TO WS-BUSINESS-DATE
           END-IF.
           MOVE ZERO TO WS-BUSINESS-DAYS-COUNTED.
           PERFORM 1220-STEP-FORWARD-ONE-DAY
               THRU 1220-STEP-FORWARD-ONE-DAY-EXIT
               UNTIL WS-BUSINESS-DAYS-COUNTED NOT < WS-WINDOW-DAYS.
           MOVE WS-WORK-DATE TO WS-WINDOW-END-DATE.
       1200-DETERMINE-BUSINESS-DATE-EXIT.
           EXIT.

       1210-STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-WORK-INTEGER.
           PERFORM 1250-TEST-BUSINESS-DAY
               THRU 1250-TEST-BUSINESS-DAY-EXIT.
       1210-STEP-BACK-ONE-DAY-EXIT.
           EXIT.

       1220-STEP-FORWARD-ONE-DAY.
           ADD 1 TO WS-WORK-INTEGER.
           PERFORM 1250-TEST-BUSINESS-DAY
               THRU 1250-TEST-BUSINESS-DAY-EXIT.
           IF WS-IS-BUSINESS-DAY
               ADD 1 TO WS-BUSINESS-DAYS-COUNTED
           END-IF.
       1220-STEP-FORWARD-ONE-DAY-EXIT.
           EXIT.

      *>****************************************************************
      *> 1230-FIND-CYCLE-DATE - the business date MYPROGH opened for
      *> tonight's cycle, from the "*CYCLE*" record on the run ledger
      *>****************************************************************
       1230-FIND-CYCLE-DATE.
           OPEN INPUT RUN-LEDGER-FILE.
           IF NOT FS-RUN-LEDGER-OK
               DISPLAY "MYPROGT: RUN-LEDGER-FILE UNAVAILABLE, "
                   "STATUS = " FS-RUN-LEDGER
                   " - BUSINESS DATE FROM THE CALENDAR"
           ELSE
               MOVE ZERO TO RL-BUSINESS-DATE
               MOVE "*CYCLE*" TO RL-PROGRAM-ID
               READ RUN-LEDGER-FILE
                   INVALID KEY
                       DISPLAY "MYPROGT: NO NIGHTLY CYCLE IS OPEN ON "
                           "THE RUN LEDGER - BUSINESS DATE FROM THE "
                           "CALENDAR"
                   NOT INVALID KEY
                       MOVE RL-CYCLE-DATE TO WS-BUSINESS-DATE
                       SET CYCLE-DATE-FOUND TO TRUE
               END-READ
               CLOSE RUN-LEDGER-FILE
           END-IF.
       1230-FIND-CYCLE-DATE-EXIT.
           EXIT.

      *>****************************************************************
      *> 1250-TEST-BUSINESS-DAY - is the day in WS-WORK-INTEGER a
      *> business day.  Day 1 of the integer calendar (01/01/1601) was
      *> a Monday, so the day number modulo 7 gives 6 for a Saturday
      *> and 0 for a Sunday.
      *>****************************************************************
       1250-TEST-BUSINESS-DAY.
           MOVE "Y" TO WS-BUSINESS-DAY-SWITCH.
           COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER).
           DIVIDE WS-WORK-INTEGER BY 7
               GIVING WS-WEEK-QUOTIENT
               REMAINDER WS-WEEK-REMAINDER.
           IF WS-WEEKEND-DAY
               MOVE "N" TO WS-BUSINESS-DAY-SWITCH
           ELSE
               PERFORM 1260-CHECK-HOLIDAY-TABLE
                   THRU 1260-CHECK-HOLIDAY-TABLE-EXIT
                   VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT
           END-IF.
       1250-TEST-BUSINESS-DAY-EXIT.
           EXIT.

       1260-CHECK-HOLIDAY-TABLE.
           IF WS-WORK-DATE = WS-HOLIDAY-ENTRY (WS-HOL-IDX)
               MOVE "N" TO WS-BUSINESS-DAY-SWITCH
               MOVE WS-HOLIDAY-COUNT TO WS-HOL-IDX
           END-IF.
       1260-CHECK-HOLIDAY-TABLE-EXIT.
           EXIT.

      *>****************************************************************
      *> 1300-LOAD-HOLIDAY-CALENDAR - load the bank-holiday dates used
      *> by 1250-TEST-BUSINESS-DAY (the same calendar MYPROG reads)
      *>****************************************************************
       1300-LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT CALENDAR-FILE.
           IF FS-CALENDAR-FILE-OK
               PERFORM 1350-LOAD-HOLIDAY-RECORD
                   THRU 1350-LOAD-HOLIDAY-RECORD-EXIT
                   UNTIL END-OF-CALENDAR-FILE
               CLOSE CALENDAR-FILE
           ELSE
               DISPLAY "MYPROGT: CALENDAR-FILE UNAVAILABLE, "
                   "STATUS = " FS-CALENDAR-FILE
                   " - WEEKENDS ONLY, NO HOLIDAYS"
           END-IF.
       1300-LOAD-HOLIDAY-CALENDAR-EXIT.
           EXIT.

       1350-LOAD-HOLIDAY-RECORD.
           READ CALENDAR-FILE
               AT END
                   MOVE "Y" TO WS-CALENDAR-EOF-SWITCH
               NOT AT END
                   IF WS-HOLIDAY-COUNT < 40
                       ADD 1 TO WS-HOLIDAY-COUNT
                       SET WS-HOL-IDX TO WS-HOLIDAY-COUNT
                       MOVE CAL-HOLIDAY-DATE
                           TO WS-HOLIDAY-ENTRY (WS-HOL-IDX)
                   END-IF
           END-READ.
       1350-LOAD-HOLIDAY-RECORD-EXIT.
           EXIT.

      *>****************************************************************
      *> 1900-PRINT-REGISTER-HEADERS - start a new expiry register page
      *>****************************************************************
       1900-PRINT-REGISTER-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO RH1-PAGE-NUMBER.
           MOVE "TEMPORARY ACCESS EXPIRY REGISTER"
               TO RH2-REPORT-TITLE.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADER-2
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM WS-BUSINESS-DATE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM WS-REGISTER-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WS-LINE-COUNT.
       1900-PRINT-REGISTER-HEADERS-EXIT.
           EXIT.

      *>****************************************************************
      *> 1920-PRINT-EXPIRING-HEADERS - one department starts a new
      *> page of the expiring list so each manager can be handed
      *> exactly their own pages
      *>****************************************************************
       1920-PRINT-EXPIRING-HEADERS.
           ADD 1 TO WS-EXP-PAGE-NUMBER.
           MOVE WS-EXP-PAGE-NUMBER TO RH1-PAGE-NUMBER.
           MOVE "TEMPORARY ACCESS EXPIRING SOON"
               TO RH2-REPORT-TITLE.
           WRITE EXPIRING-RECORD FROM WS-REPORT-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE EXPIRING-RECORD FROM WS-REPORT-HEADER-2
               AFTER ADVANCING 1 LINE.
           WRITE EXPIRING-RECORD FROM WS-BUSINESS-DATE-LINE
               AFTER ADVANCING 1 LINE.
           IF NOT NO-DEPT-STARTED
               WRITE EXPIRING-RECORD FROM WS-DEPT-HEADER-LINE
                   AFTER ADVANCING 2 LINES
               WRITE EXPIRING-RECORD FROM WS-DEPT-MANAGER-LINE
                   AFTER ADVANCING 1 LINE
               WRITE EXPIRING-RECORD FROM WS-EXPIRING-COLUMN-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE ZERO TO WS-EXP-LINE-COUNT.
       1920-PRINT-EXPIRING-HEADERS-EXIT.
           EXIT.

      *>****************************************************************
      *> 1950-GET-DEPARTMENT-NAME - full name and manager from the
      *> reference master, or the raw code when it cannot be named
      *>****************************************************************
       1950-GET-DEPARTMENT-NAME.
           MOVE WS-DEPT-HOLD TO DH-DEPT-CODE.
           MOVE SPACES TO DH-DEPT-NAME.
           MOVE SPACES TO WS-DEPT-MANAGER-HOLD.
           IF DEPT-FILE-AVAILABLE
               MOVE WS-DEPT-HOLD TO DM-DEPT-CODE
               READ DEPARTMENT-FILE
                   INVALID KEY
                       MOVE "(NOT ON REFERENCE MASTER)"
                           TO DH-DEPT-NAME
                   NOT INVALID KEY
                       MOVE DM-DEPT-NAME TO DH-DEPT-NAME
                       MOVE DM-DEPT-MANAGER TO WS-DEPT-MANAGER-HOLD
               END-READ
           ELSE
               MOVE WS-DEPT-HOLD TO DH-DEPT-NAME
           END-IF.
           MOVE WS-DEPT-MANAGER-HOLD TO MH-MANAGER-NAME.
       1950-GET-DEPARTMENT-NAME-EXIT.
           EXIT.

      *>****************************************************************
      *> 2000-EXPIRE-GRANTS - one temporary grant.  A grant runs
      *> through its expiry date: it is demoted tonight once the
      *> business date has reached the expiry date, or once the
      *> expiry date is behind the run date altogether (a grant that
      *> ran out over a weekend or holiday is not carried on to the
      *> next business night).
      *>****************************************************************
       2000-EXPIRE-GRANTS.
           ADD 1 TO WS-GRANTS-READ.
           MOVE "N" TO WS-EXPIRED-SWITCH.
           IF TG-EXPIRY-DATE NOT > WS-BUSINESS-DATE
               OR TG-EXPIRY-DATE < WS-RUN-DATE-CENTURY
               SET GRANT-HAS-EXPIRED TO TRUE
           END-IF.
           IF GRANT-HAS-EXPIRED
               MOVE TG-USER-ID TO GR-USER-ID
               MOVE SPACES TO GR-USER-NAME
               MOVE TG-ELEVATED-LEVEL TO GR-ELEVATED-LEVEL
               MOVE TG-REVERT-LEVEL TO GR-REVERT-LEVEL
               MOVE TG-EXPIRY-DATE TO GR-EXPIRY-DATE
               IF TG-STATUS-HELD
                   PERFORM 2200-WITHDRAW-HELD-GRANT
                       THRU 2200-WITHDRAW-HELD-GRANT-EXIT
               ELSE
                   PERFORM 2100-REVERT-GRANT
                       THRU 2100-REVERT-GRANT-EXIT
               END-IF
               PERFORM 2700-PRINT-REGISTER-LINE
                   THRU 2700-PRINT-REGISTER-LINE-EXIT
           END-IF.
           PERFORM 2900-READ-NEXT-GRANT
               THRU 2900-READ-NEXT-GRANT-EXIT.
       2000-EXPIRE-GRANTS-EXIT.
           EXIT.

      *>****************************************************************
      *> 2100-REVERT-GRANT - put the user back at the level they held
      *> before the grant, journaled "C" with the before and after
      *> images, and close the grant.  A user no longer on the
      *> master, or whose level has been changed since the grant
      *> (someone has already moved it), is left alone and the grant
      *> is simply closed.  A failed rewrite keeps the grant open so
      *> the next night tries again.
      *>****************************************************************
       2100-REVERT-GRANT.
           MOVE TG-USER-ID TO UM-USER-ID.
           READ USER-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-GRANTS-CLOSED
                   MOVE "NOT ON MASTER" TO GR-RESULT
                   PERFORM 2300-CLOSE-GRANT
                       THRU 2300-CLOSE-GRANT-EXIT
               NOT INVALID KEY
                   MOVE UM-USER-NAME TO GR-USER-NAME
                   IF UM-ACCESS-LEVEL NOT = TG-ELEVATED-LEVEL
                       ADD 1 TO WS-GRANTS-CLOSED
                       MOVE "LEVEL CHANGED" TO GR-RESULT
                       PERFORM 2300-CLOSE-GRANT
                           THRU 2300-CLOSE-GRANT-EXIT
                   ELSE
                       MOVE USER-MASTER-RECORD TO WS-BEFORE-IMAGE
                       MOVE TG-REVERT-LEVEL TO UM-ACCESS-LEVEL
                       MOVE WS-RUN-DATE-CENTURY TO UM-DATE-LAST-MAINT
                       REWRITE USER-MASTER-RECORD
                           INVALID KEY
                               ADD 1 TO WS-GRANTS-FAILED
                               MOVE "REVERT FAILED" TO GR-RESULT
                               DISPLAY "MYPROGT: UNABLE TO REWRITE "
                                   "USER " UM-USER-ID ", STATUS = "
                                   FS-USER-MASTER
                           NOT INVALID KEY
                               ADD 1 TO WS-GRANTS-REVERTED
                               MOVE "REVERTED" TO GR-RESULT
                               MOVE "C" TO WS-JOURNAL-ACTION
                               MOVE USER-MASTER-RECORD
                                   TO WS-AFTER-IMAGE
                               PERFORM 2800-WRITE-JOURNAL-RECORD
                                   THRU 2800-WRITE-JOURNAL-RECORD-EXIT
                               PERFORM 2300-CLOSE-GRANT
                                   THRU 2300-CLOSE-GRANT-EXIT
                       END-REWRITE
                   END-IF
           END-READ.
       2100-REVERT-GRANT-EXIT.
           EXIT.

      *>****************************************************************
      *> 2200-WITHDRAW-HELD-GRANT - an admin grant that expired while
      *> still waiting on the two-person hold must not be approved
      *> after the fact: the held item comes off the pending file,
      *> journaled as a rejection ("N") the same way MYPROGO journals
      *> one, and the grant is closed.  With the pending file
      *> unavailable the grant is left for the next night.
      *>****************************************************************
       2200-WITHDRAW-HELD-GRANT.
           IF NOT PEND-FILE-AVAILABLE
               ADD 1 TO WS-HOLDS-SKIPPED
               MOVE "HOLD NOT FOUND" TO GR-RESULT
           ELSE
               MOVE TG-USER-ID TO PA-USER-ID
               READ PENDING-FILE
                   INVALID KEY
                       ADD 1 TO WS-GRANTS-CLOSED
                       MOVE "HOLD GONE" TO GR-RESULT
                       PERFORM 2300-CLOSE-GRANT
                           THRU 2300-CLOSE-GRANT-EXIT
                   NOT INVALID KEY
                       MOVE PA-USER-NAME TO GR-USER-NAME
                       DELETE PENDING-FILE
                           INVALID KEY
                               ADD 1 TO WS-GRANTS-FAILED
                               MOVE "WITHDRAW FAILED" TO GR-RESULT
                               DISPLAY "MYPROGT: UNABLE TO WITHDRAW "
                                   "PENDING ITEM " PA-USER-ID
                           NOT INVALID KEY
                               ADD 1 TO WS-HOLDS-WITHDRAWN
                               MOVE "HOLD WITHDRAWN" TO GR-RESULT
                               MOVE "N" TO WS-JOURNAL-ACTION
                               MOVE SPACES TO WS-BEFORE-IMAGE
                               MOVE SPACES TO WS-AFTER-IMAGE
                               MOVE PA-USER-ID
                                   TO WS-AFTER-IMAGE (1 : 8)
                               MOVE PA-USER-NAME
                                   TO WS-AFTER-IMAGE (9 : 30)
                               MOVE PA-DEPARTMENT
                                   TO WS-AFTER-IMAGE (39 : 10)
                               MOVE PA-ACCESS-LEVEL
                                   TO WS-AFTER-IMAGE (49 : 1)
                               PERFORM 2800-WRITE-JOURNAL-RECORD
                                   THRU 2800-WRITE-JOURNAL-RECORD-EXIT
                               PERFORM 2300-CLOSE-GRANT
                                   THRU 2300-CLOSE-GRANT-EXIT
                       END-DELETE
               END-READ
           END-IF.
       2200-WITHDRAW-HELD-GRANT-EXIT.
           EXIT.

       2300-CLOSE-GRANT.
           DELETE TEMP-GRANT-FILE
               INVALID KEY
                   DISPLAY "MYPROGT: UNABLE TO CLOSE TEMPORARY GRANT "
                       "FOR " TG-USER-ID
           END-DELETE.
       2300-CLOSE-GRANT-EXIT.
           EXIT.

      *>****************************************************************
      *> 2500-START-EXPIRING-LIST - position the user master on the
      *> department alternate index so the expiring list comes out
      *> one department at a time
      *>****************************************************************
       2500-START-EXPIRING-LIST.
           IF NOT END-OF-USER-MASTER
               MOVE LOW-VALUES TO UM-DEPARTMENT
               START USER-MASTER-FILE
                   KEY IS NOT LESS THAN UM-DEPARTMENT
                   INVALID KEY
                       MOVE "Y" TO WS-MASTER-EOF-SWITCH
               END-START
           END-IF.
           IF NOT END-OF-USER-MASTER
               PERFORM 2950-READ-NEXT-USER
                   THRU 2950-READ-NEXT-USER-EXIT
           END-IF.
       2500-START-EXPIRING-LIST-EXIT.
           EXIT.

      *>****************************************************************
      *> 2600-LIST-EXPIRING-USER - a user with an open temporary grant
      *> expiring inside the window goes on their department's page,
      *> the department breaking to a new page the first time it has
      *> one
      *>****************************************************************
       2600-LIST-EXPIRING-USER.
           MOVE UM-USER-ID TO TG-USER-ID.
           READ TEMP-GRANT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TG-EXPIRY-DATE NOT > WS-WINDOW-END-DATE
                       PERFORM 2650-PRINT-EXPIRING-GRANT
                           THRU 2650-PRINT-EXPIRING-GRANT-EXIT
                   END-IF
           END-READ.
           PERFORM 2950-READ-NEXT-USER
               THRU 2950-READ-NEXT-USER-EXIT.
       2600-LIST-EXPIRING-USER-EXIT.
           EXIT.

       2650-PRINT-EXPIRING-GRANT.
           ADD 1 TO WS-GRANTS-EXPIRING.
           IF UM-DEPARTMENT NOT = WS-DEPT-HOLD
               IF NOT NO-DEPT-STARTED
                   PERFORM 2680-PRINT-DEPT-FOOTER
                       THRU 2680-PRINT-DEPT-FOOTER-EXIT
               END-IF
               MOVE UM-DEPARTMENT TO WS-DEPT-HOLD
               ADD 1 TO WS-DEPT-COUNT
               MOVE ZERO TO WS-DEPT-EXPIRING
               PERFORM 1950-GET-DEPARTMENT-NAME
                   THRU 1950-GET-DEPARTMENT-NAME-EXIT
               PERFORM 1920-PRINT-EXPIRING-HEADERS
                   THRU 1920-PRINT-EXPIRING-HEADERS-EXIT
           END-IF.
           IF WS-EXP-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 1920-PRINT-EXPIRING-HEADERS
                   THRU 1920-PRINT-EXPIRING-HEADERS-EXIT
           END-IF.
           ADD 1 TO WS-DEPT-EXPIRING.
           MOVE UM-USER-ID TO XD-USER-ID.
           MOVE UM-USER-NAME TO XD-USER-NAME.
           MOVE TG-ELEVATED-LEVEL TO XD-ELEVATED-LEVEL.
           MOVE TG-REVERT-LEVEL TO XD-REVERT-LEVEL.
           MOVE TG-EXPIRY-DATE TO XD-EXPIRY-DATE.
           IF TG-STATUS-HELD
               MOVE "HELD" TO XD-GRANT-STATUS
           ELSE
               MOVE "ACTIVE" TO XD-GRANT-STATUS
           END-IF.
           WRITE EXPIRING-RECORD FROM WS-EXPIRING-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE TG-REASON TO XR-REASON.
           MOVE TG-GRANTED-BY TO XR-GRANTED-BY.
           WRITE EXPIRING-RECORD FROM WS-EXPIRING-REASON-LINE
               AFTER ADVANCING 1 LINE.
           ADD 3 TO WS-EXP-LINE-COUNT.
       2650-PRINT-EXPIRING-GRANT-EXIT.
           EXIT.

      *>****************************************************************
      *> 2680-PRINT-DEPT-FOOTER - the department's expiring count
      *>****************************************************************
       2680-PRINT-DEPT-FOOTER.
           MOVE WS-DEPT-EXPIRING TO XC-DEPT-EXPIRING.
           WRITE EXPIRING-RECORD FROM WS-DEPT-COUNT-LINE
               AFTER ADVANCING 2 LINES.
       2680-PRINT-DEPT-FOOTER-EXIT.
           EXIT.

      *>****************************************************************
      *> 2700-PRINT-REGISTER-LINE - one register line per expired
      *> grant, with page overflow handled
      *>****************************************************************
       2700-PRINT-REGISTER-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 1900-PRINT-REGISTER-HEADERS
                   THRU 1900-PRINT-REGISTER-HEADERS-EXIT
           END-IF.
           WRITE PRINT-RECORD FROM WS-REGISTER-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       2700-PRINT-REGISTER-LINE-EXIT.
           EXIT.

      *>****************************************************************
      *> 2800-WRITE-JOURNAL-RECORD - journal one revert or withdrawal
      *> under this program's name as the operator, with the before
      *> and after images set up by the caller
      *>****************************************************************
       2800-WRITE-JOURNAL-RECORD.
           ACCEPT WS-JOURNAL-DATE FROM DATE.
           ACCEPT WS-JOURNAL-TIME FROM TIME.
           MOVE WS-JOURNAL-ACTION TO JR-ACTION-CODE.
           MOVE WS-RUN-OPERATOR-ID TO JR-OPERATOR-ID.
           MOVE WS-JOURNAL-DATE TO JR-ENTRY-DATE.
           MOVE WS-JOURNAL-TIME TO JR-ENTRY-TIME.
           MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO JR-AFTER-IMAGE.
           WRITE JOURNAL-RECORD.
           IF NOT FS-JOURNAL-FILE-OK
               DISPLAY "MYPROGT: JOURNAL WRITE FAILED, STATUS = "
                   FS-JOURNAL-FILE
           END-IF.
       2800-WRITE-JOURNAL-RECORD-EXIT.
           EXIT.

       2900-READ-NEXT-GRANT.
           READ TEMP-GRANT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-TEMP-EOF-SWITCH
           END-READ.
       2900-READ-NEXT-GRANT-EXIT.
           EXIT.

       2950-READ-NEXT-USER.
           READ USER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MASTER-EOF-SWITCH
           END-READ.
       2950-READ-NEXT-USER-EXIT.
           EXIT.

      *>****************************************************************
      *> 3000-TERMINATE - finish both reports, close down, and reflect
      *> the run outcome in RETURN-CODE: a revert or withdrawal that
      *> could not be made (or an expired hold left in place) is a
      *> warning for operations; a file that stopped the run is 8
      *>****************************************************************
       3000-TERMINATE.
           IF WS-GRANTS-REVERTED = ZERO
               AND WS-HOLDS-WITHDRAWN = ZERO
               AND WS-GRANTS-CLOSED = ZERO
               AND WS-GRANTS-FAILED = ZERO
               AND WS-HOLDS-SKIPPED = ZERO
               WRITE PRINT-RECORD FROM WS-NO-EXPIRED-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-GRANTS-READ TO GT-GRANTS-READ.
           MOVE WS-GRANTS-REVERTED TO GT-GRANTS-REVERTED.
           WRITE PRINT-RECORD FROM WS-REGISTER-TOTAL-LINE-1
               AFTER ADVANCING 2 LINES.
           MOVE WS-HOLDS-WITHDRAWN TO GT-HOLDS-WITHDRAWN.
           MOVE WS-GRANTS-CLOSED TO GT-GRANTS-CLOSED.
           WRITE PRINT-RECORD FROM WS-REGISTER-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE WS-GRANTS-FAILED TO GT-GRANTS-FAILED.
           MOVE WS-GRANTS-EXPIRING TO GT-GRANTS-EXPIRING.
           WRITE PRINT-RECORD FROM WS-REGISTER-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM WS-REPORT-FOOTER
               AFTER ADVANCING 2 LINES.
           IF NO-DEPT-STARTED
               PERFORM 1920-PRINT-EXPIRING-HEADERS
                   THRU 1920-PRINT-EXPIRING-HEADERS-EXIT
               WRITE EXPIRING-RECORD FROM WS-NO-EXPIRING-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 2680-PRINT-DEPT-FOOTER
                   THRU 2680-PRINT-DEPT-FOOTER-EXIT
           END-IF.
           WRITE EXPIRING-RECORD FROM WS-REPORT-FOOTER
               AFTER ADVANCING 2 LINES.
           IF NOT MASTER-FILE-OPEN-FAILED
               CLOSE USER-MASTER-FILE
           END-IF.
           IF NOT TEMP-FILE-OPEN-FAILED
               CLOSE TEMP-GRANT-FILE
           END-IF.
           IF NOT JOURNAL-FILE-OPEN-FAILED
               CLOSE JOURNAL-FILE
           END-IF.
           IF PEND-FILE-AVAILABLE
               CLOSE PENDING-FILE
           END-IF.
           IF DEPT-FILE-AVAILABLE
               CLOSE DEPARTMENT-FILE
           END-IF.
           CLOSE PRINT-FILE.
           CLOSE EXPIRING-FILE.
           DISPLAY "MYPROGT: TEMPORARY GRANTS READ = " WS-GRANTS-READ.
           DISPLAY "MYPROGT: GRANTS REVERTED = " WS-GRANTS-REVERTED.
           DISPLAY "MYPROGT: EXPIRED HOLDS WITHDRAWN = "
               WS-HOLDS-WITHDRAWN.
           DISPLAY "MYPROGT: GRANTS CLOSED UNCHANGED = "
               WS-GRANTS-CLOSED.
           DISPLAY "MYPROGT: GRANTS EXPIRING IN WINDOW = "
               WS-GRANTS-EXPIRING.
           IF WS-GRANTS-FAILED > ZERO
               DISPLAY "MYPROGT: REVERTS FAILED = " WS-GRANTS-FAILED
           END-IF.
           IF WS-HOLDS-SKIPPED > ZERO
               DISPLAY "MYPROGT: EXPIRED HOLDS LEFT IN PLACE = "
                   WS-HOLDS-SKIPPED
           END-IF.
           EVALUATE TRUE
               WHEN MASTER-FILE-OPEN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN TEMP-FILE-OPEN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN JOURNAL-FILE-OPEN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-GRANTS-FAILED > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN WS-HOLDS-SKIPPED > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       3000-TERMINATE-EXIT.
           EXIT.
