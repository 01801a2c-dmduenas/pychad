       >>source format free
      *>****************************************************************
      *> Program name:    MYPROGW
      *> Original author: DDUENAS
      *>
      *> Maintenence Log
      *> Date      Author        Maintenance Requirement
      *> --------- ------------  ---------------------------------------
      *> 10/14/26 DDUENAS  Created as the point-in-time access inquiry.
      *>                   When legal or internal audit asked what
      *>                   access a user held on a given date, and who
      *>                   gave it to them, the answer was dug out of
      *>                   the retained journal, applied-history, and
      *>                   purge-archive generations by hand.  Driven
      *>                   by control cards naming user-ids or a
      *>                   department and an as-of date or a date
      *>                   range, reads the long-retention access
      *>                   history MYPROGK builds from those same
      *>                   sources (ACCHREC) and prints, one user per
      *>                   section, the access timeline - every
      *>                   level, department, and status change with
      *>                   its date, operator, and source - and the
      *>                   exact access held on the as-of date, under
      *>                   a sign-off block so the report can be
      *>                   handed over as evidence.  A department
      *>                   selects every user the history shows in
      *>                   it at any time, plus those on the master
      *>                   in it now.  The requesting operator's id
      *>                   goes on the PARM and is printed as the
      *>                   preparer.
      *> 10/14/26 DDUENAS  Department reorganization moves (source
      *>                   "G") print as REORG.
      *> 10/15/26 DDUENAS  A control-card date must be a real calendar
      *>                   date; one such as 20260231 was taken and
      *>                   matched nothing.
      *>
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MYPROGW.
       AUTHOR. DDUENAS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/14/26.
       DATE-COMPILED. 10/14/26.
       SECURITY. CONFIDENTIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-CONTROL-FILE ASSIGN TO "HISTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-HISTORY-CONTROL.

           SELECT ACCESS-HISTORY-FILE ASSIGN TO "ACCHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ACCESS-HISTORY.

           SELECT USER-MASTER-FILE ASSIGN TO "USRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-USER-ID
               ALTERNATE RECORD KEY IS UM-USER-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS UM-DEPARTMENT
                   WITH DUPLICATES
               FILE STATUS IS FS-USER-MASTER.

           SELECT PRINT-FILE ASSIGN TO "HISTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PRINT-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-CONTROL-FILE
           RECORDING MODE IS F.
       01  HISTORY-CONTROL-RECORD.
           05  HQ-CARD-TYPE            PIC X(01).
               88  HQ-CARD-USER                VALUE "U".
               88  HQ-CARD-DEPARTMENT          VALUE "D".
               88  HQ-CARD-AS-OF               VALUE "A".
               88  HQ-CARD-RANGE               VALUE "R".
           05  FILLER                  PIC X(01).
           05  HQ-CARD-DATA            PIC X(17).
           05  HQ-CARD-KEYS REDEFINES HQ-CARD-DATA.
               10  HQ-CARD-USER-ID     PIC X(08).
               10  FILLER              PIC X(09).
           05  HQ-CARD-DEPT REDEFINES HQ-CARD-DATA.
               10  HQ-CARD-DEPT-CODE   PIC X(10).
               10  FILLER              PIC X(07).
           05  HQ-CARD-DATES REDEFINES HQ-CARD-DATA.
               10  HQ-FROM-DATE        PIC X(08).
               10  FILLER              PIC X(01).
               10  HQ-TO-DATE          PIC X(08).
           05  FILLER                  PIC X(61).

       FD  ACCESS-HISTORY-FILE
           RECORDING MODE IS F.
           COPY ACCHREC.

       FD  USER-MASTER-FILE.
           COPY USERREC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RPTHDR.

       01  WS-INQUIRY-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(17) VALUE
               "CHANGES LISTED:  ".
           05  IL-FROM-DATE            PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE " THRU ".
           05  IL-AS-OF-DATE           PIC 9(08) VALUE ZERO.

       01  WS-USER-HEADER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(09) VALUE "USER-ID: ".
           05  UH-USER-ID              PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "NAME: ".
           05  UH-USER-NAME            PIC X(30) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SL-SECTION-TITLE        PIC X(40) VALUE SPACES.
           05  SL-SECTION-DATE         PIC X(08) VALUE SPACES.

       01  WS-TIMELINE-COLUMN-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(09) VALUE "DATE".
           05  FILLER                  PIC X(07) VALUE "TIME".
           05  FILLER                  PIC X(09) VALUE "SOURCE".
           05  FILLER                  PIC X(09) VALUE "OPERATOR".
           05  FILLER                  PIC X(08) VALUE "ACTION".
           05  FILLER                  PIC X(04) VALUE "LVL".
           05  FILLER                  PIC X(22) VALUE "DEPARTMENT".
           05  FILLER                  PIC X(03) VALUE "ST".

       01  WS-TIMELINE-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TD-EVENT-DATE           PIC 9(08) VALUE ZERO.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TD-EVENT-TIME           PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TD-SOURCE               PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TD-OPERATOR-ID          PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TD-ACTION               PIC X(07) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TD-BEFORE-LEVEL         PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE ">".
           05  TD-AFTER-LEVEL          PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TD-BEFORE-DEPARTMENT    PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE ">".
           05  TD-AFTER-DEPARTMENT     PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TD-BEFORE-STATUS        PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE ">".
           05  TD-AFTER-STATUS         PIC X(01) VALUE SPACES.

       01  WS-NO-CHANGES-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "NO RECORDED CHANGES IN THE PERIOD".

       01  WS-STATE-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  SS-STATE-LABEL          PIC X(16) VALUE SPACES.
           05  SS-STATE-VALUE          PIC X(50) VALUE SPACES.

       01  WS-LAST-CHANGE-WORK.
           05  LC-DATE                 PIC 9(08) VALUE ZERO.
           05  FILLER                  PIC X(04) VALUE " BY ".
           05  LC-OPERATOR-ID          PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE " (".
           05  LC-SOURCE               PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE ")".

       01  WS-LEVEL-WORK.
           05  LW-LEVEL                PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE " - ".
           05  LW-LEVEL-TEXT           PIC X(12) VALUE SPACES.

       01  WS-SIGNOFF-TEXT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(44) VALUE
               "I CERTIFY THE ABOVE IS A TRUE EXTRACT OF THE".
           05  FILLER                  PIC X(24) VALUE
               " RETAINED ACCESS RECORDS".

       01  WS-SIGNOFF-PREPARER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(19) VALUE
               "PREPARED BY:       ".
           05  SP-OPERATOR-ID          PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "   ON:  ".
           05  SP-RUN-DATE             PIC 9(08) VALUE ZERO.

       01  WS-SIGNOFF-REVIEWER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(19) VALUE
               "REVIEWED BY:       ".
           05  FILLER                  PIC X(30) VALUE
               "______________________________".

       01  WS-SIGNOFF-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(19) VALUE
               "SIGNATURE:         ".
           05  FILLER                  PIC X(30) VALUE
               "______________________________".
           05  FILLER                  PIC X(08) VALUE "  DATE: ".
           05  FILLER                  PIC X(10) VALUE "__________".

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "USERS REPORTED .... ".
           05  TL-USERS-REPORTED       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "CHANGES LISTED .... ".
           05  TL-CHANGES-LISTED       PIC ZZZ,ZZ9.

       01  WS-PRINT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 055.
           05  WS-PAGE-NUMBER          PIC 9(04) COMP VALUE ZERO.

       01  WS-RUN-IDENTITY.
           05  WS-RUN-DATE             PIC X(08).
           05  WS-RUN-DATE-CENTURY     PIC 9(08) VALUE ZERO.
           05  WS-RUN-OPERATOR-ID      PIC X(08) VALUE SPACES.

       01  WS-FILE-STATUSES.
           05  FS-HISTORY-CONTROL      PIC X(02) VALUE "00".
               88  FS-HISTORY-CONTROL-OK          VALUE "00".
           05  FS-ACCESS-HISTORY       PIC X(02) VALUE "00".
               88  FS-ACCESS-HISTORY-OK           VALUE "00".
           05  FS-USER-MASTER          PIC X(02) VALUE "00".
               88  FS-USER-MASTER-OK              VALUE "00".
           05  FS-PRINT-FILE           PIC X(02) VALUE "00".
               88  FS-PRINT-FILE-OK               VALUE "00".

       01  WS-SWITCHES.
           05  WS-CONTROL-OPEN-SWITCH  PIC X(01) VALUE "N".
               88  CONTROL-FILE-OPEN-FAILED        VALUE "Y".
           05  WS-HISTORY-OPEN-SWITCH  PIC X(01) VALUE "N".
               88  HISTORY-FILE-OPEN-FAILED        VALUE "Y".
           05  WS-MASTER-FILE-SWITCH   PIC X(01) VALUE "N".
               88  MASTER-FILE-AVAILABLE           VALUE "Y".
           05  WS-CONTROL-EOF-SWITCH   PIC X(01) VALUE "N".
               88  END-OF-CONTROL-FILE             VALUE "Y".
           05  WS-HISTORY-EOF-SWITCH   PIC X(01) VALUE "N".
               88  END-OF-ACCESS-HISTORY           VALUE "Y".
           05  WS-MASTER-EOF-SWITCH    PIC X(01) VALUE "N".
               88  END-OF-DEPT-USERS               VALUE "Y".
           05  WS-FOUND-SWITCH         PIC X(01) VALUE "N".
               88  ENTRY-WAS-FOUND                 VALUE "Y".
           05  WS-DATE-VALID-SWITCH    PIC X(01) VALUE "N".
               88  DATE-IS-VALID                   VALUE "Y".

      *> The users to report, from the user cards and the department
      *> cards, each user once.
       01  WS-SELECT-CONTROL.
           05  WS-USER-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  WS-USER-MAX             PIC 9(03) COMP VALUE 200.
           05  WS-USER-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-USR-IDX.
               10  SU-USER-ID          PIC X(08).
           05  WS-DEPT-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  WS-DEPT-MAX             PIC 9(03) COMP VALUE 10.
           05  WS-DEPT-ENTRY OCCURS 10 TIMES
                   INDEXED BY WS-DPT-IDX.
               10  SP-DEPT-CODE        PIC X(10).
           05  WS-ADD-USER-ID          PIC X(08) VALUE SPACES.

      *> The inquiry period: changes dated from WS-FROM-DATE through
      *> WS-AS-OF-DATE are listed, and the access held at the end of
      *> WS-AS-OF-DATE is reported.  An as-of card lists everything up
      *> to the date; a range card sets both ends.
       01  WS-DATE-CONTROL.
           05  WS-FROM-DATE            PIC 9(08) VALUE ZERO.
           05  WS-AS-OF-DATE           PIC 9(08) VALUE ZERO.
           05  WS-EDIT-DATE            PIC X(08) VALUE SPACES.
           05  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
               10  WS-EDIT-YEAR        PIC 9(04).
               10  WS-EDIT-MONTH       PIC 9(02).
                   88  EDIT-MONTH-VALID        VALUES 01 THRU 12.
               10  WS-EDIT-DAY         PIC 9(02).
                   88  EDIT-DAY-VALID          VALUES 01 THRU 31.
           05  WS-EDIT-DATE-NUM REDEFINES WS-EDIT-DATE
                                       PIC 9(08).

      *> The user's access as the history is played forward to the
      *> as-of date, and the first change after it (whose before image
      *> is the state on the as-of date when nothing earlier is on
      *> record).
       01  WS-USER-STATE.
           05  ST-KNOWN-SWITCH         PIC X(01) VALUE "N".
               88  STATE-IS-KNOWN              VALUE "Y".
           05  ST-ON-MASTER-SWITCH     PIC X(01) VALUE "N".
               88  STATE-ON-MASTER             VALUE "Y".
           05  ST-USER-NAME            PIC X(30) VALUE SPACES.
           05  ST-DEPARTMENT           PIC X(10) VALUE SPACES.
           05  ST-LEVEL                PIC X(01) VALUE SPACES.
           05  ST-STATUS               PIC X(01) VALUE SPACES.
           05  ST-LAST-DATE            PIC 9(08) VALUE ZERO.
           05  ST-LAST-OPERATOR        PIC X(08) VALUE SPACES.
           05  ST-LAST-SOURCE          PIC X(01) VALUE SPACES.
           05  ST-BASIS                PIC X(50) VALUE SPACES.
           05  NX-FOUND-SWITCH         PIC X(01) VALUE "N".
               88  NEXT-CHANGE-FOUND           VALUE "Y".
           05  NX-EVENT-DATE           PIC 9(08) VALUE ZERO.
           05  NX-ACTION-CODE          PIC X(01) VALUE SPACES.
           05  NX-BEFORE-STATE.
               10  NX-BEFORE-DEPARTMENT PIC X(10) VALUE SPACES.
               10  NX-BEFORE-LEVEL     PIC X(01) VALUE SPACES.
               10  NX-BEFORE-STATUS    PIC X(01) VALUE SPACES.
           05  WS-SOURCE-CODE          PIC X(01) VALUE SPACES.
           05  WS-SOURCE-TEXT          PIC X(08) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-USERS-REPORTED       PIC 9(07) COMP VALUE ZERO.
           05  WS-CHANGES-LISTED       PIC 9(07) COMP VALUE ZERO.
           05  WS-USER-CHANGES         PIC 9(07) COMP VALUE ZERO.
           05  WS-CARDS-REJECTED       PIC 9(07) COMP VALUE ZERO.
           05  WS-USERS-DROPPED        PIC 9(07) COMP VALUE ZERO.
           05  WS-USERS-UNKNOWN        PIC 9(07) COMP VALUE ZERO.

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
           IF NOT HISTORY-FILE-OPEN-FAILED
               PERFORM 2000-REPORT-USER
                   THRU 2000-REPORT-USER-EXIT
                   VARYING WS-USR-IDX FROM 1 BY 1
                   UNTIL WS-USR-IDX > WS-USER-COUNT
           END-IF.
           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.
           STOP RUN.

      *>****************************************************************
      *> 1000-INITIALIZE - operator off the PARM, read the control
      *> cards, open the history and the master, and widen any
      *> department cards into the users to report
      *>****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE.
           ACCEPT WS-RUN-DATE-CENTURY FROM DATE YYYYMMDD.
           IF LK-PARM-LENGTH > ZERO
               MOVE LK-PARM-TEXT (1 : 8) TO WS-RUN-OPERATOR-ID
           ELSE
               MOVE "UNKNOWN" TO WS-RUN-OPERATOR-ID
           END-IF.
           MOVE WS-RUN-DATE-CENTURY TO WS-AS-OF-DATE.
           OPEN OUTPUT PRINT-FILE.
           IF NOT FS-PRINT-FILE-OK
               DISPLAY "MYPROGW: UNABLE TO OPEN PRINT-FILE, STATUS = "
                   FS-PRINT-FILE
           END-IF.
           OPEN INPUT HISTORY-CONTROL-FILE.
           IF FS-HISTORY-CONTROL-OK
               PERFORM 1100-READ-CONTROL-CARD
                   THRU 1100-READ-CONTROL-CARD-EXIT
                   UNTIL END-OF-CONTROL-FILE
               CLOSE HISTORY-CONTROL-FILE
           ELSE
               DISPLAY "MYPROGW: UNABLE TO OPEN HISTORY-CONTROL-FILE, "
                   "STATUS = " FS-HISTORY-CONTROL
               SET CONTROL-FILE-OPEN-FAILED TO TRUE
           END-IF.
           OPEN INPUT USER-MASTER-FILE.
           IF FS-USER-MASTER-OK
               SET MASTER-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "MYPROGW: USER-MASTER-FILE UNAVAILABLE, "
                   "STATUS = " FS-USER-MASTER
                   " - HISTORY ONLY"
           END-IF.
           OPEN INPUT ACCESS-HISTORY-FILE.
           IF FS-ACCESS-HISTORY-OK
               CLOSE ACCESS-HISTORY-FILE
           ELSE
               DISPLAY "MYPROGW: UNABLE TO OPEN ACCESS-HISTORY-FILE, "
                   "STATUS = " FS-ACCESS-HISTORY
               SET HISTORY-FILE-OPEN-FAILED TO TRUE
           END-IF.
           IF WS-DEPT-COUNT > ZERO AND NOT HISTORY-FILE-OPEN-FAILED
               PERFORM 1400-SELECT-DEPT-USERS
                   THRU 1400-SELECT-DEPT-USERS-EXIT
           END-IF.
           IF WS-USER-COUNT = ZERO
               DISPLAY "MYPROGW: NO USERS SELECTED - NOTHING TO REPORT"
           END-IF.
           MOVE "MYPROGW" TO RH1-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RH1-RUN-DATE.
           MOVE "POINT-IN-TIME ACCESS INQUIRY" TO RH2-REPORT-TITLE.
           IF WS-FROM-DATE = ZERO
               MOVE "(START)" TO IL-FROM-DATE
           ELSE
               MOVE WS-FROM-DATE TO IL-FROM-DATE
           END-IF.
           MOVE WS-AS-OF-DATE TO IL-AS-OF-DATE.
           DISPLAY "MYPROGW: " WS-USER-COUNT " USERS, CHANGES "
               IL-FROM-DATE " THRU " WS-AS-OF-DATE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *>****************************************************************
      *> 1100-READ-CONTROL-CARD - U user-id, D department, A as-of
      *> date (YYYYMMDD), or R from-date to-date, each starting in
      *> column 3.  A card that does not edit is displayed and skipped.
      *>****************************************************************
       1100-READ-CONTROL-CARD.
           READ HISTORY-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-CONTROL-EOF-SWITCH
               NOT AT END
                   PERFORM 1150-EDIT-CONTROL-CARD
                       THRU 1150-EDIT-CONTROL-CARD-EXIT
           END-READ.
       1100-READ-CONTROL-CARD-EXIT.
           EXIT.

       1150-EDIT-CONTROL-CARD.
           EVALUATE TRUE
               WHEN HQ-CARD-USER AND HQ-CARD-USER-ID NOT = SPACES
                   MOVE HQ-CARD-USER-ID TO WS-ADD-USER-ID
                   PERFORM 1300-ADD-SELECTED-USER
                       THRU 1300-ADD-SELECTED-USER-EXIT
               WHEN HQ-CARD-DEPARTMENT
                   AND HQ-CARD-DEPT-CODE NOT = SPACES
                   IF WS-DEPT-COUNT < WS-DEPT-MAX
                       ADD 1 TO WS-DEPT-COUNT
                       SET WS-DPT-IDX TO WS-DEPT-COUNT
                       MOVE HQ-CARD-DEPT-CODE
                           TO SP-DEPT-CODE (WS-DPT-IDX)
                   ELSE
                       ADD 1 TO WS-CARDS-REJECTED
                       DISPLAY "MYPROGW: TOO MANY DEPARTMENT CARDS - "
                           HQ-CARD-DEPT-CODE " SKIPPED"
                   END-IF
               WHEN HQ-CARD-AS-OF
                   MOVE HQ-FROM-DATE TO WS-EDIT-DATE
                   PERFORM 1200-EDIT-DATE
                       THRU 1200-EDIT-DATE-EXIT
                   IF DATE-IS-VALID
                       MOVE ZERO TO WS-FROM-DATE
                       MOVE HQ-FROM-DATE TO WS-AS-OF-DATE
                   ELSE
                       ADD 1 TO WS-CARDS-REJECTED
                       DISPLAY "MYPROGW: AS-OF DATE NOT VALID - "
                           HISTORY-CONTROL-RECORD (1 : 20)
                   END-IF
               WHEN HQ-CARD-RANGE
                   MOVE HQ-FROM-DATE TO WS-EDIT-DATE
                   PERFORM 1200-EDIT-DATE
                       THRU 1200-EDIT-DATE-EXIT
                   IF DATE-IS-VALID
                       MOVE HQ-TO-DATE TO WS-EDIT-DATE
                       PERFORM 1200-EDIT-DATE
                           THRU 1200-EDIT-DATE-EXIT
                   END-IF
                   IF DATE-IS-VALID
                       AND HQ-FROM-DATE NOT > HQ-TO-DATE
                       MOVE HQ-FROM-DATE TO WS-FROM-DATE
                       MOVE HQ-TO-DATE TO WS-AS-OF-DATE
                   ELSE
                       ADD 1 TO WS-CARDS-REJECTED
                       DISPLAY "MYPROGW: DATE RANGE NOT VALID - "
                           HISTORY-CONTROL-RECORD (1 : 20)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CARDS-REJECTED
                   DISPLAY "MYPROGW: CONTROL CARD NOT RECOGNIZED - "
                       HISTORY-CONTROL-RECORD (1 : 20)
           END-EVALUATE.
       1150-EDIT-CONTROL-CARD-EXIT.
           EXIT.

       1200-EDIT-DATE.
           MOVE "N" TO WS-DATE-VALID-SWITCH.
           IF WS-EDIT-DATE IS NUMERIC
               IF EDIT-MONTH-VALID AND EDIT-DAY-VALID
                   AND WS-EDIT-YEAR > 1900
                   AND FUNCTION TEST-DATE-YYYYMMDD (WS-EDIT-DATE-NUM)
                       = 0
                   SET DATE-IS-VALID TO TRUE
               END-IF
           END-IF.
       1200-EDIT-DATE-EXIT.
           EXIT.

      *>****************************************************************
      *> 1300-ADD-SELECTED-USER - add WS-ADD-USER-ID to the users to
      *> report unless it is there already
      *>****************************************************************
       1300-ADD-SELECTED-USER.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM 1350-CHECK-SELECTED-USER
               THRU 1350-CHECK-SELECTED-USER-EXIT
               VARYING WS-USR-IDX FROM 1 BY 1
               UNTIL WS-USR-IDX > WS-USER-COUNT
                  OR ENTRY-WAS-FOUND.
           IF NOT ENTRY-WAS-FOUND
               IF WS-USER-COUNT < WS-USER-MAX
                   ADD 1 TO WS-USER-COUNT
                   SET WS-USR-IDX TO WS-USER-COUNT
                   MOVE WS-ADD-USER-ID TO SU-USER-ID (WS-USR-IDX)
               ELSE
                   ADD 1 TO WS-USERS-DROPPED
                   DISPLAY "MYPROGW: USER TABLE FULL - "
                       WS-ADD-USER-ID " NOT REPORTED"
               END-IF
           END-IF.
       1300-ADD-SELECTED-USER-EXIT.
           EXIT.

       1350-CHECK-SELECTED-USER.
           IF SU-USER-ID (WS-USR-IDX) = WS-ADD-USER-ID
               SET ENTRY-WAS-FOUND TO TRUE
           END-IF.
       1350-CHECK-SELECTED-USER-EXIT.
           EXIT.

      *>****************************************************************
      *> 1400-SELECT-DEPT-USERS - every user the history shows in a
      *> selected department, before or after any change, and every
      *> user on the master in one now
      *>****************************************************************
       1400-SELECT-DEPT-USERS.
           OPEN INPUT ACCESS-HISTORY-FILE.
           MOVE "N" TO WS-HISTORY-EOF-SWITCH.
           PERFORM 1410-SCAN-HISTORY-FOR-DEPT
               THRU 1410-SCAN-HISTORY-FOR-DEPT-EXIT
               UNTIL END-OF-ACCESS-HISTORY.
           CLOSE ACCESS-HISTORY-FILE.
           IF MASTER-FILE-AVAILABLE
               PERFORM 1450-SELECT-MASTER-DEPT
                   THRU 1450-SELECT-MASTER-DEPT-EXIT
                   VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL WS-DPT-IDX > WS-DEPT-COUNT
           END-IF.
       1400-SELECT-DEPT-USERS-EXIT.
           EXIT.

       1410-SCAN-HISTORY-FOR-DEPT.
           READ ACCESS-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HISTORY-EOF-SWITCH
               NOT AT END
                   MOVE "N" TO WS-FOUND-SWITCH
                   PERFORM 1420-CHECK-HISTORY-DEPT
                       THRU 1420-CHECK-HISTORY-DEPT-EXIT
                       VARYING WS-DPT-IDX FROM 1 BY 1
                       UNTIL WS-DPT-IDX > WS-DEPT-COUNT
                          OR ENTRY-WAS-FOUND
                   IF ENTRY-WAS-FOUND
                       MOVE HS-USER-ID TO WS-ADD-USER-ID
                       PERFORM 1300-ADD-SELECTED-USER
                           THRU 1300-ADD-SELECTED-USER-EXIT
                   END-IF
           END-READ.
       1410-SCAN-HISTORY-FOR-DEPT-EXIT.
           EXIT.

       1420-CHECK-HISTORY-DEPT.
           IF HS-BEFORE-DEPARTMENT = SP-DEPT-CODE (WS-DPT-IDX)
               OR HS-AFTER-DEPARTMENT = SP-DEPT-CODE (WS-DPT-IDX)
               SET ENTRY-WAS-FOUND TO TRUE
           END-IF.
       1420-CHECK-HISTORY-DEPT-EXIT.
           EXIT.

       1450-SELECT-MASTER-DEPT.
           MOVE "N" TO WS-MASTER-EOF-SWITCH.
           MOVE SP-DEPT-CODE (WS-DPT-IDX) TO UM-DEPARTMENT.
           START USER-MASTER-FILE
               KEY IS EQUAL TO UM-DEPARTMENT
               INVALID KEY
                   MOVE "Y" TO WS-MASTER-EOF-SWITCH
           END-START.
           PERFORM 1460-READ-DEPT-USER
               THRU 1460-READ-DEPT-USER-EXIT
               UNTIL END-OF-DEPT-USERS.
       1450-SELECT-MASTER-DEPT-EXIT.
           EXIT.

       1460-READ-DEPT-USER.
           READ USER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MASTER-EOF-SWITCH
               NOT AT END
                   IF UM-DEPARTMENT NOT = SP-DEPT-CODE (WS-DPT-IDX)
                       MOVE "Y" TO WS-MASTER-EOF-SWITCH
                   ELSE
                       MOVE UM-USER-ID TO WS-ADD-USER-ID
                       PERFORM 1300-ADD-SELECTED-USER
                           THRU 1300-ADD-SELECTED-USER-EXIT
                   END-IF
           END-READ.
       1460-READ-DEPT-USER-EXIT.
           EXIT.

      *>****************************************************************
      *> 1900-PRINT-HEADERS - start a new page for the current user
      *>****************************************************************
       1900-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO RH1-PAGE-NUMBER.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADER-2
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM WS-INQUIRY-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM WS-USER-HEADER-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 5 TO WS-LINE-COUNT.
       1900-PRINT-HEADERS-EXIT.
           EXIT.

      *>****************************************************************
      *> 2000-REPORT-USER - one user's section: the timeline as the
      *> history is read, then the access held on the as-of date, then
      *> the sign-off block.  Each user starts a new page so a section
      *> can be handed over on its own.
      *>****************************************************************
       2000-REPORT-USER.
           ADD 1 TO WS-USERS-REPORTED.
           MOVE ZERO TO WS-USER-CHANGES.
           MOVE "N" TO ST-KNOWN-SWITCH.
           MOVE "N" TO ST-ON-MASTER-SWITCH.
           MOVE "N" TO NX-FOUND-SWITCH.
           MOVE SPACES TO ST-USER-NAME.
           MOVE SPACES TO ST-DEPARTMENT.
           MOVE SPACES TO ST-LEVEL.
           MOVE SPACES TO ST-STATUS.
           MOVE ZERO TO ST-LAST-DATE.
           MOVE SPACES TO ST-LAST-OPERATOR.
           MOVE SPACES TO ST-LAST-SOURCE.
           MOVE SPACES TO ST-BASIS.
           MOVE SU-USER-ID (WS-USR-IDX) TO UH-USER-ID.
           MOVE SPACES TO UH-USER-NAME.
           IF MASTER-FILE-AVAILABLE
               MOVE SU-USER-ID (WS-USR-IDX) TO UM-USER-ID
               READ USER-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FOUND-SWITCH
                   NOT INVALID KEY
                       MOVE UM-USER-NAME TO UH-USER-NAME
               END-READ
           END-IF.
           PERFORM 1900-PRINT-HEADERS
               THRU 1900-PRINT-HEADERS-EXIT.
           MOVE "ACCESS TIMELINE" TO SL-SECTION-TITLE.
           MOVE SPACES TO SL-SECTION-DATE.
           WRITE PRINT-RECORD FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-RECORD FROM WS-TIMELINE-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           ADD 4 TO WS-LINE-COUNT.
           OPEN INPUT ACCESS-HISTORY-FILE.
           MOVE "N" TO WS-HISTORY-EOF-SWITCH.
           PERFORM 2100-SCAN-USER-HISTORY
               THRU 2100-SCAN-USER-HISTORY-EXIT
               UNTIL END-OF-ACCESS-HISTORY.
           CLOSE ACCESS-HISTORY-FILE.
           IF WS-USER-CHANGES = ZERO
               WRITE PRINT-RECORD FROM WS-NO-CHANGES-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           PERFORM 2300-SETTLE-AS-OF-STATE
               THRU 2300-SETTLE-AS-OF-STATE-EXIT.
           PERFORM 2500-PRINT-AS-OF-STATE
               THRU 2500-PRINT-AS-OF-STATE-EXIT.
           PERFORM 2600-PRINT-SIGNOFF
               THRU 2600-PRINT-SIGNOFF-EXIT.
       2000-REPORT-USER-EXIT.
           EXIT.

      *>****************************************************************
      *> 2100-SCAN-USER-HISTORY - one history record.  Changes up to
      *> the as-of date are played into the user's state; those inside
      *> the period are also listed.  The first change after the as-of
      *> date is kept for its before image.
      *>****************************************************************
       2100-SCAN-USER-HISTORY.
           READ ACCESS-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HISTORY-EOF-SWITCH
               NOT AT END
                   IF HS-USER-ID = SU-USER-ID (WS-USR-IDX)
                       IF HS-USER-NAME NOT = SPACES
                           MOVE HS-USER-NAME TO ST-USER-NAME
                       END-IF
                       IF HS-EVENT-DATE NOT > WS-AS-OF-DATE
                           PERFORM 2200-PLAY-CHANGE
                               THRU 2200-PLAY-CHANGE-EXIT
                           IF HS-EVENT-DATE NOT < WS-FROM-DATE
                               PERFORM 2700-PRINT-TIMELINE-LINE
                                   THRU 2700-PRINT-TIMELINE-LINE-EXIT
                           END-IF
                       ELSE
                           IF NOT NEXT-CHANGE-FOUND
                               SET NEXT-CHANGE-FOUND TO TRUE
                               MOVE HS-EVENT-DATE TO NX-EVENT-DATE
                               MOVE HS-ACTION-CODE TO NX-ACTION-CODE
                               MOVE HS-BEFORE-STATE TO NX-BEFORE-STATE
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       2100-SCAN-USER-HISTORY-EXIT.
           EXIT.

      *>****************************************************************
      *> 2200-PLAY-CHANGE - apply one change to the user's state.  The
      *> first change on record also supplies the state before it from
      *> its before image.  A blank after field leaves the field as it
      *> was.
      *>****************************************************************
       2200-PLAY-CHANGE.
           IF NOT STATE-IS-KNOWN AND HS-BEFORE-STATE NOT = SPACES
               SET STATE-IS-KNOWN TO TRUE
               SET STATE-ON-MASTER TO TRUE
               MOVE HS-BEFORE-DEPARTMENT TO ST-DEPARTMENT
               MOVE HS-BEFORE-LEVEL TO ST-LEVEL
               MOVE HS-BEFORE-STATUS TO ST-STATUS
           END-IF.
           SET STATE-IS-KNOWN TO TRUE.
           EVALUATE TRUE
               WHEN HS-ACTION-DELETE
                   MOVE "N" TO ST-ON-MASTER-SWITCH
               WHEN HS-ACTION-SUSPEND
                   SET STATE-ON-MASTER TO TRUE
                   MOVE "S" TO ST-STATUS
               WHEN OTHER
                   SET STATE-ON-MASTER TO TRUE
                   IF HS-AFTER-DEPARTMENT NOT = SPACES
                       MOVE HS-AFTER-DEPARTMENT TO ST-DEPARTMENT
                   END-IF
                   IF HS-AFTER-LEVEL NOT = SPACES
                       MOVE HS-AFTER-LEVEL TO ST-LEVEL
                   END-IF
                   IF HS-AFTER-STATUS NOT = SPACES
                       MOVE HS-AFTER-STATUS TO ST-STATUS
                   END-IF
           END-EVALUATE.
           MOVE HS-EVENT-DATE TO ST-LAST-DATE.
           MOVE HS-OPERATOR-ID TO ST-LAST-OPERATOR.
           MOVE HS-SOURCE TO ST-LAST-SOURCE.
           MOVE "LAST CHANGE ON RECORD UP TO THE AS-OF DATE"
               TO ST-BASIS.
       2200-PLAY-CHANGE-EXIT.
           EXIT.

      *>****************************************************************
      *> 2300-SETTLE-AS-OF-STATE - with no change on record up to the
      *> as-of date, the state comes from the first change after it
      *> (an add means the user did not exist yet; otherwise its
      *> before image), or failing that from the master as it stands
      *>****************************************************************
       2300-SETTLE-AS-OF-STATE.
           IF NOT STATE-IS-KNOWN AND NEXT-CHANGE-FOUND
               IF NX-ACTION-CODE = "A"
                   SET STATE-IS-KNOWN TO TRUE
                   MOVE "N" TO ST-ON-MASTER-SWITCH
                   MOVE "ADDED AFTER THE AS-OF DATE" TO ST-BASIS
               ELSE
                   IF NX-BEFORE-STATE NOT = SPACES
                       SET STATE-IS-KNOWN TO TRUE
                       SET STATE-ON-MASTER TO TRUE
                       MOVE NX-BEFORE-DEPARTMENT TO ST-DEPARTMENT
                       MOVE NX-BEFORE-LEVEL TO ST-LEVEL
                       MOVE NX-BEFORE-STATUS TO ST-STATUS
                       MOVE "BEFORE IMAGE OF THE NEXT CHANGE ON RECORD"
                           TO ST-BASIS
                   END-IF
               END-IF
           END-IF.
           IF NOT STATE-IS-KNOWN AND MASTER-FILE-AVAILABLE
               MOVE SU-USER-ID (WS-USR-IDX) TO UM-USER-ID
               READ USER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET STATE-IS-KNOWN TO TRUE
                       SET STATE-ON-MASTER TO TRUE
                       MOVE UM-DEPARTMENT TO ST-DEPARTMENT
                       MOVE UM-ACCESS-LEVEL TO ST-LEVEL
                       MOVE UM-STATUS TO ST-STATUS
                       MOVE UM-USER-NAME TO ST-USER-NAME
                       MOVE "CURRENT MASTER - NO CHANGE ON RECORD"
                           TO ST-BASIS
               END-READ
           END-IF.
           IF NOT STATE-IS-KNOWN
               ADD 1 TO WS-USERS-UNKNOWN
               MOVE "NO RECORD OF THIS USER" TO ST-BASIS
           END-IF.
       2300-SETTLE-AS-OF-STATE-EXIT.
           EXIT.

      *>****************************************************************
      *> 2500-PRINT-AS-OF-STATE - the access held at the end of the
      *> as-of date and where that answer comes from
      *>****************************************************************
       2500-PRINT-AS-OF-STATE.
           IF WS-LINE-COUNT + 18 > WS-LINES-PER-PAGE
               PERFORM 1900-PRINT-HEADERS
                   THRU 1900-PRINT-HEADERS-EXIT
           END-IF.
           MOVE "ACCESS HELD AS OF " TO SL-SECTION-TITLE.
           MOVE WS-AS-OF-DATE TO SL-SECTION-DATE.
           WRITE PRINT-RECORD FROM WS-SECTION-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "NAME:" TO SS-STATE-LABEL.
           MOVE ST-USER-NAME TO SS-STATE-VALUE.
           WRITE PRINT-RECORD FROM WS-STATE-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "ON MASTER:" TO SS-STATE-LABEL.
           EVALUATE TRUE
               WHEN NOT STATE-IS-KNOWN
                   MOVE "UNKNOWN" TO SS-STATE-VALUE
               WHEN STATE-ON-MASTER
                   MOVE "YES" TO SS-STATE-VALUE
               WHEN OTHER
                   MOVE "NO - NO ACCESS HELD" TO SS-STATE-VALUE
           END-EVALUATE.
           WRITE PRINT-RECORD FROM WS-STATE-LINE
               AFTER ADVANCING 1 LINE.
           IF STATE-IS-KNOWN AND STATE-ON-MASTER
               MOVE "DEPARTMENT:" TO SS-STATE-LABEL
               MOVE ST-DEPARTMENT TO SS-STATE-VALUE
               WRITE PRINT-RECORD FROM WS-STATE-LINE
                   AFTER ADVANCING 1 LINE
               MOVE ST-LEVEL TO LW-LEVEL
               EVALUATE ST-LEVEL
                   WHEN "R"
                       MOVE "READ ONLY" TO LW-LEVEL-TEXT
                   WHEN "U"
                       MOVE "UPDATE" TO LW-LEVEL-TEXT
                   WHEN "A"
                       MOVE "ADMIN" TO LW-LEVEL-TEXT
                   WHEN OTHER
                       MOVE "NOT RECORDED" TO LW-LEVEL-TEXT
               END-EVALUATE
               MOVE "ACCESS LEVEL:" TO SS-STATE-LABEL
               MOVE WS-LEVEL-WORK TO SS-STATE-VALUE
               WRITE PRINT-RECORD FROM WS-STATE-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "STATUS:" TO SS-STATE-LABEL
               EVALUATE ST-STATUS
                   WHEN "A"
                       MOVE "ACTIVE" TO SS-STATE-VALUE
                   WHEN "S"
                       MOVE "SUSPENDED" TO SS-STATE-VALUE
                   WHEN OTHER
                       MOVE "NOT RECORDED" TO SS-STATE-VALUE
               END-EVALUATE
               WRITE PRINT-RECORD FROM WS-STATE-LINE
                   AFTER ADVANCING 1 LINE
               ADD 3 TO WS-LINE-COUNT
           END-IF.
           IF ST-LAST-DATE NOT = ZERO
               MOVE ST-LAST-DATE TO LC-DATE
               MOVE ST-LAST-OPERATOR TO LC-OPERATOR-ID
               MOVE ST-LAST-SOURCE TO WS-SOURCE-CODE
               PERFORM 2800-SOURCE-TEXT
                   THRU 2800-SOURCE-TEXT-EXIT
               MOVE WS-SOURCE-TEXT TO LC-SOURCE
               MOVE "LAST CHANGED:" TO SS-STATE-LABEL
               MOVE WS-LAST-CHANGE-WORK TO SS-STATE-VALUE
               WRITE PRINT-RECORD FROM WS-STATE-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           MOVE "BASIS:" TO SS-STATE-LABEL.
           MOVE ST-BASIS TO SS-STATE-VALUE.
           WRITE PRINT-RECORD FROM WS-STATE-LINE
               AFTER ADVANCING 1 LINE.
           ADD 6 TO WS-LINE-COUNT.
       2500-PRINT-AS-OF-STATE-EXIT.
           EXIT.

      *>****************************************************************
      *> 2600-PRINT-SIGNOFF - preparer, reviewer, and signature block
      *> at the foot of each user's section
      *>****************************************************************
       2600-PRINT-SIGNOFF.
           WRITE PRINT-RECORD FROM WS-SIGNOFF-TEXT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE WS-RUN-OPERATOR-ID TO SP-OPERATOR-ID.
           MOVE WS-RUN-DATE-CENTURY TO SP-RUN-DATE.
           WRITE PRINT-RECORD FROM WS-SIGNOFF-PREPARER-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-RECORD FROM WS-SIGNOFF-REVIEWER-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-RECORD FROM WS-SIGNOFF-LINE
               AFTER ADVANCING 2 LINES.
           ADD 9 TO WS-LINE-COUNT.
       2600-PRINT-SIGNOFF-EXIT.
           EXIT.

      *>****************************************************************
      *> 2700-PRINT-TIMELINE-LINE - one change inside the period, with
      *> the page overflow repeating the user and column headings
      *>****************************************************************
       2700-PRINT-TIMELINE-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 1900-PRINT-HEADERS
                   THRU 1900-PRINT-HEADERS-EXIT
               WRITE PRINT-RECORD FROM WS-TIMELINE-COLUMN-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
           END-IF.
           MOVE HS-EVENT-DATE TO TD-EVENT-DATE.
           MOVE HS-EVENT-TIME (1 : 6) TO TD-EVENT-TIME.
           MOVE HS-SOURCE TO WS-SOURCE-CODE.
           PERFORM 2800-SOURCE-TEXT
               THRU 2800-SOURCE-TEXT-EXIT.
           MOVE WS-SOURCE-TEXT TO TD-SOURCE.
           MOVE HS-OPERATOR-ID TO TD-OPERATOR-ID.
           EVALUATE TRUE
               WHEN HS-ACTION-ADD
                   MOVE "ADD" TO TD-ACTION
               WHEN HS-ACTION-CHANGE
                   MOVE "CHANGE" TO TD-ACTION
               WHEN HS-ACTION-DELETE
                   MOVE "DELETE" TO TD-ACTION
               WHEN HS-ACTION-SUSPEND
                   MOVE "SUSPEND" TO TD-ACTION
               WHEN OTHER
                   MOVE HS-ACTION-CODE TO TD-ACTION
           END-EVALUATE.
           MOVE HS-BEFORE-LEVEL TO TD-BEFORE-LEVEL.
           MOVE HS-AFTER-LEVEL TO TD-AFTER-LEVEL.
           MOVE HS-BEFORE-DEPARTMENT TO TD-BEFORE-DEPARTMENT.
           MOVE HS-AFTER-DEPARTMENT TO TD-AFTER-DEPARTMENT.
           MOVE HS-BEFORE-STATUS TO TD-BEFORE-STATUS.
           MOVE HS-AFTER-STATUS TO TD-AFTER-STATUS.
           WRITE PRINT-RECORD FROM WS-TIMELINE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-USER-CHANGES.
           ADD 1 TO WS-CHANGES-LISTED.
       2700-PRINT-TIMELINE-LINE-EXIT.
           EXIT.

       2800-SOURCE-TEXT.
           EVALUATE WS-SOURCE-CODE
               WHEN "O"
                   MOVE "ONLINE" TO WS-SOURCE-TEXT
               WHEN "B"
                   MOVE "BATCH" TO WS-SOURCE-TEXT
               WHEN "H"
                   MOVE "HR" TO WS-SOURCE-TEXT
               WHEN "R"
                   MOVE "RESTORE" TO WS-SOURCE-TEXT
               WHEN "A"
                   MOVE "APPROVAL" TO WS-SOURCE-TEXT
               WHEN "P"
                   MOVE "PURGE" TO WS-SOURCE-TEXT
               WHEN "X"
                   MOVE "EXPIRY" TO WS-SOURCE-TEXT
               WHEN "G"
                   MOVE "REORG" TO WS-SOURCE-TEXT
               WHEN OTHER
                   MOVE WS-SOURCE-CODE TO WS-SOURCE-TEXT
           END-EVALUATE.
       2800-SOURCE-TEXT-EXIT.
           EXIT.

      *>****************************************************************
      *> 3000-TERMINATE - totals, close down, and reflect the outcome
      *> in RETURN-CODE: a card skipped, a user not reportable, or a
      *> user of whom nothing is known is a warning; no history or no
      *> control cards is 8
      *>****************************************************************
       3000-TERMINATE.
           MOVE WS-USERS-REPORTED TO TL-USERS-REPORTED.
           MOVE WS-CHANGES-LISTED TO TL-CHANGES-LISTED.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRINT-RECORD FROM WS-REPORT-FOOTER
               AFTER ADVANCING 2 LINES.
           IF MASTER-FILE-AVAILABLE
               CLOSE USER-MASTER-FILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "MYPROGW: USERS REPORTED = " WS-USERS-REPORTED.
           DISPLAY "MYPROGW: CHANGES LISTED = " WS-CHANGES-LISTED.
           IF WS-USERS-UNKNOWN > ZERO
               DISPLAY "MYPROGW: USERS WITH NO RECORD = "
                   WS-USERS-UNKNOWN
           END-IF.
           EVALUATE TRUE
               WHEN CONTROL-FILE-OPEN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN HISTORY-FILE-OPEN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-USER-COUNT = ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CARDS-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN WS-USERS-DROPPED > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN WS-USERS-UNKNOWN > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       3000-TERMINATE-EXIT.
           EXIT.
