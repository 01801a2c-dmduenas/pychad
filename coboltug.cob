       >>source format free
      *>****************************************************************
      *> Program name:    MYPROGG
      *> Original author: DDUENAS
      *>
      *> Maintenence Log
      *> Date      Author        Maintenance Requirement
      *> --------- ------------  ---------------------------------------
      *> 10/14/26 DDUENAS  Created to carry out a finance
      *>                   reorganization in one run instead of a
      *>                   MYPROGO change keyed for every user (MYPROGD
      *>                   will not delete a department users still
      *>                   carry).  Driven by control cards: R moves
      *>                   every user in an old department code to a
      *>                   new one (a rename, or one half of a merge)
      *>                   and retires the old code once it is empty;
      *>                   U moves a single user-id to a new code (a
      *>                   split); N names a new department so it can
      *>                   be created.  A new code an R card needs is
      *>                   created on the department master with the
      *>                   old department's name and manager unless an
      *>                   N card gives them.  Users are found through
      *>                   the department alternate index, every move
      *>                   is journaled on USRJRNL as a change ("C")
      *>                   under this program's name, and department
      *>                   adds and retirements on DEPTJRNL the way
      *>                   MYPROGD journals them, so MYPROGL, MYPROGB,
      *>                   and the MYPROGC delta report see the moves
      *>                   like any other change.  A held admin
      *>                   request for a moved user is recoded too, so
      *>                   approving it later does not move the user
      *>                   back.  Prints a before/after register, one
      *>                   department per page with its manager named,
      *>                   for the managers involved.  Runs as a trial
      *>                   (nothing updated, the register shows what
      *>                   would move) unless the PARM says UPDATE.
      *> 10/14/26 DDUENAS  Before and after images widened to the 75-
      *>                   byte user record (account type and owner).
      *>
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MYPROGG.
       AUTHOR. DDUENAS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/14/26.
       DATE-COMPILED. 10/14/26.
       SECURITY. CONFIDENTIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REORG-CONTROL-FILE ASSIGN TO "REORGCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REORG-CONTROL.

           SELECT USER-MASTER-FILE ASSIGN TO "USRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-USER-ID
               ALTERNATE RECORD KEY IS UM-USER-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS UM-DEPARTMENT
                   WITH DUPLICATES
               FILE STATUS IS FS-USER-MASTER.

           SELECT DEPARTMENT-FILE ASSIGN TO "USRDEPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS FS-DEPARTMENT-FILE.

           SELECT PENDING-FILE ASSIGN TO "USRPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA-USER-ID
               FILE STATUS IS FS-PENDING-FILE.

           SELECT JOURNAL-FILE ASSIGN TO "USRJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-JOURNAL-FILE.

           SELECT DEPT-JOURNAL-FILE ASSIGN TO "DEPTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DEPT-JOURNAL.

           SELECT PRINT-FILE ASSIGN TO "REORGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PRINT-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  REORG-CONTROL-FILE
           RECORDING MODE IS F.
       01  REORG-CONTROL-RECORD        PIC X(80).

       FD  USER-MASTER-FILE.
           COPY USERREC.

       FD  DEPARTMENT-FILE.
           COPY DEPTREC.

       FD  PENDING-FILE.
           COPY PNDAREC.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY JRNLREC.

       FD  DEPT-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY DJRNREC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RPTHDR.

      *> Control card, data starting in column 3:
      *>   N NEWCODE    NEW DEPARTMENT NAME      MANAGER NAME
      *>   R OLDCODE    NEWCODE
      *>   U USERID     NEWCODE
       01  WS-CONTROL-CARD.
           05  RQ-CARD-TYPE            PIC X(01).
               88  RQ-CARD-NEW-DEPT            VALUE "N".
               88  RQ-CARD-RECODE              VALUE "R".
               88  RQ-CARD-USER                VALUE "U".
               88  RQ-CARD-VALID-TYPE          VALUE "N" "R" "U".
           05  FILLER                  PIC X(01).
           05  RQ-CARD-DATA            PIC X(78).
           05  RQ-NEW-DEPT-DATA REDEFINES RQ-CARD-DATA.
               10  RQ-NEW-DEPT-CODE    PIC X(10).
               10  FILLER              PIC X(01).
               10  RQ-NEW-DEPT-NAME    PIC X(30).
               10  FILLER              PIC X(01).
               10  RQ-NEW-DEPT-MANAGER PIC X(30).
               10  FILLER              PIC X(06).
           05  RQ-RECODE-DATA REDEFINES RQ-CARD-DATA.
               10  RQ-FROM-DEPT        PIC X(10).
               10  FILLER              PIC X(01).
               10  RQ-TO-DEPT          PIC X(10).
               10  FILLER              PIC X(57).
           05  RQ-USER-DATA REDEFINES RQ-CARD-DATA.
               10  RQ-USER-ID          PIC X(08).
               10  FILLER              PIC X(03).
               10  RQ-USER-TO-DEPT     PIC X(10).
               10  FILLER              PIC X(57).

       01  WS-MODE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(06) VALUE "MODE: ".
           05  ML-MODE-TEXT            PIC X(32) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
               "SUBMITTED BY: ".
           05  ML-OPERATOR-ID          PIC X(08) VALUE SPACES.

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

       01  WS-MOVE-COLUMN-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(05) VALUE "MOVE".
           05  FILLER                  PIC X(10) VALUE "USER-ID".
           05  FILLER                  PIC X(32) VALUE "USER-NAME".
           05  FILLER                  PIC X(04) VALUE "LVL".
           05  FILLER                  PIC X(13) VALUE "FROM/TO".
           05  FILLER                  PIC X(12) VALUE "RESULT".

       01  WS-MOVE-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MD-DIRECTION            PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MD-USER-ID              PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MD-USER-NAME            PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MD-ACCESS-LEVEL         PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  MD-OTHER-DEPT           PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  MD-RESULT               PIC X(12) VALUE SPACES.

       01  WS-NO-MOVES-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(40) VALUE
               "NO USERS MOVE INTO OR OUT OF DEPARTMENT".

       01  WS-DEPT-COUNT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(14) VALUE
               "USERS BEFORE: ".
           05  DC-USERS-BEFORE         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE
               "   MOVED OUT:".
           05  DC-MOVED-OUT            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE
               "   MOVED IN:".
           05  DC-MOVED-IN             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(15) VALUE
               "   USERS AFTER:".
           05  DC-USERS-AFTER          PIC ZZ,ZZ9.

       01  WS-DEPT-ACTION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(19) VALUE
               "DEPARTMENT ACTION: ".
           05  DA-ACTION-TEXT          PIC X(40) VALUE SPACES.

       01  WS-CARD-COLUMN-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(47) VALUE "CONTROL CARD".
           05  FILLER                  PIC X(30) VALUE "RESULT".

       01  WS-CARD-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CD-CARD-IMAGE           PIC X(45) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CD-CARD-RESULT          PIC X(30) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "CARDS READ ........ ".
           05  TL-CARDS-READ           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "CARDS REJECTED .... ".
           05  TL-CARDS-REJECTED       PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "USERS SELECTED .... ".
           05  TL-MOVES-SELECTED       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "USERS MOVED ....... ".
           05  TL-MOVES-MADE           PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "MOVES NOT MADE .... ".
           05  TL-MOVES-FAILED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "HELD REQS RECODED . ".
           05  TL-HOLDS-RECODED        PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "DEPTS CREATED ..... ".
           05  TL-DEPTS-CREATED        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "DEPTS RETIRED ..... ".
           05  TL-DEPTS-RETIRED        PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-5.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "DEPTS KEPT ........ ".
           05  TL-DEPTS-KEPT           PIC ZZZ,ZZ9.

       01  WS-PRINT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 055.
           05  WS-PAGE-NUMBER          PIC 9(04) COMP VALUE ZERO.

       01  WS-RUN-IDENTITY.
           05  WS-RUN-DATE             PIC X(08).
           05  WS-RUN-DATE-CENTURY     PIC 9(08) VALUE ZERO.
           05  WS-RUN-OPERATOR-ID      PIC X(08) VALUE "MYPROGG".
           05  WS-SUBMIT-OPERATOR-ID   PIC X(08) VALUE SPACES.
           05  WS-PARM-MODE            PIC X(08) VALUE SPACES.
               88  PARM-MODE-UPDATE            VALUE "UPDATE".
               88  PARM-MODE-TRIAL             VALUE "TRIAL" SPACES.

       01  WS-FILE-STATUSES.
           05  FS-REORG-CONTROL        PIC X(02) VALUE "00".
               88  FS-REORG-CONTROL-OK            VALUE "00".
           05  FS-USER-MASTER          PIC X(02) VALUE "00".
               88  FS-USER-MASTER-OK              VALUE "00".
           05  FS-DEPARTMENT-FILE      PIC X(02) VALUE "00".
               88  FS-DEPARTMENT-FILE-OK          VALUE "00".
           05  FS-PENDING-FILE         PIC X(02) VALUE "00".
               88  FS-PENDING-FILE-OK             VALUE "00".
           05  FS-JOURNAL-FILE         PIC X(02) VALUE "00".
               88  FS-JOURNAL-FILE-OK             VALUE "00".
           05  FS-DEPT-JOURNAL         PIC X(02) VALUE "00".
               88  FS-DEPT-JOURNAL-OK             VALUE "00".
           05  FS-PRINT-FILE           PIC X(02) VALUE "00".
               88  FS-PRINT-FILE-OK               VALUE "00".

       01  WS-SWITCHES.
           05  WS-RUN-MODE-SWITCH      PIC X(01) VALUE "T".
               88  RUN-MODE-TRIAL                  VALUE "T".
               88  RUN-MODE-UPDATE                 VALUE "U".
           05  WS-RUN-STOPPED-SWITCH   PIC X(01) VALUE "N".
               88  RUN-STOPPED                     VALUE "Y".
           05  WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE "N".
               88  MASTER-FILE-OPEN                VALUE "Y".
           05  WS-DEPT-OPEN-SWITCH     PIC X(01) VALUE "N".
               88  DEPT-FILE-OPEN                  VALUE "Y".
           05  WS-PEND-FILE-SWITCH     PIC X(01) VALUE "N".
               88  PEND-FILE-AVAILABLE             VALUE "Y".
           05  WS-JOURNAL-OPEN-SWITCH  PIC X(01) VALUE "N".
               88  JOURNAL-FILE-OPEN               VALUE "Y".
           05  WS-DJRNL-OPEN-SWITCH    PIC X(01) VALUE "N".
               88  DEPT-JOURNAL-OPEN               VALUE "Y".
           05  WS-CONTROL-EOF-SWITCH   PIC X(01) VALUE "N".
               88  END-OF-CONTROL-FILE             VALUE "Y".
           05  WS-DEPT-USERS-EOF-SWITCH PIC X(01) VALUE "N".
               88  END-OF-DEPT-USERS               VALUE "Y".
           05  WS-FOUND-SWITCH         PIC X(01) VALUE "N".
               88  ENTRY-WAS-FOUND                 VALUE "Y".
           05  WS-DEPT-IN-USE-SWITCH   PIC X(01) VALUE "N".
               88  DEPARTMENT-IN-USE               VALUE "Y".
           05  WS-CARD-OK-SWITCH       PIC X(01) VALUE "Y".
               88  CARD-IS-ACCEPTED                VALUE "Y".

      *> The control cards, held so the N cards are taken first, then
      *> the U cards, then the R cards, whatever order they come in
       01  WS-CARD-TABLE.
           05  WS-CARD-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  WS-CARD-MAX             PIC 9(03) COMP VALUE 100.
           05  WS-CARD-PASS            PIC X(01) VALUE SPACES.
           05  WS-CARD-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-CRD-IDX.
               10  CT-CARD-IMAGE       PIC X(80).
               10  CT-CARD-RESULT      PIC X(30).

      *> Every department a card touches, with its headcount before
      *> the reorganization and what moved in and out of it
       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  WS-DEPT-MAX             PIC 9(03) COMP VALUE 50.
           05  WS-DEPT-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-DPT-IDX WS-FROM-IDX WS-TO-IDX.
               10  RD-DEPT-CODE        PIC X(10).
               10  RD-DEPT-NAME        PIC X(30).
               10  RD-DEPT-MANAGER     PIC X(30).
               10  RD-ON-FILE-SWITCH   PIC X(01).
                   88  RD-ON-FILE              VALUE "Y".
               10  RD-CREATE-SWITCH    PIC X(01).
                   88  RD-TO-BE-CREATED        VALUE "Y".
               10  RD-RETIRE-SWITCH    PIC X(01).
                   88  RD-RETIRE-REQUESTED     VALUE "Y".
               10  RD-USERS-BEFORE     PIC 9(05) COMP.
               10  RD-MOVED-OUT        PIC 9(05) COMP.
               10  RD-MOVED-IN         PIC 9(05) COMP.
               10  RD-USERS-AFTER      PIC 9(05) COMP.
               10  RD-ACTION-TEXT      PIC X(40).

      *> Every user selected to move, taken from the master as it
      *> stood before anything was moved
       01  WS-MOVE-TABLE.
           05  WS-MOVE-COUNT           PIC 9(05) COMP VALUE ZERO.
           05  WS-MOVE-MAX             PIC 9(05) COMP VALUE 2000.
           05  WS-MOVE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-MOV-IDX.
               10  RM-USER-ID          PIC X(08).
               10  RM-USER-NAME        PIC X(30).
               10  RM-ACCESS-LEVEL     PIC X(01).
               10  RM-FROM-DEPT        PIC X(10).
               10  RM-TO-DEPT          PIC X(10).
               10  RM-MOVED-SWITCH     PIC X(01).
                   88  RM-MOVE-MADE            VALUE "Y".
               10  RM-RESULT           PIC X(12).

       01  WS-REORG-WORK.
           05  WS-FIND-DEPT-CODE       PIC X(10) VALUE SPACES.
           05  WS-DEPT-USER-COUNT      PIC 9(05) COMP VALUE ZERO.
           05  WS-ADD-USER-ID          PIC X(08) VALUE SPACES.
           05  WS-ADD-USER-NAME        PIC X(30) VALUE SPACES.
           05  WS-ADD-ACCESS-LEVEL     PIC X(01) VALUE SPACES.
           05  WS-ADD-FROM-DEPT        PIC X(10) VALUE SPACES.
           05  WS-ADD-TO-DEPT          PIC X(10) VALUE SPACES.
           05  WS-CARD-SELECTED        PIC 9(05) COMP VALUE ZERO.
           05  WS-CARD-SKIPPED         PIC 9(05) COMP VALUE ZERO.
           05  WS-EDIT-COUNT           PIC ZZ,ZZ9.
           05  WS-DEPT-LINES-PRINTED   PIC 9(05) COMP VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-CARDS-READ           PIC 9(05) COMP VALUE ZERO.
           05  WS-CARDS-REJECTED       PIC 9(05) COMP VALUE ZERO.
           05  WS-MOVES-MADE           PIC 9(05) COMP VALUE ZERO.
           05  WS-MOVES-FAILED         PIC 9(05) COMP VALUE ZERO.
           05  WS-HOLDS-RECODED        PIC 9(05) COMP VALUE ZERO.
           05  WS-DEPTS-CREATED        PIC 9(05) COMP VALUE ZERO.
           05  WS-DEPTS-RETIRED        PIC 9(05) COMP VALUE ZERO.
           05  WS-DEPTS-KEPT           PIC 9(05) COMP VALUE ZERO.
           05  WS-DEPTS-NOT-CREATED    PIC 9(05) COMP VALUE ZERO.

       01  WS-JOURNAL-WORK.
           05  WS-BEFORE-IMAGE         PIC X(75) VALUE SPACES.
           05  WS-AFTER-IMAGE          PIC X(75) VALUE SPACES.
           05  WS-DEPT-BEFORE-IMAGE    PIC X(70) VALUE SPACES.
           05  WS-DEPT-AFTER-IMAGE     PIC X(70) VALUE SPACES.
           05  WS-JOURNAL-ACTION       PIC X(01) VALUE SPACES.
           05  WS-JOURNAL-DATE         PIC X(08) VALUE SPACES.
           05  WS-JOURNAL-TIME         PIC X(08) VALUE SPACES.

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
           IF NOT RUN-STOPPED
               PERFORM 2000-SELECT-MOVES
                   THRU 2000-SELECT-MOVES-EXIT
               IF RUN-MODE-UPDATE
                   PERFORM 2500-APPLY-REORGANIZATION
                       THRU 2500-APPLY-REORGANIZATION-EXIT
               ELSE
                   PERFORM 2400-PROJECT-TRIAL-RUN
                       THRU 2400-PROJECT-TRIAL-RUN-EXIT
               END-IF
               PERFORM 2700-PRINT-DEPARTMENT
                   THRU 2700-PRINT-DEPARTMENT-EXIT
                   VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL WS-DPT-IDX > WS-DEPT-COUNT
           END-IF.
           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.
           STOP RUN.

      *>****************************************************************
      *> 1000-INITIALIZE - take the operator and the run mode off the
      *> PARM (operator-id,UPDATE or operator-id,TRIAL - a trial when
      *> the mode is left off), load the control cards, and open the
      *> files.  A trial opens nothing for update.  An update run
      *> stops before anything moves when a journal will not open:
      *> nothing is moved, created, or retired unjournaled.
      *>****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE.
           ACCEPT WS-RUN-DATE-CENTURY FROM DATE YYYYMMDD.
           IF LK-PARM-LENGTH > ZERO
               UNSTRING LK-PARM-TEXT (1 : LK-PARM-LENGTH)
                   DELIMITED BY ","
                   INTO WS-SUBMIT-OPERATOR-ID WS-PARM-MODE
               END-UNSTRING
           END-IF.
           IF WS-SUBMIT-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-SUBMIT-OPERATOR-ID
           END-IF.
           EVALUATE TRUE
               WHEN PARM-MODE-UPDATE
                   SET RUN-MODE-UPDATE TO TRUE
                   MOVE "UPDATE" TO ML-MODE-TEXT
               WHEN PARM-MODE-TRIAL
                   SET RUN-MODE-TRIAL TO TRUE
                   MOVE "TRIAL RUN - NOTHING UPDATED" TO ML-MODE-TEXT
               WHEN OTHER
                   SET RUN-MODE-TRIAL TO TRUE
                   MOVE "TRIAL RUN - NOTHING UPDATED" TO ML-MODE-TEXT
                   DISPLAY "MYPROGG: RUN MODE " WS-PARM-MODE
                       " NOT RECOGNIZED - RUNNING AS A TRIAL"
           END-EVALUATE.
           MOVE WS-SUBMIT-OPERATOR-ID TO ML-OPERATOR-ID.
           DISPLAY "MYPROGG: " ML-MODE-TEXT ", SUBMITTED BY "
               WS-SUBMIT-OPERATOR-ID.
           OPEN OUTPUT PRINT-FILE.
           IF NOT FS-PRINT-FILE-OK
               DISPLAY "MYPROGG: UNABLE TO OPEN PRINT-FILE, STATUS = "
                   FS-PRINT-FILE
           END-IF.
           OPEN INPUT REORG-CONTROL-FILE.
           IF FS-REORG-CONTROL-OK
               PERFORM 1100-READ-CONTROL-CARD
                   THRU 1100-READ-CONTROL-CARD-EXIT
                   UNTIL END-OF-CONTROL-FILE
               CLOSE REORG-CONTROL-FILE
           ELSE
               DISPLAY "MYPROGG: UNABLE TO OPEN REORG-CONTROL-FILE, "
                   "STATUS = " FS-REORG-CONTROL
               SET RUN-STOPPED TO TRUE
           END-IF.
           IF RUN-MODE-UPDATE
               PERFORM 1200-OPEN-FOR-UPDATE
                   THRU 1200-OPEN-FOR-UPDATE-EXIT
           ELSE
               PERFORM 1300-OPEN-FOR-TRIAL
                   THRU 1300-OPEN-FOR-TRIAL-EXIT
           END-IF.
           IF WS-CARDS-READ = ZERO AND NOT RUN-STOPPED
               DISPLAY "MYPROGG: NO CONTROL CARDS - NOTHING TO DO"
               SET RUN-STOPPED TO TRUE
           END-IF.
           MOVE "MYPROGG" TO RH1-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RH1-RUN-DATE.
           MOVE "DEPARTMENT REORGANIZATION REGISTER"
               TO RH2-REPORT-TITLE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *>****************************************************************
      *> 1100-READ-CONTROL-CARD - hold each card; a card of a type
      *> that is not N, R, or U is rejected here
      *>****************************************************************
       1100-READ-CONTROL-CARD.
           READ REORG-CONTROL-FILE INTO WS-CONTROL-CARD
               AT END
                   MOVE "Y" TO WS-CONTROL-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   IF WS-CARD-COUNT < WS-CARD-MAX
                       ADD 1 TO WS-CARD-COUNT
                       SET WS-CRD-IDX TO WS-CARD-COUNT
                       MOVE WS-CONTROL-CARD
                           TO CT-CARD-IMAGE (WS-CRD-IDX)
                       MOVE SPACES TO CT-CARD-RESULT (WS-CRD-IDX)
                       IF NOT RQ-CARD-VALID-TYPE
                           MOVE "CARD TYPE NOT N, R, OR U"
                               TO CT-CARD-RESULT (WS-CRD-IDX)
                           ADD 1 TO WS-CARDS-REJECTED
                       END-IF
                   ELSE
                       ADD 1 TO WS-CARDS-REJECTED
                       DISPLAY "MYPROGG: TOO MANY CONTROL CARDS - "
                           WS-CONTROL-CARD (1 : 40) " SKIPPED"
                   END-IF
           END-READ.
       1100-READ-CONTROL-CARD-EXIT.
           EXIT.

       1200-OPEN-FOR-UPDATE.
           OPEN I-O USER-MASTER-FILE.
           IF FS-USER-MASTER-OK
               SET MASTER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "MYPROGG: UNABLE TO OPEN USER-MASTER-FILE, "
                   "STATUS = " FS-USER-MASTER
               SET RUN-STOPPED TO TRUE
           END-IF.
           OPEN I-O DEPARTMENT-FILE.
           IF FS-DEPARTMENT-FILE-OK
               SET DEPT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "MYPROGG: UNABLE TO OPEN DEPARTMENT-FILE, "
                   "STATUS = " FS-DEPARTMENT-FILE
               SET RUN-STOPPED TO TRUE
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           IF FS-JOURNAL-FILE-OK
               SET JOURNAL-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "MYPROGG: UNABLE TO OPEN JOURNAL-FILE, "
                   "STATUS = " FS-JOURNAL-FILE
                   " - NOTHING WILL BE MOVED UNJOURNALED"
               SET RUN-STOPPED TO TRUE
           END-IF.
           OPEN EXTEND DEPT-JOURNAL-FILE.
           IF FS-DEPT-JOURNAL-OK
               SET DEPT-JOURNAL-OPEN TO TRUE
           ELSE
               DISPLAY "MYPROGG: UNABLE TO OPEN DEPT-JOURNAL-FILE, "
                   "STATUS = " FS-DEPT-JOURNAL
                   " - NOTHING WILL BE MOVED UNJOURNALED"
               SET RUN-STOPPED TO TRUE
           END-IF.
           OPEN I-O PENDING-FILE.
           IF FS-PENDING-FILE-OK
               SET PEND-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "MYPROGG: PENDING-FILE UNAVAILABLE, "
                   "STATUS = " FS-PENDING-FILE
                   " - HELD REQUESTS NOT RECODED"
           END-IF.
       1200-OPEN-FOR-UPDATE-EXIT.
           EXIT.

       1300-OPEN-FOR-TRIAL.
           OPEN INPUT USER-MASTER-FILE.
           IF FS-USER-MASTER-OK
               SET MASTER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "MYPROGG: UNABLE TO OPEN USER-MASTER-FILE, "
                   "STATUS = " FS-USER-MASTER
               SET RUN-STOPPED TO TRUE
           END-IF.
           OPEN INPUT DEPARTMENT-FILE.
           IF FS-DEPARTMENT-FILE-OK
               SET DEPT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "MYPROGG: UNABLE TO OPEN DEPARTMENT-FILE, "
                   "STATUS = " FS-DEPARTMENT-FILE
               SET RUN-STOPPED TO TRUE
           END-IF.
       1300-OPEN-FOR-TRIAL-EXIT.
           EXIT.

      *>****************************************************************
      *> 1900-PRINT-HEADERS - start a new register page, naming the
      *> department being printed when there is one
      *>****************************************************************
       1900-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO RH1-PAGE-NUMBER.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADER-2
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM WS-MODE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-LINE-COUNT.
       1900-PRINT-HEADERS-EXIT.
           EXIT.

       1920-PRINT-DEPT-HEADERS.
           PERFORM 1900-PRINT-HEADERS
               THRU 1900-PRINT-HEADERS-EXIT.
           WRITE PRINT-RECORD FROM WS-DEPT-HEADER-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-RECORD FROM WS-DEPT-MANAGER-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM WS-MOVE-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 5 TO WS-LINE-COUNT.
       1920-PRINT-DEPT-HEADERS-EXIT.
           EXIT.

      *>****************************************************************
      *> 2000-SELECT-MOVES - work out, from the master as it stands,
      *> every department involved and every user who moves.  N cards
      *> first so a new department is known to the U and R cards that
      *> use it, then the U cards, then the R cards - a user named on
      *> a U card goes where the U card says even if an R card also
      *> covers their old department.  Nothing is updated here.
      *>****************************************************************
       2000-SELECT-MOVES.
           MOVE "N" TO WS-CARD-PASS.
           PERFORM 2010-TAKE-CONTROL-CARD
               THRU 2010-TAKE-CONTROL-CARD-EXIT
               VARYING WS-CRD-IDX FROM 1 BY 1
               UNTIL WS-CRD-IDX > WS-CARD-COUNT.
           MOVE "U" TO WS-CARD-PASS.
           PERFORM 2010-TAKE-CONTROL-CARD
               THRU 2010-TAKE-CONTROL-CARD-EXIT
               VARYING WS-CRD-IDX FROM 1 BY 1
               UNTIL WS-CRD-IDX > WS-CARD-COUNT.
           MOVE "R" TO WS-CARD-PASS.
           PERFORM 2010-TAKE-CONTROL-CARD
               THRU 2010-TAKE-CONTROL-CARD-EXIT
               VARYING WS-CRD-IDX FROM 1 BY 1
               UNTIL WS-CRD-IDX > WS-CARD-COUNT.
           DISPLAY "MYPROGG: " WS-MOVE-COUNT " USERS SELECTED IN "
               WS-DEPT-COUNT " DEPARTMENTS".
       2000-SELECT-MOVES-EXIT.
           EXIT.

       2010-TAKE-CONTROL-CARD.
           MOVE CT-CARD-IMAGE (WS-CRD-IDX) TO WS-CONTROL-CARD.
           IF RQ-CARD-TYPE = WS-CARD-PASS
               MOVE "Y" TO WS-CARD-OK-SWITCH
               EVALUATE TRUE
                   WHEN RQ-CARD-NEW-DEPT
                       PERFORM 2100-TAKE-NEW-DEPT-CARD
                           THRU 2100-TAKE-NEW-DEPT-CARD-EXIT
                   WHEN RQ-CARD-USER
                       PERFORM 2150-TAKE-USER-CARD
                           THRU 2150-TAKE-USER-CARD-EXIT
                   WHEN RQ-CARD-RECODE
                       PERFORM 2200-TAKE-RECODE-CARD
                           THRU 2200-TAKE-RECODE-CARD-EXIT
               END-EVALUATE
               IF NOT CARD-IS-ACCEPTED
                   ADD 1 TO WS-CARDS-REJECTED
                   DISPLAY "MYPROGG: CARD REJECTED - "
                       WS-CONTROL-CARD (1 : 40) " - "
                       CT-CARD-RESULT (WS-CRD-IDX)
               END-IF
           END-IF.
       2010-TAKE-CONTROL-CARD-EXIT.
           EXIT.

      *>****************************************************************
      *> 2100-TAKE-NEW-DEPT-CARD - a department to be created with the
      *> name and manager given.  A code already on the department
      *> master is left as it is.
      *>****************************************************************
       2100-TAKE-NEW-DEPT-CARD.
           IF RQ-NEW-DEPT-CODE = SPACES OR RQ-NEW-DEPT-NAME = SPACES
               MOVE "N" TO WS-CARD-OK-SWITCH
               MOVE "CODE AND NAME REQUIRED"
                   TO CT-CARD-RESULT (WS-CRD-IDX)
           ELSE
               MOVE RQ-NEW-DEPT-CODE TO WS-FIND-DEPT-CODE
               PERFORM 2300-FIND-DEPT-ENTRY
                   THRU 2300-FIND-DEPT-ENTRY-EXIT
               IF NOT CARD-IS-ACCEPTED
                   CONTINUE
               ELSE
                   EVALUATE TRUE
                       WHEN RD-ON-FILE (WS-DPT-IDX)
                           MOVE "ALREADY ON FILE - NOT ADDED"
                               TO CT-CARD-RESULT (WS-CRD-IDX)
                       WHEN RD-TO-BE-CREATED (WS-DPT-IDX)
                           MOVE "N" TO WS-CARD-OK-SWITCH
                           MOVE "DUPLICATE N CARD"
                               TO CT-CARD-RESULT (WS-CRD-IDX)
                       WHEN OTHER
                           MOVE "Y" TO RD-CREATE-SWITCH (WS-DPT-IDX)
                           MOVE RQ-NEW-DEPT-NAME
                               TO RD-DEPT-NAME (WS-DPT-IDX)
                           MOVE RQ-NEW-DEPT-MANAGER
                               TO RD-DEPT-MANAGER (WS-DPT-IDX)
                           MOVE "NEW DEPARTMENT"
                               TO CT-CARD-RESULT (WS-CRD-IDX)
                   END-EVALUATE
               END-IF
           END-IF.
       2100-TAKE-NEW-DEPT-CARD-EXIT.
           EXIT.

      *>****************************************************************
      *> 2150-TAKE-USER-CARD - one user moving to a department that is
      *> on file or named on an N card
      *>****************************************************************
       2150-TAKE-USER-CARD.
           IF RQ-USER-ID = SPACES OR RQ-USER-TO-DEPT = SPACES
               MOVE "N" TO WS-CARD-OK-SWITCH
               MOVE "USER-ID AND NEW CODE REQUIRED"
                   TO CT-CARD-RESULT (WS-CRD-IDX)
           ELSE
               MOVE RQ-USER-TO-DEPT TO WS-FIND-DEPT-CODE
               PERFORM 2300-FIND-DEPT-ENTRY
                   THRU 2300-FIND-DEPT-ENTRY-EXIT
           END-IF.
           IF CARD-IS-ACCEPTED
               IF NOT RD-ON-FILE (WS-DPT-IDX)
                   AND NOT RD-TO-BE-CREATED (WS-DPT-IDX)
                   MOVE "N" TO WS-CARD-OK-SWITCH
                   MOVE "NEW CODE NOT ON FILE - N CARD"
                       TO CT-CARD-RESULT (WS-CRD-IDX)
               END-IF
           END-IF.
           IF CARD-IS-ACCEPTED
               MOVE RQ-USER-ID TO UM-USER-ID
               READ USER-MASTER-FILE KEY IS UM-USER-ID
                   INVALID KEY
                       MOVE "N" TO WS-CARD-OK-SWITCH
                       MOVE "USER NOT ON MASTER"
                           TO CT-CARD-RESULT (WS-CRD-IDX)
               END-READ
           END-IF.
           IF CARD-IS-ACCEPTED
               IF UM-DEPARTMENT = RQ-USER-TO-DEPT
                   MOVE "N" TO WS-CARD-OK-SWITCH
                   MOVE "ALREADY IN THAT DEPARTMENT"
                       TO CT-CARD-RESULT (WS-CRD-IDX)
               END-IF
           END-IF.
           IF CARD-IS-ACCEPTED
               MOVE UM-USER-ID TO WS-ADD-USER-ID
               MOVE UM-USER-NAME TO WS-ADD-USER-NAME
               MOVE UM-ACCESS-LEVEL TO WS-ADD-ACCESS-LEVEL
               MOVE UM-DEPARTMENT TO WS-ADD-FROM-DEPT
               MOVE RQ-USER-TO-DEPT TO WS-ADD-TO-DEPT
               MOVE WS-ADD-FROM-DEPT TO WS-FIND-DEPT-CODE
               PERFORM 2300-FIND-DEPT-ENTRY
                   THRU 2300-FIND-DEPT-ENTRY-EXIT
           END-IF.
           IF CARD-IS-ACCEPTED
               PERFORM 2350-ADD-MOVE-ENTRY
                   THRU 2350-ADD-MOVE-ENTRY-EXIT
               EVALUATE TRUE
                   WHEN ENTRY-WAS-FOUND
                       MOVE "N" TO WS-CARD-OK-SWITCH
                       MOVE "USER ON AN EARLIER U CARD"
                           TO CT-CARD-RESULT (WS-CRD-IDX)
                   WHEN RM-USER-ID (WS-MOV-IDX) NOT = WS-ADD-USER-ID
                       MOVE "N" TO WS-CARD-OK-SWITCH
                       MOVE "MOVE TABLE FULL - RERUN"
                           TO CT-CARD-RESULT (WS-CRD-IDX)
                   WHEN OTHER
                       MOVE "USER SELECTED"
                           TO CT-CARD-RESULT (WS-CRD-IDX)
               END-EVALUATE
           END-IF.
       2150-TAKE-USER-CARD-EXIT.
           EXIT.

      *>****************************************************************
      *> 2200-TAKE-RECODE-CARD - every user in the old department
      *> moves to the new one, and the old code is retired once it is
      *> empty.  A new code with no N card takes the old
      *> department's name and manager (a rename); an old code that is
      *> not on the department master can still be emptied but has
      *> nothing to retire.
      *>****************************************************************
       2200-TAKE-RECODE-CARD.
           EVALUATE TRUE
               WHEN RQ-FROM-DEPT = SPACES OR RQ-TO-DEPT = SPACES
                   MOVE "N" TO WS-CARD-OK-SWITCH
                   MOVE "OLD AND NEW CODE REQUIRED"
                       TO CT-CARD-RESULT (WS-CRD-IDX)
               WHEN RQ-FROM-DEPT = RQ-TO-DEPT
                   MOVE "N" TO WS-CARD-OK-SWITCH
                   MOVE "OLD AND NEW CODE THE SAME"
                       TO CT-CARD-RESULT (WS-CRD-IDX)
               WHEN OTHER
                   MOVE RQ-FROM-DEPT TO WS-FIND-DEPT-CODE
                   PERFORM 2300-FIND-DEPT-ENTRY
                       THRU 2300-FIND-DEPT-ENTRY-EXIT
           END-EVALUATE.
           IF CARD-IS-ACCEPTED
               SET WS-FROM-IDX TO WS-DPT-IDX
               EVALUATE TRUE
                   WHEN NOT RD-ON-FILE (WS-FROM-IDX)
                       AND RD-USERS-BEFORE (WS-FROM-IDX) = ZERO
                       MOVE "N" TO WS-CARD-OK-SWITCH
                       MOVE "OLD CODE NOT FOUND"
                           TO CT-CARD-RESULT (WS-CRD-IDX)
                   WHEN RD-RETIRE-REQUESTED (WS-FROM-IDX)
                       MOVE "N" TO WS-CARD-OK-SWITCH
                       MOVE "DUPLICATE R CARD"
                           TO CT-CARD-RESULT (WS-CRD-IDX)
                   WHEN OTHER
                       MOVE RQ-TO-DEPT TO WS-FIND-DEPT-CODE
                       PERFORM 2300-FIND-DEPT-ENTRY
                           THRU 2300-FIND-DEPT-ENTRY-EXIT
               END-EVALUATE
           END-IF.
           IF CARD-IS-ACCEPTED
               SET WS-TO-IDX TO WS-DPT-IDX
               IF NOT RD-ON-FILE (WS-TO-IDX)
                   AND NOT RD-TO-BE-CREATED (WS-TO-IDX)
                   IF RD-ON-FILE (WS-FROM-IDX)
                       MOVE "Y" TO RD-CREATE-SWITCH (WS-TO-IDX)
                       MOVE RD-DEPT-NAME (WS-FROM-IDX)
                           TO RD-DEPT-NAME (WS-TO-IDX)
                       MOVE RD-DEPT-MANAGER (WS-FROM-IDX)
                           TO RD-DEPT-MANAGER (WS-TO-IDX)
                   ELSE
                       MOVE "N" TO WS-CARD-OK-SWITCH
                       MOVE "NEW CODE NOT ON FILE - N CARD"
                           TO CT-CARD-RESULT (WS-CRD-IDX)
                   END-IF
               END-IF
           END-IF.
           IF CARD-IS-ACCEPTED
               IF RD-ON-FILE (WS-FROM-IDX)
                   MOVE "Y" TO RD-RETIRE-SWITCH (WS-FROM-IDX)
               END-IF
               MOVE ZERO TO WS-CARD-SELECTED
               MOVE ZERO TO WS-CARD-SKIPPED
               MOVE RQ-TO-DEPT TO WS-ADD-TO-DEPT
               MOVE RQ-FROM-DEPT TO WS-ADD-FROM-DEPT
               MOVE "N" TO WS-DEPT-USERS-EOF-SWITCH
               MOVE RQ-FROM-DEPT TO UM-DEPARTMENT
               START USER-MASTER-FILE
                   KEY IS EQUAL TO UM-DEPARTMENT
                   INVALID KEY
                       MOVE "Y" TO WS-DEPT-USERS-EOF-SWITCH
               END-START
               PERFORM 2250-SELECT-DEPT-USER
                   THRU 2250-SELECT-DEPT-USER-EXIT
                   UNTIL END-OF-DEPT-USERS
               MOVE WS-CARD-SELECTED TO WS-EDIT-COUNT
               STRING WS-EDIT-COUNT DELIMITED BY SIZE
                   " USERS SELECTED" DELIMITED BY SIZE
                   INTO CT-CARD-RESULT (WS-CRD-IDX)
               END-STRING
               IF WS-CARD-SKIPPED > ZERO
                   MOVE "N" TO WS-CARD-OK-SWITCH
                   MOVE "MOVE TABLE FULL - RERUN"
                       TO CT-CARD-RESULT (WS-CRD-IDX)
               END-IF
           END-IF.
       2200-TAKE-RECODE-CARD-EXIT.
           EXIT.

      *>****************************************************************
      *> 2250-SELECT-DEPT-USER - next user on the department alternate
      *> index still in the old department; one already moving on a U
      *> card stays with the U card
      *>****************************************************************
       2250-SELECT-DEPT-USER.
           READ USER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-DEPT-USERS-EOF-SWITCH
           END-READ.
           IF NOT END-OF-DEPT-USERS
               IF UM-DEPARTMENT NOT = WS-ADD-FROM-DEPT
                   MOVE "Y" TO WS-DEPT-USERS-EOF-SWITCH
               END-IF
           END-IF.
           IF NOT END-OF-DEPT-USERS
               MOVE UM-USER-ID TO WS-ADD-USER-ID
               MOVE UM-USER-NAME TO WS-ADD-USER-NAME
               MOVE UM-ACCESS-LEVEL TO WS-ADD-ACCESS-LEVEL
               PERFORM 2350-ADD-MOVE-ENTRY
                   THRU 2350-ADD-MOVE-ENTRY-EXIT
               IF NOT ENTRY-WAS-FOUND
                   IF WS-MOVE-COUNT NOT > WS-MOVE-MAX
                       AND RM-USER-ID (WS-MOV-IDX) = WS-ADD-USER-ID
                       ADD 1 TO WS-CARD-SELECTED
                   ELSE
                       ADD 1 TO WS-CARD-SKIPPED
                   END-IF
               END-IF
           END-IF.
       2250-SELECT-DEPT-USER-EXIT.
           EXIT.

      *>****************************************************************
      *> 2300-FIND-DEPT-ENTRY - the department table entry for
      *> WS-FIND-DEPT-CODE, added the first time the code is seen with
      *> its name and manager from the department master and its
      *> headcount from the alternate index
      *>****************************************************************
       2300-FIND-DEPT-ENTRY.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM 2310-CHECK-DEPT-ENTRY
               THRU 2310-CHECK-DEPT-ENTRY-EXIT
               VARYING WS-DPT-IDX FROM 1 BY 1
               UNTIL WS-DPT-IDX > WS-DEPT-COUNT
                  OR ENTRY-WAS-FOUND.
           IF ENTRY-WAS-FOUND
               SET WS-DPT-IDX DOWN BY 1
           ELSE
               IF WS-DEPT-COUNT < WS-DEPT-MAX
                   ADD 1 TO WS-DEPT-COUNT
                   SET WS-DPT-IDX TO WS-DEPT-COUNT
                   PERFORM 2320-LOAD-DEPT-ENTRY
                       THRU 2320-LOAD-DEPT-ENTRY-EXIT
               ELSE
                   MOVE "N" TO WS-CARD-OK-SWITCH
                   MOVE "TOO MANY DEPARTMENTS IN RUN"
                       TO CT-CARD-RESULT (WS-CRD-IDX)
               END-IF
           END-IF.
       2300-FIND-DEPT-ENTRY-EXIT.
           EXIT.

       2310-CHECK-DEPT-ENTRY.
           IF RD-DEPT-CODE (WS-DPT-IDX) = WS-FIND-DEPT-CODE
               SET ENTRY-WAS-FOUND TO TRUE
           END-IF.
       2310-CHECK-DEPT-ENTRY-EXIT.
           EXIT.

       2320-LOAD-DEPT-ENTRY.
           MOVE WS-FIND-DEPT-CODE TO RD-DEPT-CODE (WS-DPT-IDX).
           MOVE SPACES TO RD-DEPT-NAME (WS-DPT-IDX).
           MOVE SPACES TO RD-DEPT-MANAGER (WS-DPT-IDX).
           MOVE "N" TO RD-ON-FILE-SWITCH (WS-DPT-IDX).
           MOVE "N" TO RD-CREATE-SWITCH (WS-DPT-IDX).
           MOVE "N" TO RD-RETIRE-SWITCH (WS-DPT-IDX).
           MOVE ZERO TO RD-MOVED-OUT (WS-DPT-IDX).
           MOVE ZERO TO RD-MOVED-IN (WS-DPT-IDX).
           MOVE ZERO TO RD-USERS-AFTER (WS-DPT-IDX).
           MOVE SPACES TO RD-ACTION-TEXT (WS-DPT-IDX).
           MOVE WS-FIND-DEPT-CODE TO DM-DEPT-CODE.
           READ DEPARTMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO RD-ON-FILE-SWITCH (WS-DPT-IDX)
                   MOVE DM-DEPT-NAME TO RD-DEPT-NAME (WS-DPT-IDX)
                   MOVE DM-DEPT-MANAGER TO RD-DEPT-MANAGER (WS-DPT-IDX)
           END-READ.
           PERFORM 2330-COUNT-DEPT-USERS
               THRU 2330-COUNT-DEPT-USERS-EXIT.
           MOVE WS-DEPT-USER-COUNT TO RD-USERS-BEFORE (WS-DPT-IDX).
       2320-LOAD-DEPT-ENTRY-EXIT.
           EXIT.

      *>****************************************************************
      *> 2330-COUNT-DEPT-USERS - how many users carry the department
      *> in RD-DEPT-CODE (WS-DPT-IDX), through the alternate index
      *>****************************************************************
       2330-COUNT-DEPT-USERS.
           MOVE ZERO TO WS-DEPT-USER-COUNT.
           MOVE "N" TO WS-DEPT-USERS-EOF-SWITCH.
           MOVE RD-DEPT-CODE (WS-DPT-IDX) TO UM-DEPARTMENT.
           START USER-MASTER-FILE
               KEY IS EQUAL TO UM-DEPARTMENT
               INVALID KEY
                   MOVE "Y" TO WS-DEPT-USERS-EOF-SWITCH
           END-START.
           PERFORM 2340-COUNT-DEPT-USER
               THRU 2340-COUNT-DEPT-USER-EXIT
               UNTIL END-OF-DEPT-USERS.
       2330-COUNT-DEPT-USERS-EXIT.
           EXIT.

       2340-COUNT-DEPT-USER.
           READ USER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-DEPT-USERS-EOF-SWITCH
               NOT AT END
                   IF UM-DEPARTMENT = RD-DEPT-CODE (WS-DPT-IDX)
                       ADD 1 TO WS-DEPT-USER-COUNT
                   ELSE
                       MOVE "Y" TO WS-DEPT-USERS-EOF-SWITCH
                   END-IF
           END-READ.
       2340-COUNT-DEPT-USER-EXIT.
           EXIT.

      *>****************************************************************
      *> 2350-ADD-MOVE-ENTRY - add the user in WS-ADD-USER-ID to the
      *> move table unless already on it (ENTRY-WAS-FOUND); a full
      *> table is displayed and the user left where they are
      *>****************************************************************
       2350-ADD-MOVE-ENTRY.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM 2360-CHECK-MOVE-ENTRY
               THRU 2360-CHECK-MOVE-ENTRY-EXIT
               VARYING WS-MOV-IDX FROM 1 BY 1
               UNTIL WS-MOV-IDX > WS-MOVE-COUNT
                  OR ENTRY-WAS-FOUND.
           IF NOT ENTRY-WAS-FOUND
               IF WS-MOVE-COUNT < WS-MOVE-MAX
                   ADD 1 TO WS-MOVE-COUNT
                   SET WS-MOV-IDX TO WS-MOVE-COUNT
                   MOVE WS-ADD-USER-ID TO RM-USER-ID (WS-MOV-IDX)
                   MOVE WS-ADD-USER-NAME TO RM-USER-NAME (WS-MOV-IDX)
                   MOVE WS-ADD-ACCESS-LEVEL
                       TO RM-ACCESS-LEVEL (WS-MOV-IDX)
                   MOVE WS-ADD-FROM-DEPT TO RM-FROM-DEPT (WS-MOV-IDX)
                   MOVE WS-ADD-TO-DEPT TO RM-TO-DEPT (WS-MOV-IDX)
                   MOVE "N" TO RM-MOVED-SWITCH (WS-MOV-IDX)
                   MOVE SPACES TO RM-RESULT (WS-MOV-IDX)
               ELSE
                   SET WS-MOV-IDX TO WS-MOVE-MAX
                   DISPLAY "MYPROGG: MOVE TABLE FULL - "
                       WS-ADD-USER-ID " NOT MOVED"
               END-IF
           END-IF.
       2350-ADD-MOVE-ENTRY-EXIT.
           EXIT.

       2360-CHECK-MOVE-ENTRY.
           IF RM-USER-ID (WS-MOV-IDX) = WS-ADD-USER-ID
               SET ENTRY-WAS-FOUND TO TRUE
           END-IF.
       2360-CHECK-MOVE-ENTRY-EXIT.
           EXIT.

      *>****************************************************************
      *> 2400-PROJECT-TRIAL-RUN - nothing is updated: every selected
      *> user would move, every new code would be created, and an old
      *> code would be retired if the moves would leave it empty
      *>****************************************************************
       2400-PROJECT-TRIAL-RUN.
           PERFORM 2410-PROJECT-ONE-MOVE
               THRU 2410-PROJECT-ONE-MOVE-EXIT
               VARYING WS-MOV-IDX FROM 1 BY 1
               UNTIL WS-MOV-IDX > WS-MOVE-COUNT.
           PERFORM 2420-PROJECT-ONE-DEPT
               THRU 2420-PROJECT-ONE-DEPT-EXIT
               VARYING WS-DPT-IDX FROM 1 BY 1
               UNTIL WS-DPT-IDX > WS-DEPT-COUNT.
       2400-PROJECT-TRIAL-RUN-EXIT.
           EXIT.

       2410-PROJECT-ONE-MOVE.
           MOVE "WOULD MOVE" TO RM-RESULT (WS-MOV-IDX).
           PERFORM 2590-TALLY-MOVE
               THRU 2590-TALLY-MOVE-EXIT.
       2410-PROJECT-ONE-MOVE-EXIT.
           EXIT.

       2420-PROJECT-ONE-DEPT.
           COMPUTE RD-USERS-AFTER (WS-DPT-IDX) =
               RD-USERS-BEFORE (WS-DPT-IDX)
               - RD-MOVED-OUT (WS-DPT-IDX)
               + RD-MOVED-IN (WS-DPT-IDX).
           EVALUATE TRUE
               WHEN RD-TO-BE-CREATED (WS-DPT-IDX)
                   MOVE "WOULD BE CREATED"
                       TO RD-ACTION-TEXT (WS-DPT-IDX)
                   ADD 1 TO WS-DEPTS-CREATED
               WHEN RD-RETIRE-REQUESTED (WS-DPT-IDX)
                   AND RD-USERS-AFTER (WS-DPT-IDX) = ZERO
                   MOVE "WOULD BE RETIRED"
                       TO RD-ACTION-TEXT (WS-DPT-IDX)
                   ADD 1 TO WS-DEPTS-RETIRED
               WHEN RD-RETIRE-REQUESTED (WS-DPT-IDX)
                   MOVE "WOULD BE KEPT - USERS WOULD REMAIN"
                       TO RD-ACTION-TEXT (WS-DPT-IDX)
                   ADD 1 TO WS-DEPTS-KEPT
               WHEN OTHER
                   MOVE "NO CHANGE TO THE DEPARTMENT"
                       TO RD-ACTION-TEXT (WS-DPT-IDX)
           END-EVALUATE.
       2420-PROJECT-ONE-DEPT-EXIT.
           EXIT.

      *>****************************************************************
      *> 2500-APPLY-REORGANIZATION - create the new departments, move
      *> the users, retire the old codes that are now empty, and take
      *> each department's headcount after
      *>****************************************************************
       2500-APPLY-REORGANIZATION.
           PERFORM 2510-CREATE-DEPARTMENT
               THRU 2510-CREATE-DEPARTMENT-EXIT
               VARYING WS-DPT-IDX FROM 1 BY 1
               UNTIL WS-DPT-IDX > WS-DEPT-COUNT.
           PERFORM 2520-MOVE-ONE-USER
               THRU 2520-MOVE-ONE-USER-EXIT
               VARYING WS-MOV-IDX FROM 1 BY 1
               UNTIL WS-MOV-IDX > WS-MOVE-COUNT.
           PERFORM 2560-RETIRE-DEPARTMENT
               THRU 2560-RETIRE-DEPARTMENT-EXIT
               VARYING WS-DPT-IDX FROM 1 BY 1
               UNTIL WS-DPT-IDX > WS-DEPT-COUNT.
           DISPLAY "MYPROGG: " WS-MOVES-MADE " USERS MOVED, "
               WS-DEPTS-CREATED " DEPARTMENTS CREATED, "
               WS-DEPTS-RETIRED " RETIRED".
       2500-APPLY-REORGANIZATION-EXIT.
           EXIT.

      *>****************************************************************
      *> 2510-CREATE-DEPARTMENT - a new code goes onto the department
      *> master, journaled as an add on DEPTJRNL
      *>****************************************************************
       2510-CREATE-DEPARTMENT.
           IF RD-TO-BE-CREATED (WS-DPT-IDX)
               MOVE RD-DEPT-CODE (WS-DPT-IDX) TO DM-DEPT-CODE
               MOVE RD-DEPT-NAME (WS-DPT-IDX) TO DM-DEPT-NAME
               MOVE RD-DEPT-MANAGER (WS-DPT-IDX) TO DM-DEPT-MANAGER
               WRITE DEPARTMENT-RECORD
                   INVALID KEY
                       ADD 1 TO WS-DEPTS-NOT-CREATED
                       MOVE "NOT CREATED - USERS NOT MOVED IN"
                           TO RD-ACTION-TEXT (WS-DPT-IDX)
                       DISPLAY "MYPROGG: UNABLE TO ADD DEPARTMENT "
                           DM-DEPT-CODE ", STATUS = "
                           FS-DEPARTMENT-FILE
                   NOT INVALID KEY
                       ADD 1 TO WS-DEPTS-CREATED
                       MOVE "Y" TO RD-ON-FILE-SWITCH (WS-DPT-IDX)
                       MOVE "CREATED" TO RD-ACTION-TEXT (WS-DPT-IDX)
                       MOVE "A" TO WS-JOURNAL-ACTION
                       MOVE SPACES TO WS-DEPT-BEFORE-IMAGE
                       MOVE DEPARTMENT-RECORD TO WS-DEPT-AFTER-IMAGE
                       PERFORM 2850-WRITE-DEPT-JOURNAL
                           THRU 2850-WRITE-DEPT-JOURNAL-EXIT
               END-WRITE
           END-IF.
       2510-CREATE-DEPARTMENT-EXIT.
           EXIT.

      *>****************************************************************
      *> 2520-MOVE-ONE-USER - put the user in the new department,
      *> journaled "C" with the before and after images.  A user no
      *> longer on the master, or no longer in the department they
      *> were selected from, is left alone; so is one whose new
      *> department could not be created.
      *>****************************************************************
       2520-MOVE-ONE-USER.
           MOVE RM-TO-DEPT (WS-MOV-IDX) TO WS-FIND-DEPT-CODE.
           PERFORM 2300-FIND-DEPT-ENTRY
               THRU 2300-FIND-DEPT-ENTRY-EXIT.
           MOVE RM-USER-ID (WS-MOV-IDX) TO UM-USER-ID.
           EVALUATE TRUE
               WHEN NOT RD-ON-FILE (WS-DPT-IDX)
                   MOVE "NOT CREATED" TO RM-RESULT (WS-MOV-IDX)
               WHEN OTHER
                   READ USER-MASTER-FILE KEY IS UM-USER-ID
                       INVALID KEY
                           MOVE "NOT ON MSTR" TO RM-RESULT (WS-MOV-IDX)
                       NOT INVALID KEY
                           IF UM-DEPARTMENT
                               NOT = RM-FROM-DEPT (WS-MOV-IDX)
                               MOVE "DEPT CHANGED"
                                   TO RM-RESULT (WS-MOV-IDX)
                           ELSE
                               PERFORM 2530-REWRITE-USER
                                   THRU 2530-REWRITE-USER-EXIT
                           END-IF
                   END-READ
           END-EVALUATE.
           IF RM-MOVE-MADE (WS-MOV-IDX)
               ADD 1 TO WS-MOVES-MADE
               PERFORM 2590-TALLY-MOVE
                   THRU 2590-TALLY-MOVE-EXIT
           ELSE
               ADD 1 TO WS-MOVES-FAILED
           END-IF.
       2520-MOVE-ONE-USER-EXIT.
           EXIT.

       2530-REWRITE-USER.
           MOVE USER-MASTER-RECORD TO WS-BEFORE-IMAGE.
           MOVE RM-TO-DEPT (WS-MOV-IDX) TO UM-DEPARTMENT.
           MOVE WS-RUN-DATE-CENTURY TO UM-DATE-LAST-MAINT.
           REWRITE USER-MASTER-RECORD
               INVALID KEY
                   MOVE "MOVE FAILED" TO RM-RESULT (WS-MOV-IDX)
                   DISPLAY "MYPROGG: UNABLE TO REWRITE USER "
                       UM-USER-ID ", STATUS = " FS-USER-MASTER
               NOT INVALID KEY
                   MOVE "Y" TO RM-MOVED-SWITCH (WS-MOV-IDX)
                   MOVE "MOVED" TO RM-RESULT (WS-MOV-IDX)
                   MOVE "C" TO WS-JOURNAL-ACTION
                   MOVE USER-MASTER-RECORD TO WS-AFTER-IMAGE
                   PERFORM 2800-WRITE-JOURNAL-RECORD
                       THRU 2800-WRITE-JOURNAL-RECORD-EXIT
                   IF PEND-FILE-AVAILABLE
                       PERFORM 2540-RECODE-HELD-REQUEST
                           THRU 2540-RECODE-HELD-REQUEST-EXIT
                   END-IF
           END-REWRITE.
       2530-REWRITE-USER-EXIT.
           EXIT.

      *>****************************************************************
      *> 2540-RECODE-HELD-REQUEST - an admin request for the user
      *> still waiting on the two-person hold carries the department
      *> the user had when it was keyed; recode it so approving it
      *> does not put the user back in the old department
      *>****************************************************************
       2540-RECODE-HELD-REQUEST.
           MOVE RM-USER-ID (WS-MOV-IDX) TO PA-USER-ID.
           READ PENDING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PA-DEPARTMENT = RM-FROM-DEPT (WS-MOV-IDX)
                       MOVE RM-TO-DEPT (WS-MOV-IDX) TO PA-DEPARTMENT
                       REWRITE PENDING-APPROVAL-RECORD
                           INVALID KEY
                               DISPLAY "MYPROGG: UNABLE TO RECODE "
                                   "HELD REQUEST FOR " PA-USER-ID
                           NOT INVALID KEY
                               ADD 1 TO WS-HOLDS-RECODED
                               MOVE "MOVED + HOLD"
                                   TO RM-RESULT (WS-MOV-IDX)
                       END-REWRITE
                   END-IF
           END-READ.
       2540-RECODE-HELD-REQUEST-EXIT.
           EXIT.

      *>****************************************************************
      *> 2560-RETIRE-DEPARTMENT - an old code named on an R card comes
      *> off the department master, journaled as a delete on
      *> DEPTJRNL, but only once no user carries it - the same rule
      *> MYPROGD applies.  Every department's headcount after the
      *> run is taken here too.
      *>****************************************************************
       2560-RETIRE-DEPARTMENT.
           PERFORM 2330-COUNT-DEPT-USERS
               THRU 2330-COUNT-DEPT-USERS-EXIT.
           MOVE WS-DEPT-USER-COUNT TO RD-USERS-AFTER (WS-DPT-IDX).
           IF RD-RETIRE-REQUESTED (WS-DPT-IDX)
               IF RD-USERS-AFTER (WS-DPT-IDX) > ZERO
                   ADD 1 TO WS-DEPTS-KEPT
                   MOVE "KEPT - USERS STILL CARRY IT"
                       TO RD-ACTION-TEXT (WS-DPT-IDX)
               ELSE
                   MOVE RD-DEPT-CODE (WS-DPT-IDX) TO DM-DEPT-CODE
                   READ DEPARTMENT-FILE
                       INVALID KEY
                           ADD 1 TO WS-DEPTS-KEPT
                           MOVE "NOT FOUND TO RETIRE"
                               TO RD-ACTION-TEXT (WS-DPT-IDX)
                       NOT INVALID KEY
                           PERFORM 2570-DELETE-DEPARTMENT
                               THRU 2570-DELETE-DEPARTMENT-EXIT
                   END-READ
               END-IF
           ELSE
               IF RD-ACTION-TEXT (WS-DPT-IDX) = SPACES
                   MOVE "NO CHANGE TO THE DEPARTMENT"
                       TO RD-ACTION-TEXT (WS-DPT-IDX)
               END-IF
           END-IF.
       2560-RETIRE-DEPARTMENT-EXIT.
           EXIT.

       2570-DELETE-DEPARTMENT.
           MOVE DEPARTMENT-RECORD TO WS-DEPT-BEFORE-IMAGE.
           DELETE DEPARTMENT-FILE
               INVALID KEY
                   ADD 1 TO WS-DEPTS-KEPT
                   MOVE "RETIRE FAILED" TO RD-ACTION-TEXT (WS-DPT-IDX)
                   DISPLAY "MYPROGG: UNABLE TO DELETE DEPARTMENT "
                       DM-DEPT-CODE ", STATUS = " FS-DEPARTMENT-FILE
               NOT INVALID KEY
                   ADD 1 TO WS-DEPTS-RETIRED
                   MOVE "RETIRED" TO RD-ACTION-TEXT (WS-DPT-IDX)
                   MOVE "D" TO WS-JOURNAL-ACTION
                   MOVE SPACES TO WS-DEPT-AFTER-IMAGE
                   PERFORM 2850-WRITE-DEPT-JOURNAL
                       THRU 2850-WRITE-DEPT-JOURNAL-EXIT
           END-DELETE.
       2570-DELETE-DEPARTMENT-EXIT.
           EXIT.

      *>****************************************************************
      *> 2590-TALLY-MOVE - count a move out of its old department and
      *> into its new one
      *>****************************************************************
       2590-TALLY-MOVE.
           MOVE RM-FROM-DEPT (WS-MOV-IDX) TO WS-FIND-DEPT-CODE.
           PERFORM 2300-FIND-DEPT-ENTRY
               THRU 2300-FIND-DEPT-ENTRY-EXIT.
           ADD 1 TO RD-MOVED-OUT (WS-DPT-IDX).
           MOVE RM-TO-DEPT (WS-MOV-IDX) TO WS-FIND-DEPT-CODE.
           PERFORM 2300-FIND-DEPT-ENTRY
               THRU 2300-FIND-DEPT-ENTRY-EXIT.
           ADD 1 TO RD-MOVED-IN (WS-DPT-IDX).
       2590-TALLY-MOVE-EXIT.
           EXIT.

      *>****************************************************************
      *> 2700-PRINT-DEPARTMENT - one register page per department: the
      *> users moving out (and where to), the users moving in (and
      *> from where), the headcount before and after, and what
      *> happened to the department itself
      *>****************************************************************
       2700-PRINT-DEPARTMENT.
           MOVE RD-DEPT-CODE (WS-DPT-IDX) TO DH-DEPT-CODE.
           IF RD-DEPT-NAME (WS-DPT-IDX) = SPACES
               MOVE "(NOT ON REFERENCE MASTER)" TO DH-DEPT-NAME
           ELSE
               MOVE RD-DEPT-NAME (WS-DPT-IDX) TO DH-DEPT-NAME
           END-IF.
           MOVE RD-DEPT-MANAGER (WS-DPT-IDX) TO MH-MANAGER-NAME.
           PERFORM 1920-PRINT-DEPT-HEADERS
               THRU 1920-PRINT-DEPT-HEADERS-EXIT.
           MOVE ZERO TO WS-DEPT-LINES-PRINTED.
           PERFORM 2710-PRINT-MOVE-OUT
               THRU 2710-PRINT-MOVE-OUT-EXIT
               VARYING WS-MOV-IDX FROM 1 BY 1
               UNTIL WS-MOV-IDX > WS-MOVE-COUNT.
           PERFORM 2720-PRINT-MOVE-IN
               THRU 2720-PRINT-MOVE-IN-EXIT
               VARYING WS-MOV-IDX FROM 1 BY 1
               UNTIL WS-MOV-IDX > WS-MOVE-COUNT.
           IF WS-DEPT-LINES-PRINTED = ZERO
               WRITE PRINT-RECORD FROM WS-NO-MOVES-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE RD-USERS-BEFORE (WS-DPT-IDX) TO DC-USERS-BEFORE.
           MOVE RD-MOVED-OUT (WS-DPT-IDX) TO DC-MOVED-OUT.
           MOVE RD-MOVED-IN (WS-DPT-IDX) TO DC-MOVED-IN.
           MOVE RD-USERS-AFTER (WS-DPT-IDX) TO DC-USERS-AFTER.
           WRITE PRINT-RECORD FROM WS-DEPT-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE RD-ACTION-TEXT (WS-DPT-IDX) TO DA-ACTION-TEXT.
           WRITE PRINT-RECORD FROM WS-DEPT-ACTION-LINE
               AFTER ADVANCING 1 LINE.
       2700-PRINT-DEPARTMENT-EXIT.
           EXIT.

       2710-PRINT-MOVE-OUT.
           IF RM-FROM-DEPT (WS-MOV-IDX) = RD-DEPT-CODE (WS-DPT-IDX)
               MOVE "OUT" TO MD-DIRECTION
               MOVE RM-TO-DEPT (WS-MOV-IDX) TO MD-OTHER-DEPT
               PERFORM 2750-PRINT-MOVE-LINE
                   THRU 2750-PRINT-MOVE-LINE-EXIT
           END-IF.
       2710-PRINT-MOVE-OUT-EXIT.
           EXIT.

       2720-PRINT-MOVE-IN.
           IF RM-TO-DEPT (WS-MOV-IDX) = RD-DEPT-CODE (WS-DPT-IDX)
               MOVE "IN" TO MD-DIRECTION
               MOVE RM-FROM-DEPT (WS-MOV-IDX) TO MD-OTHER-DEPT
               PERFORM 2750-PRINT-MOVE-LINE
                   THRU 2750-PRINT-MOVE-LINE-EXIT
           END-IF.
       2720-PRINT-MOVE-IN-EXIT.
           EXIT.

       2750-PRINT-MOVE-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 1920-PRINT-DEPT-HEADERS
                   THRU 1920-PRINT-DEPT-HEADERS-EXIT
           END-IF.
           MOVE RM-USER-ID (WS-MOV-IDX) TO MD-USER-ID.
           MOVE RM-USER-NAME (WS-MOV-IDX) TO MD-USER-NAME.
           MOVE RM-ACCESS-LEVEL (WS-MOV-IDX) TO MD-ACCESS-LEVEL.
           MOVE RM-RESULT (WS-MOV-IDX) TO MD-RESULT.
           WRITE PRINT-RECORD FROM WS-MOVE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-DEPT-LINES-PRINTED.
       2750-PRINT-MOVE-LINE-EXIT.
           EXIT.

      *>****************************************************************
      *> 2780-PRINT-CARD-LINE - the control-card listing on the summary
      *> page, each card with what became of it
      *>****************************************************************
       2780-PRINT-CARD-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 1900-PRINT-HEADERS
                   THRU 1900-PRINT-HEADERS-EXIT
               WRITE PRINT-RECORD FROM WS-CARD-COLUMN-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
           END-IF.
           MOVE CT-CARD-IMAGE (WS-CRD-IDX) TO CD-CARD-IMAGE.
           MOVE CT-CARD-RESULT (WS-CRD-IDX) TO CD-CARD-RESULT.
           WRITE PRINT-RECORD FROM WS-CARD-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       2780-PRINT-CARD-LINE-EXIT.
           EXIT.

      *>****************************************************************
      *> 2800-WRITE-JOURNAL-RECORD - journal one move on the user
      *> maintenance journal under this program's name as the
      *> operator, the same way MYPROGT journals its reverts
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
               DISPLAY "MYPROGG: JOURNAL WRITE FAILED, STATUS = "
                   FS-JOURNAL-FILE
           END-IF.
       2800-WRITE-JOURNAL-RECORD-EXIT.
           EXIT.

      *>****************************************************************
      *> 2850-WRITE-DEPT-JOURNAL - journal a department add or
      *> retirement on the department journal MYPROGD keeps
      *>****************************************************************
       2850-WRITE-DEPT-JOURNAL.
           ACCEPT WS-JOURNAL-DATE FROM DATE.
           ACCEPT WS-JOURNAL-TIME FROM TIME.
           MOVE WS-JOURNAL-ACTION TO DJ-ACTION-CODE.
           MOVE WS-RUN-OPERATOR-ID TO DJ-OPERATOR-ID.
           MOVE WS-JOURNAL-DATE TO DJ-ENTRY-DATE.
           MOVE WS-JOURNAL-TIME TO DJ-ENTRY-TIME.
           MOVE WS-DEPT-BEFORE-IMAGE TO DJ-BEFORE-IMAGE.
           MOVE WS-DEPT-AFTER-IMAGE TO DJ-AFTER-IMAGE.
           WRITE DEPT-JOURNAL-RECORD.
           IF NOT FS-DEPT-JOURNAL-OK
               DISPLAY "MYPROGG: DEPT JOURNAL WRITE FAILED, STATUS = "
                   FS-DEPT-JOURNAL
           END-IF.
       2850-WRITE-DEPT-JOURNAL-EXIT.
           EXIT.

      *>****************************************************************
      *> 3000-TERMINATE - summary page with the control-card listing,
      *> close down, and reflect the run outcome in RETURN-CODE: a
      *> rejected card, a move not made, or an old code kept is
      *> a warning; a file that stopped the run is 8
      *>****************************************************************
       3000-TERMINATE.
           MOVE "DEPARTMENT REORGANIZATION SUMMARY"
               TO RH2-REPORT-TITLE.
           PERFORM 1900-PRINT-HEADERS
               THRU 1900-PRINT-HEADERS-EXIT.
           WRITE PRINT-RECORD FROM WS-CARD-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           ADD 3 TO WS-LINE-COUNT.
           PERFORM 2780-PRINT-CARD-LINE
               THRU 2780-PRINT-CARD-LINE-EXIT
               VARYING WS-CRD-IDX FROM 1 BY 1
               UNTIL WS-CRD-IDX > WS-CARD-COUNT.
           MOVE WS-CARDS-READ TO TL-CARDS-READ.
           MOVE WS-CARDS-REJECTED TO TL-CARDS-REJECTED.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-1
               AFTER ADVANCING 3 LINES.
           MOVE WS-MOVE-COUNT TO TL-MOVES-SELECTED.
           MOVE WS-MOVES-MADE TO TL-MOVES-MADE.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE WS-MOVES-FAILED TO TL-MOVES-FAILED.
           MOVE WS-HOLDS-RECODED TO TL-HOLDS-RECODED.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE WS-DEPTS-CREATED TO TL-DEPTS-CREATED.
           MOVE WS-DEPTS-RETIRED TO TL-DEPTS-RETIRED.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.
           MOVE WS-DEPTS-KEPT TO TL-DEPTS-KEPT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-5
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM WS-REPORT-FOOTER
               AFTER ADVANCING 2 LINES.
           IF MASTER-FILE-OPEN
               CLOSE USER-MASTER-FILE
           END-IF.
           IF DEPT-FILE-OPEN
               CLOSE DEPARTMENT-FILE
           END-IF.
           IF JOURNAL-FILE-OPEN
               CLOSE JOURNAL-FILE
           END-IF.
           IF DEPT-JOURNAL-OPEN
               CLOSE DEPT-JOURNAL-FILE
           END-IF.
           IF PEND-FILE-AVAILABLE
               CLOSE PENDING-FILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "MYPROGG: CONTROL CARDS READ = " WS-CARDS-READ
               ", REJECTED = " WS-CARDS-REJECTED.
           IF WS-MOVES-FAILED > ZERO
               DISPLAY "MYPROGG: MOVES NOT MADE = " WS-MOVES-FAILED
           END-IF.
           IF WS-DEPTS-KEPT > ZERO
               DISPLAY "MYPROGG: OLD CODES KEPT = " WS-DEPTS-KEPT
           END-IF.
           EVALUATE TRUE
               WHEN RUN-STOPPED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CARDS-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN WS-MOVES-FAILED > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN WS-DEPTS-KEPT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN WS-DEPTS-NOT-CREATED > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN RUN-MODE-UPDATE AND NOT PEND-FILE-AVAILABLE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       3000-TERMINATE-EXIT.
           EXIT.
