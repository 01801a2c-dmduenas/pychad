       >>source format free
      *>****************************************************************
      *> Program name:    MYPROGN
      *> Original author: DDUENAS
      *>
      *> Maintenence Log
      *> Date      Author        Maintenance Requirement
      *> --------- ------------  ---------------------------------------
      *> 10/14/26 DDUENAS  Created so department managers hear about
      *>                   changes to their people the morning after,
      *>                   not at the quarterly MYPROGQ
      *>                   recertification.  Gathers the night's
      *>                   changes from the online maintenance journal
      *>                   (JRNLREC - adds, changes, deletes,
      *>                   approvals, restores, expiry reverts, and
      *>                   reorganization moves), from the changes
      *>                   MYPROGU applied off the batch feed (the
      *>                   applied-history generation, including the
      *>                   HR interface's suspends and deletes), and
      *>                   the admin requests still on the two-person
      *>                   hold (PNDAREC).  The applied history keeps
      *>                   no before image, so the old level and
      *>                   department of a feed change are taken from
      *>                   the last extract MYPROG wrote.  Groups the
      *>                   changes by department and writes one
      *>                   notification per manager (DM-DEPT-MANAGER)
      *>                   to the mail gateway (MGWYREC), listing each
      *>                   user added, changed, moved, suspended,
      *>                   deleted, or held with the old and new
      *>                   access level; a manager over more than one
      *>                   department gets one notification covering
      *>                   all of them, sent high priority when it
      *>                   shows an admin-level grant.  Departments
      *>                   with no manager on the department master,
      *>                   and changes whose department is not on it,
      *>                   are listed on an exception page so the
      *>                   manager can be filled in.  Comes back RC=4
      *>                   when the exception page has anything on it,
      *>                   RC=8 when an input is missing.
      *> 10/14/26 DDUENAS  Extract records are 75 bytes (account type
      *>                   and owner); the notifications are unchanged.
      *> 10/15/26 DDUENAS  The purge pass's inactivity suspends, now
      *>                   journaled by MYPROG, are reported under
      *>                   their own source (INACTIV).
      *> 10/15/26 DDUENAS  The old-to-new level arrow is back on every
      *>                   notification line, with no stray "-" ahead
      *>                   of the source, and a held admin request
      *>                   shows its full request date.
      *>
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MYPROGN.
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

           SELECT PRIOR-EXTRACT-FILE ASSIGN TO "PRIOREXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PRIOR-EXTRACT.

           SELECT USER-MASTER-FILE ASSIGN TO "USRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-USER-ID
               ALTERNATE RECORD KEY IS UM-USER-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS UM-DEPARTMENT
                   WITH DUPLICATES
               FILE STATUS IS FS-USER-MASTER.

           SELECT DEPARTMENT-FILE ASSIGN TO "USRDEPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS FS-DEPARTMENT-FILE.

           SELECT PENDING-FILE ASSIGN TO "USRPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-USER-ID
               FILE STATUS IS FS-PENDING-FILE.

           SELECT MAIL-GATEWAY-FILE ASSIGN TO "MGRNOTE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MAIL-GATEWAY.

           SELECT PRINT-FILE ASSIGN TO "NOTIFRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PRINT-FILE.

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

       FD  PRIOR-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY USERREC REPLACING
               ==USER-MASTER-RECORD==   BY ==PRIOR-EXTRACT-RECORD==
               ==UM-USER-ID==           BY ==PX-USER-ID==
               ==UM-USER-NAME==         BY ==PX-USER-NAME==
               ==UM-DEPARTMENT==        BY ==PX-DEPARTMENT==
               ==UM-ACCESS-LEVEL==      BY ==PX-ACCESS-LEVEL==
               ==UM-ACCESS-READ-ONLY==  BY ==PX-ACCESS-READ-ONLY==
               ==UM-ACCESS-UPDATE==     BY ==PX-ACCESS-UPDATE==
               ==UM-ACCESS-ADMIN==      BY ==PX-ACCESS-ADMIN==
               ==UM-DATE-ADDED==        BY ==PX-DATE-ADDED==
               ==UM-DATE-LAST-MAINT==   BY ==PX-DATE-LAST-MAINT==
               ==UM-STATUS==            BY ==PX-STATUS==
               ==UM-STATUS-ACTIVE==     BY ==PX-STATUS-ACTIVE==
               ==UM-STATUS-SUSPENDED==  BY ==PX-STATUS-SUSPENDED==
               ==UM-ACCOUNT-TYPE==      BY ==PX-ACCOUNT-TYPE==
               ==UM-ACCOUNT-PERSON==    BY ==PX-ACCOUNT-PERSON==
               ==UM-ACCOUNT-SERVICE==   BY ==PX-ACCOUNT-SERVICE==
               ==UM-ACCOUNT-GENERIC==   BY ==PX-ACCOUNT-GENERIC==
               ==UM-ACCOUNT-NON-PERSON== BY ==PX-ACCOUNT-NON-PERSON==
               ==UM-OWNER-ID==          BY ==PX-OWNER-ID==.

       FD  USER-MASTER-FILE.
           COPY USERREC.

       FD  DEPARTMENT-FILE.
           COPY DEPTREC.

       FD  PENDING-FILE.
           COPY PNDAREC.

       FD  MAIL-GATEWAY-FILE
           RECORDING MODE IS F.
           COPY MGWYREC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RPTHDR.

       01  WS-NOTIFY-COLUMN-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(32) VALUE "MANAGER".
           05  FILLER                  PIC X(12) VALUE "DEPARTMENT".
           05  FILLER                  PIC X(09) VALUE "CHANGES".
           05  FILLER                  PIC X(08) VALUE "NOTICE".
           05  FILLER                  PIC X(08) VALUE "PRIORITY".

       01  WS-NOTIFY-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ND-MANAGER-NAME         PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ND-DEPT-CODE            PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ND-CHANGE-COUNT         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  ND-NOTIFY-SEQUENCE      PIC ZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  ND-PRIORITY             PIC X(04) VALUE SPACES.

       01  WS-EXCEPTION-COLUMN-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(12) VALUE "DEPARTMENT".
           05  FILLER                  PIC X(32) VALUE "NAME".
           05  FILLER                  PIC X(09) VALUE "CHANGES".
           05  FILLER                  PIC X(20) VALUE "REASON".

       01  WS-EXCEPTION-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  XD-DEPT-CODE            PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XD-DEPT-NAME            PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XD-CHANGE-COUNT         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  XD-REASON               PIC X(20) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  NL-NONE-TEXT            PIC X(60) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "JOURNAL ENTRIES ... ".
           05  TL-JOURNAL-READ         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "FEED CHANGES ...... ".
           05  TL-APPLIED-READ         PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "HELD REQUESTS ..... ".
           05  TL-HELD-READ            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "CHANGES LISTED .... ".
           05  TL-EVENTS-LOADED        PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "NOTIFICATIONS ..... ".
           05  TL-NOTIFICATIONS        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "NOT NOTIFIED ...... ".
           05  TL-EVENTS-UNSENT        PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "NO MANAGER ........ ".
           05  TL-DEPTS-NO-MANAGER     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "NOT ON DEPT MASTER  ".
           05  TL-DEPTS-NOT-ON-FILE    PIC ZZZ,ZZ9.

      *> Body lines of a notification, 100 characters as the gateway
      *> takes them
       01  WS-BODY-LINE                PIC X(100) VALUE SPACES.

       01  WS-BODY-DEPT-LINE.
           05  FILLER                  PIC X(12) VALUE "DEPARTMENT: ".
           05  BD-DEPT-CODE            PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE " - ".
           05  BD-DEPT-NAME            PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-BODY-COLUMN-LINE.
           05  FILLER                  PIC X(11) VALUE "CHANGE".
           05  FILLER                  PIC X(10) VALUE "USER-ID".
           05  FILLER                  PIC X(32) VALUE "USER NAME".
           05  FILLER                  PIC X(10) VALUE "OLD    NEW".
           05  FILLER                  PIC X(17) VALUE "  SOURCE   BY".
           05  FILLER                  PIC X(20) VALUE "  DETAIL".

       01  WS-BODY-EVENT-LINE.
           05  BE-ACTION-TEXT          PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  BE-USER-ID              PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BE-USER-NAME            PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BE-OLD-LEVEL            PIC X(01) VALUE SPACES.
           05  BE-ARROW                PIC X(06) VALUE "  ->  ".
           05  BE-NEW-LEVEL            PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  BE-SOURCE               PIC X(07) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  BE-OPERATOR-ID          PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BE-DETAIL-TEXT          PIC X(17) VALUE SPACES.

       01  WS-PRINT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 055.
           05  WS-PAGE-NUMBER          PIC 9(04) COMP VALUE ZERO.

       01  WS-RUN-IDENTITY.
           05  WS-RUN-DATE             PIC X(08).
           05  WS-RUN-DATE-CENTURY     PIC 9(08) VALUE ZERO.
           05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-CENTURY.
               10  WS-RUN-YYYY         PIC X(04).
               10  WS-RUN-MM           PIC X(02).
               10  WS-RUN-DD           PIC X(02).
           05  WS-NOTIFY-DATE-TEXT     PIC X(10) VALUE SPACES.

       01  WS-FILE-STATUSES.
           05  FS-JOURNAL-FILE         PIC X(02) VALUE "00".
               88  FS-JOURNAL-FILE-OK             VALUE "00".
           05  FS-APPLIED-HISTORY      PIC X(02) VALUE "00".
               88  FS-APPLIED-HISTORY-OK          VALUE "00".
           05  FS-PRIOR-EXTRACT        PIC X(02) VALUE "00".
               88  FS-PRIOR-EXTRACT-OK            VALUE "00".
           05  FS-USER-MASTER          PIC X(02) VALUE "00".
               88  FS-USER-MASTER-OK              VALUE "00".
           05  FS-DEPARTMENT-FILE      PIC X(02) VALUE "00".
               88  FS-DEPARTMENT-FILE-OK          VALUE "00".
           05  FS-PENDING-FILE         PIC X(02) VALUE "00".
               88  FS-PENDING-FILE-OK             VALUE "00".
           05  FS-MAIL-GATEWAY         PIC X(02) VALUE "00".
               88  FS-MAIL-GATEWAY-OK             VALUE "00".
           05  FS-PRINT-FILE           PIC X(02) VALUE "00".
               88  FS-PRINT-FILE-OK               VALUE "00".

       01  WS-SWITCHES.
           05  WS-RUN-STOPPED-SWITCH   PIC X(01) VALUE "N".
               88  RUN-STOPPED                     VALUE "Y".
           05  WS-JOURNAL-OPEN-SWITCH  PIC X(01) VALUE "N".
               88  JOURNAL-FILE-OPEN               VALUE "Y".
           05  WS-HISTORY-OPEN-SWITCH  PIC X(01) VALUE "N".
               88  HISTORY-FILE-OPEN               VALUE "Y".
           05  WS-EXTRACT-OPEN-SWITCH  PIC X(01) VALUE "N".
               88  EXTRACT-FILE-OPEN               VALUE "Y".
           05  WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE "N".
               88  MASTER-FILE-OPEN                VALUE "Y".
           05  WS-DEPT-OPEN-SWITCH     PIC X(01) VALUE "N".
               88  DEPT-FILE-OPEN                  VALUE "Y".
           05  WS-PEND-FILE-SWITCH     PIC X(01) VALUE "N".
               88  PEND-FILE-AVAILABLE             VALUE "Y".
           05  WS-GATEWAY-OPEN-SWITCH  PIC X(01) VALUE "N".
               88  GATEWAY-FILE-OPEN               VALUE "Y".
           05  WS-JOURNAL-EOF-SWITCH   PIC X(01) VALUE "N".
               88  END-OF-JOURNAL-FILE             VALUE "Y".
           05  WS-HISTORY-EOF-SWITCH   PIC X(01) VALUE "N".
               88  END-OF-HISTORY-FILE             VALUE "Y".
           05  WS-EXTRACT-EOF-SWITCH   PIC X(01) VALUE "N".
               88  END-OF-EXTRACT-FILE             VALUE "Y".
           05  WS-PEND-EOF-SWITCH      PIC X(01) VALUE "N".
               88  END-OF-PENDING-FILE             VALUE "Y".
           05  WS-DEPT-EOF-SWITCH      PIC X(01) VALUE "N".
               88  END-OF-DEPARTMENT-FILE          VALUE "Y".
           05  WS-FOUND-SWITCH         PIC X(01) VALUE "N".
               88  ENTRY-WAS-FOUND                 VALUE "Y".
           05  WS-MASTER-FOUND-SWITCH  PIC X(01) VALUE "N".
               88  USER-ON-MASTER                  VALUE "Y".
           05  WS-TABLE-FULL-SWITCH    PIC X(01) VALUE "N".
               88  TABLE-OVERFLOWED                VALUE "Y".
           05  WS-HIGH-PRIORITY-SWITCH PIC X(01) VALUE "N".
               88  NOTICE-IS-HIGH-PRIORITY         VALUE "Y".

      *> One entry per change to be reported, with the department it
      *> is reported to.  A move between departments is reported to
      *> both: "I" to the new department and "O" to the old.
       01  WS-EVENT-TABLE.
           05  WS-EVENT-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-EVENT-MAX            PIC 9(05) COMP VALUE 5000.
           05  WS-EVENT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-EVT-IDX WS-NEW-IDX.
               10  EV-USER-ID          PIC X(08).
               10  EV-USER-NAME        PIC X(30).
               10  EV-DEPARTMENT       PIC X(10).
               10  EV-OTHER-DEPT       PIC X(10).
               10  EV-ACTION           PIC X(01).
                   88  EV-ACTION-ADD           VALUE "A".
                   88  EV-ACTION-CHANGE        VALUE "C".
                   88  EV-ACTION-SUSPEND       VALUE "S".
                   88  EV-ACTION-DELETE        VALUE "D".
                   88  EV-ACTION-HELD          VALUE "H".
                   88  EV-ACTION-MOVED-IN      VALUE "I".
                   88  EV-ACTION-MOVED-OUT     VALUE "O".
               10  EV-OLD-LEVEL        PIC X(01).
               10  EV-NEW-LEVEL        PIC X(01).
               10  EV-SOURCE           PIC X(07).
               10  EV-OPERATOR-ID      PIC X(08).
               10  EV-REQUEST-DATE     PIC 9(08).
               10  EV-PRIOR-SWITCH     PIC X(01).
                   88  EV-PRIOR-NEEDED         VALUE "Y".

      *> The event being built, before it is added to the table
       01  WS-NEW-EVENT.
           05  NE-USER-ID              PIC X(08) VALUE SPACES.
           05  NE-USER-NAME            PIC X(30) VALUE SPACES.
           05  NE-DEPARTMENT           PIC X(10) VALUE SPACES.
           05  NE-OTHER-DEPT           PIC X(10) VALUE SPACES.
           05  NE-ACTION               PIC X(01) VALUE SPACES.
           05  NE-OLD-LEVEL            PIC X(01) VALUE SPACES.
           05  NE-NEW-LEVEL            PIC X(01) VALUE SPACES.
           05  NE-SOURCE               PIC X(07) VALUE SPACES.
           05  NE-OPERATOR-ID          PIC X(08) VALUE SPACES.
           05  NE-REQUEST-DATE         PIC 9(08) VALUE ZERO.
           05  NE-PRIOR-SWITCH         PIC X(01) VALUE "N".

      *> Every department a change is reported to
       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  WS-DEPT-MAX             PIC 9(03) COMP VALUE 500.
           05  WS-DEPT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-DPT-IDX WS-MGR-IDX.
               10  ND-DEPT-CODE-T      PIC X(10).
               10  ND-DEPT-NAME-T      PIC X(30).
               10  ND-MANAGER-T        PIC X(30).
               10  ND-ON-FILE-SWITCH   PIC X(01).
                   88  ND-ON-FILE              VALUE "Y".
               10  ND-NOTIFIED-SWITCH  PIC X(01).
                   88  ND-NOTIFIED             VALUE "Y".
               10  ND-EVENT-COUNT      PIC 9(05) COMP.
               10  ND-ADMIN-GRANTS     PIC 9(05) COMP.

       01  WS-NOTIFY-WORK.
           05  WS-FIND-DEPT-CODE       PIC X(10) VALUE SPACES.
           05  WS-NOTIFY-SEQUENCE      PIC 9(05) VALUE ZERO.
           05  WS-NOTIFY-MANAGER       PIC X(30) VALUE SPACES.
           05  WS-BODY-LINE-COUNT      PIC 9(04) VALUE ZERO.
           05  WS-MASTER-DEPARTMENT    PIC X(10) VALUE SPACES.
           05  WS-MASTER-LEVEL         PIC X(01) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-JOURNAL-READ         PIC 9(07) COMP VALUE ZERO.
           05  WS-APPLIED-READ         PIC 9(07) COMP VALUE ZERO.
           05  WS-HELD-READ            PIC 9(07) COMP VALUE ZERO.
           05  WS-EXTRACT-READ         PIC 9(07) COMP VALUE ZERO.
           05  WS-NOTIFICATIONS        PIC 9(07) COMP VALUE ZERO.
           05  WS-EVENTS-UNSENT        PIC 9(07) COMP VALUE ZERO.
           05  WS-DEPTS-NO-MANAGER     PIC 9(07) COMP VALUE ZERO.
           05  WS-DEPTS-NOT-ON-FILE    PIC 9(07) COMP VALUE ZERO.
           05  WS-EVENTS-OVERFLOW      PIC 9(07) COMP VALUE ZERO.

       PROCEDURE DIVISION.
      *>****************************************************************
      *> 0000-MAINLINE
      *>****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           IF NOT RUN-STOPPED
               PERFORM 2000-LOAD-JOURNAL-EVENT
                   THRU 2000-LOAD-JOURNAL-EVENT-EXIT
                   UNTIL END-OF-JOURNAL-FILE
               PERFORM 2100-LOAD-APPLIED-EVENT
                   THRU 2100-LOAD-APPLIED-EVENT-EXIT
                   UNTIL END-OF-HISTORY-FILE
               PERFORM 2200-LOAD-HELD-REQUESTS
                   THRU 2200-LOAD-HELD-REQUESTS-EXIT
               PERFORM 2300-FILL-PRIOR-LEVEL
                   THRU 2300-FILL-PRIOR-LEVEL-EXIT
                   UNTIL END-OF-EXTRACT-FILE
               PERFORM 2400-TALLY-EVENT-DEPT
                   THRU 2400-TALLY-EVENT-DEPT-EXIT
                   VARYING WS-EVT-IDX FROM 1 BY 1
                   UNTIL WS-EVT-IDX > WS-EVENT-COUNT
               MOVE "MANAGER CHANGE NOTIFICATIONS SENT"
                   TO RH2-REPORT-TITLE
               PERFORM 1900-PRINT-HEADERS
                   THRU 1900-PRINT-HEADERS-EXIT
               WRITE PRINT-RECORD FROM WS-NOTIFY-COLUMN-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
               PERFORM 2500-NOTIFY-MANAGER
                   THRU 2500-NOTIFY-MANAGER-EXIT
                   VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL WS-DPT-IDX > WS-DEPT-COUNT
               IF WS-NOTIFICATIONS = ZERO
                   MOVE "NO CHANGES TO REPORT TO A MANAGER TONIGHT"
                       TO NL-NONE-TEXT
                   WRITE PRINT-RECORD FROM WS-NONE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
               PERFORM 2700-PRINT-EXCEPTIONS
                   THRU 2700-PRINT-EXCEPTIONS-EXIT
           END-IF.
           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.
           STOP RUN.

      *>****************************************************************
      *> 1000-INITIALIZE - the journal, the applied history, the user
      *> master, the department master, and the gateway file are
      *> required; without the prior extract the old level of a feed
      *> change shows as unknown, and without the pending file no
      *> held requests are listed
      *>****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE.
           ACCEPT WS-RUN-DATE-CENTURY FROM DATE YYYYMMDD.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-NOTIFY-DATE-TEXT
           END-STRING.
           OPEN OUTPUT PRINT-FILE.
           IF NOT FS-PRINT-FILE-OK
               DISPLAY "MYPROGN: UNABLE TO OPEN PRINT-FILE, STATUS = "
                   FS-PRINT-FILE
           END-IF.
           OPEN INPUT JOURNAL-FILE.
           IF FS-JOURNAL-FILE-OK
               SET JOURNAL-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "MYPROGN: UNABLE TO OPEN JOURNAL-FILE, STATUS = "
                   FS-JOURNAL-FILE
               SET RUN-STOPPED TO TRUE
           END-IF.
           OPEN INPUT APPLIED-HISTORY-FILE.
           IF FS-APPLIED-HISTORY-OK
               SET HISTORY-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "MYPROGN: UNABLE TO OPEN APPLIED-HISTORY-FILE, "
                   "STATUS = " FS-APPLIED-HISTORY
               SET RUN-STOPPED TO TRUE
           END-IF.
           OPEN INPUT USER-MASTER-FILE.
           IF FS-USER-MASTER-OK
               SET MASTER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "MYPROGN: UNABLE TO OPEN USER-MASTER-FILE, "
                   "STATUS = " FS-USER-MASTER
               SET RUN-STOPPED TO TRUE
           END-IF.
           OPEN INPUT DEPARTMENT-FILE.
           IF FS-DEPARTMENT-FILE-OK
               SET DEPT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "MYPROGN: UNABLE TO OPEN DEPARTMENT-FILE, "
                   "STATUS = " FS-DEPARTMENT-FILE
               SET RUN-STOPPED TO TRUE
           END-IF.
           OPEN OUTPUT MAIL-GATEWAY-FILE.
           IF FS-MAIL-GATEWAY-OK
               SET GATEWAY-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "MYPROGN: UNABLE TO OPEN MAIL-GATEWAY-FILE, "
                   "STATUS = " FS-MAIL-GATEWAY
               SET RUN-STOPPED TO TRUE
           END-IF.
           OPEN INPUT PRIOR-EXTRACT-FILE.
           IF FS-PRIOR-EXTRACT-OK
               SET EXTRACT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "MYPROGN: PRIOR-EXTRACT-FILE UNAVAILABLE, "
                   "STATUS = " FS-PRIOR-EXTRACT
                   " - OLD LEVELS OF FEED CHANGES NOT SHOWN"
               MOVE "Y" TO WS-EXTRACT-EOF-SWITCH
           END-IF.
           OPEN INPUT PENDING-FILE.
           IF FS-PENDING-FILE-OK
               SET PEND-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "MYPROGN: PENDING-FILE UNAVAILABLE, "
                   "STATUS = " FS-PENDING-FILE
                   " - HELD REQUESTS NOT LISTED"
           END-IF.
           MOVE "MYPROGN" TO RH1-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RH1-RUN-DATE.
           IF NOT RUN-STOPPED
               PERFORM 2900-READ-JOURNAL
                   THRU 2900-READ-JOURNAL-EXIT
               PERFORM 2910-READ-APPLIED-HISTORY
                   THRU 2910-READ-APPLIED-HISTORY-EXIT
               IF EXTRACT-FILE-OPEN
                   PERFORM 2930-READ-PRIOR-EXTRACT
                       THRU 2930-READ-PRIOR-EXTRACT-EXIT
               END-IF
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

       1900-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO RH1-PAGE-NUMBER.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADER-2
               AFTER ADVANCING 1 LINE.
           MOVE 2 TO WS-LINE-COUNT.
       1900-PRINT-HEADERS-EXIT.
           EXIT.

      *>****************************************************************
      *> 2000-LOAD-JOURNAL-EVENT - one maintenance journal entry.
      *> Adds, changes, deletes, approvals off the two-person hold (an
      *> add when the before image is blank), and restores change the
      *> master and are reported; holds are taken from the pending
      *> file instead, and rejections, sign-on, lockout, and
      *> entitlement entries change no access level and are passed
      *> over.  The expiry reverts, reorganization moves, and
      *> inactivity suspends are reported under their own source.
      *>****************************************************************
       2000-LOAD-JOURNAL-EVENT.
           ADD 1 TO WS-JOURNAL-READ.
           MOVE SPACES TO WS-NEW-EVENT.
           MOVE ZERO TO NE-REQUEST-DATE.
           MOVE "N" TO NE-PRIOR-SWITCH.
           MOVE JR-OPERATOR-ID TO NE-OPERATOR-ID.
           EVALUATE TRUE
               WHEN JR-OPERATOR-ID = "MYPROGT"
                   MOVE "EXPIRY" TO NE-SOURCE
               WHEN JR-OPERATOR-ID = "MYPROGG"
                   MOVE "REORG" TO NE-SOURCE
               WHEN JR-OPERATOR-ID = "MYPROG"
                   MOVE "INACTIV" TO NE-SOURCE
               WHEN JR-ACTION-ADMIN-GRANTED
                   MOVE "APPROVE" TO NE-SOURCE
               WHEN JR-ACTION-REINSTATE
                   MOVE "RESTORE" TO NE-SOURCE
               WHEN OTHER
                   MOVE "ONLINE" TO NE-SOURCE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN JR-ACTION-ADD
               WHEN JR-ACTION-REINSTATE
                   PERFORM 2010-JOURNAL-ADD
                       THRU 2010-JOURNAL-ADD-EXIT
               WHEN JR-ACTION-ADMIN-GRANTED
                   AND JRB-USER-ID = SPACES
                   PERFORM 2010-JOURNAL-ADD
                       THRU 2010-JOURNAL-ADD-EXIT
               WHEN JR-ACTION-CHANGE
               WHEN JR-ACTION-ADMIN-GRANTED
                   PERFORM 2020-JOURNAL-CHANGE
                       THRU 2020-JOURNAL-CHANGE-EXIT
               WHEN JR-ACTION-DELETE
                   MOVE "D" TO NE-ACTION
                   MOVE JRB-USER-ID TO NE-USER-ID
                   MOVE JRB-USER-NAME TO NE-USER-NAME
                   MOVE JRB-DEPARTMENT TO NE-DEPARTMENT
                   MOVE JRB-ACCESS-LEVEL TO NE-OLD-LEVEL
                   PERFORM 2350-ADD-EVENT
                       THRU 2350-ADD-EVENT-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 2900-READ-JOURNAL
               THRU 2900-READ-JOURNAL-EXIT.
       2000-LOAD-JOURNAL-EVENT-EXIT.
           EXIT.

       2010-JOURNAL-ADD.
           MOVE "A" TO NE-ACTION.
           MOVE JRA-USER-ID TO NE-USER-ID.
           MOVE JRA-USER-NAME TO NE-USER-NAME.
           MOVE JRA-DEPARTMENT TO NE-DEPARTMENT.
           MOVE JRA-ACCESS-LEVEL TO NE-NEW-LEVEL.
           PERFORM 2350-ADD-EVENT
               THRU 2350-ADD-EVENT-EXIT.
       2010-JOURNAL-ADD-EXIT.
           EXIT.

      *>****************************************************************
      *> 2020-JOURNAL-CHANGE - a change with both images.  A change of
      *> department is a move, reported to both departments; a change
      *> from active to suspended is a suspend.
      *>****************************************************************
       2020-JOURNAL-CHANGE.
           MOVE JRA-USER-ID TO NE-USER-ID.
           MOVE JRA-USER-NAME TO NE-USER-NAME.
           MOVE JRB-ACCESS-LEVEL TO NE-OLD-LEVEL.
           MOVE JRA-ACCESS-LEVEL TO NE-NEW-LEVEL.
           EVALUATE TRUE
               WHEN JRB-DEPARTMENT NOT = JRA-DEPARTMENT
                   AND JRB-DEPARTMENT NOT = SPACES
                   MOVE "I" TO NE-ACTION
                   MOVE JRA-DEPARTMENT TO NE-DEPARTMENT
                   MOVE JRB-DEPARTMENT TO NE-OTHER-DEPT
                   PERFORM 2350-ADD-EVENT
                       THRU 2350-ADD-EVENT-EXIT
                   MOVE "O" TO NE-ACTION
                   MOVE JRB-DEPARTMENT TO NE-DEPARTMENT
                   MOVE JRA-DEPARTMENT TO NE-OTHER-DEPT
               WHEN JRA-STATUS = "S" AND JRB-STATUS NOT = "S"
                   MOVE "S" TO NE-ACTION
                   MOVE JRA-DEPARTMENT TO NE-DEPARTMENT
               WHEN OTHER
                   MOVE "C" TO NE-ACTION
                   MOVE JRA-DEPARTMENT TO NE-DEPARTMENT
           END-EVALUATE.
           PERFORM 2350-ADD-EVENT
               THRU 2350-ADD-EVENT-EXIT.
       2020-JOURNAL-CHANGE-EXIT.
           EXIT.

      *>****************************************************************
      *> 2100-LOAD-APPLIED-EVENT - one transaction MYPROGU applied off
      *> the nightly feed.  The HR interface's suspends, and the
      *> deletes it sends with no department or level, are credited
      *> to MYPROGH as MYPROGK credits them.  There is no before image:
      *> the old level (and, where the transaction does not carry it,
      *> the department) comes from the prior extract, and the
      *> current department and level of a change or suspend from the
      *> user master as the feed left it.
      *>****************************************************************
       2100-LOAD-APPLIED-EVENT.
           ADD 1 TO WS-APPLIED-READ.
           MOVE SPACES TO WS-NEW-EVENT.
           MOVE ZERO TO NE-REQUEST-DATE.
           MOVE "Y" TO NE-PRIOR-SWITCH.
           MOVE AH-USER-ID TO NE-USER-ID.
           MOVE AH-USER-NAME TO NE-USER-NAME.
           MOVE "FEED" TO NE-SOURCE.
           MOVE "MYPROGU" TO NE-OPERATOR-ID.
           EVALUATE TRUE
               WHEN AH-ACTION-CODE = "A"
                   MOVE "A" TO NE-ACTION
                   MOVE "N" TO NE-PRIOR-SWITCH
                   MOVE AH-DEPARTMENT TO NE-DEPARTMENT
                   MOVE AH-ACCESS-LEVEL TO NE-NEW-LEVEL
               WHEN AH-ACTION-CODE = "C"
                   MOVE "C" TO NE-ACTION
                   PERFORM 2150-READ-CURRENT-USER
                       THRU 2150-READ-CURRENT-USER-EXIT
                   IF AH-DEPARTMENT NOT = SPACES
                       MOVE AH-DEPARTMENT TO NE-DEPARTMENT
                   ELSE
                       MOVE WS-MASTER-DEPARTMENT TO NE-DEPARTMENT
                   END-IF
                   IF AH-ACCESS-LEVEL NOT = SPACES
                       MOVE AH-ACCESS-LEVEL TO NE-NEW-LEVEL
                   ELSE
                       MOVE WS-MASTER-LEVEL TO NE-NEW-LEVEL
                   END-IF
               WHEN AH-ACTION-CODE = "S"
                   MOVE "S" TO NE-ACTION
                   MOVE "HR" TO NE-SOURCE
                   MOVE "MYPROGH" TO NE-OPERATOR-ID
                   PERFORM 2150-READ-CURRENT-USER
                       THRU 2150-READ-CURRENT-USER-EXIT
                   MOVE WS-MASTER-DEPARTMENT TO NE-DEPARTMENT
                   MOVE WS-MASTER-LEVEL TO NE-NEW-LEVEL
               WHEN AH-ACTION-CODE = "D"
                   MOVE "D" TO NE-ACTION
                   MOVE AH-DEPARTMENT TO NE-DEPARTMENT
                   IF AH-DEPARTMENT = SPACES
                       AND AH-ACCESS-LEVEL = SPACES
                       MOVE "HR" TO NE-SOURCE
                       MOVE "MYPROGH" TO NE-OPERATOR-ID
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO NE-ACTION
           END-EVALUATE.
           IF NE-ACTION NOT = SPACES
               PERFORM 2350-ADD-EVENT
                   THRU 2350-ADD-EVENT-EXIT
           END-IF.
           PERFORM 2910-READ-APPLIED-HISTORY
               THRU 2910-READ-APPLIED-HISTORY-EXIT.
       2100-LOAD-APPLIED-EVENT-EXIT.
           EXIT.

       2150-READ-CURRENT-USER.
           MOVE SPACES TO WS-MASTER-DEPARTMENT.
           MOVE SPACES TO WS-MASTER-LEVEL.
           MOVE AH-USER-ID TO UM-USER-ID.
           READ USER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE UM-DEPARTMENT TO WS-MASTER-DEPARTMENT
                   MOVE UM-ACCESS-LEVEL TO WS-MASTER-LEVEL
           END-READ.
       2150-READ-CURRENT-USER-EXIT.
           EXIT.

      *>****************************************************************
      *> 2200-LOAD-HELD-REQUESTS - every admin request still waiting
      *> on the two-person hold, whether keyed online or sent on the
      *> feed, so the manager sees it before it is approved; it is
      *> listed each night until it is approved or rejected
      *>****************************************************************
       2200-LOAD-HELD-REQUESTS.
           IF PEND-FILE-AVAILABLE
               MOVE LOW-VALUES TO PA-USER-ID
               START PENDING-FILE
                   KEY IS GREATER THAN PA-USER-ID
                   INVALID KEY
                       MOVE "Y" TO WS-PEND-EOF-SWITCH
               END-START
               PERFORM 2210-LOAD-HELD-REQUEST
                   THRU 2210-LOAD-HELD-REQUEST-EXIT
                   UNTIL END-OF-PENDING-FILE
           END-IF.
       2200-LOAD-HELD-REQUESTS-EXIT.
           EXIT.

       2210-LOAD-HELD-REQUEST.
           PERFORM 2920-READ-PENDING
               THRU 2920-READ-PENDING-EXIT.
           IF NOT END-OF-PENDING-FILE
               ADD 1 TO WS-HELD-READ
               MOVE SPACES TO WS-NEW-EVENT
               MOVE "H" TO NE-ACTION
               MOVE PA-USER-ID TO NE-USER-ID
               MOVE PA-USER-NAME TO NE-USER-NAME
               MOVE PA-DEPARTMENT TO NE-DEPARTMENT
               MOVE PA-ACCESS-LEVEL TO NE-NEW-LEVEL
               MOVE "HELD" TO NE-SOURCE
               MOVE PA-REQUEST-OPERATOR TO NE-OPERATOR-ID
               MOVE PA-REQUEST-DATE TO NE-REQUEST-DATE
               IF PA-ACTION-CHANGE
                   MOVE "Y" TO NE-PRIOR-SWITCH
               ELSE
                   MOVE "N" TO NE-PRIOR-SWITCH
               END-IF
               PERFORM 2350-ADD-EVENT
                   THRU 2350-ADD-EVENT-EXIT
           END-IF.
       2210-LOAD-HELD-REQUEST-EXIT.
           EXIT.

      *>****************************************************************
      *> 2300-FILL-PRIOR-LEVEL - one record of the prior extract (the
      *> generations are concatenated newest first, so the first
      *> record seen for a user is the latest).  Each feed change or
      *> held request for the user takes its old level from it, and
      *> its department when the feed did not carry one; a feed
      *> change that moved the user to another department is
      *> reported to both.
      *>****************************************************************
       2300-FILL-PRIOR-LEVEL.
           ADD 1 TO WS-EXTRACT-READ.
           PERFORM 2310-CHECK-PRIOR-EVENT
               THRU 2310-CHECK-PRIOR-EVENT-EXIT
               VARYING WS-EVT-IDX FROM 1 BY 1
               UNTIL WS-EVT-IDX > WS-EVENT-COUNT.
           PERFORM 2930-READ-PRIOR-EXTRACT
               THRU 2930-READ-PRIOR-EXTRACT-EXIT.
       2300-FILL-PRIOR-LEVEL-EXIT.
           EXIT.

       2310-CHECK-PRIOR-EVENT.
           IF EV-PRIOR-NEEDED (WS-EVT-IDX)
               AND EV-USER-ID (WS-EVT-IDX) = PX-USER-ID
               MOVE "N" TO EV-PRIOR-SWITCH (WS-EVT-IDX)
               MOVE PX-ACCESS-LEVEL TO EV-OLD-LEVEL (WS-EVT-IDX)
               IF EV-DEPARTMENT (WS-EVT-IDX) = SPACES
                   MOVE PX-DEPARTMENT TO EV-DEPARTMENT (WS-EVT-IDX)
               END-IF
               IF EV-ACTION-CHANGE (WS-EVT-IDX)
                   AND PX-DEPARTMENT NOT = SPACES
                   AND PX-DEPARTMENT NOT = EV-DEPARTMENT (WS-EVT-IDX)
                   MOVE "I" TO EV-ACTION (WS-EVT-IDX)
                   MOVE PX-DEPARTMENT TO EV-OTHER-DEPT (WS-EVT-IDX)
                   MOVE WS-EVENT-ENTRY (WS-EVT-IDX) TO WS-NEW-EVENT
                   MOVE "O" TO NE-ACTION
                   MOVE PX-DEPARTMENT TO NE-DEPARTMENT
                   MOVE EV-DEPARTMENT (WS-EVT-IDX) TO NE-OTHER-DEPT
                   PERFORM 2350-ADD-EVENT
                       THRU 2350-ADD-EVENT-EXIT
               END-IF
           END-IF.
       2310-CHECK-PRIOR-EVENT-EXIT.
           EXIT.

      *>****************************************************************
      *> 2350-ADD-EVENT - add WS-NEW-EVENT to the table; a full table
      *> is counted and shown on the exception page
      *>****************************************************************
       2350-ADD-EVENT.
           IF WS-EVENT-COUNT < WS-EVENT-MAX
               ADD 1 TO WS-EVENT-COUNT
               SET WS-NEW-IDX TO WS-EVENT-COUNT
               MOVE WS-NEW-EVENT TO WS-EVENT-ENTRY (WS-NEW-IDX)
           ELSE
               IF NOT TABLE-OVERFLOWED
                   DISPLAY "MYPROGN: CHANGE TABLE FULL - LATER "
                       "CHANGES NOT NOTIFIED"
               END-IF
               SET TABLE-OVERFLOWED TO TRUE
               ADD 1 TO WS-EVENTS-OVERFLOW
           END-IF.
       2350-ADD-EVENT-EXIT.
           EXIT.

      *>****************************************************************
      *> 2400-TALLY-EVENT-DEPT - count the change against its
      *> department, loading the department's name and manager from
      *> the department master the first time it is seen
      *>****************************************************************
       2400-TALLY-EVENT-DEPT.
           MOVE EV-DEPARTMENT (WS-EVT-IDX) TO WS-FIND-DEPT-CODE.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM 2410-CHECK-DEPT-ENTRY
               THRU 2410-CHECK-DEPT-ENTRY-EXIT
               VARYING WS-DPT-IDX FROM 1 BY 1
               UNTIL WS-DPT-IDX > WS-DEPT-COUNT
                  OR ENTRY-WAS-FOUND.
           IF ENTRY-WAS-FOUND
               SET WS-DPT-IDX DOWN BY 1
           ELSE
               IF WS-DEPT-COUNT < WS-DEPT-MAX
                   ADD 1 TO WS-DEPT-COUNT
                   SET WS-DPT-IDX TO WS-DEPT-COUNT
                   PERFORM 2420-LOAD-DEPT-ENTRY
                       THRU 2420-LOAD-DEPT-ENTRY-EXIT
                   SET ENTRY-WAS-FOUND TO TRUE
               ELSE
                   SET TABLE-OVERFLOWED TO TRUE
                   ADD 1 TO WS-EVENTS-OVERFLOW
               END-IF
           END-IF.
           IF ENTRY-WAS-FOUND
               ADD 1 TO ND-EVENT-COUNT (WS-DPT-IDX)
               IF EV-NEW-LEVEL (WS-EVT-IDX) = "A"
                   AND EV-OLD-LEVEL (WS-EVT-IDX) NOT = "A"
                   AND NOT EV-ACTION-MOVED-OUT (WS-EVT-IDX)
                   ADD 1 TO ND-ADMIN-GRANTS (WS-DPT-IDX)
               END-IF
           END-IF.
       2400-TALLY-EVENT-DEPT-EXIT.
           EXIT.

       2410-CHECK-DEPT-ENTRY.
           IF ND-DEPT-CODE-T (WS-DPT-IDX) = WS-FIND-DEPT-CODE
               SET ENTRY-WAS-FOUND TO TRUE
           END-IF.
       2410-CHECK-DEPT-ENTRY-EXIT.
           EXIT.

       2420-LOAD-DEPT-ENTRY.
           MOVE WS-FIND-DEPT-CODE TO ND-DEPT-CODE-T (WS-DPT-IDX).
           MOVE SPACES TO ND-DEPT-NAME-T (WS-DPT-IDX).
           MOVE SPACES TO ND-MANAGER-T (WS-DPT-IDX).
           MOVE "N" TO ND-ON-FILE-SWITCH (WS-DPT-IDX).
           MOVE "N" TO ND-NOTIFIED-SWITCH (WS-DPT-IDX).
           MOVE ZERO TO ND-EVENT-COUNT (WS-DPT-IDX).
           MOVE ZERO TO ND-ADMIN-GRANTS (WS-DPT-IDX).
           IF WS-FIND-DEPT-CODE NOT = SPACES
               MOVE WS-FIND-DEPT-CODE TO DM-DEPT-CODE
               READ DEPARTMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO ND-ON-FILE-SWITCH (WS-DPT-IDX)
                       MOVE DM-DEPT-NAME TO ND-DEPT-NAME-T (WS-DPT-IDX)
                       MOVE DM-DEPT-MANAGER TO ND-MANAGER-T (WS-DPT-IDX)
               END-READ
           END-IF.
       2420-LOAD-DEPT-ENTRY-EXIT.
           EXIT.

      *>****************************************************************
      *> 2500-NOTIFY-MANAGER - the first department not yet notified
      *> that has a manager starts a notification to that manager,
      *> which takes in every other department the same manager
      *> heads.  A department with no manager, or not on the
      *> department master, is left for the exception page.
      *>****************************************************************
       2500-NOTIFY-MANAGER.
           IF NOT ND-NOTIFIED (WS-DPT-IDX)
               AND ND-ON-FILE (WS-DPT-IDX)
               AND ND-MANAGER-T (WS-DPT-IDX) NOT = SPACES
               MOVE ND-MANAGER-T (WS-DPT-IDX) TO WS-NOTIFY-MANAGER
               ADD 1 TO WS-NOTIFY-SEQUENCE
               ADD 1 TO WS-NOTIFICATIONS
               MOVE ZERO TO WS-BODY-LINE-COUNT
               MOVE "N" TO WS-HIGH-PRIORITY-SWITCH
               PERFORM 2510-CHECK-PRIORITY
                   THRU 2510-CHECK-PRIORITY-EXIT
                   VARYING WS-MGR-IDX FROM WS-DPT-IDX BY 1
                   UNTIL WS-MGR-IDX > WS-DEPT-COUNT
               PERFORM 2520-WRITE-NOTICE-HEADER
                   THRU 2520-WRITE-NOTICE-HEADER-EXIT
               PERFORM 2530-WRITE-DEPT-SECTION
                   THRU 2530-WRITE-DEPT-SECTION-EXIT
                   VARYING WS-MGR-IDX FROM WS-DPT-IDX BY 1
                   UNTIL WS-MGR-IDX > WS-DEPT-COUNT
               MOVE SPACES TO WS-BODY-LINE
               PERFORM 2580-WRITE-BODY-LINE
                   THRU 2580-WRITE-BODY-LINE-EXIT
               MOVE "LEVELS: R = READ-ONLY, U = UPDATE, A = ADMIN."
                   TO WS-BODY-LINE
               PERFORM 2580-WRITE-BODY-LINE
                   THRU 2580-WRITE-BODY-LINE-EXIT
               STRING "REPORT ANY CHANGE YOU DID NOT EXPECT TO "
                   DELIMITED BY SIZE
                   "SECURITY ADMINISTRATION TODAY." DELIMITED BY SIZE
                   INTO WS-BODY-LINE
               END-STRING
               PERFORM 2580-WRITE-BODY-LINE
                   THRU 2580-WRITE-BODY-LINE-EXIT
               MOVE SPACES TO MAIL-GATEWAY-RECORD
               SET MG-RECORD-TRAILER TO TRUE
               PERFORM 2590-SET-NOTIFICATION-ID
                   THRU 2590-SET-NOTIFICATION-ID-EXIT
               MOVE WS-BODY-LINE-COUNT TO MG-BODY-LINE-COUNT
               PERFORM 2800-WRITE-GATEWAY-RECORD
                   THRU 2800-WRITE-GATEWAY-RECORD-EXIT
           END-IF.
       2500-NOTIFY-MANAGER-EXIT.
           EXIT.

       2510-CHECK-PRIORITY.
           IF ND-MANAGER-T (WS-MGR-IDX) = WS-NOTIFY-MANAGER
               AND ND-ON-FILE (WS-MGR-IDX)
               AND ND-ADMIN-GRANTS (WS-MGR-IDX) > ZERO
               SET NOTICE-IS-HIGH-PRIORITY TO TRUE
           END-IF.
       2510-CHECK-PRIORITY-EXIT.
           EXIT.

       2520-WRITE-NOTICE-HEADER.
           MOVE SPACES TO MAIL-GATEWAY-RECORD.
           SET MG-RECORD-HEADER TO TRUE.
           PERFORM 2590-SET-NOTIFICATION-ID
               THRU 2590-SET-NOTIFICATION-ID-EXIT.
           MOVE WS-NOTIFY-MANAGER TO MG-RECIPIENT-NAME.
           IF NOTICE-IS-HIGH-PRIORITY
               SET MG-PRIORITY-HIGH TO TRUE
               STRING "USER ACCESS CHANGES - ADMIN GRANTED - "
                   DELIMITED BY SIZE
                   WS-NOTIFY-DATE-TEXT DELIMITED BY SIZE
                   INTO MG-SUBJECT
               END-STRING
           ELSE
               SET MG-PRIORITY-NORMAL TO TRUE
               STRING "USER ACCESS CHANGES IN YOUR DEPARTMENT - "
                   DELIMITED BY SIZE
                   WS-NOTIFY-DATE-TEXT DELIMITED BY SIZE
                   INTO MG-SUBJECT
               END-STRING
           END-IF.
           PERFORM 2800-WRITE-GATEWAY-RECORD
               THRU 2800-WRITE-GATEWAY-RECORD-EXIT.
           STRING "THESE CHANGES WERE MADE TO THE ACCESS OF USERS IN "
               DELIMITED BY SIZE
               "YOUR DEPARTMENT AS OF " DELIMITED BY SIZE
               WS-NOTIFY-DATE-TEXT DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-BODY-LINE
           END-STRING.
           PERFORM 2580-WRITE-BODY-LINE
               THRU 2580-WRITE-BODY-LINE-EXIT.
       2520-WRITE-NOTICE-HEADER-EXIT.
           EXIT.

      *>****************************************************************
      *> 2530-WRITE-DEPT-SECTION - one department of the manager's:
      *> its name, then each change to a user in it
      *>****************************************************************
       2530-WRITE-DEPT-SECTION.
           IF ND-MANAGER-T (WS-MGR-IDX) = WS-NOTIFY-MANAGER
               AND ND-ON-FILE (WS-MGR-IDX)
               AND NOT ND-NOTIFIED (WS-MGR-IDX)
               MOVE "Y" TO ND-NOTIFIED-SWITCH (WS-MGR-IDX)
               MOVE SPACES TO WS-BODY-LINE
               PERFORM 2580-WRITE-BODY-LINE
                   THRU 2580-WRITE-BODY-LINE-EXIT
               MOVE ND-DEPT-CODE-T (WS-MGR-IDX) TO BD-DEPT-CODE
               MOVE ND-DEPT-NAME-T (WS-MGR-IDX) TO BD-DEPT-NAME
               MOVE WS-BODY-DEPT-LINE TO WS-BODY-LINE
               PERFORM 2580-WRITE-BODY-LINE
                   THRU 2580-WRITE-BODY-LINE-EXIT
               MOVE WS-BODY-COLUMN-LINE TO WS-BODY-LINE
               PERFORM 2580-WRITE-BODY-LINE
                   THRU 2580-WRITE-BODY-LINE-EXIT
               PERFORM 2540-WRITE-EVENT-LINE
                   THRU 2540-WRITE-EVENT-LINE-EXIT
                   VARYING WS-EVT-IDX FROM 1 BY 1
                   UNTIL WS-EVT-IDX > WS-EVENT-COUNT
               PERFORM 2560-PRINT-NOTIFY-LINE
                   THRU 2560-PRINT-NOTIFY-LINE-EXIT
           END-IF.
       2530-WRITE-DEPT-SECTION-EXIT.
           EXIT.

       2540-WRITE-EVENT-LINE.
           IF EV-DEPARTMENT (WS-EVT-IDX) = ND-DEPT-CODE-T (WS-MGR-IDX)
               MOVE SPACES TO WS-BODY-EVENT-LINE
               MOVE "  ->  " TO BE-ARROW
               EVALUATE TRUE
                   WHEN EV-ACTION-ADD (WS-EVT-IDX)
                       MOVE "ADDED" TO BE-ACTION-TEXT
                   WHEN EV-ACTION-CHANGE (WS-EVT-IDX)
                       MOVE "CHANGED" TO BE-ACTION-TEXT
                   WHEN EV-ACTION-SUSPEND (WS-EVT-IDX)
                       MOVE "SUSPENDED" TO BE-ACTION-TEXT
                   WHEN EV-ACTION-DELETE (WS-EVT-IDX)
                       MOVE "DELETED" TO BE-ACTION-TEXT
                   WHEN EV-ACTION-HELD (WS-EVT-IDX)
                       MOVE "ADMIN HELD" TO BE-ACTION-TEXT
                       STRING "REQ " DELIMITED BY SIZE
                           EV-REQUEST-DATE (WS-EVT-IDX)
                           DELIMITED BY SIZE
                           INTO BE-DETAIL-TEXT
                       END-STRING
                   WHEN EV-ACTION-MOVED-IN (WS-EVT-IDX)
                       MOVE "MOVED IN" TO BE-ACTION-TEXT
                       STRING "FROM " DELIMITED BY SIZE
                           EV-OTHER-DEPT (WS-EVT-IDX)
                           DELIMITED BY SIZE
                           INTO BE-DETAIL-TEXT
                       END-STRING
                   WHEN EV-ACTION-MOVED-OUT (WS-EVT-IDX)
                       MOVE "MOVED OUT" TO BE-ACTION-TEXT
                       STRING "TO " DELIMITED BY SIZE
                           EV-OTHER-DEPT (WS-EVT-IDX)
                           DELIMITED BY SIZE
                           INTO BE-DETAIL-TEXT
                       END-STRING
               END-EVALUATE
               MOVE EV-USER-ID (WS-EVT-IDX) TO BE-USER-ID
               MOVE EV-USER-NAME (WS-EVT-IDX) TO BE-USER-NAME
               EVALUATE TRUE
                   WHEN EV-OLD-LEVEL (WS-EVT-IDX) NOT = SPACES
                       MOVE EV-OLD-LEVEL (WS-EVT-IDX) TO BE-OLD-LEVEL
                   WHEN EV-PRIOR-NEEDED (WS-EVT-IDX)
                       MOVE "?" TO BE-OLD-LEVEL
                   WHEN OTHER
                       MOVE "-" TO BE-OLD-LEVEL
               END-EVALUATE
               IF EV-NEW-LEVEL (WS-EVT-IDX) = SPACES
                   MOVE "-" TO BE-NEW-LEVEL
               ELSE
                   MOVE EV-NEW-LEVEL (WS-EVT-IDX) TO BE-NEW-LEVEL
               END-IF
               MOVE EV-SOURCE (WS-EVT-IDX) TO BE-SOURCE
               MOVE EV-OPERATOR-ID (WS-EVT-IDX) TO BE-OPERATOR-ID
               MOVE WS-BODY-EVENT-LINE TO WS-BODY-LINE
               PERFORM 2580-WRITE-BODY-LINE
                   THRU 2580-WRITE-BODY-LINE-EXIT
           END-IF.
       2540-WRITE-EVENT-LINE-EXIT.
           EXIT.

       2560-PRINT-NOTIFY-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 1900-PRINT-HEADERS
                   THRU 1900-PRINT-HEADERS-EXIT
               WRITE PRINT-RECORD FROM WS-NOTIFY-COLUMN-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
           END-IF.
           MOVE WS-NOTIFY-MANAGER TO ND-MANAGER-NAME.
           MOVE ND-DEPT-CODE-T (WS-MGR-IDX) TO ND-DEPT-CODE.
           MOVE ND-EVENT-COUNT (WS-MGR-IDX) TO ND-CHANGE-COUNT.
           MOVE WS-NOTIFY-SEQUENCE TO ND-NOTIFY-SEQUENCE.
           IF NOTICE-IS-HIGH-PRIORITY
               MOVE "HIGH" TO ND-PRIORITY
           ELSE
               MOVE SPACES TO ND-PRIORITY
           END-IF.
           WRITE PRINT-RECORD FROM WS-NOTIFY-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       2560-PRINT-NOTIFY-LINE-EXIT.
           EXIT.

       2580-WRITE-BODY-LINE.
           ADD 1 TO WS-BODY-LINE-COUNT.
           MOVE SPACES TO MAIL-GATEWAY-RECORD.
           SET MG-RECORD-BODY TO TRUE.
           PERFORM 2590-SET-NOTIFICATION-ID
               THRU 2590-SET-NOTIFICATION-ID-EXIT.
           MOVE WS-BODY-LINE-COUNT TO MG-LINE-NUMBER.
           MOVE WS-BODY-LINE TO MG-BODY-TEXT.
           PERFORM 2800-WRITE-GATEWAY-RECORD
               THRU 2800-WRITE-GATEWAY-RECORD-EXIT.
           MOVE SPACES TO WS-BODY-LINE.
       2580-WRITE-BODY-LINE-EXIT.
           EXIT.

       2590-SET-NOTIFICATION-ID.
           MOVE "MYPROGN" TO MG-SENDER-ID.
           MOVE WS-RUN-DATE-CENTURY TO MG-NOTIFY-DATE.
           MOVE WS-NOTIFY-SEQUENCE TO MG-NOTIFY-SEQUENCE.
       2590-SET-NOTIFICATION-ID-EXIT.
           EXIT.

      *>****************************************************************
      *> 2700-PRINT-EXCEPTIONS - every department on the department
      *> master with no manager named (with the changes tonight that
      *> could not be sent because of it), then every department a
      *> change was reported to that is not on the department master
      *>****************************************************************
       2700-PRINT-EXCEPTIONS.
           MOVE "MANAGER NOTIFICATION EXCEPTIONS" TO RH2-REPORT-TITLE.
           PERFORM 1900-PRINT-HEADERS
               THRU 1900-PRINT-HEADERS-EXIT.
           WRITE PRINT-RECORD FROM WS-EXCEPTION-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.
           MOVE LOW-VALUES TO DM-DEPT-CODE.
           START DEPARTMENT-FILE
               KEY IS GREATER THAN DM-DEPT-CODE
               INVALID KEY
                   MOVE "Y" TO WS-DEPT-EOF-SWITCH
           END-START.
           PERFORM 2710-CHECK-DEPT-MANAGER
               THRU 2710-CHECK-DEPT-MANAGER-EXIT
               UNTIL END-OF-DEPARTMENT-FILE.
           PERFORM 2720-CHECK-UNFILED-DEPT
               THRU 2720-CHECK-UNFILED-DEPT-EXIT
               VARYING WS-DPT-IDX FROM 1 BY 1
               UNTIL WS-DPT-IDX > WS-DEPT-COUNT.
           IF WS-EVENTS-OVERFLOW > ZERO
               MOVE SPACES TO WS-EXCEPTION-DETAIL-LINE
               MOVE "(TABLE FULL)" TO XD-DEPT-NAME
               MOVE WS-EVENTS-OVERFLOW TO XD-CHANGE-COUNT
               MOVE "CHANGES NOT LOADED" TO XD-REASON
               PERFORM 2750-PRINT-EXCEPTION-LINE
                   THRU 2750-PRINT-EXCEPTION-LINE-EXIT
           END-IF.
           IF WS-DEPTS-NO-MANAGER = ZERO
               AND WS-DEPTS-NOT-ON-FILE = ZERO
               AND WS-EVENTS-OVERFLOW = ZERO
               MOVE "EVERY DEPARTMENT HAS A MANAGER ON FILE"
                   TO NL-NONE-TEXT
               WRITE PRINT-RECORD FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       2700-PRINT-EXCEPTIONS-EXIT.
           EXIT.

       2710-CHECK-DEPT-MANAGER.
           READ DEPARTMENT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-DEPT-EOF-SWITCH
           END-READ.
           IF NOT END-OF-DEPARTMENT-FILE
               AND DM-DEPT-MANAGER = SPACES
               ADD 1 TO WS-DEPTS-NO-MANAGER
               MOVE SPACES TO WS-EXCEPTION-DETAIL-LINE
               MOVE DM-DEPT-CODE TO XD-DEPT-CODE
               MOVE DM-DEPT-NAME TO XD-DEPT-NAME
               MOVE ZERO TO XD-CHANGE-COUNT
               MOVE DM-DEPT-CODE TO WS-FIND-DEPT-CODE
               MOVE "N" TO WS-FOUND-SWITCH
               PERFORM 2410-CHECK-DEPT-ENTRY
                   THRU 2410-CHECK-DEPT-ENTRY-EXIT
                   VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL WS-DPT-IDX > WS-DEPT-COUNT
                      OR ENTRY-WAS-FOUND
               IF ENTRY-WAS-FOUND
                   SET WS-DPT-IDX DOWN BY 1
                   MOVE ND-EVENT-COUNT (WS-DPT-IDX) TO XD-CHANGE-COUNT
                   ADD ND-EVENT-COUNT (WS-DPT-IDX) TO WS-EVENTS-UNSENT
               END-IF
               MOVE "NO MANAGER ON FILE" TO XD-REASON
               PERFORM 2750-PRINT-EXCEPTION-LINE
                   THRU 2750-PRINT-EXCEPTION-LINE-EXIT
           END-IF.
       2710-CHECK-DEPT-MANAGER-EXIT.
           EXIT.

       2720-CHECK-UNFILED-DEPT.
           IF NOT ND-ON-FILE (WS-DPT-IDX)
               ADD 1 TO WS-DEPTS-NOT-ON-FILE
               ADD ND-EVENT-COUNT (WS-DPT-IDX) TO WS-EVENTS-UNSENT
               MOVE SPACES TO WS-EXCEPTION-DETAIL-LINE
               MOVE ND-DEPT-CODE-T (WS-DPT-IDX) TO XD-DEPT-CODE
               IF ND-DEPT-CODE-T (WS-DPT-IDX) = SPACES
                   MOVE "(DEPARTMENT NOT KNOWN)" TO XD-DEPT-NAME
               END-IF
               MOVE ND-EVENT-COUNT (WS-DPT-IDX) TO XD-CHANGE-COUNT
               MOVE "NOT ON DEPT MASTER" TO XD-REASON
               PERFORM 2750-PRINT-EXCEPTION-LINE
                   THRU 2750-PRINT-EXCEPTION-LINE-EXIT
           END-IF.
       2720-CHECK-UNFILED-DEPT-EXIT.
           EXIT.

       2750-PRINT-EXCEPTION-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 1900-PRINT-HEADERS
                   THRU 1900-PRINT-HEADERS-EXIT
               WRITE PRINT-RECORD FROM WS-EXCEPTION-COLUMN-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
           END-IF.
           WRITE PRINT-RECORD FROM WS-EXCEPTION-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       2750-PRINT-EXCEPTION-LINE-EXIT.
           EXIT.

       2800-WRITE-GATEWAY-RECORD.
           WRITE MAIL-GATEWAY-RECORD.
           IF NOT FS-MAIL-GATEWAY-OK
               DISPLAY "MYPROGN: GATEWAY WRITE FAILED, STATUS = "
                   FS-MAIL-GATEWAY
           END-IF.
       2800-WRITE-GATEWAY-RECORD-EXIT.
           EXIT.

       2900-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-JOURNAL-EOF-SWITCH
           END-READ.
       2900-READ-JOURNAL-EXIT.
           EXIT.

       2910-READ-APPLIED-HISTORY.
           READ APPLIED-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HISTORY-EOF-SWITCH
           END-READ.
       2910-READ-APPLIED-HISTORY-EXIT.
           EXIT.

       2920-READ-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PEND-EOF-SWITCH
           END-READ.
       2920-READ-PENDING-EXIT.
           EXIT.

       2930-READ-PRIOR-EXTRACT.
           READ PRIOR-EXTRACT-FILE
               AT END
                   MOVE "Y" TO WS-EXTRACT-EOF-SWITCH
           END-READ.
       2930-READ-PRIOR-EXTRACT-EXIT.
           EXIT.

      *>****************************************************************
      *> 3000-TERMINATE - totals, close down, and reflect the run
      *> outcome in RETURN-CODE: anything on the exception page is a
      *> warning so the notify step routes it; a missing input is 8
      *>****************************************************************
       3000-TERMINATE.
           IF NOT RUN-STOPPED
               MOVE WS-JOURNAL-READ TO TL-JOURNAL-READ
               MOVE WS-APPLIED-READ TO TL-APPLIED-READ
               WRITE PRINT-RECORD FROM WS-TOTAL-LINE-1
                   AFTER ADVANCING 3 LINES
               MOVE WS-HELD-READ TO TL-HELD-READ
               MOVE WS-EVENT-COUNT TO TL-EVENTS-LOADED
               WRITE PRINT-RECORD FROM WS-TOTAL-LINE-2
                   AFTER ADVANCING 1 LINE
               MOVE WS-NOTIFICATIONS TO TL-NOTIFICATIONS
               MOVE WS-EVENTS-UNSENT TO TL-EVENTS-UNSENT
               WRITE PRINT-RECORD FROM WS-TOTAL-LINE-3
                   AFTER ADVANCING 1 LINE
               MOVE WS-DEPTS-NO-MANAGER TO TL-DEPTS-NO-MANAGER
               MOVE WS-DEPTS-NOT-ON-FILE TO TL-DEPTS-NOT-ON-FILE
               WRITE PRINT-RECORD FROM WS-TOTAL-LINE-4
                   AFTER ADVANCING 1 LINE
               WRITE PRINT-RECORD FROM WS-REPORT-FOOTER
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF JOURNAL-FILE-OPEN
               CLOSE JOURNAL-FILE
           END-IF.
           IF HISTORY-FILE-OPEN
               CLOSE APPLIED-HISTORY-FILE
           END-IF.
           IF EXTRACT-FILE-OPEN
               CLOSE PRIOR-EXTRACT-FILE
           END-IF.
           IF MASTER-FILE-OPEN
               CLOSE USER-MASTER-FILE
           END-IF.
           IF DEPT-FILE-OPEN
               CLOSE DEPARTMENT-FILE
           END-IF.
           IF PEND-FILE-AVAILABLE
               CLOSE PENDING-FILE
           END-IF.
           IF GATEWAY-FILE-OPEN
               CLOSE MAIL-GATEWAY-FILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "MYPROGN: CHANGES LISTED = " WS-EVENT-COUNT
               ", NOTIFICATIONS = " WS-NOTIFICATIONS.
           IF WS-DEPTS-NO-MANAGER > ZERO
               DISPLAY "MYPROGN: DEPARTMENTS WITH NO MANAGER = "
                   WS-DEPTS-NO-MANAGER
           END-IF.
           EVALUATE TRUE
               WHEN RUN-STOPPED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DEPTS-NO-MANAGER > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN WS-DEPTS-NOT-ON-FILE > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN TABLE-OVERFLOWED
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       3000-TERMINATE-EXIT.
           EXIT.
