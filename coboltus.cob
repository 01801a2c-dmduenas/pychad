       >>source format free
      *>****************************************************************
      *> Program name:    MYPROGS
      *> Original author: DDUENAS
      *>
      *> Maintenence Log
      *> Date      Author        Maintenance Requirement
      *> --------- ------------  ---------------------------------------
      *> 10/14/26 DDUENAS  Created to reconcile the day's changes to
      *>                   the user master against the access requests
      *>                   the service desk approved.  Every add,
      *>                   change, and delete - keyed online (the
      *>                   maintenance journal, JRNLREC) or applied
      *>                   from the nightly feed (the applied-history
      *>                   generation MYPROGU writes) - should trace
      *>                   back to an approved request, and audit was
      *>                   sampling exactly that by hand every
      *>                   quarter.  Reads the service desk's nightly
      *>                   feed of approved requests (SDRQREC) plus
      *>                   the requests still open from prior nights,
      *>                   matches each change on user-id and action,
      *>                   and reports changes with no approved
      *>                   request (UNAUTHORIZED), changes that differ
      *>                   from the approval (a higher or lower level
      *>                   than requested, or a different action), and
      *>                   approved requests still not actioned after
      *>                   the grace period (STALE).  Requests not yet
      *>                   actioned carry forward on the open-request
      *>                   generation (the same roll-forward pattern
      *>                   as the MYPROGH pending terminations) until
      *>                   they are, or until they have been reported
      *>                   stale long enough to be dropped.  HR
      *>                   interface suspends and deletes (MYPROGH)
      *>                   and the MYPROGT expiry reverts are
      *>                   authorized by their own sources and are
      *>                   counted, not matched.  Comes back RC=4 when
      *>                   anything is reported so the notify step
      *>                   fires, RC=8 when an input is missing.
      *> 10/14/26 DDUENAS  Department reorganization moves journaled
      *>                   by MYPROGG are authorized by the
      *>                   reorganization control cards and are
      *>                   counted, not matched, like the expiry
      *>                   reverts.
      *> 10/15/26 DDUENAS  Entitlement grants, changes, and revokes
      *>                   ("E", "M", "V") from the journal and the
      *>                   applied history, and the feed's ownership
      *>                   changes ("O"), are no longer passed over.
      *>                   The service desk approves them under the
      *>                   user's add, change, or delete request, so
      *>                   one is matched when any request for the
      *>                   same user is on hand tonight (open or
      *>                   already matched) and is reported
      *>                   UNAUTHORIZED when there is none.  The roles
      *>                   revoked behind an HR interface delete are
      *>                   counted with it; the inactivity suspends
      *>                   and purge revokes MYPROG now journals are
      *>                   authorized by the purge thresholds and are
      *>                   counted on their own total line.
      *>
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MYPROGS.
       AUTHOR. DDUENAS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/14/26.
       DATE-COMPILED. 10/14/26.
       SECURITY. CONFIDENTIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FEED-FILE ASSIGN TO "SDREQIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REQUEST-FEED.

           SELECT OPEN-REQUEST-IN-FILE ASSIGN TO "SDOPENI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-OPEN-REQUEST-IN.

           SELECT OPEN-REQUEST-OUT-FILE ASSIGN TO "SDOPENO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-OPEN-REQUEST-OUT.

           SELECT APPLIED-HISTORY-FILE ASSIGN TO "APPLYHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-APPLIED-HISTORY.

           SELECT JOURNAL-FILE ASSIGN TO "USRJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-JOURNAL-FILE.

           SELECT PRINT-FILE ASSIGN TO "SDRECRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PRINT-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FEED-FILE
           RECORDING MODE IS F.
           COPY SDRQREC.

       FD  OPEN-REQUEST-IN-FILE
           RECORDING MODE IS F.
           COPY SDRQREC REPLACING
               ==SERVICE-REQUEST-RECORD== BY ==OPEN-REQUEST-IN-RECORD==
               ==SR-REQUEST-NUMBER==    BY ==OI-REQUEST-NUMBER==
               ==SR-USER-ID==           BY ==OI-USER-ID==
               ==SR-ACTION-CODE==       BY ==OI-ACTION-CODE==
               ==SR-ACTION-ADD==        BY ==OI-ACTION-ADD==
               ==SR-ACTION-CHANGE==     BY ==OI-ACTION-CHANGE==
               ==SR-ACTION-DELETE==     BY ==OI-ACTION-DELETE==
               ==SR-ACTION-VALID==      BY ==OI-ACTION-VALID==
               ==SR-ACCESS-LEVEL==      BY ==OI-ACCESS-LEVEL==
               ==SR-APPROVED-DATE==     BY ==OI-APPROVED-DATE==.

       FD  OPEN-REQUEST-OUT-FILE
           RECORDING MODE IS F.
           COPY SDRQREC REPLACING
               ==SERVICE-REQUEST-RECORD== BY ==OPEN-REQUEST-OUT-RECORD==
               ==SR-REQUEST-NUMBER==    BY ==OO-REQUEST-NUMBER==
               ==SR-USER-ID==           BY ==OO-USER-ID==
               ==SR-ACTION-CODE==       BY ==OO-ACTION-CODE==
               ==SR-ACTION-ADD==        BY ==OO-ACTION-ADD==
               ==SR-ACTION-CHANGE==     BY ==OO-ACTION-CHANGE==
               ==SR-ACTION-DELETE==     BY ==OO-ACTION-DELETE==
               ==SR-ACTION-VALID==      BY ==OO-ACTION-VALID==
               ==SR-ACCESS-LEVEL==      BY ==OO-ACCESS-LEVEL==
               ==SR-APPROVED-DATE==     BY ==OO-APPROVED-DATE==.

       FD  APPLIED-HISTORY-FILE
           RECORDING MODE IS F.
       01  APPLIED-HISTORY-RECORD.
           05  AH-ACTION-CODE          PIC X(01).
           05  AH-USER-ID              PIC X(08).
           05  AH-USER-NAME            PIC X(30).
           05  AH-DEPARTMENT           PIC X(10).
           05  AH-ACCESS-LEVEL         PIC X(01).

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY JRNLREC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RPTHDR.

       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SL-SECTION-TITLE        PIC X(60) VALUE SPACES.

       01  WS-CHANGE-COLUMN-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(15) VALUE "FINDING".
           05  FILLER                  PIC X(08) VALUE "SOURCE".
           05  FILLER                  PIC X(10) VALUE "USER-ID".
           05  FILLER                  PIC X(04) VALUE "ACT".
           05  FILLER                  PIC X(04) VALUE "LVL".
           05  FILLER                  PIC X(12) VALUE "REQUEST".
           05  FILLER                  PIC X(05) VALUE "APPR".
           05  FILLER                  PIC X(08) VALUE "OPERATOR".

       01  WS-CHANGE-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CD-FINDING              PIC X(14) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CD-SOURCE               PIC X(07) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CD-USER-ID              PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CD-ACTION-CODE          PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  CD-ACCESS-LEVEL         PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  CD-REQUEST-NUMBER       PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CD-APPR-ACTION          PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE "/".
           05  CD-APPR-LEVEL           PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CD-OPERATOR-ID          PIC X(08) VALUE SPACES.

       01  WS-STALE-COLUMN-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(12) VALUE "REQUEST".
           05  FILLER                  PIC X(10) VALUE "USER-ID".
           05  FILLER                  PIC X(04) VALUE "ACT".
           05  FILLER                  PIC X(04) VALUE "LVL".
           05  FILLER                  PIC X(10) VALUE "APPROVED".
           05  FILLER                  PIC X(06) VALUE "DAYS".
           05  FILLER                  PIC X(20) VALUE "DISPOSITION".

       01  WS-STALE-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SD-REQUEST-NUMBER       PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SD-USER-ID              PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SD-ACTION-CODE          PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  SD-ACCESS-LEVEL         PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  SD-APPROVED-DATE        PIC 9(08) VALUE ZERO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SD-AGE-DAYS             PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SD-DISPOSITION          PIC X(20) VALUE SPACES.

       01  WS-NONE-FOUND-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  NF-TEXT                 PIC X(40) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "CHANGES CHECKED ... ".
           05  TL-CHANGES-CHECKED      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "MATCHED ........... ".
           05  TL-CHANGES-MATCHED      PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "UNAUTHORIZED ...... ".
           05  TL-UNAUTHORIZED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "DIFFER FROM APPR .. ".
           05  TL-MISMATCHED           PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "HR INTERFACE ...... ".
           05  TL-HR-EXEMPT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "EXPIRY REVERTS .... ".
           05  TL-REVERTS-EXEMPT       PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "REQUESTS ON FILE .. ".
           05  TL-REQUESTS-LOADED      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "STALE ............. ".
           05  TL-REQUESTS-STALE       PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-5.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "CARRIED FORWARD ... ".
           05  TL-REQUESTS-CARRIED     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "DROPPED ........... ".
           05  TL-REQUESTS-DROPPED     PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-6.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "DEPT REORG MOVES .. ".
           05  TL-REORG-EXEMPT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "INACTIVITY PURGE .. ".
           05  TL-PURGE-EXEMPT         PIC ZZZ,ZZ9.

       01  WS-PRINT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 055.
           05  WS-PAGE-NUMBER          PIC 9(04) COMP VALUE ZERO.

       01  WS-RUN-IDENTITY.
           05  WS-RUN-DATE             PIC X(08).
           05  WS-RUN-DATE-CENTURY     PIC 9(08) VALUE ZERO.

       01  WS-FILE-STATUSES.
           05  FS-REQUEST-FEED         PIC X(02) VALUE "00".
               88  FS-REQUEST-FEED-OK             VALUE "00".
           05  FS-OPEN-REQUEST-IN      PIC X(02) VALUE "00".
               88  FS-OPEN-REQUEST-IN-OK          VALUE "00".
           05  FS-OPEN-REQUEST-OUT     PIC X(02) VALUE "00".
               88  FS-OPEN-REQUEST-OUT-OK         VALUE "00".
           05  FS-APPLIED-HISTORY      PIC X(02) VALUE "00".
               88  FS-APPLIED-HISTORY-OK          VALUE "00".
           05  FS-JOURNAL-FILE         PIC X(02) VALUE "00".
               88  FS-JOURNAL-FILE-OK             VALUE "00".
           05  FS-PRINT-FILE           PIC X(02) VALUE "00".
               88  FS-PRINT-FILE-OK               VALUE "00".

       01  WS-SWITCHES.
           05  WS-FEED-OPEN-SWITCH     PIC X(01) VALUE "N".
               88  FEED-FILE-OPEN-FAILED           VALUE "Y".
           05  WS-OPEN-IN-SWITCH       PIC X(01) VALUE "N".
               88  OPEN-IN-FILE-OPEN-FAILED        VALUE "Y".
           05  WS-OPEN-OUT-SWITCH      PIC X(01) VALUE "N".
               88  OPEN-OUT-FILE-OPEN-FAILED       VALUE "Y".
           05  WS-HISTORY-OPEN-SWITCH  PIC X(01) VALUE "N".
               88  HISTORY-FILE-OPEN-FAILED        VALUE "Y".
           05  WS-JOURNAL-OPEN-SWITCH  PIC X(01) VALUE "N".
               88  JOURNAL-FILE-OPEN-FAILED        VALUE "Y".
           05  WS-RECON-SWITCH         PIC X(01) VALUE "N".
               88  RECONCILIATION-SUSPENDED        VALUE "Y".
           05  WS-FEED-EOF-SWITCH      PIC X(01) VALUE "N".
               88  END-OF-REQUEST-FEED             VALUE "Y".
           05  WS-OPEN-IN-EOF-SWITCH   PIC X(01) VALUE "N".
               88  END-OF-OPEN-REQUESTS            VALUE "Y".
           05  WS-HISTORY-EOF-SWITCH   PIC X(01) VALUE "N".
               88  END-OF-APPLIED-HISTORY          VALUE "Y".
           05  WS-JOURNAL-EOF-SWITCH   PIC X(01) VALUE "N".
               88  END-OF-JOURNAL-FILE             VALUE "Y".
           05  WS-EVENT-SWITCH         PIC X(01) VALUE "N".
               88  EVENT-TO-CHECK                  VALUE "Y".

      *> Approved requests held for matching - last night's open
      *> requests first, then tonight's feed.  A request that does not
      *> fit is carried forward unchecked rather than lost.
       01  WS-REQUEST-CONTROL.
           05  WS-REQUEST-COUNT        PIC 9(03) COMP VALUE ZERO.
           05  WS-REQUEST-MAX          PIC 9(03) COMP VALUE 500.
           05  WS-REQUEST-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-REQ-IDX.
               10  RQ-REQUEST-NUMBER   PIC X(10).
               10  RQ-USER-ID          PIC X(08).
               10  RQ-ACTION-CODE      PIC X(01).
               10  RQ-ACCESS-LEVEL     PIC X(01).
               10  RQ-APPROVED-DATE    PIC 9(08).
               10  RQ-MATCHED-SWITCH   PIC X(01).
                   88  RQ-MATCHED              VALUE "Y".

      *> One change to be checked, from either the applied history or
      *> the journal, reduced to the user, the action class (add,
      *> change, delete, or an entitlement or ownership action on the
      *> account), and the resulting level.
       01  WS-CHANGE-EVENT.
           05  EV-SOURCE               PIC X(07) VALUE SPACES.
           05  EV-USER-ID              PIC X(08) VALUE SPACES.
           05  EV-ACTION-CODE          PIC X(01) VALUE SPACES.
               88  EV-ACTION-DELETE            VALUE "D".
               88  EV-ACCOUNT-ACTION           VALUE "E" "M" "V" "O".
           05  EV-ACCESS-LEVEL         PIC X(01) VALUE SPACES.
           05  EV-OPERATOR-ID          PIC X(08) VALUE SPACES.

       01  WS-MATCH-CONTROL.
           05  WS-HR-DELETED-USER      PIC X(08) VALUE SPACES.
           05  WS-USER-SUB             PIC 9(03) COMP VALUE ZERO.
           05  WS-EXACT-SUB            PIC 9(03) COMP VALUE ZERO.
           05  WS-COVERED-SUB          PIC 9(03) COMP VALUE ZERO.
           05  WS-OTHER-SUB            PIC 9(03) COMP VALUE ZERO.
           05  WS-MATCH-SUB            PIC 9(03) COMP VALUE ZERO.
           05  WS-ACTUAL-RANK          PIC 9(01) VALUE ZERO.
           05  WS-APPROVED-RANK        PIC 9(01) VALUE ZERO.
           05  WS-RANK-LEVEL           PIC X(01) VALUE SPACES.
           05  WS-RANK-RESULT          PIC 9(01) VALUE ZERO.

      *> An approved request is reported stale once it has waited
      *> longer than the grace period without being actioned, and is
      *> dropped from the open-request chain once it has been reported
      *> for long enough that the service desk must have seen it.
       01  WS-AGING-CONTROL.
           05  WS-STALE-DAYS           PIC 9(03) VALUE 005.
           05  WS-DROP-DAYS            PIC 9(03) VALUE 030.
           05  WS-AGE-DAYS             PIC S9(07) COMP VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-CHANGES-CHECKED      PIC 9(07) COMP VALUE ZERO.
           05  WS-CHANGES-MATCHED      PIC 9(07) COMP VALUE ZERO.
           05  WS-UNAUTHORIZED         PIC 9(07) COMP VALUE ZERO.
           05  WS-MISMATCHED           PIC 9(07) COMP VALUE ZERO.
           05  WS-HR-EXEMPT            PIC 9(07) COMP VALUE ZERO.
           05  WS-REVERTS-EXEMPT       PIC 9(07) COMP VALUE ZERO.
           05  WS-REORG-EXEMPT         PIC 9(07) COMP VALUE ZERO.
           05  WS-PURGE-EXEMPT         PIC 9(07) COMP VALUE ZERO.
           05  WS-REQUESTS-LOADED      PIC 9(07) COMP VALUE ZERO.
           05  WS-REQUESTS-REJECTED    PIC 9(07) COMP VALUE ZERO.
           05  WS-REQUESTS-OVERFLOW    PIC 9(07) COMP VALUE ZERO.
           05  WS-REQUESTS-STALE       PIC 9(07) COMP VALUE ZERO.
           05  WS-REQUESTS-CARRIED     PIC 9(07) COMP VALUE ZERO.
           05  WS-REQUESTS-DROPPED     PIC 9(07) COMP VALUE ZERO.
           05  WS-FINDINGS-PRINTED     PIC 9(07) COMP VALUE ZERO.

       PROCEDURE DIVISION.
      *>****************************************************************
      *> 0000-MAINLINE
      *>****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-CHECK-APPLIED-HISTORY
               THRU 2000-CHECK-APPLIED-HISTORY-EXIT
               UNTIL END-OF-APPLIED-HISTORY.
           PERFORM 2100-CHECK-JOURNAL-ENTRY
               THRU 2100-CHECK-JOURNAL-ENTRY-EXIT
               UNTIL END-OF-JOURNAL-FILE.
           PERFORM 2500-START-STALE-SECTION
               THRU 2500-START-STALE-SECTION-EXIT.
           PERFORM 2600-AGE-OPEN-REQUEST
               THRU 2600-AGE-OPEN-REQUEST-EXIT
               VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQUEST-COUNT.
           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.
           STOP RUN.

      *>****************************************************************
      *> 1000-INITIALIZE - open the files and load the approved
      *> requests.  With any input missing the night's changes are not
      *> checked at all, and every request on hand is carried forward
      *> untouched so nothing drops out of the open-request chain on
      *> a bad night.
      *>****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE.
           ACCEPT WS-RUN-DATE-CENTURY FROM DATE YYYYMMDD.
           OPEN OUTPUT PRINT-FILE.
           IF NOT FS-PRINT-FILE-OK
               DISPLAY "MYPROGS: UNABLE TO OPEN PRINT-FILE, STATUS = "
                   FS-PRINT-FILE
           END-IF.
           OPEN OUTPUT OPEN-REQUEST-OUT-FILE.
           IF NOT FS-OPEN-REQUEST-OUT-OK
               DISPLAY "MYPROGS: UNABLE TO OPEN OPEN-REQUEST-OUT-FILE, "
                   "STATUS = " FS-OPEN-REQUEST-OUT
               SET OPEN-OUT-FILE-OPEN-FAILED TO TRUE
           END-IF.
           OPEN INPUT OPEN-REQUEST-IN-FILE.
           IF NOT FS-OPEN-REQUEST-IN-OK
               DISPLAY "MYPROGS: UNABLE TO OPEN OPEN-REQUEST-IN-FILE, "
                   "STATUS = " FS-OPEN-REQUEST-IN
               SET OPEN-IN-FILE-OPEN-FAILED TO TRUE
               MOVE "Y" TO WS-OPEN-IN-EOF-SWITCH
           END-IF.
           OPEN INPUT REQUEST-FEED-FILE.
           IF NOT FS-REQUEST-FEED-OK
               DISPLAY "MYPROGS: UNABLE TO OPEN REQUEST-FEED-FILE, "
                   "STATUS = " FS-REQUEST-FEED
               SET FEED-FILE-OPEN-FAILED TO TRUE
               MOVE "Y" TO WS-FEED-EOF-SWITCH
           END-IF.
           OPEN INPUT APPLIED-HISTORY-FILE.
           IF NOT FS-APPLIED-HISTORY-OK
               DISPLAY "MYPROGS: UNABLE TO OPEN APPLIED-HISTORY-FILE, "
                   "STATUS = " FS-APPLIED-HISTORY
               SET HISTORY-FILE-OPEN-FAILED TO TRUE
           END-IF.
           OPEN INPUT JOURNAL-FILE.
           IF NOT FS-JOURNAL-FILE-OK
               DISPLAY "MYPROGS: UNABLE TO OPEN JOURNAL-FILE, "
                   "STATUS = " FS-JOURNAL-FILE
               SET JOURNAL-FILE-OPEN-FAILED TO TRUE
           END-IF.
           IF FEED-FILE-OPEN-FAILED OR OPEN-IN-FILE-OPEN-FAILED
               OR HISTORY-FILE-OPEN-FAILED OR JOURNAL-FILE-OPEN-FAILED
               OR OPEN-OUT-FILE-OPEN-FAILED
               SET RECONCILIATION-SUSPENDED TO TRUE
               MOVE "Y" TO WS-HISTORY-EOF-SWITCH
               MOVE "Y" TO WS-JOURNAL-EOF-SWITCH
               DISPLAY "MYPROGS: CHANGES NOT RECONCILED TONIGHT - "
                   "OPEN REQUESTS CARRIED FORWARD UNCHANGED"
           END-IF.
           PERFORM 1100-LOAD-OPEN-REQUEST
               THRU 1100-LOAD-OPEN-REQUEST-EXIT
               UNTIL END-OF-OPEN-REQUESTS.
           PERFORM 1200-LOAD-FEED-REQUEST
               THRU 1200-LOAD-FEED-REQUEST-EXIT
               UNTIL END-OF-REQUEST-FEED.
           MOVE "MYPROGS" TO RH1-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RH1-RUN-DATE.
           MOVE "SERVICE-DESK REQUEST RECONCILIATION" TO RH2-REPORT-TITLE.
           PERFORM 1900-PRINT-HEADERS
               THRU 1900-PRINT-HEADERS-EXIT.
           MOVE "CHANGES WITHOUT A MATCHING APPROVED REQUEST"
               TO SL-SECTION-TITLE.
           WRITE PRINT-RECORD FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-RECORD FROM WS-CHANGE-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           ADD 4 TO WS-LINE-COUNT.
           IF NOT END-OF-APPLIED-HISTORY
               PERFORM 2900-READ-APPLIED-HISTORY
                   THRU 2900-READ-APPLIED-HISTORY-EXIT
           END-IF.
           IF NOT END-OF-JOURNAL-FILE
               PERFORM 2950-READ-JOURNAL
                   THRU 2950-READ-JOURNAL-EXIT
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *>****************************************************************
      *> 1100-LOAD-OPEN-REQUEST - a request carried from a prior night
      *>****************************************************************
       1100-LOAD-OPEN-REQUEST.
           READ OPEN-REQUEST-IN-FILE
               AT END
                   MOVE "Y" TO WS-OPEN-IN-EOF-SWITCH
               NOT AT END
                   MOVE OPEN-REQUEST-IN-RECORD
                       TO SERVICE-REQUEST-RECORD
                   PERFORM 1300-ADD-REQUEST-ENTRY
                       THRU 1300-ADD-REQUEST-ENTRY-EXIT
           END-READ.
       1100-LOAD-OPEN-REQUEST-EXIT.
           EXIT.

      *>****************************************************************
      *> 1200-LOAD-FEED-REQUEST - a request the service desk approved
      *> since the last feed.  One without a user-id or a recognizable
      *> action cannot be matched to anything and is reported back.
      *>****************************************************************
       1200-LOAD-FEED-REQUEST.
           READ REQUEST-FEED-FILE
               AT END
                   MOVE "Y" TO WS-FEED-EOF-SWITCH
               NOT AT END
                   IF SR-USER-ID = SPACES OR NOT SR-ACTION-VALID
                       ADD 1 TO WS-REQUESTS-REJECTED
                       DISPLAY "MYPROGS: REQUEST " SR-REQUEST-NUMBER
                           " REJECTED - NO USER-ID OR ACTION NOT "
                           "A/C/D"
                   ELSE
                       IF SR-APPROVED-DATE NOT NUMERIC
                           OR SR-APPROVED-DATE = ZERO
                           MOVE WS-RUN-DATE-CENTURY
                               TO SR-APPROVED-DATE
                       END-IF
                       PERFORM 1300-ADD-REQUEST-ENTRY
                           THRU 1300-ADD-REQUEST-ENTRY-EXIT
                   END-IF
           END-READ.
       1200-LOAD-FEED-REQUEST-EXIT.
           EXIT.

       1300-ADD-REQUEST-ENTRY.
           ADD 1 TO WS-REQUESTS-LOADED.
           IF WS-REQUEST-COUNT < WS-REQUEST-MAX
               ADD 1 TO WS-REQUEST-COUNT
               SET WS-REQ-IDX TO WS-REQUEST-COUNT
               MOVE SR-REQUEST-NUMBER
                   TO RQ-REQUEST-NUMBER (WS-REQ-IDX)
               MOVE SR-USER-ID TO RQ-USER-ID (WS-REQ-IDX)
               MOVE SR-ACTION-CODE TO RQ-ACTION-CODE (WS-REQ-IDX)
               MOVE SR-ACCESS-LEVEL TO RQ-ACCESS-LEVEL (WS-REQ-IDX)
               MOVE SR-APPROVED-DATE TO RQ-APPROVED-DATE (WS-REQ-IDX)
               MOVE "N" TO RQ-MATCHED-SWITCH (WS-REQ-IDX)
           ELSE
               ADD 1 TO WS-REQUESTS-OVERFLOW
               IF NOT OPEN-OUT-FILE-OPEN-FAILED
                   WRITE OPEN-REQUEST-OUT-RECORD
                       FROM SERVICE-REQUEST-RECORD
                   ADD 1 TO WS-REQUESTS-CARRIED
               END-IF
           END-IF.
       1300-ADD-REQUEST-ENTRY-EXIT.
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
           MOVE ZERO TO WS-LINE-COUNT.
       1900-PRINT-HEADERS-EXIT.
           EXIT.

      *>****************************************************************
      *> 2000-CHECK-APPLIED-HISTORY - one transaction MYPROGU applied
      *> from the feed.  HR interface suspends and deletes (MYPROGH
      *> sends them with no department or level) are authorized by
      *> the termination itself and only counted, as are the roles
      *> MYPROGU revokes behind such a delete (the "V" entries that
      *> follow it for the same user).  Entitlement and ownership
      *> actions carry no level and are checked as account actions.
      *>****************************************************************
       2000-CHECK-APPLIED-HISTORY.
           MOVE "N" TO WS-EVENT-SWITCH.
           EVALUATE TRUE
               WHEN AH-ACTION-CODE = "S"
                   ADD 1 TO WS-HR-EXEMPT
               WHEN AH-ACTION-CODE = "D"
                   AND AH-DEPARTMENT = SPACES
                   AND AH-ACCESS-LEVEL = SPACES
                   ADD 1 TO WS-HR-EXEMPT
               WHEN AH-ACTION-CODE = "V"
                   AND AH-USER-ID = WS-HR-DELETED-USER
                   ADD 1 TO WS-HR-EXEMPT
               WHEN AH-ACTION-CODE = "A" OR "C" OR "D"
                   SET EVENT-TO-CHECK TO TRUE
                   MOVE "BATCH" TO EV-SOURCE
                   MOVE AH-USER-ID TO EV-USER-ID
                   MOVE AH-ACTION-CODE TO EV-ACTION-CODE
                   MOVE AH-ACCESS-LEVEL TO EV-ACCESS-LEVEL
                   MOVE "MYPROGU" TO EV-OPERATOR-ID
               WHEN AH-ACTION-CODE = "E" OR "M" OR "V" OR "O"
                   SET EVENT-TO-CHECK TO TRUE
                   MOVE "BATCH" TO EV-SOURCE
                   MOVE AH-USER-ID TO EV-USER-ID
                   MOVE AH-ACTION-CODE TO EV-ACTION-CODE
                   MOVE SPACES TO EV-ACCESS-LEVEL
                   MOVE "MYPROGU" TO EV-OPERATOR-ID
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF AH-ACTION-CODE = "D"
               AND AH-DEPARTMENT = SPACES
               AND AH-ACCESS-LEVEL = SPACES
               MOVE AH-USER-ID TO WS-HR-DELETED-USER
           ELSE
               IF AH-ACTION-CODE NOT = "V"
                   MOVE SPACES TO WS-HR-DELETED-USER
               END-IF
           END-IF.
           IF EVENT-TO-CHECK
               PERFORM 2200-MATCH-CHANGE
                   THRU 2200-MATCH-CHANGE-EXIT
           END-IF.
           PERFORM 2900-READ-APPLIED-HISTORY
               THRU 2900-READ-APPLIED-HISTORY-EXIT.
       2000-CHECK-APPLIED-HISTORY-EXIT.
           EXIT.

      *>****************************************************************
      *> 2100-CHECK-JOURNAL-ENTRY - one journaled change to the user
      *> master.  An approved admin grant ("G") is an add when its
      *> before image is blank and a change otherwise; a restore from
      *> the archive ("R") is an add.  The MYPROGT expiry reverts put
      *> back the level the approved grant came from and are only
      *> counted; so are the MYPROGG department reorganization
      *> moves, and the suspends and role revokes the MYPROG purge
      *> pass journals.  Entitlement grants, changes, and revokes are
      *> checked as account actions.  Holds, rejections, and sign-on
      *> entries change nothing on the master and are passed over.
      *>****************************************************************
       2100-CHECK-JOURNAL-ENTRY.
           MOVE "N" TO WS-EVENT-SWITCH.
           MOVE JR-OPERATOR-ID TO EV-OPERATOR-ID.
           EVALUATE TRUE
               WHEN JR-OPERATOR-ID = "MYPROG"
                   AND (JR-ACTION-CHANGE OR JR-ACTION-ENTITLE-REVOKE)
                   ADD 1 TO WS-PURGE-EXEMPT
               WHEN JR-ACTION-CHANGE
                   AND JR-OPERATOR-ID = "MYPROGT"
                   ADD 1 TO WS-REVERTS-EXEMPT
               WHEN JR-ACTION-CHANGE
                   AND JR-OPERATOR-ID = "MYPROGG"
                   ADD 1 TO WS-REORG-EXEMPT
               WHEN JR-ACTION-ADD
                   SET EVENT-TO-CHECK TO TRUE
                   MOVE "ONLINE" TO EV-SOURCE
                   MOVE "A" TO EV-ACTION-CODE
                   MOVE JRA-USER-ID TO EV-USER-ID
                   MOVE JRA-ACCESS-LEVEL TO EV-ACCESS-LEVEL
               WHEN JR-ACTION-CHANGE
                   SET EVENT-TO-CHECK TO TRUE
                   MOVE "ONLINE" TO EV-SOURCE
                   MOVE "C" TO EV-ACTION-CODE
                   MOVE JRA-USER-ID TO EV-USER-ID
                   MOVE JRA-ACCESS-LEVEL TO EV-ACCESS-LEVEL
               WHEN JR-ACTION-DELETE
                   SET EVENT-TO-CHECK TO TRUE
                   MOVE "ONLINE" TO EV-SOURCE
                   MOVE "D" TO EV-ACTION-CODE
                   MOVE JRB-USER-ID TO EV-USER-ID
                   MOVE JRB-ACCESS-LEVEL TO EV-ACCESS-LEVEL
               WHEN JR-ACTION-ADMIN-GRANTED
                   SET EVENT-TO-CHECK TO TRUE
                   MOVE "APPROVL" TO EV-SOURCE
                   IF JR-BEFORE-IMAGE = SPACES
                       MOVE "A" TO EV-ACTION-CODE
                   ELSE
                       MOVE "C" TO EV-ACTION-CODE
                   END-IF
                   MOVE JRA-USER-ID TO EV-USER-ID
                   MOVE JRA-ACCESS-LEVEL TO EV-ACCESS-LEVEL
               WHEN JR-ACTION-REINSTATE
                   SET EVENT-TO-CHECK TO TRUE
                   MOVE "RESTORE" TO EV-SOURCE
                   MOVE "A" TO EV-ACTION-CODE
                   MOVE JRA-USER-ID TO EV-USER-ID
                   MOVE JRA-ACCESS-LEVEL TO EV-ACCESS-LEVEL
               WHEN JR-ACTION-ENTITLE-GRANT
               WHEN JR-ACTION-ENTITLE-CHANGE
                   SET EVENT-TO-CHECK TO TRUE
                   MOVE "ONLINE" TO EV-SOURCE
                   MOVE JR-ACTION-CODE TO EV-ACTION-CODE
                   MOVE JRAE-USER-ID TO EV-USER-ID
                   MOVE SPACES TO EV-ACCESS-LEVEL
               WHEN JR-ACTION-ENTITLE-REVOKE
                   SET EVENT-TO-CHECK TO TRUE
                   MOVE "ONLINE" TO EV-SOURCE
                   MOVE JR-ACTION-CODE TO EV-ACTION-CODE
                   MOVE JRBE-USER-ID TO EV-USER-ID
                   MOVE SPACES TO EV-ACCESS-LEVEL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF EVENT-TO-CHECK
               PERFORM 2200-MATCH-CHANGE
                   THRU 2200-MATCH-CHANGE-EXIT
           END-IF.
           PERFORM 2950-READ-JOURNAL
               THRU 2950-READ-JOURNAL-EXIT.
       2100-CHECK-JOURNAL-ENTRY-EXIT.
           EXIT.

      *>****************************************************************
      *> 2200-MATCH-CHANGE - find the approved request behind one
      *> change.  First choice is an open request for the same user
      *> and action; failing that, one for the same user and action
      *> already matched tonight (a correction keyed under the same
      *> request); failing that, an open request for the same user
      *> with a different action, which is reported as differing.
      *> With none of those the change is unauthorized.  The service
      *> desk requests only adds, changes, and deletes, so an
      *> entitlement or ownership action is approved under whatever
      *> request the user has on hand (open or already matched); it
      *> is matched without using the request up, and is unauthorized
      *> when the user has none.
      *>****************************************************************
       2200-MATCH-CHANGE.
           ADD 1 TO WS-CHANGES-CHECKED.
           MOVE ZERO TO WS-USER-SUB.
           MOVE ZERO TO WS-EXACT-SUB.
           MOVE ZERO TO WS-COVERED-SUB.
           MOVE ZERO TO WS-OTHER-SUB.
           PERFORM 2210-SCAN-REQUEST-TABLE
               THRU 2210-SCAN-REQUEST-TABLE-EXIT
               VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQUEST-COUNT
                  OR WS-EXACT-SUB NOT = ZERO.
           MOVE SPACES TO CD-FINDING.
           EVALUATE TRUE
               WHEN EV-ACCOUNT-ACTION
                   AND WS-USER-SUB NOT = ZERO
                   MOVE ZERO TO WS-MATCH-SUB
               WHEN EV-ACCOUNT-ACTION
                   MOVE ZERO TO WS-MATCH-SUB
                   MOVE "UNAUTHORIZED" TO CD-FINDING
               WHEN WS-EXACT-SUB NOT = ZERO
                   MOVE WS-EXACT-SUB TO WS-MATCH-SUB
                   PERFORM 2250-COMPARE-LEVEL
                       THRU 2250-COMPARE-LEVEL-EXIT
               WHEN WS-COVERED-SUB NOT = ZERO
                   MOVE WS-COVERED-SUB TO WS-MATCH-SUB
                   PERFORM 2250-COMPARE-LEVEL
                       THRU 2250-COMPARE-LEVEL-EXIT
               WHEN WS-OTHER-SUB NOT = ZERO
                   MOVE WS-OTHER-SUB TO WS-MATCH-SUB
                   MOVE "ACTION DIFFERS" TO CD-FINDING
               WHEN OTHER
                   MOVE ZERO TO WS-MATCH-SUB
                   MOVE "UNAUTHORIZED" TO CD-FINDING
           END-EVALUATE.
           IF WS-MATCH-SUB NOT = ZERO
               SET WS-REQ-IDX TO WS-MATCH-SUB
               MOVE "Y" TO RQ-MATCHED-SWITCH (WS-REQ-IDX)
           END-IF.
           EVALUATE TRUE
               WHEN CD-FINDING = SPACES
                   ADD 1 TO WS-CHANGES-MATCHED
               WHEN WS-MATCH-SUB = ZERO
                   ADD 1 TO WS-UNAUTHORIZED
                   PERFORM 2700-PRINT-CHANGE-FINDING
                       THRU 2700-PRINT-CHANGE-FINDING-EXIT
               WHEN OTHER
                   ADD 1 TO WS-MISMATCHED
                   PERFORM 2700-PRINT-CHANGE-FINDING
                       THRU 2700-PRINT-CHANGE-FINDING-EXIT
           END-EVALUATE.
       2200-MATCH-CHANGE-EXIT.
           EXIT.

       2210-SCAN-REQUEST-TABLE.
           IF RQ-USER-ID (WS-REQ-IDX) = EV-USER-ID
               IF WS-USER-SUB = ZERO
                   SET WS-USER-SUB TO WS-REQ-IDX
               END-IF
               EVALUATE TRUE
                   WHEN RQ-ACTION-CODE (WS-REQ-IDX) = EV-ACTION-CODE
                       AND NOT RQ-MATCHED (WS-REQ-IDX)
                       SET WS-EXACT-SUB TO WS-REQ-IDX
                   WHEN RQ-ACTION-CODE (WS-REQ-IDX) = EV-ACTION-CODE
                       AND WS-COVERED-SUB = ZERO
                       SET WS-COVERED-SUB TO WS-REQ-IDX
                   WHEN NOT RQ-MATCHED (WS-REQ-IDX)
                       AND WS-OTHER-SUB = ZERO
                       SET WS-OTHER-SUB TO WS-REQ-IDX
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       2210-SCAN-REQUEST-TABLE-EXIT.
           EXIT.

      *>****************************************************************
      *> 2250-COMPARE-LEVEL - the request matched on user and action;
      *> an add or change must also land at the level approved.  A
      *> request that names no level approves whatever level is set.
      *>****************************************************************
       2250-COMPARE-LEVEL.
           SET WS-REQ-IDX TO WS-MATCH-SUB.
           IF NOT EV-ACTION-DELETE
               AND RQ-ACCESS-LEVEL (WS-REQ-IDX) NOT = SPACES
               AND RQ-ACCESS-LEVEL (WS-REQ-IDX) NOT = EV-ACCESS-LEVEL
               MOVE EV-ACCESS-LEVEL TO WS-RANK-LEVEL
               PERFORM 2260-RANK-LEVEL
                   THRU 2260-RANK-LEVEL-EXIT
               MOVE WS-RANK-RESULT TO WS-ACTUAL-RANK
               MOVE RQ-ACCESS-LEVEL (WS-REQ-IDX) TO WS-RANK-LEVEL
               PERFORM 2260-RANK-LEVEL
                   THRU 2260-RANK-LEVEL-EXIT
               MOVE WS-RANK-RESULT TO WS-APPROVED-RANK
               IF WS-ACTUAL-RANK > WS-APPROVED-RANK
                   MOVE "LEVEL HIGHER" TO CD-FINDING
               ELSE
                   MOVE "LEVEL LOWER" TO CD-FINDING
               END-IF
           END-IF.
       2250-COMPARE-LEVEL-EXIT.
           EXIT.

       2260-RANK-LEVEL.
           EVALUATE WS-RANK-LEVEL
               WHEN "R"
                   MOVE 1 TO WS-RANK-RESULT
               WHEN "U"
                   MOVE 2 TO WS-RANK-RESULT
               WHEN "A"
                   MOVE 3 TO WS-RANK-RESULT
               WHEN OTHER
                   MOVE 0 TO WS-RANK-RESULT
           END-EVALUATE.
       2260-RANK-LEVEL-EXIT.
           EXIT.

      *>****************************************************************
      *> 2500-START-STALE-SECTION - close off the change findings and
      *> head the stale-request section
      *>****************************************************************
       2500-START-STALE-SECTION.
           IF WS-FINDINGS-PRINTED = ZERO
               IF RECONCILIATION-SUSPENDED
                   MOVE "NOT RECONCILED - AN INPUT WAS MISSING"
                       TO NF-TEXT
               ELSE
                   MOVE "NONE - EVERY CHANGE TRACES TO A REQUEST"
                       TO NF-TEXT
               END-IF
               WRITE PRINT-RECORD FROM WS-NONE-FOUND-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE ZERO TO WS-FINDINGS-PRINTED.
           IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
               PERFORM 1900-PRINT-HEADERS
                   THRU 1900-PRINT-HEADERS-EXIT
           END-IF.
           MOVE "APPROVED REQUESTS NOT ACTIONED (STALE)"
               TO SL-SECTION-TITLE.
           WRITE PRINT-RECORD FROM WS-SECTION-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRINT-RECORD FROM WS-STALE-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           ADD 5 TO WS-LINE-COUNT.
       2500-START-STALE-SECTION-EXIT.
           EXIT.

      *>****************************************************************
      *> 2600-AGE-OPEN-REQUEST - a request matched tonight is done with.
      *> One still open is carried forward, and reported stale once
      *> past the grace period; past the drop age it is reported one
      *> last time and left off the chain.  On a night the changes
      *> were not reconciled everything is carried as it stands.
      *>****************************************************************
       2600-AGE-OPEN-REQUEST.
           IF RECONCILIATION-SUSPENDED
               PERFORM 2650-CARRY-REQUEST-FORWARD
                   THRU 2650-CARRY-REQUEST-FORWARD-EXIT
           ELSE
               IF NOT RQ-MATCHED (WS-REQ-IDX)
                   COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CENTURY)
                     - FUNCTION INTEGER-OF-DATE
                           (RQ-APPROVED-DATE (WS-REQ-IDX))
                   EVALUATE TRUE
                       WHEN WS-AGE-DAYS > WS-DROP-DAYS
                           ADD 1 TO WS-REQUESTS-STALE
                           ADD 1 TO WS-REQUESTS-DROPPED
                           MOVE "STALE - DROPPED" TO SD-DISPOSITION
                           PERFORM 2750-PRINT-STALE-REQUEST
                               THRU 2750-PRINT-STALE-REQUEST-EXIT
                       WHEN WS-AGE-DAYS > WS-STALE-DAYS
                           ADD 1 TO WS-REQUESTS-STALE
                           MOVE "STALE - STILL OPEN" TO SD-DISPOSITION
                           PERFORM 2750-PRINT-STALE-REQUEST
                               THRU 2750-PRINT-STALE-REQUEST-EXIT
                           PERFORM 2650-CARRY-REQUEST-FORWARD
                               THRU 2650-CARRY-REQUEST-FORWARD-EXIT
                       WHEN OTHER
                           PERFORM 2650-CARRY-REQUEST-FORWARD
                               THRU 2650-CARRY-REQUEST-FORWARD-EXIT
                   END-EVALUATE
               END-IF
           END-IF.
       2600-AGE-OPEN-REQUEST-EXIT.
           EXIT.

       2650-CARRY-REQUEST-FORWARD.
           IF NOT OPEN-OUT-FILE-OPEN-FAILED
               MOVE RQ-REQUEST-NUMBER (WS-REQ-IDX)
                   TO OO-REQUEST-NUMBER
               MOVE RQ-USER-ID (WS-REQ-IDX) TO OO-USER-ID
               MOVE RQ-ACTION-CODE (WS-REQ-IDX) TO OO-ACTION-CODE
               MOVE RQ-ACCESS-LEVEL (WS-REQ-IDX) TO OO-ACCESS-LEVEL
               MOVE RQ-APPROVED-DATE (WS-REQ-IDX) TO OO-APPROVED-DATE
               WRITE OPEN-REQUEST-OUT-RECORD
               IF FS-OPEN-REQUEST-OUT-OK
                   ADD 1 TO WS-REQUESTS-CARRIED
               ELSE
                   DISPLAY "MYPROGS: OPEN-REQUEST WRITE FAILED, "
                       "STATUS = " FS-OPEN-REQUEST-OUT
               END-IF
           END-IF.
       2650-CARRY-REQUEST-FORWARD-EXIT.
           EXIT.

      *>****************************************************************
      *> 2700-PRINT-CHANGE-FINDING - one unauthorized or differing
      *> change, with the request it was matched to (if any)
      *>****************************************************************
       2700-PRINT-CHANGE-FINDING.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 1900-PRINT-HEADERS
                   THRU 1900-PRINT-HEADERS-EXIT
               WRITE PRINT-RECORD FROM WS-CHANGE-COLUMN-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
           END-IF.
           MOVE EV-SOURCE TO CD-SOURCE.
           MOVE EV-USER-ID TO CD-USER-ID.
           MOVE EV-ACTION-CODE TO CD-ACTION-CODE.
           MOVE EV-ACCESS-LEVEL TO CD-ACCESS-LEVEL.
           MOVE EV-OPERATOR-ID TO CD-OPERATOR-ID.
           IF WS-MATCH-SUB = ZERO
               MOVE "(NONE)" TO CD-REQUEST-NUMBER
               MOVE SPACES TO CD-APPR-ACTION
               MOVE SPACES TO CD-APPR-LEVEL
           ELSE
               SET WS-REQ-IDX TO WS-MATCH-SUB
               MOVE RQ-REQUEST-NUMBER (WS-REQ-IDX)
                   TO CD-REQUEST-NUMBER
               MOVE RQ-ACTION-CODE (WS-REQ-IDX) TO CD-APPR-ACTION
               MOVE RQ-ACCESS-LEVEL (WS-REQ-IDX) TO CD-APPR-LEVEL
           END-IF.
           WRITE PRINT-RECORD FROM WS-CHANGE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-FINDINGS-PRINTED.
       2700-PRINT-CHANGE-FINDING-EXIT.
           EXIT.

      *>****************************************************************
      *> 2750-PRINT-STALE-REQUEST - one approved request not actioned
      *>****************************************************************
       2750-PRINT-STALE-REQUEST.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 1900-PRINT-HEADERS
                   THRU 1900-PRINT-HEADERS-EXIT
               WRITE PRINT-RECORD FROM WS-STALE-COLUMN-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
           END-IF.
           MOVE RQ-REQUEST-NUMBER (WS-REQ-IDX) TO SD-REQUEST-NUMBER.
           MOVE RQ-USER-ID (WS-REQ-IDX) TO SD-USER-ID.
           MOVE RQ-ACTION-CODE (WS-REQ-IDX) TO SD-ACTION-CODE.
           MOVE RQ-ACCESS-LEVEL (WS-REQ-IDX) TO SD-ACCESS-LEVEL.
           MOVE RQ-APPROVED-DATE (WS-REQ-IDX) TO SD-APPROVED-DATE.
           MOVE WS-AGE-DAYS TO SD-AGE-DAYS.
           WRITE PRINT-RECORD FROM WS-STALE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-FINDINGS-PRINTED.
       2750-PRINT-STALE-REQUEST-EXIT.
           EXIT.

       2900-READ-APPLIED-HISTORY.
           READ APPLIED-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HISTORY-EOF-SWITCH
           END-READ.
       2900-READ-APPLIED-HISTORY-EXIT.
           EXIT.

       2950-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-JOURNAL-EOF-SWITCH
           END-READ.
       2950-READ-JOURNAL-EXIT.
           EXIT.

      *>****************************************************************
      *> 3000-TERMINATE - totals, close down, and reflect the outcome
      *> in RETURN-CODE: anything reported is a warning so the notify
      *> step routes the report; a missing input is 8
      *>****************************************************************
       3000-TERMINATE.
           IF WS-FINDINGS-PRINTED = ZERO
               IF RECONCILIATION-SUSPENDED
                   MOVE "NOT AGED - AN INPUT WAS MISSING" TO NF-TEXT
               ELSE
                   MOVE "NONE" TO NF-TEXT
               END-IF
               WRITE PRINT-RECORD FROM WS-NONE-FOUND-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-CHANGES-CHECKED TO TL-CHANGES-CHECKED.
           MOVE WS-CHANGES-MATCHED TO TL-CHANGES-MATCHED.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-1
               AFTER ADVANCING 3 LINES.
           MOVE WS-UNAUTHORIZED TO TL-UNAUTHORIZED.
           MOVE WS-MISMATCHED TO TL-MISMATCHED.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE WS-HR-EXEMPT TO TL-HR-EXEMPT.
           MOVE WS-REVERTS-EXEMPT TO TL-REVERTS-EXEMPT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE WS-REQUESTS-LOADED TO TL-REQUESTS-LOADED.
           MOVE WS-REQUESTS-STALE TO TL-REQUESTS-STALE.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.
           MOVE WS-REQUESTS-CARRIED TO TL-REQUESTS-CARRIED.
           MOVE WS-REQUESTS-DROPPED TO TL-REQUESTS-DROPPED.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-5
               AFTER ADVANCING 1 LINE.
           MOVE WS-REORG-EXEMPT TO TL-REORG-EXEMPT.
           MOVE WS-PURGE-EXEMPT TO TL-PURGE-EXEMPT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-6
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM WS-REPORT-FOOTER
               AFTER ADVANCING 2 LINES.
           IF NOT FEED-FILE-OPEN-FAILED
               CLOSE REQUEST-FEED-FILE
           END-IF.
           IF NOT OPEN-IN-FILE-OPEN-FAILED
               CLOSE OPEN-REQUEST-IN-FILE
           END-IF.
           IF NOT OPEN-OUT-FILE-OPEN-FAILED
               CLOSE OPEN-REQUEST-OUT-FILE
           END-IF.
           IF NOT HISTORY-FILE-OPEN-FAILED
               CLOSE APPLIED-HISTORY-FILE
           END-IF.
           IF NOT JOURNAL-FILE-OPEN-FAILED
               CLOSE JOURNAL-FILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "MYPROGS: CHANGES CHECKED = " WS-CHANGES-CHECKED.
           DISPLAY "MYPROGS: UNAUTHORIZED CHANGES = " WS-UNAUTHORIZED.
           DISPLAY "MYPROGS: CHANGES DIFFERING FROM APPROVAL = "
               WS-MISMATCHED.
           DISPLAY "MYPROGS: STALE REQUESTS = " WS-REQUESTS-STALE.
           DISPLAY "MYPROGS: REQUESTS CARRIED FORWARD = "
               WS-REQUESTS-CARRIED.
           IF WS-REQUESTS-REJECTED > ZERO
               DISPLAY "MYPROGS: FEED REQUESTS REJECTED = "
                   WS-REQUESTS-REJECTED
           END-IF.
           IF WS-REQUESTS-OVERFLOW > ZERO
               DISPLAY "MYPROGS: REQUEST TABLE FULL - "
                   WS-REQUESTS-OVERFLOW
                   " REQUESTS CARRIED FORWARD UNCHECKED"
           END-IF.
           EVALUATE TRUE
               WHEN RECONCILIATION-SUSPENDED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNAUTHORIZED > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN WS-MISMATCHED > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN WS-REQUESTS-STALE > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN WS-REQUESTS-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN WS-REQUESTS-OVERFLOW > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       3000-TERMINATE-EXIT.
           EXIT.
