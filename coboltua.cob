       >>source format free
      *>****************************************************************
      *> Program name:    MYPROGA
      *> Original author: DDUENAS
      *>
      *> Maintenence Log
      *> Date      Author        Maintenance Requirement
      *> --------- ------------  ---------------------------------------
      *> 10/14/26 DDUENAS  Created so a service or generic account is
      *>                   not silently left behind when the person
      *>                   accountable for it leaves.  Reads the user
      *>                   master in user-id sequence and checks the
      *>                   owner of every service and generic account
      *>                   (UM-OWNER-ID) against the master: an account
      *>                   with no owner, one that names itself, one
      *>                   whose owner has been deleted or purged, one
      *>                   whose owner is suspended (terminated or
      *>                   aged out), and one whose owner is not a
      *>                   person is listed on the orphaned service
      *>                   account report for security administration
      *>                   to reassign through MYPROGO or the feed's
      *>                   ownership action.  Runs in the nightly
      *>                   MYPROGJ cycle after the HR suspends and
      *>                   deletes are applied, and in MYPROGPJ after
      *>                   the purge.  Nothing is updated.  Comes back
      *>                   RC=4 when an account is listed, RC=8 when
      *>                   the user master cannot be read.
      *>
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MYPROGA.
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

           SELECT PRINT-FILE ASSIGN TO "ORPHRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PRINT-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
           COPY USERREC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RPTHDR.

       01  WS-ORPHAN-COLUMN-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "ACCOUNT".
           05  FILLER                  PIC X(32) VALUE "ACCOUNT-NAME".
           05  FILLER                  PIC X(09) VALUE "TYPE".
           05  FILLER                  PIC X(10) VALUE "OWNER".
           05  FILLER                  PIC X(18) VALUE "REASON".

       01  WS-ORPHAN-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OD-USER-ID              PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OD-USER-NAME            PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OD-ACCOUNT-TYPE         PIC X(07) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OD-OWNER-ID             PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OD-REASON               PIC X(18) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(40) VALUE
               "NO ORPHANED SERVICE OR GENERIC ACCOUNTS".

       01  WS-ORPHAN-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "USERS READ ........ ".
           05  OT-USERS-READ           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "SERVICE/GENERIC ... ".
           05  OT-OWNED-ACCOUNTS       PIC ZZZ,ZZ9.

       01  WS-ORPHAN-TOTAL-LINE-2.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "ORPHANED .......... ".
           05  OT-ORPHANS              PIC ZZZ,ZZ9.

       01  WS-PRINT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 055.
           05  WS-PAGE-NUMBER          PIC 9(04) COMP VALUE ZERO.

       01  WS-RUN-IDENTITY.
           05  WS-RUN-DATE             PIC X(08).

       01  WS-FILE-STATUSES.
           05  FS-USER-MASTER          PIC X(02) VALUE "00".
               88  FS-USER-MASTER-OK              VALUE "00".
           05  FS-PRINT-FILE           PIC X(02) VALUE "00".
               88  FS-PRINT-FILE-OK               VALUE "00".

       01  WS-SWITCHES.
           05  WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE "N".
               88  MASTER-FILE-OPEN-FAILED         VALUE "Y".
           05  WS-MASTER-EOF-SWITCH    PIC X(01) VALUE "N".
               88  END-OF-MASTER-FILE              VALUE "Y".

      *> The account being checked, held while its owner is read
       01  WS-ACCOUNT-HOLD.
           05  AH-USER-ID              PIC X(08) VALUE SPACES.
           05  AH-USER-NAME            PIC X(30) VALUE SPACES.
           05  AH-ACCOUNT-TYPE         PIC X(01) VALUE SPACES.
               88  AH-ACCOUNT-GENERIC          VALUE "G".
           05  AH-OWNER-ID             PIC X(08) VALUE SPACES.

       01  WS-ORPHAN-REASON            PIC X(18) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-USERS-READ           PIC 9(07) COMP VALUE ZERO.
           05  WS-OWNED-ACCOUNTS       PIC 9(07) COMP VALUE ZERO.
           05  WS-ORPHANS              PIC 9(07) COMP VALUE ZERO.

       PROCEDURE DIVISION.
      *>****************************************************************
      *> 0000-MAINLINE
      *>****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-REVIEW-ACCOUNT
               THRU 2000-REVIEW-ACCOUNT-EXIT
               UNTIL END-OF-MASTER-FILE.
           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.
           STOP RUN.

      *>****************************************************************
      *> 1000-INITIALIZE - open the files, print the first page
      *> headers, and position at the front of the master
      *>****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE.
           OPEN OUTPUT PRINT-FILE.
           IF NOT FS-PRINT-FILE-OK
               DISPLAY "MYPROGA: UNABLE TO OPEN PRINT-FILE, STATUS = "
                   FS-PRINT-FILE
           END-IF.
           MOVE "MYPROGA" TO RH1-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RH1-RUN-DATE.
           MOVE "ORPHANED SERVICE ACCOUNTS" TO RH2-REPORT-TITLE.
           PERFORM 1900-PRINT-HEADERS
               THRU 1900-PRINT-HEADERS-EXIT.
           OPEN INPUT USER-MASTER-FILE.
           IF NOT FS-USER-MASTER-OK
               DISPLAY "MYPROGA: UNABLE TO OPEN USER-MASTER-FILE, "
                   "STATUS = " FS-USER-MASTER
               SET MASTER-FILE-OPEN-FAILED TO TRUE
               MOVE "Y" TO WS-MASTER-EOF-SWITCH
           ELSE
               MOVE LOW-VALUES TO UM-USER-ID
               PERFORM 2800-POSITION-MASTER
                   THRU 2800-POSITION-MASTER-EXIT
           END-IF.
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
           WRITE PRINT-RECORD FROM WS-ORPHAN-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WS-LINE-COUNT.
       1900-PRINT-HEADERS-EXIT.
           EXIT.

      *>****************************************************************
      *> 2000-REVIEW-ACCOUNT - one user master record.  People are
      *> only counted.  A service or generic account is held aside
      *> while its owner is read, then the browse is repositioned
      *> just past it.
      *>****************************************************************
       2000-REVIEW-ACCOUNT.
           ADD 1 TO WS-USERS-READ.
           IF UM-ACCOUNT-NON-PERSON
               ADD 1 TO WS-OWNED-ACCOUNTS
               MOVE UM-USER-ID TO AH-USER-ID
               MOVE UM-USER-NAME TO AH-USER-NAME
               MOVE UM-ACCOUNT-TYPE TO AH-ACCOUNT-TYPE
               MOVE UM-OWNER-ID TO AH-OWNER-ID
               PERFORM 2100-CHECK-OWNER
                   THRU 2100-CHECK-OWNER-EXIT
               IF WS-ORPHAN-REASON NOT = SPACES
                   PERFORM 2700-PRINT-ORPHAN-LINE
                       THRU 2700-PRINT-ORPHAN-LINE-EXIT
               END-IF
               MOVE AH-USER-ID TO UM-USER-ID
               PERFORM 2800-POSITION-MASTER
                   THRU 2800-POSITION-MASTER-EXIT
           ELSE
               PERFORM 2900-READ-MASTER
                   THRU 2900-READ-MASTER-EXIT
           END-IF.
       2000-REVIEW-ACCOUNT-EXIT.
           EXIT.

      *>****************************************************************
      *> 2100-CHECK-OWNER - the owner must be someone other than the
      *> account itself who is an active person on the master; the
      *> reason is left blank when the account is properly owned
      *>****************************************************************
       2100-CHECK-OWNER.
           MOVE SPACES TO WS-ORPHAN-REASON.
           EVALUATE TRUE
               WHEN AH-OWNER-ID = SPACES
                   MOVE "NO OWNER" TO WS-ORPHAN-REASON
               WHEN AH-OWNER-ID = AH-USER-ID
                   MOVE "SELF-OWNED" TO WS-ORPHAN-REASON
               WHEN OTHER
                   MOVE AH-OWNER-ID TO UM-USER-ID
                   READ USER-MASTER-FILE
                       INVALID KEY
                           MOVE "OWNER NOT ON FILE" TO WS-ORPHAN-REASON
                       NOT INVALID KEY
                           IF UM-ACCOUNT-NON-PERSON
                               MOVE "OWNER NOT A PERSON"
                                   TO WS-ORPHAN-REASON
                           ELSE
                               IF NOT UM-STATUS-ACTIVE
                                   MOVE "OWNER SUSPENDED"
                                       TO WS-ORPHAN-REASON
                               END-IF
                           END-IF
                   END-READ
           END-EVALUATE.
       2100-CHECK-OWNER-EXIT.
           EXIT.

      *>****************************************************************
      *> 2700-PRINT-ORPHAN-LINE - one orphaned account, with page
      *> overflow handled
      *>****************************************************************
       2700-PRINT-ORPHAN-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 1900-PRINT-HEADERS
                   THRU 1900-PRINT-HEADERS-EXIT
           END-IF.
           ADD 1 TO WS-ORPHANS.
           MOVE AH-USER-ID TO OD-USER-ID.
           MOVE AH-USER-NAME TO OD-USER-NAME.
           IF AH-ACCOUNT-GENERIC
               MOVE "GENERIC" TO OD-ACCOUNT-TYPE
           ELSE
               MOVE "SERVICE" TO OD-ACCOUNT-TYPE
           END-IF.
           MOVE AH-OWNER-ID TO OD-OWNER-ID.
           MOVE WS-ORPHAN-REASON TO OD-REASON.
           WRITE PRINT-RECORD FROM WS-ORPHAN-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       2700-PRINT-ORPHAN-LINE-EXIT.
           EXIT.

      *>****************************************************************
      *> 2800-POSITION-MASTER - (re)start the browse just past the
      *> user-id in UM-USER-ID and read the next record
      *>****************************************************************
       2800-POSITION-MASTER.
           START USER-MASTER-FILE
               KEY IS GREATER THAN UM-USER-ID
               INVALID KEY
                   MOVE "Y" TO WS-MASTER-EOF-SWITCH
           END-START.
           PERFORM 2900-READ-MASTER
               THRU 2900-READ-MASTER-EXIT.
       2800-POSITION-MASTER-EXIT.
           EXIT.

       2900-READ-MASTER.
           IF NOT END-OF-MASTER-FILE
               READ USER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MASTER-EOF-SWITCH
               END-READ
           END-IF.
       2900-READ-MASTER-EXIT.
           EXIT.

      *>****************************************************************
      *> 3000-TERMINATE - report totals, close down, and reflect the
      *> run outcome in RETURN-CODE so the JCL routes a non-empty
      *> report to security administration
      *>****************************************************************
       3000-TERMINATE.
           IF WS-ORPHANS = ZERO AND NOT MASTER-FILE-OPEN-FAILED
               WRITE PRINT-RECORD FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-USERS-READ TO OT-USERS-READ.
           MOVE WS-OWNED-ACCOUNTS TO OT-OWNED-ACCOUNTS.
           WRITE PRINT-RECORD FROM WS-ORPHAN-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-ORPHANS TO OT-ORPHANS.
           WRITE PRINT-RECORD FROM WS-ORPHAN-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM WS-REPORT-FOOTER
               AFTER ADVANCING 2 LINES.
           IF NOT MASTER-FILE-OPEN-FAILED
               CLOSE USER-MASTER-FILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "MYPROGA: USERS READ = " WS-USERS-READ.
           DISPLAY "MYPROGA: SERVICE/GENERIC ACCOUNTS = "
               WS-OWNED-ACCOUNTS.
           DISPLAY "MYPROGA: ORPHANED ACCOUNTS = " WS-ORPHANS.
           EVALUATE TRUE
               WHEN MASTER-FILE-OPEN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ORPHANS > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       3000-TERMINATE-EXIT.
           EXIT.
