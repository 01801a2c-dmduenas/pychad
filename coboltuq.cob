      *>                   it (maintained through MYPROGD), so the
      *>                   packets stop being hand-addressed every
      *>                   quarter.
      *> 10/14/26 DDUENAS  Service and generic accounts are recertified
      *>                   to their owner instead of their department:
      *>                   the MYPROGQJ job sorts them out of the
      *>                   department file into owner sequence (DD
      *>                   OWNRCRT), and after the department sections
      *>                   each owner gets a page of their accounts,
      *>                   named and placed from the user master, with
      *>                   an owner sign-off block.  An owner who is no
      *>                   longer an active person is called out on the
      *>                   page header.
      *>
      *>****************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RECERT-INPUT.

           SELECT OWNED-INPUT-FILE ASSIGN TO "OWNRCRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-OWNED-INPUT.

           SELECT DEPARTMENT-FILE ASSIGN TO "USRDEPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS FS-DEPARTMENT-FILE.

           SELECT USER-MASTER-FILE ASSIGN TO "USRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-USER-ID
               ALTERNATE RECORD KEY IS UM-USER-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS UM-DEPARTMENT
                   WITH DUPLICATES
               FILE STATUS IS FS-USER-MASTER.

           SELECT PRINT-FILE ASSIGN TO "RECTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PRINT-FILE.
               ==UM-DATE-LAST-MAINT==   BY ==CRT-DATE-LAST-MAINT==
               ==UM-STATUS==            BY ==CRT-STATUS==
               ==UM-STATUS-ACTIVE==     BY ==CRT-STATUS-ACTIVE==
               ==UM-STATUS-SUSPENDED==  BY ==CRT-STATUS-SUSPENDED==
               ==UM-ACCOUNT-TYPE==      BY ==CRT-ACCOUNT-TYPE==
               ==UM-ACCOUNT-PERSON==    BY ==CRT-ACCOUNT-PERSON==
               ==UM-ACCOUNT-SERVICE==   BY ==CRT-ACCOUNT-SERVICE==
               ==UM-ACCOUNT-GENERIC==   BY ==CRT-ACCOUNT-GENERIC==
               ==UM-ACCOUNT-NON-PERSON== BY ==CRT-ACCOUNT-NON-PERSON==
               ==UM-OWNER-ID==          BY ==CRT-OWNER-ID==.

       FD  OWNED-INPUT-FILE
           RECORDING MODE IS F.
           COPY USERREC REPLACING
               ==USER-MASTER-RECORD==   BY ==OWNED-RECORD==
               ==UM-USER-ID==           BY ==OWN-USER-ID==
               ==UM-USER-NAME==         BY ==OWN-USER-NAME==
               ==UM-DEPARTMENT==        BY ==OWN-DEPARTMENT==
               ==UM-ACCESS-LEVEL==      BY ==OWN-ACCESS-LEVEL==
               ==UM-ACCESS-READ-ONLY==  BY ==OWN-ACCESS-READ-ONLY==
               ==UM-ACCESS-UPDATE==     BY ==OWN-ACCESS-UPDATE==
               ==UM-ACCESS-ADMIN==      BY ==OWN-ACCESS-ADMIN==
               ==UM-DATE-ADDED==        BY ==OWN-DATE-ADDED==
               ==UM-DATE-LAST-MAINT==   BY ==OWN-DATE-LAST-MAINT==
               ==UM-STATUS==            BY ==OWN-STATUS==
               ==UM-STATUS-ACTIVE==     BY ==OWN-STATUS-ACTIVE==
               ==UM-STATUS-SUSPENDED==  BY ==OWN-STATUS-SUSPENDED==
               ==UM-ACCOUNT-TYPE==      BY ==OWN-ACCOUNT-TYPE==
               ==UM-ACCOUNT-PERSON==    BY ==OWN-ACCOUNT-PERSON==
               ==UM-ACCOUNT-SERVICE==   BY ==OWN-ACCOUNT-SERVICE==
               ==UM-ACCOUNT-GENERIC==   BY ==OWN-ACCOUNT-GENERIC==
               ==UM-ACCOUNT-NON-PERSON== BY ==OWN-ACCOUNT-NON-PERSON==
               ==UM-OWNER-ID==          BY ==OWN-OWNER-ID==.

       FD  DEPARTMENT-FILE.
           COPY DEPTREC.

       FD  USER-MASTER-FILE.
           COPY USERREC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD                PIC X(80).
           05  FILLER                  PIC X(08) VALUE "  DATE: ".
           05  FILLER                  PIC X(10) VALUE "__________".

       01  WS-OWNER-HEADER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(12) VALUE "OWNER:      ".
           05  OH-OWNER-ID             PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE " - ".
           05  OH-OWNER-NAME           PIC X(30) VALUE SPACES.

       01  WS-OWNER-PLACE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(12) VALUE "DEPARTMENT: ".
           05  OP-OWNER-DEPT           PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  OP-OWNER-STATUS         PIC X(30) VALUE SPACES.

       01  WS-OWNED-COLUMN-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "ACCOUNT".
           05  FILLER                  PIC X(32) VALUE "ACCOUNT-NAME".
           05  FILLER                  PIC X(10) VALUE "TYPE".
           05  FILLER                  PIC X(12) VALUE "ACCESS LEVEL".

       01  WS-OWNED-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OD-USER-ID              PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OD-USER-NAME            PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OD-ACCOUNT-TYPE         PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OD-ACCESS-LEVEL         PIC X(10) VALUE SPACES.

       01  WS-OWNER-COUNT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(19) VALUE
               "ACCOUNTS LISTED ...".
           05  OC-ACCOUNT-COUNT        PIC ZZ,ZZ9.

       01  WS-OWNER-SIGNOFF-TEXT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(40) VALUE
               "I CERTIFY THE ACCOUNTS LISTED ABOVE ARE ".
           05  FILLER                  PIC X(38) VALUE
               "STILL REQUIRED AND THAT I REMAIN".

       01  WS-OWNER-SIGNOFF-TEXT-LINE-2.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(30) VALUE
               "ACCOUNTABLE FOR THEIR USE.".

       01  WS-SIGNOFF-OWNER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(19) VALUE
               "OWNER:             ".
           05  SO-OWNER-NAME           PIC X(30) VALUE SPACES.

       01  WS-OWNER-SIGNOFF-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(19) VALUE
               "OWNER SIGNATURE:   ".
           05  FILLER                  PIC X(30) VALUE
               "______________________________".
           05  FILLER                  PIC X(08) VALUE "  DATE: ".
           05  FILLER                  PIC X(10) VALUE "__________".

       01  WS-RECERT-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "DEPARTMENTS ....... ".
           05  RT-DEPT-COUNT           PIC ZZZ,ZZ9.

       01  WS-OWNED-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "OWNED ACCOUNTS .... ".
           05  RT-OWNED-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "OWNERS ............ ".
           05  RT-OWNER-COUNT          PIC ZZZ,ZZ9.

       01  WS-PRINT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 055.
       01  WS-FILE-STATUSES.
           05  FS-RECERT-INPUT         PIC X(02) VALUE "00".
               88  FS-RECERT-INPUT-OK             VALUE "00".
           05  FS-OWNED-INPUT          PIC X(02) VALUE "00".
               88  FS-OWNED-INPUT-OK              VALUE "00".
           05  FS-DEPARTMENT-FILE      PIC X(02) VALUE "00".
               88  FS-DEPARTMENT-FILE-OK          VALUE "00".
           05  FS-USER-MASTER          PIC X(02) VALUE "00".
               88  FS-USER-MASTER-OK              VALUE "00".
           05  FS-PRINT-FILE           PIC X(02) VALUE "00".
               88  FS-PRINT-FILE-OK               VALUE "00".

               88  RECERT-FILE-OPEN-FAILED         VALUE "Y".
           05  WS-DEPT-FILE-SWITCH     PIC X(01) VALUE "N".
               88  DEPT-FILE-AVAILABLE             VALUE "Y".
           05  WS-OWNED-EOF-SWITCH     PIC X(01) VALUE "N".
               88  END-OF-OWNED-FILE               VALUE "Y".
           05  WS-OWNED-OPEN-SWITCH    PIC X(01) VALUE "N".
               88  OWNED-FILE-OPEN-FAILED          VALUE "Y".
           05  WS-MASTER-FILE-SWITCH   PIC X(01) VALUE "N".
               88  MASTER-FILE-AVAILABLE           VALUE "Y".

       01  WS-BREAK-CONTROL.
           05  WS-DEPT-HOLD            PIC X(10) VALUE LOW-VALUES.
           05  WS-DEPT-USER-COUNT      PIC 9(05) COMP VALUE ZERO.
           05  WS-DEPT-UPDATE-COUNT    PIC 9(05) COMP VALUE ZERO.
           05  WS-DEPT-ADMIN-COUNT     PIC 9(05) COMP VALUE ZERO.
           05  WS-OWNER-HOLD           PIC X(08) VALUE LOW-VALUES.
               88  NO-OWNER-STARTED           VALUE LOW-VALUES.
           05  WS-OWNER-NAME-HOLD      PIC X(30) VALUE SPACES.
           05  WS-OWNER-ACCOUNT-COUNT  PIC 9(05) COMP VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ         PIC 9(07) COMP VALUE ZERO.
           05  WS-DEPT-COUNT           PIC 9(05) COMP VALUE ZERO.
           05  WS-OWNED-READ           PIC 9(07) COMP VALUE ZERO.
           05  WS-OWNER-COUNT          PIC 9(05) COMP VALUE ZERO.

       PROCEDURE DIVISION.
      *>****************************************************************
           PERFORM 2000-PROCESS-USERS
               THRU 2000-PROCESS-USERS-EXIT
               UNTIL END-OF-RECERT-FILE.
           IF NOT NO-DEPT-STARTED
               PERFORM 2500-PRINT-DEPT-FOOTER
                   THRU 2500-PRINT-DEPT-FOOTER-EXIT
           END-IF.
           PERFORM 2800-PROCESS-OWNED-ACCOUNTS
               THRU 2800-PROCESS-OWNED-ACCOUNTS-EXIT
               UNTIL END-OF-OWNED-FILE.
           IF NOT NO-OWNER-STARTED
               PERFORM 2850-PRINT-OWNER-FOOTER
                   THRU 2850-PRINT-OWNER-FOOTER-EXIT
           END-IF.
           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.
           STOP RUN.
                   "STATUS = " FS-DEPARTMENT-FILE
                   " - DEPARTMENT CODES PRINTED UNNAMED"
           END-IF.
           OPEN INPUT OWNED-INPUT-FILE.
           IF NOT FS-OWNED-INPUT-OK
               DISPLAY "MYPROGQ: UNABLE TO OPEN OWNED-INPUT-FILE, "
                   "STATUS = " FS-OWNED-INPUT
               MOVE "Y" TO WS-OWNED-EOF-SWITCH
               SET OWNED-FILE-OPEN-FAILED TO TRUE
           END-IF.
           OPEN INPUT USER-MASTER-FILE.
           IF FS-USER-MASTER-OK
               SET MASTER-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "MYPROGQ: USER-MASTER-FILE UNAVAILABLE, "
                   "STATUS = " FS-USER-MASTER
                   " - OWNERS PRINTED UNNAMED"
           END-IF.
           MOVE "MYPROGQ" TO RH1-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RH1-RUN-DATE.
           MOVE "QUARTERLY ACCESS RECERTIFICATION" TO RH2-REPORT-TITLE.
               PERFORM 2100-READ-RECERT-RECORD
                   THRU 2100-READ-RECERT-RECORD-EXIT
           END-IF.
           IF NOT END-OF-OWNED-FILE
               PERFORM 2810-READ-OWNED-RECORD
                   THRU 2810-READ-OWNED-RECORD-EXIT
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

       1950-GET-DEPARTMENT-NAME-EXIT.
           EXIT.

      *>****************************************************************
      *> 1960-PRINT-OWNER-HEADERS - one owner starts a new page so
      *> each owner can be handed exactly their own accounts
      *>****************************************************************
       1960-PRINT-OWNER-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO RH1-PAGE-NUMBER.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADER-2
               AFTER ADVANCING 1 LINE.
           MOVE WS-OWNER-HOLD TO OH-OWNER-ID.
           PERFORM 1970-GET-OWNER-NAME
               THRU 1970-GET-OWNER-NAME-EXIT.
           WRITE PRINT-RECORD FROM WS-OWNER-HEADER-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-RECORD FROM WS-OWNER-PLACE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM WS-OWNED-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WS-LINE-COUNT.
       1960-PRINT-OWNER-HEADERS-EXIT.
           EXIT.

      *>****************************************************************
      *> 1970-GET-OWNER-NAME - the owner's name, department, and
      *> standing from the user master; an owner who is gone,
      *> suspended, or not a person is called out so the page goes
      *> to security administration for reassignment instead
      *>****************************************************************
       1970-GET-OWNER-NAME.
           MOVE SPACES TO OH-OWNER-NAME.
           MOVE SPACES TO OP-OWNER-DEPT.
           MOVE SPACES TO OP-OWNER-STATUS.
           EVALUATE TRUE
               WHEN WS-OWNER-HOLD = SPACES
                   MOVE "(NO OWNER RECORDED)" TO OH-OWNER-NAME
                   MOVE "REASSIGN - SEE SECURITY ADMIN"
                       TO OP-OWNER-STATUS
               WHEN NOT MASTER-FILE-AVAILABLE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-OWNER-HOLD TO UM-USER-ID
                   READ USER-MASTER-FILE
                       INVALID KEY
                           MOVE "(NOT ON USER MASTER)"
                               TO OH-OWNER-NAME
                           MOVE "REASSIGN - SEE SECURITY ADMIN"
                               TO OP-OWNER-STATUS
                       NOT INVALID KEY
                           MOVE UM-USER-NAME TO OH-OWNER-NAME
                           MOVE UM-DEPARTMENT TO OP-OWNER-DEPT
                           EVALUATE TRUE
                               WHEN UM-ACCOUNT-NON-PERSON
                                   MOVE "OWNER IS NOT A PERSON"
                                       TO OP-OWNER-STATUS
                               WHEN NOT UM-STATUS-ACTIVE
                                   MOVE "OWNER NOT ACTIVE"
                                       TO OP-OWNER-STATUS
                               WHEN OTHER
                                   MOVE "OWNER ACTIVE"
                                       TO OP-OWNER-STATUS
                           END-EVALUATE
                   END-READ
           END-EVALUATE.
           MOVE OH-OWNER-NAME TO WS-OWNER-NAME-HOLD.
       1970-GET-OWNER-NAME-EXIT.
           EXIT.

      *>****************************************************************
      *> 2000-PROCESS-USERS - control break on the department, one
      *> detail line per user with the access level spelled out
           EXIT.

      *>****************************************************************
      *> 2800-PROCESS-OWNED-ACCOUNTS - control break on the owner, one
      *> detail line per service or generic account
      *>****************************************************************
       2800-PROCESS-OWNED-ACCOUNTS.
           ADD 1 TO WS-OWNED-READ.
           IF OWN-OWNER-ID NOT = WS-OWNER-HOLD
               IF NOT NO-OWNER-STARTED
                   PERFORM 2850-PRINT-OWNER-FOOTER
                       THRU 2850-PRINT-OWNER-FOOTER-EXIT
               END-IF
               MOVE OWN-OWNER-ID TO WS-OWNER-HOLD
               ADD 1 TO WS-OWNER-COUNT
               MOVE ZERO TO WS-OWNER-ACCOUNT-COUNT
               PERFORM 1960-PRINT-OWNER-HEADERS
                   THRU 1960-PRINT-OWNER-HEADERS-EXIT
           END-IF.
           PERFORM 2870-PRINT-OWNED-LINE
               THRU 2870-PRINT-OWNED-LINE-EXIT.
           PERFORM 2810-READ-OWNED-RECORD
               THRU 2810-READ-OWNED-RECORD-EXIT.
       2800-PROCESS-OWNED-ACCOUNTS-EXIT.
           EXIT.

       2810-READ-OWNED-RECORD.
           READ OWNED-INPUT-FILE
               AT END
                   MOVE "Y" TO WS-OWNED-EOF-SWITCH
           END-READ.
       2810-READ-OWNED-RECORD-EXIT.
           EXIT.

      *>****************************************************************
      *> 2850-PRINT-OWNER-FOOTER - the owner's account count and
      *> sign-off block at the foot of the section
      *>****************************************************************
       2850-PRINT-OWNER-FOOTER.
           MOVE WS-OWNER-ACCOUNT-COUNT TO OC-ACCOUNT-COUNT.
           WRITE PRINT-RECORD FROM WS-OWNER-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-RECORD FROM WS-OWNER-SIGNOFF-TEXT-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRINT-RECORD FROM WS-OWNER-SIGNOFF-TEXT-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE WS-OWNER-NAME-HOLD TO SO-OWNER-NAME.
           WRITE PRINT-RECORD FROM WS-SIGNOFF-OWNER-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-RECORD FROM WS-OWNER-SIGNOFF-LINE
               AFTER ADVANCING 2 LINES.
       2850-PRINT-OWNER-FOOTER-EXIT.
           EXIT.

      *>****************************************************************
      *> 2870-PRINT-OWNED-LINE - one account with its type and access
      *> level spelled out; overflow within an owner repeats the
      *> owner's headers on the new page
      *>****************************************************************
       2870-PRINT-OWNED-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 1960-PRINT-OWNER-HEADERS
                   THRU 1960-PRINT-OWNER-HEADERS-EXIT
           END-IF.
           MOVE OWN-USER-ID TO OD-USER-ID.
           MOVE OWN-USER-NAME TO OD-USER-NAME.
           IF OWN-ACCOUNT-GENERIC
               MOVE "GENERIC" TO OD-ACCOUNT-TYPE
           ELSE
               MOVE "SERVICE" TO OD-ACCOUNT-TYPE
           END-IF.
           EVALUATE TRUE
               WHEN OWN-ACCESS-READ-ONLY
                   MOVE "READ-ONLY" TO OD-ACCESS-LEVEL
               WHEN OWN-ACCESS-UPDATE
                   MOVE "UPDATE" TO OD-ACCESS-LEVEL
               WHEN OWN-ACCESS-ADMIN
                   MOVE "ADMIN" TO OD-ACCESS-LEVEL
               WHEN OTHER
                   MOVE "UNKNOWN" TO OD-ACCESS-LEVEL
           END-EVALUATE.
           WRITE PRINT-RECORD FROM WS-OWNED-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-OWNER-ACCOUNT-COUNT.
       2870-PRINT-OWNED-LINE-EXIT.
           EXIT.

      *>****************************************************************
      *> 3000-TERMINATE - report totals, close down, and reflect the
      *> run outcome in RETURN-CODE
      *>****************************************************************
       3000-TERMINATE.
           MOVE WS-RECORDS-READ TO RT-USER-COUNT.
           MOVE WS-DEPT-COUNT TO RT-DEPT-COUNT.
           WRITE PRINT-RECORD FROM WS-RECERT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-OWNED-READ TO RT-OWNED-COUNT.
           MOVE WS-OWNER-COUNT TO RT-OWNER-COUNT.
           WRITE PRINT-RECORD FROM WS-OWNED-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM WS-REPORT-FOOTER
               AFTER ADVANCING 2 LINES.
           IF NOT RECERT-FILE-OPEN-FAILED
           IF DEPT-FILE-AVAILABLE
               CLOSE DEPARTMENT-FILE
           END-IF.
           IF NOT OWNED-FILE-OPEN-FAILED
               CLOSE OWNED-INPUT-FILE
           END-IF.
           IF MASTER-FILE-AVAILABLE
               CLOSE USER-MASTER-FILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "MYPROGQ: TOTAL USERS REPORTED = " WS-RECORDS-READ.
           DISPLAY "MYPROGQ: TOTAL DEPARTMENTS = " WS-DEPT-COUNT.
           DISPLAY "MYPROGQ: TOTAL OWNED ACCOUNTS = " WS-OWNED-READ.
           DISPLAY "MYPROGQ: TOTAL OWNERS = " WS-OWNER-COUNT.
           EVALUATE TRUE
               WHEN RECERT-FILE-OPEN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN OWNED-FILE-OPEN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
