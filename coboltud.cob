      *>                   alternate index.  The record now carries
      *>                   the department manager's name for the
      *>                   MYPROGQ sign-off block.
      *> 10/14/26 DDUENAS  Persistent operator lockout, shared with
      *>                   MYPROGO: every failed sign-on is also
      *>                   counted against the id attempted on the
      *>                   operator lockout cluster (OPLKREC), and
      *>                   once the policy's limit falls within its
      *>                   rolling window the id is locked.  A locked
      *>                   id is refused here and in MYPROGO until an
      *>                   admin unlocks it there.  The lockout is
      *>                   journaled "L" on the user maintenance
      *>                   journal (JRNLREC), not the department
      *>                   journal, so MYPROGL reports lockouts from
      *>                   both transactions together.  A good sign-on
      *>                   clears the failure count.
      *> 10/14/26 DDUENAS  Nightly batch hold - while the MYPROGJ cycle
      *>                   has the system-status record (SYSTREC) set
      *>                   to batch in progress, the menu carries a
      *>                   banner saying so and when updates reopen,
      *>                   and only inquiries run.  A new menu option
      *>                   (O, admin operators only) overrides the hold
      *>                   for this session in an emergency, journaled
      *>                   "O" on the user maintenance journal beside
      *>                   MYPROGO's own.
      *>
      *>****************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DEPT-JOURNAL.

           SELECT OPERATOR-LOCKOUT-FILE ASSIGN TO "USRLOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OL-OPERATOR-ID
               FILE STATUS IS FS-LOCKOUT-FILE.

           SELECT JOURNAL-FILE ASSIGN TO "USRJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-JOURNAL-FILE.

           SELECT SYSTEM-STATUS-FILE ASSIGN TO "SYSSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SS-CONTROL-KEY
               FILE STATUS IS FS-STATUS-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPARTMENT-FILE.
           RECORDING MODE IS F.
           COPY DJRNREC.

       FD  OPERATOR-LOCKOUT-FILE.
           COPY OPLKREC.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY JRNLREC.

       FD  SYSTEM-STATUS-FILE.
           COPY SYSTREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  FS-DEPARTMENT-FILE      PIC X(02) VALUE "00".
               88  FS-USER-MASTER-NOT-FOUND       VALUE "23".
           05  FS-DEPT-JOURNAL         PIC X(02) VALUE "00".
               88  FS-DEPT-JOURNAL-OK             VALUE "00".
           05  FS-LOCKOUT-FILE         PIC X(02) VALUE "00".
               88  FS-LOCKOUT-FILE-OK             VALUE "00".
           05  FS-JOURNAL-FILE         PIC X(02) VALUE "00".
               88  FS-JOURNAL-FILE-OK             VALUE "00".
           05  FS-STATUS-FILE          PIC X(02) VALUE "00".
               88  FS-STATUS-FILE-OK              VALUE "00".

       01  WS-SWITCHES.
           05  WS-DONE-SWITCH          PIC X(01) VALUE "N".
           88  TRAN-CHANGE                     VALUE "C" "c".
           88  TRAN-DELETE                     VALUE "D" "d".
           88  TRAN-INQUIRE                    VALUE "I" "i".
           88  TRAN-OVERRIDE                   VALUE "O" "o".
           88  TRAN-UPDATES-MASTER             VALUE "A" "a" "C" "c"
                                                     "D" "d".
           88  TRAN-EXIT                       VALUE "X" "x".

       01  WS-SCREEN-MESSAGE           PIC X(40) VALUE SPACES.
           05  WS-TRAN-AUTH-SWITCH     PIC X(01) VALUE "Y".
               88  TRAN-AUTHORIZED             VALUE "Y".

      *> Lockout policy (defaults unless the "*POLICY*" record on the
      *> lockout cluster overrides them) and the work fields for
      *> counting a failure into the rolling window, the same as
      *> MYPROGO.
       01  WS-LOCKOUT-CONTROL.
           05  WS-LOCK-LIMIT           PIC 9(01) VALUE 5.
           05  WS-LOCK-WINDOW-MINUTES  PIC 9(05) VALUE 00060.
           05  WS-LOCKED-OUT-SWITCH    PIC X(01) VALUE "N".
               88  OPERATOR-LOCKED-OUT         VALUE "Y".
           05  WS-LOCK-RECORD-SWITCH   PIC X(01) VALUE "N".
               88  LOCK-RECORD-FOUND           VALUE "Y".
           05  WS-LOCK-DATE            PIC 9(08) VALUE ZERO.
           05  WS-LOCK-TIME.
               10  WS-LOCK-HOUR        PIC 9(02).
               10  WS-LOCK-MINUTE      PIC 9(02).
               10  FILLER              PIC X(04).
           05  WS-NOW-STAMP            PIC 9(10) COMP VALUE ZERO.
           05  WS-FAIL-SUB             PIC 9(02) COMP VALUE ZERO.
           05  WS-KEEP-COUNT           PIC 9(02) COMP VALUE ZERO.
           05  WS-KEEP-TABLE.
               10  WS-KEEP-STAMP       PIC 9(10) OCCURS 9 TIMES.

      *> Nightly batch hold, the same as MYPROGO - the "*SYSTEM*" record
      *> on the system-status cluster is read again before the menu and
      *> before each transaction runs.  An admin override lasts for
      *> this session and only for the hold it was taken against.
       01  WS-BATCH-HOLD-CONTROL.
           05  WS-HOLD-SWITCH          PIC X(01) VALUE "N".
               88  BATCH-HOLD-IN-EFFECT        VALUE "Y".
           05  WS-UPDATE-HOLD-SWITCH   PIC X(01) VALUE "N".
               88  ONLINE-UPDATES-HELD         VALUE "Y".
           05  WS-HOLD-OVERRIDE-SWITCH PIC X(01) VALUE "N".
               88  BATCH-HOLD-OVERRIDDEN       VALUE "Y".
           05  WS-OVERRIDDEN-SET-DATE  PIC 9(08) VALUE ZERO.
           05  WS-OVERRIDDEN-SET-TIME  PIC X(08) VALUE SPACES.
           05  WS-OVERRIDE-CHOICE      PIC X(01) VALUE SPACES.
               88  OVERRIDE-CONFIRMED          VALUE "Y" "y".
           05  WS-OVERRIDE-DATE        PIC 9(08) VALUE ZERO.
           05  WS-HOLD-BANNER          PIC X(70) VALUE SPACES.

       01  WS-JOURNAL-WORK.
           05  WS-BEFORE-IMAGE         PIC X(70) VALUE SPACES.
           05  WS-AFTER-IMAGE          PIC X(70) VALUE SPACES.
       01  MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 22 VALUE "DEPARTMENT MASTER MAINTENANCE".
           05  LINE 02 COL 05 PIC X(70) FROM WS-HOLD-BANNER.
           05  LINE 03 COL 05 VALUE "A - ADD A DEPARTMENT".
           05  LINE 04 COL 05 VALUE "C - CHANGE A DEPARTMENT".
           05  LINE 05 COL 05 VALUE "D - DELETE A DEPARTMENT".
           05  LINE 06 COL 05 VALUE "I - INQUIRE ON A DEPARTMENT".
           05  LINE 07 COL 05 VALUE
               "O - OVERRIDE THE NIGHTLY BATCH HOLD".
           05  LINE 08 COL 05 VALUE "X - EXIT".
           05  LINE 10 COL 05 VALUE "SELECT: ".
           05  LINE 10 COL 13 PIC X(01) USING WS-TRANSACTION-CODE.
           05  LINE 12 COL 05 PIC X(40) FROM WS-SCREEN-MESSAGE.

       01  DEPT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 05 COL 18 PIC X(30) USING DM-DEPT-MANAGER.
           05  LINE 07 COL 05 PIC X(40) FROM WS-SCREEN-MESSAGE.

       01  OVERRIDE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 25 VALUE "NIGHTLY BATCH HOLD OVERRIDE".
           05  LINE 03 COL 05 PIC X(70) FROM WS-HOLD-BANNER.
           05  LINE 05 COL 05 VALUE
               "EMERGENCY USE ONLY - A CHANGE MADE NOW CAN MISS THE".
           05  LINE 06 COL 05 VALUE
               "EXTRACT AND PUT THE CYCLE OUT OF BALANCE.".
           05  LINE 07 COL 05 VALUE
               "THE OVERRIDE IS JOURNALED WITH YOUR OPERATOR ID.".
           05  LINE 09 COL 05 VALUE "Y=OVERRIDE, OTHER=CANCEL: ".
           05  LINE 09 COL 31 PIC X(01) USING WS-OVERRIDE-CHOICE.
           05  LINE 11 COL 05 PIC X(40) FROM WS-SCREEN-MESSAGE.

       PROCEDURE DIVISION.
      *>****************************************************************
      *> 0000-MAINLINE
                   "STATUS = " FS-DEPT-JOURNAL
               SET MAINTENANCE-DONE TO TRUE
           END-IF.
           OPEN I-O OPERATOR-LOCKOUT-FILE.
           IF FS-LOCKOUT-FILE-OK
               PERFORM 1050-LOAD-LOCKOUT-POLICY
                   THRU 1050-LOAD-LOCKOUT-POLICY-EXIT
           ELSE
               DISPLAY "MYPROGD: UNABLE TO OPEN OPERATOR-LOCKOUT-FILE, "
                   "STATUS = " FS-LOCKOUT-FILE
               SET MAINTENANCE-DONE TO TRUE
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           IF NOT FS-JOURNAL-FILE-OK
               DISPLAY "MYPROGD: UNABLE TO OPEN JOURNAL-FILE, "
                   "STATUS = " FS-JOURNAL-FILE
               SET MAINTENANCE-DONE TO TRUE
           END-IF.
           OPEN I-O SYSTEM-STATUS-FILE.
           IF NOT FS-STATUS-FILE-OK
               DISPLAY "MYPROGD: UNABLE TO OPEN SYSTEM-STATUS-FILE, "
                   "STATUS = " FS-STATUS-FILE
               SET MAINTENANCE-DONE TO TRUE
           END-IF.
           IF NOT MAINTENANCE-DONE
               PERFORM 1100-SIGN-ON
                   THRU 1100-SIGN-ON-EXIT
       1000-INITIALIZE-EXIT.
           EXIT.

      *>****************************************************************
      *> 1050-LOAD-LOCKOUT-POLICY - the "*POLICY*" record on the
      *> lockout cluster, when present, overrides the default limit
      *> and rolling window
      *>****************************************************************
       1050-LOAD-LOCKOUT-POLICY.
           MOVE SPACES TO OPERATOR-LOCKOUT-RECORD.
           SET OL-POLICY-RECORD TO TRUE.
           READ OPERATOR-LOCKOUT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OL-POLICY-LIMIT IS NUMERIC
                       IF OL-POLICY-LIMIT > ZERO
                           MOVE OL-POLICY-LIMIT TO WS-LOCK-LIMIT
                       END-IF
                   END-IF
                   IF OL-POLICY-WINDOW-MINUTES IS NUMERIC
                       IF OL-POLICY-WINDOW-MINUTES > ZERO
                           MOVE OL-POLICY-WINDOW-MINUTES
                               TO WS-LOCK-WINDOW-MINUTES
                       END-IF
                   END-IF
           END-READ.
       1050-LOAD-LOCKOUT-POLICY-EXIT.
           EXIT.

      *>****************************************************************
      *> 1100-SIGN-ON - up to three attempts to identify the operator
      *> against the user master; failures are journaled and an
      *> exhausted limit ends the session before the menu.  A locked
      *> operator id is refused outright, and every failure also counts
      *> toward the id's lockout across sessions.
      *>****************************************************************
       1100-SIGN-ON.
           PERFORM 1150-SIGN-ON-ATTEMPT
               ADD 1 TO WS-SIGNON-ATTEMPTS
               DISPLAY "MYPROGD: OPERATOR ID REQUIRED"
           ELSE
               PERFORM 1200-CHECK-LOCKOUT
                   THRU 1200-CHECK-LOCKOUT-EXIT
               IF OPERATOR-LOCKED-OUT
                   ADD 1 TO WS-SIGNON-ATTEMPTS
                   DISPLAY "MYPROGD: OPERATOR " WS-OPERATOR-ID
                       " IS LOCKED OUT - AN ADMIN MUST UNLOCK IT"
                   MOVE "F" TO WS-JOURNAL-ACTION
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE SPACES TO WS-AFTER-IMAGE
                   PERFORM 2900-WRITE-JOURNAL-RECORD
                       THRU 2900-WRITE-JOURNAL-RECORD-EXIT
               ELSE
                   PERFORM 1160-VERIFY-OPERATOR
                       THRU 1160-VERIFY-OPERATOR-EXIT
               END-IF
           END-IF.
       1150-SIGN-ON-ATTEMPT-EXIT.
           EXIT.

       1160-VERIFY-OPERATOR.
           MOVE SPACES TO USER-MASTER-RECORD.
           MOVE WS-OPERATOR-ID TO UM-USER-ID.
           READ USER-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-SIGNON-ATTEMPTS
                   DISPLAY "MYPROGD: OPERATOR NOT ON USER MASTER"
                   MOVE "F" TO WS-JOURNAL-ACTION
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE SPACES TO WS-AFTER-IMAGE
                   PERFORM 2900-WRITE-JOURNAL-RECORD
                       THRU 2900-WRITE-JOURNAL-RECORD-EXIT
                   PERFORM 1250-RECORD-SIGNON-FAILURE
                       THRU 1250-RECORD-SIGNON-FAILURE-EXIT
               NOT INVALID KEY
                   IF UM-STATUS-SUSPENDED
                       ADD 1 TO WS-SIGNON-ATTEMPTS
                       DISPLAY "MYPROGD: OPERATOR " WS-OPERATOR-ID
                           " IS SUSPENDED"
                       MOVE "F" TO WS-JOURNAL-ACTION
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE SPACES TO WS-AFTER-IMAGE
                       PERFORM 2900-WRITE-JOURNAL-RECORD
                           THRU 2900-WRITE-JOURNAL-RECORD-EXIT
                       PERFORM 1250-RECORD-SIGNON-FAILURE
                           THRU 1250-RECORD-SIGNON-FAILURE-EXIT
                   ELSE
                       MOVE UM-ACCESS-LEVEL
                           TO WS-OPERATOR-ACCESS-LEVEL
                       SET OPERATOR-SIGNED-ON TO TRUE
                       DISPLAY "MYPROGD: OPERATOR " WS-OPERATOR-ID
                           " SIGNED ON"
                       PERFORM 1280-CLEAR-SIGNON-FAILURES
                           THRU 1280-CLEAR-SIGNON-FAILURES-EXIT
                   END-IF
           END-READ.
       1160-VERIFY-OPERATOR-EXIT.
           EXIT.

      *>****************************************************************
      *> 1200-CHECK-LOCKOUT - is the operator id attempted locked on
      *> the lockout cluster shared with MYPROGO
      *>****************************************************************
       1200-CHECK-LOCKOUT.
           MOVE "N" TO WS-LOCKED-OUT-SWITCH.
           MOVE WS-OPERATOR-ID TO OL-OPERATOR-ID.
           IF NOT OL-POLICY-RECORD
               READ OPERATOR-LOCKOUT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OL-STATUS-LOCKED
                           SET OPERATOR-LOCKED-OUT TO TRUE
                       END-IF
               END-READ
           END-IF.
       1200-CHECK-LOCKOUT-EXIT.
           EXIT.

      *>****************************************************************
      *> 1240-BUILD-FAILURE-STAMP - the current date and time as
      *> minutes since the calendar base
      *>****************************************************************
       1240-BUILD-FAILURE-STAMP.
           ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOCK-TIME FROM TIME.
           COMPUTE WS-NOW-STAMP =
               FUNCTION INTEGER-OF-DATE (WS-LOCK-DATE) * 1440
               + WS-LOCK-HOUR * 60 + WS-LOCK-MINUTE.
       1240-BUILD-FAILURE-STAMP-EXIT.
           EXIT.

      *>****************************************************************
      *> 1250-RECORD-SIGNON-FAILURE - count one failed sign-on against
      *> the id attempted: failures older than the rolling window drop
      *> off, this one is added, and reaching the limit locks the id
      *> and journals "L" on the user maintenance journal
      *>****************************************************************
       1250-RECORD-SIGNON-FAILURE.
           MOVE WS-OPERATOR-ID TO OL-OPERATOR-ID.
           IF NOT OL-POLICY-RECORD
               PERFORM 1240-BUILD-FAILURE-STAMP
                   THRU 1240-BUILD-FAILURE-STAMP-EXIT
               MOVE "N" TO WS-LOCK-RECORD-SWITCH
               READ OPERATOR-LOCKOUT-FILE
                   INVALID KEY
                       MOVE SPACES TO OPERATOR-LOCKOUT-RECORD
                       MOVE WS-OPERATOR-ID TO OL-OPERATOR-ID
                       MOVE "O" TO OL-LOCK-STATUS
                       MOVE ZERO TO OL-LOCKED-DATE
                       MOVE ZERO TO OL-UNLOCKED-DATE
                       MOVE ZERO TO OL-FAILURE-COUNT
                   NOT INVALID KEY
                       SET LOCK-RECORD-FOUND TO TRUE
               END-READ
               MOVE ZEROS TO WS-KEEP-TABLE
               MOVE ZERO TO WS-KEEP-COUNT
               PERFORM 1255-KEEP-RECENT-FAILURE
                   THRU 1255-KEEP-RECENT-FAILURE-EXIT
                   VARYING WS-FAIL-SUB FROM 1 BY 1
                   UNTIL WS-FAIL-SUB > OL-FAILURE-COUNT
               IF WS-KEEP-COUNT < 9
                   ADD 1 TO WS-KEEP-COUNT
                   MOVE WS-NOW-STAMP TO WS-KEEP-STAMP (WS-KEEP-COUNT)
               END-IF
               MOVE WS-KEEP-TABLE TO OL-FAILURE-TABLE
               MOVE WS-KEEP-COUNT TO OL-FAILURE-COUNT
               IF OL-FAILURE-COUNT NOT < WS-LOCK-LIMIT
                   MOVE "L" TO OL-LOCK-STATUS
                   MOVE WS-LOCK-DATE TO OL-LOCKED-DATE
                   MOVE WS-LOCK-TIME TO OL-LOCKED-TIME
                   MOVE "MYPROGD" TO OL-LOCKED-BY-PROGRAM
               END-IF
               PERFORM 1260-SAVE-LOCKOUT-RECORD
                   THRU 1260-SAVE-LOCKOUT-RECORD-EXIT
               IF OL-STATUS-LOCKED
                   DISPLAY "MYPROGD: OPERATOR " WS-OPERATOR-ID
                       " LOCKED AFTER " OL-FAILURE-COUNT
                       " FAILED SIGN-ONS"
                   PERFORM 2920-JOURNAL-LOCKOUT
                       THRU 2920-JOURNAL-LOCKOUT-EXIT
               END-IF
           END-IF.
       1250-RECORD-SIGNON-FAILURE-EXIT.
           EXIT.

       1255-KEEP-RECENT-FAILURE.
           IF WS-NOW-STAMP - OL-FAILURE-STAMP (WS-FAIL-SUB)
                   < WS-LOCK-WINDOW-MINUTES
               AND WS-KEEP-COUNT < 9
               ADD 1 TO WS-KEEP-COUNT
               MOVE OL-FAILURE-STAMP (WS-FAIL-SUB)
                   TO WS-KEEP-STAMP (WS-KEEP-COUNT)
           END-IF.
       1255-KEEP-RECENT-FAILURE-EXIT.
           EXIT.

       1260-SAVE-LOCKOUT-RECORD.
           IF LOCK-RECORD-FOUND
               REWRITE OPERATOR-LOCKOUT-RECORD
                   INVALID KEY
                       DISPLAY "MYPROGD: LOCKOUT REWRITE FAILED, "
                           "STATUS = " FS-LOCKOUT-FILE
               END-REWRITE
           ELSE
               WRITE OPERATOR-LOCKOUT-RECORD
                   INVALID KEY
                       DISPLAY "MYPROGD: LOCKOUT WRITE FAILED, "
                           "STATUS = " FS-LOCKOUT-FILE
               END-WRITE
           END-IF.
       1260-SAVE-LOCKOUT-RECORD-EXIT.
           EXIT.

      *>****************************************************************
      *> 1280-CLEAR-SIGNON-FAILURES - a good sign-on starts the id's
      *> failure count again
      *>****************************************************************
       1280-CLEAR-SIGNON-FAILURES.
           MOVE WS-OPERATOR-ID TO OL-OPERATOR-ID.
           READ OPERATOR-LOCKOUT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OL-FAILURE-COUNT > ZERO
                       MOVE ZERO TO OL-FAILURE-COUNT
                       MOVE ZEROS TO OL-FAILURE-TABLE
                       REWRITE OPERATOR-LOCKOUT-RECORD
                           INVALID KEY
                               DISPLAY "MYPROGD: LOCKOUT REWRITE "
                                   "FAILED, STATUS = " FS-LOCKOUT-FILE
                       END-REWRITE
                   END-IF
           END-READ.
       1280-CLEAR-SIGNON-FAILURES-EXIT.
           EXIT.

      *>****************************************************************
      *> 1300-CHECK-BATCH-HOLD - read the "*SYSTEM*" record on the
      *> system-status cluster; while the nightly cycle has it set to
      *> batch in progress, updates are held (inquiry only) unless
      *> this session overrode that same hold, and the menu banner
      *> says why and when updates reopen
      *>****************************************************************
       1300-CHECK-BATCH-HOLD.
           MOVE "N" TO WS-HOLD-SWITCH.
           MOVE "N" TO WS-UPDATE-HOLD-SWITCH.
           MOVE SPACES TO WS-HOLD-BANNER.
           MOVE SPACES TO SYSTEM-STATUS-RECORD.
           SET SS-SYSTEM-RECORD TO TRUE.
           READ SYSTEM-STATUS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SS-BATCH-IN-PROGRESS
                       SET BATCH-HOLD-IN-EFFECT TO TRUE
                   END-IF
           END-READ.
           IF BATCH-HOLD-OVERRIDDEN
               IF NOT BATCH-HOLD-IN-EFFECT
                   OR SS-SET-DATE NOT = WS-OVERRIDDEN-SET-DATE
                   OR SS-SET-TIME NOT = WS-OVERRIDDEN-SET-TIME
                   MOVE "N" TO WS-HOLD-OVERRIDE-SWITCH
               END-IF
           END-IF.
           IF BATCH-HOLD-IN-EFFECT
               IF BATCH-HOLD-OVERRIDDEN
                   MOVE
                   "NIGHTLY CYCLE RUNNING - BATCH HOLD OVERRIDDEN THIS SESSION"
                       TO WS-HOLD-BANNER
               ELSE
                   SET ONLINE-UPDATES-HELD TO TRUE
                   STRING "INQUIRY ONLY: NIGHTLY CYCLE SINCE "
                       SS-SET-TIME (1 : 2) ":" SS-SET-TIME (3 : 2)
                       ", UPDATES REOPEN ABOUT "
                       SS-REOPEN-HOUR ":" SS-REOPEN-MINUTE
                       DELIMITED BY SIZE INTO WS-HOLD-BANNER
               END-IF
           END-IF.
       1300-CHECK-BATCH-HOLD-EXIT.
           EXIT.

      *>****************************************************************
      *>****************************************************************
       2000-PROCESS-TRANSACTION.
           MOVE SPACES TO WS-SCREEN-MESSAGE.
           PERFORM 1300-CHECK-BATCH-HOLD
               THRU 1300-CHECK-BATCH-HOLD-EXIT.
           DISPLAY MENU-SCREEN.
           ACCEPT MENU-SCREEN.
           PERFORM 2060-CHECK-AUTHORITY
               THRU 2060-CHECK-AUTHORITY-EXIT.
           PERFORM 1300-CHECK-BATCH-HOLD
               THRU 1300-CHECK-BATCH-HOLD-EXIT.
           IF NOT TRAN-AUTHORIZED
               DISPLAY "MYPROGD: NOT AUTHORIZED FOR THAT TRANSACTION"
               PERFORM 2950-LOG-UNAUTHORIZED
                   THRU 2950-LOG-UNAUTHORIZED-EXIT
           ELSE
           IF TRAN-UPDATES-MASTER AND ONLINE-UPDATES-HELD
               PERFORM 2890-REFUSE-HELD-UPDATE
                   THRU 2890-REFUSE-HELD-UPDATE-EXIT
           ELSE
               EVALUATE TRUE
                   WHEN TRAN-ADD
                   WHEN TRAN-INQUIRE
                       PERFORM 2400-INQUIRE-DEPARTMENT
                           THRU 2400-INQUIRE-DEPARTMENT-EXIT
                   WHEN TRAN-OVERRIDE
                       PERFORM 2870-OVERRIDE-BATCH-HOLD
                           THRU 2870-OVERRIDE-BATCH-HOLD-EXIT
                   WHEN TRAN-EXIT
                       SET MAINTENANCE-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "MYPROGD: INVALID SELECTION, TRY AGAIN"
               END-EVALUATE
           END-IF
           END-IF.
       2000-PROCESS-TRANSACTION-EXIT.
           EXIT.
      *> 2060-CHECK-AUTHORITY - gate the menu by the operator's own
      *> access level, the same way MYPROGO gates the user master:
      *> read-only operators inquire only, update operators add and
      *> change, only admin operators delete or override the batch hold
      *>****************************************************************
       2060-CHECK-AUTHORITY.
           MOVE "Y" TO WS-TRAN-AUTH-SWITCH.
                   IF NOT OPERATOR-UPDATE AND NOT OPERATOR-ADMIN
                       MOVE "N" TO WS-TRAN-AUTH-SWITCH
                   END-IF
               WHEN TRAN-DELETE OR TRAN-OVERRIDE
                   IF NOT OPERATOR-ADMIN
                       MOVE "N" TO WS-TRAN-AUTH-SWITCH
                   END-IF
       2400-INQUIRE-DEPARTMENT-EXIT.
           EXIT.

      *>****************************************************************
      *> 2870-OVERRIDE-BATCH-HOLD - emergency override of the nightly
      *> batch hold, admin operators only; it lasts for this session
      *> and only for the hold in effect now
      *>****************************************************************
       2870-OVERRIDE-BATCH-HOLD.
           EVALUATE TRUE
               WHEN NOT BATCH-HOLD-IN-EFFECT
                   DISPLAY "MYPROGD: NO BATCH HOLD IN EFFECT"
               WHEN BATCH-HOLD-OVERRIDDEN
                   DISPLAY "MYPROGD: BATCH HOLD ALREADY OVERRIDDEN"
                       " FOR THIS SESSION"
               WHEN OTHER
                   MOVE SPACES TO WS-OVERRIDE-CHOICE
                   MOVE SPACES TO WS-SCREEN-MESSAGE
                   DISPLAY OVERRIDE-SCREEN
                   ACCEPT OVERRIDE-SCREEN
                   IF OVERRIDE-CONFIRMED
                       PERFORM 2880-RECORD-OVERRIDE
                           THRU 2880-RECORD-OVERRIDE-EXIT
                   ELSE
                       DISPLAY "MYPROGD: OVERRIDE CANCELLED"
                   END-IF
           END-EVALUATE.
       2870-OVERRIDE-BATCH-HOLD-EXIT.
           EXIT.

      *>****************************************************************
      *> 2880-RECORD-OVERRIDE - read the status record again (the
      *> cycle may have cleared the hold while the screen was up) and
      *> record this override on it
      *>****************************************************************
       2880-RECORD-OVERRIDE.
           PERFORM 1300-CHECK-BATCH-HOLD
               THRU 1300-CHECK-BATCH-HOLD-EXIT.
           IF NOT BATCH-HOLD-IN-EFFECT
               DISPLAY "MYPROGD: BATCH HOLD HAS CLEARED - NO OVERRIDE"
                   " NEEDED"
           ELSE
               IF SS-OVERRIDE-COUNT IS NOT NUMERIC
                   MOVE ZERO TO SS-OVERRIDE-COUNT
               END-IF
               ADD 1 TO SS-OVERRIDE-COUNT
               MOVE WS-OPERATOR-ID TO SS-OVERRIDE-OPERATOR
               MOVE "MYPROGD" TO SS-OVERRIDE-PROGRAM
               ACCEPT WS-OVERRIDE-DATE FROM DATE YYYYMMDD
               MOVE WS-OVERRIDE-DATE TO SS-OVERRIDE-DATE
               ACCEPT WS-JOURNAL-TIME FROM TIME
               MOVE WS-JOURNAL-TIME TO SS-OVERRIDE-TIME
               REWRITE SYSTEM-STATUS-RECORD
                   INVALID KEY
                       DISPLAY "MYPROGD: UNABLE TO RECORD THE OVERRIDE, "
                           "STATUS = " FS-STATUS-FILE
                   NOT INVALID KEY
                       SET BATCH-HOLD-OVERRIDDEN TO TRUE
                       MOVE SS-SET-DATE TO WS-OVERRIDDEN-SET-DATE
                       MOVE SS-SET-TIME TO WS-OVERRIDDEN-SET-TIME
                       MOVE "N" TO WS-UPDATE-HOLD-SWITCH
                       PERFORM 2930-JOURNAL-OVERRIDE
                           THRU 2930-JOURNAL-OVERRIDE-EXIT
                       DISPLAY "MYPROGD: BATCH HOLD OVERRIDDEN FOR THIS"
                           " SESSION BY " WS-OPERATOR-ID
               END-REWRITE
           END-IF.
       2880-RECORD-OVERRIDE-EXIT.
           EXIT.

      *>****************************************************************
      *> 2890-REFUSE-HELD-UPDATE - an update keyed while the nightly
      *> cycle holds the masters; only inquiries run until it clears
      *>****************************************************************
       2890-REFUSE-HELD-UPDATE.
           DISPLAY "MYPROGD: " WS-HOLD-BANNER.
           DISPLAY "MYPROGD: UPDATES ARE HELD WHILE THE NIGHTLY CYCLE"
               " RUNS - INQUIRY ONLY".
       2890-REFUSE-HELD-UPDATE-EXIT.
           EXIT.

      *>****************************************************************
      *> 2900-WRITE-JOURNAL-RECORD - journal one maintenance action
      *> with the operator, a date/time stamp, and the before and
       2900-WRITE-JOURNAL-RECORD-EXIT.
           EXIT.

      *>****************************************************************
      *> 2920-JOURNAL-LOCKOUT - journal an operator id lockout on the
      *> user maintenance journal, where MYPROGO journals its own, so
      *> MYPROGL reports both transactions' lockouts together
      *>****************************************************************
       2920-JOURNAL-LOCKOUT.
           ACCEPT WS-JOURNAL-DATE FROM DATE.
           ACCEPT WS-JOURNAL-TIME FROM TIME.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE "L" TO JR-ACTION-CODE.
           MOVE WS-OPERATOR-ID TO JR-OPERATOR-ID.
           MOVE WS-JOURNAL-DATE TO JR-ENTRY-DATE.
           MOVE WS-JOURNAL-TIME TO JR-ENTRY-TIME.
           MOVE WS-OPERATOR-ID TO JRA-USER-ID.
           WRITE JOURNAL-RECORD.
           IF NOT FS-JOURNAL-FILE-OK
               DISPLAY "MYPROGD: JOURNAL WRITE FAILED, STATUS = "
                   FS-JOURNAL-FILE
           END-IF.
       2920-JOURNAL-LOCKOUT-EXIT.
           EXIT.

      *>****************************************************************
      *> 2930-JOURNAL-OVERRIDE - journal an override of the nightly
      *> batch hold on the user maintenance journal, where MYPROGO
      *> journals its own, with the operator as the user-id and this
      *> program as the user name
      *>****************************************************************
       2930-JOURNAL-OVERRIDE.
           ACCEPT WS-JOURNAL-DATE FROM DATE.
           ACCEPT WS-JOURNAL-TIME FROM TIME.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE "O" TO JR-ACTION-CODE.
           MOVE WS-OPERATOR-ID TO JR-OPERATOR-ID.
           MOVE WS-JOURNAL-DATE TO JR-ENTRY-DATE.
           MOVE WS-JOURNAL-TIME TO JR-ENTRY-TIME.
           MOVE WS-OPERATOR-ID TO JRA-USER-ID.
           MOVE "MYPROGD" TO JRA-USER-NAME.
           WRITE JOURNAL-RECORD.
           IF NOT FS-JOURNAL-FILE-OK
               DISPLAY "MYPROGD: JOURNAL WRITE FAILED, STATUS = "
                   FS-JOURNAL-FILE
           END-IF.
       2930-JOURNAL-OVERRIDE-EXIT.
           EXIT.

      *>****************************************************************
      *> 2950-LOG-UNAUTHORIZED - journal an unauthorized transaction
      *> attempt; the attempted transaction code is carried in the
           CLOSE DEPARTMENT-FILE.
           CLOSE USER-MASTER-FILE.
           CLOSE DEPT-JOURNAL-FILE.
           CLOSE OPERATOR-LOCKOUT-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE SYSTEM-STATUS-FILE.
           DISPLAY "MYPROGD: SESSION ENDED".
       9000-TERMINATE-EXIT.
           EXIT.
