      *>                   "G") or rejects it (journaled "N") - the
      *>                   requesting operator is refused as the
      *>                   reviewer of their own request.
      *> 10/14/26 DDUENAS  Added per-application entitlement
      *>                   maintenance - a new menu option (E) grants,
      *>                   changes, revokes, or inquires on the role a
      *>                   user holds in one application, against the
      *>                   new entitlements cluster (ENTLREC).  Grants
      *>                   and changes need an update or admin
      *>                   operator, revokes an admin, the same as
      *>                   the user master; each one is journaled
      *>                   ("E", "M", "V") with the entitlement record
      *>                   as the before and after images.
      *> 10/14/26 DDUENAS  Time-boxed elevated access - a new menu
      *>                   option (T) raises a user to UPDATE or ADMIN
      *>                   until an expiry date, with a reason, and
      *>                   records the grant and the level to revert
      *>                   to on the new temporary-grant cluster
      *>                   (TMPGREC) so the nightly MYPROGT step
      *>                   lowers it again.  An UPDATE grant is
      *>                   applied and journaled "C" at once; an ADMIN
      *>                   grant still goes through the two-person
      *>                   hold, its temporary grant HELD until a
      *>                   second admin approves it (the review screen
      *>                   shows the expiry) and dropped if rejected.
      *>                   A grant runs at most 90 days.
      *> 10/14/26 DDUENAS  Persistent operator lockout - three tries a
      *>                   session meant nothing when a new session
      *>                   gave three more.  Every failed sign-on is
      *>                   now also counted against the id attempted
      *>                   on the operator lockout cluster (OPLKREC),
      *>                   shared with MYPROGD, and once the policy's
      *>                   limit of failures falls within its rolling
      *>                   window (5 in 60 minutes unless the policy
      *>                   record says otherwise) the id is locked and
      *>                   journaled "L".  A locked id is refused even
      *>                   when it would otherwise sign on.  A new
      *>                   menu option (U, admin operators only)
      *>                   unlocks an id, journaled "U"; an operator
      *>                   cannot unlock their own id.  A good sign-on
      *>                   clears the failure count.
      *> 10/14/26 DDUENAS  Service accounts - the add and change
      *>                   screens carry the account type (P person,
      *>                   S service, G generic; blank is a person)
      *>                   and, for a service or generic account, the
      *>                   owning user-id, which must be an active
      *>                   person on the master other than the account
      *>                   itself (same edit as MYPROGU).  A service
      *>                   or generic account cannot be added straight
      *>                   to ADMIN, since the held request does not
      *>                   carry its owner, and an owner change cannot
      *>                   ride on a held raise to ADMIN.
      *> 10/14/26 DDUENAS  Nightly batch hold - while the MYPROGJ cycle
      *>                   has the system-status record (SYSTREC) set
      *>                   to batch in progress, the menu carries a
      *>                   banner saying so and when updates reopen,
      *>                   and only inquiries (user or entitlement)
      *>                   run.  A new menu option (O, admin operators
      *>                   only) overrides the hold for this session
      *>                   in an emergency, journaled "O".
      *> 10/15/26 DDUENAS  Deleting a user now revokes every
      *>                   entitlement row they held, each journaled
      *>                   "V", instead of leaving orphan roles on the
      *>                   entitlement cluster.  The temporary-grant
      *>                   edit also rejects an expiry date that is
      *>                   not on the calendar (30 February), which
      *>                   had been slipping past the day-range test
      *>                   and the maximum-period check.
      *>
      *>****************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS PA-USER-ID
               FILE STATUS IS FS-PENDING-FILE.

           SELECT ENTITLEMENT-FILE ASSIGN TO "USRENTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-ENTITLE-KEY
               FILE STATUS IS FS-ENTITLEMENT-FILE.

           SELECT TEMP-GRANT-FILE ASSIGN TO "USRTEMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TG-USER-ID
               FILE STATUS IS FS-TEMP-GRANT-FILE.

           SELECT OPERATOR-LOCKOUT-FILE ASSIGN TO "USRLOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OL-OPERATOR-ID
               FILE STATUS IS FS-LOCKOUT-FILE.

           SELECT SYSTEM-STATUS-FILE ASSIGN TO "SYSSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SS-CONTROL-KEY
               FILE STATUS IS FS-STATUS-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
       FD  PENDING-FILE.
           COPY PNDAREC.

       FD  ENTITLEMENT-FILE.
           COPY ENTLREC.

       FD  TEMP-GRANT-FILE.
           COPY TMPGREC.

       FD  OPERATOR-LOCKOUT-FILE.
           COPY OPLKREC.

       FD  SYSTEM-STATUS-FILE.
           COPY SYSTREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  FS-USER-MASTER          PIC X(02) VALUE "00".
           05  FS-PENDING-FILE         PIC X(02) VALUE "00".
               88  FS-PENDING-FILE-OK             VALUE "00".
               88  FS-PENDING-DUPLICATE           VALUE "22".
           05  FS-ENTITLEMENT-FILE     PIC X(02) VALUE "00".
               88  FS-ENTITLEMENT-FILE-OK         VALUE "00".
           05  FS-TEMP-GRANT-FILE      PIC X(02) VALUE "00".
               88  FS-TEMP-GRANT-FILE-OK          VALUE "00".
           05  FS-LOCKOUT-FILE         PIC X(02) VALUE "00".
               88  FS-LOCKOUT-FILE-OK             VALUE "00".
           05  FS-STATUS-FILE          PIC X(02) VALUE "00".
               88  FS-STATUS-FILE-OK              VALUE "00".

       01  WS-SWITCHES.
           05  WS-DONE-SWITCH          PIC X(01) VALUE "N".
               88  DEPT-FILE-AVAILABLE             VALUE "Y".
           05  WS-DEPT-VALID-SWITCH    PIC X(01) VALUE "Y".
               88  DEPARTMENT-IS-VALID             VALUE "Y".
           05  WS-ENTL-FILE-SWITCH     PIC X(01) VALUE "N".
               88  ENTL-FILE-AVAILABLE             VALUE "Y".
           05  WS-ENTL-EOF-SWITCH      PIC X(01) VALUE "N".
               88  END-OF-USER-ENTITLEMENTS        VALUE "Y".
           05  WS-TEMP-FILE-SWITCH     PIC X(01) VALUE "N".
               88  TEMP-FILE-AVAILABLE             VALUE "Y".
           05  WS-TEMP-VALID-SWITCH    PIC X(01) VALUE "Y".
               88  TEMP-GRANT-IS-VALID             VALUE "Y".
           05  WS-TEMP-HELD-SWITCH     PIC X(01) VALUE "N".
               88  TEMP-GRANT-IS-HELD              VALUE "Y".
           05  WS-OWNER-VALID-SWITCH   PIC X(01) VALUE "Y".
               88  OWNER-IS-VALID                  VALUE "Y".

       01  WS-TRANSACTION-CODE        PIC X(01) VALUE SPACES.
           88  TRAN-ADD                        VALUE "A" "a".
           88  TRAN-DELETE                     VALUE "D" "d".
           88  TRAN-INQUIRE                    VALUE "I" "i".
           88  TRAN-REVIEW                     VALUE "V" "v".
           88  TRAN-ENTITLEMENT                VALUE "E" "e".
           88  TRAN-TEMPORARY                  VALUE "T" "t".
           88  TRAN-UNLOCK                     VALUE "U" "u".
           88  TRAN-OVERRIDE                   VALUE "O" "o".
           88  TRAN-UPDATES-MASTER             VALUE "A" "a" "C" "c"
                                                     "D" "d" "V" "v"
                                                     "T" "t" "U" "u".
           88  TRAN-EXIT                       VALUE "X" "x".

       01  WS-SCREEN-MESSAGE           PIC X(40) VALUE SPACES.
           05  WS-TRAN-AUTH-SWITCH     PIC X(01) VALUE "Y".
               88  TRAN-AUTHORIZED             VALUE "Y".

      *> Lockout policy (defaults unless the "*POLICY*" record on the
      *> lockout cluster overrides them) and the work fields for
      *> counting a failure into the rolling window.  Failure times are
      *> kept as minutes since the calendar base so the window can span
      *> midnight.
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
           05  WS-UNLOCK-OPERATOR-ID   PIC X(08) VALUE SPACES.
           05  WS-UNLOCK-CHOICE        PIC X(01) VALUE SPACES.
               88  UNLOCK-CONFIRMED            VALUE "Y" "y".

       01  WS-UNLOCK-NOTE-WORK.
           05  FILLER                  PIC X(07) VALUE "LOCKED ".
           05  UN-LOCKED-DATE          PIC 9(08) VALUE ZERO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  UN-LOCKED-TIME          PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE " BY ".
           05  UN-LOCKED-BY-PROGRAM    PIC X(08) VALUE SPACES.

      *> Nightly batch hold - the "*SYSTEM*" record on the system-status
      *> cluster is read again before the menu and before each
      *> transaction runs.  An admin override lasts for this session
      *> and only for the hold it was taken against (its set stamp).
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
           05  WS-HOLD-BANNER          PIC X(70) VALUE SPACES.

       01  WS-BROWSE-CONTROL.
           05  WS-SEARCH-NAME          PIC X(30) VALUE SPACES.
           05  WS-SEARCH-DEPT          PIC X(10) VALUE SPACES.
           05  LD-ROW-09               PIC X(58) VALUE SPACES.

       01  WS-JOURNAL-WORK.
           05  WS-BEFORE-IMAGE         PIC X(75) VALUE SPACES.
           05  WS-AFTER-IMAGE          PIC X(75) VALUE SPACES.
           05  WS-JOURNAL-ACTION       PIC X(01) VALUE SPACES.
           05  WS-JOURNAL-DATE         PIC X(08) VALUE SPACES.
           05  WS-JOURNAL-TIME         PIC X(08) VALUE SPACES.

       01  WS-APPROVAL-CONTROL.
           05  WS-BEFORE-ACCESS-LEVEL  PIC X(01) VALUE SPACES.
           05  WS-BEFORE-ACCOUNT-TYPE  PIC X(01) VALUE SPACES.
           05  WS-BEFORE-OWNER-ID      PIC X(08) VALUE SPACES.
           05  WS-HOLD-ACTION          PIC X(01) VALUE SPACES.
           05  WS-REVIEW-CHOICE        PIC X(01) VALUE SPACES.
               88  REVIEW-APPROVE              VALUE "A" "a".

       01  WS-TODAY-DATE-CENTURY       PIC 9(08) VALUE ZERO.

      *> The account keyed on the add or change screen, held while its
      *> owner is read from the master
       01  WS-OWNER-EDIT-CONTROL.
           05  WS-OWNED-ACCOUNT-RECORD PIC X(75) VALUE SPACES.
           05  WS-OWNER-REJECT-REASON  PIC X(20) VALUE SPACES.

       01  WS-ENTITLEMENT-CONTROL.
           05  WS-ENTL-FUNCTION        PIC X(01) VALUE SPACES.
               88  ENTL-GRANT                  VALUE "A" "a".
               88  ENTL-CHANGE                 VALUE "C" "c".
               88  ENTL-REVOKE                 VALUE "D" "d".
               88  ENTL-INQUIRE                VALUE "I" "i".
           05  WS-ENTL-USER-ID         PIC X(08) VALUE SPACES.
           05  WS-ENTL-APPL-CODE       PIC X(08) VALUE SPACES.
           05  WS-ENTL-ROLE-CODE       PIC X(10) VALUE SPACES.
           05  WS-ENTL-DELETED-USER    PIC X(08) VALUE SPACES.
           05  WS-ENTL-REMOVED         PIC 9(03) VALUE ZERO.

       01  WS-TEMP-GRANT-CONTROL.
           05  WS-TEMP-USER-ID         PIC X(08) VALUE SPACES.
           05  WS-TEMP-LEVEL           PIC X(01) VALUE SPACES.
               88  TEMP-LEVEL-VALID            VALUE "U" "A".
           05  WS-TEMP-EXPIRY-DATE     PIC 9(08) VALUE ZERO.
           05  WS-TEMP-EXPIRY-PARTS REDEFINES WS-TEMP-EXPIRY-DATE.
               10  WS-TEMP-EXPIRY-YEAR PIC 9(04).
               10  WS-TEMP-EXPIRY-MONTH PIC 9(02).
                   88  TEMP-MONTH-VALID        VALUE 01 THRU 12.
               10  WS-TEMP-EXPIRY-DAY  PIC 9(02).
                   88  TEMP-DAY-VALID          VALUE 01 THRU 31.
           05  WS-TEMP-REASON          PIC X(30) VALUE SPACES.
           05  WS-TEMP-DAYS            PIC S9(07) COMP VALUE ZERO.
           05  WS-TEMP-MAX-DAYS        PIC 9(03) VALUE 090.
           05  WS-TEMP-NOTE-LINE       PIC X(40) VALUE SPACES.

       01  WS-TEMP-NOTE-WORK.
           05  FILLER                  PIC X(16) VALUE
               "TEMPORARY UNTIL ".
           05  TN-EXPIRY-DATE          PIC 9(08) VALUE ZERO.
           05  FILLER                  PIC X(12) VALUE
               ", THEN LVL ".
           05  TN-REVERT-LEVEL         PIC X(01) VALUE SPACES.

       SCREEN SECTION.
       01  OPERATOR-SCREEN.
           05  BLANK SCREEN.
       01  MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 25 VALUE "USER MASTER MAINTENANCE".
           05  LINE 02 COL 05 PIC X(70) FROM WS-HOLD-BANNER.
           05  LINE 03 COL 05 VALUE "A - ADD A USER".
           05  LINE 04 COL 05 VALUE "C - CHANGE A USER".
           05  LINE 05 COL 05 VALUE "D - DELETE A USER".
           05  LINE 06 COL 05 VALUE "I - INQUIRE ON A USER".
           05  LINE 07 COL 05 VALUE "V - REVIEW PENDING ADMIN GRANTS".
           05  LINE 08 COL 05 VALUE
               "E - MAINTAIN APPLICATION ENTITLEMENTS".
           05  LINE 09 COL 05 VALUE
               "T - GRANT TEMPORARY ELEVATED ACCESS".
           05  LINE 10 COL 05 VALUE "U - UNLOCK AN OPERATOR ID".
           05  LINE 11 COL 05 VALUE
               "O - OVERRIDE THE NIGHTLY BATCH HOLD".
           05  LINE 12 COL 05 VALUE "X - EXIT".
           05  LINE 13 COL 05 VALUE "SELECT: ".
           05  LINE 13 COL 13 PIC X(01) USING WS-TRANSACTION-CODE.
           05  LINE 15 COL 05 PIC X(40) FROM WS-SCREEN-MESSAGE.

       01  MAINT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 05 COL 18 PIC X(10) USING UM-DEPARTMENT.
           05  LINE 06 COL 05 VALUE "ACCESS LVL : ".
           05  LINE 06 COL 18 PIC X(01) USING UM-ACCESS-LEVEL.
           05  LINE 07 COL 05 VALUE "ACCT TYPE  : ".
           05  LINE 07 COL 18 PIC X(01) USING UM-ACCOUNT-TYPE.
           05  LINE 07 COL 22 VALUE "P=PERSON S=SERVICE G=GENERIC".
           05  LINE 08 COL 05 VALUE "OWNER ID   : ".
           05  LINE 08 COL 18 PIC X(08) USING UM-OWNER-ID.
           05  LINE 10 COL 05 PIC X(40) FROM WS-SCREEN-MESSAGE.

       01  SEARCH-SCREEN.
           05  BLANK SCREEN.
           05  LINE 07 COL 18 PIC X(08) FROM PA-REQUEST-OPERATOR.
           05  LINE 07 COL 28 PIC 9(08) FROM PA-REQUEST-DATE.
           05  LINE 07 COL 38 PIC X(08) FROM PA-REQUEST-TIME.
           05  LINE 08 COL 05 PIC X(40) FROM WS-TEMP-NOTE-LINE.
           05  LINE 09 COL 05 VALUE
               "A=APPROVE, R=REJECT, OTHER=SKIP: ".
           05  LINE 09 COL 38 PIC X(01) USING WS-REVIEW-CHOICE.
           05  LINE 11 COL 05 PIC X(40) FROM WS-SCREEN-MESSAGE.

       01  ENTITLE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 22 VALUE "APPLICATION ENTITLEMENTS".
           05  LINE 03 COL 05 VALUE "FUNCTION   : ".
           05  LINE 03 COL 18 PIC X(01) USING WS-ENTL-FUNCTION.
           05  LINE 03 COL 22 VALUE
               "A=GRANT C=CHANGE D=REVOKE I=INQUIRE".
           05  LINE 05 COL 05 VALUE "USER-ID    : ".
           05  LINE 05 COL 18 PIC X(08) USING WS-ENTL-USER-ID.
           05  LINE 06 COL 05 VALUE "APPL CODE  : ".
           05  LINE 06 COL 18 PIC X(08) USING WS-ENTL-APPL-CODE.
           05  LINE 07 COL 05 VALUE "ROLE       : ".
           05  LINE 07 COL 18 PIC X(10) USING WS-ENTL-ROLE-CODE.
           05  LINE 09 COL 05 PIC X(40) FROM WS-SCREEN-MESSAGE.

       01  TEMPGRANT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 20 VALUE "TEMPORARY ELEVATED ACCESS".
           05  LINE 03 COL 05 VALUE "USER-ID    : ".
           05  LINE 03 COL 18 PIC X(08) USING WS-TEMP-USER-ID.
           05  LINE 04 COL 05 VALUE "RAISE TO   : ".
           05  LINE 04 COL 18 PIC X(01) USING WS-TEMP-LEVEL.
           05  LINE 04 COL 22 VALUE "U=UPDATE A=ADMIN".
           05  LINE 05 COL 05 VALUE "EXPIRES    : ".
           05  LINE 05 COL 18 PIC 9(08) USING WS-TEMP-EXPIRY-DATE.
           05  LINE 05 COL 28 VALUE "YYYYMMDD".
           05  LINE 06 COL 05 VALUE "REASON     : ".
           05  LINE 06 COL 18 PIC X(30) USING WS-TEMP-REASON.
           05  LINE 08 COL 05 PIC X(40) FROM WS-SCREEN-MESSAGE.

       01  UNLOCK-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 25 VALUE "OPERATOR ID UNLOCK".
           05  LINE 03 COL 05 VALUE "OPERATOR ID: ".
           05  LINE 03 COL 18 PIC X(08) USING WS-UNLOCK-OPERATOR-ID.
           05  LINE 07 COL 05 PIC X(40) FROM WS-SCREEN-MESSAGE.

       01  UNLOCK-CONFIRM-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 25 VALUE "OPERATOR ID UNLOCK".
           05  LINE 03 COL 05 VALUE "OPERATOR ID: ".
           05  LINE 03 COL 18 PIC X(08) FROM WS-UNLOCK-OPERATOR-ID.
           05  LINE 04 COL 05 PIC X(34) FROM WS-UNLOCK-NOTE-WORK.
           05  LINE 05 COL 05 VALUE "FAILURES   : ".
           05  LINE 05 COL 18 PIC 9(02) FROM OL-FAILURE-COUNT.
           05  LINE 07 COL 05 VALUE "Y=UNLOCK, OTHER=CANCEL: ".
           05  LINE 07 COL 29 PIC X(01) USING WS-UNLOCK-CHOICE.
           05  LINE 09 COL 05 PIC X(40) FROM WS-SCREEN-MESSAGE.

       01  CHANGE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 25 VALUE "USER MASTER MAINTENANCE".
           05  LINE 06 COL 18 PIC X(01) USING UM-ACCESS-LEVEL.
           05  LINE 07 COL 05 VALUE "STATUS A/S : ".
           05  LINE 07 COL 18 PIC X(01) USING UM-STATUS.
           05  LINE 08 COL 05 VALUE "ACCT TYPE  : ".
           05  LINE 08 COL 18 PIC X(01) USING UM-ACCOUNT-TYPE.
           05  LINE 08 COL 22 VALUE "P=PERSON S=SERVICE G=GENERIC".
           05  LINE 09 COL 05 VALUE "OWNER ID   : ".
           05  LINE 09 COL 18 PIC X(08) USING UM-OWNER-ID.
           05  LINE 11 COL 05 PIC X(40) FROM WS-SCREEN-MESSAGE.

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
                   "STATUS = " FS-PENDING-FILE
               SET MAINTENANCE-DONE TO TRUE
           END-IF.
           OPEN I-O ENTITLEMENT-FILE.
           IF FS-ENTITLEMENT-FILE-OK
               SET ENTL-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "MYPROGO: ENTITLEMENT-FILE UNAVAILABLE, "
                   "STATUS = " FS-ENTITLEMENT-FILE
                   " - ENTITLEMENT MAINTENANCE OFF"
           END-IF.
           OPEN I-O TEMP-GRANT-FILE.
           IF FS-TEMP-GRANT-FILE-OK
               SET TEMP-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "MYPROGO: TEMP-GRANT-FILE UNAVAILABLE, "
                   "STATUS = " FS-TEMP-GRANT-FILE
                   " - TEMPORARY GRANTS OFF"
           END-IF.
           OPEN I-O OPERATOR-LOCKOUT-FILE.
           IF FS-LOCKOUT-FILE-OK
               PERFORM 1050-LOAD-LOCKOUT-POLICY
                   THRU 1050-LOAD-LOCKOUT-POLICY-EXIT
           ELSE
               DISPLAY "MYPROGO: UNABLE TO OPEN OPERATOR-LOCKOUT-FILE, "
                   "STATUS = " FS-LOCKOUT-FILE
               SET MAINTENANCE-DONE TO TRUE
           END-IF.
           OPEN I-O SYSTEM-STATUS-FILE.
           IF NOT FS-STATUS-FILE-OK
               DISPLAY "MYPROGO: UNABLE TO OPEN SYSTEM-STATUS-FILE, "
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
               DISPLAY "MYPROGO: OPERATOR ID REQUIRED"
           ELSE
               PERFORM 1200-CHECK-LOCKOUT
                   THRU 1200-CHECK-LOCKOUT-EXIT
               IF OPERATOR-LOCKED-OUT
                   ADD 1 TO WS-SIGNON-ATTEMPTS
                   DISPLAY "MYPROGO: OPERATOR " WS-OPERATOR-ID
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
                   DISPLAY "MYPROGO: OPERATOR NOT ON USER MASTER"
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
                       DISPLAY "MYPROGO: OPERATOR " WS-OPERATOR-ID
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
                       DISPLAY "MYPROGO: OPERATOR " WS-OPERATOR-ID
                           " SIGNED ON"
                       PERFORM 1280-CLEAR-SIGNON-FAILURES
                           THRU 1280-CLEAR-SIGNON-FAILURES-EXIT
                   END-IF
           END-READ.
       1160-VERIFY-OPERATOR-EXIT.
           EXIT.

      *>****************************************************************
      *> 1200-CHECK-LOCKOUT - is the operator id attempted locked on
      *> the lockout cluster shared with MYPROGD
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
      *> and journals "L"
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
                   MOVE "MYPROGO" TO OL-LOCKED-BY-PROGRAM
               END-IF
               PERFORM 1260-SAVE-LOCKOUT-RECORD
                   THRU 1260-SAVE-LOCKOUT-RECORD-EXIT
               IF OL-STATUS-LOCKED
                   DISPLAY "MYPROGO: OPERATOR " WS-OPERATOR-ID
                       " LOCKED AFTER " OL-FAILURE-COUNT
                       " FAILED SIGN-ONS"
                   MOVE "L" TO WS-JOURNAL-ACTION
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE SPACES TO WS-AFTER-IMAGE
                   MOVE WS-OPERATOR-ID TO WS-AFTER-IMAGE (1 : 8)
                   PERFORM 2900-WRITE-JOURNAL-RECORD
                       THRU 2900-WRITE-JOURNAL-RECORD-EXIT
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
                       DISPLAY "MYPROGO: LOCKOUT REWRITE FAILED, "
                           "STATUS = " FS-LOCKOUT-FILE
               END-REWRITE
           ELSE
               WRITE OPERATOR-LOCKOUT-RECORD
                   INVALID KEY
                       DISPLAY "MYPROGO: LOCKOUT WRITE FAILED, "
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
                               DISPLAY "MYPROGO: LOCKOUT REWRITE "
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
               DISPLAY "MYPROGO: NOT AUTHORIZED FOR THAT TRANSACTION"
               PERFORM 2950-LOG-UNAUTHORIZED
                   THRU 2950-LOG-UNAUTHORIZED-EXIT
           ELSE
           IF TRAN-UPDATES-MASTER AND ONLINE-UPDATES-HELD
               PERFORM 2890-REFUSE-HELD-UPDATE
                   THRU 2890-REFUSE-HELD-UPDATE-EXIT
           ELSE
               EVALUATE TRUE
                   WHEN TRAN-ADD
                   WHEN TRAN-REVIEW
                       PERFORM 2600-REVIEW-PENDING
                           THRU 2600-REVIEW-PENDING-EXIT
                   WHEN TRAN-ENTITLEMENT
                       PERFORM 2700-MAINTAIN-ENTITLEMENT
                           THRU 2700-MAINTAIN-ENTITLEMENT-EXIT
                   WHEN TRAN-TEMPORARY
                       PERFORM 2750-GRANT-TEMPORARY-ACCESS
                           THRU 2750-GRANT-TEMPORARY-ACCESS-EXIT
                   WHEN TRAN-UNLOCK
                       PERFORM 2850-UNLOCK-OPERATOR
                           THRU 2850-UNLOCK-OPERATOR-EXIT
                   WHEN TRAN-OVERRIDE
                       PERFORM 2870-OVERRIDE-BATCH-HOLD
                           THRU 2870-OVERRIDE-BATCH-HOLD-EXIT
                   WHEN TRAN-EXIT
                       SET MAINTENANCE-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "MYPROGO: INVALID SELECTION, TRY AGAIN"
               END-EVALUATE
           END-IF
           END-IF.
       2000-PROCESS-TRANSACTION-EXIT.
           EXIT.
      *>****************************************************************
      *> 2060-CHECK-AUTHORITY - gate the menu by the operator's own
      *> access level: read-only operators inquire only, update
      *> operators add and change, only admin operators delete (the
      *> entitlement functions are gated the same way once the
      *> function is keyed - see 2700-MAINTAIN-ENTITLEMENT); a
      *> temporary grant is a change and is gated like one; only admin
      *> operators unlock an operator id or override the batch hold
      *>****************************************************************
       2060-CHECK-AUTHORITY.
           MOVE "Y" TO WS-TRAN-AUTH-SWITCH.
           EVALUATE TRUE
               WHEN TRAN-ADD OR TRAN-CHANGE OR TRAN-TEMPORARY
                   IF NOT OPERATOR-UPDATE AND NOT OPERATOR-ADMIN
                       MOVE "N" TO WS-TRAN-AUTH-SWITCH
                   END-IF
                   IF NOT OPERATOR-ADMIN
                       MOVE "N" TO WS-TRAN-AUTH-SWITCH
                   END-IF
               WHEN TRAN-REVIEW OR TRAN-UNLOCK OR TRAN-OVERRIDE
                   IF NOT OPERATOR-ADMIN
                       MOVE "N" TO WS-TRAN-AUTH-SWITCH
                   END-IF
           ACCEPT MAINT-SCREEN.
           PERFORM 2800-EDIT-DEPARTMENT
               THRU 2800-EDIT-DEPARTMENT-EXIT.
           PERFORM 2820-EDIT-ACCOUNT-OWNER
               THRU 2820-EDIT-ACCOUNT-OWNER-EXIT.
           IF NOT DEPARTMENT-IS-VALID
               DISPLAY "MYPROGO: DEPARTMENT " UM-DEPARTMENT
                   " NOT ON REFERENCE MASTER - USER NOT ADDED"
           ELSE
           IF NOT OWNER-IS-VALID
               DISPLAY "MYPROGO: " WS-OWNER-REJECT-REASON
                   " - USER NOT ADDED"
           ELSE
           IF UM-ACCESS-ADMIN AND UM-ACCOUNT-NON-PERSON
               DISPLAY "MYPROGO: ADD A SERVICE OR GENERIC ACCOUNT "
                   "BELOW ADMIN - USER NOT ADDED"
           ELSE
               IF UM-ACCESS-ADMIN
                   MOVE SPACES TO WS-BEFORE-IMAGE
                               " ADDED"
                   END-WRITE
               END-IF
           END-IF
           END-IF
           END-IF.
       2100-ADD-USER-EXIT.
           EXIT.
               NOT INVALID KEY
                   MOVE USER-MASTER-RECORD TO WS-BEFORE-IMAGE
                   MOVE UM-ACCESS-LEVEL TO WS-BEFORE-ACCESS-LEVEL
                   MOVE UM-ACCOUNT-TYPE TO WS-BEFORE-ACCOUNT-TYPE
                   IF WS-BEFORE-ACCOUNT-TYPE = SPACE
                       MOVE "P" TO WS-BEFORE-ACCOUNT-TYPE
                   END-IF
                   MOVE UM-OWNER-ID TO WS-BEFORE-OWNER-ID
                   MOVE "ENTER CHANGED DETAILS, THEN PRESS ENTER"
                       TO WS-SCREEN-MESSAGE
                   DISPLAY CHANGE-SCREEN
                   ACCEPT CHANGE-SCREEN
                   PERFORM 2800-EDIT-DEPARTMENT
                       THRU 2800-EDIT-DEPARTMENT-EXIT
                   PERFORM 2820-EDIT-ACCOUNT-OWNER
                       THRU 2820-EDIT-ACCOUNT-OWNER-EXIT
                   IF NOT DEPARTMENT-IS-VALID
                       DISPLAY "MYPROGO: DEPARTMENT " UM-DEPARTMENT
                           " NOT ON REFERENCE MASTER - NOT CHANGED"
                       DISPLAY "MYPROGO: STATUS MUST BE A OR S - "
                           "NOT CHANGED"
                   ELSE
                   IF NOT OWNER-IS-VALID
                       DISPLAY "MYPROGO: " WS-OWNER-REJECT-REASON
                           " - NOT CHANGED"
                   ELSE
                   IF UM-ACCESS-ADMIN
                       AND WS-BEFORE-ACCESS-LEVEL NOT = "A"
                       AND (UM-ACCOUNT-TYPE NOT = WS-BEFORE-ACCOUNT-TYPE
                         OR UM-OWNER-ID NOT = WS-BEFORE-OWNER-ID)
                       DISPLAY "MYPROGO: CHANGE THE OWNER AND RAISE TO "
                           "ADMIN SEPARATELY - NOT CHANGED"
                   ELSE
                   IF UM-ACCESS-ADMIN
                       AND WS-BEFORE-ACCESS-LEVEL NOT = "A"
                       MOVE "C" TO WS-HOLD-ACTION
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
           END-READ
           END-IF.
       2200-CHANGE-USER-EXIT.
                               THRU 2900-WRITE-JOURNAL-RECORD-EXIT
                           DISPLAY "MYPROGO: USER " UM-USER-ID
                               " DELETED"
                           PERFORM 2310-REMOVE-USER-ENTITLEMENTS
                               THRU 2310-REMOVE-USER-ENTITLEMENTS-EXIT
                   END-DELETE
           END-READ
           END-IF.
       2300-DELETE-USER-EXIT.
           EXIT.

      *>****************************************************************
      *> 2310-REMOVE-USER-ENTITLEMENTS - a deleted user keeps no roles;
      *> browse the entitlement cluster from the user's first key and
      *> revoke every row they hold, each journaled "V" as though it
      *> had been revoked by hand
      *>****************************************************************
       2310-REMOVE-USER-ENTITLEMENTS.
           IF NOT ENTL-FILE-AVAILABLE
               DISPLAY "MYPROGO: ENTITLEMENT-FILE UNAVAILABLE - ROLES "
                   "HELD BY " UM-USER-ID " NOT REMOVED"
           ELSE
               MOVE UM-USER-ID TO WS-ENTL-DELETED-USER
               MOVE ZERO TO WS-ENTL-REMOVED
               MOVE "N" TO WS-ENTL-EOF-SWITCH
               MOVE WS-ENTL-DELETED-USER TO EN-USER-ID
               MOVE LOW-VALUES TO EN-APPL-CODE
               START ENTITLEMENT-FILE
                   KEY IS GREATER THAN EN-ENTITLE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-ENTL-EOF-SWITCH
               END-START
               PERFORM 2320-REMOVE-ONE-ENTITLEMENT
                   THRU 2320-REMOVE-ONE-ENTITLEMENT-EXIT
                   UNTIL END-OF-USER-ENTITLEMENTS
               IF WS-ENTL-REMOVED > ZERO
                   DISPLAY "MYPROGO: " WS-ENTL-REMOVED
                       " ROLE(S) REVOKED FROM " WS-ENTL-DELETED-USER
               END-IF
           END-IF.
       2310-REMOVE-USER-ENTITLEMENTS-EXIT.
           EXIT.

       2320-REMOVE-ONE-ENTITLEMENT.
           READ ENTITLEMENT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ENTL-EOF-SWITCH
           END-READ.
           IF NOT END-OF-USER-ENTITLEMENTS
               IF EN-USER-ID NOT = WS-ENTL-DELETED-USER
                   MOVE "Y" TO WS-ENTL-EOF-SWITCH
               ELSE
                   MOVE ENTITLEMENT-RECORD TO WS-BEFORE-IMAGE
                   DELETE ENTITLEMENT-FILE
                       INVALID KEY
                           DISPLAY "MYPROGO: UNABLE TO REVOKE "
                               EN-APPL-CODE " FROM " EN-USER-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-ENTL-REMOVED
                           MOVE "V" TO WS-JOURNAL-ACTION
                           MOVE SPACES TO WS-AFTER-IMAGE
                           PERFORM 2900-WRITE-JOURNAL-RECORD
                               THRU 2900-WRITE-JOURNAL-RECORD-EXIT
                   END-DELETE
               END-IF
           END-IF.
       2320-REMOVE-ONE-ENTITLEMENT-EXIT.
           EXIT.

      *>****************************************************************
      *> 2400-INQUIRE-USER - look up a user by id and display it,
      *> making no change to the file
               ELSE
                   MOVE SPACES TO WS-REVIEW-CHOICE
                   MOVE SPACES TO WS-SCREEN-MESSAGE
                   PERFORM 2645-SHOW-TEMP-GRANT-NOTE
                       THRU 2645-SHOW-TEMP-GRANT-NOTE-EXIT
                   DISPLAY PENDING-SCREEN
                   ACCEPT PENDING-SCREEN
                   EVALUATE TRUE
       2640-REVIEW-ONE-ITEM-EXIT.
           EXIT.

      *>****************************************************************
      *> 2645-SHOW-TEMP-GRANT-NOTE - a held change that is a temporary
      *> admin grant shows the reviewer its expiry and revert level
      *>****************************************************************
       2645-SHOW-TEMP-GRANT-NOTE.
           MOVE SPACES TO WS-TEMP-NOTE-LINE.
           MOVE "N" TO WS-TEMP-HELD-SWITCH.
           IF PA-ACTION-CHANGE
               MOVE PA-USER-ID TO TG-USER-ID
               PERFORM 2770-FIND-HELD-TEMP-GRANT
                   THRU 2770-FIND-HELD-TEMP-GRANT-EXIT
           END-IF.
           IF TEMP-GRANT-IS-HELD
               MOVE TG-EXPIRY-DATE TO TN-EXPIRY-DATE
               MOVE TG-REVERT-LEVEL TO TN-REVERT-LEVEL
               MOVE WS-TEMP-NOTE-WORK TO WS-TEMP-NOTE-LINE
           END-IF.
       2645-SHOW-TEMP-GRANT-NOTE-EXIT.
           EXIT.

      *>****************************************************************
      *> 2660-APPROVE-ITEM - apply the held grant to the master (a
      *> held add writes the record, a held change rewrites it), drop
           MOVE PA-USER-NAME TO UM-USER-NAME.
           MOVE PA-DEPARTMENT TO UM-DEPARTMENT.
           MOVE PA-ACCESS-LEVEL TO UM-ACCESS-LEVEL.
           SET UM-ACCOUNT-PERSON TO TRUE.
           MOVE WS-TODAY-DATE-CENTURY TO UM-DATE-ADDED.
           MOVE WS-TODAY-DATE-CENTURY TO UM-DATE-LAST-MAINT.
           SET UM-STATUS-ACTIVE TO TRUE.
                               THRU 2900-WRITE-JOURNAL-RECORD-EXIT
                           DISPLAY "MYPROGO: ADMIN CHANGE OF "
                               UM-USER-ID " APPROVED"
                           PERFORM 2675-ACTIVATE-TEMP-GRANT
                               THRU 2675-ACTIVATE-TEMP-GRANT-EXIT
                   END-REWRITE
           END-READ.
       2670-APPLY-APPROVED-CHANGE-EXIT.
           EXIT.

      *>****************************************************************
      *> 2675-ACTIVATE-TEMP-GRANT - an approved temporary admin grant
      *> starts its clock: the held grant goes active so the nightly
      *> MYPROGT step demotes it on its expiry date
      *>****************************************************************
       2675-ACTIVATE-TEMP-GRANT.
           MOVE UM-USER-ID TO TG-USER-ID.
           PERFORM 2770-FIND-HELD-TEMP-GRANT
               THRU 2770-FIND-HELD-TEMP-GRANT-EXIT.
           IF TEMP-GRANT-IS-HELD
               SET TG-STATUS-ACTIVE TO TRUE
               REWRITE TEMP-GRANT-RECORD
                   INVALID KEY
                       DISPLAY "MYPROGO: UNABLE TO ACTIVATE TEMPORARY "
                           "GRANT FOR " TG-USER-ID
                   NOT INVALID KEY
                       DISPLAY "MYPROGO: " TG-USER-ID " IS ADMIN "
                           "UNTIL " TG-EXPIRY-DATE
               END-REWRITE
           END-IF.
       2675-ACTIVATE-TEMP-GRANT-EXIT.
           EXIT.

      *>****************************************************************
      *> 2680-REJECT-ITEM - drop the held grant without touching the
      *> master and journal the rejection ("N") with the requested
      *> record as the after image; a held temporary grant behind it
      *> is dropped with it
      *>****************************************************************
       2680-REJECT-ITEM.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE PA-USER-NAME TO WS-AFTER-IMAGE (9 : 30).
           MOVE PA-DEPARTMENT TO WS-AFTER-IMAGE (39 : 10).
           MOVE PA-ACCESS-LEVEL TO WS-AFTER-IMAGE (49 : 1).
           IF PA-ACTION-CHANGE
               MOVE PA-USER-ID TO TG-USER-ID
               PERFORM 2770-FIND-HELD-TEMP-GRANT
                   THRU 2770-FIND-HELD-TEMP-GRANT-EXIT
               IF TEMP-GRANT-IS-HELD
                   PERFORM 2775-DROP-TEMP-GRANT
                       THRU 2775-DROP-TEMP-GRANT-EXIT
               END-IF
           END-IF.
           PERFORM 2685-RETIRE-PENDING-ITEM
               THRU 2685-RETIRE-PENDING-ITEM-EXIT.
           MOVE "N" TO WS-JOURNAL-ACTION.
       2690-HOLD-ADMIN-GRANT-EXIT.
           EXIT.

      *>****************************************************************
      *> 2700-MAINTAIN-ENTITLEMENT - one grant, change, revoke, or
      *> inquiry against the application entitlements cluster.  The
      *> function is gated like the user master: any operator may
      *> inquire, grant and change need an update or admin operator,
      *> revoke needs an admin; an attempt beyond the operator's
      *> level is journaled as unauthorized.
      *>****************************************************************
       2700-MAINTAIN-ENTITLEMENT.
           IF NOT ENTL-FILE-AVAILABLE
               DISPLAY "MYPROGO: ENTITLEMENT FILE UNAVAILABLE"
           ELSE
               MOVE SPACES TO WS-ENTL-FUNCTION
               MOVE SPACES TO WS-ENTL-USER-ID
               MOVE SPACES TO WS-ENTL-APPL-CODE
               MOVE SPACES TO WS-ENTL-ROLE-CODE
               MOVE "ENTER FUNCTION AND KEY, THEN PRESS ENTER"
                   TO WS-SCREEN-MESSAGE
               DISPLAY ENTITLE-SCREEN
               ACCEPT ENTITLE-SCREEN
               MOVE "Y" TO WS-TRAN-AUTH-SWITCH
               IF (ENTL-GRANT OR ENTL-CHANGE)
                   AND NOT OPERATOR-UPDATE AND NOT OPERATOR-ADMIN
                   MOVE "N" TO WS-TRAN-AUTH-SWITCH
               END-IF
               IF ENTL-REVOKE AND NOT OPERATOR-ADMIN
                   MOVE "N" TO WS-TRAN-AUTH-SWITCH
               END-IF
               PERFORM 1300-CHECK-BATCH-HOLD
                   THRU 1300-CHECK-BATCH-HOLD-EXIT
               IF NOT TRAN-AUTHORIZED
                   DISPLAY "MYPROGO: NOT AUTHORIZED FOR THAT FUNCTION"
                   PERFORM 2950-LOG-UNAUTHORIZED
                       THRU 2950-LOG-UNAUTHORIZED-EXIT
               ELSE
               IF NOT ENTL-INQUIRE AND ONLINE-UPDATES-HELD
                   PERFORM 2890-REFUSE-HELD-UPDATE
                       THRU 2890-REFUSE-HELD-UPDATE-EXIT
               ELSE
               IF WS-ENTL-USER-ID = SPACES
                   OR WS-ENTL-APPL-CODE = SPACES
                   DISPLAY "MYPROGO: USER-ID AND APPL CODE REQUIRED"
               ELSE
                   MOVE WS-ENTL-USER-ID TO EN-USER-ID
                   MOVE WS-ENTL-APPL-CODE TO EN-APPL-CODE
                   EVALUATE TRUE
                       WHEN ENTL-GRANT
                           PERFORM 2710-GRANT-ENTITLEMENT
                               THRU 2710-GRANT-ENTITLEMENT-EXIT
                       WHEN ENTL-CHANGE
                           PERFORM 2720-CHANGE-ENTITLEMENT
                               THRU 2720-CHANGE-ENTITLEMENT-EXIT
                       WHEN ENTL-REVOKE
                           PERFORM 2730-REVOKE-ENTITLEMENT
                               THRU 2730-REVOKE-ENTITLEMENT-EXIT
                       WHEN ENTL-INQUIRE
                           PERFORM 2740-INQUIRE-ENTITLEMENT
                               THRU 2740-INQUIRE-ENTITLEMENT-EXIT
                       WHEN OTHER
                           DISPLAY "MYPROGO: INVALID FUNCTION, TRY AGAIN"
                   END-EVALUATE
               END-IF
               END-IF
               END-IF
           END-IF.
       2700-MAINTAIN-ENTITLEMENT-EXIT.
           EXIT.

      *>****************************************************************
      *> 2710-GRANT-ENTITLEMENT - write a new entitlement for a user
      *> on the user master, refused when the user already holds a
      *> role in the application (use change instead)
      *>****************************************************************
       2710-GRANT-ENTITLEMENT.
           MOVE WS-ENTL-USER-ID TO UM-USER-ID.
           READ USER-MASTER-FILE
               INVALID KEY
                   DISPLAY "MYPROGO: USER-ID NOT ON USER MASTER - "
                       "NOT GRANTED"
               NOT INVALID KEY
                   IF WS-ENTL-ROLE-CODE = SPACES
                       DISPLAY "MYPROGO: ROLE REQUIRED - NOT GRANTED"
                   ELSE
                       MOVE WS-ENTL-ROLE-CODE TO EN-ROLE-CODE
                       MOVE WS-TODAY-DATE-CENTURY TO EN-DATE-GRANTED
                       MOVE WS-TODAY-DATE-CENTURY
                           TO EN-DATE-LAST-MAINT
                       MOVE WS-OPERATOR-ID TO EN-GRANTED-BY
                       WRITE ENTITLEMENT-RECORD
                           INVALID KEY
                               DISPLAY "MYPROGO: " EN-USER-ID
                                   " ALREADY HOLDS A ROLE IN "
                                   EN-APPL-CODE
                           NOT INVALID KEY
                               MOVE "E" TO WS-JOURNAL-ACTION
                               MOVE SPACES TO WS-BEFORE-IMAGE
                               MOVE ENTITLEMENT-RECORD
                                   TO WS-AFTER-IMAGE
                               PERFORM 2900-WRITE-JOURNAL-RECORD
                                   THRU 2900-WRITE-JOURNAL-RECORD-EXIT
                               DISPLAY "MYPROGO: " EN-APPL-CODE
                                   " ROLE " EN-ROLE-CODE
                                   " GRANTED TO " EN-USER-ID
                       END-WRITE
                   END-IF
           END-READ.
       2710-GRANT-ENTITLEMENT-EXIT.
           EXIT.

      *>****************************************************************
      *> 2720-CHANGE-ENTITLEMENT - replace the role a user holds in an
      *> application
      *>****************************************************************
       2720-CHANGE-ENTITLEMENT.
           READ ENTITLEMENT-FILE
               INVALID KEY
                   DISPLAY "MYPROGO: ENTITLEMENT NOT FOUND"
               NOT INVALID KEY
                   IF WS-ENTL-ROLE-CODE = SPACES
                       DISPLAY "MYPROGO: ROLE REQUIRED - NOT CHANGED"
                   ELSE
                       MOVE ENTITLEMENT-RECORD TO WS-BEFORE-IMAGE
                       MOVE WS-ENTL-ROLE-CODE TO EN-ROLE-CODE
                       MOVE WS-TODAY-DATE-CENTURY
                           TO EN-DATE-LAST-MAINT
                       MOVE WS-OPERATOR-ID TO EN-GRANTED-BY
                       REWRITE ENTITLEMENT-RECORD
                           INVALID KEY
                               DISPLAY "MYPROGO: UNABLE TO REWRITE "
                                   "ENTITLEMENT " EN-USER-ID
                           NOT INVALID KEY
                               MOVE "M" TO WS-JOURNAL-ACTION
                               MOVE ENTITLEMENT-RECORD
                                   TO WS-AFTER-IMAGE
                               PERFORM 2900-WRITE-JOURNAL-RECORD
                                   THRU 2900-WRITE-JOURNAL-RECORD-EXIT
                               DISPLAY "MYPROGO: " EN-APPL-CODE
                                   " ROLE FOR " EN-USER-ID
                                   " CHANGED TO " EN-ROLE-CODE
                       END-REWRITE
                   END-IF
           END-READ.
       2720-CHANGE-ENTITLEMENT-EXIT.
           EXIT.

      *>****************************************************************
      *> 2730-REVOKE-ENTITLEMENT - remove a user's role in an
      *> application
      *>****************************************************************
       2730-REVOKE-ENTITLEMENT.
           READ ENTITLEMENT-FILE
               INVALID KEY
                   DISPLAY "MYPROGO: ENTITLEMENT NOT FOUND"
               NOT INVALID KEY
                   MOVE ENTITLEMENT-RECORD TO WS-BEFORE-IMAGE
                   DELETE ENTITLEMENT-FILE
                       INVALID KEY
                           DISPLAY "MYPROGO: UNABLE TO REVOKE "
                               "ENTITLEMENT " EN-USER-ID
                       NOT INVALID KEY
                           MOVE "V" TO WS-JOURNAL-ACTION
                           MOVE SPACES TO WS-AFTER-IMAGE
                           PERFORM 2900-WRITE-JOURNAL-RECORD
                               THRU 2900-WRITE-JOURNAL-RECORD-EXIT
                           DISPLAY "MYPROGO: " EN-APPL-CODE
                               " ROLE REVOKED FROM " EN-USER-ID
                   END-DELETE
           END-READ.
       2730-REVOKE-ENTITLEMENT-EXIT.
           EXIT.

      *>****************************************************************
      *> 2740-INQUIRE-ENTITLEMENT - show the role a user holds in an
      *> application, making no change to the file
      *>****************************************************************
       2740-INQUIRE-ENTITLEMENT.
           READ ENTITLEMENT-FILE
               INVALID KEY
                   DISPLAY "MYPROGO: ENTITLEMENT NOT FOUND"
               NOT INVALID KEY
                   MOVE EN-ROLE-CODE TO WS-ENTL-ROLE-CODE
                   MOVE "PRESS ENTER TO RETURN TO THE MENU"
                       TO WS-SCREEN-MESSAGE
                   DISPLAY ENTITLE-SCREEN
                   ACCEPT ENTITLE-SCREEN
           END-READ.
       2740-INQUIRE-ENTITLEMENT-EXIT.
           EXIT.

      *>****************************************************************
      *> 2750-GRANT-TEMPORARY-ACCESS - raise a user to UPDATE or ADMIN
      *> until an expiry date, recording the level to revert to and
      *> the reason on the temporary-grant cluster.  The nightly
      *> MYPROGT step demotes the user again once the grant expires.
      *>****************************************************************
       2750-GRANT-TEMPORARY-ACCESS.
           IF NOT TEMP-FILE-AVAILABLE
               DISPLAY "MYPROGO: TEMPORARY GRANT FILE UNAVAILABLE"
           ELSE
               MOVE SPACES TO WS-TEMP-USER-ID
               MOVE SPACES TO WS-TEMP-LEVEL
               MOVE ZERO TO WS-TEMP-EXPIRY-DATE
               MOVE SPACES TO WS-TEMP-REASON
               MOVE "ENTER THE GRANT DETAILS, THEN PRESS ENTER"
                   TO WS-SCREEN-MESSAGE
               DISPLAY TEMPGRANT-SCREEN
               ACCEPT TEMPGRANT-SCREEN
               PERFORM 2755-EDIT-TEMPORARY-GRANT
                   THRU 2755-EDIT-TEMPORARY-GRANT-EXIT
               IF TEMP-GRANT-IS-VALID
                   PERFORM 2760-APPLY-TEMPORARY-GRANT
                       THRU 2760-APPLY-TEMPORARY-GRANT-EXIT
               END-IF
           END-IF.
       2750-GRANT-TEMPORARY-ACCESS-EXIT.
           EXIT.

      *>****************************************************************
      *> 2755-EDIT-TEMPORARY-GRANT - a user-id, a level of U or A, a
      *> real expiry date after today and no more than the maximum
      *> grant period away, and a reason are all required
      *>****************************************************************
       2755-EDIT-TEMPORARY-GRANT.
           MOVE "N" TO WS-TEMP-VALID-SWITCH.
           EVALUATE TRUE
               WHEN WS-TEMP-USER-ID = SPACES
                   DISPLAY "MYPROGO: USER-ID REQUIRED - NOT GRANTED"
               WHEN NOT TEMP-LEVEL-VALID
                   DISPLAY "MYPROGO: LEVEL MUST BE U OR A - "
                       "NOT GRANTED"
               WHEN NOT TEMP-MONTH-VALID OR NOT TEMP-DAY-VALID
                   DISPLAY "MYPROGO: EXPIRY DATE " WS-TEMP-EXPIRY-DATE
                       " IS NOT A DATE - NOT GRANTED"
               WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-TEMP-EXPIRY-DATE)
                       NOT = 0
                   DISPLAY "MYPROGO: EXPIRY DATE " WS-TEMP-EXPIRY-DATE
                       " IS NOT A DATE - NOT GRANTED"
               WHEN WS-TEMP-EXPIRY-DATE NOT > WS-TODAY-DATE-CENTURY
                   DISPLAY "MYPROGO: EXPIRY DATE MUST BE AFTER TODAY"
                       " - NOT GRANTED"
               WHEN WS-TEMP-REASON = SPACES
                   DISPLAY "MYPROGO: REASON REQUIRED - NOT GRANTED"
               WHEN OTHER
                   MOVE "Y" TO WS-TEMP-VALID-SWITCH
           END-EVALUATE.
           IF TEMP-GRANT-IS-VALID
               COMPUTE WS-TEMP-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-TEMP-EXPIRY-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-CENTURY)
               IF WS-TEMP-DAYS > WS-TEMP-MAX-DAYS
                   MOVE "N" TO WS-TEMP-VALID-SWITCH
                   DISPLAY "MYPROGO: A TEMPORARY GRANT RUNS AT MOST "
                       WS-TEMP-MAX-DAYS " DAYS - NOT GRANTED"
               END-IF
           END-IF.
       2755-EDIT-TEMPORARY-GRANT-EXIT.
           EXIT.

      *>****************************************************************
      *> 2760-APPLY-TEMPORARY-GRANT - the user must be active and below
      *> the level asked for; the grant is recorded first (one open
      *> grant per user), then an UPDATE grant is applied to the
      *> master and journaled "C" while an ADMIN grant goes to the
      *> two-person hold, its temporary grant HELD until approved
      *>****************************************************************
       2760-APPLY-TEMPORARY-GRANT.
           MOVE SPACES TO USER-MASTER-RECORD.
           MOVE WS-TEMP-USER-ID TO UM-USER-ID.
           READ USER-MASTER-FILE
               INVALID KEY
                   DISPLAY "MYPROGO: USER-ID NOT ON USER MASTER - "
                       "NOT GRANTED"
               NOT INVALID KEY
                   IF UM-STATUS-SUSPENDED
                       DISPLAY "MYPROGO: USER " UM-USER-ID
                           " IS SUSPENDED - NOT GRANTED"
                   ELSE
                   IF UM-ACCESS-ADMIN
                       OR UM-ACCESS-LEVEL = WS-TEMP-LEVEL
                       DISPLAY "MYPROGO: USER " UM-USER-ID
                           " ALREADY HOLDS LEVEL " UM-ACCESS-LEVEL
                           " - NOT GRANTED"
                   ELSE
                       PERFORM 2765-RECORD-TEMPORARY-GRANT
                           THRU 2765-RECORD-TEMPORARY-GRANT-EXIT
                   END-IF
                   END-IF
           END-READ.
       2760-APPLY-TEMPORARY-GRANT-EXIT.
           EXIT.

       2765-RECORD-TEMPORARY-GRANT.
           MOVE UM-USER-ID TO TG-USER-ID.
           MOVE WS-TEMP-LEVEL TO TG-ELEVATED-LEVEL.
           MOVE UM-ACCESS-LEVEL TO TG-REVERT-LEVEL.
           MOVE WS-TEMP-EXPIRY-DATE TO TG-EXPIRY-DATE.
           MOVE WS-TEMP-REASON TO TG-REASON.
           MOVE WS-OPERATOR-ID TO TG-GRANTED-BY.
           MOVE WS-TODAY-DATE-CENTURY TO TG-DATE-GRANTED.
           IF WS-TEMP-LEVEL = "A"
               SET TG-STATUS-HELD TO TRUE
           ELSE
               SET TG-STATUS-ACTIVE TO TRUE
           END-IF.
           WRITE TEMP-GRANT-RECORD
               INVALID KEY
                   DISPLAY "MYPROGO: A TEMPORARY GRANT IS ALREADY "
                       "OPEN FOR " TG-USER-ID
               NOT INVALID KEY
                   MOVE USER-MASTER-RECORD TO WS-BEFORE-IMAGE
                   MOVE WS-TEMP-LEVEL TO UM-ACCESS-LEVEL
                   IF UM-ACCESS-ADMIN
                       MOVE "C" TO WS-HOLD-ACTION
                       PERFORM 2690-HOLD-ADMIN-GRANT
                           THRU 2690-HOLD-ADMIN-GRANT-EXIT
                       IF NOT FS-PENDING-FILE-OK
                           PERFORM 2775-DROP-TEMP-GRANT
                               THRU 2775-DROP-TEMP-GRANT-EXIT
                       END-IF
                   ELSE
                       MOVE WS-TODAY-DATE-CENTURY
                           TO UM-DATE-LAST-MAINT
                       REWRITE USER-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "MYPROGO: UNABLE TO REWRITE "
                                   "USER " UM-USER-ID
                               PERFORM 2775-DROP-TEMP-GRANT
                                   THRU 2775-DROP-TEMP-GRANT-EXIT
                           NOT INVALID KEY
                               MOVE "C" TO WS-JOURNAL-ACTION
                               MOVE USER-MASTER-RECORD
                                   TO WS-AFTER-IMAGE
                               PERFORM 2900-WRITE-JOURNAL-RECORD
                                   THRU 2900-WRITE-JOURNAL-RECORD-EXIT
                               DISPLAY "MYPROGO: USER " UM-USER-ID
                                   " RAISED TO " UM-ACCESS-LEVEL
                                   " UNTIL " TG-EXPIRY-DATE
                       END-REWRITE
                   END-IF
           END-WRITE.
       2765-RECORD-TEMPORARY-GRANT-EXIT.
           EXIT.

      *>****************************************************************
      *> 2770-FIND-HELD-TEMP-GRANT - is there a temporary grant for
      *> the user-id in TG-USER-ID still waiting on approval
      *>****************************************************************
       2770-FIND-HELD-TEMP-GRANT.
           MOVE "N" TO WS-TEMP-HELD-SWITCH.
           IF TEMP-FILE-AVAILABLE
               READ TEMP-GRANT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TG-STATUS-HELD
                           SET TEMP-GRANT-IS-HELD TO TRUE
                       END-IF
               END-READ
           END-IF.
       2770-FIND-HELD-TEMP-GRANT-EXIT.
           EXIT.

       2775-DROP-TEMP-GRANT.
           DELETE TEMP-GRANT-FILE
               INVALID KEY
                   DISPLAY "MYPROGO: UNABLE TO DROP TEMPORARY GRANT "
                       "FOR " TG-USER-ID
           END-DELETE.
       2775-DROP-TEMP-GRANT-EXIT.
           EXIT.

      *>****************************************************************
      *> 2800-EDIT-DEPARTMENT - the department code keyed on the add
      *> or change screen must be on the reference master; when the
       2800-EDIT-DEPARTMENT-EXIT.
           EXIT.

      *>****************************************************************
      *> 2820-EDIT-ACCOUNT-OWNER - the same edit MYPROGU applies to
      *> the feed's ownership action: a blank account type is a
      *> person, a person carries no owner, and a service or generic
      *> account must name someone other than itself who is an active
      *> person on the master.  The keyed record is held while the
      *> owner is read and put back before returning.
      *>****************************************************************
       2820-EDIT-ACCOUNT-OWNER.
           MOVE "Y" TO WS-OWNER-VALID-SWITCH.
           MOVE SPACES TO WS-OWNER-REJECT-REASON.
           IF UM-ACCOUNT-TYPE = SPACE
               SET UM-ACCOUNT-PERSON TO TRUE
           END-IF.
           MOVE USER-MASTER-RECORD TO WS-OWNED-ACCOUNT-RECORD.
           EVALUATE TRUE
               WHEN UM-ACCOUNT-PERSON
                   IF UM-OWNER-ID NOT = SPACES
                       MOVE "N" TO WS-OWNER-VALID-SWITCH
                       MOVE "PERSON HAS OWNER"
                           TO WS-OWNER-REJECT-REASON
                   END-IF
               WHEN NOT UM-ACCOUNT-NON-PERSON
                   MOVE "N" TO WS-OWNER-VALID-SWITCH
                   MOVE "BAD ACCOUNT TYPE" TO WS-OWNER-REJECT-REASON
               WHEN UM-OWNER-ID = SPACES
                   MOVE "N" TO WS-OWNER-VALID-SWITCH
                   MOVE "OWNER MISSING" TO WS-OWNER-REJECT-REASON
               WHEN UM-OWNER-ID = UM-USER-ID
                   MOVE "N" TO WS-OWNER-VALID-SWITCH
                   MOVE "SELF-OWNED ACCOUNT" TO WS-OWNER-REJECT-REASON
               WHEN OTHER
                   MOVE UM-OWNER-ID TO UM-USER-ID
                   READ USER-MASTER-FILE
                       INVALID KEY
                           MOVE "N" TO WS-OWNER-VALID-SWITCH
                           MOVE "OWNER NOT ON MASTER"
                               TO WS-OWNER-REJECT-REASON
                       NOT INVALID KEY
                           IF UM-ACCOUNT-NON-PERSON
                               MOVE "N" TO WS-OWNER-VALID-SWITCH
                               MOVE "OWNER NOT A PERSON"
                                   TO WS-OWNER-REJECT-REASON
                           ELSE
                               IF NOT UM-STATUS-ACTIVE
                                   MOVE "N" TO WS-OWNER-VALID-SWITCH
                                   MOVE "OWNER NOT ACTIVE"
                                       TO WS-OWNER-REJECT-REASON
                               END-IF
                           END-IF
                   END-READ
           END-EVALUATE.
           MOVE WS-OWNED-ACCOUNT-RECORD TO USER-MASTER-RECORD.
       2820-EDIT-ACCOUNT-OWNER-EXIT.
           EXIT.

      *>****************************************************************
      *> 2850-UNLOCK-OPERATOR - an admin operator clears the lockout
      *> on another operator's id after confirming the lock details;
      *> nobody unlocks their own id.  The unlock is journaled "U"
      *> with the unlocked id in both images.
      *>****************************************************************
       2850-UNLOCK-OPERATOR.
           MOVE SPACES TO WS-UNLOCK-OPERATOR-ID.
           MOVE "OPERATOR ID TO UNLOCK, THEN PRESS ENTER"
               TO WS-SCREEN-MESSAGE.
           DISPLAY UNLOCK-SCREEN.
           ACCEPT UNLOCK-SCREEN.
           MOVE WS-UNLOCK-OPERATOR-ID TO OL-OPERATOR-ID.
           EVALUATE TRUE
               WHEN WS-UNLOCK-OPERATOR-ID = SPACES
                   DISPLAY "MYPROGO: OPERATOR ID REQUIRED"
               WHEN WS-UNLOCK-OPERATOR-ID = WS-OPERATOR-ID
                   DISPLAY "MYPROGO: YOU CANNOT UNLOCK YOUR OWN ID"
                       " - ANOTHER ADMIN MUST UNLOCK IT"
                   PERFORM 2950-LOG-UNAUTHORIZED
                       THRU 2950-LOG-UNAUTHORIZED-EXIT
               WHEN OL-POLICY-RECORD
                   DISPLAY "MYPROGO: " WS-UNLOCK-OPERATOR-ID
                       " IS NOT LOCKED OUT"
               WHEN OTHER
                   READ OPERATOR-LOCKOUT-FILE
                       INVALID KEY
                           DISPLAY "MYPROGO: " WS-UNLOCK-OPERATOR-ID
                               " IS NOT LOCKED OUT"
                       NOT INVALID KEY
                           IF OL-STATUS-LOCKED
                               PERFORM 2860-CONFIRM-UNLOCK
                                   THRU 2860-CONFIRM-UNLOCK-EXIT
                           ELSE
                               DISPLAY "MYPROGO: "
                                   WS-UNLOCK-OPERATOR-ID
                                   " IS NOT LOCKED OUT"
                           END-IF
                   END-READ
           END-EVALUATE.
       2850-UNLOCK-OPERATOR-EXIT.
           EXIT.

       2860-CONFIRM-UNLOCK.
           MOVE OL-LOCKED-DATE TO UN-LOCKED-DATE.
           MOVE OL-LOCKED-TIME (1 : 6) TO UN-LOCKED-TIME.
           MOVE OL-LOCKED-BY-PROGRAM TO UN-LOCKED-BY-PROGRAM.
           MOVE SPACES TO WS-UNLOCK-CHOICE.
           MOVE SPACES TO WS-SCREEN-MESSAGE.
           DISPLAY UNLOCK-CONFIRM-SCREEN.
           ACCEPT UNLOCK-CONFIRM-SCREEN.
           IF UNLOCK-CONFIRMED
               MOVE "O" TO OL-LOCK-STATUS
               MOVE ZERO TO OL-FAILURE-COUNT
               MOVE ZEROS TO OL-FAILURE-TABLE
               MOVE WS-OPERATOR-ID TO OL-UNLOCKED-BY
               MOVE WS-TODAY-DATE-CENTURY TO OL-UNLOCKED-DATE
               REWRITE OPERATOR-LOCKOUT-RECORD
                   INVALID KEY
                       DISPLAY "MYPROGO: UNABLE TO UNLOCK "
                           WS-UNLOCK-OPERATOR-ID
                   NOT INVALID KEY
                       MOVE "U" TO WS-JOURNAL-ACTION
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE SPACES TO WS-AFTER-IMAGE
                       MOVE WS-UNLOCK-OPERATOR-ID
                           TO WS-BEFORE-IMAGE (1 : 8)
                       MOVE WS-UNLOCK-OPERATOR-ID
                           TO WS-AFTER-IMAGE (1 : 8)
                       PERFORM 2900-WRITE-JOURNAL-RECORD
                           THRU 2900-WRITE-JOURNAL-RECORD-EXIT
                       DISPLAY "MYPROGO: OPERATOR "
                           WS-UNLOCK-OPERATOR-ID " UNLOCKED"
               END-REWRITE
           ELSE
               DISPLAY "MYPROGO: UNLOCK CANCELLED"
           END-IF.
       2860-CONFIRM-UNLOCK-EXIT.
           EXIT.

      *>****************************************************************
      *> 2870-OVERRIDE-BATCH-HOLD - emergency override of the nightly
      *> batch hold, admin operators only; it lasts for this session
      *> and only for the hold in effect now
      *>****************************************************************
       2870-OVERRIDE-BATCH-HOLD.
           EVALUATE TRUE
               WHEN NOT BATCH-HOLD-IN-EFFECT
                   DISPLAY "MYPROGO: NO BATCH HOLD IN EFFECT"
               WHEN BATCH-HOLD-OVERRIDDEN
                   DISPLAY "MYPROGO: BATCH HOLD ALREADY OVERRIDDEN"
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
                       DISPLAY "MYPROGO: OVERRIDE CANCELLED"
                   END-IF
           END-EVALUATE.
       2870-OVERRIDE-BATCH-HOLD-EXIT.
           EXIT.

      *>****************************************************************
      *> 2880-RECORD-OVERRIDE - read the status record again (the
      *> cycle may have cleared the hold while the screen was up),
      *> record this override on it, and journal it "O" with the
      *> operator as the user-id and this program as the user name
      *>****************************************************************
       2880-RECORD-OVERRIDE.
           PERFORM 1300-CHECK-BATCH-HOLD
               THRU 1300-CHECK-BATCH-HOLD-EXIT.
           IF NOT BATCH-HOLD-IN-EFFECT
               DISPLAY "MYPROGO: BATCH HOLD HAS CLEARED - NO OVERRIDE"
                   " NEEDED"
           ELSE
               IF SS-OVERRIDE-COUNT IS NOT NUMERIC
                   MOVE ZERO TO SS-OVERRIDE-COUNT
               END-IF
               ADD 1 TO SS-OVERRIDE-COUNT
               MOVE WS-OPERATOR-ID TO SS-OVERRIDE-OPERATOR
               MOVE "MYPROGO" TO SS-OVERRIDE-PROGRAM
               MOVE WS-TODAY-DATE-CENTURY TO SS-OVERRIDE-DATE
               ACCEPT WS-JOURNAL-TIME FROM TIME
               MOVE WS-JOURNAL-TIME TO SS-OVERRIDE-TIME
               REWRITE SYSTEM-STATUS-RECORD
                   INVALID KEY
                       DISPLAY "MYPROGO: UNABLE TO RECORD THE OVERRIDE, "
                           "STATUS = " FS-STATUS-FILE
                   NOT INVALID KEY
                       SET BATCH-HOLD-OVERRIDDEN TO TRUE
                       MOVE SS-SET-DATE TO WS-OVERRIDDEN-SET-DATE
                       MOVE SS-SET-TIME TO WS-OVERRIDDEN-SET-TIME
                       MOVE "N" TO WS-UPDATE-HOLD-SWITCH
                       MOVE "O" TO WS-JOURNAL-ACTION
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE SPACES TO WS-AFTER-IMAGE
                       MOVE WS-OPERATOR-ID TO WS-AFTER-IMAGE (1 : 8)
                       MOVE "MYPROGO" TO WS-AFTER-IMAGE (9 : 30)
                       PERFORM 2900-WRITE-JOURNAL-RECORD
                           THRU 2900-WRITE-JOURNAL-RECORD-EXIT
                       DISPLAY "MYPROGO: BATCH HOLD OVERRIDDEN FOR THIS"
                           " SESSION BY " WS-OPERATOR-ID
               END-REWRITE
           END-IF.
       2880-RECORD-OVERRIDE-EXIT.
           EXIT.

      *>****************************************************************
      *> 2890-REFUSE-HELD-UPDATE - an update keyed while the nightly
      *> cycle holds the master; only inquiries run until it clears
      *>****************************************************************
       2890-REFUSE-HELD-UPDATE.
           DISPLAY "MYPROGO: " WS-HOLD-BANNER.
           DISPLAY "MYPROGO: UPDATES ARE HELD WHILE THE NIGHTLY CYCLE"
               " RUNS - INQUIRY ONLY".
       2890-REFUSE-HELD-UPDATE-EXIT.
           EXIT.

      *>****************************************************************
      *> 2900-WRITE-JOURNAL-RECORD - journal one maintenance action
      *> with the operator, a date/time stamp, and the before and
           IF DEPT-FILE-AVAILABLE
               CLOSE DEPARTMENT-FILE
           END-IF.
           IF ENTL-FILE-AVAILABLE
               CLOSE ENTITLEMENT-FILE
           END-IF.
           IF TEMP-FILE-AVAILABLE
               CLOSE TEMP-GRANT-FILE
           END-IF.
           CLOSE OPERATOR-LOCKOUT-FILE.
           CLOSE SYSTEM-STATUS-FILE.
           DISPLAY "MYPROGO: SESSION ENDED".
       9000-TERMINATE-EXIT.
           EXIT.
