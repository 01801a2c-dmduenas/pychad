       >>source format free
      *>****************************************************************
      *> Program name:    MYPROGE
      *> Original author: DDUENAS
      *>
      *> Maintenence Log
      *> Date      Author        Maintenance Requirement
      *> --------- ------------  ---------------------------------------
      *> 10/14/26 DDUENAS  Created for the segregation-of-duties
      *>                   review audit asked for once per-application
      *>                   roles moved onto the entitlements cluster
      *>                   (ENTLREC).  Loads the conflict rules - each
      *>                   card names two application/role pairs one
      *>                   user must never hold together, a blank role
      *>                   meaning any role in that application -
      *>                   then walks the user master in department
      *>                   order through the department alternate
      *>                   index, gathers each user's entitlements,
      *>                   and lists every rule the user breaks, one
      *>                   department per page with the manager named
      *>                   so each section can go straight to the
      *>                   person who has to fix it.
      *> 10/15/26 DDUENAS  A last section lists every entitlement row
      *>                   whose user is no longer on the user master,
      *>                   so roles left behind by a delete or purge
      *>                   made before those removals revoked them are
      *>                   found and cleared.  Any row listed is a
      *>                   warning (RC=4), like a conflict.
      *>
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MYPROGE.
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

           SELECT ENTITLEMENT-FILE ASSIGN TO "USRENTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-ENTITLE-KEY
               FILE STATUS IS FS-ENTITLEMENT-FILE.

           SELECT DEPARTMENT-FILE ASSIGN TO "USRDEPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS FS-DEPARTMENT-FILE.

           SELECT SOD-RULE-FILE ASSIGN TO "SODRULE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SOD-RULE-FILE.

           SELECT PRINT-FILE ASSIGN TO "SODRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PRINT-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
           COPY USERREC.

       FD  ENTITLEMENT-FILE.
           COPY ENTLREC.

       FD  DEPARTMENT-FILE.
           COPY DEPTREC.

      *> One conflict rule per card: a user may not hold the first
      *> application/role pair and the second together.  A blank
      *> role matches any role in its application; an asterisk in
      *> column 1 marks a comment card.
       FD  SOD-RULE-FILE
           RECORDING MODE IS F.
       01  SOD-RULE-RECORD.
           05  SR-RULE-ID              PIC X(06).
               88  SR-COMMENT-CARD             VALUE "*".
           05  FILLER                  PIC X(01).
           05  SR-APPL-1               PIC X(08).
           05  SR-ROLE-1               PIC X(10).
           05  SR-APPL-2               PIC X(08).
           05  SR-ROLE-2               PIC X(10).
           05  SR-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(07).

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RPTHDR.

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

       01  WS-SOD-COLUMN-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "USER-ID".
           05  FILLER                  PIC X(32) VALUE "USER-NAME".
           05  FILLER                  PIC X(20) VALUE
               "RULE   CONFLICT".

       01  WS-VIOLATION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  VD-USER-ID              PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  VD-USER-NAME            PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  VD-RULE-ID              PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  VD-RULE-DESC            PIC X(30) VALUE SPACES.

       01  WS-VIOLATION-HOLDS-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "HOLDS ".
           05  VH-APPL-1               PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  VH-ROLE-1               PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE " AND ".
           05  VH-APPL-2               PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  VH-ROLE-2               PIC X(10) VALUE SPACES.

       01  WS-DEPT-COUNT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "CONFLICTS IN DEPT . ".
           05  DC-VIOLATION-COUNT      PIC ZZZ,ZZ9.

       01  WS-NO-CONFLICT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(44) VALUE
               "NO SEGREGATION-OF-DUTIES CONFLICTS FOUND".

       01  WS-ORPHAN-TITLE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(50) VALUE
               "ENTITLEMENTS WITH NO USER ON THE USER MASTER".

       01  WS-ORPHAN-COLUMN-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "USER-ID".
           05  FILLER                  PIC X(10) VALUE "APPL".
           05  FILLER                  PIC X(12) VALUE "ROLE".
           05  FILLER                  PIC X(10) VALUE "GRANTED".
           05  FILLER                  PIC X(10) VALUE "GRANTED BY".

       01  WS-ORPHAN-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OL-USER-ID              PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OL-APPL-CODE            PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OL-ROLE-CODE            PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OL-DATE-GRANTED         PIC 9(08) VALUE ZERO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OL-GRANTED-BY           PIC X(08) VALUE SPACES.

       01  WS-NO-ORPHAN-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(44) VALUE
               "NONE - EVERY ENTITLEMENT HAS ITS USER".

       01  WS-SOD-TOTAL-LINE-1.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "USERS CHECKED ..... ".
           05  ST-USERS-CHECKED        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "ENTITLEMENTS READ . ".
           05  ST-ENTLS-READ           PIC ZZZ,ZZ9.

       01  WS-SOD-TOTAL-LINE-2.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "RULES LOADED ...... ".
           05  ST-RULES-LOADED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "CONFLICTS FOUND ... ".
           05  ST-VIOLATIONS           PIC ZZZ,ZZ9.

       01  WS-SOD-TOTAL-LINE-3.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "DEPARTMENTS ....... ".
           05  ST-DEPT-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "NO USER ON MASTER . ".
           05  ST-ORPHANS              PIC ZZZ,ZZ9.

       01  WS-PRINT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 055.
           05  WS-PAGE-NUMBER          PIC 9(04) COMP VALUE ZERO.

       01  WS-RUN-IDENTITY.
           05  WS-RUN-DATE             PIC X(08).

       01  WS-FILE-STATUSES.
           05  FS-USER-MASTER          PIC X(02) VALUE "00".
               88  FS-USER-MASTER-OK              VALUE "00".
           05  FS-ENTITLEMENT-FILE     PIC X(02) VALUE "00".
               88  FS-ENTITLEMENT-FILE-OK         VALUE "00".
           05  FS-DEPARTMENT-FILE      PIC X(02) VALUE "00".
               88  FS-DEPARTMENT-FILE-OK          VALUE "00".
           05  FS-SOD-RULE-FILE        PIC X(02) VALUE "00".
               88  FS-SOD-RULE-FILE-OK            VALUE "00".
           05  FS-PRINT-FILE           PIC X(02) VALUE "00".
               88  FS-PRINT-FILE-OK               VALUE "00".

       01  WS-SWITCHES.
           05  WS-MASTER-EOF-SWITCH    PIC X(01) VALUE "N".
               88  END-OF-USER-MASTER              VALUE "Y".
           05  WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE "N".
               88  MASTER-FILE-OPEN-FAILED         VALUE "Y".
           05  WS-ENTL-OPEN-SWITCH     PIC X(01) VALUE "N".
               88  ENTL-FILE-OPEN-FAILED           VALUE "Y".
           05  WS-RULE-OPEN-SWITCH     PIC X(01) VALUE "N".
               88  RULE-FILE-OPEN-FAILED           VALUE "Y".
           05  WS-RULE-EOF-SWITCH      PIC X(01) VALUE "N".
               88  END-OF-RULE-FILE                VALUE "Y".
           05  WS-DEPT-FILE-SWITCH     PIC X(01) VALUE "N".
               88  DEPT-FILE-AVAILABLE             VALUE "Y".
           05  WS-USER-ENTL-EOF-SWITCH PIC X(01) VALUE "N".
               88  END-OF-USER-ENTLS               VALUE "Y".
           05  WS-ORPHAN-EOF-SWITCH    PIC X(01) VALUE "N".
               88  END-OF-ORPHAN-SCAN              VALUE "Y".
           05  WS-ON-MASTER-SWITCH     PIC X(01) VALUE "N".
               88  ENTL-USER-ON-MASTER             VALUE "Y".

       01  WS-BREAK-CONTROL.
           05  WS-DEPT-HOLD            PIC X(10) VALUE LOW-VALUES.
               88  NO-DEPT-STARTED            VALUE LOW-VALUES.
           05  WS-DEPT-MANAGER-HOLD    PIC X(30) VALUE SPACES.
           05  WS-DEPT-VIOLATIONS      PIC 9(05) COMP VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-USERS-CHECKED        PIC 9(07) COMP VALUE ZERO.
           05  WS-ENTLS-READ           PIC 9(07) COMP VALUE ZERO.
           05  WS-RULES-LOADED         PIC 9(05) COMP VALUE ZERO.
           05  WS-RULES-SKIPPED        PIC 9(05) COMP VALUE ZERO.
           05  WS-VIOLATIONS           PIC 9(07) COMP VALUE ZERO.
           05  WS-DEPT-COUNT           PIC 9(05) COMP VALUE ZERO.
           05  WS-ORPHANS              PIC 9(07) COMP VALUE ZERO.

       01  WS-MATCH-CONTROL.
           05  WS-ORPHAN-USER-HOLD     PIC X(08) VALUE LOW-VALUES.
           05  WS-RULE-SUB             PIC 9(03) COMP VALUE ZERO.
           05  WS-ENTL-SUB             PIC 9(03) COMP VALUE ZERO.
           05  WS-USER-ENTL-COUNT      PIC 9(03) COMP VALUE ZERO.
           05  WS-SIDE-1-SUB           PIC 9(03) COMP VALUE ZERO.
           05  WS-SIDE-2-SUB           PIC 9(03) COMP VALUE ZERO.

       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-RULE-IDX.
               10  RUL-RULE-ID         PIC X(06).
               10  RUL-APPL-1          PIC X(08).
               10  RUL-ROLE-1          PIC X(10).
               10  RUL-APPL-2          PIC X(08).
               10  RUL-ROLE-2          PIC X(10).
               10  RUL-DESCRIPTION     PIC X(30).

       01  WS-USER-ENTL-TABLE.
           05  WS-USER-ENTL-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-UENT-IDX.
               10  UEN-APPL-CODE       PIC X(08).
               10  UEN-ROLE-CODE       PIC X(10).

       PROCEDURE DIVISION.
      *>****************************************************************
      *> 0000-MAINLINE
      *>****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-USERS
               THRU 2000-PROCESS-USERS-EXIT
               UNTIL END-OF-USER-MASTER.
           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.
           STOP RUN.

      *>****************************************************************
      *> 1000-INITIALIZE - open the files, load the conflict rules,
      *> and position the user master on the department alternate
      *> index so the users come back in department order
      *>****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE.
           OPEN OUTPUT PRINT-FILE.
           IF NOT FS-PRINT-FILE-OK
               DISPLAY "MYPROGE: UNABLE TO OPEN PRINT-FILE, STATUS = "
                   FS-PRINT-FILE
           END-IF.
           OPEN INPUT USER-MASTER-FILE.
           IF NOT FS-USER-MASTER-OK
               DISPLAY "MYPROGE: UNABLE TO OPEN USER-MASTER-FILE, "
                   "STATUS = " FS-USER-MASTER
               MOVE "Y" TO WS-MASTER-EOF-SWITCH
               SET MASTER-FILE-OPEN-FAILED TO TRUE
           END-IF.
           OPEN INPUT ENTITLEMENT-FILE.
           IF NOT FS-ENTITLEMENT-FILE-OK
               DISPLAY "MYPROGE: UNABLE TO OPEN ENTITLEMENT-FILE, "
                   "STATUS = " FS-ENTITLEMENT-FILE
               MOVE "Y" TO WS-MASTER-EOF-SWITCH
               SET ENTL-FILE-OPEN-FAILED TO TRUE
           END-IF.
           OPEN INPUT SOD-RULE-FILE.
           IF NOT FS-SOD-RULE-FILE-OK
               DISPLAY "MYPROGE: UNABLE TO OPEN SOD-RULE-FILE, "
                   "STATUS = " FS-SOD-RULE-FILE
               MOVE "Y" TO WS-MASTER-EOF-SWITCH
               MOVE "Y" TO WS-RULE-EOF-SWITCH
               SET RULE-FILE-OPEN-FAILED TO TRUE
           END-IF.
           OPEN INPUT DEPARTMENT-FILE.
           IF FS-DEPARTMENT-FILE-OK
               SET DEPT-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "MYPROGE: DEPARTMENT-FILE UNAVAILABLE, "
                   "STATUS = " FS-DEPARTMENT-FILE
                   " - DEPARTMENT CODES PRINTED UNNAMED"
           END-IF.
           MOVE "MYPROGE" TO RH1-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RH1-RUN-DATE.
           MOVE "SEGREGATION OF DUTIES CONFLICTS" TO RH2-REPORT-TITLE.
           PERFORM 1100-LOAD-RULE
               THRU 1100-LOAD-RULE-EXIT
               UNTIL END-OF-RULE-FILE.
           IF WS-RULES-LOADED = ZERO
               AND NOT RULE-FILE-OPEN-FAILED
               DISPLAY "MYPROGE: NO CONFLICT RULES LOADED - NOTHING "
                   "TO CHECK"
           END-IF.
           IF NOT END-OF-USER-MASTER
               MOVE LOW-VALUES TO UM-DEPARTMENT
               START USER-MASTER-FILE
                   KEY IS NOT LESS THAN UM-DEPARTMENT
                   INVALID KEY
                       MOVE "Y" TO WS-MASTER-EOF-SWITCH
               END-START
           END-IF.
           IF NOT END-OF-USER-MASTER
               PERFORM 2900-READ-NEXT-USER
                   THRU 2900-READ-NEXT-USER-EXIT
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *>****************************************************************
      *> 1100-LOAD-RULE - one conflict rule card into the table; a
      *> card missing either application code is refused, since it
      *> could never match
      *>****************************************************************
       1100-LOAD-RULE.
           READ SOD-RULE-FILE
               AT END
                   MOVE "Y" TO WS-RULE-EOF-SWITCH
           END-READ.
           IF NOT END-OF-RULE-FILE
               AND NOT SR-COMMENT-CARD
               AND SOD-RULE-RECORD NOT = SPACES
               IF SR-APPL-1 = SPACES OR SR-APPL-2 = SPACES
                   ADD 1 TO WS-RULES-SKIPPED
                   DISPLAY "MYPROGE: RULE " SR-RULE-ID
                       " MISSING AN APPLICATION CODE - IGNORED"
               ELSE
                   IF WS-RULES-LOADED < 100
                       ADD 1 TO WS-RULES-LOADED
                       SET WS-RULE-IDX TO WS-RULES-LOADED
                       MOVE SR-RULE-ID TO RUL-RULE-ID (WS-RULE-IDX)
                       MOVE SR-APPL-1 TO RUL-APPL-1 (WS-RULE-IDX)
                       MOVE SR-ROLE-1 TO RUL-ROLE-1 (WS-RULE-IDX)
                       MOVE SR-APPL-2 TO RUL-APPL-2 (WS-RULE-IDX)
                       MOVE SR-ROLE-2 TO RUL-ROLE-2 (WS-RULE-IDX)
                       MOVE SR-DESCRIPTION
                           TO RUL-DESCRIPTION (WS-RULE-IDX)
                   ELSE
                       ADD 1 TO WS-RULES-SKIPPED
                       DISPLAY "MYPROGE: RULE TABLE FULL - RULE "
                           SR-RULE-ID " IGNORED"
                   END-IF
               END-IF
           END-IF.
       1100-LOAD-RULE-EXIT.
           EXIT.

      *>****************************************************************
      *> 1900-PRINT-DEPT-HEADERS - one department starts a new page so
      *> each manager can be handed exactly their own pages
      *>****************************************************************
       1900-PRINT-DEPT-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO RH1-PAGE-NUMBER.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADER-2
               AFTER ADVANCING 1 LINE.
           IF NOT NO-DEPT-STARTED
               WRITE PRINT-RECORD FROM WS-DEPT-HEADER-LINE
                   AFTER ADVANCING 2 LINES
               WRITE PRINT-RECORD FROM WS-DEPT-MANAGER-LINE
                   AFTER ADVANCING 1 LINE
               WRITE PRINT-RECORD FROM WS-SOD-COLUMN-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE ZERO TO WS-LINE-COUNT.
       1900-PRINT-DEPT-HEADERS-EXIT.
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
      *> 2000-PROCESS-USERS - gather one user's entitlements and test
      *> them against every conflict rule
      *>****************************************************************
       2000-PROCESS-USERS.
           ADD 1 TO WS-USERS-CHECKED.
           PERFORM 2100-LOAD-USER-ENTITLEMENTS
               THRU 2100-LOAD-USER-ENTITLEMENTS-EXIT.
           IF WS-USER-ENTL-COUNT > 1
               PERFORM 2200-CHECK-ONE-RULE
                   THRU 2200-CHECK-ONE-RULE-EXIT
                   VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULES-LOADED
           END-IF.
           PERFORM 2900-READ-NEXT-USER
               THRU 2900-READ-NEXT-USER-EXIT.
       2000-PROCESS-USERS-EXIT.
           EXIT.

      *>****************************************************************
      *> 2100-LOAD-USER-ENTITLEMENTS - position on the user's first
      *> entitlement and read forward while the user-id still matches
      *>****************************************************************
       2100-LOAD-USER-ENTITLEMENTS.
           MOVE ZERO TO WS-USER-ENTL-COUNT.
           MOVE "N" TO WS-USER-ENTL-EOF-SWITCH.
           MOVE UM-USER-ID TO EN-USER-ID.
           MOVE LOW-VALUES TO EN-APPL-CODE.
           START ENTITLEMENT-FILE
               KEY IS NOT LESS THAN EN-ENTITLE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-USER-ENTL-EOF-SWITCH
           END-START.
           PERFORM 2150-LOAD-ONE-ENTITLEMENT
               THRU 2150-LOAD-ONE-ENTITLEMENT-EXIT
               UNTIL END-OF-USER-ENTLS.
       2100-LOAD-USER-ENTITLEMENTS-EXIT.
           EXIT.

       2150-LOAD-ONE-ENTITLEMENT.
           READ ENTITLEMENT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-USER-ENTL-EOF-SWITCH
           END-READ.
           IF NOT END-OF-USER-ENTLS
               IF EN-USER-ID NOT = UM-USER-ID
                   MOVE "Y" TO WS-USER-ENTL-EOF-SWITCH
               ELSE
                   ADD 1 TO WS-ENTLS-READ
                   IF WS-USER-ENTL-COUNT < 50
                       ADD 1 TO WS-USER-ENTL-COUNT
                       SET WS-UENT-IDX TO WS-USER-ENTL-COUNT
                       MOVE EN-APPL-CODE
                           TO UEN-APPL-CODE (WS-UENT-IDX)
                       MOVE EN-ROLE-CODE
                           TO UEN-ROLE-CODE (WS-UENT-IDX)
                   ELSE
                       DISPLAY "MYPROGE: MORE THAN 50 ENTITLEMENTS "
                           "FOR " UM-USER-ID " - " EN-APPL-CODE
                           " NOT CHECKED"
                   END-IF
               END-IF
           END-IF.
       2150-LOAD-ONE-ENTITLEMENT-EXIT.
           EXIT.

      *>****************************************************************
      *> 2200-CHECK-ONE-RULE - the user breaks the rule when one of
      *> their entitlements matches the first pair and a different
      *> one matches the second
      *>****************************************************************
       2200-CHECK-ONE-RULE.
           SET WS-RULE-IDX TO WS-RULE-SUB.
           MOVE ZERO TO WS-SIDE-1-SUB.
           MOVE ZERO TO WS-SIDE-2-SUB.
           PERFORM 2250-MATCH-SIDE-ONE
               THRU 2250-MATCH-SIDE-ONE-EXIT
               VARYING WS-ENTL-SUB FROM 1 BY 1
               UNTIL WS-ENTL-SUB > WS-USER-ENTL-COUNT
                   OR WS-SIDE-1-SUB > ZERO.
           IF WS-SIDE-1-SUB > ZERO
               PERFORM 2260-MATCH-SIDE-TWO
                   THRU 2260-MATCH-SIDE-TWO-EXIT
                   VARYING WS-ENTL-SUB FROM 1 BY 1
                   UNTIL WS-ENTL-SUB > WS-USER-ENTL-COUNT
                       OR WS-SIDE-2-SUB > ZERO
           END-IF.
           IF WS-SIDE-2-SUB > ZERO
               PERFORM 2300-REPORT-VIOLATION
                   THRU 2300-REPORT-VIOLATION-EXIT
           END-IF.
       2200-CHECK-ONE-RULE-EXIT.
           EXIT.

       2250-MATCH-SIDE-ONE.
           SET WS-UENT-IDX TO WS-ENTL-SUB.
           IF UEN-APPL-CODE (WS-UENT-IDX) = RUL-APPL-1 (WS-RULE-IDX)
               AND (RUL-ROLE-1 (WS-RULE-IDX) = SPACES
                   OR UEN-ROLE-CODE (WS-UENT-IDX)
                       = RUL-ROLE-1 (WS-RULE-IDX))
               MOVE WS-ENTL-SUB TO WS-SIDE-1-SUB
           END-IF.
       2250-MATCH-SIDE-ONE-EXIT.
           EXIT.

       2260-MATCH-SIDE-TWO.
           SET WS-UENT-IDX TO WS-ENTL-SUB.
           IF WS-ENTL-SUB NOT = WS-SIDE-1-SUB
               AND UEN-APPL-CODE (WS-UENT-IDX)
                   = RUL-APPL-2 (WS-RULE-IDX)
               AND (RUL-ROLE-2 (WS-RULE-IDX) = SPACES
                   OR UEN-ROLE-CODE (WS-UENT-IDX)
                       = RUL-ROLE-2 (WS-RULE-IDX))
               MOVE WS-ENTL-SUB TO WS-SIDE-2-SUB
           END-IF.
       2260-MATCH-SIDE-TWO-EXIT.
           EXIT.

      *>****************************************************************
      *> 2300-REPORT-VIOLATION - control break on the department the
      *> first time it has a conflict, then the two-line violation
      *>****************************************************************
       2300-REPORT-VIOLATION.
           ADD 1 TO WS-VIOLATIONS.
           IF UM-DEPARTMENT NOT = WS-DEPT-HOLD
               IF NOT NO-DEPT-STARTED
                   PERFORM 2500-PRINT-DEPT-FOOTER
                       THRU 2500-PRINT-DEPT-FOOTER-EXIT
               END-IF
               MOVE UM-DEPARTMENT TO WS-DEPT-HOLD
               ADD 1 TO WS-DEPT-COUNT
               MOVE ZERO TO WS-DEPT-VIOLATIONS
               PERFORM 1950-GET-DEPARTMENT-NAME
                   THRU 1950-GET-DEPARTMENT-NAME-EXIT
               PERFORM 1900-PRINT-DEPT-HEADERS
                   THRU 1900-PRINT-DEPT-HEADERS-EXIT
           END-IF.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 1900-PRINT-DEPT-HEADERS
                   THRU 1900-PRINT-DEPT-HEADERS-EXIT
           END-IF.
           ADD 1 TO WS-DEPT-VIOLATIONS.
           MOVE UM-USER-ID TO VD-USER-ID.
           MOVE UM-USER-NAME TO VD-USER-NAME.
           MOVE RUL-RULE-ID (WS-RULE-IDX) TO VD-RULE-ID.
           MOVE RUL-DESCRIPTION (WS-RULE-IDX) TO VD-RULE-DESC.
           WRITE PRINT-RECORD FROM WS-VIOLATION-LINE
               AFTER ADVANCING 2 LINES.
           SET WS-UENT-IDX TO WS-SIDE-1-SUB.
           MOVE UEN-APPL-CODE (WS-UENT-IDX) TO VH-APPL-1.
           MOVE UEN-ROLE-CODE (WS-UENT-IDX) TO VH-ROLE-1.
           SET WS-UENT-IDX TO WS-SIDE-2-SUB.
           MOVE UEN-APPL-CODE (WS-UENT-IDX) TO VH-APPL-2.
           MOVE UEN-ROLE-CODE (WS-UENT-IDX) TO VH-ROLE-2.
           WRITE PRINT-RECORD FROM WS-VIOLATION-HOLDS-LINE
               AFTER ADVANCING 1 LINE.
           ADD 3 TO WS-LINE-COUNT.
       2300-REPORT-VIOLATION-EXIT.
           EXIT.

      *>****************************************************************
      *> 2500-PRINT-DEPT-FOOTER - the department's conflict count
      *>****************************************************************
       2500-PRINT-DEPT-FOOTER.
           MOVE WS-DEPT-VIOLATIONS TO DC-VIOLATION-COUNT.
           WRITE PRINT-RECORD FROM WS-DEPT-COUNT-LINE
               AFTER ADVANCING 2 LINES.
       2500-PRINT-DEPT-FOOTER-EXIT.
           EXIT.

      *>****************************************************************
      *> 2600-LIST-ORPHAN-ENTLS - after the conflict pages, walk the
      *> whole entitlement cluster in key order and list each row
      *> whose user is not on the master, one master read per user
      *>****************************************************************
       2600-LIST-ORPHAN-ENTLS.
           MOVE LOW-VALUES TO WS-DEPT-HOLD.
           PERFORM 1900-PRINT-DEPT-HEADERS
               THRU 1900-PRINT-DEPT-HEADERS-EXIT.
           WRITE PRINT-RECORD FROM WS-ORPHAN-TITLE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-RECORD FROM WS-ORPHAN-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 4 TO WS-LINE-COUNT.
           MOVE LOW-VALUES TO EN-ENTITLE-KEY.
           START ENTITLEMENT-FILE
               KEY IS NOT LESS THAN EN-ENTITLE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ORPHAN-EOF-SWITCH
           END-START.
           PERFORM 2650-CHECK-ONE-ORPHAN
               THRU 2650-CHECK-ONE-ORPHAN-EXIT
               UNTIL END-OF-ORPHAN-SCAN.
           IF WS-ORPHANS = ZERO
               WRITE PRINT-RECORD FROM WS-NO-ORPHAN-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       2600-LIST-ORPHAN-ENTLS-EXIT.
           EXIT.

       2650-CHECK-ONE-ORPHAN.
           READ ENTITLEMENT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ORPHAN-EOF-SWITCH
           END-READ.
           IF NOT END-OF-ORPHAN-SCAN
               IF EN-USER-ID NOT = WS-ORPHAN-USER-HOLD
                   MOVE EN-USER-ID TO WS-ORPHAN-USER-HOLD
                   MOVE EN-USER-ID TO UM-USER-ID
                   READ USER-MASTER-FILE
                       KEY IS UM-USER-ID
                       INVALID KEY
                           MOVE "N" TO WS-ON-MASTER-SWITCH
                       NOT INVALID KEY
                           MOVE "Y" TO WS-ON-MASTER-SWITCH
                   END-READ
               END-IF
               IF NOT ENTL-USER-ON-MASTER
                   ADD 1 TO WS-ORPHANS
                   IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
                       PERFORM 1900-PRINT-DEPT-HEADERS
                           THRU 1900-PRINT-DEPT-HEADERS-EXIT
                       WRITE PRINT-RECORD FROM WS-ORPHAN-COLUMN-LINE
                           AFTER ADVANCING 2 LINES
                       MOVE 2 TO WS-LINE-COUNT
                   END-IF
                   MOVE EN-USER-ID TO OL-USER-ID
                   MOVE EN-APPL-CODE TO OL-APPL-CODE
                   MOVE EN-ROLE-CODE TO OL-ROLE-CODE
                   MOVE EN-DATE-GRANTED TO OL-DATE-GRANTED
                   MOVE EN-GRANTED-BY TO OL-GRANTED-BY
                   WRITE PRINT-RECORD FROM WS-ORPHAN-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           END-IF.
       2650-CHECK-ONE-ORPHAN-EXIT.
           EXIT.

       2900-READ-NEXT-USER.
           READ USER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MASTER-EOF-SWITCH
           END-READ.
       2900-READ-NEXT-USER-EXIT.
           EXIT.

      *>****************************************************************
      *> 3000-TERMINATE - last department's footer, the entitlements
      *> with no user, report totals, close down, and reflect the run
      *> outcome in RETURN-CODE: a conflict or such an entitlement
      *> found (or no rules to check against) is a warning for
      *> operations to route the report
      *>****************************************************************
       3000-TERMINATE.
           IF NO-DEPT-STARTED
               PERFORM 1900-PRINT-DEPT-HEADERS
                   THRU 1900-PRINT-DEPT-HEADERS-EXIT
               WRITE PRINT-RECORD FROM WS-NO-CONFLICT-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 2500-PRINT-DEPT-FOOTER
                   THRU 2500-PRINT-DEPT-FOOTER-EXIT
           END-IF.
           IF NOT MASTER-FILE-OPEN-FAILED
               AND NOT ENTL-FILE-OPEN-FAILED
               PERFORM 2600-LIST-ORPHAN-ENTLS
                   THRU 2600-LIST-ORPHAN-ENTLS-EXIT
           END-IF.
           MOVE WS-USERS-CHECKED TO ST-USERS-CHECKED.
           MOVE WS-ENTLS-READ TO ST-ENTLS-READ.
           WRITE PRINT-RECORD FROM WS-SOD-TOTAL-LINE-1
               AFTER ADVANCING 2 LINES.
           MOVE WS-RULES-LOADED TO ST-RULES-LOADED.
           MOVE WS-VIOLATIONS TO ST-VIOLATIONS.
           WRITE PRINT-RECORD FROM WS-SOD-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE WS-DEPT-COUNT TO ST-DEPT-COUNT.
           MOVE WS-ORPHANS TO ST-ORPHANS.
           WRITE PRINT-RECORD FROM WS-SOD-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-RECORD FROM WS-REPORT-FOOTER
               AFTER ADVANCING 2 LINES.
           IF NOT MASTER-FILE-OPEN-FAILED
               CLOSE USER-MASTER-FILE
           END-IF.
           IF NOT ENTL-FILE-OPEN-FAILED
               CLOSE ENTITLEMENT-FILE
           END-IF.
           IF NOT RULE-FILE-OPEN-FAILED
               CLOSE SOD-RULE-FILE
           END-IF.
           IF DEPT-FILE-AVAILABLE
               CLOSE DEPARTMENT-FILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "MYPROGE: TOTAL USERS CHECKED = " WS-USERS-CHECKED.
           DISPLAY "MYPROGE: TOTAL RULES LOADED = " WS-RULES-LOADED.
           DISPLAY "MYPROGE: TOTAL CONFLICTS = " WS-VIOLATIONS.
           DISPLAY "MYPROGE: ENTITLEMENTS WITH NO USER = " WS-ORPHANS.
           EVALUATE TRUE
               WHEN MASTER-FILE-OPEN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN ENTL-FILE-OPEN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN RULE-FILE-OPEN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-VIOLATIONS > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN WS-ORPHANS > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN WS-RULES-LOADED = ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       3000-TERMINATE-EXIT.
           EXIT.
