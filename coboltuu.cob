      *>                   transactions.  Log record 36 to 44 -
      *>                   systems programming deletes and
      *>                   reallocates PROD.USRMAST.TRANCKPT.
      *> 10/14/26 DDUENAS  Added the entitlement actions to the feed -
      *>                   "E" grants a role in an application, "M"
      *>                   changes it, "V" revokes it - applied to the
      *>                   new entitlements cluster (ENTLREC, DD
      *>                   USRENTL).  The application code and role
      *>                   ride in the user-name positions of the
      *>                   record.  They reject to suspense like any
      *>                   other item, go to the applied history, and
      *>                   are totalled on their own register line;
      *>                   they are not user master movement, so the
      *>                   control-totals record does not count them.
      *> 10/14/26 DDUENAS  Checks the new run ledger (RUNLREC, DD
      *>                   RUNLEDG) before touching anything: the run
      *>                   is refused with RC=12 when MYPROGH has not
      *>                   completed for the open cycle's business
      *>                   date, or when this step already has, unless
      *>                   the PARM says OVERRIDE; the start and the
      *>                   return code are recorded.  With MYPROGH
      *>                   itself refusing a second run for the same
      *>                   date, the HR transactions can no longer
      *>                   reach the feed twice by accident.  A rerun
      *>                   after an abend or an RC=8 is still allowed,
      *>                   and still replays the checkpoint log.
      *> 10/14/26 DDUENAS  Added the "O" ownership action to the feed:
      *>                   it sets a user's account type (P person, S
      *>                   service, G generic) and, for service and
      *>                   generic accounts, the owning user-id, which
      *>                   must be an active person on the master; a
      *>                   person carries no owner.  Type and owner
      *>                   ride in the user-name positions, like the
      *>                   entitlement actions.  Ownership changes
      *>                   count as changes for the control totals and
      *>                   have their own register line.  Adds come on
      *>                   as persons.
      *> 10/15/26 DDUENAS  An applied delete now revokes every
      *>                   entitlement row the user held; each goes
      *>                   to the applied history as a "V" behind the
      *>                   delete, so the roles no longer outlive the
      *>                   user on the entitlement cluster.
      *>
      *>****************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-APPLIED-HISTORY.

           SELECT ENTITLEMENT-FILE ASSIGN TO "USRENTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-ENTITLE-KEY
               FILE STATUS IS FS-ENTITLEMENT-FILE.

           SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RL-KEY
               FILE STATUS IS FS-RUN-LEDGER.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
               88  TR-ACTION-CHANGE            VALUE "C".
               88  TR-ACTION-DELETE            VALUE "D".
               88  TR-ACTION-SUSPEND           VALUE "S".
               88  TR-ACTION-ENTL-GRANT        VALUE "E".
               88  TR-ACTION-ENTL-CHANGE       VALUE "M".
               88  TR-ACTION-ENTL-REVOKE       VALUE "V".
               88  TR-ACTION-ENTITLEMENT       VALUE "E" "M" "V".
               88  TR-ACTION-OWNERSHIP         VALUE "O".
           05  TR-USER-ID              PIC X(08).
           05  TR-USER-NAME            PIC X(30).
           05  TR-ENTITLEMENT-DATA REDEFINES TR-USER-NAME.
               10  TR-APPL-CODE        PIC X(08).
               10  TR-ROLE-CODE        PIC X(10).
               10  FILLER              PIC X(12).
           05  TR-OWNERSHIP-DATA REDEFINES TR-USER-NAME.
               10  TR-ACCOUNT-TYPE     PIC X(01).
                   88  TR-ACCOUNT-PERSON       VALUE "P".
                   88  TR-ACCOUNT-NON-PERSON   VALUE "S" "G".
               10  TR-OWNER-ID         PIC X(08).
               10  FILLER              PIC X(21).
           05  TR-DEPARTMENT           PIC X(10).
           05  TR-ACCESS-LEVEL         PIC X(01).

           05  AH-ACTION-CODE          PIC X(01).
           05  AH-USER-ID              PIC X(08).
           05  AH-USER-NAME            PIC X(30).
           05  AH-ENTITLEMENT-DATA REDEFINES AH-USER-NAME.
               10  AH-APPL-CODE        PIC X(08).
               10  AH-ROLE-CODE        PIC X(10).
               10  FILLER              PIC X(12).
           05  AH-DEPARTMENT           PIC X(10).
           05  AH-ACCESS-LEVEL         PIC X(01).

       FD  ENTITLEMENT-FILE.
           COPY ENTLREC.

       FD  RUN-LEDGER-FILE.
           COPY RUNLREC.

       WORKING-STORAGE SECTION.

       COPY RPTHDR.
               "ADMIN GRANTS HELD . ".
           05  HT-TRANS-HELD           PIC ZZZ,ZZ9.

       01  WS-ENTITLE-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "ENTITLEMENTS APPLIED".
           05  ET-ENTL-APPLIED         PIC ZZZ,ZZ9.

       01  WS-OWNERSHIP-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "OWNERSHIP CHANGES . ".
           05  OT-OWNERSHIP-APPLIED    PIC ZZZ,ZZ9.

       01  WS-PRINT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 060.
           05  WS-RUN-DATE             PIC X(08).
           05  WS-RUN-DATE-CENTURY     PIC 9(08) VALUE ZERO.

      *> Run ledger: this step's place in the nightly cycle and the
      *> business date it is running for
       01  WS-RUN-LEDGER-CONTROL.
           05  WS-LEDGER-PROGRAM       PIC X(08) VALUE "MYPROGU".
           05  WS-LEDGER-PREDECESSOR   PIC X(08) VALUE "MYPROGH".
           05  WS-LEDGER-BUSINESS-DATE PIC 9(08) VALUE ZERO.
           05  WS-LEDGER-TODAY         PIC 9(08) VALUE ZERO.
           05  WS-LEDGER-TIME          PIC X(08) VALUE SPACES.
           05  WS-LEDGER-PARM-FIELD-1  PIC X(08) VALUE SPACES.
           05  WS-LEDGER-PARM-FIELD-2  PIC X(08) VALUE SPACES.
           05  WS-LEDGER-OPEN-SWITCH   PIC X(01) VALUE "N".
               88  LEDGER-FILE-OPEN            VALUE "Y".
           05  WS-LEDGER-REFUSED-SWITCH PIC X(01) VALUE "N".
               88  LEDGER-RUN-REFUSED          VALUE "Y".
           05  WS-LEDGER-OVERRIDE-SWITCH PIC X(01) VALUE "N".
               88  LEDGER-OVERRIDE             VALUE "Y".
           05  WS-LEDGER-FOUND-SWITCH  PIC X(01) VALUE "N".
               88  LEDGER-ENTRY-FOUND          VALUE "Y".

       01  WS-FILE-STATUSES.
           05  FS-USER-MASTER          PIC X(02) VALUE "00".
               88  FS-USER-MASTER-OK              VALUE "00".
               88  FS-APPLY-CHECKPOINT-OK         VALUE "00".
           05  FS-APPLIED-HISTORY      PIC X(02) VALUE "00".
               88  FS-APPLIED-HISTORY-OK          VALUE "00".
           05  FS-ENTITLEMENT-FILE     PIC X(02) VALUE "00".
               88  FS-ENTITLEMENT-FILE-OK         VALUE "00".
           05  FS-RUN-LEDGER           PIC X(02) VALUE "00".
               88  FS-RUN-LEDGER-OK               VALUE "00".

       01  WS-SWITCHES.
           05  WS-TRAN-EOF-SWITCH      PIC X(01) VALUE "N".
               88  APPLY-LOG-IS-STALE              VALUE "Y".
           05  WS-LOG-MISMATCH-SWITCH  PIC X(01) VALUE "N".
               88  APPLY-LOG-MISMATCH              VALUE "Y".
           05  WS-ENTL-FILE-SWITCH     PIC X(01) VALUE "N".
               88  ENTL-FILE-AVAILABLE             VALUE "Y".
           05  WS-ENTL-EOF-SWITCH      PIC X(01) VALUE "N".
               88  END-OF-USER-ENTITLEMENTS        VALUE "Y".
           05  WS-OWNER-VALID-SWITCH   PIC X(01) VALUE "Y".
               88  OWNER-IS-VALID                  VALUE "Y".

       01  WS-COUNTERS.
           05  WS-TRANS-READ           PIC 9(07) COMP VALUE ZERO.
           05  WS-CHANGES-APPLIED      PIC 9(07) COMP VALUE ZERO.
           05  WS-DELETES-APPLIED      PIC 9(07) COMP VALUE ZERO.
           05  WS-TRANS-HELD           PIC 9(07) COMP VALUE ZERO.
           05  WS-ENTITLES-APPLIED     PIC 9(07) COMP VALUE ZERO.
           05  WS-OWNERSHIP-APPLIED    PIC 9(07) COMP VALUE ZERO.

       01  WS-REJECT-REASON            PIC X(19) VALUE SPACES.

      *> The user a delete has just removed, while the roles they
      *> held are revoked behind it
       01  WS-DELETED-USER-CONTROL.
           05  WS-DELETED-USER-ID      PIC X(08) VALUE SPACES.
           05  WS-ROLES-REVOKED        PIC 9(03) VALUE ZERO.

       01  WS-OWNED-ACCOUNT-RECORD     PIC X(75) VALUE SPACES.

       01  WS-APPROVAL-WORK.
           05  WS-HOLD-TIME            PIC X(08) VALUE SPACES.

               10  STL-DAYS-HELD       PIC 9(05).
               10  STL-REASON          PIC X(19).

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH          PIC S9(04) COMP.
           05  LK-PARM-TEXT            PIC X(20).

       PROCEDURE DIVISION USING LK-PARM-AREA.
      *>****************************************************************
      *> 0000-MAINLINE
      *>****************************************************************
       0000-MAINLINE.
           PERFORM 0100-START-RUN-LEDGER
               THRU 0100-START-RUN-LEDGER-EXIT.
           IF NOT LEDGER-RUN-REFUSED
               PERFORM 1000-INITIALIZE
                   THRU 1000-INITIALIZE-EXIT
               PERFORM 1100-RECYCLE-SUSPENSE
                   THRU 1100-RECYCLE-SUSPENSE-EXIT
                   UNTIL END-OF-SUSPENSE-FILE
               PERFORM 1200-START-TRANSACTIONS
                   THRU 1200-START-TRANSACTIONS-EXIT
               PERFORM 2000-PROCESS-TRANSACTIONS
                   THRU 2000-PROCESS-TRANSACTIONS-EXIT
                   UNTIL END-OF-TRAN-FILE
               PERFORM 3000-TERMINATE
                   THRU 3000-TERMINATE-EXIT
           END-IF.
           PERFORM 0900-END-RUN-LEDGER
               THRU 0900-END-RUN-LEDGER-EXIT.
           STOP RUN.

      *>****************************************************************
      *> 0100-START-RUN-LEDGER - check this step's place in the cycle on
      *> the run ledger before anything else is touched: the run is
      *> refused when the step ahead of it has not completed for the
      *> business date, or when this step already has, unless the PARM
      *> says OVERRIDE; then the start is recorded
      *>****************************************************************
       0100-START-RUN-LEDGER.
           ACCEPT WS-LEDGER-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-LEDGER-TIME FROM TIME.
           IF LK-PARM-LENGTH > ZERO
               UNSTRING LK-PARM-TEXT DELIMITED BY ","
                   INTO WS-LEDGER-PARM-FIELD-1 WS-LEDGER-PARM-FIELD-2
               END-UNSTRING
               IF WS-LEDGER-PARM-FIELD-1 = "OVERRIDE"
                   OR WS-LEDGER-PARM-FIELD-2 = "OVERRIDE"
                   SET LEDGER-OVERRIDE TO TRUE
               END-IF
           END-IF.
           OPEN I-O RUN-LEDGER-FILE.
           IF FS-RUN-LEDGER-OK
               SET LEDGER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "MYPROGU: UNABLE TO OPEN RUN-LEDGER-FILE, "
                   "STATUS = " FS-RUN-LEDGER
               IF LEDGER-OVERRIDE
                   DISPLAY "MYPROGU: OVERRIDE - RUNNING WITHOUT THE RUN "
                       "LEDGER"
               ELSE
                   SET LEDGER-RUN-REFUSED TO TRUE
               END-IF
           END-IF.
           IF LEDGER-FILE-OPEN
               PERFORM 0150-FIND-CYCLE-DATE
                   THRU 0150-FIND-CYCLE-DATE-EXIT
           END-IF.
           IF LEDGER-FILE-OPEN AND NOT LEDGER-RUN-REFUSED
               PERFORM 0200-CHECK-PREDECESSOR
                   THRU 0200-CHECK-PREDECESSOR-EXIT
           END-IF.
           IF LEDGER-FILE-OPEN AND NOT LEDGER-RUN-REFUSED
               PERFORM 0300-CHECK-ALREADY-RUN
                   THRU 0300-CHECK-ALREADY-RUN-EXIT
           END-IF.
           IF LEDGER-FILE-OPEN AND NOT LEDGER-RUN-REFUSED
               PERFORM 0400-RECORD-RUN-START
                   THRU 0400-RECORD-RUN-START-EXIT
           END-IF.
       0100-START-RUN-LEDGER-EXIT.
           EXIT.

      *>****************************************************************
      *> 0150-FIND-CYCLE-DATE - the business date MYPROGH opened for
      *> tonight's cycle; with no cycle open the run is refused unless
      *> overridden, when it runs for today's date
      *>****************************************************************
       0150-FIND-CYCLE-DATE.
           MOVE ZERO TO RL-BUSINESS-DATE.
           MOVE "*CYCLE*" TO RL-PROGRAM-ID.
           READ RUN-LEDGER-FILE
               INVALID KEY
                   DISPLAY "MYPROGU: NO NIGHTLY CYCLE IS OPEN ON THE RUN "
                       "LEDGER"
                   MOVE WS-LEDGER-TODAY TO WS-LEDGER-BUSINESS-DATE
                   IF LEDGER-OVERRIDE
                       DISPLAY "MYPROGU: OVERRIDE - RUNNING FOR TODAY'S "
                           "DATE"
                   ELSE
                       SET LEDGER-RUN-REFUSED TO TRUE
                   END-IF
               NOT INVALID KEY
                   MOVE RL-CYCLE-DATE TO WS-LEDGER-BUSINESS-DATE
           END-READ.
           DISPLAY "MYPROGU: BUSINESS DATE " WS-LEDGER-BUSINESS-DATE.
       0150-FIND-CYCLE-DATE-EXIT.
           EXIT.

      *>****************************************************************
      *> 0200-CHECK-PREDECESSOR - the step ahead of this one in the
      *> cycle must have completed for the business date
      *>****************************************************************
       0200-CHECK-PREDECESSOR.
           MOVE WS-LEDGER-BUSINESS-DATE TO RL-BUSINESS-DATE.
           MOVE WS-LEDGER-PREDECESSOR TO RL-PROGRAM-ID.
           MOVE "N" TO WS-LEDGER-FOUND-SWITCH.
           READ RUN-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LEDGER-ENTRY-FOUND TO TRUE
           END-READ.
           IF LEDGER-ENTRY-FOUND AND RL-STATUS-COMPLETE
               CONTINUE
           ELSE
               DISPLAY "MYPROGU: " WS-LEDGER-PREDECESSOR
                   " HAS NOT COMPLETED FOR BUSINESS DATE "
                   WS-LEDGER-BUSINESS-DATE
               IF LEDGER-OVERRIDE
                   DISPLAY "MYPROGU: OVERRIDE - RUNNING OUT OF SEQUENCE"
               ELSE
                   SET LEDGER-RUN-REFUSED TO TRUE
               END-IF
           END-IF.
       0200-CHECK-PREDECESSOR-EXIT.
           EXIT.

      *>****************************************************************
      *> 0300-CHECK-ALREADY-RUN - a step that completed for the business
      *> date is not run again; one that failed or never finished (an
      *> abend) may be rerun
      *>****************************************************************
       0300-CHECK-ALREADY-RUN.
           MOVE WS-LEDGER-BUSINESS-DATE TO RL-BUSINESS-DATE.
           MOVE WS-LEDGER-PROGRAM TO RL-PROGRAM-ID.
           MOVE "N" TO WS-LEDGER-FOUND-SWITCH.
           READ RUN-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LEDGER-ENTRY-FOUND TO TRUE
           END-READ.
           IF LEDGER-ENTRY-FOUND
               EVALUATE TRUE
                   WHEN RL-STATUS-COMPLETE
                       DISPLAY "MYPROGU: ALREADY COMPLETED FOR BUSINESS "
                           "DATE " WS-LEDGER-BUSINESS-DATE
                           " WITH RC " RL-RETURN-CODE
                       IF LEDGER-OVERRIDE
                           DISPLAY "MYPROGU: OVERRIDE - RUNNING AGAIN"
                       ELSE
                           SET LEDGER-RUN-REFUSED TO TRUE
                       END-IF
                   WHEN RL-STATUS-FAILED
                       DISPLAY "MYPROGU: RERUN - PRIOR RUN ENDED WITH RC "
                           RL-RETURN-CODE
                   WHEN OTHER
                       DISPLAY "MYPROGU: RERUN - PRIOR RUN STARTED "
                           RL-START-DATE " " RL-START-TIME
                           " NEVER FINISHED"
               END-EVALUATE
           END-IF.
       0300-CHECK-ALREADY-RUN-EXIT.
           EXIT.

      *>****************************************************************
      *> 0400-RECORD-RUN-START - mark the step started on the ledger
      *>****************************************************************
       0400-RECORD-RUN-START.
           IF NOT LEDGER-ENTRY-FOUND
               MOVE SPACES TO RUN-LEDGER-RECORD
               MOVE WS-LEDGER-BUSINESS-DATE TO RL-BUSINESS-DATE
               MOVE WS-LEDGER-PROGRAM TO RL-PROGRAM-ID
               MOVE ZERO TO RL-RUN-COUNT
           END-IF.
           SET RL-STATUS-STARTED TO TRUE.
           MOVE WS-LEDGER-TODAY TO RL-START-DATE.
           MOVE WS-LEDGER-TIME TO RL-START-TIME.
           MOVE ZERO TO RL-END-DATE.
           MOVE SPACES TO RL-END-TIME.
           MOVE ZERO TO RL-RETURN-CODE.
           ADD 1 TO RL-RUN-COUNT.
           IF LEDGER-OVERRIDE
               MOVE "Y" TO RL-OVERRIDE-FLAG
           ELSE
               MOVE "N" TO RL-OVERRIDE-FLAG
           END-IF.
           IF LEDGER-ENTRY-FOUND
               REWRITE RUN-LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "MYPROGU: RUN LEDGER REWRITE FAILED, "
                           "STATUS = " FS-RUN-LEDGER
                       SET LEDGER-RUN-REFUSED TO TRUE
               END-REWRITE
           ELSE
               WRITE RUN-LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "MYPROGU: RUN LEDGER WRITE FAILED, "
                           "STATUS = " FS-RUN-LEDGER
                       SET LEDGER-RUN-REFUSED TO TRUE
               END-WRITE
           END-IF.
       0400-RECORD-RUN-START-EXIT.
           EXIT.

      *>****************************************************************
      *> 0900-END-RUN-LEDGER - record the step's return code on the
      *> ledger (complete below RC=8, failed otherwise), or end a
      *> refused run with RC=12 and nothing processed
      *>****************************************************************
       0900-END-RUN-LEDGER.
           IF LEDGER-RUN-REFUSED
               DISPLAY "MYPROGU: RUN REFUSED BY THE RUN LEDGER - RC=12"
               DISPLAY "MYPROGU: RERUN WITH PARM='OVERRIDE' ONLY WHEN "
                   "THIS RUN IS INTENDED"
               MOVE 12 TO RETURN-CODE
           ELSE
               IF LEDGER-FILE-OPEN
                   PERFORM 0950-RECORD-RUN-END
                       THRU 0950-RECORD-RUN-END-EXIT
               END-IF
           END-IF.
           IF LEDGER-FILE-OPEN
               CLOSE RUN-LEDGER-FILE
           END-IF.
       0900-END-RUN-LEDGER-EXIT.
           EXIT.

       0950-RECORD-RUN-END.
           ACCEPT WS-LEDGER-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-LEDGER-TIME FROM TIME.
           MOVE WS-LEDGER-BUSINESS-DATE TO RL-BUSINESS-DATE.
           MOVE WS-LEDGER-PROGRAM TO RL-PROGRAM-ID.
           READ RUN-LEDGER-FILE
               INVALID KEY
                   DISPLAY "MYPROGU: RUN LEDGER ENTRY MISSING AT END OF "
                       "RUN, STATUS = " FS-RUN-LEDGER
               NOT INVALID KEY
                   MOVE WS-LEDGER-TODAY TO RL-END-DATE
                   MOVE WS-LEDGER-TIME TO RL-END-TIME
                   MOVE RETURN-CODE TO RL-RETURN-CODE
                   IF RETURN-CODE < 8
                       SET RL-STATUS-COMPLETE TO TRUE
                   ELSE
                       SET RL-STATUS-FAILED TO TRUE
                   END-IF
                   REWRITE RUN-LEDGER-RECORD
                       INVALID KEY
                           DISPLAY "MYPROGU: RUN LEDGER REWRITE FAILED, "
                               "STATUS = " FS-RUN-LEDGER
                   END-REWRITE
           END-READ.
       0950-RECORD-RUN-END-EXIT.
           EXIT.

      *>****************************************************************
      *> 1000-INITIALIZE - open the files, start the register, and
      *> prime the suspense read so held transactions recycle at the
                   "STATUS = " FS-PENDING-FILE
                   " - ADMIN GRANTS WILL REJECT"
           END-IF.
           OPEN I-O ENTITLEMENT-FILE.
           IF FS-ENTITLEMENT-FILE-OK
               SET ENTL-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "MYPROGU: ENTITLEMENT-FILE UNAVAILABLE, "
                   "STATUS = " FS-ENTITLEMENT-FILE
                   " - ENTITLEMENT ACTIONS WILL REJECT"
           END-IF.
           PERFORM 1300-CHECK-APPLY-RESTART
               THRU 1300-CHECK-APPLY-RESTART-EXIT.
           OPEN INPUT DEPARTMENT-FILE.
                   WHEN TR-ACTION-SUSPEND
                       PERFORM 2350-APPLY-SUSPEND
                           THRU 2350-APPLY-SUSPEND-EXIT
                   WHEN TR-ACTION-ENTITLEMENT
                       PERFORM 2500-APPLY-ENTITLEMENT
                           THRU 2500-APPLY-ENTITLEMENT-EXIT
                   WHEN TR-ACTION-OWNERSHIP
                       PERFORM 2550-APPLY-OWNERSHIP
                           THRU 2550-APPLY-OWNERSHIP-EXIT
                   WHEN OTHER
                       MOVE "N" TO WS-TRAN-APPLIED-SWITCH
                       MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
                               ADD 1 TO WS-CHANGES-APPLIED
                           WHEN TR-ACTION-DELETE
                               ADD 1 TO WS-DELETES-APPLIED
                           WHEN TR-ACTION-ENTITLEMENT
                               ADD 1 TO WS-ENTITLES-APPLIED
                           WHEN TR-ACTION-OWNERSHIP
                               ADD 1 TO WS-CHANGES-APPLIED
                               ADD 1 TO WS-OWNERSHIP-APPLIED
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                       PERFORM 2070-WRITE-APPLIED-HISTORY
                           THRU 2070-WRITE-APPLIED-HISTORY-EXIT
                       IF TR-ACTION-DELETE
                           PERFORM 2410-REVOKE-USER-ENTITLEMENTS
                               THRU 2410-REVOKE-USER-ENTITLEMENTS-EXIT
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-TRANS-REJECTED
               END-EVALUATE
                   MOVE WS-RUN-DATE-CENTURY TO UM-DATE-ADDED
                   MOVE WS-RUN-DATE-CENTURY TO UM-DATE-LAST-MAINT
                   SET UM-STATUS-ACTIVE TO TRUE
                   MOVE "P" TO UM-ACCOUNT-TYPE
                   MOVE SPACES TO UM-OWNER-ID
                   WRITE USER-MASTER-RECORD
                       INVALID KEY
                           MOVE "N" TO WS-TRAN-APPLIED-SWITCH
       2400-APPLY-DELETE-EXIT.
           EXIT.

      *>****************************************************************
      *> 2410-REVOKE-USER-ENTITLEMENTS - a deleted user keeps no roles.
      *> Once the delete is on the applied history, every entitlement
      *> row the user held is removed and goes to the applied history
      *> behind it as a "V", the application and role in the user-name
      *> positions as the feed sends them.  When the cluster is
      *> unavailable the rows stay and MYPROGE lists them as orphans.
      *>****************************************************************
       2410-REVOKE-USER-ENTITLEMENTS.
           IF NOT ENTL-FILE-AVAILABLE
               DISPLAY "MYPROGU: ENTITLEMENT-FILE UNAVAILABLE - ROLES "
                   "HELD BY " TR-USER-ID " NOT REVOKED"
           ELSE
               MOVE TR-USER-ID TO WS-DELETED-USER-ID
               MOVE ZERO TO WS-ROLES-REVOKED
               MOVE "N" TO WS-ENTL-EOF-SWITCH
               MOVE WS-DELETED-USER-ID TO EN-USER-ID
               MOVE LOW-VALUES TO EN-APPL-CODE
               START ENTITLEMENT-FILE
                   KEY IS GREATER THAN EN-ENTITLE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-ENTL-EOF-SWITCH
               END-START
               PERFORM 2420-REVOKE-ONE-ENTITLEMENT
                   THRU 2420-REVOKE-ONE-ENTITLEMENT-EXIT
                   UNTIL END-OF-USER-ENTITLEMENTS
               IF WS-ROLES-REVOKED > ZERO
                   DISPLAY "MYPROGU: " WS-ROLES-REVOKED
                       " ROLE(S) REVOKED WITH DELETED USER "
                       WS-DELETED-USER-ID
               END-IF
           END-IF.
       2410-REVOKE-USER-ENTITLEMENTS-EXIT.
           EXIT.

       2420-REVOKE-ONE-ENTITLEMENT.
           READ ENTITLEMENT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ENTL-EOF-SWITCH
           END-READ.
           IF NOT END-OF-USER-ENTITLEMENTS
               IF EN-USER-ID NOT = WS-DELETED-USER-ID
                   MOVE "Y" TO WS-ENTL-EOF-SWITCH
               ELSE
                   DELETE ENTITLEMENT-FILE
                       INVALID KEY
                           DISPLAY "MYPROGU: UNABLE TO REVOKE "
                               EN-APPL-CODE " FROM " EN-USER-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-ROLES-REVOKED
                           MOVE SPACES TO APPLIED-HISTORY-RECORD
                           MOVE "V" TO AH-ACTION-CODE
                           MOVE EN-USER-ID TO AH-USER-ID
                           MOVE EN-APPL-CODE TO AH-APPL-CODE
                           MOVE EN-ROLE-CODE TO AH-ROLE-CODE
                           WRITE APPLIED-HISTORY-RECORD
                           IF NOT FS-APPLIED-HISTORY-OK
                               DISPLAY "MYPROGU: APPLIED-HISTORY WRITE "
                                   "FAILED, STATUS = " FS-APPLIED-HISTORY
                           END-IF
                   END-DELETE
               END-IF
           END-IF.
       2420-REVOKE-ONE-ENTITLEMENT-EXIT.
           EXIT.

      *>****************************************************************
      *> 2500-APPLY-ENTITLEMENT - grant, change, or revoke one role on
      *> the entitlements cluster.  The user must be on the master and
      *> the application code keyed; when the cluster is unavailable
      *> the item rejects to suspense and recycles.
      *>****************************************************************
       2500-APPLY-ENTITLEMENT.
           IF NOT ENTL-FILE-AVAILABLE
               MOVE "N" TO WS-TRAN-APPLIED-SWITCH
               MOVE "ENTITLE FILE UNAVL" TO WS-REJECT-REASON
           ELSE
               IF TR-APPL-CODE = SPACES
                   MOVE "N" TO WS-TRAN-APPLIED-SWITCH
                   MOVE "APPL CODE MISSING" TO WS-REJECT-REASON
               ELSE
                   MOVE TR-USER-ID TO EN-USER-ID
                   MOVE TR-APPL-CODE TO EN-APPL-CODE
                   EVALUATE TRUE
                       WHEN TR-ACTION-ENTL-GRANT
                           PERFORM 2510-APPLY-ENTL-GRANT
                               THRU 2510-APPLY-ENTL-GRANT-EXIT
                       WHEN TR-ACTION-ENTL-CHANGE
                           PERFORM 2520-APPLY-ENTL-CHANGE
                               THRU 2520-APPLY-ENTL-CHANGE-EXIT
                       WHEN OTHER
                           PERFORM 2530-APPLY-ENTL-REVOKE
                               THRU 2530-APPLY-ENTL-REVOKE-EXIT
                   END-EVALUATE
               END-IF
           END-IF.
       2500-APPLY-ENTITLEMENT-EXIT.
           EXIT.

      *>****************************************************************
      *> 2510-APPLY-ENTL-GRANT - a new role for a user on the master;
      *> a user already holding a role in the application rejects
      *> (the feed should have sent a change)
      *>****************************************************************
       2510-APPLY-ENTL-GRANT.
           MOVE TR-USER-ID TO UM-USER-ID.
           READ USER-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-TRAN-APPLIED-SWITCH
                   MOVE "NOT ON MASTER" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF TR-ROLE-CODE = SPACES
                       MOVE "N" TO WS-TRAN-APPLIED-SWITCH
                       MOVE "ROLE MISSING" TO WS-REJECT-REASON
                   ELSE
                       MOVE TR-ROLE-CODE TO EN-ROLE-CODE
                       MOVE WS-RUN-DATE-CENTURY TO EN-DATE-GRANTED
                       MOVE WS-RUN-DATE-CENTURY TO EN-DATE-LAST-MAINT
                       MOVE "USRTRAN" TO EN-GRANTED-BY
                       WRITE ENTITLEMENT-RECORD
                           INVALID KEY
                               MOVE "N" TO WS-TRAN-APPLIED-SWITCH
                               MOVE "ALREADY ENTITLED"
                                   TO WS-REJECT-REASON
                       END-WRITE
                   END-IF
           END-READ.
       2510-APPLY-ENTL-GRANT-EXIT.
           EXIT.

      *>****************************************************************
      *> 2520-APPLY-ENTL-CHANGE - replace the role a user holds in an
      *> application
      *>****************************************************************
       2520-APPLY-ENTL-CHANGE.
           READ ENTITLEMENT-FILE
               INVALID KEY
                   MOVE "N" TO WS-TRAN-APPLIED-SWITCH
                   MOVE "NOT ENTITLED" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF TR-ROLE-CODE = SPACES
                       MOVE "N" TO WS-TRAN-APPLIED-SWITCH
                       MOVE "ROLE MISSING" TO WS-REJECT-REASON
                   ELSE
                       MOVE TR-ROLE-CODE TO EN-ROLE-CODE
                       MOVE WS-RUN-DATE-CENTURY TO EN-DATE-LAST-MAINT
                       MOVE "USRTRAN" TO EN-GRANTED-BY
                       REWRITE ENTITLEMENT-RECORD
                           INVALID KEY
                               MOVE "N" TO WS-TRAN-APPLIED-SWITCH
                               MOVE "REWRITE FAILED"
                                   TO WS-REJECT-REASON
                       END-REWRITE
                   END-IF
           END-READ.
       2520-APPLY-ENTL-CHANGE-EXIT.
           EXIT.

      *>****************************************************************
      *> 2530-APPLY-ENTL-REVOKE - remove a user's role in an
      *> application
      *>****************************************************************
       2530-APPLY-ENTL-REVOKE.
           READ ENTITLEMENT-FILE
               INVALID KEY
                   MOVE "N" TO WS-TRAN-APPLIED-SWITCH
                   MOVE "NOT ENTITLED" TO WS-REJECT-REASON
               NOT INVALID KEY
                   DELETE ENTITLEMENT-FILE
                       INVALID KEY
                           MOVE "N" TO WS-TRAN-APPLIED-SWITCH
                           MOVE "DELETE FAILED" TO WS-REJECT-REASON
                   END-DELETE
           END-READ.
       2530-APPLY-ENTL-REVOKE-EXIT.
           EXIT.

      *>****************************************************************
      *> 2550-APPLY-OWNERSHIP - set a user's account type and owner
      *> once the owner passes the edit; the user's record is held
      *> aside while the owner is read
      *>****************************************************************
       2550-APPLY-OWNERSHIP.
           MOVE TR-USER-ID TO UM-USER-ID.
           READ USER-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-TRAN-APPLIED-SWITCH
                   MOVE "NOT ON MASTER" TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE USER-MASTER-RECORD TO WS-OWNED-ACCOUNT-RECORD
                   PERFORM 2560-EDIT-ACCOUNT-OWNER
                       THRU 2560-EDIT-ACCOUNT-OWNER-EXIT
                   MOVE WS-OWNED-ACCOUNT-RECORD TO USER-MASTER-RECORD
                   IF NOT OWNER-IS-VALID
                       MOVE "N" TO WS-TRAN-APPLIED-SWITCH
                   ELSE
                       MOVE TR-ACCOUNT-TYPE TO UM-ACCOUNT-TYPE
                       MOVE TR-OWNER-ID TO UM-OWNER-ID
                       MOVE WS-RUN-DATE-CENTURY
                           TO UM-DATE-LAST-MAINT
                       REWRITE USER-MASTER-RECORD
                           INVALID KEY
                               MOVE "N" TO WS-TRAN-APPLIED-SWITCH
                               MOVE "REWRITE FAILED"
                                   TO WS-REJECT-REASON
                       END-REWRITE
                   END-IF
           END-READ.
       2550-APPLY-OWNERSHIP-EXIT.
           EXIT.

      *>****************************************************************
      *> 2560-EDIT-ACCOUNT-OWNER - the same edit the MYPROGO screens
      *> apply: a person carries no owner; a service or generic
      *> account must name someone other than itself who is an
      *> active person on the master
      *>****************************************************************
       2560-EDIT-ACCOUNT-OWNER.
           MOVE "Y" TO WS-OWNER-VALID-SWITCH.
           EVALUATE TRUE
               WHEN TR-ACCOUNT-PERSON
                   IF TR-OWNER-ID NOT = SPACES
                       MOVE "N" TO WS-OWNER-VALID-SWITCH
                       MOVE "PERSON HAS OWNER" TO WS-REJECT-REASON
                   END-IF
               WHEN NOT TR-ACCOUNT-NON-PERSON
                   MOVE "N" TO WS-OWNER-VALID-SWITCH
                   MOVE "BAD ACCOUNT TYPE" TO WS-REJECT-REASON
               WHEN TR-OWNER-ID = SPACES
                   MOVE "N" TO WS-OWNER-VALID-SWITCH
                   MOVE "OWNER MISSING" TO WS-REJECT-REASON
               WHEN TR-OWNER-ID = TR-USER-ID
                   MOVE "N" TO WS-OWNER-VALID-SWITCH
                   MOVE "SELF-OWNED ACCOUNT" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE TR-OWNER-ID TO UM-USER-ID
                   READ USER-MASTER-FILE
                       INVALID KEY
                           MOVE "N" TO WS-OWNER-VALID-SWITCH
                           MOVE "OWNER NOT ON MASTER"
                               TO WS-REJECT-REASON
                       NOT INVALID KEY
                           IF UM-ACCOUNT-NON-PERSON
                               MOVE "N" TO WS-OWNER-VALID-SWITCH
                               MOVE "OWNER NOT A PERSON"
                                   TO WS-REJECT-REASON
                           ELSE
                               IF NOT UM-STATUS-ACTIVE
                                   MOVE "N" TO WS-OWNER-VALID-SWITCH
                                   MOVE "OWNER NOT ACTIVE"
                                       TO WS-REJECT-REASON
                               END-IF
                           END-IF
                   END-READ
           END-EVALUATE.
       2560-EDIT-ACCOUNT-OWNER-EXIT.
           EXIT.

      *>****************************************************************
      *> 2600-WRITE-SUSPENSE-RECORD - hold a rejected transaction on
      *> the suspense file; the caller sets the aged reject count and
           MOVE WS-TRANS-HELD TO HT-TRANS-HELD.
           WRITE REGISTER-RECORD FROM WS-HELD-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-ENTITLES-APPLIED TO ET-ENTL-APPLIED.
           WRITE REGISTER-RECORD FROM WS-ENTITLE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-OWNERSHIP-APPLIED TO OT-OWNERSHIP-APPLIED.
           WRITE REGISTER-RECORD FROM WS-OWNERSHIP-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-STALE-COUNT > ZERO
               PERFORM 3100-PRINT-STALE-SECTION
                   THRU 3100-PRINT-STALE-SECTION-EXIT
           IF PENDING-FILE-AVAILABLE
               CLOSE PENDING-FILE
           END-IF.
           IF ENTL-FILE-AVAILABLE
               CLOSE ENTITLEMENT-FILE
           END-IF.
           IF NOT MASTER-FILE-OPEN-FAILED
               AND NOT TRAN-FILE-OPEN-FAILED
               AND NOT APPLY-LOG-IS-STALE
           DISPLAY "MYPROGU: TOTAL TRANS APPLIED = " WS-TRANS-APPLIED.
           DISPLAY "MYPROGU: TOTAL TRANS REJECTED = " WS-TRANS-REJECTED.
           DISPLAY "MYPROGU: ADMIN GRANTS HELD = " WS-TRANS-HELD.
           DISPLAY "MYPROGU: ENTITLEMENTS APPLIED = "
               WS-ENTITLES-APPLIED.
           DISPLAY "MYPROGU: OWNERSHIP CHANGES APPLIED = "
               WS-OWNERSHIP-APPLIED.
           DISPLAY "MYPROGU: SUSPENSE RECYCLED = " WS-SUSP-READ.
           DISPLAY "MYPROGU: SUSPENSE HELD = " WS-SUSP-HELD.
           IF WS-ITEMS-REPLAYED > ZERO
