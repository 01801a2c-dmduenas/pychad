      *>                   and "R" reinstate journal entries - both
      *>                   are real master writes with a full after
      *>                   image - instead of skipping them.
      *> 10/14/26 DDUENAS  The entitlement actions ("E", "M", "V")
      *>                   now on the applied history and the journal
      *>                   belong to the entitlements cluster, not
      *>                   the user master - both passes count them
      *>                   as skipped instead of rejecting them.
      *> 10/14/26 DDUENAS  Pass one replays the "O" ownership action
      *>                   (account type and owner, in the user-name
      *>                   positions), and a replayed add comes back
      *>                   as a person, as MYPROGU writes it.
      *>
      *>****************************************************************
       IDENTIFICATION DIVISION.
               88  TH-ACTION-CHANGE            VALUE "C".
               88  TH-ACTION-DELETE            VALUE "D".
               88  TH-ACTION-SUSPEND           VALUE "S".
               88  TH-ACTION-ENTITLEMENT       VALUE "E" "M" "V".
               88  TH-ACTION-OWNERSHIP         VALUE "O".
           05  TH-USER-ID              PIC X(08).
           05  TH-USER-NAME            PIC X(30).
           05  TH-OWNERSHIP-DATA REDEFINES TH-USER-NAME.
               10  TH-ACCOUNT-TYPE     PIC X(01).
               10  TH-OWNER-ID         PIC X(08).
               10  FILLER              PIC X(21).
           05  TH-DEPARTMENT           PIC X(10).
           05  TH-ACCESS-LEVEL         PIC X(01).

               WHEN TH-ACTION-SUSPEND
                   PERFORM 2350-REPLAY-TRAN-SUSPEND
                       THRU 2350-REPLAY-TRAN-SUSPEND-EXIT
               WHEN TH-ACTION-OWNERSHIP
                   PERFORM 2380-REPLAY-TRAN-OWNERSHIP
                       THRU 2380-REPLAY-TRAN-OWNERSHIP-EXIT
               WHEN TH-ACTION-ENTITLEMENT
                   ADD 1 TO WS-RECORDS-SKIPPED
               WHEN OTHER
                   MOVE "N" TO WS-REPLAY-OK-SWITCH
                   MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
           END-EVALUATE.
           IF NOT TH-ACTION-ENTITLEMENT
               MOVE "TRAN" TO RV-SOURCE
               MOVE TH-ACTION-CODE TO RV-ACTION
               MOVE TH-USER-ID TO RV-USER-ID
               PERFORM 2700-PRINT-RECOVERY-LINE
                   THRU 2700-PRINT-RECOVERY-LINE-EXIT
           END-IF.
           PERFORM 2100-READ-TRAN-HISTORY
               THRU 2100-READ-TRAN-HISTORY-EXIT.
       2000-REPLAY-TRANSACTIONS-EXIT.
           MOVE WS-RUN-DATE-CENTURY TO UM-DATE-ADDED.
           MOVE WS-RUN-DATE-CENTURY TO UM-DATE-LAST-MAINT.
           SET UM-STATUS-ACTIVE TO TRUE.
           MOVE "P" TO UM-ACCOUNT-TYPE.
           MOVE SPACES TO UM-OWNER-ID.
           WRITE USER-MASTER-RECORD
               INVALID KEY
                   MOVE "N" TO WS-REPLAY-OK-SWITCH
       2350-REPLAY-TRAN-SUSPEND-EXIT.
           EXIT.

       2380-REPLAY-TRAN-OWNERSHIP.
           MOVE TH-USER-ID TO UM-USER-ID.
           READ USER-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-REPLAY-OK-SWITCH
                   MOVE "NOT ON MASTER" TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE TH-ACCOUNT-TYPE TO UM-ACCOUNT-TYPE
                   MOVE TH-OWNER-ID TO UM-OWNER-ID
                   MOVE WS-RUN-DATE-CENTURY TO UM-DATE-LAST-MAINT
                   REWRITE USER-MASTER-RECORD
                       INVALID KEY
                           MOVE "N" TO WS-REPLAY-OK-SWITCH
                           MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                   END-REWRITE
           END-READ.
       2380-REPLAY-TRAN-OWNERSHIP-EXIT.
           EXIT.

       2400-REPLAY-TRAN-DELETE.
           MOVE TH-USER-ID TO UM-USER-ID.
           READ USER-MASTER-FILE
