      *>****************************************************************
      *> Copybook name:   ACCHREC
      *> Description:     Long-retention access history record shared
      *>                   by the MYPROG family - one record per change
      *>                   to a user's access on the user master,
      *>                   whatever made it: keyed online (MYPROGO),
      *>                   applied from the nightly feed (MYPROGU), sent
      *>                   by the HR termination interface (MYPROGH),
      *>                   restored from the archive (MYPROGI), approved
      *>                   off the two-person hold, reverted when a
      *>                   temporary grant expired (MYPROGT), moved
      *>                   in a department reorganization (MYPROGG),
      *>                   or purged (MYPROG purge mode).  Carries the
      *>                   date, the operator, the source, and the
      *>                   department, level, and status before and
      *>                   after.  MYPROGK appends the records from the
      *>                   retained journal, applied-history, and
      *>                   purge-archive generations to the history
      *>                   dataset, which is kept indefinitely (unlike
      *>                   the 14-generation GDGs it is built from);
      *>                   MYPROGW reads it back for the point-in-time
      *>                   access inquiry.  A blank after field on a
      *>                   change means that field did not change.
      *> Original author:  DDUENAS
      *>
      *> Maintenence Log
      *> Date      Author        Maintenance Requirement
      *> --------- ------------  ---------------------------------------
      *> 10/14/26 DDUENAS  Created - "what access did this user have on
      *>                   this date, and who gave it to them" was
      *>                   being answered by hand from whatever GDG
      *>                   generations had not yet rolled off.
      *> 10/14/26 DDUENAS  Added source "G" for department moves made
      *>                   by the MYPROGG reorganization utility.
      *>****************************************************************
       01  ACCESS-HISTORY-RECORD.
           05  HS-USER-ID              PIC X(08).
           05  HS-EVENT-DATE           PIC 9(08).
           05  HS-EVENT-TIME           PIC X(08).
           05  HS-SOURCE               PIC X(01).
               88  HS-SOURCE-ONLINE            VALUE "O".
               88  HS-SOURCE-BATCH             VALUE "B".
               88  HS-SOURCE-HR                VALUE "H".
               88  HS-SOURCE-RESTORE           VALUE "R".
               88  HS-SOURCE-APPROVAL          VALUE "A".
               88  HS-SOURCE-PURGE             VALUE "P".
               88  HS-SOURCE-EXPIRY            VALUE "X".
               88  HS-SOURCE-REORG             VALUE "G".
           05  HS-ACTION-CODE          PIC X(01).
               88  HS-ACTION-ADD               VALUE "A".
               88  HS-ACTION-CHANGE            VALUE "C".
               88  HS-ACTION-DELETE            VALUE "D".
               88  HS-ACTION-SUSPEND           VALUE "S".
           05  HS-OPERATOR-ID          PIC X(08).
           05  HS-USER-NAME            PIC X(30).
           05  HS-BEFORE-STATE.
               10  HS-BEFORE-DEPARTMENT PIC X(10).
               10  HS-BEFORE-LEVEL     PIC X(01).
               10  HS-BEFORE-STATUS    PIC X(01).
           05  HS-AFTER-STATE.
               10  HS-AFTER-DEPARTMENT PIC X(10).
               10  HS-AFTER-LEVEL      PIC X(01).
               10  HS-AFTER-STATUS     PIC X(01).
