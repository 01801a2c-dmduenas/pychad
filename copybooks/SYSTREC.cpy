      *>****************************************************************
      *> Copybook name:   SYSTREC
      *> Description:     User master system-status control record -
      *>                   the one record keyed "*SYSTEM*" on the
      *>                   system-status cluster (DD SYSSTAT).  MYPROGX
      *>                   sets it to batch-in-progress as the first
      *>                   step of the nightly MYPROGJ cycle, with the
      *>                   time updates are expected to reopen, and
      *>                   clears it as the last.  While it is set,
      *>                   MYPROGO and MYPROGD offer inquiry only, with
      *>                   a banner saying why and when updates reopen,
      *>                   and the MYPROGI restore runs as a trial.  An
      *>                   emergency override (an admin operator in
      *>                   MYPROGO or MYPROGD, OVERRIDE on the MYPROGI
      *>                   PARM, or operations clearing the hold early
      *>                   through MYPROGX) is journaled "O" with the
      *>                   operator, and the latest one is kept here.
      *> Original author:  DDUENAS
      *>
      *> Maintenence Log
      *> Date      Author        Maintenance Requirement
      *> --------- ------------  ---------------------------------------
      *> 10/14/26 DDUENAS  Created - online changes made while the
      *>                   cycle was applying the feed or reading the
      *>                   master reached the journal but not the
      *>                   extract, and MYPROGB called it out of
      *>                   balance the next morning.
      *>****************************************************************
       01  SYSTEM-STATUS-RECORD.
           05  SS-CONTROL-KEY          PIC X(08).
               88  SS-SYSTEM-RECORD            VALUE "*SYSTEM*".
           05  SS-SYSTEM-STATUS        PIC X(01).
               88  SS-BATCH-IN-PROGRESS        VALUE "B".
               88  SS-ONLINE-OPEN              VALUE "O" " ".
           05  SS-SET-DATE             PIC 9(08).
           05  SS-SET-TIME             PIC X(08).
           05  SS-SET-BY-PROGRAM       PIC X(08).
           05  SS-REOPEN-TIME.
               10  SS-REOPEN-HOUR      PIC X(02).
               10  SS-REOPEN-MINUTE    PIC X(02).
           05  SS-CLEARED-DATE         PIC 9(08).
           05  SS-CLEARED-TIME         PIC X(08).
           05  SS-CLEARED-BY           PIC X(08).
           05  SS-OVERRIDE-COUNT       PIC 9(03).
           05  SS-LAST-OVERRIDE.
               10  SS-OVERRIDE-OPERATOR PIC X(08).
               10  SS-OVERRIDE-PROGRAM PIC X(08).
               10  SS-OVERRIDE-DATE    PIC 9(08).
               10  SS-OVERRIDE-TIME    PIC X(08).
           05  FILLER                  PIC X(20).
