      *>****************************************************************
      *> Copybook name:   OPLKREC
      *> Description:     Operator sign-on lockout record shared by the
      *>                   MYPROG online transactions - one record per
      *>                   operator id that has failed a sign-on,
      *>                   keyed on the id attempted, carrying the
      *>                   time of each recent failure (minutes since
      *>                   the calendar base, oldest first) and, once
      *>                   the id is locked, when and by which
      *>                   transaction.  MYPROGO and MYPROGD both
      *>                   count failures here, so the count carries
      *>                   across sessions and across the two
      *>                   transactions; a locked id is refused until
      *>                   a different admin operator unlocks it
      *>                   through MYPROGO.  The record keyed
      *>                   "*POLICY*" is not an operator: it holds the
      *>                   lockout limit and the rolling window in
      *>                   minutes in place of the failure table.
      *> Original author:  DDUENAS
      *>
      *> Maintenence Log
      *> Date      Author        Maintenance Requirement
      *> --------- ------------  ---------------------------------------
      *> 10/14/26 DDUENAS  Created - three tries per session meant
      *>                   nothing when a new session gave three more.
      *>****************************************************************
       01  OPERATOR-LOCKOUT-RECORD.
           05  OL-OPERATOR-ID          PIC X(08).
               88  OL-POLICY-RECORD            VALUE "*POLICY*".
           05  OL-LOCK-STATUS          PIC X(01).
               88  OL-STATUS-LOCKED            VALUE "L".
               88  OL-STATUS-OPEN              VALUE "O" " ".
           05  OL-LOCKED-DATE          PIC 9(08).
           05  OL-LOCKED-TIME          PIC X(08).
           05  OL-LOCKED-BY-PROGRAM    PIC X(08).
           05  OL-UNLOCKED-BY          PIC X(08).
           05  OL-UNLOCKED-DATE        PIC 9(08).
           05  OL-FAILURE-COUNT        PIC 9(02).
           05  OL-FAILURE-TABLE.
               10  OL-FAILURE-STAMP    PIC 9(10) OCCURS 9 TIMES.
           05  OL-POLICY REDEFINES OL-FAILURE-TABLE.
               10  OL-POLICY-LIMIT     PIC 9(01).
               10  OL-POLICY-WINDOW-MINUTES PIC 9(05).
               10  FILLER              PIC X(84).
