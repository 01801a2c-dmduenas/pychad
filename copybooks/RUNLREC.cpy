      *>****************************************************************
      *> Copybook name:   RUNLREC
      *> Description:     Nightly cycle run ledger record shared by the
      *>                   MYPROGJ steps - one record per business date
      *>                   and program, written when the step starts
      *>                   and updated with its return code when it
      *>                   ends.  MYPROGH, MYPROGU, MYPROGL, MYPROG,
      *>                   MYPROGC, and MYPROGB each check it before
      *>                   doing anything: the step ahead of them in the
      *>                   cycle must have completed for the business
      *>                   date, and they must not already have, unless
      *>                   the PARM says OVERRIDE.  A step that ends
      *>                   below RC=8 is complete; RC=8 or worse is
      *>                   failed and may be rerun; a step that never
      *>                   got to its end (an abend) stays started and
      *>                   may be rerun.  The record keyed on a zero
      *>                   date and "*CYCLE*" is not a step: it holds
      *>                   the business date MYPROGH opened, so the
      *>                   later steps stay on the same date when the
      *>                   cycle runs past midnight.  MYPROGV prints
      *>                   the ledger for operations at handover.
      *> Original author:  DDUENAS
      *>
      *> Maintenence Log
      *> Date      Author        Maintenance Requirement
      *> --------- ------------  ---------------------------------------
      *> 10/14/26 DDUENAS  Created - the COND codes holding the stream
      *>                   in sequence are lost as soon as a step is
      *>                   restarted or rerun by hand.
      *>****************************************************************
       01  RUN-LEDGER-RECORD.
           05  RL-KEY.
               10  RL-BUSINESS-DATE    PIC 9(08).
               10  RL-PROGRAM-ID       PIC X(08).
                   88  RL-CYCLE-CONTROL        VALUE "*CYCLE*".
           05  RL-RUN-DETAIL.
               10  RL-RUN-STATUS       PIC X(01).
                   88  RL-STATUS-STARTED       VALUE "S".
                   88  RL-STATUS-COMPLETE      VALUE "C".
                   88  RL-STATUS-FAILED        VALUE "F".
               10  RL-START-DATE       PIC 9(08).
               10  RL-START-TIME       PIC X(08).
               10  RL-END-DATE         PIC 9(08).
               10  RL-END-TIME         PIC X(08).
               10  RL-RETURN-CODE      PIC 9(04).
               10  RL-RUN-COUNT        PIC 9(03).
               10  RL-OVERRIDE-FLAG    PIC X(01).
                   88  RL-RUN-OVERRIDDEN       VALUE "Y".
           05  RL-CYCLE-DETAIL REDEFINES RL-RUN-DETAIL.
               10  RL-CYCLE-DATE       PIC 9(08).
               10  RL-CYCLE-OPENED-DATE PIC 9(08).
               10  RL-CYCLE-OPENED-TIME PIC X(08).
               10  FILLER              PIC X(17).
           05  FILLER                  PIC X(09).
