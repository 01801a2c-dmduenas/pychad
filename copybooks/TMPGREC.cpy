      *>****************************************************************
      *> Copybook name:   TMPGREC
      *> Description:     Temporary elevated-access grant record shared
      *>                   by the MYPROG family - one record per user
      *>                   holding a time-boxed UPDATE or ADMIN level
      *>                   (month-end close, a project), keyed on the
      *>                   user-id, carrying the level granted, the
      *>                   level to drop back to, the expiry date, and
      *>                   the reason.  Kept on its own indexed cluster
      *>                   (USRTEMP) alongside the user master; MYPROGO
      *>                   records the grant and MYPROGT demotes it in
      *>                   the nightly cycle once it has expired.  An
      *>                   admin grant is written HELD while it waits
      *>                   on the PNDAREC two-person approval and goes
      *>                   ACTIVE when a second admin approves it.
      *> Original author:  DDUENAS
      *>
      *> Maintenence Log
      *> Date      Author        Maintenance Requirement
      *> --------- ------------  ---------------------------------------
      *> 10/14/26 DDUENAS  Created - raised levels for a month-end or
      *>                   a project were lowered again by hand, and
      *>                   usually not at all.
      *>****************************************************************
       01  TEMP-GRANT-RECORD.
           05  TG-USER-ID              PIC X(08).
           05  TG-ELEVATED-LEVEL       PIC X(01).
           05  TG-REVERT-LEVEL         PIC X(01).
           05  TG-EXPIRY-DATE          PIC 9(08).
           05  TG-REASON               PIC X(30).
           05  TG-GRANTED-BY           PIC X(08).
           05  TG-DATE-GRANTED         PIC 9(08).
           05  TG-GRANT-STATUS         PIC X(01).
               88  TG-STATUS-ACTIVE            VALUE "A".
               88  TG-STATUS-HELD              VALUE "H".
