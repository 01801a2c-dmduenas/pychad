      *>****************************************************************
      *> Copybook name:   ENTLREC
      *> Description:     Application entitlement record shared by the
      *>                   MYPROG family - one record per user per
      *>                   application (payables, vendor master,
      *>                   payroll, ...), keyed on the user-id plus
      *>                   the application code, carrying the role the
      *>                   user holds in that application.  Kept on
      *>                   its own indexed cluster (USRENTL) alongside
      *>                   the user master; MYPROGO maintains it online
      *>                   and MYPROGU from the nightly feed, both
      *>                   journaled, and MYPROGE checks it against
      *>                   the segregation-of-duties conflict rules.
      *> Original author:  DDUENAS
      *>
      *> Maintenence Log
      *> Date      Author        Maintenance Requirement
      *> --------- ------------  ---------------------------------------
      *> 10/14/26 DDUENAS  Created when the per-application roles
      *>                   came off the spreadsheets and onto the
      *>                   system, so segregation-of-duties conflicts
      *>                   can be reported before audit finds them.
      *>****************************************************************
       01  ENTITLEMENT-RECORD.
           05  EN-ENTITLE-KEY.
               10  EN-USER-ID          PIC X(08).
               10  EN-APPL-CODE        PIC X(08).
           05  EN-ROLE-CODE            PIC X(10).
           05  EN-DATE-GRANTED         PIC 9(08).
           05  EN-DATE-LAST-MAINT      PIC 9(08).
           05  EN-GRANTED-BY           PIC X(08).
