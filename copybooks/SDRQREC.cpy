      *>****************************************************************
      *> Copybook name:   SDRQREC
      *> Description:     Approved access request record shared by the
      *>                   MYPROG family - one record per request the
      *>                   service desk has approved, carrying the
      *>                   request number, the user-id, the action
      *>                   requested (add, change, delete), the level
      *>                   requested, and the date it was approved.
      *>                   The same layout is used for the service
      *>                   desk's nightly inbound feed and for the
      *>                   open-request generation MYPROGS carries
      *>                   forward until each request is actioned.
      *> Original author:  DDUENAS
      *>
      *> Maintenence Log
      *> Date      Author        Maintenance Requirement
      *> --------- ------------  ---------------------------------------
      *> 10/14/26 DDUENAS  Created with MYPROGS so every change to the
      *>                   user master can be traced back to an
      *>                   approved service-desk request.
      *>****************************************************************
       01  SERVICE-REQUEST-RECORD.
           05  SR-REQUEST-NUMBER       PIC X(10).
           05  SR-USER-ID              PIC X(08).
           05  SR-ACTION-CODE          PIC X(01).
               88  SR-ACTION-ADD               VALUE "A".
               88  SR-ACTION-CHANGE            VALUE "C".
               88  SR-ACTION-DELETE            VALUE "D".
               88  SR-ACTION-VALID             VALUE "A" "C" "D".
           05  SR-ACCESS-LEVEL         PIC X(01).
           05  SR-APPROVED-DATE        PIC 9(08).
