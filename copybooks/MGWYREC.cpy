      *>****************************************************************
      *> Copybook name:   MGWYREC
      *> Description:     Outbound notification record in the layout
      *>                   the corporate mail gateway accepts - one
      *>                   notification is a header record naming the
      *>                   recipient and subject, the body lines in
      *>                   sequence, and a trailer carrying the body
      *>                   line count the gateway checks before it
      *>                   sends.  Every record of a notification
      *>                   carries the same notification id (the
      *>                   sending program, the date, and a sequence
      *>                   number).  The gateway resolves the recipient
      *>                   name against the corporate directory, so
      *>                   the name must be as HR holds it.  MYPROGN
      *>                   writes one notification per department
      *>                   manager each night.
      *> Original author:  DDUENAS
      *>
      *> Maintenence Log
      *> Date      Author        Maintenance Requirement
      *> --------- ------------  ---------------------------------------
      *> 10/14/26 DDUENAS  Created - department managers only heard
      *>                   about changes to their people at the
      *>                   quarterly recertification.
      *>****************************************************************
       01  MAIL-GATEWAY-RECORD.
           05  MG-RECORD-TYPE          PIC X(01).
               88  MG-RECORD-HEADER            VALUE "H".
               88  MG-RECORD-BODY              VALUE "B".
               88  MG-RECORD-TRAILER           VALUE "T".
           05  MG-NOTIFICATION-ID.
               10  MG-SENDER-ID        PIC X(08).
               10  MG-NOTIFY-DATE      PIC 9(08).
               10  MG-NOTIFY-SEQUENCE  PIC 9(05).
           05  MG-RECORD-DATA          PIC X(128).
           05  MG-HEADER-DATA REDEFINES MG-RECORD-DATA.
               10  MG-RECIPIENT-NAME   PIC X(30).
               10  MG-PRIORITY         PIC X(01).
                   88  MG-PRIORITY-NORMAL      VALUE "N".
                   88  MG-PRIORITY-HIGH        VALUE "H".
               10  MG-SUBJECT          PIC X(60).
               10  FILLER              PIC X(37).
           05  MG-BODY-DATA REDEFINES MG-RECORD-DATA.
               10  MG-LINE-NUMBER      PIC 9(04).
               10  MG-BODY-TEXT        PIC X(100).
               10  FILLER              PIC X(24).
           05  MG-TRAILER-DATA REDEFINES MG-RECORD-DATA.
               10  MG-BODY-LINE-COUNT  PIC 9(04).
               10  FILLER              PIC X(124).
