      *>                   from the archive, so MYPROGL reports the
      *>                   restore like any other change.  Record
      *>                   length unchanged.
      *> 10/14/26 DDUENAS  Added the application entitlement actions
      *>                   (ENTLREC): "E" when an entitlement is
      *>                   granted, "M" when its role is changed, and
      *>                   "V" when it is revoked.  Those entries
      *>                   carry the entitlement record in the images
      *>                   instead of a user record - see the
      *>                   JRBE-/JRAE- redefinitions.  Record length
      *>                   unchanged.
      *> 10/14/26 DDUENAS  Added the operator lockout actions: "L" when
      *>                   MYPROGO or MYPROGD locks an operator id
      *>                   after too many failed sign-ons (the locked
      *>                   id is in JR-OPERATOR-ID and JRA-USER-ID),
      *>                   and "U" when an admin operator unlocks it
      *>                   (the admin is in JR-OPERATOR-ID, the
      *>                   unlocked id in JRA-USER-ID).  Record length
      *>                   unchanged.
      *> 10/14/26 DDUENAS  Images widened for the USERREC account type
      *>                   and owner.  Record length 157 to 175;
      *>                   systems programming converted the journal
      *>                   and the retained JRNLHIST generations.
      *> 10/14/26 DDUENAS  Added "O", an emergency override of the
      *>                   nightly batch hold on online maintenance
      *>                   (SYSTREC), with the operator who used it
      *>                   in JR-OPERATOR-ID and JRA-USER-ID and the
      *>                   program it was used in as JRA-USER-NAME.
      *>****************************************************************
       01  JOURNAL-RECORD.
           05  JR-ACTION-CODE          PIC X(01).
               88  JR-ACTION-ADMIN-GRANTED     VALUE "G".
               88  JR-ACTION-ADMIN-DENIED      VALUE "N".
               88  JR-ACTION-REINSTATE         VALUE "R".
               88  JR-ACTION-ENTITLE-GRANT     VALUE "E".
               88  JR-ACTION-ENTITLE-CHANGE    VALUE "M".
               88  JR-ACTION-ENTITLE-REVOKE    VALUE "V".
               88  JR-ACTION-ENTITLEMENT       VALUE "E" "M" "V".
               88  JR-ACTION-LOCKOUT           VALUE "L".
               88  JR-ACTION-UNLOCK            VALUE "U".
               88  JR-ACTION-BATCH-OVERRIDE    VALUE "O".
           05  JR-OPERATOR-ID          PIC X(08).
           05  JR-ENTRY-DATE           PIC X(08).
           05  JR-ENTRY-TIME           PIC X(08).
               10  JRB-DATE-ADDED      PIC X(08).
               10  JRB-DATE-LAST-MAINT PIC X(08).
               10  JRB-STATUS          PIC X(01).
               10  JRB-ACCOUNT-TYPE    PIC X(01).
               10  JRB-OWNER-ID        PIC X(08).
           05  JR-BEFORE-ENTITLEMENT REDEFINES JR-BEFORE-IMAGE.
               10  JRBE-USER-ID        PIC X(08).
               10  JRBE-APPL-CODE      PIC X(08).
               10  JRBE-ROLE-CODE      PIC X(10).
               10  JRBE-DATE-GRANTED   PIC X(08).
               10  JRBE-DATE-LAST-MAINT PIC X(08).
               10  JRBE-GRANTED-BY     PIC X(08).
               10  FILLER              PIC X(25).
           05  JR-AFTER-IMAGE.
               10  JRA-USER-ID         PIC X(08).
               10  JRA-USER-NAME       PIC X(30).
               10  JRA-DATE-ADDED      PIC X(08).
               10  JRA-DATE-LAST-MAINT PIC X(08).
               10  JRA-STATUS          PIC X(01).
               10  JRA-ACCOUNT-TYPE    PIC X(01).
               10  JRA-OWNER-ID        PIC X(08).
           05  JR-AFTER-ENTITLEMENT REDEFINES JR-AFTER-IMAGE.
               10  JRAE-USER-ID        PIC X(08).
               10  JRAE-APPL-CODE      PIC X(08).
               10  JRAE-ROLE-CODE      PIC X(10).
               10  JRAE-DATE-GRANTED   PIC X(08).
               10  JRAE-DATE-LAST-MAINT PIC X(08).
               10  JRAE-GRANTED-BY     PIC X(08).
               10  FILLER              PIC X(25).
