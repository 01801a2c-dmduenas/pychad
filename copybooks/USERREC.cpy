      *>                   length 49 to 66; systems programming
      *>                   converted the cluster and the retained
      *>                   extract generations.
      *> 10/14/26 DDUENAS  Added the account type (person, service, or
      *>                   generic) and, for service and generic
      *>                   accounts, the user-id of the active person
      *>                   accountable for them.  A blank type on a
      *>                   record written before this change reads as a
      *>                   person.  Record length 66 to 75; systems
      *>                   programming converted the cluster, the
      *>                   retained extract generations, and the purge
      *>                   archive.
      *>****************************************************************
       01  USER-MASTER-RECORD.
           05  UM-USER-ID              PIC X(08).
           05  UM-STATUS               PIC X(01).
               88  UM-STATUS-ACTIVE            VALUE "A".
               88  UM-STATUS-SUSPENDED         VALUE "S".
           05  UM-ACCOUNT-TYPE         PIC X(01).
               88  UM-ACCOUNT-PERSON           VALUE "P" " ".
               88  UM-ACCOUNT-SERVICE          VALUE "S".
               88  UM-ACCOUNT-GENERIC          VALUE "G".
               88  UM-ACCOUNT-NON-PERSON       VALUE "S" "G".
           05  UM-OWNER-ID             PIC X(08).
