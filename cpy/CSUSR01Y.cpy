      *    Role keyed into the permission matrix; when blank the
      *    user's U/A type supplies a default role at sign-on.
           05  SEC-USR-ROLE                       PIC X(08).
      *    Stamped by COSGN00C on every successful sign-on; the
      *    dormant-user sweep (CBUSR01C) revokes IDs left unused.
           05  SEC-USR-LAST-SIGNON-DATE           PIC X(10).
           05  FILLER                             PIC X(02).
