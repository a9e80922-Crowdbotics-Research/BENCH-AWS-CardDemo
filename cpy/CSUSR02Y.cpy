               10  USRAUDIT-TS-DATE           PIC X(10).
               10  USRAUDIT-TS-TIME           PIC X(08).
               10  USRAUDIT-ADMIN-ID          PIC X(08).
      *    Batch revocations carry the program name as the admin
      *    ID and run many to the second; the sequence keeps them
      *    apart, as it does on MNTAUDIT.
               10  USRAUDIT-TS-SEQ            PIC 9(02).
           05  USRAUDIT-ACTION-CD             PIC X(01).
               88  USRAUDIT-ACTION-ADD                VALUE 'A'.
               88  USRAUDIT-ACTION-UPD                VALUE 'U'.
               88  USRAUDIT-ACTION-DEL                VALUE 'D'.
           05  USRAUDIT-TARGET-USR-ID         PIC X(08).
           05  USRAUDIT-BEFORE-IMAGE          PIC X(90).
           05  USRAUDIT-AFTER-IMAGE           PIC X(90).
