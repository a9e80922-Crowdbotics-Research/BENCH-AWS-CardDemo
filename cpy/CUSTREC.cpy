           05  CUST-STMT-DELIVERY-PREF           PIC X(01).
               88  CUST-STMT-PREF-PAPER          VALUE 'P'.
               88  CUST-STMT-PREF-EMAIL          VALUE 'E'.
      *    Set by returned-mail intake; cleared when the address is
      *    changed.  Paper statements and letters are held while set.
           05  CUST-ADDR-UNDELIV-FLAG            PIC X(01).
               88  CUST-ADDR-UNDELIVERABLE       VALUE 'Y'.
           05  CUST-ADDR-UNDELIV-DATE            PIC X(10).
           05  FILLER                            PIC X(156).
