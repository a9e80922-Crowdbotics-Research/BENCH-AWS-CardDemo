      *    business days, resolution within the regulatory window.
           05  DISP-PROV-CR-DEADLINE             PIC X(10).
           05  DISP-RESOLVE-DEADLINE             PIC X(10).
      *    Foreign transaction fee charged on the disputed purchase
      *    and reversed with it; re-debited if the dispute is denied.
           05  DISP-FEE-AMT                      PIC S9(07)V99.
