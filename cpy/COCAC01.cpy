      *    Description :   Card activation screen map - verifies the
      *                    caller against the card CVV and the
      *                    cardholder's date of birth before a
      *                    pending-activation card goes live; a
      *                    pending card shows the date the plastics
      *                    vendor confirmed it mailed
      ******************************************************************
       01  COCAC1AI.
           05  CARDNINI                    PIC X(16).
           05  DOBINL                      PIC S9(4) COMP.
           05  CRDSTATI                    PIC X(01).
           05  CRDNAMEI                    PIC X(50).
           05  MAILDTI                     PIC X(10).

       01  COCAC1AO.
           05  CURDATEO                    PIC X(08).
