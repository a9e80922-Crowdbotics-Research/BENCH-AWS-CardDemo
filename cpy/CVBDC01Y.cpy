               88  BDP-RESULT-MISMATCH                   VALUE '04'.
               88  BDP-RESULT-ERROR                      VALUE '08'.
           05  BDP-CONTROL-DATE                  PIC X(10).
      *    Returned by function V - the business date the control
      *    record was last advanced from (spaces on the first day).
           05  BDP-PRIOR-DATE                    PIC X(10).

       01  BIZ-DATE-CONTROL-RECORD.
           05  BDC-KEY                           PIC X(08).
