      * Type        : COBOL Subroutine
      * Function    : Business-date control service.  Function V
      *               validates the caller's date against the control
      *               record (mismatch = result 04) and returns the
      *               prior business date; function A
      *               advances the control record to the caller's
      *               date, keeping the prior date for reference.
      *               Functions Q and R set and clear the posting

           MOVE '00'   TO BDP-RESULT
           MOVE SPACES TO BDP-CONTROL-DATE
           MOVE SPACES TO BDP-PRIOR-DATE

           OPEN I-O BIZDATE-FILE
           IF  BIZDATE-STATUS NOT = '00'
                       MOVE '08' TO BDP-RESULT
                   ELSE
                       MOVE WS-BDC-BUSINESS-DATE TO BDP-CONTROL-DATE
                       MOVE WS-BDC-PRIOR-DATE    TO BDP-PRIOR-DATE
                       IF  BDP-DATE NOT = WS-BDC-BUSINESS-DATE
                           MOVE '04' TO BDP-RESULT
                       END-IF
