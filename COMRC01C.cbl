      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Merchant master maintenance - add, update or
      *               delete a MERCHANT-FILE record.  A merchant
      *               the point-of-compromise analysis has flagged
      *               shows the flag date and fraud card count; the
      *               review flag is cleared here by blanking it.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-CARD-COUNT-ED           PIC ZZZZ9.
         05 WS-ACTN-FLG                PIC X(01) VALUE SPACES.
           88 ACTN-IS-ADD                        VALUE 'A'.
           88 ACTN-IS-UPDATE                     VALUE 'U'.
                                  MERCITYI OF COMRC1AI
                                  MERZIPI  OF COMRC1AI
                                  MERSTATI OF COMRC1AI
                                  RVWFLGI  OF COMRC1AI
                                  RVWINFOO OF COMRC1AO
                   MOVE DFHNEUTRL TO ERRMSGC OF COMRC1AO
                   MOVE 'Key merchant details and press PF5 to add ...'
                                   TO WS-MESSAGE
                   MOVE MER-CITY          TO MERCITYI OF COMRC1AI
                   MOVE MER-ZIP           TO MERZIPI  OF COMRC1AI
                   MOVE MER-ACTIVE-STATUS TO MERSTATI OF COMRC1AI
                   PERFORM SHOW-REVIEW-FLAG
                   MOVE DFHNEUTRL         TO ERRMSGC  OF COMRC1AO
                   IF ACTN-IS-DELETE
                       MOVE 'Press PF5 to confirm delete ...' TO
               PERFORM SEND-MERCHANT-SCREEN
           END-IF

           IF NOT ERR-FLG-ON AND NOT ACTN-IS-DELETE
               AND RVWFLGI OF COMRC1AI NOT = 'P' AND SPACES
               AND RVWFLGI OF COMRC1AI NOT = LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Review flag must be P or blank (blank clears it)'
                               TO WS-MESSAGE
               MOVE -1       TO RVWFLGL OF COMRC1AI
               PERFORM SEND-MERCHANT-SCREEN
           END-IF

           IF NOT ERR-FLG-ON AND ACTN-IS-ADD
               AND RVWFLGI OF COMRC1AI = 'P'
               PERFORM REVIEW-FLAG-NOT-SET
           END-IF

           IF NOT ERR-FLG-ON
               MOVE MERIDINI OF COMRC1AI TO MER-ID
               EVALUATE TRUE
                       PERFORM WRITE-MERCHANT-FILE
                   WHEN ACTN-IS-UPDATE
                       PERFORM READ-MERCHANT-FILE-UPD
                       IF NOT ERR-FLG-ON
                       AND RVWFLGI OF COMRC1AI = 'P'
                       AND NOT MER-POC-REVIEW
                           PERFORM REVIEW-FLAG-NOT-SET
                       END-IF
                       IF NOT ERR-FLG-ON
                           PERFORM BUILD-MERCHANT-RECORD
                           PERFORM REWRITE-MERCHANT-FILE
           MOVE MERNAMEI OF COMRC1AI TO MER-NAME
           MOVE MERCITYI OF COMRC1AI TO MER-CITY
           MOVE MERZIPI  OF COMRC1AI TO MER-ZIP
           MOVE MERSTATI OF COMRC1AI TO MER-ACTIVE-STATUS
           IF ACTN-IS-ADD
               MOVE SPACES TO MER-POC-REVIEW-FLAG
                              MER-POC-FLAG-DATE
               MOVE ZEROS  TO MER-POC-CARD-COUNT
           END-IF
      *    Blanking the flag closes the review; the flag date and
      *    card count stay on the record as history.
           IF RVWFLGI OF COMRC1AI NOT = 'P'
               MOVE SPACES TO MER-POC-REVIEW-FLAG
           END-IF
           PERFORM SHOW-REVIEW-FLAG.

      *----------------------------------------------------------------*
      *                      SHOW-REVIEW-FLAG
      *----------------------------------------------------------------*
       SHOW-REVIEW-FLAG.

           MOVE MER-POC-REVIEW-FLAG TO RVWFLGI  OF COMRC1AI
           MOVE SPACES              TO RVWINFOO OF COMRC1AO
           IF MER-POC-REVIEW
               MOVE MER-POC-CARD-COUNT TO WS-CARD-COUNT-ED
               STRING 'Compromise review ' DELIMITED BY SIZE
                      MER-POC-FLAG-DATE    DELIMITED BY SIZE
                      ' -'                 DELIMITED BY SIZE
                      WS-CARD-COUNT-ED     DELIMITED BY SIZE
                      ' cards'             DELIMITED BY SIZE
                 INTO RVWINFOO OF COMRC1AO
               END-STRING
               MOVE DFHRED             TO RVWINFOC OF COMRC1AO
           END-IF.

      *----------------------------------------------------------------*
      *                      REVIEW-FLAG-NOT-SET
      *----------------------------------------------------------------*
       REVIEW-FLAG-NOT-SET.

           MOVE 'Y'     TO WS-ERR-FLG
           MOVE 'Review flag is set only by the compromise analysis...'
                           TO WS-MESSAGE
           MOVE -1       TO RVWFLGL OF COMRC1AI
           PERFORM SEND-MERCHANT-SCREEN.

      *----------------------------------------------------------------*
      *                      READ-MERCHANT-FILE-UPD
                                   MERCITYI OF COMRC1AI
                                   MERZIPI  OF COMRC1AI
                                   MERSTATI OF COMRC1AI
                                   RVWFLGI  OF COMRC1AI
                                   RVWINFOO OF COMRC1AO
                                   WS-MESSAGE.
