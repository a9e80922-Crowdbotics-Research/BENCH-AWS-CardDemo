      *               for one account (through the CXACAIX account
      *               path), filtered by date range and amount range,
      *               with PF7/PF8 paging and selection through to
      *               the COTRN01C transaction detail screen, or
      *               with selection code I to the COINS01C
      *               installment plan screen.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
       CHECK-SELECTION.

           MOVE SPACES TO CDEMO-CT01-TRN-SELECTED
           IF SEL0001I OF COTRN0AI = 'S' OR 's' OR 'I' OR 'i'
               MOVE TRNID01I OF COTRN0AI TO CDEMO-CT01-TRN-SELECTED
               MOVE SEL0001I OF COTRN0AI TO CDEMO-CT01-TRN-SEL-FLG
           END-IF
           IF SEL0002I OF COTRN0AI = 'S' OR 's' OR 'I' OR 'i'
               MOVE TRNID02I OF COTRN0AI TO CDEMO-CT01-TRN-SELECTED
               MOVE SEL0002I OF COTRN0AI TO CDEMO-CT01-TRN-SEL-FLG
           END-IF
           IF SEL0003I OF COTRN0AI = 'S' OR 's' OR 'I' OR 'i'
               MOVE TRNID03I OF COTRN0AI TO CDEMO-CT01-TRN-SELECTED
               MOVE SEL0003I OF COTRN0AI TO CDEMO-CT01-TRN-SEL-FLG
           END-IF
           IF SEL0004I OF COTRN0AI = 'S' OR 's' OR 'I' OR 'i'
               MOVE TRNID04I OF COTRN0AI TO CDEMO-CT01-TRN-SELECTED
               MOVE SEL0004I OF COTRN0AI TO CDEMO-CT01-TRN-SEL-FLG
           END-IF
           IF SEL0005I OF COTRN0AI = 'S' OR 's' OR 'I' OR 'i'
               MOVE TRNID05I OF COTRN0AI TO CDEMO-CT01-TRN-SELECTED
               MOVE SEL0005I OF COTRN0AI TO CDEMO-CT01-TRN-SEL-FLG
           END-IF
           IF SEL0006I OF COTRN0AI = 'S' OR 's' OR 'I' OR 'i'
               MOVE TRNID06I OF COTRN0AI TO CDEMO-CT01-TRN-SELECTED
               MOVE SEL0006I OF COTRN0AI TO CDEMO-CT01-TRN-SEL-FLG
           END-IF
           IF SEL0007I OF COTRN0AI = 'S' OR 's' OR 'I' OR 'i'
               MOVE TRNID07I OF COTRN0AI TO CDEMO-CT01-TRN-SELECTED
               MOVE SEL0007I OF COTRN0AI TO CDEMO-CT01-TRN-SEL-FLG
           END-IF
           IF SEL0008I OF COTRN0AI = 'S' OR 's' OR 'I' OR 'i'
               MOVE TRNID08I OF COTRN0AI TO CDEMO-CT01-TRN-SELECTED
               MOVE SEL0008I OF COTRN0AI TO CDEMO-CT01-TRN-SEL-FLG
           END-IF
           IF SEL0009I OF COTRN0AI = 'S' OR 's' OR 'I' OR 'i'
               MOVE TRNID09I OF COTRN0AI TO CDEMO-CT01-TRN-SELECTED
               MOVE SEL0009I OF COTRN0AI TO CDEMO-CT01-TRN-SEL-FLG
           END-IF
           IF SEL0010I OF COTRN0AI = 'S' OR 's' OR 'I' OR 'i'
               MOVE TRNID10I OF COTRN0AI TO CDEMO-CT01-TRN-SELECTED
               MOVE SEL0010I OF COTRN0AI TO CDEMO-CT01-TRN-SEL-FLG
           END-IF

           IF  CDEMO-CT01-TRN-SELECTED NOT = SPACES AND LOW-VALUES
      *        I - put the purchase on an installment plan
               IF CDEMO-CT01-TRN-SEL-FLG = 'I' OR 'i'
                   MOVE 'COINS01C' TO CDEMO-TO-PROGRAM
               ELSE
                   MOVE 'COTRN01C' TO CDEMO-TO-PROGRAM
               END-IF
               MOVE 'S'        TO CDEMO-CT01-TRN-SEL-FLG
               PERFORM RETURN-TO-PREV-SCREEN
           END-IF.

