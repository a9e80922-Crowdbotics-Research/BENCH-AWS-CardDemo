      *****************************************************************         
      * Program:     COCRDSLC.CBL                                     *         
      * Layer:       Business logic                                   *         
      * Function:    Accept and process credit card detail request    *
      *              Card number shows last four only; F10 reveals it *
      *              to roles holding the unmask permission and logs  *
      *              the view to PIIVIEW.                             *         
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.                   
      * All Rights Reserved.                                            
                                                   VALUE ZEROS.                 
            07 WS-REAS-CD                          PIC S9(09) COMP              
                                                   VALUE ZEROS.                 
            07 WS-TRANID                           PIC X(4)
                                                   VALUE SPACES.
            07 WS-ABS-TIME                         PIC S9(15) COMP-3
                                                   VALUE ZEROS.
            07 WS-CUR-DATE-X10                     PIC X(10)
                                                   VALUE SPACES.
            07 WS-CUR-TIME-X08                     PIC X(08)
                                                   VALUE SPACES.                
      ******************************************************************        
      *      Input edits                                                        
               'Account number must be a non zero 11 digit number'.             
           88  SEARCHED-ACCT-NOT-NUMERIC           VALUE                        
               'Account number must be a non zero 11 digit number'.             
           88  SEARCHED-CARD-NOT-NUMERIC           VALUE
               'Card number if supplied must be a 16 digit number'.
           88  CARD-NUM-REVEALED                   VALUE
               'Full card number shown. This view has been logged'.
           88  NO-REVEAL-PERMISSION                VALUE
               'You do not hold the permission to unmask card numbers'.
           88  NO-CARD-TO-REVEAL                   VALUE
               'Display a card before pressing F10 to unmask it'.
           88  REVEAL-NOT-LOGGED                   VALUE
               'Unable to log the unmasked view - number stays masked'.
                                                                                
           88  DID-NOT-FIND-ACCT-IN-CARDXREF       VALUE                        
               'Did not find this account in cards database'.                   
                                                   VALUE 'COMEN1A'.             
          05 LIT-CARDFILENAME                      PIC X(8)                     
                                                   VALUE 'CARDDAT '.            
          05 LIT-CARDFILENAME-ACCT-PATH            PIC X(8)
                                                   VALUE 'CARDAIX '.
          05 LIT-PERMSECFILENAME                   PIC X(8)
                                                   VALUE 'PERMSEC '.
          05 LIT-PIIVIEWFILENAME                   PIC X(8)
                                                   VALUE 'PIIVIEW '.            
      ******************************************************************        
      *Other common working storage Variables                                   
      ******************************************************************        
      *CARD XREF LAYOUT                                                         
      *COPY CVACT03Y.                                                           
                                                                                
      *CUSTOMER LAYOUT
       COPY CVCUS01Y.

      *PERMISSION MATRIX LAYOUT
       COPY CVPRM01Y.

      *UNMASKED VIEW LOG AND MASK LAYOUTS
       COPY CVPII01Y.
                                                                                
       LINKAGE SECTION.                                                         
       01  DFHCOMMAREA.                                                         
              THRU YYYY-STORE-PFKEY-EXIT                                        
      *****************************************************************         
      * Check the AID to see if its valid at this point               *         
      * F3 - Exit
      * F10 - Unmask the card number shown
      * Enter show screen again
      *****************************************************************
           SET PFK-INVALID TO TRUE
           IF CCARD-AID-ENTER OR
              CCARD-AID-PFK03 OR
              CCARD-AID-PFK10
              SET PFK-VALID TO TRUE
           END-IF                                                               
                                                                                
           IF PFK-INVALID                                                       
                   PERFORM 1000-SEND-MAP THRU                                   
                           1000-SEND-MAP-EXIT                                   
                   GO TO COMMON-RETURN                                          
      ******************************************************************
      *            F10 - REDISPLAY THE CARD ON SHOW WITH THE FULL
      *            NUMBER, IF THE ROLE MAY SEE IT
      ******************************************************************
              WHEN CCARD-AID-PFK10
               AND CDEMO-PGM-REENTER
                   PERFORM 3000-REVEAL-CARD
                      THRU 3000-REVEAL-CARD-EXIT
                   PERFORM 1000-SEND-MAP
                      THRU 1000-SEND-MAP-EXIT
                   GO TO COMMON-RETURN
              WHEN CDEMO-PGM-REENTER
                   PERFORM 2000-PROCESS-INPUTS                                  
                      THRU 2000-PROCESS-INPUTS-EXIT                             
                   IF INPUT-ERROR                                               
              IF CDEMO-CARD-NUM = 0
                MOVE LOW-VALUES   TO CARDSIDO OF CCRDSLAO
              ELSE
                IF PII-REVEAL-ON
                  MOVE CC-CARD-NUM  TO CARDSIDO OF CCRDSLAO
                ELSE
                  MOVE CC-CARD-NUM(13:4)
                                    TO PII-MASKED-CARD-LAST4
                  MOVE PII-MASKED-CARD
                                    TO CARDSIDO OF CCRDSLAO
                END-IF
              END-IF

              IF CC-CARD-NAME = SPACES OR LOW-VALUES
               MOVE ACCTSIDI OF CCRDSLAI TO  CC-ACCT-ID
           END-IF

      *    A masked number left in the field stands for the card
      *    last shown, which the commarea still carries in full
           MOVE CDEMO-CARD-NUM           TO  CARD-CARD-NUM-N
           MOVE CARD-CARD-NUM-X(13:4)    TO  PII-MASKED-CARD-LAST4

           IF  CARDSIDI OF CCRDSLAI = '*'
           OR  CARDSIDI OF CCRDSLAI = SPACES
               MOVE LOW-VALUES           TO  CC-CARD-NUM
           ELSE
               IF  CDEMO-CARD-NUM NOT = 0
               AND CARDSIDI OF CCRDSLAI = PII-MASKED-CARD
                   MOVE CARD-CARD-NUM-X  TO  CC-CARD-NUM
               ELSE
                   MOVE CARDSIDI OF CCRDSLAI TO  CC-CARD-NUM
               END-IF
           END-IF

           IF  CNAMESIDI OF CCRDSLAI = '*'
           EXIT
           .

       3000-REVEAL-CARD.
      *    The card last shown is still in the commarea - reread it
      *    and show it in full, but only for a role the permission
      *    matrix allows to unmask.  With no matrix record the number
      *    stays masked; every reveal is logged.
           IF CDEMO-CARD-NUM = 0
              SET NO-CARD-TO-REVEAL     TO TRUE
              GO TO 3000-REVEAL-CARD-EXIT
           END-IF

           PERFORM 9300-CHECK-REVEAL-PERM
              THRU 9300-CHECK-REVEAL-PERM-EXIT
           IF PII-REVEAL-OFF
              SET NO-REVEAL-PERMISSION  TO TRUE
              GO TO 3000-REVEAL-CARD-EXIT
           END-IF

           SET INPUT-OK                 TO TRUE
           SET FLG-ACCTFILTER-ISVALID   TO TRUE
           SET FLG-CARDFILTER-ISVALID   TO TRUE
           MOVE CDEMO-ACCT-ID           TO CC-ACCT-ID-N
           MOVE CDEMO-CARD-NUM          TO CC-CARD-NUM-N
           PERFORM 9100-GETCARD-BYACCTCARD
              THRU 9100-GETCARD-BYACCTCARD-EXIT

           IF FOUND-CARDS-FOR-ACCOUNT
              PERFORM 9400-WRITE-REVEAL-LOG
                 THRU 9400-WRITE-REVEAL-LOG-EXIT
      *       No full number goes out without its log entry.
              IF WS-RESP-CD = DFHRESP(NORMAL)
                 SET CARD-NUM-REVEALED  TO TRUE
              ELSE
                 SET PII-REVEAL-OFF     TO TRUE
                 SET REVEAL-NOT-LOGGED  TO TRUE
              END-IF
           ELSE
              SET PII-REVEAL-OFF        TO TRUE
           END-IF
           .

       3000-REVEAL-CARD-EXIT.
           EXIT
           .

       9300-CHECK-REVEAL-PERM.
           SET PII-REVEAL-OFF           TO TRUE
           MOVE CDEMO-USER-ROLE         TO PERM-ROLE
           MOVE PII-REVEAL-PERM         TO PERM-PGMNAME

           EXEC CICS READ
                FILE      (LIT-PERMSECFILENAME)
                RIDFLD    (PERM-KEY)
                KEYLENGTH (LENGTH OF PERM-KEY)
                INTO      (PERM-MATRIX-RECORD)
                LENGTH    (LENGTH OF PERM-MATRIX-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF  WS-RESP-CD = DFHRESP(NORMAL)
           AND PERM-IS-ALLOWED
               SET PII-REVEAL-ON        TO TRUE
           END-IF
           .

       9300-CHECK-REVEAL-PERM-EXIT.
           EXIT
           .

       9400-WRITE-REVEAL-LOG.
           EXEC CICS ASKTIME
                ABSTIME  (WS-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME  (WS-ABS-TIME)
                YYYYMMDD (WS-CUR-DATE-X10)
                DATESEP  ('-')
                TIME     (WS-CUR-TIME-X08)
                TIMESEP  (':')
           END-EXEC

           MOVE WS-CUR-DATE-X10         TO PIIV-TS-DATE
           MOVE WS-CUR-TIME-X08         TO PIIV-TS-TIME
           MOVE CDEMO-USER-ID           TO PIIV-OPER-ID
           MOVE LIT-THISPGM             TO PIIV-SCREEN
           SET  PIIV-TYPE-CARD          TO TRUE
           MOVE CARD-ACCT-ID            TO PIIV-ACCT-ID
           MOVE CDEMO-CUST-ID           TO PIIV-CUST-ID
           MOVE CARD-NUM(13:4)          TO PIIV-LAST4
           MOVE CDEMO-USER-ROLE         TO PIIV-USER-ROLE

           MOVE 0 TO PIIV-TS-SEQ
           PERFORM 9410-WRITE-PIIVIEW-REC
              THRU 9410-WRITE-PIIVIEW-REC-EXIT
      *    A second reveal inside the same second collides on the
      *    key - bump the sequence until the entry lands.
           PERFORM UNTIL WS-RESP-CD NOT = DFHRESP(DUPREC)
                      OR PIIV-TS-SEQ = 99
               ADD 1 TO PIIV-TS-SEQ
               PERFORM 9410-WRITE-PIIVIEW-REC
                  THRU 9410-WRITE-PIIVIEW-REC-EXIT
           END-PERFORM
           .

       9400-WRITE-REVEAL-LOG-EXIT.
           EXIT
           .

       9410-WRITE-PIIVIEW-REC.
           EXEC CICS WRITE
                FILE      (LIT-PIIVIEWFILENAME)
                FROM      (PII-VIEW-RECORD)
                LENGTH    (LENGTH OF PII-VIEW-RECORD)
                RIDFLD    (PIIV-KEY)
                KEYLENGTH (LENGTH OF PIIV-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           .

       9410-WRITE-PIIVIEW-REC-EXIT.
           EXIT
           .

       9150-GETCARD-BYACCT.
                                                                                
      *    Read the Card file. Access via alternate index ACCTID                
      * Layer:       Business logic                                   *         
      * Function:    List Credit Cards                                          
      *              a) All cards if no context passed and admin user           
      *              b) Only the ones associated with ACCT in COMMAREA
      *                 if user is not admin
      *              Card numbers show last four only; F10 shows the
      *              page in full to roles holding the unmask
      *              permission and logs each card to PIIVIEW.                                    
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.                   
      * All Rights Reserved.                                            
                                                   VALUE ZEROS.                 
            07 WS-REAS-CD                          PIC S9(09) COMP              
                                                   VALUE ZEROS.                 
            07 WS-TRANID                           PIC X(4)
                                                   VALUE SPACES.
            07 WS-ABS-TIME                         PIC S9(15) COMP-3
                                                   VALUE ZEROS.
            07 WS-CUR-DATE-X10                     PIC X(10)
                                                   VALUE SPACES.
            07 WS-CUR-TIME-X08                     PIC X(08)
                                                   VALUE SPACES.                
      ******************************************************************        
      * Input edits                                                             
               'NO RECORDS FOUND FOR THIS SEARCH CONDITION.'.                   
           88  WS-MORE-THAN-1-ACTION              VALUE                         
               'PLEASE SELECT ONLY ONE RECORD TO VIEW OR UPDATE'.               
           88  WS-INVALID-ACTION-CODE              VALUE
               'INVALID ACTION CODE'.
           88  WS-PAGE-REVEALED                    VALUE
               'FULL CARD NUMBERS SHOWN. THIS VIEW HAS BEEN LOGGED'.
           88  WS-NO-REVEAL-PERMISSION             VALUE
               'YOU DO NOT HOLD THE PERMISSION TO UNMASK CARD NUMBERS'.
           88  WS-REVEAL-NOT-LOGGED                VALUE
               'UNABLE TO LOG THE UNMASKED VIEW - NUMBERS STAY MASKED'.                                           
         05  WS-PFK-FLAG                           PIC X(1).                    
           88  PFK-VALID                           VALUE '0'.                   
           88  PFK-INVALID                         VALUE '1'.                   
                                                                                
         05  LIT-CARD-FILE                          PIC X(8)                    
                                                   VALUE 'CARDDAT '.            
         05  LIT-CARD-FILE-ACCT-PATH                PIC X(8)

                                                   VALUE 'CARDAIX '.
         05  LIT-PERMSEC-FILE                       PIC X(8)
                                                   VALUE 'PERMSEC '.
         05  LIT-PIIVIEW-FILE                       PIC X(8)
                                                   VALUE 'PIIVIEW '.            
      ******************************************************************        
      *Other common working storage Variables                                   
      ******************************************************************        
                                                                                
      *Dataset layouts                                                          
                                                                                
      *CARD RECORD LAYOUT
       COPY CVACT02Y.

      *PERMISSION MATRIX LAYOUT
       COPY CVPRM01Y.

      *UNMASKED VIEW LOG AND MASK LAYOUTS
       COPY CVPII01Y.
                                                                                
       LINKAGE SECTION.                                                         
       01  DFHCOMMAREA.                                                         
      * Check the mapped key  to see if its valid at this point       *         
      * F3    - Exit                                                            
      * Enter - List of cards for current start key                             
      * F8    - Page down
      * F7    - Page up
      * F10   - Unmask the card numbers on this page
      *****************************************************************
           SET PFK-INVALID TO TRUE
           IF CCARD-AID-ENTER OR
              CCARD-AID-PFK03 OR
              CCARD-AID-PFK07 OR
              CCARD-AID-PFK08 OR
              CCARD-AID-PFK10                                                   
               SET PFK-VALID TO TRUE                                            
           END-IF                                                               
                                                                                
                    PERFORM 1000-SEND-MAP                                       
                       THRU 1000-SEND-MAP-EXIT                                  
                    GO TO COMMON-RETURN                                         
      *****************************************************************
      *        UNMASK - PF10 - SAME PAGE AGAIN WITH FULL NUMBERS
      *****************************************************************
               WHEN CCARD-AID-PFK10
                AND CDEMO-FROM-PROGRAM  EQUAL LIT-THISPGM
                    PERFORM 9300-CHECK-REVEAL-PERM
                       THRU 9300-CHECK-REVEAL-PERM-EXIT
                    IF PII-REVEAL-OFF
                       SET WS-NO-REVEAL-PERMISSION TO TRUE
                    END-IF
                    MOVE WS-CA-FIRST-CARD-NUM
                                  TO WS-CARD-RID-CARDNUM
                    PERFORM 9000-READ-FORWARD
                       THRU 9000-READ-FORWARD-EXIT
      *             The page goes out in full only once every row on
      *             it has its log entry
                    IF PII-REVEAL-ON
                       PERFORM 9400-LOG-PAGE-REVEAL
                          THRU 9400-LOG-PAGE-REVEAL-EXIT
                       IF PII-REVEAL-ON
                          SET WS-PAGE-REVEALED     TO TRUE
                       ELSE
                          SET WS-REVEAL-NOT-LOGGED TO TRUE
                       END-IF
                    END-IF
                    PERFORM 1000-SEND-MAP
                       THRU 1000-SEND-MAP-EXIT
                    GO TO COMMON-RETURN
      *****************************************************************
      *        TRANSFER TO CARD DETAIL VIEW
      *****************************************************************         
               WHEN CCARD-AID-ENTER                                             
                AND VIEW-REQUESTED-ON(I-SELECTED)                               
           ELSE                                                                 
              MOVE WS-EDIT-SELECT(1)       TO CRDSEL1O OF CCRDLIAO              
              MOVE WS-ROW-ACCTNO(1)        TO ACCTNO1O OF CCRDLIAO              
              IF PII-REVEAL-ON
                 MOVE WS-ROW-CARD-NUM(1)   TO CRDNUM1O OF CCRDLIAO
              ELSE
                 MOVE WS-ROW-CARD-NUM(1)(13:4)
                                          TO PII-MASKED-CARD-LAST4
                 MOVE PII-MASKED-CARD     TO CRDNUM1O OF CCRDLIAO
              END-IF              
              MOVE WS-ROW-CARD-STATUS(1)   TO CRDSTS1O OF CCRDLIAO              
           END-IF                                                               
                                                                                
           ELSE                                                                 
              MOVE WS-EDIT-SELECT(2)       TO CRDSEL2O OF CCRDLIAO              
              MOVE WS-ROW-ACCTNO(2)        TO ACCTNO2O OF CCRDLIAO              
              IF PII-REVEAL-ON
                 MOVE WS-ROW-CARD-NUM(2)   TO CRDNUM2O OF CCRDLIAO
              ELSE
                 MOVE WS-ROW-CARD-NUM(2)(13:4)
                                          TO PII-MASKED-CARD-LAST4
                 MOVE PII-MASKED-CARD     TO CRDNUM2O OF CCRDLIAO
              END-IF              
              MOVE WS-ROW-CARD-STATUS(2)   TO CRDSTS2O OF CCRDLIAO              
           END-IF                                                               
                                                                                
           ELSE                                                                 
              MOVE WS-EDIT-SELECT(3)       TO CRDSEL3O OF CCRDLIAO              
              MOVE WS-ROW-ACCTNO(3)        TO ACCTNO3O OF CCRDLIAO              
              IF PII-REVEAL-ON
                 MOVE WS-ROW-CARD-NUM(3)   TO CRDNUM3O OF CCRDLIAO
              ELSE
                 MOVE WS-ROW-CARD-NUM(3)(13:4)
                                          TO PII-MASKED-CARD-LAST4
                 MOVE PII-MASKED-CARD     TO CRDNUM3O OF CCRDLIAO
              END-IF              
              MOVE WS-ROW-CARD-STATUS(3)   TO CRDSTS3O OF CCRDLIAO              
           END-IF                                                               
                                                                                
           ELSE                                                                 
              MOVE WS-EDIT-SELECT(4)       TO CRDSEL4O OF CCRDLIAO              
              MOVE WS-ROW-ACCTNO(4)        TO ACCTNO4O OF CCRDLIAO              
              IF PII-REVEAL-ON
                 MOVE WS-ROW-CARD-NUM(4)   TO CRDNUM4O OF CCRDLIAO
              ELSE
                 MOVE WS-ROW-CARD-NUM(4)(13:4)
                                          TO PII-MASKED-CARD-LAST4
                 MOVE PII-MASKED-CARD     TO CRDNUM4O OF CCRDLIAO
              END-IF              
              MOVE WS-ROW-CARD-STATUS(4)   TO CRDSTS4O OF CCRDLIAO              
           END-IF                                                               
                                                                                
           ELSE                                                                 
              MOVE WS-EDIT-SELECT(5)       TO CRDSEL5O OF CCRDLIAO              
              MOVE WS-ROW-ACCTNO(5)        TO ACCTNO5O OF CCRDLIAO              
              IF PII-REVEAL-ON
                 MOVE WS-ROW-CARD-NUM(5)   TO CRDNUM5O OF CCRDLIAO
              ELSE
                 MOVE WS-ROW-CARD-NUM(5)(13:4)
                                          TO PII-MASKED-CARD-LAST4
                 MOVE PII-MASKED-CARD     TO CRDNUM5O OF CCRDLIAO
              END-IF              
              MOVE WS-ROW-CARD-STATUS(5)   TO CRDSTS5O OF CCRDLIAO              
           END-IF                                                               
                                                                                
           ELSE                                                                 
              MOVE WS-EDIT-SELECT(6)       TO CRDSEL6O OF CCRDLIAO              
              MOVE WS-ROW-ACCTNO(6)        TO ACCTNO6O OF CCRDLIAO              
              IF PII-REVEAL-ON
                 MOVE WS-ROW-CARD-NUM(6)   TO CRDNUM6O OF CCRDLIAO
              ELSE
                 MOVE WS-ROW-CARD-NUM(6)(13:4)
                                          TO PII-MASKED-CARD-LAST4
                 MOVE PII-MASKED-CARD     TO CRDNUM6O OF CCRDLIAO
              END-IF              
              MOVE WS-ROW-CARD-STATUS(6)   TO CRDSTS6O OF CCRDLIAO              
           END-IF                                                               
                                                                                
           ELSE                                                                 
              MOVE WS-EDIT-SELECT(7)       TO CRDSEL7O OF CCRDLIAO              
              MOVE WS-ROW-ACCTNO(7)        TO ACCTNO7O OF CCRDLIAO              
              IF PII-REVEAL-ON
                 MOVE WS-ROW-CARD-NUM(7)   TO CRDNUM7O OF CCRDLIAO
              ELSE
                 MOVE WS-ROW-CARD-NUM(7)(13:4)
                                          TO PII-MASKED-CARD-LAST4
                 MOVE PII-MASKED-CARD     TO CRDNUM7O OF CCRDLIAO
              END-IF              
              MOVE WS-ROW-CARD-STATUS(7)   TO CRDSTS7O OF CCRDLIAO              
           END-IF                                                               
           .                                                                    
                    MOVE DFHBMFSE      TO ACCTSIDA OF CCRDLIAI                  
              END-EVALUATE                                                      
                                                                                
      *       A good card filter is echoed masked like the rows -
      *       CDEMO-CARD-NUM holds it in full for the next pass
              EVALUATE TRUE
                  WHEN FLG-CARDFILTER-NOT-OK
                     MOVE CC-CARD-NUM  TO CARDSIDO OF CCRDLIAO
                     MOVE DFHBMFSE     TO CARDSIDA OF CCRDLIAI
                  WHEN CDEMO-CARD-NUM = 0
                     MOVE LOW-VALUES   TO CARDSIDO OF CCRDLIAO
                  WHEN OTHER
                    MOVE CDEMO-CARD-NUM
                                       TO CC-CARD-NUM-N
                    IF PII-REVEAL-ON
                       MOVE CC-CARD-NUM
                                       TO CARDSIDO OF CCRDLIAO
                    ELSE
                       MOVE CC-CARD-NUM(13:4)
                                       TO PII-MASKED-CARD-LAST4
                       MOVE PII-MASKED-CARD
                                       TO CARDSIDO OF CCRDLIAO
                    END-IF
                    MOVE DFHBMFSE      TO CARDSIDA OF CCRDLIAI
              END-EVALUATE                                                      
           END-IF                                                               
                                                                                
                          RESP(WS-RESP-CD)                                      
           END-EXEC                                                             
                                                                                
           MOVE ACCTSIDI OF CCRDLIAI  TO CC-ACCT-ID
           MOVE CARDSIDI OF CCRDLIAI  TO CC-CARD-NUM
      *    A masked filter sent back stands for the one in commarea
           IF  CDEMO-CARD-NUM NOT = 0
           AND CC-CARD-NUM(1:12) = PII-MASKED-CARD(1:12)
               MOVE CDEMO-CARD-NUM    TO CC-CARD-NUM-N
           END-IF
                                                                                
           MOVE CRDSEL1I OF CCRDLIAI  TO WS-EDIT-SELECT(1)                      
           MOVE CRDSEL2I OF CCRDLIAI  TO WS-EDIT-SELECT(2)                      
                                                                                
           .                                                                    
                                                                                
       9500-FILTER-RECORDS-EXIT.
           EXIT
           .

      *****************************************************************
      * Unmask permission rides the permission matrix; with no record
      * for the role the numbers stay masked
      *****************************************************************
       9300-CHECK-REVEAL-PERM.
           SET PII-REVEAL-OFF            TO TRUE
           MOVE CDEMO-USER-ROLE          TO PERM-ROLE
           MOVE PII-REVEAL-PERM          TO PERM-PGMNAME

           EXEC CICS READ
                DATASET(LIT-PERMSEC-FILE)
                INTO (PERM-MATRIX-RECORD)
                LENGTH(LENGTH OF PERM-MATRIX-RECORD)
                RIDFLD(PERM-KEY)
                KEYLENGTH(LENGTH OF PERM-KEY)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC

           IF  WS-RESP-CD = DFHRESP(NORMAL)
           AND PERM-IS-ALLOWED
               SET PII-REVEAL-ON         TO TRUE
           END-IF
           .

       9300-CHECK-REVEAL-PERM-EXIT.
           EXIT
           .

      *****************************************************************
      * One PIIVIEW entry per card shown in full
      *****************************************************************
       9400-LOG-PAGE-REVEAL.
           EXEC CICS ASKTIME
                ABSTIME(WS-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABS-TIME)
                YYYYMMDD(WS-CUR-DATE-X10)
                DATESEP('-')
                TIME(WS-CUR-TIME-X08)
                TIMESEP(':')
           END-EXEC

           MOVE WS-CUR-DATE-X10          TO PIIV-TS-DATE
           MOVE WS-CUR-TIME-X08          TO PIIV-TS-TIME
           MOVE CDEMO-USER-ID            TO PIIV-OPER-ID
           MOVE LIT-THISPGM              TO PIIV-SCREEN
           SET  PIIV-TYPE-CARD           TO TRUE
           MOVE ZEROES                   TO PIIV-CUST-ID
           MOVE CDEMO-USER-ROLE          TO PIIV-USER-ROLE
           MOVE 0                        TO PIIV-TS-SEQ

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > 7 OR PII-REVEAL-OFF
               IF WS-EACH-CARD(I) NOT EQUAL LOW-VALUES
                  MOVE WS-ROW-ACCTNO(I)   TO PIIV-ACCT-ID
                  MOVE WS-ROW-CARD-NUM(I)(13:4)
                                          TO PIIV-LAST4
                  PERFORM 9410-WRITE-PIIVIEW-REC
                     THRU 9410-WRITE-PIIVIEW-REC-EXIT
      *           Rows logged in the same second share date and time -
      *           the sequence keeps each entry's key unique
                  PERFORM UNTIL WS-RESP-CD NOT = DFHRESP(DUPREC)
                             OR PIIV-TS-SEQ = 99
                      ADD 1 TO PIIV-TS-SEQ
                      PERFORM 9410-WRITE-PIIVIEW-REC
                         THRU 9410-WRITE-PIIVIEW-REC-EXIT
                  END-PERFORM
                  IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                     SET PII-REVEAL-OFF   TO TRUE
                  END-IF
               END-IF
           END-PERFORM
           .

       9400-LOG-PAGE-REVEAL-EXIT.
           EXIT
           .

       9410-WRITE-PIIVIEW-REC.
           EXEC CICS WRITE
                DATASET(LIT-PIIVIEW-FILE)
                FROM (PII-VIEW-RECORD)
                LENGTH(LENGTH OF PII-VIEW-RECORD)
                RIDFLD(PIIV-KEY)
                KEYLENGTH(LENGTH OF PIIV-KEY)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC
           .

       9410-WRITE-PIIVIEW-REC-EXIT.
           EXIT
           .
                                                                                
      *****************************************************************
      *Common code to store PFKey                                      
