      *               promise to pay on the COLLACT activity file.
      *               CBCOL01C settles the promises against posted
      *               payments each night and reports the broken ones.
      *               PF6 carries the account to COHRD01C to enroll or
      *               cancel a hardship payment plan.  Contact is
      *               refused while the account carries an active
      *               legal status (bankruptcy, deceased, litigation);
      *               PF7 carries the account to COLGL01C to maintain
      *               that status.  The latest account notes left by
      *               any service rep are shown under the contact
      *               history; PF8 carries the account to COANT01C to
      *               read further back or add one.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
         05 WS-DELQ-FILE               PIC X(08) VALUE 'DELQFILE'.
         05 WS-ACCT-FILE               PIC X(08) VALUE 'ACCTFILE'.
         05 WS-COLLACT-FILE            PIC X(08) VALUE 'COLLACT '.
         05 WS-LEGAL-FILE              PIC X(08) VALUE 'LEGALSTS'.
         05 WS-NOTE-FILE               PIC X(08) VALUE 'ACCTNOTE'.

         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
         05 WS-COLA-EOF                PIC X(01) VALUE 'N'.
           88 COLA-EOF                           VALUE 'Y'.
           88 COLA-NOT-EOF                       VALUE 'N'.
         05 WS-NOTE-EOF                PIC X(01) VALUE 'N'.
           88 NOTE-EOF                           VALUE 'Y'.
           88 NOTE-NOT-EOF                       VALUE 'N'.
         05 WS-LEGAL-SW                PIC X(01) VALUE 'N'.
           88 LEGAL-HOLD-IN-FORCE                VALUE 'Y'.
           88 LEGAL-HOLD-NONE                    VALUE 'N'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REC-COUNT               PIC S9(04) COMP VALUE ZEROS.
       COPY CVDLQ01Y.
       COPY CVACT01Y.
       COPY CVCOL01Y.
       COPY CVLGL01Y.
       COPY CVNTE01Y.

       COPY DFHAID.
       COPY DFHBMSCA.
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN DFHPF5
                           PERFORM PROCESS-SAVE-KEY
                       WHEN DFHPF6
                           PERFORM VALIDATE-ACCT-FIELD
                              THRU VALIDATE-ACCT-FIELD-EXIT
                           IF NOT ERR-FLG-ON
                               MOVE WS-ACCT-ID-N TO CDEMO-ACCT-ID
                               MOVE 'COHRD01C'   TO CDEMO-TO-PROGRAM
                               PERFORM RETURN-TO-PREV-SCREEN
                           END-IF
                       WHEN DFHPF7
                           PERFORM VALIDATE-ACCT-FIELD
                              THRU VALIDATE-ACCT-FIELD-EXIT
                           IF NOT ERR-FLG-ON
                               MOVE WS-ACCT-ID-N TO CDEMO-ACCT-ID
                               MOVE 'COLGL01C'   TO CDEMO-TO-PROGRAM
                               PERFORM RETURN-TO-PREV-SCREEN
                           END-IF
                       WHEN DFHPF8
                           PERFORM VALIDATE-ACCT-FIELD
                              THRU VALIDATE-ACCT-FIELD-EXIT
                           IF NOT ERR-FLG-ON
                               MOVE WS-ACCT-ID-N TO CDEMO-ACCT-ID
                               MOVE 'COANT01C'   TO CDEMO-TO-PROGRAM
                               PERFORM RETURN-TO-PREV-SCREEN
                           END-IF
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
           IF NOT ERR-FLG-ON
               PERFORM POPULATE-BUCKET-FIELDS
               PERFORM POPULATE-CONTACT-LOG
               PERFORM POPULATE-LATEST-NOTES
               PERFORM READ-LEGAL-RECORD
               IF LEGAL-HOLD-IN-FORCE
                   MOVE DFHRED          TO ERRMSGC  OF COCOL1AO
                   PERFORM BUILD-LEGAL-MESSAGE
               END-IF
               PERFORM SEND-COLLWS-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-LEGAL-RECORD
      *----------------------------------------------------------------*
       READ-LEGAL-RECORD.

           SET LEGAL-HOLD-NONE TO TRUE
           MOVE WS-ACCT-ID-N TO LGL-ACCT-ID
           EXEC CICS READ
                DATASET   (WS-LEGAL-FILE)
                INTO      (LEGAL-STATUS-RECORD)
                LENGTH    (LENGTH OF LEGAL-STATUS-RECORD)
                RIDFLD    (LGL-ACCT-ID)
                KEYLENGTH (LENGTH OF LGL-ACCT-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD = DFHRESP(NORMAL)
              AND LGL-SUPPRESS-ACTIVITY
               SET LEGAL-HOLD-IN-FORCE TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      BUILD-LEGAL-MESSAGE
      *----------------------------------------------------------------*
       BUILD-LEGAL-MESSAGE.

           MOVE SPACES TO WS-MESSAGE
           EVALUATE TRUE
               WHEN LGL-TYPE-BANKRUPTCY
                   STRING 'BANKRUPTCY - do NOT contact. Case: ' ,
                          LGL-CASE-NUM
                     DELIMITED BY SIZE
                     INTO WS-MESSAGE
                   END-STRING
               WHEN LGL-TYPE-DECEASED
                   STRING 'DECEASED - do NOT contact. Ref: ' ,
                          LGL-CASE-NUM
                     DELIMITED BY SIZE
                     INTO WS-MESSAGE
                   END-STRING
               WHEN OTHER
                   STRING 'LITIGATION - do NOT contact. Case: ' ,
                          LGL-CASE-NUM
                     DELIMITED BY SIZE
                     INTO WS-MESSAGE
                   END-STRING
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      READ-DELQ-RECORD
      *----------------------------------------------------------------*
                   MOVE COLA-PROMISE-DATE      TO LPDT05I OF COCOL1AI
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      POPULATE-LATEST-NOTES
      *----------------------------------------------------------------*
      * The two newest account notes, browsed backward the same way
      * as the contact history.
       POPULATE-LATEST-NOTES.

           MOVE SPACES TO LNTE01I OF COCOL1AI LNTE02I OF COCOL1AI

           MOVE WS-ACCT-ID-N TO NOTE-ACCT-ID
           MOVE HIGH-VALUES  TO NOTE-TS
           SET NOTE-NOT-EOF  TO TRUE
           MOVE 0 TO WS-REC-COUNT

           EXEC CICS STARTBR
                DATASET   (WS-NOTE-FILE)
                RIDFLD    (NOTE-KEY)
                KEYLENGTH (LENGTH OF NOTE-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE HIGH-VALUES TO NOTE-KEY
                   EXEC CICS STARTBR
                        DATASET   (WS-NOTE-FILE)
                        RIDFLD    (NOTE-KEY)
                        KEYLENGTH (LENGTH OF NOTE-KEY)
                        GTEQ
                        RESP      (WS-RESP-CD)
                        RESP2     (WS-REAS-CD)
                   END-EXEC
                   IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                       SET NOTE-EOF TO TRUE
                   END-IF
               WHEN OTHER
                   SET NOTE-EOF TO TRUE
           END-EVALUATE

           IF NOTE-NOT-EOF
               PERFORM UNTIL NOTE-EOF
                          OR WS-REC-COUNT >= 2
                   PERFORM READPREV-NOTE-FILE
                   IF NOTE-NOT-EOF
                      AND NOTE-ACCT-ID = WS-ACCT-ID-N
                       ADD 1 TO WS-REC-COUNT
                       PERFORM POPULATE-NOTE-ROW
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                    DATASET   (WS-NOTE-FILE)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      *                      READPREV-NOTE-FILE
      *----------------------------------------------------------------*
       READPREV-NOTE-FILE.

           EXEC CICS READPREV
                DATASET   (WS-NOTE-FILE)
                INTO      (ACCOUNT-NOTE-RECORD)
                LENGTH    (LENGTH OF ACCOUNT-NOTE-RECORD)
                RIDFLD    (NOTE-KEY)
                KEYLENGTH (LENGTH OF NOTE-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   IF NOTE-ACCT-ID < WS-ACCT-ID-N
                       SET NOTE-EOF TO TRUE
                   END-IF
               WHEN OTHER
                   SET NOTE-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      POPULATE-NOTE-ROW
      *----------------------------------------------------------------*
       POPULATE-NOTE-ROW.

           MOVE NOTE-TS (1:10)      TO NSUM-DATE
           MOVE NOTE-OPER-ID        TO NSUM-OPER-ID
           MOVE NOTE-CATEGORY       TO NSUM-CATEGORY
           MOVE NOTE-TEXT-LINE (1)  TO NSUM-TEXT
           EVALUATE WS-REC-COUNT
               WHEN 1
                   MOVE NOTE-SUMMARY-LINE TO LNTE01I OF COCOL1AI
               WHEN 2
                   MOVE NOTE-SUMMARY-LINE TO LNTE02I OF COCOL1AI
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      PROCESS-SAVE-KEY
      *----------------------------------------------------------------*
                PERFORM VALIDATE-CONTACT-FIELDS
                   THRU VALIDATE-CONTACT-FIELDS-EXIT
           END-IF
           IF NOT ERR-FLG-ON
               PERFORM READ-LEGAL-RECORD
               IF LEGAL-HOLD-IN-FORCE
                   MOVE 'Y'     TO WS-ERR-FLG
                   PERFORM BUILD-LEGAL-MESSAGE
                   MOVE -1      TO CMETHL OF COCOL1AI
                   PERFORM SEND-COLLWS-SCREEN
               END-IF
           END-IF
           IF NOT ERR-FLG-ON
               PERFORM WRITE-CONTACT-RECORD
           END-IF.
