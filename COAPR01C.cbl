      * Type        : CICS COBOL Program
      * Function    : Maker-checker approval queue.  Pages the
      *               pending high-risk maintenance changes - credit
      *               limits, account statuses, autopay EFT accounts,
      *               product conversions - with their before and
      *               after values, and lets a second operator holding
      *               the approval permission in the permission matrix
      *               approve (A) or reject (R) each one with PF5.
      *               Approval applies the change to the master and
      *               cuts the MNTAUDIT entry; the maker cannot approve
      *               their own change.  An approved closure entered
      *               within the refund window of the account's annual
      *               fee billing refunds that fee.  An approved
      *               product conversion is scheduled for the
      *               account's next statement cycle.  Fraud velocity
      *               rule and batch job dependency changes are
      *               applied to FRDPARM and JOBDEPS, refused if the
      *               record has moved since the change was keyed.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
         05 WS-AUTOPAY-FILE            PIC X(08) VALUE 'AUTOPAY '.
         05 WS-MNTAUDIT-FILE           PIC X(08) VALUE 'MNTAUDIT'.
         05 WS-BIZDATE-FILE            PIC X(08) VALUE 'BIZDATE '.
         05 WS-TRANSACT-FILE           PIC X(08) VALUE 'TRANSACT'.
         05 WS-TCATBAL-FILE            PIC X(08) VALUE 'TCATBALF'.
         05 WS-ANNFEEBL-FILE           PIC X(08) VALUE 'ANNFEEBL'.
         05 WS-PRDCONV-FILE            PIC X(08) VALUE 'PRDCONV '.
         05 WS-FRDPARM-FILE            PIC X(08) VALUE 'FRDPARM '.
         05 WS-JOBDEPS-FILE            PIC X(08) VALUE 'JOBDEPS '.
         05 WS-FRD-RBA                 PIC S9(08) COMP VALUE ZEROS.
         05 WS-CREATE-TCATBAL-FLG      PIC X(01) VALUE 'N'.

         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
         05 WS-ABS-TIME                PIC S9(15) COMP-3.
         05 WS-CUR-DATE-X10            PIC X(10) VALUE SPACES.
         05 WS-CUR-TIME-X08            PIC X(08) VALUE SPACES.
      * A closure entered within 30 days of the annual fee billing
      * refunds the fee into the same fee category it was billed to.
         05 WS-AF-REFUND-DAYS          PIC S9(04) COMP VALUE 30.
         05 WS-AF-TYPE-CD              PIC X(02) VALUE '01'.
         05 WS-AF-CAT-CD               PIC 9(04) VALUE 12.
         05 WS-AF-DAYS-SINCE           PIC S9(09) COMP VALUE 0.
         05 WS-AF-BILL-YYYYMMDD        PIC 9(08) VALUE 0.
         05 WS-AF-CLOSE-YYYYMMDD       PIC 9(08) VALUE 0.
         05 WS-AF-REFUND-SW            PIC X(01) VALUE 'N'.
           88 AF-FEE-REFUNDED                    VALUE 'Y'.
           88 AF-FEE-NOT-REFUNDED                VALUE 'N'.
         05 WS-CONV-SCHED-SW           PIC X(01) VALUE 'N'.
           88 CONV-SCHEDULED                     VALUE 'Y'.

       01 WS-ROW-TABLE.
         05 WS-ROW-ENTRY OCCURS 10 TIMES.
       COPY CVAPY01Y.
       COPY CVAUD01Y.
       COPY CVBDC01Y.
       COPY CVTRA05Y.
       COPY CVTRA01Y.
       COPY CVFEE02Y.
       COPY CVPCV01Y.
       COPY CVFRD01Y.
       COPY CVDEP01Y.

       COPY DFHAID.
       COPY DFHBMSCA.
               WHEN PCH-ENTITY-EFT
                    PERFORM APPLY-EFT-CHANGE
                       THRU APPLY-EFT-CHANGE-EXIT
               WHEN PCH-ENTITY-GROUP
                    PERFORM APPLY-GROUP-CHANGE
                       THRU APPLY-GROUP-CHANGE-EXIT
               WHEN PCH-ENTITY-FRAUD-RULE
                    PERFORM APPLY-FRAUD-RULE-CHANGE
                       THRU APPLY-FRAUD-RULE-CHANGE-EXIT
               WHEN PCH-ENTITY-JOB-DEP
                    PERFORM APPLY-JOBDEP-CHANGE
                       THRU APPLY-JOBDEP-CHANGE-EXIT
           END-EVALUATE
           IF NOT ERR-FLG-ON
               SET PCH-STAT-APPROVED TO TRUE
           IF NOT ERR-FLG-ON
               MOVE DFHGREEN TO ERRMSGC  OF COAPR1AO
               MOVE 'Change approved and applied...' TO WS-MESSAGE
               IF AF-FEE-REFUNDED
                   MOVE 'Change approved - annual fee refunded...'
                        TO WS-MESSAGE
               END-IF
               IF CONV-SCHEDULED
                   MOVE 'Conversion approved - applies at next cycle...'
                        TO WS-MESSAGE
               END-IF
               MOVE LOW-VALUES TO CDEMO-CAP1-CHGID-FIRST
               MOVE 1          TO WS-PAGE-NUM
               PERFORM PROCESS-PAGE-FORWARD
           MOVE PCH-NEW-VALUE (1:1)  TO ACCT-ACTIVE-STATUS
           MOVE PCH-NEW-REASON-CD    TO ACCT-STATUS-REASON-CD
           MOVE WS-CUR-DATE-X10      TO ACCT-STATUS-DATE
           SET AF-FEE-NOT-REFUNDED   TO TRUE
           IF ACCT-ACTIVE-STATUS = 'C'
               PERFORM REFUND-ANNUAL-FEE
                  THRU REFUND-ANNUAL-FEE-EXIT
               IF ERR-FLG-ON
                   GO TO APPLY-STATUS-CHANGE-EXIT
               END-IF
           END-IF
           EXEC CICS REWRITE
                DATASET   (WS-ACCTDAT-FILE)
                FROM      (ACCOUNT-RECORD)
       APPLY-STATUS-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      REFUND-ANNUAL-FEE
      *----------------------------------------------------------------*
      * The refund window runs from the billing date to the date the
      * closure was entered on the status screen, not the approval
      * date.  The credit lands on the account record the caller is
      * about to rewrite.
       REFUND-ANNUAL-FEE.

           MOVE ACCT-ID TO AFB-ACCT-ID
           EXEC CICS READ
                DATASET   (WS-ANNFEEBL-FILE)
                INTO      (ANNUAL-FEE-BILL-RECORD)
                LENGTH    (LENGTH OF ANNUAL-FEE-BILL-RECORD)
                RIDFLD    (AFB-ACCT-ID)
                KEYLENGTH (LENGTH OF AFB-ACCT-ID)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   GO TO REFUND-ANNUAL-FEE-EXIT
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup annual fee billing...'
                        TO WS-MESSAGE
                   PERFORM SEND-APPRVL-SCREEN
                   GO TO REFUND-ANNUAL-FEE-EXIT
           END-EVALUATE

           MOVE 99999 TO WS-AF-DAYS-SINCE
           IF AFB-STAT-BILLED
           AND AFB-FEE-AMT > 0
           AND AFB-BILL-DATE (1:4) IS NUMERIC
           AND PCH-MAKER-DATE (1:4) IS NUMERIC
               MOVE AFB-BILL-DATE (1:4)  TO WS-AF-BILL-YYYYMMDD (1:4)
               MOVE AFB-BILL-DATE (6:2)  TO WS-AF-BILL-YYYYMMDD (5:2)
               MOVE AFB-BILL-DATE (9:2)  TO WS-AF-BILL-YYYYMMDD (7:2)
               MOVE PCH-MAKER-DATE (1:4) TO WS-AF-CLOSE-YYYYMMDD (1:4)
               MOVE PCH-MAKER-DATE (6:2) TO WS-AF-CLOSE-YYYYMMDD (5:2)
               MOVE PCH-MAKER-DATE (9:2) TO WS-AF-CLOSE-YYYYMMDD (7:2)
               COMPUTE WS-AF-DAYS-SINCE =
                   FUNCTION INTEGER-OF-DATE(WS-AF-CLOSE-YYYYMMDD)
                 - FUNCTION INTEGER-OF-DATE(WS-AF-BILL-YYYYMMDD)
           END-IF
           IF WS-AF-DAYS-SINCE < 0
           OR WS-AF-DAYS-SINCE > WS-AF-REFUND-DAYS
               EXEC CICS UNLOCK
                    DATASET   (WS-ANNFEEBL-FILE)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               GO TO REFUND-ANNUAL-FEE-EXIT
           END-IF

      *    The refund id is the billing id under its own prefix, so a
      *    second approval attempt cannot credit the fee twice.
           INITIALIZE TRAN-RECORD
           MOVE AFB-TRAN-ID          TO TRAN-ID
           MOVE 'AR'                 TO TRAN-ID (1:2)
           MOVE WS-AF-TYPE-CD        TO TRAN-TYPE-CD
           MOVE WS-AF-CAT-CD         TO TRAN-CAT-CD
           MOVE 'System'             TO TRAN-SOURCE
           STRING 'ANNUAL FEE REFUND ON CLOSURE - TRAN ' ,
                  AFB-TRAN-ID
                  DELIMITED BY SIZE
             INTO TRAN-DESC
           END-STRING
           COMPUTE TRAN-AMT = 0 - AFB-FEE-AMT
           MOVE AFB-CARD-NUM         TO TRAN-CARD-NUM
           MOVE 0                    TO TRAN-MERCHANT-ID
           MOVE 'ANNUAL FEE'         TO TRAN-MERCHANT-NAME
           MOVE 'N/A'                TO TRAN-MERCHANT-CITY
           MOVE 'N/A'                TO TRAN-MERCHANT-ZIP
           STRING WS-CUR-DATE-X10 ' ' WS-CUR-TIME-X08 '.000000'
                  DELIMITED BY SIZE
             INTO TRAN-ORIG-TS
           END-STRING
           MOVE TRAN-ORIG-TS         TO TRAN-PROC-TS
           EXEC CICS WRITE
                DATASET   (WS-TRANSACT-FILE)
                FROM      (TRAN-RECORD)
                LENGTH    (LENGTH OF TRAN-RECORD)
                RIDFLD    (TRAN-ID)
                KEYLENGTH (LENGTH OF TRAN-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to post annual fee refund...'
                    TO WS-MESSAGE
               PERFORM SEND-APPRVL-SCREEN
               GO TO REFUND-ANNUAL-FEE-EXIT
           END-IF
           ADD TRAN-AMT TO ACCT-CURR-BAL

           PERFORM UPDATE-TCATBAL-BUCKET
              THRU UPDATE-TCATBAL-BUCKET-EXIT
           IF ERR-FLG-ON
               GO TO REFUND-ANNUAL-FEE-EXIT
           END-IF

           SET AFB-STAT-REFUNDED     TO TRUE
           MOVE WS-CUR-DATE-X10      TO AFB-REFUND-DATE
           MOVE TRAN-ID              TO AFB-REFUND-TRAN-ID
           EXEC CICS REWRITE
                DATASET   (WS-ANNFEEBL-FILE)
                FROM      (ANNUAL-FEE-BILL-RECORD)
                LENGTH    (LENGTH OF ANNUAL-FEE-BILL-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to update annual fee billing...'
                    TO WS-MESSAGE
               PERFORM SEND-APPRVL-SCREEN
               GO TO REFUND-ANNUAL-FEE-EXIT
           END-IF
           SET AF-FEE-REFUNDED TO TRUE.
       REFUND-ANNUAL-FEE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      UPDATE-TCATBAL-BUCKET
      *----------------------------------------------------------------*
       UPDATE-TCATBAL-BUCKET.

           MOVE 'N'          TO WS-CREATE-TCATBAL-FLG
           MOVE ACCT-ID      TO TRANCAT-ACCT-ID
           MOVE TRAN-TYPE-CD TO TRANCAT-TYPE-CD
           MOVE TRAN-CAT-CD  TO TRANCAT-CD
           EXEC CICS READ
                DATASET   (WS-TCATBAL-FILE)
                INTO      (TRAN-CAT-BAL-RECORD)
                LENGTH    (LENGTH OF TRAN-CAT-BAL-RECORD)
                RIDFLD    (TRAN-CAT-KEY)
                KEYLENGTH (LENGTH OF TRAN-CAT-KEY)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y' TO WS-CREATE-TCATBAL-FLG
                   INITIALIZE TRAN-CAT-BAL-RECORD
                   MOVE ACCT-ID      TO TRANCAT-ACCT-ID
                   MOVE TRAN-TYPE-CD TO TRANCAT-TYPE-CD
                   MOVE TRAN-CAT-CD  TO TRANCAT-CD
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y' TO WS-ERR-FLG
                   MOVE 'Unable to update Category Balance...'
                        TO WS-MESSAGE
                   PERFORM SEND-APPRVL-SCREEN
                   GO TO UPDATE-TCATBAL-BUCKET-EXIT
           END-EVALUATE
           ADD TRAN-AMT TO TRAN-CAT-BAL
           IF WS-CREATE-TCATBAL-FLG = 'Y'
               EXEC CICS WRITE
                    DATASET   (WS-TCATBAL-FILE)
                    FROM      (TRAN-CAT-BAL-RECORD)
                    LENGTH    (LENGTH OF TRAN-CAT-BAL-RECORD)
                    RIDFLD    (TRAN-CAT-KEY)
                    KEYLENGTH (LENGTH OF TRAN-CAT-KEY)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           ELSE
               EXEC CICS REWRITE
                    DATASET   (WS-TCATBAL-FILE)
                    FROM      (TRAN-CAT-BAL-RECORD)
                    LENGTH    (LENGTH OF TRAN-CAT-BAL-RECORD)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'Unable to update Category Balance...'
                    TO WS-MESSAGE
               PERFORM SEND-APPRVL-SCREEN
           END-IF.
       UPDATE-TCATBAL-BUCKET-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      APPLY-EFT-CHANGE
      *----------------------------------------------------------------*
       APPLY-EFT-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      APPLY-GROUP-CHANGE
      *----------------------------------------------------------------*
      * A product conversion is not applied here - moving the group
      * mid-cycle would bill one statement period under two products.
      * The approval schedules it on PRDCONV and the account's next
      * cycle run (CBPCV01C) moves it.  The audit after image is the
      * account as it will stand once converted.
       APPLY-GROUP-CHANGE.

           MOVE PCH-TARGET-KEY TO ACCT-ID
           EXEC CICS READ
                DATASET   (WS-ACCTDAT-FILE)
                INTO      (ACCOUNT-RECORD)
                LENGTH    (LENGTH OF ACCOUNT-RECORD)
                RIDFLD    (ACCT-ID)
                KEYLENGTH (LENGTH OF ACCT-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to lookup Account...' TO WS-MESSAGE
               PERFORM SEND-APPRVL-SCREEN
               GO TO APPLY-GROUP-CHANGE-EXIT
           END-IF
           IF ACCT-GROUP-ID NOT = PCH-OLD-VALUE (1:10)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account group changed since request - reject it'
                    TO WS-MESSAGE
               PERFORM SEND-APPRVL-SCREEN
               GO TO APPLY-GROUP-CHANGE-EXIT
           END-IF

           INITIALIZE PRODUCT-CONVERSION-RECORD
           MOVE ACCT-ID              TO PCV-ACCT-ID
           MOVE PCH-ID               TO PCV-CHG-ID
           SET PCV-STAT-SCHEDULED    TO TRUE
           MOVE ACCT-GROUP-ID        TO PCV-FROM-GROUP-ID
           MOVE PCH-NEW-VALUE (1:10) TO PCV-TO-GROUP-ID
           MOVE ACCT-CYCLE-CD        TO PCV-CYCLE-CD
           MOVE PCH-MAKER-ID         TO PCV-MAKER-ID
           MOVE CDEMO-USER-ID        TO PCV-CHECKER-ID
           MOVE WS-CUR-DATE-X10      TO PCV-APPROVED-DATE
           EXEC CICS WRITE
                DATASET   (WS-PRDCONV-FILE)
                FROM      (PRODUCT-CONVERSION-RECORD)
                LENGTH    (LENGTH OF PRODUCT-CONVERSION-RECORD)
                RIDFLD    (PCV-KEY)
                KEYLENGTH (LENGTH OF PCV-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to schedule product conversion...'
                    TO WS-MESSAGE
               PERFORM SEND-APPRVL-SCREEN
               GO TO APPLY-GROUP-CHANGE-EXIT
           END-IF
           SET CONV-SCHEDULED TO TRUE

           MOVE PCV-TO-GROUP-ID TO ACCT-GROUP-ID
           SET MNTAUDIT-ENTITY-ACCT TO TRUE
           MOVE SPACES TO MNTAUDIT-AFTER-IMAGE
           MOVE ACCOUNT-RECORD TO MNTAUDIT-AFTER-IMAGE (1:300)
           PERFORM WRITE-APPROVAL-AUDIT.
       APPLY-GROUP-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      APPLY-FRAUD-RULE-CHANGE
      *----------------------------------------------------------------*
      * FRDPARM holds one record, read online as an ESDS at relative
      * byte address zero.  An add writes it; an update or a reset to
      * the defaults rewrites it with the after image.  The rules must
      * still match the before image the maker saw.
       APPLY-FRAUD-RULE-CHANGE.

           MOVE ZEROS TO WS-FRD-RBA
           EXEC CICS READ
                DATASET   (WS-FRDPARM-FILE)
                INTO      (FRAUD-RULE-RECORD)
                LENGTH    (LENGTH OF FRAUD-RULE-RECORD)
                RIDFLD    (WS-FRD-RBA)
                RBA
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP-CD = DFHRESP(NOTFND) AND PCH-ACTION-ADD
                   CONTINUE
               WHEN WS-RESP-CD = DFHRESP(NORMAL) AND NOT PCH-ACTION-ADD
                   IF FRAUD-RULE-RECORD NOT = PCH-CTL-BEFORE-IMAGE
                       EXEC CICS UNLOCK
                            DATASET (WS-FRDPARM-FILE)
                       END-EXEC
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Fraud rules changed since request - reject'
                            TO WS-MESSAGE
                       PERFORM SEND-APPRVL-SCREEN
                       GO TO APPLY-FRAUD-RULE-CHANGE-EXIT
                   END-IF
               WHEN WS-RESP-CD = DFHRESP(NORMAL)
                   EXEC CICS UNLOCK
                        DATASET (WS-FRDPARM-FILE)
                   END-EXEC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Fraud rules added since request - reject it'
                        TO WS-MESSAGE
                   PERFORM SEND-APPRVL-SCREEN
                   GO TO APPLY-FRAUD-RULE-CHANGE-EXIT
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup Fraud rules...' TO WS-MESSAGE
                   PERFORM SEND-APPRVL-SCREEN
                   GO TO APPLY-FRAUD-RULE-CHANGE-EXIT
           END-EVALUATE

           MOVE PCH-CTL-AFTER-IMAGE TO FRAUD-RULE-RECORD
           IF PCH-ACTION-ADD
               EXEC CICS WRITE
                    DATASET   (WS-FRDPARM-FILE)
                    FROM      (FRAUD-RULE-RECORD)
                    LENGTH    (LENGTH OF FRAUD-RULE-RECORD)
                    RIDFLD    (WS-FRD-RBA)
                    RBA
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           ELSE
               EXEC CICS REWRITE
                    DATASET   (WS-FRDPARM-FILE)
                    FROM      (FRAUD-RULE-RECORD)
                    LENGTH    (LENGTH OF FRAUD-RULE-RECORD)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to update Fraud rules...' TO WS-MESSAGE
               PERFORM SEND-APPRVL-SCREEN
               GO TO APPLY-FRAUD-RULE-CHANGE-EXIT
           END-IF
           SET MNTAUDIT-ENTITY-FRAUD-RULE TO TRUE
           MOVE SPACES TO MNTAUDIT-AFTER-IMAGE
           MOVE FRAUD-RULE-RECORD TO MNTAUDIT-AFTER-IMAGE (1:80)
           PERFORM WRITE-APPROVAL-AUDIT.
       APPLY-FRAUD-RULE-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      APPLY-JOBDEP-CHANGE
      *----------------------------------------------------------------*
      * Add, replace or delete the job's predecessor list on JOBDEPS.
      * An update or delete must still match the before image the
      * maker saw.
       APPLY-JOBDEP-CHANGE.

           MOVE PCH-TARGET-NAME TO DEP-JOB-NAME
           IF PCH-ACTION-ADD
               MOVE PCH-CTL-AFTER-IMAGE TO JOB-DEP-RECORD
               EXEC CICS WRITE
                    DATASET   (WS-JOBDEPS-FILE)
                    FROM      (JOB-DEP-RECORD)
                    LENGTH    (LENGTH OF JOB-DEP-RECORD)
                    RIDFLD    (DEP-JOB-NAME)
                    KEYLENGTH (LENGTH OF DEP-JOB-NAME)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               EVALUATE WS-RESP-CD
                   WHEN DFHRESP(NORMAL)
                       CONTINUE
                   WHEN DFHRESP(DUPKEY)
                   WHEN DFHRESP(DUPREC)
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Job dependency added since request...'
                            TO WS-MESSAGE
                       PERFORM SEND-APPRVL-SCREEN
                       GO TO APPLY-JOBDEP-CHANGE-EXIT
                   WHEN OTHER
                       DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Unable to add Job dependency...'
                            TO WS-MESSAGE
                       PERFORM SEND-APPRVL-SCREEN
                       GO TO APPLY-JOBDEP-CHANGE-EXIT
               END-EVALUATE
           ELSE
               EXEC CICS READ
                    DATASET   (WS-JOBDEPS-FILE)
                    INTO      (JOB-DEP-RECORD)
                    LENGTH    (LENGTH OF JOB-DEP-RECORD)
                    RIDFLD    (DEP-JOB-NAME)
                    KEYLENGTH (LENGTH OF DEP-JOB-NAME)
                    UPDATE
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup Job dependency...'
                        TO WS-MESSAGE
                   PERFORM SEND-APPRVL-SCREEN
                   GO TO APPLY-JOBDEP-CHANGE-EXIT
               END-IF
               IF JOB-DEP-RECORD NOT = PCH-CTL-BEFORE-IMAGE
                   EXEC CICS UNLOCK
                        DATASET (WS-JOBDEPS-FILE)
                   END-EXEC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Job dependency changed since request - reject'
                        TO WS-MESSAGE
                   PERFORM SEND-APPRVL-SCREEN
                   GO TO APPLY-JOBDEP-CHANGE-EXIT
               END-IF
               IF PCH-ACTION-DEL
                   EXEC CICS DELETE
                        DATASET   (WS-JOBDEPS-FILE)
                        RESP      (WS-RESP-CD)
                        RESP2     (WS-REAS-CD)
                   END-EXEC
               ELSE
                   MOVE PCH-CTL-AFTER-IMAGE TO JOB-DEP-RECORD
                   EXEC CICS REWRITE
                        DATASET   (WS-JOBDEPS-FILE)
                        FROM      (JOB-DEP-RECORD)
                        LENGTH    (LENGTH OF JOB-DEP-RECORD)
                        RESP      (WS-RESP-CD)
                        RESP2     (WS-REAS-CD)
                   END-EXEC
               END-IF
               IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to update Job dependency...'
                        TO WS-MESSAGE
                   PERFORM SEND-APPRVL-SCREEN
                   GO TO APPLY-JOBDEP-CHANGE-EXIT
               END-IF
           END-IF
           SET MNTAUDIT-ENTITY-JOB-DEP TO TRUE
           MOVE SPACES TO MNTAUDIT-AFTER-IMAGE
           IF NOT PCH-ACTION-DEL
               MOVE PCH-CTL-AFTER-IMAGE TO MNTAUDIT-AFTER-IMAGE (1:80)
           END-IF
           PERFORM WRITE-APPROVAL-AUDIT.
       APPLY-JOBDEP-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      WRITE-APPROVAL-AUDIT
      *----------------------------------------------------------------*
           MOVE PCH-TARGET-KEY       TO MNTAUDIT-TARGET-KEY
           MOVE SPACES               TO MNTAUDIT-BEFORE-IMAGE
           MOVE PCH-BEFORE-IMAGE     TO MNTAUDIT-BEFORE-IMAGE (1:350)
      *    Control-file changes are keyed by name and carry their own
      *    action and before image.
           IF PCH-ENTITY-CONTROL
               MOVE PCH-ACTION-CD    TO MNTAUDIT-ACTION-CD
               MOVE PCH-TARGET-NAME  TO MNTAUDIT-TARGET-KEY
               MOVE SPACES           TO MNTAUDIT-BEFORE-IMAGE
               MOVE PCH-CTL-BEFORE-IMAGE
                                     TO MNTAUDIT-BEFORE-IMAGE (1:80)
           END-IF

           MOVE 0 TO MNTAUDIT-TS-SEQ
           PERFORM WRITE-APPROVAL-AUDIT-REC
           MOVE PCH-ID              TO WS-ROW-CHG-ID (WS-REC-COUNT)
           MOVE PCH-ENTITY-CD       TO WS-ROW-ENTITY (WS-REC-COUNT)
           MOVE PCH-TARGET-KEY      TO WS-ROW-TARGET (WS-REC-COUNT)
           IF PCH-ENTITY-CONTROL
               MOVE PCH-TARGET-NAME TO WS-ROW-TARGET (WS-REC-COUNT)
           END-IF
           MOVE PCH-MAKER-ID        TO WS-ROW-MAKER (WS-REC-COUNT)
           MOVE PCH-OLD-VALUE (1:13) TO WS-ROW-OLD (WS-REC-COUNT)
           MOVE PCH-NEW-VALUE (1:13) TO WS-ROW-NEW (WS-REC-COUNT)
