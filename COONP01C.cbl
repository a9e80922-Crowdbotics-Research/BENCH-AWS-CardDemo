      *               A (approve) or D (decline) with PF5.  The next
      *               onboarding run (CBONB01C) opens the approved
      *               applications through its normal creation path.
      *               SSNs show last four only; F10 shows the page in
      *               full to roles holding the unmask permission and
      *               logs each one to PIIVIEW.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
         05 WS-TRANID                  PIC X(04) VALUE 'CONP'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-ONBPEND-FILE            PIC X(08) VALUE 'ONBPEND '.
         05 WS-PERMSEC-FILE            PIC X(08) VALUE 'PERMSEC '.
         05 WS-PIIVIEW-FILE            PIC X(08) VALUE 'PIIVIEW '.

         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
         05 WS-PEND-EOF                PIC X(01) VALUE 'N'.
           88 PEND-EOF                           VALUE 'Y'.
           88 PEND-NOT-EOF                       VALUE 'N'.
         05 WS-REREAD-FLG              PIC X(01) VALUE 'N'.
           88 REREAD-CURRENT-PAGE                VALUE 'Y'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REC-COUNT               PIC S9(04) COMP VALUE ZEROS.
         05 WS-SEL-APP-ID              PIC X(16) VALUE SPACES.
         05 WS-SEL-DECISION            PIC X(01) VALUE SPACES.
         05 WS-CUR-DATE-X10            PIC X(10) VALUE SPACES.
         05 WS-CUR-TIME-X08            PIC X(08) VALUE SPACES.
         05 WS-ABS-TIME                PIC S9(15) COMP-3.

       01 WS-ROW-TABLE.

       COPY CVONP01Y.
       COPY CVONB01Y.
       COPY CVPRM01Y.
       COPY CVPII01Y.

       COPY DFHAID.
       COPY DFHBMSCA.
                           PERFORM PROCESS-PF7-KEY
                       WHEN DFHPF8
                           PERFORM PROCESS-PF8-KEY
                       WHEN DFHPF10
                           PERFORM PROCESS-PF10-KEY
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
               PERFORM SEND-ONBPND-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      PROCESS-PF10-KEY
      *----------------------------------------------------------------*
      * The page on show is read again with full SSNs when the role
      * holds the unmask permission; with no matrix record the rows
      * stay masked.
       PROCESS-PF10-KEY.

           PERFORM CHECK-REVEAL-PERMISSION
           IF PII-REVEAL-OFF
               MOVE 'You do not hold the unmask permission...'
                    TO WS-MESSAGE
           END-IF
           SET REREAD-CURRENT-PAGE TO TRUE
           PERFORM PROCESS-PAGE-FORWARD.

      *----------------------------------------------------------------*
      *                      CHECK-REVEAL-PERMISSION
      *----------------------------------------------------------------*
       CHECK-REVEAL-PERMISSION.

           SET PII-REVEAL-OFF   TO TRUE
           MOVE CDEMO-USER-ROLE TO PERM-ROLE
           MOVE PII-REVEAL-PERM TO PERM-PGMNAME
           EXEC CICS READ
                DATASET   (WS-PERMSEC-FILE)
                INTO      (PERM-MATRIX-RECORD)
                LENGTH    (LENGTH OF PERM-MATRIX-RECORD)
                RIDFLD    (PERM-KEY)
                KEYLENGTH (LENGTH OF PERM-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
           AND PERM-IS-ALLOWED
               SET PII-REVEAL-ON TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      PROCESS-PAGE-FORWARD
      *----------------------------------------------------------------*

           IF NOT ERR-FLG-ON
               IF CDEMO-CNP1-APPID-FIRST NOT = LOW-VALUES
               AND NOT REREAD-CURRENT-PAGE
                   PERFORM READNEXT-ONBPEND-FILE
               END-IF
               PERFORM UNTIL PEND-EOF
      *----------------------------------------------------------------*
       POPULATE-SCREEN-ROWS.

           PERFORM PROTECT-ROW-SSNS
           MOVE SPACES TO SEL0001I OF COONP1AI SEL0002I OF COONP1AI
                          SEL0003I OF COONP1AI SEL0004I OF COONP1AI
                          SEL0005I OF COONP1AI SEL0006I OF COONP1AI
           MOVE WS-PAGE-NUM        TO PAGENUMI OF COONP1AI
           MOVE WS-PAGE-NUM        TO CDEMO-CNP1-PAGE-NUM.

      *----------------------------------------------------------------*
      *                      PROTECT-ROW-SSNS
      *----------------------------------------------------------------*
      * Every SSN on the page is logged before any goes out in full;
      * if a log entry does not land the whole page stays masked.
       PROTECT-ROW-SSNS.

           IF PII-REVEAL-ON
               PERFORM VARYING WS-IDX FROM 1 BY 1
                  UNTIL WS-IDX > WS-REC-COUNT
                     OR PII-REVEAL-OFF
                   PERFORM WRITE-REVEAL-LOG
               END-PERFORM
               IF PII-REVEAL-ON
                   MOVE 'Full SSNs shown - this view is logged'
                        TO WS-MESSAGE
               ELSE
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to log the unmasked view - SSNs masked'
                        TO WS-MESSAGE
               END-IF
           END-IF

           IF PII-REVEAL-OFF
               PERFORM VARYING WS-IDX FROM 1 BY 1
                  UNTIL WS-IDX > WS-REC-COUNT
                   MOVE WS-ROW-SSN (WS-IDX) (6:4)
                     TO PII-MASKED-SSN-LAST4
                   MOVE PII-MASKED-SSN TO WS-ROW-SSN (WS-IDX)
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-REVEAL-LOG
      *----------------------------------------------------------------*
      * One PIIVIEW entry per SSN shown in full - the last four only.
      * An applicant has no account or customer number yet.
       WRITE-REVEAL-LOG.

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

           MOVE WS-CUR-DATE-X10      TO PIIV-TS-DATE
           MOVE WS-CUR-TIME-X08      TO PIIV-TS-TIME
           MOVE CDEMO-USER-ID        TO PIIV-OPER-ID
           MOVE WS-PGMNAME           TO PIIV-SCREEN
           SET PIIV-TYPE-SSN         TO TRUE
           MOVE ZEROES               TO PIIV-ACCT-ID
                                        PIIV-CUST-ID
           MOVE WS-ROW-SSN (WS-IDX) (6:4) TO PIIV-LAST4
           MOVE CDEMO-USER-ROLE      TO PIIV-USER-ROLE

           MOVE 0 TO PIIV-TS-SEQ
           PERFORM WRITE-PIIVIEW-REC
      *    Rows revealed inside the same second share date and time -
      *    bump the sequence until the entry lands.
           PERFORM UNTIL WS-RESP-CD NOT = DFHRESP(DUPREC)
                      OR PIIV-TS-SEQ = 99
               ADD 1 TO PIIV-TS-SEQ
               PERFORM WRITE-PIIVIEW-REC
           END-PERFORM
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET PII-REVEAL-OFF TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-PIIVIEW-REC
      *----------------------------------------------------------------*
       WRITE-PIIVIEW-REC.

           EXEC CICS WRITE
                DATASET   (WS-PIIVIEW-FILE)
                FROM      (PII-VIEW-RECORD)
                LENGTH    (LENGTH OF PII-VIEW-RECORD)
                RIDFLD    (PIIV-KEY)
                KEYLENGTH (LENGTH OF PIIV-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      STARTBR-ONBPEND-FILE
      *----------------------------------------------------------------*
