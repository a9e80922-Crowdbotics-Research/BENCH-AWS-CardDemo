      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Daily maintenance-activity report - every
      *               account, customer and batch control file
      *               maintenance audit entry stamped with the
      *               business date in the PARM, with operator, entity
      *               and target key.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
           INITIALIZE AUD-DETAIL-REPORT
           MOVE MNTAUDIT-TS-TIME TO AUD-REPORT-TIME
           MOVE MNTAUDIT-OPER-ID TO AUD-REPORT-OPER
           EVALUATE TRUE
               WHEN MNTAUDIT-ENTITY-ACCT
                   MOVE 'ACCT'   TO AUD-REPORT-ENTITY
               WHEN MNTAUDIT-ENTITY-FRAUD-RULE
                   MOVE 'FRDRUL' TO AUD-REPORT-ENTITY
               WHEN MNTAUDIT-ENTITY-JOB-DEP
                   MOVE 'JOBDEP' TO AUD-REPORT-ENTITY
               WHEN MNTAUDIT-ENTITY-SLA
                   MOVE 'SLA'    TO AUD-REPORT-ENTITY
               WHEN MNTAUDIT-ENTITY-RETENTION
                   MOVE 'RETAIN' TO AUD-REPORT-ENTITY
               WHEN MNTAUDIT-ENTITY-CYCLE
                   MOVE 'CYCLE'  TO AUD-REPORT-ENTITY
               WHEN OTHER
                   MOVE 'CUST'   TO AUD-REPORT-ENTITY
           END-EVALUATE
           MOVE MNTAUDIT-TARGET-KEY TO AUD-REPORT-KEY
           MOVE MNTAUDIT-BEFORE-IMAGE (1:40) TO AUD-REPORT-BEFORE
           MOVE MNTAUDIT-AFTER-IMAGE (1:40)  TO AUD-REPORT-AFTER
