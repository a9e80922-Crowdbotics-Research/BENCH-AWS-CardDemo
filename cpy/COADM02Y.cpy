      *    Copybook    :   COADM02Y
      *    Description :   Admin menu option table for COADM01C
      *****************************************************************
       01  CDEMO-ADMIN-OPT-COUNT           PIC 9(02) VALUE 25.

       01  ADMIN-MENU-OPTIONS.
           05  FILLER PIC X(46) VALUE
           05  FILLER PIC X(46) VALUE
               '16Maintenance Audit Inquiry          COAUD01CA'.
           05  FILLER PIC X(46) VALUE
               '17Statement Message Maintenance      COSMG01CA'.
           05  FILLER PIC X(46) VALUE
               '18Product Conversion                 COPCV01CA'.
           05  FILLER PIC X(46) VALUE
               '19Returned Mail Intake               CORTM01CA'.
           05  FILLER PIC X(46) VALUE
               '20Bureau Dispute Cases               COACD01CA'.
           05  FILLER PIC X(46) VALUE
               '21Fraud Velocity Rules               COFRP01CA'.
           05  FILLER PIC X(46) VALUE
               '22Batch Job Dependencies             CODEP01CA'.
           05  FILLER PIC X(46) VALUE
               '23Batch SLA Thresholds               COSLA01CA'.
           05  FILLER PIC X(46) VALUE
               '24Report Retention                   CORTN01CA'.
           05  FILLER PIC X(46) VALUE
               '25Statement Cycle Selection          COCYC01CA'.

      * CDEMO-ADMIN-OPT-COUNT may grow past one screen page (10 rows) -
      * COADM01C windows the table and scrolls it with PF7/PF8 rather
      * than displaying it flat, so the table size above is not a
      * hard ceiling on the number of admin functions offered.
       01  CDEMO-ADMIN-OPT-TAB REDEFINES ADMIN-MENU-OPTIONS.
           05  CDEMO-ADMIN-OPT-TAB-ENTRY OCCURS 25 TIMES
                   INDEXED BY CDEMO-ADMIN-OPT-IDX.
               10  CDEMO-ADMIN-OPT-NUM         PIC 9(02).
               10  CDEMO-ADMIN-OPT-NAME        PIC X(35).
