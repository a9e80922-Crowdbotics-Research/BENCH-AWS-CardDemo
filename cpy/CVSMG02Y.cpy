      *****************************************************************
      *    Copybook    :   CVSMG02Y
      *    Description :   Report line layouts for the statement
      *                    message run report (CBSTM03A) - the number
      *                    of statements that carried each message
      *****************************************************************
       01  SMSG-REPORT-NAME-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(40)
                     VALUE 'STATEMENT MESSAGE RUN REPORT'.
           05  FILLER                            PIC X(16)
                     VALUE 'STATEMENT DATE: '.
           05  SMSG-RPT-STMT-DATE                PIC X(10).
           05  FILLER                            PIC X(66) VALUE SPACES.

       01  SMSG-REPORT-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(10)
                     VALUE 'MESSAGE'.
           05  FILLER                            PIC X(12)
                     VALUE 'EFF FROM'.
           05  FILLER                            PIC X(12)
                     VALUE 'EFF TO'.
           05  FILLER                            PIC X(41)
                     VALUE 'MESSAGE TEXT'.
           05  FILLER                            PIC X(11)
                     VALUE '      PAPER'.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(11)
                     VALUE '      EMAIL'.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(11)
                     VALUE '      TOTAL'.
           05  FILLER                            PIC X(22) VALUE SPACES.

       01  SMSG-REPORT-HEADER-2.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(132) VALUE ALL '-'.

       01  SMSG-DETAIL-REPORT.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  SMSG-RPT-MSG-ID                   PIC X(08).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  SMSG-RPT-EFF-FROM                 PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  SMSG-RPT-EFF-TO                   PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  SMSG-RPT-TEXT                     PIC X(40).
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  SMSG-RPT-PAPER-CNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  SMSG-RPT-EMAIL-CNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  SMSG-RPT-TOTAL-CNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                            PIC X(22) VALUE SPACES.

       01  SMSG-REPORT-NONE.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(50)
               VALUE 'NO STATEMENT MESSAGES IN EFFECT FOR THIS RUN'.
           05  FILLER                            PIC X(82) VALUE SPACES.

       01  SMSG-REPORT-TOTALS.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(20)
                     VALUE 'STATEMENTS PRODUCED:'.
           05  SMSG-RPT-STMT-CNT                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                            PIC X(04) VALUE SPACES.
           05  FILLER                            PIC X(28)
                     VALUE 'STATEMENTS WITH A MESSAGE:'.
           05  SMSG-RPT-WITH-MSG-CNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                            PIC X(58) VALUE SPACES.
