      *****************************************************************
      *    Copybook    :   CVCMP02Y
      *    Description :   Report line layouts for the parallel-run
      *                    file compare (CBCMP01C) - records in only
      *                    one copy and field-by-field differences in
      *                    key order, then the run totals
      *****************************************************************
       01  CMP-REPORT-NAME-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(22)
                     VALUE 'PARALLEL RUN COMPARE -'.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  CMP-REPT-FILE-NAME                PIC X(08).
           05  FILLER                            PIC X(10)
                     VALUE ' LAYOUT - '.
           05  CMP-REPT-COPYBOOK                 PIC X(08).
           05  FILLER                            PIC X(83) VALUE SPACES.

       01  CMP-REPORT-HEADER-2.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(132) VALUE ALL '-'.

       01  CMP-DETAIL-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(19)
                     VALUE 'RECORD KEY'.
           05  FILLER                            PIC X(13)
                     VALUE 'CONDITION'.
           05  FILLER                            PIC X(32)
                     VALUE 'FIELD'.
           05  FILLER                            PIC X(34)
                     VALUE 'FIRST COPY'.
           05  FILLER                            PIC X(34)
                     VALUE 'SECOND COPY'.

       01  CMP-DETAIL-LINE.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  CMP-DTL-KEY                       PIC X(17).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  CMP-DTL-CONDITION                 PIC X(11).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  CMP-DTL-FIELD-NAME                PIC X(30).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  CMP-DTL-FIRST-VALUE               PIC X(32).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  CMP-DTL-SECOND-VALUE              PIC X(32).
           05  FILLER                            PIC X(02) VALUE SPACES.

       01  CMP-EXCL-LINE.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(19)
                     VALUE 'FIELD EXCLUDED'.
           05  CMP-EXCL-FIELD-NAME               PIC X(30).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  CMP-EXCL-NOTE                     PIC X(30).
           05  FILLER                            PIC X(51) VALUE SPACES.

       01  CMP-REPORT-TOTAL-LINE.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  CMP-TOTAL-LABEL                   PIC X(45).
           05  CMP-TOTAL-COUNT                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                            PIC X(76) VALUE SPACES.
