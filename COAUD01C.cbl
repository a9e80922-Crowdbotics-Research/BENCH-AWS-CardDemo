      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Maintenance audit inquiry - list the before/
      *               after audit entries for one account, one
      *               customer or one batch control file record (job,
      *               report id, or the file name for FRDPARM and
      *               CYCLPARM), newest last.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
       PROCESS-ENTER-KEY.

           EVALUATE TRUE
               WHEN ENTTYPEI OF COAUD1AI NOT = 'A' AND 'C' AND 'F'
                                         AND 'J' AND 'S' AND 'R'
                                         AND 'Y'
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Type must be A, C or control file F J S R Y...'
                                   TO WS-MESSAGE
                   MOVE -1       TO ENTTYPEL OF COAUD1AI
                   PERFORM SEND-AUDIT-SCREEN
