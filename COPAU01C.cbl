      *               restoring the account open-to-buy immediately
      *               instead of waiting for the CBAUT02C expiry sweep.
      *               Every release is logged to the MNTAUDIT trail.
      *               PF6 takes a call-center voice authorization
      *               (COVAU01C).
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN DFHPF5
                           PERFORM PROCESS-RELEASE-KEY
                       WHEN DFHPF6
                           MOVE 'COVAU01C' TO CDEMO-TO-PROGRAM
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN DFHPF7
                           PERFORM PROCESS-PF7-KEY
                       WHEN DFHPF8
