      *    Copybook    :   CVAUD01Y
      *    Description :   Record layout of the MNTAUDIT before/after
      *                    audit trail file for account and customer
      *                    maintenance and for the batch control files
      *                    kept online (CSUSR02Y style) - timestamp,
      *                    operator, action, entity, key, and the
      *                    full before and after record images.
      *****************************************************************
           05  MNTAUDIT-ACTION-CD             PIC X(01).
               88  MNTAUDIT-ACTION-UPD                VALUE 'U'.
               88  MNTAUDIT-ACTION-REL                VALUE 'R'.
               88  MNTAUDIT-ACTION-ADD                VALUE 'A'.
               88  MNTAUDIT-ACTION-DEL                VALUE 'D'.
           05  MNTAUDIT-ENTITY-CD             PIC X(01).
               88  MNTAUDIT-ENTITY-ACCT               VALUE 'A'.
               88  MNTAUDIT-ENTITY-CUST               VALUE 'C'.
               88  MNTAUDIT-ENTITY-AUTH               VALUE 'P'.
      *        Batch control files - the target key is the record
      *        name (job, report id) or the file name for the
      *        single-record files.
               88  MNTAUDIT-ENTITY-FRAUD-RULE         VALUE 'F'.
               88  MNTAUDIT-ENTITY-JOB-DEP            VALUE 'J'.
               88  MNTAUDIT-ENTITY-SLA                VALUE 'S'.
               88  MNTAUDIT-ENTITY-RETENTION          VALUE 'R'.
               88  MNTAUDIT-ENTITY-CYCLE              VALUE 'Y'.
           05  MNTAUDIT-TARGET-KEY            PIC X(11).
           05  MNTAUDIT-BEFORE-IMAGE          PIC X(500).
           05  MNTAUDIT-AFTER-IMAGE           PIC X(500).
