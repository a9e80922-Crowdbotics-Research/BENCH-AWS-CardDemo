      *    Description :   Pending-approval change record (PENDAPRV)
      *                    for dual-controlled maintenance.  The first
      *                    operator's change - a credit limit, an
      *                    account status, an autopay EFT account, a
      *                    product (account group) conversion, a fraud
      *                    velocity rule or a job dependency - lands
      *                    here instead of the master; a second
      *                    operator with the approval permission
      *                    reviews before/after on COAPR01C, and only
      *                    approval applies the change and cuts the
               88  PCH-ENTITY-LIMIT                      VALUE 'L'.
               88  PCH-ENTITY-STATUS                     VALUE 'S'.
               88  PCH-ENTITY-EFT                        VALUE 'E'.
      *        Old/new values carry the from/to account group; the
      *        approval schedules the conversion (PRDCONV) and the
      *        account moves at its next statement cycle.
               88  PCH-ENTITY-GROUP                      VALUE 'G'.
      *        Batch control files - keyed by name, not account, and
      *        carrying whole before/after record images.
               88  PCH-ENTITY-FRAUD-RULE                 VALUE 'F'.
               88  PCH-ENTITY-JOB-DEP                    VALUE 'J'.
               88  PCH-ENTITY-CONTROL                    VALUE 'F' 'J'.
           05  PCH-TARGET-KEY                    PIC 9(11).
           05  PCH-STATUS                        PIC X(01).
               88  PCH-STAT-PENDING                      VALUE 'P'.
           05  PCH-NEW-VALUE                     PIC X(26).
           05  PCH-NEW-REASON-CD                 PIC X(02).
           05  PCH-BEFORE-IMAGE                  PIC X(350).
           05  PCH-CTL-IMAGES REDEFINES PCH-BEFORE-IMAGE.
               10  PCH-CTL-BEFORE-IMAGE          PIC X(80).
               10  PCH-CTL-AFTER-IMAGE           PIC X(80).
               10  FILLER                        PIC X(190).
           05  PCH-ACTION-CD                     PIC X(01).
               88  PCH-ACTION-ADD                        VALUE 'A'.
               88  PCH-ACTION-UPD                        VALUE 'U'.
               88  PCH-ACTION-DEL                        VALUE 'D'.
           05  PCH-TARGET-NAME                   PIC X(08).
           05  FILLER                            PIC X(02).
