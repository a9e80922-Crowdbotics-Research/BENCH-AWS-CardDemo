                   SET CCARD-AID-PFK03 TO TRUE
               WHEN EIBAID = DFHPF5
                   SET CCARD-AID-PFK05 TO TRUE
               WHEN EIBAID = DFHPF6
                   SET CCARD-AID-PFK06 TO TRUE
               WHEN EIBAID = DFHPF7
                   SET CCARD-AID-PFK07 TO TRUE
               WHEN EIBAID = DFHPF8
                   SET CCARD-AID-PFK08 TO TRUE
               WHEN EIBAID = DFHPF10
                   SET CCARD-AID-PFK10 TO TRUE
               WHEN OTHER
                   SET CCARD-AID-ENTER TO TRUE
           END-EVALUATE
