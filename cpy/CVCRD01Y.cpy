               88  CCARD-AID-ENTER                VALUE '1'.
               88  CCARD-AID-PFK03                VALUE '2'.
               88  CCARD-AID-PFK05                VALUE '5'.
               88  CCARD-AID-PFK06                VALUE '6'.
               88  CCARD-AID-PFK07                VALUE '3'.
               88  CCARD-AID-PFK08                VALUE '4'.
               88  CCARD-AID-PFK10                VALUE 'A'.
