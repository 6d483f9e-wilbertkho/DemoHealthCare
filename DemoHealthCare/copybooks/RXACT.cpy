      *    ISSUANCE. RECORDS WRITTEN BEFORE PRESCRIBER ATTRIBUTION
      *    EXISTED CARRY SPACES.
         03 RA-PRESCRIBER-ID     PIC X(10).
      *    THE PATDIAG PROBLEM THE PRESCRIPTION TREATS
      *    (CA-RX-DIAG-CODE), CARRIED ONTO THE BLEXT ISSUANCE CHARGE
      *    BY HCMBILX0. SPACES WHEN NONE WAS NAMED.
         03 RA-DIAG-CODE         PIC X(08).
