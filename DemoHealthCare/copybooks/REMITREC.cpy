      *+---------------------------------------------------------------+
      *| REMITREC                                                      |
      *| PAYER REMITTANCE INBOUND FILE - ONE FIXED-FORMAT 120-BYTE     |
      *| RECORD PER REMITTANCE LINE, RETURNED BY THE INSURER AGAINST   |
      *| THE CHARGES HCMBILX0 SENT ON BLEXT AND POSTED TO PATLEDGR BY  |
      *| HCMRMTP0. EACH DETAIL LINE ECHOES THE BLEXT CARD NUMBER,      |
      *| PATIENT, SERVICE DATE AND CHARGE CODE IT SETTLES. A HEADER    |
      *| ('H') NAMES THE PAYER, PAYMENT DATE AND CHECK / EFT NUMBER    |
      *| FOR THE DETAILS THAT FOLLOW IT; THE TRAILER ('T') CARRIES     |
      *| THE LINE COUNT AND TOTAL PAID FOR BALANCING.                  |
      *+---------------------------------------------------------------+
       01 REMITREC-RECORD.
         03 RM-RECORD-TYPE       PIC X(01).
           88 RM-TYPE-HEADER     VALUE 'H'.
           88 RM-TYPE-DETAIL     VALUE 'D'.
           88 RM-TYPE-TRAILER    VALUE 'T'.
         03 RM-DETAIL-DATA.
           05 RM-INS-CARD-NUM    PIC X(10).
           05 RM-PATIENT-ID      PIC X(10).
           05 RM-SERVICE-DATE    PIC X(10).
           05 RM-CHARGE-CODE     PIC X(10).
           05 RM-CLAIM-REF       PIC X(15).
           05 RM-BILLED-AMOUNT   PIC 9(07)V99.
           05 RM-PAID-AMOUNT     PIC 9(07)V99.
           05 RM-ADJUST-AMOUNT   PIC 9(07)V99.
           05 RM-LINE-STATUS     PIC X(01).
             88 RM-LINE-PAID     VALUE 'P'.
             88 RM-LINE-DENIED   VALUE 'D'.
           05 RM-DENIAL-REASON   PIC X(05).
           05 RM-DENIAL-TEXT     PIC X(30).
           05 FILLER             PIC X(01).
         03 RM-HEADER-DATA REDEFINES RM-DETAIL-DATA.
           05 RM-PAYER-ID        PIC X(10).
           05 RM-REMIT-DATE      PIC X(10).
           05 RM-CHECK-NUM       PIC X(15).
           05 FILLER             PIC X(84).
         03 RM-TRAILER-DATA REDEFINES RM-DETAIL-DATA.
           05 RM-TRAILER-COUNT   PIC 9(07).
           05 RM-TRAILER-PAID    PIC 9(09)V99.
           05 FILLER             PIC X(101).
