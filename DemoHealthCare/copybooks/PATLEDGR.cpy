      *+---------------------------------------------------------------+
      *| PATLEDGR                                                      |
      *| PATIENT ACCOUNT LEDGER - KSDS, ONE RECORD PER CHARGE. WRITTEN |
      *| BY HCMBILX0 FOR EVERY CHARGE IT GENERATES (INSURED AND        |
      *| SELF-PAY ALIKE), UPDATED BY THE HCMRMTP0 REMITTANCE POSTING   |
      *| AS THE PAYER PAYS, ADJUSTS OR DENIES IT, AND AGED BY THE      |
      *| WEEKLY HCMAGER0 REPORT.                                       |
      *|                                                               |
      *| THE KEY IS WHAT A REMITTANCE LINE CARRIES - PATIENT, SERVICE  |
      *| DATE AND CHARGE CODE - PLUS A SEQUENCE FOR THE SAME SERVICE   |
      *| BILLED TWICE ON ONE DAY (TWO VISITS, TWO ISSUANCES OF ONE     |
      *| DRUG). HCMBILX0 TAKES THE NEXT FREE SEQUENCE FROM 001.        |
      *|                                                               |
      *| PL-BALANCE IS ALWAYS PL-CHARGE-AMOUNT LESS PL-PAID-AMOUNT     |
      *| LESS PL-ADJUST-AMOUNT; IT GOES NEGATIVE ONLY ON AN            |
      *| OVERPAYMENT, WHICH THE BILLING OFFICE REFUNDS BY HAND.        |
      *+---------------------------------------------------------------+
       01 PATLEDGR-RECORD.
         03 PL-KEY.
           05 PL-PATIENT-ID      PIC 9(10).
           05 PL-SERVICE-DATE    PIC X(10).
           05 PL-CHARGE-CODE     PIC X(10).
           05 PL-CHARGE-SEQ      PIC 9(03).
      *    THE CARD THE CHARGE WAS BILLED TO - SPACES FOR SELF-PAY.
         03 PL-INS-CARD-NUM      PIC X(10).
      *    WHAT HCMBILX0 BILLED: 'V' + VISIT TIME FOR A VISIT, 'R' +
      *    PRESCRIPTION ID FOR AN ISSUANCE. A RERUN OF HCMBILX0 FINDS
      *    THE SAME SOURCE ALREADY ON THE LEDGER AND DOES NOT ADD IT
      *    AGAIN.
         03 PL-SOURCE-REF        PIC X(20).
         03 PL-DESCRIPTION       PIC X(50).
         03 PL-QTY               PIC 9(03).
         03 PL-CHARGE-AMOUNT     PIC 9(07)V99.
         03 PL-PAID-AMOUNT       PIC 9(07)V99.
         03 PL-ADJUST-AMOUNT     PIC 9(07)V99.
         03 PL-BALANCE           PIC S9(07)V99.
         03 PL-STATUS            PIC X(01).
           88 PL-STAT-OPEN       VALUE 'O'.
           88 PL-STAT-PART-PAID  VALUE 'P'.
           88 PL-STAT-SETTLED    VALUE 'S'.
           88 PL-STAT-DENIED     VALUE 'D'.
      *    HELD - AN INSURED CHARGE WITH NO DIAGNOSIS, KEPT OFF THE
      *    BLEXT EXTRACT UNTIL ITS VISIT OR PRESCRIPTION NAMES ONE.
      *    HCMBILX0 THEN OPENS IT AND SETS PL-BILLED-DATE, WHICH IS
      *    SPACES WHILE THE CHARGE IS HELD.
           88 PL-STAT-HELD       VALUE 'H'.
      *    THE PAYER'S DENIAL REASON FROM THE REMITTANCE LINE - KEPT
      *    AFTER A LATER PAYMENT SO THE APPEAL HISTORY IS VISIBLE.
         03 PL-DENIAL-REASON     PIC X(05).
         03 PL-DENIAL-TEXT       PIC X(30).
         03 PL-BILLED-DATE       PIC X(10).
         03 PL-LAST-REMIT-DATE   PIC X(10).
         03 PL-LAST-PAYER-ID     PIC X(10).
      *    THE PAYER'S CLAIM REFERENCE OF THE LAST LINE POSTED - A
      *    REMITTANCE LINE RE-SENT WITH THE SAME REFERENCE IS NOT
      *    POSTED TWICE.
         03 PL-LAST-CLAIM-REF    PIC X(15).
