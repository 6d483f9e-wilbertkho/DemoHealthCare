      *| INSURER. SELF-PAY PATIENTS (BLANK CARD NUMBER, PER THE       |
      *| INTAKE DUPLICATE-CHECK CONVENTION) NEVER APPEAR HERE - THEY   |
      *| GO ON THE HCMBILX0 SELF-PAY STATEMENT LISTING INSTEAD.        |
      *| BX-DIAG-CODE IS THE ICD-10 PROBLEM THE VISIT OR PRESCRIPTION  |
      *| WAS RECORDED AGAINST; A CHARGE WITHOUT ONE IS HELD BACK BY    |
      *| HCMBILX0 AND NEVER SENT, SO IT IS NEVER BLANK HERE.           |
      *+---------------------------------------------------------------+
       01 BLEXTREC-RECORD.
         03 BX-INS-CARD-NUM       PIC X(10).
         03 BX-QTY                PIC 9(03).
         03 BX-UNIT-PRICE         PIC 9(05)V99.
         03 BX-TOTAL-CHARGE       PIC 9(07)V99.
         03 BX-DIAG-CODE          PIC X(08).
         03 FILLER                PIC X(07).
