      *+---------------------------------------------------------------+
      *| PATDIAG                                                       |
      *| PATIENT PROBLEM LIST - KSDS KEYED BY PATIENT ID + ICD-10      |
      *| CODE, WITH AN ALTERNATE KEY (WITH DUPLICATES) ON THE CODE SO  |
      *| THE HCMCHRN0 CHRONIC-CONDITION REGISTRY CAN BROWSE ALL        |
      *| PATIENTS CARRYING ONE DIAGNOSIS. MAINTAINED ONLINE VIA 01ADGN |
      *| THE WAY 01AALG MAINTAINS PATALRGY - RE-SENDING THE SAME       |
      *| PATIENT+CODE UPDATES IN PLACE. THE RECORDING PRESCRIBER IS    |
      *| VALIDATED AGAINST PRSCMSTR (MUST EXIST AND BE ACTIVE). A      |
      *| VISIT (01AVIS) OR PRESCRIPTION (01AMED) MAY NAME THE PROBLEM  |
      *| IT IS FOR, BUT ONLY ONE THAT IS ACTIVE HERE; HCMBILX0 CARRIES |
      *| THAT CODE ON THE BLEXT CHARGE.                                |
      *+---------------------------------------------------------------+
       01 PATDIAG-RECORD.
         03 DX-KEY.
           05 DX-PATIENT-ID      PIC 9(10).
      *    ICD-10-CM AS WRITTEN, WITH THE DOT - LETTER, DIGIT,
      *    LETTER-OR-DIGIT, THEN OPTIONALLY '.' AND ONE TO FOUR MORE
      *    (E.G. 'E11.9   ', 'I10     ', 'S72.001A').
           05 DX-ICD10-CODE      PIC X(08).
         03 DX-DESCRIPTION       PIC X(50).
         03 DX-ONSET-DATE        PIC X(10).
      *    SPACES WHILE THE PROBLEM IS ACTIVE.
         03 DX-RESOLVED-DATE     PIC X(10).
         03 DX-STATUS            PIC X(01).
           88 DX-STAT-ACTIVE     VALUE 'A' ' '.
           88 DX-STAT-RESOLVED   VALUE 'R'.
      *    A LONG-TERM CONDITION MANAGED OVER TIME (DIABETES, COPD,
      *    HEART FAILURE ...) - SELECTS THE PATIENT ONTO THE HCMCHRN0
      *    CARE-MANAGEMENT OUTREACH REGISTRY WHILE ACTIVE.
         03 DX-CHRONIC-FLAG      PIC X(01).
           88 DX-CHRONIC         VALUE 'Y'.
         03 DX-PRESCRIBER-ID     PIC X(10).
         03 DX-RECORDED-DATE     PIC X(10).
         03 DX-LAST-UPDATED      PIC X(10).
