      *+---------------------------------------------------------------+
      *| LABREJCT                                                      |
      *| INBOUND LAB RESULT REJECTS - ONE RECORD PER VENDOR RESULT     |
      *| HCMLABI0 DID NOT LOAD, CARRYING THE ORIGINAL 80-BYTE RECORD   |
      *| UNCHANGED SO THE LAB CAN CORRECT AND RESEND IT, AND THE       |
      *| REASON IT WAS TURNED AWAY:                                    |
      *|   'UP' UNKNOWN PATIENT - NOT ON PATMSTR                       |
      *|   'IP' PATIENT INACTIVE OR DECEASED BEFORE THE COLLECTION     |
      *|   'UC' UNMAPPED TEST CODE - NO ACTIVE LABXLATE RECORD         |
      *|   'DU' DUPLICATE - THE RESULT IS ALREADY ON LABREC            |
      *|   'ID' INVALID DATA - PATIENT ID, DATE OR VALUE MISSING       |
      *+---------------------------------------------------------------+
       01 LABREJCT-RECORD.
         03 LJ-REASON-CODE       PIC X(02).
           88 LJ-UNKNOWN-PATIENT VALUE 'UP'.
           88 LJ-PATIENT-INACTIVE VALUE 'IP'.
           88 LJ-UNMAPPED-CODE   VALUE 'UC'.
           88 LJ-DUPLICATE       VALUE 'DU'.
           88 LJ-INVALID-DATA    VALUE 'ID'.
         03 LJ-REASON-TEXT       PIC X(30).
         03 LJ-REJECT-DATE       PIC X(10).
         03 LJ-INPUT-RECORD      PIC X(80).
