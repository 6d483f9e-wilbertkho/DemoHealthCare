      *+---------------------------------------------------------------+
      *| LABXLATE                                                      |
      *| LAB TEST CODE TRANSLATION FILE - KSDS KEYED BY THE REFERENCE  |
      *| LAB'S TEST CODE, GIVING THE LB-TEST-NAME (AND SO THE          |
      *| LABRANGE KEY) IT IS STORED UNDER. HCMLABI0 REJECTS ANY        |
      *| INBOUND RESULT WHOSE CODE HAS NO ACTIVE RECORD HERE, SO A     |
      *| NEW OR RENAMED VENDOR TEST SURFACES ON THE REJECTS LIST       |
      *| RATHER THAN LOADING UNDER A NAME NOTHING ELSE RECOGNISES.     |
      *| MAINTAINED BY THE LABORATORY AS A REFERENCE FILE, LIKE        |
      *| DRGSCHED; A CODE THE VENDOR HAS RETIRED IS MARKED INACTIVE    |
      *| RATHER THAN DELETED.                                          |
      *+---------------------------------------------------------------+
       01 LABXLATE-RECORD.
         03 LX-VENDOR-CODE       PIC X(10).
         03 LX-TEST-NAME         PIC X(14).
         03 LX-ACTIVE-FLAG       PIC X(01).
           88 LX-CODE-ACTIVE     VALUE 'A' ' '.
           88 LX-CODE-INACTIVE   VALUE 'I'.
         03 LX-LAST-UPDATED      PIC X(10).
