      *| CKPTREC                                                       |
      *| GENERIC CHECKPOINT RECORD SHARED BY THE RESTARTABLE BATCH     |
      *| JOBS (HCMRXEX0 PHARMACY EXTRACT, HCMRECN0 RECONCILIATION      |
      *| REPORT, HCMLABI0 LAB RESULTS INBOUND). ONE RECORD PER JOB,    |
      *| KEYED BY CK-JOB-NAME, REWRITTEN EVERY CK-CHECKPOINT-INTERVAL |
      *| RECORDS SO AN ABEND CAN RESTART FROM CK-LAST-KEY INSTEAD OF   |
      *| FROM RECORD ONE.                                              |
      *+---------------------------------------------------------------+
       01 CKPTREC-RECORD.
         03 CK-JOB-NAME           PIC X(08).
