      *+---------------------------------------------------------------+
      *| TXNJRNL                                                       |
      *| APPEND-ONLY FORWARD-RECOVERY JOURNAL WRITTEN BY HCMADB02 -    |
      *| ONE RECORD PER ACCEPTED UPDATING REQUEST (CA-REQ-JOURNALLED   |
      *| RETURNING 00, 23, 80 OR 85) CARRYING THE WHOLE DFHCOMMAREA AS |
      *| IT WAS RETURNED TO THE CALLER, SO IDS ISSUED ON THE WAY (THE  |
      *| RXCTL PRESCRIPTION ID) TRAVEL WITH THE REQUEST. THE SEQUENCE  |
      *| NUMBER COMES FROM THE RXCTL 'J' RECORD AND IS ISSUED UNDER    |
      *| THE SAME ENQ AS THE WRITE, SO THE FILE IS IN SEQUENCE ORDER.  |
      *| AFTER A KSDS IS RESTORED FROM BACKUP, HCMJRPL0 REPLAYS THE    |
      *| JOURNAL THROUGH HCMADB02 FROM THE BACKUP'S POINT IN TIME.     |
      *| HCMARCP0 KEEPS IT BACK TO THE OLDEST BACKUP STILL HELD.       |
      *+---------------------------------------------------------------+
       01 TXNJRNL-RECORD.
         03 JR-SEQUENCE-NO       PIC 9(10).
         03 JR-TIMESTAMP.
           05 JR-TXN-DATE        PIC X(10).
           05 JR-TXN-TIME        PIC X(08).
         03 JR-TERMINAL-ID       PIC X(04).
         03 JR-TASK-NUMBER       PIC 9(07).
         03 JR-REQUEST-ID        PIC X(06).
         03 JR-RETURN-CODE       PIC 9(02).
         03 JR-PATIENT-ID        PIC 9(10).
      *    CA-REQUEST-ID THROUGH THE END OF CA-REQUEST-SPECIFIC.
         03 JR-COMMAREA          PIC X(32500).
