      *| ISSUED) AND WRITES ONE FIXED-FORMAT PHEXTREC INTERFACE        |
      *| RECORD FOR EVERY PRESCRIPTION THAT IS ACTIVE TODAY (TODAY     |
      *| BETWEEN RA-START-DATE AND RA-END-DATE INCLUSIVE), FOR THE     |
      *| PHARMACY SYSTEM TO PICK UP. A PATIENT MARKED INACTIVE OR      |
      *| DECEASED ON PATMSTR (01SPAT) IS SKIPPED FROM THE STATUS DATE  |
      *| ON, EVEN IF A PRESCRIPTION WAS SOMEHOW LEFT ACTIVE.           |
      *|                                                               |
      *| CHECKPOINT/RESTART: EVERY WS-CHECKPOINT-INTERVAL RECORDS (A   |
      *| CONFIGURABLE OVERRIDE MAY BE SUPPLIED ON CKPTPARM) THE LAST   |
               RECORD KEY IS RA-KEY
               FILE STATUS IS WS-RXACT-STATUS.

           SELECT PATMSTR-FILE ASSIGN TO 'PATMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PATIENT-ID
               ALTERNATE RECORD KEY IS PM-INS-CARD-NUM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PM-LAST-NAME-DOB
                   WITH DUPLICATES
               FILE STATUS IS WS-PATMSTR-STATUS.

           SELECT PHEXT-FILE ASSIGN TO 'PHEXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PHEXT-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY RXACT.

       FD  PATMSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PATMSTR.

       FD  PHEXT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PHEXTREC.
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
         03 WS-RXACT-STATUS       PIC X(2).
         03 WS-PATMSTR-STATUS     PIC X(2).
         03 WS-PHEXT-STATUS       PIC X(2).
         03 WS-CKPTREC-STATUS     PIC X(2).
         03 WS-CKPTPARM-STATUS    PIC X(2).
         03 WS-SCANNED-COUNT      PIC 9(07) VALUE ZEROES.
         03 WS-IS-RESTART         PIC X(01) VALUE 'N'.
           88 WS-RESTART-RUN      VALUE 'Y'.
         03 WS-PATMSTR-OPEN       PIC X(01) VALUE 'N'.
           88 WS-PATMSTR-IS-OPEN  VALUE 'Y'.
         03 WS-INACTIVE-COUNT     PIC 9(07) VALUE ZEROES.

       01 WS-CHECKPOINT-WORK.
         03 WS-CHECKPOINT-INTERVAL PIC 9(05) VALUE 1000.
             SET WS-EOF TO TRUE
           END-IF

           OPEN INPUT PATMSTR-FILE
           IF WS-PATMSTR-STATUS = '35'
             MOVE 'N' TO WS-PATMSTR-OPEN
           ELSE
             SET WS-PATMSTR-IS-OPEN TO TRUE
           END-IF

      *    RXACT NOT HAVING OPENED IS ALREADY WS-EOF - DON'T ALSO OPEN
      *    PHEXT OR START A FILE THAT ISN'T OPEN.
           IF NOT WS-EOF
               MOVE 'N' TO WS-ACTIVE-TODAY
             END-IF
           END-IF

           IF WS-RX-ACTIVE
             PERFORM 0320-CHECK-PATIENT-STATUS
           END-IF
           .

      *    A PATIENT INACTIVE OR DECEASED AS OF TODAY GETS NOTHING SENT
      *    TO THE PHARMACY. NO PATMSTR RECORD (OR NO PATMSTR) LEAVES
      *    THE PRESCRIPTION TO EXTRACT AS BEFORE.
       0320-CHECK-PATIENT-STATUS.
           IF WS-PATMSTR-IS-OPEN
             MOVE RA-PATIENT-ID TO PM-PATIENT-ID
             READ PATMSTR-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF PM-STAT-NOT-ACTIVE
                   MOVE PM-STATUS-DATE TO WS-DATE-IN
                   PERFORM 0310-CONVERT-DATE-TO-NUM
                   IF WS-DATE-NUM <= WS-TODAY-NUM
                     MOVE 'N' TO WS-ACTIVE-TODAY
                     ADD 1 TO WS-INACTIVE-COUNT
                   END-IF
                 END-IF
             END-READ
           END-IF
           .

       0310-CONVERT-DATE-TO-NUM.
             CLOSE RXACT-FILE
             CLOSE PHEXT-FILE
           END-IF
           IF WS-PATMSTR-IS-OPEN
             CLOSE PATMSTR-FILE
           END-IF

           MOVE WS-JOB-NAME          TO CK-JOB-NAME
           MOVE RA-KEY                TO CK-LAST-KEY(1:20)

           DISPLAY 'HCMRXEX0 SCANNED  : ' WS-SCANNED-COUNT
           DISPLAY 'HCMRXEX0 EXTRACTED: ' WS-EXTRACT-COUNT
           DISPLAY 'HCMRXEX0 INACTIVE : ' WS-INACTIVE-COUNT
           .
      *+---------------------------------------------------------------+
      *| RUN-CONTROL REGISTRATION - COMMON TO EVERY BATCH JOB. THE    |
