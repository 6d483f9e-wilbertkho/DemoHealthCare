      *+---------------------------------------------------------------+
      *| HCMRMTP0                                                      |
      *| NIGHTLY BATCH JOB - PAYER REMITTANCE POSTING. READS THE       |
      *| INSURER'S FIXED-FORMAT REMITTANCE FILE (REMITREC) AND MATCHES |
      *| EACH DETAIL LINE TO THE CHARGE IT SETTLES ON THE PATLEDGR     |
      *| PATIENT ACCOUNT LEDGER BY PATIENT, SERVICE DATE AND CHARGE    |
      *| CODE (THE LEDGER KEY), CONFIRMED BY THE INSURANCE CARD        |
      *| NUMBER THE CHARGE WAS BILLED TO. WHERE THE SAME SERVICE WAS   |
      *| BILLED MORE THAN ONCE THAT DAY THE LOWEST-SEQUENCE CHARGE     |
      *| NOT YET SETTLED TAKES THE LINE.                               |
      *|                                                               |
      *| THE LINE'S PAYMENT AND CONTRACTUAL ADJUSTMENT REDUCE THE      |
      *| BALANCE; A DENIED LINE MARKS THE CHARGE DENIED WITH THE       |
      *| PAYER'S REASON, LEAVING THE BALANCE FOR THE BILLING OFFICE TO |
      *| APPEAL OR REBILL. EVERY POSTING IS LISTED ON RMTPOST.         |
      *|                                                               |
      *| A LINE IS NOT POSTED, AND GOES ON THE RMTEXC EXCEPTIONS       |
      *| REPORT WITH ITS REASON, WHEN NO CHARGE MATCHES IT, WHEN THE   |
      *| ONLY MATCHES WERE BILLED TO A DIFFERENT CARD, WHEN EVERY      |
      *| MATCH IS ALREADY SETTLED, WHEN ITS CLAIM REFERENCE HAS        |
      *| ALREADY BEEN POSTED (A RE-SENT FILE), WHEN THE ONLY MATCH IS  |
      *| A CHARGE HCMBILX0 IS HOLDING FOR WANT OF A DIAGNOSIS (IT WAS  |
      *| NEVER SENT TO THE PAYER), OR WHEN ITS PATIENT ID IS NOT       |
      *| NUMERIC.                                                      |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCMRMTP0.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMITIN-FILE ASSIGN TO 'REMITIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMITIN-STATUS.

           SELECT PATLEDGR-FILE ASSIGN TO 'PATLEDGR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-PATLEDGR-STATUS.

           SELECT RMTPOST-FILE ASSIGN TO 'RMTPOST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMTPOST-STATUS.

           SELECT RMTEXC-FILE ASSIGN TO 'RMTEXC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMTEXC-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-JOB-NAME
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RUNCPARM-FILE ASSIGN TO 'RUNCPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REMITIN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REMITREC.

       FD  PATLEDGR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PATLEDGR.

       FD  RMTPOST-FILE
           LABEL RECORDS ARE STANDARD.
       01  RMTPOST-LINE             PIC X(132).

       FD  RMTEXC-FILE
           LABEL RECORDS ARE STANDARD.
       01  RMTEXC-LINE              PIC X(132).

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  RUNCPARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNCPARM-RECORD.
           03 PM-BUSINESS-DATE      PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
         03 WS-REMITIN-STATUS     PIC X(2).
         03 WS-PATLEDGR-STATUS    PIC X(2).
         03 WS-RMTPOST-STATUS     PIC X(2).
         03 WS-RMTEXC-STATUS      PIC X(2).

       01 WS-SWITCHES.
         03 WS-END-OF-FILE        PIC X(01) VALUE 'N'.
           88 WS-EOF              VALUE 'Y'.
         03 WS-TRAILER-SW         PIC X(01) VALUE 'N'.
           88 WS-TRAILER-SEEN     VALUE 'Y'.
      *    WHAT THE SCAN OF THE LEDGER SEQUENCES FOUND FOR ONE LINE.
         03 WS-MATCH-END-SW       PIC X(01).
           88 WS-MATCH-SCAN-DONE  VALUE 'Y'.
         03 WS-CARD-MISMATCH-SW   PIC X(01).
           88 WS-CARD-MISMATCH    VALUE 'Y'.
         03 WS-SETTLED-SEEN-SW    PIC X(01).
           88 WS-SETTLED-SEEN     VALUE 'Y'.
         03 WS-HELD-SEEN-SW       PIC X(01).
           88 WS-HELD-SEEN        VALUE 'Y'.
         03 WS-CLAIM-POSTED-SW    PIC X(01).
           88 WS-CLAIM-POSTED     VALUE 'Y'.

       01 WS-COUNTS.
         03 WS-DETAIL-COUNT       PIC 9(07) VALUE ZEROES.
         03 WS-POSTED-COUNT       PIC 9(07) VALUE ZEROES.
         03 WS-DENIED-COUNT       PIC 9(07) VALUE ZEROES.
         03 WS-EXCEPTION-COUNT    PIC 9(07) VALUE ZEROES.
         03 WS-TRAILER-COUNT      PIC 9(07) VALUE ZEROES.

       01 WS-AMOUNTS.
         03 WS-TOT-PAID-READ      PIC 9(09)V99 VALUE ZEROES.
         03 WS-TOT-PAID-POSTED    PIC 9(09)V99 VALUE ZEROES.
         03 WS-TOT-ADJ-POSTED     PIC 9(09)V99 VALUE ZEROES.
         03 WS-TOT-DENIED         PIC 9(09)V99 VALUE ZEROES.
         03 WS-TOT-PAID-EXCEPT    PIC 9(09)V99 VALUE ZEROES.
         03 WS-TRAILER-PAID       PIC 9(09)V99 VALUE ZEROES.

      *    THE CURRENT HEADER - CARRIED ONTO EVERY DETAIL BELOW IT.
       01 WS-REMIT-HEADER.
         03 WS-PAYER-ID           PIC X(10) VALUE SPACES.
         03 WS-REMIT-DATE         PIC X(10) VALUE SPACES.
         03 WS-CHECK-NUM          PIC X(15) VALUE SPACES.

       01 WS-MATCH-WORK.
         03 WS-MATCH-PATIENT-ID   PIC 9(10).
         03 WS-MATCH-SEQ          PIC 9(03).
         03 WS-SCAN-SEQ           PIC 9(03).
         03 WS-EXCEPTION-TEXT     PIC X(30).

       01 WS-DATE-TIME-WORK.
         03 WS-CURRENT-DATE-AND-TIME PIC X(21).
         03 WS-CDT-R REDEFINES WS-CURRENT-DATE-AND-TIME.
           05 WS-CURR-CCYY       PIC 9(04).
           05 WS-CURR-MM         PIC 9(02).
           05 WS-CURR-DD         PIC 9(02).
           05 FILLER             PIC X(13).
         03 WS-TODAY-TEXT         PIC X(10).
         03 WS-TODAY-TEXT-R REDEFINES WS-TODAY-TEXT.
           05 WS-TT-CCYY          PIC 9(04).
           05 WS-TT-DASH1         PIC X(01).
           05 WS-TT-MM            PIC 9(02).
           05 WS-TT-DASH2         PIC X(01).
           05 WS-TT-DD            PIC 9(02).

       01 WS-POST-HEADING-1.
         03 FILLER                PIC X(47) VALUE
             'DEMO HEALTH CARE - REMITTANCE POSTING REGISTER'.
       01 WS-EXC-HEADING-1.
         03 FILLER                PIC X(48) VALUE
             'DEMO HEALTH CARE - REMITTANCE POSTING EXCEPTIONS'.
       01 WS-PAYER-HEADING.
         03 FILLER                PIC X(06) VALUE 'PAYER '.
         03 WP-PAYER-ID           PIC X(10).
         03 FILLER                PIC X(12) VALUE '  PAID DATE '.
         03 WP-REMIT-DATE         PIC X(10).
         03 FILLER                PIC X(15) VALUE '  CHECK / EFT '.
         03 WP-CHECK-NUM          PIC X(15).
       01 WS-POST-HEADING-2.
         03 FILLER                PIC X(10) VALUE 'PATIENT ID'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(10) VALUE 'CARD'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(10) VALUE 'SERV DATE'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(10) VALUE 'CODE'.
         03 FILLER                PIC X(04) VALUE 'SEQ'.
         03 FILLER                PIC X(13) VALUE '       CHARGE'.
         03 FILLER                PIC X(13) VALUE '         PAID'.
         03 FILLER                PIC X(13) VALUE '     ADJUSTED'.
         03 FILLER                PIC X(13) VALUE '      BALANCE'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(28) VALUE
             'STATUS / DENIAL REASON'.
       01 WS-EXC-HEADING-2.
         03 FILLER                PIC X(10) VALUE 'PATIENT ID'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(10) VALUE 'CARD'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(10) VALUE 'SERV DATE'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(10) VALUE 'CODE'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(15) VALUE 'CLAIM REF'.
         03 FILLER                PIC X(13) VALUE '         PAID'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(10) VALUE 'PAYER'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(30) VALUE 'REASON NOT POSTED'.

       01 WS-POST-LINE.
         03 WL-PATIENT-ID         PIC Z(9)9.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WL-CARD               PIC X(10).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WL-SERVICE-DATE       PIC X(10).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WL-CHARGE-CODE        PIC X(10).
         03 WL-SEQ                PIC ZZ9.
         03 FILLER                PIC X(01) VALUE SPACES.
         03 WL-CHARGE             PIC Z,ZZZ,ZZ9.99.
         03 FILLER                PIC X(01) VALUE SPACES.
         03 WL-PAID               PIC Z,ZZZ,ZZ9.99.
         03 FILLER                PIC X(01) VALUE SPACES.
         03 WL-ADJUSTED           PIC Z,ZZZ,ZZ9.99.
         03 FILLER                PIC X(01) VALUE SPACES.
         03 WL-BALANCE            PIC Z,ZZZ,ZZ9.99-.
         03 FILLER                PIC X(01) VALUE SPACES.
         03 WL-STATUS             PIC X(09).
         03 WL-DENIAL-REASON      PIC X(05).
         03 FILLER                PIC X(01) VALUE SPACES.
         03 WL-DENIAL-TEXT        PIC X(13).

       01 WS-EXC-LINE.
         03 WE-PATIENT-ID         PIC X(10).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WE-CARD               PIC X(10).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WE-SERVICE-DATE       PIC X(10).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WE-CHARGE-CODE        PIC X(10).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WE-CLAIM-REF          PIC X(15).
         03 WE-PAID               PIC Z,ZZZ,ZZ9.99.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WE-PAYER-ID           PIC X(10).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WE-REASON             PIC X(30).

       01 WS-SUMMARY-LINE.
         03 WS-SUMMARY-LABEL      PIC X(28).
         03 WS-SUMMARY-OUT        PIC ZZZ,ZZ9.
       01 WS-AMOUNT-LINE.
         03 WS-AMOUNT-LABEL       PIC X(28).
         03 WS-AMOUNT-OUT         PIC ZZZ,ZZZ,ZZ9.99.

      *    RUN-CONTROL REGISTRATION (SEE THE RUNCTL COPYBOOK): THE
      *    JOB STAMPS ITS START ON RUNCTL AND REFUSES TO RUN WHEN
      *    WS-RC-PREDECESSOR HAS NOT COMPLETED FOR THE BUSINESS DATE.
       01 WS-RUN-CONTROL-WORK.
         03 WS-RUNCTL-STATUS     PIC X(02).
         03 WS-RUNCPARM-STATUS   PIC X(02).
         03 WS-RC-JOB-NAME       PIC X(08) VALUE 'HCMRMTP0'.
         03 WS-RC-PREDECESSOR    PIC X(08) VALUE SPACES.
         03 WS-RC-BUSINESS-DATE  PIC X(10).
         03 WS-RC-REFUSED-SW     PIC X(01) VALUE 'N'.
           88 WS-RUN-REFUSED     VALUE 'Y'.
         03 WS-RC-DATE-TIME      PIC X(21).
         03 WS-RC-DT-R REDEFINES WS-RC-DATE-TIME.
           05 WS-RC-CCYY         PIC 9(04).
           05 WS-RC-MM           PIC 9(02).
           05 WS-RC-DD           PIC 9(02).
           05 WS-RC-HH           PIC 9(02).
           05 WS-RC-MN           PIC 9(02).
           05 WS-RC-SS           PIC 9(02).
           05 FILLER             PIC X(07).
         03 WS-RC-TODAY          PIC X(10).
         03 WS-RC-TODAY-R REDEFINES WS-RC-TODAY.
           05 WS-RC-T-CCYY       PIC 9(04).
           05 WS-RC-T-DASH1      PIC X(01).
           05 WS-RC-T-MM         PIC 9(02).
           05 WS-RC-T-DASH2      PIC X(01).
           05 WS-RC-T-DD         PIC 9(02).
         03 WS-RC-NOW            PIC X(08).
         03 WS-RC-NOW-R REDEFINES WS-RC-NOW.
           05 WS-RC-N-HH         PIC 9(02).
           05 WS-RC-N-COLON1     PIC X(01).
           05 WS-RC-N-MN         PIC 9(02).
           05 WS-RC-N-COLON2     PIC X(01).
           05 WS-RC-N-SS         PIC 9(02).


       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 7000-REGISTER-RUN-START
           IF WS-RUN-REFUSED
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM 0100-INITIALIZE
           PERFORM UNTIL WS-EOF
             PERFORM 0200-READ-NEXT-REMIT
             IF NOT WS-EOF
               EVALUATE TRUE
                 WHEN RM-TYPE-HEADER
                   PERFORM 0300-START-PAYER
                 WHEN RM-TYPE-DETAIL
                   PERFORM 0400-PROCESS-REMIT-LINE
                 WHEN RM-TYPE-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   IF RM-TRAILER-COUNT IS NUMERIC
                     ADD RM-TRAILER-COUNT TO WS-TRAILER-COUNT
                   END-IF
                   IF RM-TRAILER-PAID IS NUMERIC
                     ADD RM-TRAILER-PAID TO WS-TRAILER-PAID
                   END-IF
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             END-IF
           END-PERFORM
           PERFORM 0900-FINALIZE
           PERFORM 7900-MARK-RUN-COMPLETE
           STOP RUN
           .

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           MOVE WS-CURR-CCYY TO WS-TT-CCYY
           MOVE '-'          TO WS-TT-DASH1
           MOVE WS-CURR-MM   TO WS-TT-MM
           MOVE '-'          TO WS-TT-DASH2
           MOVE WS-CURR-DD   TO WS-TT-DD
           MOVE WS-TODAY-TEXT TO WS-REMIT-DATE

           OPEN OUTPUT RMTPOST-FILE
           WRITE RMTPOST-LINE FROM WS-POST-HEADING-1
           OPEN OUTPUT RMTEXC-FILE
           WRITE RMTEXC-LINE FROM WS-EXC-HEADING-1
           WRITE RMTEXC-LINE FROM WS-EXC-HEADING-2

           OPEN I-O PATLEDGR-FILE
           IF WS-PATLEDGR-STATUS = '35'
             CLOSE PATLEDGR-FILE
             OPEN OUTPUT PATLEDGR-FILE
             CLOSE PATLEDGR-FILE
             OPEN I-O PATLEDGR-FILE
           END-IF

           OPEN INPUT REMITIN-FILE
           IF WS-REMITIN-STATUS = '35'
             SET WS-EOF TO TRUE
           END-IF
           .

       0200-READ-NEXT-REMIT.
           READ REMITIN-FILE
             AT END
               SET WS-EOF TO TRUE
           END-READ
           .

      *    EACH PAYER'S HEADER STARTS A NEW BLOCK ON THE REGISTER.
      *    A FILE WITH NO HEADER POSTS UNDER TODAY'S DATE AND A BLANK
      *    PAYER.
       0300-START-PAYER.
           MOVE RM-PAYER-ID   TO WS-PAYER-ID
           MOVE RM-REMIT-DATE TO WS-REMIT-DATE
           MOVE RM-CHECK-NUM  TO WS-CHECK-NUM
           IF WS-REMIT-DATE = SPACES
             MOVE WS-TODAY-TEXT TO WS-REMIT-DATE
           END-IF
           MOVE WS-PAYER-ID   TO WP-PAYER-ID
           MOVE WS-REMIT-DATE TO WP-REMIT-DATE
           MOVE WS-CHECK-NUM  TO WP-CHECK-NUM
           WRITE RMTPOST-LINE FROM SPACES
           WRITE RMTPOST-LINE FROM WS-PAYER-HEADING
           WRITE RMTPOST-LINE FROM WS-POST-HEADING-2
           .

       0400-PROCESS-REMIT-LINE.
           ADD 1 TO WS-DETAIL-COUNT
           IF RM-PAID-AMOUNT IS NUMERIC
             ADD RM-PAID-AMOUNT TO WS-TOT-PAID-READ
           END-IF
           IF RM-PATIENT-ID IS NOT NUMERIC
               OR RM-PAID-AMOUNT IS NOT NUMERIC
               OR RM-ADJUST-AMOUNT IS NOT NUMERIC
             MOVE 'INVALID PATIENT ID OR AMOUNT' TO WS-EXCEPTION-TEXT
             PERFORM 0480-WRITE-EXCEPTION
           ELSE
             PERFORM 0410-FIND-LEDGER-CHARGE
             IF WS-MATCH-SEQ > 0
               PERFORM 0450-POST-REMIT-LINE
             ELSE
               EVALUATE TRUE
                 WHEN WS-CLAIM-POSTED
                   MOVE 'CLAIM REFERENCE ALREADY POSTED'
                     TO WS-EXCEPTION-TEXT
                 WHEN WS-SETTLED-SEEN
                   MOVE 'CHARGE ALREADY SETTLED' TO WS-EXCEPTION-TEXT
                 WHEN WS-CARD-MISMATCH
                   MOVE 'CHARGE BILLED TO ANOTHER CARD'
                     TO WS-EXCEPTION-TEXT
                 WHEN WS-HELD-SEEN
                   MOVE 'CHARGE HELD - NOT YET BILLED'
                     TO WS-EXCEPTION-TEXT
                 WHEN OTHER
                   MOVE 'NO MATCHING CHARGE ON LEDGER'
                     TO WS-EXCEPTION-TEXT
               END-EVALUATE
               PERFORM 0480-WRITE-EXCEPTION
             END-IF
           END-IF
           .

      *+---------------------------------------------------------------+
      *| WALK THE LEDGER SEQUENCES FOR THE LINE'S PATIENT / SERVICE   |
      *| DATE / CHARGE CODE. THE FIRST UNSETTLED CHARGE BILLED TO THE |
      *| LINE'S CARD IS THE MATCH; A CHARGE ALREADY CARRYING THE      |
      *| LINE'S CLAIM REFERENCE STOPS THE SCAN - THE LINE HAS BEEN    |
      *| POSTED BEFORE. WS-MATCH-SEQ STAYS ZERO WHEN NOTHING MATCHES, |
      *| AND THE SWITCHES SAY WHY.                                    |
      *+---------------------------------------------------------------+
       0410-FIND-LEDGER-CHARGE.
           MOVE RM-PATIENT-ID TO WS-MATCH-PATIENT-ID
           MOVE 0   TO WS-MATCH-SEQ
           MOVE 0   TO WS-SCAN-SEQ
           MOVE 'N' TO WS-MATCH-END-SW
           MOVE 'N' TO WS-CARD-MISMATCH-SW
           MOVE 'N' TO WS-SETTLED-SEEN-SW
           MOVE 'N' TO WS-HELD-SEEN-SW
           MOVE 'N' TO WS-CLAIM-POSTED-SW
           PERFORM UNTIL WS-MATCH-SCAN-DONE OR WS-SCAN-SEQ = 999
             ADD 1 TO WS-SCAN-SEQ
             MOVE WS-MATCH-PATIENT-ID TO PL-PATIENT-ID
             MOVE RM-SERVICE-DATE     TO PL-SERVICE-DATE
             MOVE RM-CHARGE-CODE      TO PL-CHARGE-CODE
             MOVE WS-SCAN-SEQ         TO PL-CHARGE-SEQ
             READ PATLEDGR-FILE
               INVALID KEY
                 SET WS-MATCH-SCAN-DONE TO TRUE
               NOT INVALID KEY
                 PERFORM 0420-CHECK-LEDGER-CHARGE
             END-READ
           END-PERFORM
           IF WS-CLAIM-POSTED
             MOVE 0 TO WS-MATCH-SEQ
           END-IF
           .

       0420-CHECK-LEDGER-CHARGE.
           EVALUATE TRUE
             WHEN PL-INS-CARD-NUM NOT = RM-INS-CARD-NUM
               SET WS-CARD-MISMATCH TO TRUE
             WHEN RM-CLAIM-REF NOT = SPACES
                 AND PL-LAST-CLAIM-REF = RM-CLAIM-REF
               SET WS-CLAIM-POSTED TO TRUE
               SET WS-MATCH-SCAN-DONE TO TRUE
             WHEN PL-STAT-SETTLED
               SET WS-SETTLED-SEEN TO TRUE
             WHEN PL-STAT-HELD
               SET WS-HELD-SEEN TO TRUE
             WHEN WS-MATCH-SEQ = 0
               MOVE WS-SCAN-SEQ TO WS-MATCH-SEQ
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      *+---------------------------------------------------------------+
      *| APPLY THE LINE TO THE MATCHED CHARGE. PAYMENT AND ADJUSTMENT |
      *| ARE ADDED EVEN ON A DENIAL (A PAYER MAY DENY WITH A PARTIAL  |
      *| CONTRACTUAL WRITE-OFF); THE STATUS THEN FOLLOWS THE LINE.    |
      *+---------------------------------------------------------------+
       0450-POST-REMIT-LINE.
           MOVE WS-MATCH-PATIENT-ID TO PL-PATIENT-ID
           MOVE RM-SERVICE-DATE     TO PL-SERVICE-DATE
           MOVE RM-CHARGE-CODE      TO PL-CHARGE-CODE
           MOVE WS-MATCH-SEQ        TO PL-CHARGE-SEQ
           READ PATLEDGR-FILE
             INVALID KEY
               MOVE 'NO MATCHING CHARGE ON LEDGER' TO WS-EXCEPTION-TEXT
               PERFORM 0480-WRITE-EXCEPTION
             NOT INVALID KEY
               PERFORM 0460-UPDATE-LEDGER-CHARGE
           END-READ
           .

       0460-UPDATE-LEDGER-CHARGE.
           ADD RM-PAID-AMOUNT   TO PL-PAID-AMOUNT
           ADD RM-ADJUST-AMOUNT TO PL-ADJUST-AMOUNT
           COMPUTE PL-BALANCE =
               PL-CHARGE-AMOUNT - PL-PAID-AMOUNT - PL-ADJUST-AMOUNT
           EVALUATE TRUE
             WHEN RM-LINE-DENIED
               SET PL-STAT-DENIED TO TRUE
               MOVE RM-DENIAL-REASON TO PL-DENIAL-REASON
               MOVE RM-DENIAL-TEXT   TO PL-DENIAL-TEXT
             WHEN PL-BALANCE <= 0
               SET PL-STAT-SETTLED TO TRUE
             WHEN OTHER
               SET PL-STAT-PART-PAID TO TRUE
           END-EVALUATE
           MOVE WS-REMIT-DATE TO PL-LAST-REMIT-DATE
           MOVE WS-PAYER-ID   TO PL-LAST-PAYER-ID
           MOVE RM-CLAIM-REF  TO PL-LAST-CLAIM-REF
           REWRITE PATLEDGR-RECORD

           ADD 1 TO WS-POSTED-COUNT
           ADD RM-PAID-AMOUNT   TO WS-TOT-PAID-POSTED
           ADD RM-ADJUST-AMOUNT TO WS-TOT-ADJ-POSTED
           IF PL-STAT-DENIED
             ADD 1 TO WS-DENIED-COUNT
             ADD PL-BALANCE TO WS-TOT-DENIED
           END-IF
           PERFORM 0470-WRITE-POSTING-LINE
           .

       0470-WRITE-POSTING-LINE.
           MOVE PL-PATIENT-ID    TO WL-PATIENT-ID
           MOVE PL-INS-CARD-NUM  TO WL-CARD
           MOVE PL-SERVICE-DATE  TO WL-SERVICE-DATE
           MOVE PL-CHARGE-CODE   TO WL-CHARGE-CODE
           MOVE PL-CHARGE-SEQ    TO WL-SEQ
           MOVE PL-CHARGE-AMOUNT TO WL-CHARGE
           MOVE RM-PAID-AMOUNT   TO WL-PAID
           MOVE RM-ADJUST-AMOUNT TO WL-ADJUSTED
           MOVE PL-BALANCE       TO WL-BALANCE
           MOVE SPACES           TO WL-DENIAL-REASON
           MOVE SPACES           TO WL-DENIAL-TEXT
           EVALUATE TRUE
             WHEN PL-STAT-DENIED
               MOVE 'DENIED'         TO WL-STATUS
               MOVE PL-DENIAL-REASON TO WL-DENIAL-REASON
               MOVE PL-DENIAL-TEXT   TO WL-DENIAL-TEXT
             WHEN PL-STAT-SETTLED
               MOVE 'SETTLED'        TO WL-STATUS
             WHEN OTHER
               MOVE 'PART PAID'      TO WL-STATUS
           END-EVALUATE
           WRITE RMTPOST-LINE FROM WS-POST-LINE
           .

       0480-WRITE-EXCEPTION.
           MOVE RM-PATIENT-ID     TO WE-PATIENT-ID
           MOVE RM-INS-CARD-NUM   TO WE-CARD
           MOVE RM-SERVICE-DATE   TO WE-SERVICE-DATE
           MOVE RM-CHARGE-CODE    TO WE-CHARGE-CODE
           MOVE RM-CLAIM-REF      TO WE-CLAIM-REF
           MOVE ZEROES            TO WE-PAID
           IF RM-PAID-AMOUNT IS NUMERIC
             MOVE RM-PAID-AMOUNT  TO WE-PAID
             ADD RM-PAID-AMOUNT   TO WS-TOT-PAID-EXCEPT
           END-IF
           MOVE WS-PAYER-ID       TO WE-PAYER-ID
           MOVE WS-EXCEPTION-TEXT TO WE-REASON
           WRITE RMTEXC-LINE FROM WS-EXC-LINE
           ADD 1 TO WS-EXCEPTION-COUNT
           .

       0900-FINALIZE.
           WRITE RMTPOST-LINE FROM SPACES
           MOVE 'REMITTANCE LINES READ:' TO WS-SUMMARY-LABEL
           MOVE WS-DETAIL-COUNT TO WS-SUMMARY-OUT
           WRITE RMTPOST-LINE FROM WS-SUMMARY-LINE
           MOVE 'LINES POSTED:' TO WS-SUMMARY-LABEL
           MOVE WS-POSTED-COUNT TO WS-SUMMARY-OUT
           WRITE RMTPOST-LINE FROM WS-SUMMARY-LINE
           MOVE '  OF WHICH DENIED:' TO WS-SUMMARY-LABEL
           MOVE WS-DENIED-COUNT TO WS-SUMMARY-OUT
           WRITE RMTPOST-LINE FROM WS-SUMMARY-LINE
           MOVE 'LINES ON EXCEPTIONS:' TO WS-SUMMARY-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-SUMMARY-OUT
           WRITE RMTPOST-LINE FROM WS-SUMMARY-LINE
           MOVE 'PAYMENTS POSTED:' TO WS-AMOUNT-LABEL
           MOVE WS-TOT-PAID-POSTED TO WS-AMOUNT-OUT
           WRITE RMTPOST-LINE FROM WS-AMOUNT-LINE
           MOVE 'ADJUSTMENTS POSTED:' TO WS-AMOUNT-LABEL
           MOVE WS-TOT-ADJ-POSTED TO WS-AMOUNT-OUT
           WRITE RMTPOST-LINE FROM WS-AMOUNT-LINE
           MOVE 'BALANCE DENIED:' TO WS-AMOUNT-LABEL
           MOVE WS-TOT-DENIED TO WS-AMOUNT-OUT
           WRITE RMTPOST-LINE FROM WS-AMOUNT-LINE
           MOVE 'PAYMENTS NOT POSTED:' TO WS-AMOUNT-LABEL
           MOVE WS-TOT-PAID-EXCEPT TO WS-AMOUNT-OUT
           WRITE RMTPOST-LINE FROM WS-AMOUNT-LINE

           WRITE RMTEXC-LINE FROM SPACES
           MOVE 'LINES NOT POSTED:' TO WS-SUMMARY-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-SUMMARY-OUT
           WRITE RMTEXC-LINE FROM WS-SUMMARY-LINE

           IF WS-REMITIN-STATUS NOT = '35'
             CLOSE REMITIN-FILE
           END-IF
           CLOSE PATLEDGR-FILE
           CLOSE RMTPOST-FILE
           CLOSE RMTEXC-FILE

      *    A TRAILER THAT DISAGREES WITH THE DETAILS READ MEANS THE
      *    FILE IS INCOMPLETE - THE POSTINGS STAND, BUT THE STEP ENDS
      *    RC 4 SO THE BILLING OFFICE ASKS THE PAYER TO RESEND.
           IF WS-TRAILER-SEEN
               AND (WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
                 OR WS-TRAILER-PAID NOT = WS-TOT-PAID-READ)
             DISPLAY 'HCMRMTP0 TRAILER ' WS-TRAILER-COUNT ' LINES / '
                 WS-TRAILER-PAID ' PAID DOES NOT MATCH '
                 WS-DETAIL-COUNT ' / ' WS-TOT-PAID-READ ' READ'
             MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'HCMRMTP0 LINES READ   : ' WS-DETAIL-COUNT
           DISPLAY 'HCMRMTP0 POSTED       : ' WS-POSTED-COUNT
           DISPLAY 'HCMRMTP0 DENIED       : ' WS-DENIED-COUNT
           DISPLAY 'HCMRMTP0 EXCEPTIONS   : ' WS-EXCEPTION-COUNT
           .
      *+---------------------------------------------------------------+
      *| RUN-CONTROL REGISTRATION - COMMON TO EVERY BATCH JOB. THE    |
      *| JOB READS ITS BUSINESS DATE (RUNCPARM OVERRIDE CARD, SAME    |
      *| CONVENTION AS CKPTPARM; DEFAULT IS THE CALENDAR DATE),       |
      *| CHECKS ITS PREDECESSOR'S RUNCTL RECORD, AND EITHER STAMPS    |
      *| ITS OWN START OR REFUSES WITH AN OPERATOR MESSAGE. 7900      |
      *| STAMPS THE NORMAL END - AN ABENDED RUN LEAVES STATUS 'R' SO  |
      *| ITS SUCCESSORS KEEP REFUSING UNTIL IT IS RERUN CLEAN.        |
      *+---------------------------------------------------------------+
       7000-REGISTER-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-RC-DATE-TIME
           MOVE WS-RC-CCYY TO WS-RC-T-CCYY
           MOVE '-'        TO WS-RC-T-DASH1
           MOVE WS-RC-MM   TO WS-RC-T-MM
           MOVE '-'        TO WS-RC-T-DASH2
           MOVE WS-RC-DD   TO WS-RC-T-DD
           MOVE WS-RC-HH   TO WS-RC-N-HH
           MOVE ':'        TO WS-RC-N-COLON1
           MOVE WS-RC-MN   TO WS-RC-N-MN
           MOVE ':'        TO WS-RC-N-COLON2
           MOVE WS-RC-SS   TO WS-RC-N-SS
           PERFORM 7010-READ-BUSINESS-DATE-PARM

           OPEN I-O RUNCTL-FILE
           IF WS-RUNCTL-STATUS = '35'
             CLOSE RUNCTL-FILE
             OPEN OUTPUT RUNCTL-FILE
             CLOSE RUNCTL-FILE
             OPEN I-O RUNCTL-FILE
           END-IF

           IF WS-RC-PREDECESSOR NOT = SPACES
             PERFORM 7100-CHECK-PREDECESSOR
           END-IF
           IF NOT WS-RUN-REFUSED
             PERFORM 7200-STAMP-RUN-START
           END-IF

           CLOSE RUNCTL-FILE
           .

       7010-READ-BUSINESS-DATE-PARM.
           MOVE WS-RC-TODAY TO WS-RC-BUSINESS-DATE
           OPEN INPUT RUNCPARM-FILE
           IF WS-RUNCPARM-STATUS NOT = '35'
             READ RUNCPARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF PM-BUSINESS-DATE NOT = SPACES
                   MOVE PM-BUSINESS-DATE TO WS-RC-BUSINESS-DATE
                 END-IF
             END-READ
             CLOSE RUNCPARM-FILE
           END-IF
           .

       7100-CHECK-PREDECESSOR.
           MOVE WS-RC-PREDECESSOR TO RN-JOB-NAME
           READ RUNCTL-FILE
             INVALID KEY
               SET WS-RUN-REFUSED TO TRUE
             NOT INVALID KEY
               IF RN-BUSINESS-DATE = WS-RC-BUSINESS-DATE
                   AND RN-STAT-COMPLETE
                 CONTINUE
               ELSE
                 SET WS-RUN-REFUSED TO TRUE
               END-IF
           END-READ
           IF WS-RUN-REFUSED
             DISPLAY WS-RC-JOB-NAME ' REFUSED - PREDECESSOR '
                 WS-RC-PREDECESSOR ' HAS NOT COMPLETED FOR '
                 'BUSINESS DATE ' WS-RC-BUSINESS-DATE
                 ' - RERUN THE PREDECESSOR FIRST'
           END-IF
           .

       7200-STAMP-RUN-START.
           MOVE WS-RC-JOB-NAME TO RN-JOB-NAME
           READ RUNCTL-FILE
             INVALID KEY
               MOVE WS-RC-JOB-NAME      TO RN-JOB-NAME
               MOVE WS-RC-BUSINESS-DATE TO RN-BUSINESS-DATE
               MOVE WS-RC-TODAY         TO RN-START-DATE
               MOVE WS-RC-NOW           TO RN-START-TIME
               MOVE SPACES              TO RN-END-DATE
               MOVE SPACES              TO RN-END-TIME
               MOVE 'R'                 TO RN-STATUS
               WRITE RUNCTL-RECORD
             NOT INVALID KEY
               MOVE WS-RC-BUSINESS-DATE TO RN-BUSINESS-DATE
               MOVE WS-RC-TODAY         TO RN-START-DATE
               MOVE WS-RC-NOW           TO RN-START-TIME
               MOVE SPACES              TO RN-END-DATE
               MOVE SPACES              TO RN-END-TIME
               MOVE 'R'                 TO RN-STATUS
               REWRITE RUNCTL-RECORD
           END-READ
           .

       7900-MARK-RUN-COMPLETE.
           MOVE FUNCTION CURRENT-DATE TO WS-RC-DATE-TIME
           MOVE WS-RC-CCYY TO WS-RC-T-CCYY
           MOVE '-'        TO WS-RC-T-DASH1
           MOVE WS-RC-MM   TO WS-RC-T-MM
           MOVE '-'        TO WS-RC-T-DASH2
           MOVE WS-RC-DD   TO WS-RC-T-DD
           MOVE WS-RC-HH   TO WS-RC-N-HH
           MOVE ':'        TO WS-RC-N-COLON1
           MOVE WS-RC-MN   TO WS-RC-N-MN
           MOVE ':'        TO WS-RC-N-COLON2
           MOVE WS-RC-SS   TO WS-RC-N-SS

           OPEN I-O RUNCTL-FILE
           MOVE WS-RC-JOB-NAME TO RN-JOB-NAME
           READ RUNCTL-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE WS-RC-TODAY TO RN-END-DATE
               MOVE WS-RC-NOW   TO RN-END-TIME
               MOVE 'C'         TO RN-STATUS
               REWRITE RUNCTL-RECORD
           END-READ
           CLOSE RUNCTL-FILE
           .
