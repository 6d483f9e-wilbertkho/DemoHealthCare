      *|                                                               |
      *| THE RUN DATE COMES FROM THE BILXPARM CARD (CCYY-MM-DD) AND   |
      *| DEFAULTS TO YESTERDAY WHEN THE CARD IS ABSENT OR BLANK.      |
      *|                                                               |
      *| EVERY CHARGE, WHICHEVER WAY IT IS ROUTED, IS ALSO WRITTEN TO |
      *| THE PATLEDGR PATIENT ACCOUNT LEDGER, WHERE HCMRMTP0 POSTS    |
      *| THE PAYER'S REMITTANCE AGAINST IT AND HCMAGER0 AGES WHAT IS  |
      *| STILL OWED. A RERUN FOR THE SAME DATE FINDS ITS CHARGES      |
      *| ALREADY ON THE LEDGER AND DOES NOT ADD THEM TWICE.           |
      *|                                                               |
      *| EACH CHARGE CARRIES THE PATDIAG DIAGNOSIS ITS VISIT OR       |
      *| PRESCRIPTION WAS RECORDED AGAINST (VR-DIAG-CODE /            |
      *| RA-DIAG-CODE), BECAUSE INSURERS DENY A CLAIM WITHOUT ONE. AN |
      *| INSURED CHARGE WITH NO DIAGNOSIS IS HELD BACK: IT IS NOT     |
      *| WRITTEN TO BLEXT BUT GOES ON THE BILXHOLD LISTING AND ONTO   |
      *| THE LEDGER AS HELD. EVERY RUN FIRST RE-CHECKS THE HELD       |
      *| CHARGES AND RELEASES TO BLEXT EACH ONE WHOSE SOURCE NOW      |
      *| NAMES A DIAGNOSIS; THE REST ARE LISTED AGAIN UNTIL IT DOES.  |
      *| SELF-PAY CHARGES ARE NEVER HELD.                             |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCMBILX0.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SELFPAY-STATUS.

           SELECT BILXHOLD-FILE ASSIGN TO 'BILXHOLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILXHOLD-STATUS.

           SELECT PATLEDGR-FILE ASSIGN TO 'PATLEDGR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-PATLEDGR-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           LABEL RECORDS ARE STANDARD.
       01  SELFPAY-LINE             PIC X(132).

       FD  BILXHOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  BILXHOLD-LINE            PIC X(132).

       FD  PATLEDGR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PATLEDGR.

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
         03 WS-BILXPARM-STATUS    PIC X(2).
         03 WS-BLEXT-STATUS       PIC X(2).
         03 WS-SELFPAY-STATUS     PIC X(2).
         03 WS-BILXHOLD-STATUS    PIC X(2).
         03 WS-PATLEDGR-STATUS    PIC X(2).

       01 WS-SWITCHES.
         03 WS-END-OF-FILE        PIC X(01) VALUE 'N'.
           88 WS-PATMSTR-IS-OPEN  VALUE 'Y'.
         03 WS-RXACT-OPEN         PIC X(01) VALUE 'N'.
           88 WS-RXACT-IS-OPEN    VALUE 'Y'.
         03 WS-VISITREC-OPEN      PIC X(01) VALUE 'N'.
           88 WS-VISITREC-IS-OPEN VALUE 'Y'.
         03 WS-CHARGE-HOLD-SW     PIC X(01).
           88 WS-CHARGE-IS-HELD   VALUE 'Y'.
         03 WS-PRICE-FOUND        PIC X(01).
           88 WS-PRICE-WAS-FOUND  VALUE 'Y'.
         03 WS-VISIT-CHARGE-COUNT PIC 9(07) VALUE ZEROES.
         03 WS-INSURED-COUNT      PIC 9(07) VALUE ZEROES.
         03 WS-SELFPAY-COUNT      PIC 9(07) VALUE ZEROES.
         03 WS-UNPRICED-COUNT     PIC 9(07) VALUE ZEROES.
         03 WS-LEDGER-COUNT       PIC 9(07) VALUE ZEROES.
         03 WS-ON-LEDGER-COUNT    PIC 9(07) VALUE ZEROES.
         03 WS-HELD-COUNT         PIC 9(07) VALUE ZEROES.
         03 WS-STILL-HELD-COUNT   PIC 9(07) VALUE ZEROES.
         03 WS-RELEASED-COUNT     PIC 9(07) VALUE ZEROES.
         03 WS-LEDGER-SLOT-SW     PIC X(01).
           88 WS-LEDGER-SLOT-FREE VALUE 'F'.
           88 WS-ALREADY-ON-LEDGER VALUE 'L'.
         03 WS-LEDGER-SEQ         PIC 9(03).

      *    THE CHARGE BEING BUILT, FILLED IN BY THE VISIT AND RX
      *    PASSES AND ROUTED BY 5000-ROUTE-ONE-CHARGE.
         03 WS-CHG-UNIT-PRICE     PIC 9(05)V99.
         03 WS-CHG-TOTAL          PIC 9(07)V99.
         03 WS-CHG-INS-CARD       PIC X(10).
         03 WS-CHG-SOURCE-REF     PIC X(20).
         03 WS-CHG-DIAG-CODE      PIC X(08).

       01 WS-DATE-TIME-WORK.
         03 WS-CURRENT-DATE-AND-TIME PIC X(21).
             'SELF-PAY CHARGES LISTED:    '.
         03 WS-SELFPAY-OUT        PIC ZZZ,ZZ9.

       01 WS-HOLD-HEADING-1.
         03 FILLER                PIC X(60) VALUE
             'DEMO HEALTH CARE - INSURED CHARGES HELD, NO DIAGNOSIS'.
       01 WS-HOLD-SUMMARY-LINE.
         03 FILLER                PIC X(28) VALUE
             'INSURED CHARGES HELD:       '.
         03 WS-HOLD-OUT           PIC ZZZ,ZZ9.


      *    RUN-CONTROL REGISTRATION (SEE THE RUNCTL COPYBOOK): THE
      *    JOB STAMPS ITS START ON RUNCTL AND REFUSES TO RUN WHEN
           END-IF
           PERFORM 0100-INITIALIZE
           PERFORM 1000-LOAD-CHARGE-MASTER
           PERFORM 6000-RELEASE-HELD-CHARGES
           PERFORM 2000-CHARGE-VISITS
           PERFORM 3000-CHARGE-RX-ISSUANCES
           PERFORM 0900-FINALIZE
           WRITE SELFPAY-LINE FROM WS-HEADING-1
           WRITE SELFPAY-LINE FROM WS-HEADING-2
           WRITE SELFPAY-LINE FROM WS-HEADING-3
           OPEN OUTPUT BILXHOLD-FILE
           WRITE BILXHOLD-LINE FROM WS-HOLD-HEADING-1
           WRITE BILXHOLD-LINE FROM WS-HEADING-2
           WRITE BILXHOLD-LINE FROM WS-HEADING-3

           OPEN INPUT PATMSTR-FILE
           IF WS-PATMSTR-STATUS = '35'
           ELSE
             SET WS-RXACT-IS-OPEN TO TRUE
           END-IF

           OPEN I-O PATLEDGR-FILE
           IF WS-PATLEDGR-STATUS = '35'
             CLOSE PATLEDGR-FILE
             OPEN OUTPUT PATLEDGR-FILE
             CLOSE PATLEDGR-FILE
             OPEN I-O PATLEDGR-FILE
           END-IF
           .

       0110-READ-RUN-DATE-PARM.
           MOVE VR-VISIT-DATE TO WS-CHG-SERVICE-DATE
           MOVE 'VISIT     '  TO WS-CHG-CHARGE-CODE
           MOVE 1             TO WS-CHG-QTY
           MOVE SPACES        TO WS-CHG-SOURCE-REF
           MOVE 'V'           TO WS-CHG-SOURCE-REF(1:1)
           MOVE VR-VISIT-TIME TO WS-CHG-SOURCE-REF(2:10)
           MOVE VR-DIAG-CODE  TO WS-CHG-DIAG-CODE
           PERFORM 4100-PRICE-BY-CHARGE-CODE
           ADD 1 TO WS-VISIT-CHARGE-COUNT
           PERFORM 5000-ROUTE-ONE-CHARGE
           MOVE RL-PATIENT-ID  TO WS-CHG-PATIENT-ID
           MOVE RL-ISSUED-DATE TO WS-CHG-SERVICE-DATE
           MOVE 1              TO WS-CHG-QTY
           MOVE SPACES         TO WS-CHG-SOURCE-REF
           MOVE 'R'            TO WS-CHG-SOURCE-REF(1:1)
           MOVE RL-PRESCRIPTION-ID TO WS-CHG-SOURCE-REF(2:10)
           MOVE SPACES         TO WS-CHG-DIAG-CODE
           IF WS-RXACT-IS-OPEN
             MOVE RL-PATIENT-ID      TO RA-PATIENT-ID
             MOVE RL-PRESCRIPTION-ID TO RA-PRESCRIPTION-ID
                 IF RA-AMOUNT NUMERIC AND RA-AMOUNT > 0
                   MOVE RA-AMOUNT TO WS-CHG-QTY
                 END-IF
                 MOVE RA-DIAG-CODE TO WS-CHG-DIAG-CODE
             END-READ
           END-IF
           PERFORM 4200-PRICE-BY-DRUG-NAME
      *| ROUTE THE BUILT CHARGE: THE PATIENT'S INSURANCE CARD NUMBER  |
      *| DECIDES INSURER EXTRACT VS SELF-PAY LISTING. NO PATMSTR      |
      *| RECORD (OR NO PATMSTR FILE YET) ROUTES TO SELF-PAY - A       |
      *| CHARGE MUST NEVER BE DROPPED ON A LOOKUP MISS. AN INSURED    |
      *| CHARGE WITH NO DIAGNOSIS IS HELD INSTEAD OF EXTRACTED.       |
      *+---------------------------------------------------------------+
       5000-ROUTE-ONE-CHARGE.
           MOVE 'N' TO WS-CHARGE-HOLD-SW
           MOVE SPACES TO WS-CHG-INS-CARD
           IF WS-PATMSTR-IS-OPEN
             MOVE WS-CHG-PATIENT-ID TO PM-PATIENT-ID
             END-READ
           END-IF

           EVALUATE TRUE
             WHEN WS-CHG-INS-CARD = SPACES
               PERFORM 5200-WRITE-SELFPAY-LINE
             WHEN WS-CHG-DIAG-CODE = SPACES
               SET WS-CHARGE-IS-HELD TO TRUE
               PERFORM 5400-WRITE-HOLD-LINE
               ADD 1 TO WS-HELD-COUNT
             WHEN OTHER
               PERFORM 5100-WRITE-EXTRACT-RECORD
           END-EVALUATE
           PERFORM 5300-POST-TO-LEDGER
           .

       5100-WRITE-EXTRACT-RECORD.
           MOVE WS-CHG-QTY          TO BX-QTY
           MOVE WS-CHG-UNIT-PRICE   TO BX-UNIT-PRICE
           MOVE WS-CHG-TOTAL        TO BX-TOTAL-CHARGE
           MOVE WS-CHG-DIAG-CODE    TO BX-DIAG-CODE
           WRITE BLEXTREC-RECORD
           ADD 1 TO WS-INSURED-COUNT
           .
           ADD 1 TO WS-SELFPAY-COUNT
           .

       5400-WRITE-HOLD-LINE.
           MOVE WS-CHG-PATIENT-ID   TO WD-PATIENT-ID
           MOVE WS-CHG-SERVICE-DATE TO WD-SERVICE-DATE
           MOVE WS-CHG-CHARGE-CODE  TO WD-CHARGE-CODE
           MOVE WS-CHG-DESCRIPTION  TO WD-DESCRIPTION
           MOVE WS-CHG-QTY          TO WD-QTY
           MOVE WS-CHG-UNIT-PRICE   TO WD-UNIT-PRICE
           MOVE WS-CHG-TOTAL        TO WD-TOTAL
           WRITE BILXHOLD-LINE FROM WS-DETAIL-LINE
           .

      *+---------------------------------------------------------------+
      *| OPEN THE CHARGE ON THE PATIENT ACCOUNT LEDGER UNDER THE NEXT |
      *| FREE SEQUENCE FOR ITS PATIENT / SERVICE DATE / CHARGE CODE.  |
      *| THE SAME SOURCE VISIT OR ISSUANCE ALREADY ON THE LEDGER      |
      *| MEANS THIS DATE HAS BEEN BILLED BEFORE - IT IS COUNTED, NOT  |
      *| WRITTEN AGAIN. IF THAT EARLIER RUN HELD IT AND THE RERUN HAS |
      *| NOW EXTRACTED IT, THE LEDGER CHARGE IS RELEASED TO OPEN.     |
      *+---------------------------------------------------------------+
       5300-POST-TO-LEDGER.
           MOVE SPACES TO WS-LEDGER-SLOT-SW
           MOVE 0 TO WS-LEDGER-SEQ
           PERFORM UNTIL WS-LEDGER-SLOT-FREE OR WS-ALREADY-ON-LEDGER
               OR WS-LEDGER-SEQ = 999
             ADD 1 TO WS-LEDGER-SEQ
             MOVE WS-CHG-PATIENT-ID   TO PL-PATIENT-ID
             MOVE WS-CHG-SERVICE-DATE TO PL-SERVICE-DATE
             MOVE WS-CHG-CHARGE-CODE  TO PL-CHARGE-CODE
             MOVE WS-LEDGER-SEQ       TO PL-CHARGE-SEQ
             READ PATLEDGR-FILE
               INVALID KEY
                 SET WS-LEDGER-SLOT-FREE TO TRUE
               NOT INVALID KEY
                 IF PL-SOURCE-REF = WS-CHG-SOURCE-REF
                   SET WS-ALREADY-ON-LEDGER TO TRUE
                 END-IF
             END-READ
           END-PERFORM

           EVALUATE TRUE
             WHEN WS-ALREADY-ON-LEDGER
               ADD 1 TO WS-ON-LEDGER-COUNT
               IF PL-STAT-HELD AND NOT WS-CHARGE-IS-HELD
                 PERFORM 6200-MARK-CHARGE-RELEASED
               END-IF
             WHEN WS-LEDGER-SLOT-FREE
               PERFORM 5310-WRITE-LEDGER-RECORD
             WHEN OTHER
               DISPLAY 'HCMBILX0 - LEDGER SEQUENCE EXHAUSTED FOR '
                   WS-CHG-PATIENT-ID ' ' WS-CHG-SERVICE-DATE ' '
                   WS-CHG-CHARGE-CODE
           END-EVALUATE
           .

       5310-WRITE-LEDGER-RECORD.
           INITIALIZE PATLEDGR-RECORD
           MOVE WS-CHG-PATIENT-ID   TO PL-PATIENT-ID
           MOVE WS-CHG-SERVICE-DATE TO PL-SERVICE-DATE
           MOVE WS-CHG-CHARGE-CODE  TO PL-CHARGE-CODE
           MOVE WS-LEDGER-SEQ       TO PL-CHARGE-SEQ
           MOVE WS-CHG-INS-CARD     TO PL-INS-CARD-NUM
           MOVE WS-CHG-SOURCE-REF   TO PL-SOURCE-REF
           MOVE WS-CHG-DESCRIPTION  TO PL-DESCRIPTION
           MOVE WS-CHG-QTY          TO PL-QTY
           MOVE WS-CHG-TOTAL        TO PL-CHARGE-AMOUNT
           MOVE WS-CHG-TOTAL        TO PL-BALANCE
           IF WS-CHARGE-IS-HELD
             SET PL-STAT-HELD TO TRUE
             MOVE SPACES           TO PL-BILLED-DATE
           ELSE
             SET PL-STAT-OPEN TO TRUE
             MOVE WS-RUN-DATE      TO PL-BILLED-DATE
           END-IF
           WRITE PATLEDGR-RECORD
           ADD 1 TO WS-LEDGER-COUNT
           .

      *+---------------------------------------------------------------+
      *| RELEASE PASS - RUN BEFORE THE DAY'S CHARGES ARE BUILT. EVERY |
      *| HELD LEDGER CHARGE FROM AN EARLIER SERVICE DATE HAS ITS      |
      *| SOURCE VISIT OR PRESCRIPTION RE-READ: IF A DIAGNOSIS HAS     |
      *| SINCE BEEN RECORDED ON IT, THE CHARGE GOES TO BLEXT AND IS   |
      *| OPENED ON THE LEDGER AS BILLED ON THE RUN DATE; IF NOT, IT   |
      *| IS LISTED ON BILXHOLD AGAIN. A RERUN OF THE SAME DATE ALSO   |
      *| RE-EXTRACTS THE CHARGES THE FIRST RUN RELEASED (BILLED ON    |
      *| THE RUN DATE FOR AN EARLIER SERVICE DATE), SINCE THE RERUN   |
      *| REPLACES THAT RUN'S BLEXT FILE. CHARGES FOR THE RUN DATE     |
      *| ITSELF ARE LEFT TO THE VISIT AND RX PASSES.                  |
      *+---------------------------------------------------------------+
       6000-RELEASE-HELD-CHARGES.
           OPEN INPUT VISITREC-FILE
           IF WS-VISITREC-STATUS = '35'
             MOVE 'N' TO WS-VISITREC-OPEN
           ELSE
             SET WS-VISITREC-IS-OPEN TO TRUE
           END-IF

           MOVE 'N' TO WS-END-OF-FILE
           MOVE LOW-VALUES TO PL-KEY
           START PATLEDGR-FILE KEY IS >= PL-KEY
             INVALID KEY
               SET WS-EOF TO TRUE
             NOT INVALID KEY
               CONTINUE
           END-START
           PERFORM UNTIL WS-EOF
             READ PATLEDGR-FILE NEXT RECORD
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 IF PL-SERVICE-DATE < WS-RUN-DATE
                   IF PL-STAT-HELD
                       OR (PL-BILLED-DATE = WS-RUN-DATE
                           AND PL-INS-CARD-NUM NOT = SPACES)
                     PERFORM 6100-RECHECK-HELD-CHARGE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM

           IF WS-VISITREC-IS-OPEN
             CLOSE VISITREC-FILE
           END-IF
           .

      *    THE LEDGER HOLDS THE CHARGE AS PRICED WHEN IT WAS FIRST
      *    BUILT; THE UNIT PRICE IS RECOVERED FROM ITS TOTAL AND QTY.
       6100-RECHECK-HELD-CHARGE.
           MOVE PL-PATIENT-ID    TO WS-CHG-PATIENT-ID
           MOVE PL-SERVICE-DATE  TO WS-CHG-SERVICE-DATE
           MOVE PL-CHARGE-CODE   TO WS-CHG-CHARGE-CODE
           MOVE PL-DESCRIPTION   TO WS-CHG-DESCRIPTION
           MOVE PL-QTY           TO WS-CHG-QTY
           MOVE PL-CHARGE-AMOUNT TO WS-CHG-TOTAL
           IF PL-QTY > 0
             COMPUTE WS-CHG-UNIT-PRICE ROUNDED =
                 PL-CHARGE-AMOUNT / PL-QTY
           ELSE
             MOVE PL-CHARGE-AMOUNT TO WS-CHG-UNIT-PRICE
           END-IF
           MOVE PL-INS-CARD-NUM  TO WS-CHG-INS-CARD
           MOVE PL-SOURCE-REF    TO WS-CHG-SOURCE-REF
           PERFORM 6110-FIND-SOURCE-DIAGNOSIS

           IF WS-CHG-DIAG-CODE = SPACES
             IF PL-STAT-HELD
               PERFORM 5400-WRITE-HOLD-LINE
               ADD 1 TO WS-STILL-HELD-COUNT
             END-IF
           ELSE
             PERFORM 5100-WRITE-EXTRACT-RECORD
             IF PL-STAT-HELD
               PERFORM 6200-MARK-CHARGE-RELEASED
             END-IF
           END-IF
           .

      *    THE SOURCE REFERENCE NAMES THE VISIT ('V' + VISIT TIME,
      *    ON THE CHARGE'S SERVICE DATE) OR THE PRESCRIPTION ('R' +
      *    PRESCRIPTION ID). A SOURCE NO LONGER ON FILE LEAVES THE
      *    CHARGE HELD FOR THE BILLING OFFICE TO RESOLVE BY HAND.
       6110-FIND-SOURCE-DIAGNOSIS.
           MOVE SPACES TO WS-CHG-DIAG-CODE
           EVALUATE TRUE
             WHEN PL-SOURCE-REF(1:1) = 'V' AND WS-VISITREC-IS-OPEN
               MOVE PL-PATIENT-ID          TO VR-PATIENT-ID
               MOVE PL-SERVICE-DATE        TO VR-VISIT-DATE
               MOVE PL-SOURCE-REF(2:10)    TO VR-VISIT-TIME
               READ VISITREC-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE VR-DIAG-CODE TO WS-CHG-DIAG-CODE
               END-READ
             WHEN PL-SOURCE-REF(1:1) = 'R' AND WS-RXACT-IS-OPEN
               MOVE PL-PATIENT-ID          TO RA-PATIENT-ID
               MOVE PL-SOURCE-REF(2:10)    TO RA-PRESCRIPTION-ID
               READ RXACT-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE RA-DIAG-CODE TO WS-CHG-DIAG-CODE
               END-READ
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      *    PATLEDGR-RECORD HOLDS THE HELD CHARGE JUST READ.
       6200-MARK-CHARGE-RELEASED.
           SET PL-STAT-OPEN TO TRUE
           MOVE WS-RUN-DATE TO PL-BILLED-DATE
           REWRITE PATLEDGR-RECORD
           ADD 1 TO WS-RELEASED-COUNT
           .

       0900-FINALIZE.
           MOVE WS-SELFPAY-COUNT TO WS-SELFPAY-OUT
           WRITE SELFPAY-LINE FROM SPACES
           WRITE SELFPAY-LINE FROM WS-SUMMARY-LINE
           COMPUTE WS-HOLD-OUT = WS-HELD-COUNT + WS-STILL-HELD-COUNT
           WRITE BILXHOLD-LINE FROM SPACES
           WRITE BILXHOLD-LINE FROM WS-HOLD-SUMMARY-LINE
           CLOSE BLEXT-FILE
           CLOSE SELFPAY-FILE
           CLOSE BILXHOLD-FILE
           IF WS-PATMSTR-IS-OPEN
             CLOSE PATMSTR-FILE
           END-IF
           IF WS-RXACT-IS-OPEN
             CLOSE RXACT-FILE
           END-IF
           CLOSE PATLEDGR-FILE

           DISPLAY 'HCMBILX0 RUN DATE     : ' WS-RUN-DATE
           DISPLAY 'HCMBILX0 VISIT CHARGES: ' WS-VISIT-CHARGE-COUNT
           DISPLAY 'HCMBILX0 TO INSURERS  : ' WS-INSURED-COUNT
           DISPLAY 'HCMBILX0 SELF-PAY     : ' WS-SELFPAY-COUNT
           DISPLAY 'HCMBILX0 UNPRICED     : ' WS-UNPRICED-COUNT
           DISPLAY 'HCMBILX0 TO LEDGER    : ' WS-LEDGER-COUNT
           DISPLAY 'HCMBILX0 ALREADY ON LEDGER: ' WS-ON-LEDGER-COUNT
           DISPLAY 'HCMBILX0 HELD NO DIAG : ' WS-HELD-COUNT
           DISPLAY 'HCMBILX0 STILL HELD   : ' WS-STILL-HELD-COUNT
           DISPLAY 'HCMBILX0 RELEASED     : ' WS-RELEASED-COUNT
           .
      *+---------------------------------------------------------------+
      *| RUN-CONTROL REGISTRATION - COMMON TO EVERY BATCH JOB. THE    |
