      *+---------------------------------------------------------------+
      *| HCMAGER0                                                      |
      *| WEEKLY BATCH JOB - ACCOUNTS-RECEIVABLE AGING REPORT. AGES     |
      *| EVERY CHARGE ON THE PATLEDGR PATIENT ACCOUNT LEDGER THAT      |
      *| STILL CARRIES A BALANCE BY DAYS FROM ITS SERVICE DATE TO THE  |
      *| AS-OF DATE, INTO 0-30, 31-60, 61-90 AND OVER-90 DAY BUCKETS.  |
      *|                                                               |
      *| THE REPORT IS IN TWO SECTIONS, INSURED THEN SELF-PAY, SPLIT   |
      *| ON THE CARD THE CHARGE WAS BILLED TO (HCMBILX0'S ROUTING).    |
      *| THE INSURED SECTION HAS ONE LINE PER PATIENT AND CARD, SO     |
      *| EACH INSURER'S BALANCES CAN BE WORKED CARD BY CARD; THE       |
      *| SELF-PAY SECTION ONE LINE PER PATIENT. A LINE CARRYING A      |
      *| DENIED CHARGE IS FLAGGED FOR APPEAL OR REBILLING, AND ONE     |
      *| CARRYING A CHARGE HCMBILX0 IS STILL HOLDING FOR WANT OF A     |
      *| DIAGNOSIS IS FLAGGED HELD - IT HAS NOT BEEN BILLED. EACH      |
      *| SECTION IS TOTALLED, THEN THE LEDGER AS A WHOLE.              |
      *|                                                               |
      *| THE AS-OF DATE COMES FROM THE AGERPARM CARD (CCYY-MM-DD) AND  |
      *| DEFAULTS TO TODAY WHEN THE CARD IS ABSENT OR BLANK.           |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCMAGER0.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATLEDGR-FILE ASSIGN TO 'PATLEDGR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-PATLEDGR-STATUS.

           SELECT PATMSTR-FILE ASSIGN TO 'PATMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PATIENT-ID
               ALTERNATE RECORD KEY IS PM-INS-CARD-NUM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PM-LAST-NAME-DOB
                   WITH DUPLICATES
               FILE STATUS IS WS-PATMSTR-STATUS.

           SELECT AGERPARM-FILE ASSIGN TO 'AGERPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGERPARM-STATUS.

           SELECT AGERRPT-FILE ASSIGN TO 'AGERRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGERRPT-STATUS.

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
       FD  PATLEDGR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PATLEDGR.

       FD  PATMSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PATMSTR.

       FD  AGERPARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGERPARM-RECORD.
           03 PM-AS-OF-DATE         PIC X(10).

       FD  AGERRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGERRPT-LINE             PIC X(132).

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  RUNCPARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNCPARM-RECORD.
           03 PM-BUSINESS-DATE      PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
         03 WS-PATLEDGR-STATUS    PIC X(2).
         03 WS-PATMSTR-STATUS     PIC X(2).
         03 WS-AGERPARM-STATUS    PIC X(2).
         03 WS-AGERRPT-STATUS     PIC X(2).

       01 WS-SWITCHES.
         03 WS-END-OF-FILE        PIC X(01) VALUE 'N'.
           88 WS-EOF              VALUE 'Y'.
         03 WS-PATLEDGR-OPEN      PIC X(01) VALUE 'N'.
           88 WS-PATLEDGR-IS-OPEN VALUE 'Y'.
         03 WS-PATMSTR-OPEN       PIC X(01) VALUE 'N'.
           88 WS-PATMSTR-IS-OPEN  VALUE 'Y'.
      *    WHICH SECTION THE CURRENT PASS OF THE LEDGER IS BUILDING.
         03 WS-SECTION-SW         PIC X(01).
           88 WS-SECTION-INSURED  VALUE 'I'.
           88 WS-SECTION-SELFPAY  VALUE 'S'.
         03 WS-GROUP-OPEN-SW      PIC X(01) VALUE 'N'.
           88 WS-GROUP-OPEN       VALUE 'Y'.
         03 WS-GROUP-DENIED-SW    PIC X(01) VALUE 'N'.
           88 WS-GROUP-HAS-DENIAL VALUE 'Y'.
         03 WS-GROUP-HELD-SW      PIC X(01) VALUE 'N'.
           88 WS-GROUP-HAS-HELD   VALUE 'Y'.
         03 WS-SCANNED-COUNT      PIC 9(07) VALUE ZEROES.
         03 WS-AGED-COUNT         PIC 9(07) VALUE ZEROES.

      *    THE PATIENT / CARD LINE BEING ACCUMULATED.
       01 WS-GROUP-KEY.
         03 WS-GRP-PATIENT-ID     PIC 9(10).
         03 WS-GRP-CARD           PIC X(10).

      *    BUCKETS 1-4 ARE 0-30, 31-60, 61-90 AND OVER 90 DAYS; 5 IS
      *    THE TOTAL. ONE SET EACH FOR THE LINE, THE SECTION AND THE
      *    WHOLE LEDGER.
       01 WS-AGING-TOTALS.
         03 WS-GROUP-BUCKET       PIC S9(09)V99 OCCURS 5 TIMES.
         03 WS-SECTION-BUCKET     PIC S9(09)V99 OCCURS 5 TIMES.
         03 WS-GRAND-BUCKET       PIC S9(09)V99 OCCURS 5 TIMES.
         03 WS-SECTION-LINES      PIC 9(07).
         03 WS-BKT                PIC 9(01).

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

       01 WS-DATE-COMPARE-WORK.
         03 WS-DATE-IN            PIC X(10).
         03 WS-DATE-PARTS REDEFINES WS-DATE-IN.
           05 WS-DP-CCYY          PIC 9(04).
           05 FILLER              PIC X(01).
           05 WS-DP-MM            PIC 9(02).
           05 FILLER              PIC X(01).
           05 WS-DP-DD            PIC 9(02).
         03 WS-DATE-NUM           PIC 9(08).
         03 WS-AS-OF-DATE         PIC X(10).
         03 WS-AS-OF-INT          PIC 9(08).
         03 WS-SERVICE-INT        PIC 9(08).
         03 WS-AGE-DAYS           PIC S9(07).

       01 WS-HEADING-1.
         03 FILLER                PIC X(51) VALUE
             'DEMO HEALTH CARE - ACCOUNTS RECEIVABLE AGING REPORT'.
       01 WS-HEADING-2.
         03 FILLER                PIC X(09) VALUE 'AS OF    '.
         03 WH-AS-OF-DATE         PIC X(10).
       01 WS-SECTION-HEADING.
         03 WH-SECTION-TITLE      PIC X(40).
       01 WS-HEADING-3.
         03 FILLER                PIC X(10) VALUE 'PATIENT ID'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(20) VALUE 'NAME'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(10) VALUE 'CARD'.
         03 FILLER                PIC X(14) VALUE '     0-30 DAYS'.
         03 FILLER                PIC X(14) VALUE '    31-60 DAYS'.
         03 FILLER                PIC X(14) VALUE '    61-90 DAYS'.
         03 FILLER                PIC X(14) VALUE '      OVER 90'.
         03 FILLER                PIC X(14) VALUE '     BALANCE'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(06) VALUE 'FLAG'.

       01 WS-DETAIL-LINE.
         03 WD-PATIENT-ID         PIC Z(9)9.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-NAME               PIC X(20).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-CARD               PIC X(10).
         03 WD-BUCKET             PIC ZZ,ZZZ,ZZ9.99- OCCURS 5 TIMES.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-DENIED             PIC X(06).

       01 WS-TOTAL-LINE.
         03 WT-LABEL              PIC X(44).
         03 WT-BUCKET             PIC ZZ,ZZZ,ZZ9.99- OCCURS 5 TIMES.

       01 WS-SUMMARY-LINE.
         03 WS-SUMMARY-LABEL      PIC X(28).
         03 WS-SUMMARY-OUT        PIC ZZZ,ZZ9.

      *    RUN-CONTROL REGISTRATION (SEE THE RUNCTL COPYBOOK): THE
      *    JOB STAMPS ITS START ON RUNCTL AND REFUSES TO RUN WHEN
      *    WS-RC-PREDECESSOR HAS NOT COMPLETED FOR THE BUSINESS DATE.
       01 WS-RUN-CONTROL-WORK.
         03 WS-RUNCTL-STATUS     PIC X(02).
         03 WS-RUNCPARM-STATUS   PIC X(02).
         03 WS-RC-JOB-NAME       PIC X(08) VALUE 'HCMAGER0'.
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
           IF WS-PATLEDGR-IS-OPEN
             SET WS-SECTION-INSURED TO TRUE
             MOVE 'INSURED BALANCES - BY PATIENT AND CARD'
               TO WH-SECTION-TITLE
             PERFORM 1000-AGE-ONE-SECTION
             SET WS-SECTION-SELFPAY TO TRUE
             MOVE 'SELF-PAY BALANCES - BY PATIENT'
               TO WH-SECTION-TITLE
             PERFORM 1000-AGE-ONE-SECTION
           END-IF
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
           PERFORM 0110-READ-AS-OF-PARM
           MOVE WS-AS-OF-DATE TO WS-DATE-IN
           PERFORM 8100-CONVERT-DATE-TO-NUM
           COMPUTE WS-AS-OF-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           MOVE ZEROES TO WS-AGING-TOTALS

           OPEN OUTPUT AGERRPT-FILE
           MOVE WS-AS-OF-DATE TO WH-AS-OF-DATE
           WRITE AGERRPT-LINE FROM WS-HEADING-1
           WRITE AGERRPT-LINE FROM WS-HEADING-2

           OPEN INPUT PATLEDGR-FILE
           IF WS-PATLEDGR-STATUS = '35'
             MOVE 'N' TO WS-PATLEDGR-OPEN
           ELSE
             SET WS-PATLEDGR-IS-OPEN TO TRUE
           END-IF

           OPEN INPUT PATMSTR-FILE
           IF WS-PATMSTR-STATUS = '35'
             MOVE 'N' TO WS-PATMSTR-OPEN
           ELSE
             SET WS-PATMSTR-IS-OPEN TO TRUE
           END-IF
           .

       0110-READ-AS-OF-PARM.
           MOVE SPACES TO WS-AS-OF-DATE
           OPEN INPUT AGERPARM-FILE
           IF WS-AGERPARM-STATUS NOT = '35'
             READ AGERPARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE PM-AS-OF-DATE TO WS-AS-OF-DATE
             END-READ
             CLOSE AGERPARM-FILE
           END-IF
           IF WS-AS-OF-DATE = SPACES
             MOVE WS-TODAY-TEXT TO WS-AS-OF-DATE
           END-IF
           .

      *+---------------------------------------------------------------+
      *| ONE PASS OF THE LEDGER IN KEY (PATIENT) ORDER FOR THE         |
      *| SECTION IN WS-SECTION-SW. CHARGES WITH NOTHING OWING, AND     |
      *| CHARGES BELONGING TO THE OTHER SECTION, ARE PASSED OVER.      |
      *+---------------------------------------------------------------+
       1000-AGE-ONE-SECTION.
           WRITE AGERRPT-LINE FROM SPACES
           WRITE AGERRPT-LINE FROM WS-SECTION-HEADING
           WRITE AGERRPT-LINE FROM WS-HEADING-3
           MOVE 'N' TO WS-GROUP-OPEN-SW
           MOVE 0 TO WS-SECTION-LINES
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 5
             MOVE 0 TO WS-SECTION-BUCKET(WS-BKT)
           END-PERFORM

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
                 IF WS-SECTION-INSURED
                   ADD 1 TO WS-SCANNED-COUNT
                 END-IF
                 IF PL-BALANCE NOT = 0
                   IF (WS-SECTION-INSURED
                         AND PL-INS-CARD-NUM NOT = SPACES)
                       OR (WS-SECTION-SELFPAY
                         AND PL-INS-CARD-NUM = SPACES)
                     PERFORM 1100-AGE-ONE-CHARGE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           IF WS-GROUP-OPEN
             PERFORM 1300-PRINT-GROUP-LINE
           END-IF
           PERFORM 1400-PRINT-SECTION-TOTAL
           .

       1100-AGE-ONE-CHARGE.
           IF WS-GROUP-OPEN
               AND (PL-PATIENT-ID NOT = WS-GRP-PATIENT-ID
                 OR PL-INS-CARD-NUM NOT = WS-GRP-CARD)
             PERFORM 1300-PRINT-GROUP-LINE
           END-IF
           IF NOT WS-GROUP-OPEN
             PERFORM 1200-START-GROUP
           END-IF

      *    A SERVICE DATE THAT WILL NOT CONVERT AGES AS CURRENT RATHER
      *    THAN DROPPING THE BALANCE FROM THE REPORT.
           MOVE 0 TO WS-AGE-DAYS
           MOVE PL-SERVICE-DATE TO WS-DATE-IN
           IF WS-DP-CCYY IS NUMERIC AND WS-DP-MM IS NUMERIC
               AND WS-DP-DD IS NUMERIC
             PERFORM 8100-CONVERT-DATE-TO-NUM
             COMPUTE WS-SERVICE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
             COMPUTE WS-AGE-DAYS = WS-AS-OF-INT - WS-SERVICE-INT
           END-IF
           EVALUATE TRUE
             WHEN WS-AGE-DAYS <= 30
               MOVE 1 TO WS-BKT
             WHEN WS-AGE-DAYS <= 60
               MOVE 2 TO WS-BKT
             WHEN WS-AGE-DAYS <= 90
               MOVE 3 TO WS-BKT
             WHEN OTHER
               MOVE 4 TO WS-BKT
           END-EVALUATE
           ADD PL-BALANCE TO WS-GROUP-BUCKET(WS-BKT)
           ADD PL-BALANCE TO WS-GROUP-BUCKET(5)
           IF PL-STAT-DENIED
             SET WS-GROUP-HAS-DENIAL TO TRUE
           END-IF
           IF PL-STAT-HELD
             SET WS-GROUP-HAS-HELD TO TRUE
           END-IF
           ADD 1 TO WS-AGED-COUNT
           .

       1200-START-GROUP.
           SET WS-GROUP-OPEN TO TRUE
           MOVE 'N' TO WS-GROUP-DENIED-SW
           MOVE 'N' TO WS-GROUP-HELD-SW
           MOVE PL-PATIENT-ID   TO WS-GRP-PATIENT-ID
           MOVE PL-INS-CARD-NUM TO WS-GRP-CARD
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 5
             MOVE 0 TO WS-GROUP-BUCKET(WS-BKT)
           END-PERFORM
           .

       1300-PRINT-GROUP-LINE.
           MOVE WS-GRP-PATIENT-ID TO WD-PATIENT-ID
           MOVE SPACES TO WD-NAME
           IF WS-PATMSTR-IS-OPEN
             MOVE WS-GRP-PATIENT-ID TO PM-PATIENT-ID
             READ PATMSTR-FILE
               INVALID KEY
                 MOVE '*NOT ON PATMSTR*' TO WD-NAME
               NOT INVALID KEY
                 MOVE PM-LAST-NAME TO WD-NAME
             END-READ
           END-IF
           MOVE WS-GRP-CARD TO WD-CARD
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 5
             MOVE WS-GROUP-BUCKET(WS-BKT) TO WD-BUCKET(WS-BKT)
             ADD WS-GROUP-BUCKET(WS-BKT) TO WS-SECTION-BUCKET(WS-BKT)
             ADD WS-GROUP-BUCKET(WS-BKT) TO WS-GRAND-BUCKET(WS-BKT)
           END-PERFORM
           EVALUATE TRUE
             WHEN WS-GROUP-HAS-DENIAL
               MOVE 'DENIED' TO WD-DENIED
             WHEN WS-GROUP-HAS-HELD
               MOVE 'HELD'   TO WD-DENIED
             WHEN OTHER
               MOVE SPACES   TO WD-DENIED
           END-EVALUATE
           WRITE AGERRPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-SECTION-LINES
           MOVE 'N' TO WS-GROUP-OPEN-SW
           .

       1400-PRINT-SECTION-TOTAL.
           IF WS-SECTION-INSURED
             MOVE 'TOTAL INSURED' TO WT-LABEL
           ELSE
             MOVE 'TOTAL SELF-PAY' TO WT-LABEL
           END-IF
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 5
             MOVE WS-SECTION-BUCKET(WS-BKT) TO WT-BUCKET(WS-BKT)
           END-PERFORM
           WRITE AGERRPT-LINE FROM SPACES
           WRITE AGERRPT-LINE FROM WS-TOTAL-LINE
           MOVE 'ACCOUNTS LISTED:' TO WS-SUMMARY-LABEL
           MOVE WS-SECTION-LINES TO WS-SUMMARY-OUT
           WRITE AGERRPT-LINE FROM WS-SUMMARY-LINE
           .

       8100-CONVERT-DATE-TO-NUM.
           IF WS-DATE-IN(5:1) = '-'
             COMPUTE WS-DATE-NUM =
               (WS-DP-CCYY * 10000) + (WS-DP-MM * 100) + WS-DP-DD
           ELSE
             MOVE WS-DATE-IN(1:8) TO WS-DATE-NUM
           END-IF
           .

       0900-FINALIZE.
           MOVE 'TOTAL ACCOUNTS RECEIVABLE' TO WT-LABEL
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 5
             MOVE WS-GRAND-BUCKET(WS-BKT) TO WT-BUCKET(WS-BKT)
           END-PERFORM
           WRITE AGERRPT-LINE FROM SPACES
           WRITE AGERRPT-LINE FROM WS-TOTAL-LINE
           CLOSE AGERRPT-FILE
           IF WS-PATLEDGR-IS-OPEN
             CLOSE PATLEDGR-FILE
           END-IF
           IF WS-PATMSTR-IS-OPEN
             CLOSE PATMSTR-FILE
           END-IF

           DISPLAY 'HCMAGER0 AS OF        : ' WS-AS-OF-DATE
           DISPLAY 'HCMAGER0 LEDGER READ  : ' WS-SCANNED-COUNT
           DISPLAY 'HCMAGER0 CHARGES AGED : ' WS-AGED-COUNT
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
