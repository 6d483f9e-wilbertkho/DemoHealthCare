      *+---------------------------------------------------------------+
      *| HCMCSRG0                                                      |
      *| MONTHLY BATCH REPORT - CONTROLLED-SUBSTANCE REGISTER. LISTS   |
      *| EVERY MOVEMENT OF A DRUG ON THE DRGSCHED SCHEDULE FILE FOR    |
      *| ONE CALENDAR MONTH, DRAWN FROM THE FOUR FILES THAT RECORD     |
      *| IT, EACH IN ITS OWN SECTION:                                  |
      *|   1. ISSUED       - RXLOG ISSUANCE LOG (RL-ISSUED-DATE)       |
      *|   2. CHANGED      - RXLIFE LIFECYCLE LOG, DISCONTINUES AND    |
      *|                     REFILLS (RF-LOGGED-DATE)                  |
      *|   3. DISPENSED    - PHCONF PHARMACY CONFIRMATIONS             |
      *|                     (PC-DISPENSED-DATE)                       |
      *|   4. ADMINISTERED - RXADMIN DOSE LOG (AD-ADMIN-DATE)          |
      *| THEN QUANTITY TOTALS PER DRUG AND PER PRESCRIBER. THE DRUG,   |
      *| AMOUNT AND PRESCRIBER OF A CHANGE, DISPENSE OR DOSE COME      |
      *| FROM ITS RXACT RECORD; AN EVENT WHOSE PRESCRIPTION IS NOT ON  |
      *| RXACT CANNOT BE CLASSIFIED AND IS ONLY COUNTED. AN ISSUANCE   |
      *| OR REFILL COUNTS RA-AMOUNT, A DISPENSE PC-DISPENSED-QTY AND   |
      *| AN ADMINISTRATION ONE DOSE.                                   |
      *|                                                               |
      *| THE MONTH COMES FROM A SINGLE PARAMETER CARD ON CSRGPARM:     |
      *|   POSITIONS  1-7   REPORT MONTH (CCYY-MM), OR SPACES          |
      *| SPACES (OR NO CARD) REPORTS THE PREVIOUS CALENDAR MONTH.      |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCMCSRG0.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRGSCHED-FILE ASSIGN TO 'DRGSCHED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-DRUG-NAME
               FILE STATUS IS WS-DRGSCHED-STATUS.

           SELECT RXACT-FILE ASSIGN TO 'RXACT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-KEY
               FILE STATUS IS WS-RXACT-STATUS.

           SELECT PRSCMSTR-FILE ASSIGN TO 'PRSCMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PRESCRIBER-ID
               FILE STATUS IS WS-PRSCMSTR-STATUS.

           SELECT RXLOG-FILE ASSIGN TO 'RXLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RXLOG-STATUS.

           SELECT RXLIFE-FILE ASSIGN TO 'RXLIFE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RXLIFE-STATUS.

           SELECT PHCONF-FILE ASSIGN TO 'PHCONF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PHCONF-STATUS.

           SELECT RXADMIN-FILE ASSIGN TO 'RXADMIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RXADMIN-STATUS.

           SELECT CSRGPARM-FILE ASSIGN TO 'CSRGPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSRGPARM-STATUS.

           SELECT CSRGRPT-FILE ASSIGN TO 'CSRGRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSRGRPT-STATUS.

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
       FD  DRGSCHED-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DRGSCHED.

       FD  RXACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RXACT.

       FD  PRSCMSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PRSCMSTR.

       FD  RXLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RXLOG.

       FD  RXLIFE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RXLIFE.

       FD  PHCONF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PHCONREC.

       FD  RXADMIN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RXADMIN.

       FD  CSRGPARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  CSRGPARM-RECORD.
           03 PM-REPORT-MONTH       PIC X(07).

       FD  CSRGRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CSRGRPT-LINE             PIC X(132).

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  RUNCPARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNCPARM-RECORD.
           03 PM-BUSINESS-DATE      PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
         03 WS-DRGSCHED-STATUS    PIC X(2).
         03 WS-RXACT-STATUS       PIC X(2).
         03 WS-PRSCMSTR-STATUS    PIC X(2).
         03 WS-RXLOG-STATUS       PIC X(2).
         03 WS-RXLIFE-STATUS      PIC X(2).
         03 WS-PHCONF-STATUS      PIC X(2).
         03 WS-RXADMIN-STATUS     PIC X(2).
         03 WS-CSRGPARM-STATUS    PIC X(2).
         03 WS-CSRGRPT-STATUS     PIC X(2).

       01 WS-SWITCHES.
         03 WS-END-OF-FILE        PIC X(01) VALUE 'N'.
           88 WS-EOF              VALUE 'Y'.
         03 WS-DRGSCHED-OPEN      PIC X(01) VALUE 'N'.
           88 WS-DRGSCHED-IS-OPEN VALUE 'Y'.
         03 WS-RXACT-OPEN         PIC X(01) VALUE 'N'.
           88 WS-RXACT-IS-OPEN    VALUE 'Y'.
         03 WS-PRSCMSTR-OPEN      PIC X(01) VALUE 'N'.
           88 WS-PRSCMSTR-IS-OPEN VALUE 'Y'.
         03 WS-RX-ON-FILE         PIC X(01).
           88 WS-RX-FOUND         VALUE 'Y'.
           88 WS-RX-NOT-FOUND     VALUE 'N'.

       01 WS-COUNTS.
         03 WS-ISSUED-COUNT       PIC 9(07) VALUE ZEROES.
         03 WS-CHANGED-COUNT      PIC 9(07) VALUE ZEROES.
         03 WS-DISPENSED-COUNT    PIC 9(07) VALUE ZEROES.
         03 WS-ADMIN-COUNT        PIC 9(07) VALUE ZEROES.
         03 WS-NO-RXACT-COUNT     PIC 9(07) VALUE ZEROES.

      *    THE MONTH BEING REPORTED, AS CCYY-MM - COMPARED AGAINST THE
      *    FIRST SEVEN BYTES OF EACH LOG'S CCYY-MM-DD EVENT DATE.
       01 WS-REPORT-MONTH         PIC X(07).
       01 WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
         03 WS-RM-CCYY            PIC 9(04).
         03 WS-RM-DASH            PIC X(01).
         03 WS-RM-MM              PIC 9(02).

      *    ONE EVENT, STAGED BY WHICHEVER PASS FOUND IT, FOR THE
      *    COMMON SCHEDULE CHECK, DETAIL LINE AND TOTALS (5000).
       01 WS-EVENT-WORK.
         03 WS-EV-TYPE            PIC X(12).
         03 WS-EV-DATE            PIC X(10).
         03 WS-EV-PATIENT-ID      PIC 9(10).
         03 WS-EV-RX-ID           PIC 9(10).
         03 WS-EV-DRUG-NAME       PIC X(50).
         03 WS-EV-PRESCRIBER-ID   PIC X(10).
         03 WS-EV-QTY             PIC 9(05).
         03 WS-EV-BY              PIC X(10).
         03 WS-EV-COLUMN          PIC X(01).
           88 WS-EV-COL-ISSUED    VALUE 'I'.
           88 WS-EV-COL-REFILLED  VALUE 'R'.
           88 WS-EV-COL-DISPENSED VALUE 'D'.
           88 WS-EV-COL-ADMIN     VALUE 'A'.
           88 WS-EV-COL-NONE      VALUE 'N'.
         03 WS-EV-SCHEDULE        PIC X(01).

       01 WS-TALLY-ID             PIC X(10).

      *    PER-DRUG TOTALS. ONLY SCHEDULED DRUGS ARE TALLIED, SO THE
      *    TABLE STAYS WELL INSIDE THE DRGSCHED FILE'S OWN SIZE.
       01 WS-DRUG-TOTAL-TABLE.
         03 WS-DRUG-COUNT         PIC 9(03) VALUE 0.
         03 WS-DRUG-ENTRY OCCURS 0 TO 500 TIMES
                           DEPENDING ON WS-DRUG-COUNT
                           INDEXED BY WS-DRUG-IDX.
           05 WS-DT-DRUG-NAME     PIC X(50).
           05 WS-DT-SCHEDULE      PIC X(01).
           05 WS-DT-ISSUED        PIC 9(07).
           05 WS-DT-REFILLED      PIC 9(07).
           05 WS-DT-DISPENSED     PIC 9(07).
           05 WS-DT-ADMIN         PIC 9(07).

      *    PER-PRESCRIBER TOTALS - SAME SIZING AS THE HCMPRSA0
      *    PRESCRIBER TALLY.
       01 WS-PRESCRIBER-TOTAL-TABLE.
         03 WS-PRS-COUNT          PIC 9(03) VALUE 0.
         03 WS-PRS-ENTRY OCCURS 0 TO 100 TIMES
                          DEPENDING ON WS-PRS-COUNT
                          INDEXED BY WS-PRS-IDX.
           05 WS-PT-PRESCRIBER    PIC X(10).
           05 WS-PT-ISSUED        PIC 9(07).
           05 WS-PT-REFILLED      PIC 9(07).
           05 WS-PT-DISPENSED     PIC 9(07).
           05 WS-PT-ADMIN         PIC 9(07).

       01 WS-DATE-TIME-WORK.
         03 WS-CURRENT-DATE-AND-TIME PIC X(21).
         03 WS-CDT-R REDEFINES WS-CURRENT-DATE-AND-TIME.
           05 WS-CURR-CCYY       PIC 9(04).
           05 WS-CURR-MM         PIC 9(02).
           05 WS-CURR-DD         PIC 9(02).
           05 FILLER             PIC X(13).

       01 WS-HEADING-1.
         03 FILLER                PIC X(48) VALUE
             'DEMO HEALTH CARE - CONTROLLED-SUBSTANCE REGISTER'.
       01 WS-HEADING-2.
         03 FILLER                PIC X(13) VALUE 'REPORT MONTH '.
         03 WH-REPORT-MONTH       PIC X(07).
       01 WS-SECTION-HEADING.
         03 FILLER                PIC X(08) VALUE '*** '.
         03 WH-SECTION-NAME       PIC X(40).
       01 WS-HEADING-3.
         03 FILLER                PIC X(12) VALUE 'EVENT'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(10) VALUE 'DATE'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(10) VALUE 'PATIENT ID'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(10) VALUE 'RX ID'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(36) VALUE 'DRUG'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(03) VALUE 'SCH'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(10) VALUE 'PRESCRIBER'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(06) VALUE 'QTY'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(10) VALUE 'BY'.

       01 WS-DETAIL-LINE.
         03 WD-EVENT              PIC X(12).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-DATE               PIC X(10).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-PATIENT-ID         PIC Z(9)9.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-RX-ID              PIC Z(9)9.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-DRUG-NAME          PIC X(36).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(01) VALUE SPACES.
         03 WD-SCHEDULE           PIC X(01).
         03 FILLER                PIC X(01) VALUE SPACES.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-PRESCRIBER-ID      PIC X(10).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-QTY                PIC ZZ,ZZ9.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-BY                 PIC X(10).

       01 WS-DRUG-HEADING.
         03 FILLER                PIC X(36) VALUE 'DRUG'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(03) VALUE 'SCH'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(07) VALUE ' ISSUED'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(08) VALUE 'REFILLED'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(09) VALUE 'DISPENSED'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(07) VALUE '  DOSES'.

       01 WS-DRUG-LINE.
         03 WT-DRUG-NAME          PIC X(36).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(01) VALUE SPACES.
         03 WT-SCHEDULE           PIC X(01).
         03 FILLER                PIC X(01) VALUE SPACES.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WT-ISSUED             PIC ZZZ,ZZ9.
         03 FILLER                PIC X(03) VALUE SPACES.
         03 WT-REFILLED           PIC ZZZ,ZZ9.
         03 FILLER                PIC X(04) VALUE SPACES.
         03 WT-DISPENSED          PIC ZZZ,ZZ9.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WT-ADMIN              PIC ZZZ,ZZ9.

       01 WS-PRESCRIBER-HEADING.
         03 FILLER                PIC X(10) VALUE 'PRESCRIBER'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(30) VALUE 'NAME'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(12) VALUE 'DEA NUMBER'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(07) VALUE ' ISSUED'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(08) VALUE 'REFILLED'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(09) VALUE 'DISPENSED'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(07) VALUE '  DOSES'.

       01 WS-PRESCRIBER-LINE.
         03 WP-PRESCRIBER-ID      PIC X(10).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WP-NAME               PIC X(30).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WP-DEA-NUMBER         PIC X(12).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WP-ISSUED             PIC ZZZ,ZZ9.
         03 FILLER                PIC X(03) VALUE SPACES.
         03 WP-REFILLED           PIC ZZZ,ZZ9.
         03 FILLER                PIC X(04) VALUE SPACES.
         03 WP-DISPENSED          PIC ZZZ,ZZ9.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WP-ADMIN              PIC ZZZ,ZZ9.

       01 WS-SUMMARY-LINE-1.
         03 FILLER                PIC X(28) VALUE
             'SCHEDULED ISSUANCES:        '.
         03 WS-ISSUED-OUT         PIC ZZZ,ZZ9.
       01 WS-SUMMARY-LINE-2.
         03 FILLER                PIC X(28) VALUE
             'SCHEDULED LIFECYCLE CHANGES:'.
         03 WS-CHANGED-OUT        PIC ZZZ,ZZ9.
       01 WS-SUMMARY-LINE-3.
         03 FILLER                PIC X(28) VALUE
             'SCHEDULED DISPENSES:        '.
         03 WS-DISPENSED-OUT      PIC ZZZ,ZZ9.
       01 WS-SUMMARY-LINE-4.
         03 FILLER                PIC X(28) VALUE
             'SCHEDULED ADMINISTRATIONS:  '.
         03 WS-ADMIN-OUT          PIC ZZZ,ZZ9.
       01 WS-SUMMARY-LINE-5.
         03 FILLER                PIC X(28) VALUE
             'EVENTS WITH NO RXACT RECORD:'.
         03 WS-NO-RXACT-OUT       PIC ZZZ,ZZ9.


      *    RUN-CONTROL REGISTRATION (SEE THE RUNCTL COPYBOOK): THE
      *    JOB STAMPS ITS START ON RUNCTL AND REFUSES TO RUN WHEN
      *    WS-RC-PREDECESSOR HAS NOT COMPLETED FOR THE BUSINESS DATE.
       01 WS-RUN-CONTROL-WORK.
         03 WS-RUNCTL-STATUS     PIC X(02).
         03 WS-RUNCPARM-STATUS   PIC X(02).
         03 WS-RC-JOB-NAME       PIC X(08) VALUE 'HCMCSRG0'.
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
           PERFORM 1000-LIST-ISSUANCES
           PERFORM 2000-LIST-LIFECYCLE-CHANGES
           PERFORM 3000-LIST-DISPENSES
           PERFORM 4000-LIST-ADMINISTRATIONS
           PERFORM 6000-PRINT-DRUG-TOTALS
           PERFORM 6500-PRINT-PRESCRIBER-TOTALS
           PERFORM 0900-FINALIZE
           PERFORM 7900-MARK-RUN-COMPLETE
           STOP RUN
           .

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           PERFORM 0110-READ-REPORT-MONTH-PARM

           OPEN OUTPUT CSRGRPT-FILE
           MOVE WS-REPORT-MONTH TO WH-REPORT-MONTH
           WRITE CSRGRPT-LINE FROM WS-HEADING-1
           WRITE CSRGRPT-LINE FROM WS-HEADING-2

           OPEN INPUT DRGSCHED-FILE
           IF WS-DRGSCHED-STATUS = '35'
             MOVE 'N' TO WS-DRGSCHED-OPEN
           ELSE
             SET WS-DRGSCHED-IS-OPEN TO TRUE
           END-IF

           OPEN INPUT RXACT-FILE
           IF WS-RXACT-STATUS = '35'
             MOVE 'N' TO WS-RXACT-OPEN
           ELSE
             SET WS-RXACT-IS-OPEN TO TRUE
           END-IF

           OPEN INPUT PRSCMSTR-FILE
           IF WS-PRSCMSTR-STATUS = '35'
             MOVE 'N' TO WS-PRSCMSTR-OPEN
           ELSE
             SET WS-PRSCMSTR-IS-OPEN TO TRUE
           END-IF
           .

      *    NO CARD, OR A BLANK ONE, MEANS LAST MONTH - THE JOB IS
      *    SCHEDULED EARLY IN THE MONTH FOR THE MONTH JUST CLOSED.
       0110-READ-REPORT-MONTH-PARM.
           MOVE SPACES TO WS-REPORT-MONTH
           OPEN INPUT CSRGPARM-FILE
           IF WS-CSRGPARM-STATUS NOT = '35'
             READ CSRGPARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE PM-REPORT-MONTH TO WS-REPORT-MONTH
             END-READ
             CLOSE CSRGPARM-FILE
           END-IF
           IF WS-REPORT-MONTH = SPACES
             IF WS-CURR-MM = 1
               COMPUTE WS-RM-CCYY = WS-CURR-CCYY - 1
               MOVE 12 TO WS-RM-MM
             ELSE
               MOVE WS-CURR-CCYY TO WS-RM-CCYY
               COMPUTE WS-RM-MM = WS-CURR-MM - 1
             END-IF
             MOVE '-' TO WS-RM-DASH
           END-IF
           .

      *+---------------------------------------------------------------+
      *| SECTION 1 - ISSUANCES. RXLOG CARRIES THE DRUG AND PRESCRIBER |
      *| ITSELF; RXACT IS READ ONLY FOR THE PRESCRIBED AMOUNT.        |
      *+---------------------------------------------------------------+
       1000-LIST-ISSUANCES.
           MOVE 'ISSUED (RXLOG)' TO WH-SECTION-NAME
           PERFORM 8500-WRITE-SECTION-HEADING
           OPEN INPUT RXLOG-FILE
           IF WS-RXLOG-STATUS = '35'
             CLOSE RXLOG-FILE
           ELSE
             MOVE 'N' TO WS-END-OF-FILE
             PERFORM UNTIL WS-EOF
               READ RXLOG-FILE
                 AT END
                   SET WS-EOF TO TRUE
                 NOT AT END
                   IF RL-ISSUED-DATE(1:7) = WS-REPORT-MONTH
                     PERFORM 1100-STAGE-ONE-ISSUANCE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE RXLOG-FILE
           END-IF
           .

       1100-STAGE-ONE-ISSUANCE.
           MOVE 'ISSUED'           TO WS-EV-TYPE
           MOVE RL-ISSUED-DATE     TO WS-EV-DATE
           MOVE RL-PATIENT-ID      TO WS-EV-PATIENT-ID
           MOVE RL-PRESCRIPTION-ID TO WS-EV-RX-ID
           MOVE RL-DRUG-NAME       TO WS-EV-DRUG-NAME
           MOVE RL-PRESCRIBER-ID   TO WS-EV-PRESCRIBER-ID
           MOVE SPACES             TO WS-EV-BY
           SET WS-EV-COL-ISSUED TO TRUE
           PERFORM 8200-READ-RXACT-FOR-EVENT
           IF WS-RX-FOUND
             MOVE RA-AMOUNT TO WS-EV-QTY
           ELSE
             MOVE ZEROES TO WS-EV-QTY
           END-IF
           PERFORM 5000-RECORD-IF-SCHEDULED
           IF WS-EV-SCHEDULE NOT = SPACE
             ADD 1 TO WS-ISSUED-COUNT
           END-IF
           .

      *+---------------------------------------------------------------+
      *| SECTION 2 - LIFECYCLE CHANGES. A REFILL AUTHORIZES ANOTHER   |
      *| RA-AMOUNT; A DISCONTINUE IS LISTED WITH NO QUANTITY.         |
      *+---------------------------------------------------------------+
       2000-LIST-LIFECYCLE-CHANGES.
           MOVE 'CHANGED (RXLIFE)' TO WH-SECTION-NAME
           PERFORM 8500-WRITE-SECTION-HEADING
           OPEN INPUT RXLIFE-FILE
           IF WS-RXLIFE-STATUS = '35'
             CLOSE RXLIFE-FILE
           ELSE
             MOVE 'N' TO WS-END-OF-FILE
             PERFORM UNTIL WS-EOF
               READ RXLIFE-FILE
                 AT END
                   SET WS-EOF TO TRUE
                 NOT AT END
                   IF RF-LOGGED-DATE(1:7) = WS-REPORT-MONTH
                     PERFORM 2100-STAGE-ONE-CHANGE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE RXLIFE-FILE
           END-IF
           .

       2100-STAGE-ONE-CHANGE.
           MOVE RF-LOGGED-DATE     TO WS-EV-DATE
           MOVE RF-PATIENT-ID      TO WS-EV-PATIENT-ID
           MOVE RF-PRESCRIPTION-ID TO WS-EV-RX-ID
           MOVE SPACES             TO WS-EV-BY
           IF RF-ACTION-REFILL
             MOVE 'REFILLED'  TO WS-EV-TYPE
             SET WS-EV-COL-REFILLED TO TRUE
           ELSE
             MOVE 'DISCONTINUE' TO WS-EV-TYPE
             SET WS-EV-COL-NONE TO TRUE
           END-IF
           PERFORM 8200-READ-RXACT-FOR-EVENT
           IF WS-RX-FOUND
             MOVE RA-DRUG-NAME     TO WS-EV-DRUG-NAME
             MOVE RA-PRESCRIBER-ID TO WS-EV-PRESCRIBER-ID
             IF WS-EV-COL-REFILLED
               MOVE RA-AMOUNT TO WS-EV-QTY
             ELSE
               MOVE ZEROES TO WS-EV-QTY
             END-IF
             PERFORM 5000-RECORD-IF-SCHEDULED
             IF WS-EV-SCHEDULE NOT = SPACE
               ADD 1 TO WS-CHANGED-COUNT
             END-IF
           ELSE
             ADD 1 TO WS-NO-RXACT-COUNT
           END-IF
           .

      *+---------------------------------------------------------------+
      *| SECTION 3 - DISPENSES CONFIRMED BY THE PHARMACY SYSTEM.      |
      *+---------------------------------------------------------------+
       3000-LIST-DISPENSES.
           MOVE 'DISPENSED (PHCONF)' TO WH-SECTION-NAME
           PERFORM 8500-WRITE-SECTION-HEADING
           OPEN INPUT PHCONF-FILE
           IF WS-PHCONF-STATUS = '35'
             CLOSE PHCONF-FILE
           ELSE
             MOVE 'N' TO WS-END-OF-FILE
             PERFORM UNTIL WS-EOF
               READ PHCONF-FILE
                 AT END
                   SET WS-EOF TO TRUE
                 NOT AT END
                   IF PC-DISPENSED-DATE(1:7) = WS-REPORT-MONTH
                     PERFORM 3100-STAGE-ONE-DISPENSE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PHCONF-FILE
           END-IF
           .

       3100-STAGE-ONE-DISPENSE.
           MOVE 'DISPENSED'        TO WS-EV-TYPE
           MOVE PC-DISPENSED-DATE  TO WS-EV-DATE
           MOVE PC-PATIENT-ID      TO WS-EV-PATIENT-ID
           MOVE PC-PRESCRIPTION-ID TO WS-EV-RX-ID
           MOVE PC-DISPENSED-QTY   TO WS-EV-QTY
           MOVE 'PHARMACY'         TO WS-EV-BY
           SET WS-EV-COL-DISPENSED TO TRUE
           PERFORM 8200-READ-RXACT-FOR-EVENT
           IF WS-RX-FOUND
             MOVE RA-DRUG-NAME     TO WS-EV-DRUG-NAME
             MOVE RA-PRESCRIBER-ID TO WS-EV-PRESCRIBER-ID
             PERFORM 5000-RECORD-IF-SCHEDULED
             IF WS-EV-SCHEDULE NOT = SPACE
               ADD 1 TO WS-DISPENSED-COUNT
             END-IF
           ELSE
             ADD 1 TO WS-NO-RXACT-COUNT
           END-IF
           .

      *+---------------------------------------------------------------+
      *| SECTION 4 - DOSES ADMINISTERED (01AADM), ONE DOSE EACH.      |
      *+---------------------------------------------------------------+
       4000-LIST-ADMINISTRATIONS.
           MOVE 'ADMINISTERED (RXADMIN)' TO WH-SECTION-NAME
           PERFORM 8500-WRITE-SECTION-HEADING
           OPEN INPUT RXADMIN-FILE
           IF WS-RXADMIN-STATUS = '35'
             CLOSE RXADMIN-FILE
           ELSE
             MOVE 'N' TO WS-END-OF-FILE
             PERFORM UNTIL WS-EOF
               READ RXADMIN-FILE
                 AT END
                   SET WS-EOF TO TRUE
                 NOT AT END
                   IF AD-ADMIN-DATE(1:7) = WS-REPORT-MONTH
                     PERFORM 4100-STAGE-ONE-ADMINISTRATION
                   END-IF
               END-READ
             END-PERFORM
             CLOSE RXADMIN-FILE
           END-IF
           .

       4100-STAGE-ONE-ADMINISTRATION.
           MOVE 'ADMINISTERED'     TO WS-EV-TYPE
           MOVE AD-ADMIN-DATE      TO WS-EV-DATE
           MOVE AD-PATIENT-ID      TO WS-EV-PATIENT-ID
           MOVE AD-PRESCRIPTION-ID TO WS-EV-RX-ID
           MOVE 1                  TO WS-EV-QTY
           MOVE AD-ADMIN-USERID    TO WS-EV-BY
           SET WS-EV-COL-ADMIN TO TRUE
           PERFORM 8200-READ-RXACT-FOR-EVENT
           IF WS-RX-FOUND
             MOVE RA-DRUG-NAME     TO WS-EV-DRUG-NAME
             MOVE RA-PRESCRIBER-ID TO WS-EV-PRESCRIBER-ID
             PERFORM 5000-RECORD-IF-SCHEDULED
             IF WS-EV-SCHEDULE NOT = SPACE
               ADD 1 TO WS-ADMIN-COUNT
             END-IF
           ELSE
             ADD 1 TO WS-NO-RXACT-COUNT
           END-IF
           .

      *+---------------------------------------------------------------+
      *| COMMON TO ALL FOUR SECTIONS - LOOK THE STAGED EVENT'S DRUG   |
      *| UP ON DRGSCHED; A SCHEDULED DRUG GETS ITS DETAIL LINE AND     |
      *| ITS QUANTITY ADDED TO THE DRUG AND PRESCRIBER TOTALS.        |
      *| WS-EV-SCHEDULE COMES BACK SPACE FOR AN UNCONTROLLED DRUG.    |
      *+---------------------------------------------------------------+
       5000-RECORD-IF-SCHEDULED.
           MOVE SPACE TO WS-EV-SCHEDULE
           IF WS-DRGSCHED-IS-OPEN
             MOVE WS-EV-DRUG-NAME TO DS-DRUG-NAME
             READ DRGSCHED-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF DS-SCHEDULED
                   MOVE DS-SCHEDULE TO WS-EV-SCHEDULE
                 END-IF
             END-READ
           END-IF
           IF WS-EV-SCHEDULE NOT = SPACE
             PERFORM 5100-WRITE-EVENT-LINE
             PERFORM 5200-ADD-TO-DRUG-TOTALS
             PERFORM 5300-ADD-TO-PRESCRIBER-TOTALS
           END-IF
           .

       5100-WRITE-EVENT-LINE.
           MOVE WS-EV-TYPE          TO WD-EVENT
           MOVE WS-EV-DATE          TO WD-DATE
           MOVE WS-EV-PATIENT-ID    TO WD-PATIENT-ID
           MOVE WS-EV-RX-ID         TO WD-RX-ID
           MOVE WS-EV-DRUG-NAME     TO WD-DRUG-NAME
           MOVE WS-EV-SCHEDULE      TO WD-SCHEDULE
           MOVE WS-EV-PRESCRIBER-ID TO WD-PRESCRIBER-ID
           MOVE WS-EV-QTY           TO WD-QTY
           MOVE WS-EV-BY            TO WD-BY
           WRITE CSRGRPT-LINE FROM WS-DETAIL-LINE
           .

       5200-ADD-TO-DRUG-TOTALS.
           SET WS-DRUG-IDX TO 1
           SEARCH WS-DRUG-ENTRY
             AT END
               IF WS-DRUG-COUNT < 500
                 ADD 1 TO WS-DRUG-COUNT
                 MOVE WS-EV-DRUG-NAME
                   TO WS-DT-DRUG-NAME(WS-DRUG-COUNT)
                 MOVE WS-EV-SCHEDULE
                   TO WS-DT-SCHEDULE(WS-DRUG-COUNT)
                 MOVE ZEROES TO WS-DT-ISSUED(WS-DRUG-COUNT)
                 MOVE ZEROES TO WS-DT-REFILLED(WS-DRUG-COUNT)
                 MOVE ZEROES TO WS-DT-DISPENSED(WS-DRUG-COUNT)
                 MOVE ZEROES TO WS-DT-ADMIN(WS-DRUG-COUNT)
                 SET WS-DRUG-IDX TO WS-DRUG-COUNT
                 PERFORM 5210-ACCUMULATE-DRUG
               ELSE
                 DISPLAY 'HCMCSRG0 - MORE THAN 500 DISTINCT '
                     'SCHEDULED DRUGS, TOTALS TRUNCATED'
               END-IF
             WHEN WS-DT-DRUG-NAME(WS-DRUG-IDX) = WS-EV-DRUG-NAME
               PERFORM 5210-ACCUMULATE-DRUG
           END-SEARCH
           .

       5210-ACCUMULATE-DRUG.
           EVALUATE TRUE
             WHEN WS-EV-COL-ISSUED
               ADD WS-EV-QTY TO WS-DT-ISSUED(WS-DRUG-IDX)
             WHEN WS-EV-COL-REFILLED
               ADD WS-EV-QTY TO WS-DT-REFILLED(WS-DRUG-IDX)
             WHEN WS-EV-COL-DISPENSED
               ADD WS-EV-QTY TO WS-DT-DISPENSED(WS-DRUG-IDX)
             WHEN WS-EV-COL-ADMIN
               ADD WS-EV-QTY TO WS-DT-ADMIN(WS-DRUG-IDX)
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      *    RECORDS WRITTEN BEFORE PRESCRIBER ATTRIBUTION EXISTED
      *    TALLY UNDER 'UNKNOWN', AS IN HCMPRSA0.
       5300-ADD-TO-PRESCRIBER-TOTALS.
           IF WS-EV-PRESCRIBER-ID = SPACES
             MOVE 'UNKNOWN   ' TO WS-TALLY-ID
           ELSE
             MOVE WS-EV-PRESCRIBER-ID TO WS-TALLY-ID
           END-IF

           SET WS-PRS-IDX TO 1
           SEARCH WS-PRS-ENTRY
             AT END
               IF WS-PRS-COUNT < 100
                 ADD 1 TO WS-PRS-COUNT
                 MOVE WS-TALLY-ID TO WS-PT-PRESCRIBER(WS-PRS-COUNT)
                 MOVE ZEROES TO WS-PT-ISSUED(WS-PRS-COUNT)
                 MOVE ZEROES TO WS-PT-REFILLED(WS-PRS-COUNT)
                 MOVE ZEROES TO WS-PT-DISPENSED(WS-PRS-COUNT)
                 MOVE ZEROES TO WS-PT-ADMIN(WS-PRS-COUNT)
                 SET WS-PRS-IDX TO WS-PRS-COUNT
                 PERFORM 5310-ACCUMULATE-PRESCRIBER
               ELSE
                 DISPLAY 'HCMCSRG0 - MORE THAN 100 DISTINCT '
                     'PRESCRIBERS, TOTALS TRUNCATED'
               END-IF
             WHEN WS-PT-PRESCRIBER(WS-PRS-IDX) = WS-TALLY-ID
               PERFORM 5310-ACCUMULATE-PRESCRIBER
           END-SEARCH
           .

       5310-ACCUMULATE-PRESCRIBER.
           EVALUATE TRUE
             WHEN WS-EV-COL-ISSUED
               ADD WS-EV-QTY TO WS-PT-ISSUED(WS-PRS-IDX)
             WHEN WS-EV-COL-REFILLED
               ADD WS-EV-QTY TO WS-PT-REFILLED(WS-PRS-IDX)
             WHEN WS-EV-COL-DISPENSED
               ADD WS-EV-QTY TO WS-PT-DISPENSED(WS-PRS-IDX)
             WHEN WS-EV-COL-ADMIN
               ADD WS-EV-QTY TO WS-PT-ADMIN(WS-PRS-IDX)
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       6000-PRINT-DRUG-TOTALS.
           MOVE 'QUANTITY TOTALS BY DRUG' TO WH-SECTION-NAME
           WRITE CSRGRPT-LINE FROM SPACES
           WRITE CSRGRPT-LINE FROM WS-SECTION-HEADING
           WRITE CSRGRPT-LINE FROM WS-DRUG-HEADING
           PERFORM VARYING WS-DRUG-IDX FROM 1 BY 1
               UNTIL WS-DRUG-IDX > WS-DRUG-COUNT
             MOVE WS-DT-DRUG-NAME(WS-DRUG-IDX)  TO WT-DRUG-NAME
             MOVE WS-DT-SCHEDULE(WS-DRUG-IDX)   TO WT-SCHEDULE
             MOVE WS-DT-ISSUED(WS-DRUG-IDX)     TO WT-ISSUED
             MOVE WS-DT-REFILLED(WS-DRUG-IDX)   TO WT-REFILLED
             MOVE WS-DT-DISPENSED(WS-DRUG-IDX)  TO WT-DISPENSED
             MOVE WS-DT-ADMIN(WS-DRUG-IDX)      TO WT-ADMIN
             WRITE CSRGRPT-LINE FROM WS-DRUG-LINE
           END-PERFORM
           .

       6500-PRINT-PRESCRIBER-TOTALS.
           MOVE 'QUANTITY TOTALS BY PRESCRIBER' TO WH-SECTION-NAME
           WRITE CSRGRPT-LINE FROM SPACES
           WRITE CSRGRPT-LINE FROM WS-SECTION-HEADING
           WRITE CSRGRPT-LINE FROM WS-PRESCRIBER-HEADING
           PERFORM VARYING WS-PRS-IDX FROM 1 BY 1
               UNTIL WS-PRS-IDX > WS-PRS-COUNT
             PERFORM 6510-PRINT-ONE-PRESCRIBER
           END-PERFORM
           .

       6510-PRINT-ONE-PRESCRIBER.
           MOVE WS-PT-PRESCRIBER(WS-PRS-IDX) TO WP-PRESCRIBER-ID
           MOVE '(NOT ON PRESCRIBER MASTER)' TO WP-NAME
           MOVE SPACES TO WP-DEA-NUMBER
           IF WS-PRSCMSTR-IS-OPEN
             MOVE WS-PT-PRESCRIBER(WS-PRS-IDX) TO PR-PRESCRIBER-ID
             READ PRSCMSTR-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE PR-NAME       TO WP-NAME
                 MOVE PR-DEA-NUMBER TO WP-DEA-NUMBER
             END-READ
           END-IF
           MOVE WS-PT-ISSUED(WS-PRS-IDX)    TO WP-ISSUED
           MOVE WS-PT-REFILLED(WS-PRS-IDX)  TO WP-REFILLED
           MOVE WS-PT-DISPENSED(WS-PRS-IDX) TO WP-DISPENSED
           MOVE WS-PT-ADMIN(WS-PRS-IDX)     TO WP-ADMIN
           WRITE CSRGRPT-LINE FROM WS-PRESCRIBER-LINE
           .

       8200-READ-RXACT-FOR-EVENT.
           SET WS-RX-NOT-FOUND TO TRUE
           IF WS-RXACT-IS-OPEN
             MOVE WS-EV-PATIENT-ID TO RA-PATIENT-ID
             MOVE WS-EV-RX-ID      TO RA-PRESCRIPTION-ID
             READ RXACT-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 SET WS-RX-FOUND TO TRUE
             END-READ
           END-IF
           .

       8500-WRITE-SECTION-HEADING.
           WRITE CSRGRPT-LINE FROM SPACES
           WRITE CSRGRPT-LINE FROM WS-SECTION-HEADING
           WRITE CSRGRPT-LINE FROM WS-HEADING-3
           .

       0900-FINALIZE.
           MOVE WS-ISSUED-COUNT    TO WS-ISSUED-OUT
           MOVE WS-CHANGED-COUNT   TO WS-CHANGED-OUT
           MOVE WS-DISPENSED-COUNT TO WS-DISPENSED-OUT
           MOVE WS-ADMIN-COUNT     TO WS-ADMIN-OUT
           MOVE WS-NO-RXACT-COUNT  TO WS-NO-RXACT-OUT
           WRITE CSRGRPT-LINE FROM SPACES
           WRITE CSRGRPT-LINE FROM WS-SUMMARY-LINE-1
           WRITE CSRGRPT-LINE FROM WS-SUMMARY-LINE-2
           WRITE CSRGRPT-LINE FROM WS-SUMMARY-LINE-3
           WRITE CSRGRPT-LINE FROM WS-SUMMARY-LINE-4
           WRITE CSRGRPT-LINE FROM WS-SUMMARY-LINE-5
           CLOSE CSRGRPT-FILE
           IF WS-DRGSCHED-IS-OPEN
             CLOSE DRGSCHED-FILE
           END-IF
           IF WS-RXACT-IS-OPEN
             CLOSE RXACT-FILE
           END-IF
           IF WS-PRSCMSTR-IS-OPEN
             CLOSE PRSCMSTR-FILE
           END-IF

           DISPLAY 'HCMCSRG0 MONTH          : ' WS-REPORT-MONTH
           DISPLAY 'HCMCSRG0 ISSUED         : ' WS-ISSUED-COUNT
           DISPLAY 'HCMCSRG0 CHANGED        : ' WS-CHANGED-COUNT
           DISPLAY 'HCMCSRG0 DISPENSED      : ' WS-DISPENSED-COUNT
           DISPLAY 'HCMCSRG0 ADMINISTERED   : ' WS-ADMIN-COUNT
           DISPLAY 'HCMCSRG0 NO RXACT RECORD: ' WS-NO-RXACT-COUNT
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
