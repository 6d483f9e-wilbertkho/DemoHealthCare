      *+---------------------------------------------------------------+
      *| HCMJRPL0                                                      |
      *| ON-REQUEST BATCH JOB - FORWARD RECOVERY. AFTER A DAMAGED KSDS |
      *| HAS BEEN RESTORED FROM ITS BACKUP, REPLAYS THE TXNJRNL        |
      *| JOURNAL AGAINST THE RESTORED FILES SO THE WORK KEYED SINCE    |
      *| THE BACKUP IS PUT BACK WITHOUT THE CLINICS RE-KEYING IT.      |
      *| EVERY JOURNALLED REQUEST FROM THE START POINT (THE MOMENT THE |
      *| BACKUP WAS TAKEN) UP TO THE STOP POINT IS PASSED, IN SEQUENCE |
      *| ORDER, TO HCMADB02 ITSELF - CALLED IN BATCH UNDER TRANSACTION |
      *| ID 'HJRP' SO IT RUNS AS OF THE JOURNALLED DATE AND TIME AND   |
      *| KEEPS THE PRESCRIPTION ID FIRST ISSUED - SO EACH UPDATE IS    |
      *| RE-APPLIED BY THE SAME LOGIC THAT APPLIED IT THE FIRST TIME.  |
      *| THE REPORT LISTS EVERY REQUEST THAT COULD NOT BE RE-APPLIED   |
      *| (WITH THE REASON CODE HCMADB02 GAVE THIS TIME), EVERY ONE     |
      *| RE-APPLIED WITH A DIFFERENT OUTCOME, AND EVERY BREAK IN THE   |
      *| JOURNAL SEQUENCE (A JOURNAL WRITE THAT FAILED ONLINE).        |
      *| FINALLY THE RXCTL JOURNAL COUNTER IS MOVED PAST THE HIGHEST   |
      *| SEQUENCE ON THE JOURNAL, IN CASE RXCTL WAS RESTORED TOO.      |
      *| RETURN CODE 4 WHEN ANYTHING WAS LISTED, 8 FOR A BAD CARD.     |
      *|                                                               |
      *| JRPLPARM CONTROL CARD - A BLANK FIELD KEEPS THE DEFAULT:      |
      *|   COLS  1-10 START DATE CCYY-MM-DD   DEFAULT FIRST RECORD     |
      *|   COLS 11-18 START TIME HH:MM:SS     DEFAULT 00:00:00         |
      *|   COLS 19-28 STOP DATE CCYY-MM-DD    DEFAULT END OF JOURNAL   |
      *|   COLS 29-36 STOP TIME HH:MM:SS      DEFAULT 23:59:59         |
      *| A REQUEST STAMPED EXACTLY AT THE START IS REPLAYED; ONE       |
      *| STAMPED EXACTLY AT THE STOP IS REPLAYED AS WELL.              |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCMJRPL0.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXNJRNL-FILE ASSIGN TO 'TXNJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXNJRNL-STATUS.

           SELECT RXCTL-FILE ASSIGN TO 'RXCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-KEY
               FILE STATUS IS WS-RXCTL-STATUS.

           SELECT JRPLPARM-FILE ASSIGN TO 'JRPLPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRPLPARM-STATUS.

           SELECT JRPLRPT-FILE ASSIGN TO 'JRPLRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRPLRPT-STATUS.

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
       FD  TXNJRNL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TXNJRNL.

       FD  RXCTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RXCTL.

       FD  JRPLPARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  JRPLPARM-RECORD.
           03 PM-START-DATE         PIC X(10).
           03 PM-START-TIME         PIC X(08).
           03 PM-STOP-DATE          PIC X(10).
           03 PM-STOP-TIME          PIC X(08).

       FD  JRPLRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  JRPLRPT-LINE             PIC X(132).

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  RUNCPARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNCPARM-RECORD.
           03 PM-BUSINESS-DATE      PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
         03 WS-TXNJRNL-STATUS     PIC X(2).
         03 WS-RXCTL-STATUS       PIC X(2).
         03 WS-JRPLPARM-STATUS    PIC X(2).
         03 WS-JRPLRPT-STATUS     PIC X(2).

       01 WS-SWITCHES.
         03 WS-END-OF-FILE        PIC X(01) VALUE 'N'.
           88 WS-EOF              VALUE 'Y'.
         03 WS-CARD-SW            PIC X(01) VALUE 'Y'.
           88 WS-CARD-OK          VALUE 'Y'.
           88 WS-CARD-BAD         VALUE 'N'.
         03 WS-REPLAY-STARTED-SW  PIC X(01) VALUE 'N'.
           88 WS-REPLAY-STARTED   VALUE 'Y'.
         03 WS-CALLED-SW          PIC X(01) VALUE 'N'.
           88 WS-PROGRAM-CALLED   VALUE 'Y'.

      *    THE ONLINE TRANSACTION SERVER, CALLED ONCE PER JOURNALLED
      *    REQUEST, AND THE TRANSACTION ID THAT TELLS IT IT IS BEING
      *    REPLAYED (HCMADB02 WS-REPLAY-TRANID).
       01 WS-REPLAY-CONTROLS.
         03 WS-ONLINE-PROGRAM     PIC X(08) VALUE 'HCMADB02'.
         03 WS-REPLAY-TRANID      PIC X(04) VALUE 'HJRP'.
         03 WS-COMMAREA-LENGTH    PIC 9(05) VALUE 32500.

       01 WS-REPLAY-WINDOW.
         03 WS-START-STAMP.
           05 WS-START-DATE       PIC X(10) VALUE SPACES.
           05 WS-START-TIME       PIC X(08) VALUE SPACES.
         03 WS-STOP-STAMP.
           05 WS-STOP-DATE        PIC X(10) VALUE SPACES.
           05 WS-STOP-TIME        PIC X(08) VALUE SPACES.

       01 WS-RUN-COUNTS.
         03 WS-READ-COUNT         PIC 9(07) VALUE ZEROES.
         03 WS-BEFORE-START-COUNT PIC 9(07) VALUE ZEROES.
         03 WS-AFTER-STOP-COUNT   PIC 9(07) VALUE ZEROES.
         03 WS-REPLAYED-COUNT     PIC 9(07) VALUE ZEROES.
         03 WS-REAPPLIED-COUNT    PIC 9(07) VALUE ZEROES.
         03 WS-DIFFERS-COUNT      PIC 9(07) VALUE ZEROES.
         03 WS-FAILED-COUNT       PIC 9(07) VALUE ZEROES.
         03 WS-GAP-COUNT          PIC 9(07) VALUE ZEROES.

       01 WS-SEQUENCE-WORK.
         03 WS-LAST-SEQ           PIC 9(10) VALUE ZEROES.
         03 WS-EXPECTED-SEQ       PIC 9(10) VALUE ZEROES.
         03 WS-HIGH-SEQ           PIC 9(10) VALUE ZEROES.

      *    THE JOURNALLED MOMENT IN THE FORM CICS STAMPS A TASK WITH:
      *    EIBDATE 0CYYDDD (C = CENTURY SINCE 1900), EIBTIME 0HHMMSS.
       01 WS-EIB-STAMP-WORK.
         03 WS-JR-DATE-NUM        PIC 9(08).
         03 WS-JR-DATE-PARTS REDEFINES WS-JR-DATE-NUM.
           05 WS-JD-CCYY          PIC 9(04).
           05 WS-JD-MM            PIC 9(02).
           05 WS-JD-DD            PIC 9(02).
         03 WS-JR-YYYYDDD         PIC 9(07).
         03 WS-JR-TIME-TEXT       PIC X(08).
         03 WS-JR-TIME-PARTS REDEFINES WS-JR-TIME-TEXT.
           05 WS-JT-HH            PIC 9(02).
           05 FILLER              PIC X(01).
           05 WS-JT-MN            PIC 9(02).
           05 FILLER              PIC X(01).
           05 WS-JT-SS            PIC 9(02).
         03 WS-DATE-IN            PIC X(10).
         03 WS-DATE-IN-R REDEFINES WS-DATE-IN.
           05 WS-DI-CCYY          PIC 9(04).
           05 WS-DI-DASH1         PIC X(01).
           05 WS-DI-MM            PIC 9(02).
           05 WS-DI-DASH2         PIC X(01).
           05 WS-DI-DD            PIC 9(02).

       01 WS-RT-CODE-SRCH         PIC 9(02).

       01 WS-HEADING-1.
         03 FILLER                PIC X(50) VALUE
             'DEMO HEALTH CARE - FORWARD RECOVERY JOURNAL REPLAY'.
       01 WS-HEADING-2.
         03 FILLER                PIC X(08) VALUE 'FROM: '.
         03 WH-START-DATE         PIC X(10).
         03 FILLER                PIC X(01) VALUE SPACE.
         03 WH-START-TIME         PIC X(08).
         03 FILLER                PIC X(08) VALUE '   TO: '.
         03 WH-STOP-DATE          PIC X(10).
         03 FILLER                PIC X(01) VALUE SPACE.
         03 WH-STOP-TIME          PIC X(08).
       01 WS-HEADING-3.
         03 FILLER                PIC X(10) VALUE '  SEQUENCE'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(10) VALUE 'DATE'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(08) VALUE 'TIME'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(06) VALUE 'REQ'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(10) VALUE 'PATIENT ID'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(04) VALUE 'TERM'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(04) VALUE 'JRNL'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(04) VALUE 'NOW'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(10) VALUE 'REASON'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(30) VALUE 'OUTCOME'.

       01 WS-DETAIL-LINE.
         03 WD-SEQUENCE-NO        PIC Z(9)9.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-TXN-DATE           PIC X(10).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-TXN-TIME           PIC X(08).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-REQUEST-ID         PIC X(06).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-PATIENT-ID         PIC Z(9)9.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-TERMINAL-ID        PIC X(04).
         03 FILLER                PIC X(03) VALUE SPACES.
         03 WD-JOURNAL-RC         PIC 9(02).
         03 FILLER                PIC X(04) VALUE SPACES.
         03 WD-REPLAY-RC          PIC X(02).
         03 FILLER                PIC X(03) VALUE SPACES.
         03 WD-DESCRIPTION        PIC X(10).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-OUTCOME            PIC X(30).

       01 WS-GAP-LINE.
         03 WG-SEQUENCE-NO        PIC Z(9)9.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WG-TXN-DATE           PIC X(10).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WG-TXN-TIME           PIC X(08).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WG-MESSAGE            PIC X(30).
         03 WG-EXPECTED-SEQ       PIC Z(9)9.

       01 WS-MESSAGE-LINE.
         03 WM-MESSAGE            PIC X(60).
         03 WM-VALUE              PIC Z(9)9.

       01 WS-SUMMARY-LINE.
         03 WS-SUMMARY-LABEL      PIC X(28).
         03 WS-SUMMARY-OUT        PIC ZZZ,ZZ9.

       COPY CARSNCDS.
       COPY CARSNTXT.

      *    THE INTERFACE BLOCK AND COMMAREA HANDED TO HCMADB02 - THE
      *    SAME LAYOUTS ITS LINKAGE SECTION COPIES.
       COPY DFHEIBLK.
       COPY CAREQREC.

      *    RUN-CONTROL REGISTRATION (SEE THE RUNCTL COPYBOOK): THE
      *    JOB STAMPS ITS START ON RUNCTL AND REFUSES TO RUN WHEN
      *    WS-RC-PREDECESSOR HAS NOT COMPLETED FOR THE BUSINESS DATE.
       01 WS-RUN-CONTROL-WORK.
         03 WS-RUNCTL-STATUS     PIC X(02).
         03 WS-RUNCPARM-STATUS   PIC X(02).
         03 WS-RC-JOB-NAME       PIC X(08) VALUE 'HCMJRPL0'.
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
           IF WS-CARD-OK
             PERFORM UNTIL WS-EOF
               PERFORM 0200-READ-JOURNAL
               IF NOT WS-EOF
                 PERFORM 1000-PROCESS-JOURNAL-RECORD
               END-IF
             END-PERFORM
             PERFORM 0800-ADVANCE-JOURNAL-COUNTER
           END-IF
           PERFORM 0900-FINALIZE
           PERFORM 7900-MARK-RUN-COMPLETE
           STOP RUN
           .

       0100-INITIALIZE.
           PERFORM 0110-READ-PARAMETER-CARD

           OPEN OUTPUT JRPLRPT-FILE
           WRITE JRPLRPT-LINE FROM WS-HEADING-1
           IF WS-START-DATE = SPACES
             MOVE 'FIRST'         TO WH-START-DATE
             MOVE SPACES          TO WH-START-TIME
           ELSE
             MOVE WS-START-DATE   TO WH-START-DATE
             MOVE WS-START-TIME   TO WH-START-TIME
           END-IF
           IF WS-STOP-DATE = SPACES
             MOVE 'END'           TO WH-STOP-DATE
             MOVE SPACES          TO WH-STOP-TIME
           ELSE
             MOVE WS-STOP-DATE    TO WH-STOP-DATE
             MOVE WS-STOP-TIME    TO WH-STOP-TIME
           END-IF
           WRITE JRPLRPT-LINE FROM WS-HEADING-2
           WRITE JRPLRPT-LINE FROM SPACES

           IF WS-CARD-BAD
             MOVE 'JRPLPARM CARD INVALID - NOTHING REPLAYED'
                                  TO WM-MESSAGE
             MOVE ZEROES          TO WM-VALUE
             WRITE JRPLRPT-LINE FROM WS-MESSAGE-LINE
           ELSE
             WRITE JRPLRPT-LINE FROM WS-HEADING-3
             OPEN INPUT TXNJRNL-FILE
             IF WS-TXNJRNL-STATUS = '35'
               MOVE 'NO TXNJRNL JOURNAL - NOTHING REPLAYED'
                                  TO WM-MESSAGE
               MOVE ZEROES        TO WM-VALUE
               WRITE JRPLRPT-LINE FROM WS-MESSAGE-LINE
               SET WS-EOF TO TRUE
             END-IF
           END-IF
           .

      *    A BLANK TIME TAKES THE WHOLE DAY: 00:00:00 ON THE START
      *    DATE, 23:59:59 ON THE STOP DATE. A DATE OR TIME THAT IS NOT
      *    IN THE JOURNAL'S OWN FORM, OR A STOP BEFORE THE START, WOULD
      *    COMPARE WRONGLY AGAINST JR-TIMESTAMP, SO THE CARD IS REFUSED
      *    RATHER THAN REPLAY THE WRONG STRETCH OF THE JOURNAL.
       0110-READ-PARAMETER-CARD.
           OPEN INPUT JRPLPARM-FILE
           IF WS-JRPLPARM-STATUS NOT = '35'
             READ JRPLPARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE PM-START-DATE TO WS-START-DATE
                 MOVE PM-START-TIME TO WS-START-TIME
                 MOVE PM-STOP-DATE  TO WS-STOP-DATE
                 MOVE PM-STOP-TIME  TO WS-STOP-TIME
             END-READ
             CLOSE JRPLPARM-FILE
           END-IF

           IF WS-START-DATE NOT = SPACES
             IF WS-START-TIME = SPACES
               MOVE '00:00:00'    TO WS-START-TIME
             END-IF
             MOVE WS-START-DATE   TO WS-DATE-IN
             PERFORM 0120-CHECK-CARD-DATE
             MOVE WS-START-TIME   TO WS-JR-TIME-TEXT
             PERFORM 0130-CHECK-CARD-TIME
           ELSE
             IF WS-START-TIME NOT = SPACES
               SET WS-CARD-BAD TO TRUE
             END-IF
           END-IF

           IF WS-STOP-DATE NOT = SPACES
             IF WS-STOP-TIME = SPACES
               MOVE '23:59:59'    TO WS-STOP-TIME
             END-IF
             MOVE WS-STOP-DATE    TO WS-DATE-IN
             PERFORM 0120-CHECK-CARD-DATE
             MOVE WS-STOP-TIME    TO WS-JR-TIME-TEXT
             PERFORM 0130-CHECK-CARD-TIME
           ELSE
             IF WS-STOP-TIME NOT = SPACES
               SET WS-CARD-BAD TO TRUE
             END-IF
           END-IF

           IF WS-CARD-OK AND WS-START-DATE NOT = SPACES
               AND WS-STOP-DATE NOT = SPACES
               AND WS-STOP-STAMP < WS-START-STAMP
             SET WS-CARD-BAD TO TRUE
           END-IF
           .

       0120-CHECK-CARD-DATE.
           IF WS-DI-CCYY NOT NUMERIC OR WS-DI-MM NOT NUMERIC
               OR WS-DI-DD NOT NUMERIC
               OR WS-DI-DASH1 NOT = '-' OR WS-DI-DASH2 NOT = '-'
             SET WS-CARD-BAD TO TRUE
           ELSE
             IF WS-DI-MM < 1 OR WS-DI-MM > 12
                 OR WS-DI-DD < 1 OR WS-DI-DD > 31
               SET WS-CARD-BAD TO TRUE
             END-IF
           END-IF
           .

       0130-CHECK-CARD-TIME.
           IF WS-JT-HH NOT NUMERIC OR WS-JT-MN NOT NUMERIC
               OR WS-JT-SS NOT NUMERIC
               OR WS-JR-TIME-TEXT(3:1) NOT = ':'
               OR WS-JR-TIME-TEXT(6:1) NOT = ':'
             SET WS-CARD-BAD TO TRUE
           ELSE
             IF WS-JT-HH > 23 OR WS-JT-MN > 59 OR WS-JT-SS > 59
               SET WS-CARD-BAD TO TRUE
             END-IF
           END-IF
           .

       0200-READ-JOURNAL.
           READ TXNJRNL-FILE
             AT END
               SET WS-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-READ-COUNT
               IF JR-SEQUENCE-NO > WS-HIGH-SEQ
                 MOVE JR-SEQUENCE-NO TO WS-HIGH-SEQ
               END-IF
           END-READ
           .

      *    THE JOURNAL IS WRITTEN IN SEQUENCE ORDER, SO ONCE ONE RECORD
      *    IS PAST THE STOP POINT EVERY LATER ONE IS TOO. THE REST ARE
      *    STILL READ - ONLY TO COUNT THEM AND TO FIND THE HIGHEST
      *    SEQUENCE NUMBER FOR 0800.
       1000-PROCESS-JOURNAL-RECORD.
           EVALUATE TRUE
             WHEN WS-START-DATE NOT = SPACES
                 AND NOT WS-REPLAY-STARTED
                 AND JR-TIMESTAMP < WS-START-STAMP
               ADD 1 TO WS-BEFORE-START-COUNT
             WHEN WS-AFTER-STOP-COUNT > 0
               ADD 1 TO WS-AFTER-STOP-COUNT
             WHEN WS-STOP-DATE NOT = SPACES
                 AND JR-TIMESTAMP > WS-STOP-STAMP
               ADD 1 TO WS-AFTER-STOP-COUNT
             WHEN OTHER
               PERFORM 1100-CHECK-SEQUENCE
               PERFORM 1200-REPLAY-REQUEST
           END-EVALUATE
           MOVE JR-SEQUENCE-NO TO WS-LAST-SEQ
           .

      *    A MISSING NUMBER IS A REQUEST HCMADB02 ACCEPTED BUT COULD
      *    NOT JOURNAL (ITS OPSERRL ENTRY NAMES IT) - THAT UPDATE IS
      *    NOT ON THE JOURNAL AND MUST BE RE-KEYED BY HAND.
       1100-CHECK-SEQUENCE.
           IF WS-REPLAY-STARTED
             COMPUTE WS-EXPECTED-SEQ = WS-LAST-SEQ + 1
             IF JR-SEQUENCE-NO NOT = WS-EXPECTED-SEQ
               ADD 1 TO WS-GAP-COUNT
               MOVE JR-SEQUENCE-NO  TO WG-SEQUENCE-NO
               MOVE JR-TXN-DATE     TO WG-TXN-DATE
               MOVE JR-TXN-TIME     TO WG-TXN-TIME
               IF JR-SEQUENCE-NO > WS-EXPECTED-SEQ
                 MOVE 'SEQUENCE GAP - EXPECTED      '
                                    TO WG-MESSAGE
               ELSE
                 MOVE 'OUT OF SEQUENCE - EXPECTED   '
                                    TO WG-MESSAGE
               END-IF
               MOVE WS-EXPECTED-SEQ TO WG-EXPECTED-SEQ
               WRITE JRPLRPT-LINE FROM WS-GAP-LINE
             END-IF
           END-IF
           SET WS-REPLAY-STARTED TO TRUE
           .

      *    THE COMMAREA GOES BACK IN EXACTLY AS IT WAS RETURNED THE
      *    FIRST TIME; HCMADB02 RESETS OR RECOMPUTES EVERY OUTPUT FIELD
      *    BEFORE USING IT. THE EIB CARRIES THE JOURNALLED TERMINAL,
      *    TASK, DATE AND TIME, SO THE RECORDS IT WRITES ARE STAMPED AS
      *    THEY WERE ORIGINALLY.
       1200-REPLAY-REQUEST.
           ADD 1 TO WS-REPLAYED-COUNT
           MOVE JR-TXN-DATE TO WS-DATE-IN
           MOVE JR-TXN-TIME TO WS-JR-TIME-TEXT
           IF WS-DI-CCYY NOT NUMERIC OR WS-DI-MM NOT NUMERIC
               OR WS-DI-DD NOT NUMERIC OR WS-JT-HH NOT NUMERIC
               OR WS-JT-MN NOT NUMERIC OR WS-JT-SS NOT NUMERIC
             ADD 1 TO WS-FAILED-COUNT
             MOVE 'NOT REAPPLIED - BAD TIMESTAMP' TO WD-OUTCOME
             MOVE SPACES TO WD-REPLAY-RC
             MOVE SPACES TO WD-DESCRIPTION
             PERFORM 1300-WRITE-DETAIL
           ELSE
             COMPUTE WS-JR-DATE-NUM =
                 (WS-DI-CCYY * 10000) + (WS-DI-MM * 100) + WS-DI-DD
             COMPUTE WS-JR-YYYYDDD = FUNCTION DAY-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-JR-DATE-NUM))

             INITIALIZE DFHEIBLK
             MOVE WS-REPLAY-TRANID   TO EIBTRNID
             MOVE JR-TERMINAL-ID     TO EIBTRMID
             MOVE JR-TASK-NUMBER     TO EIBTASKN
             COMPUTE EIBDATE = WS-JR-YYYYDDD - 1900000
             COMPUTE EIBTIME =
                 (WS-JT-HH * 10000) + (WS-JT-MN * 100) + WS-JT-SS
             MOVE WS-COMMAREA-LENGTH TO EIBCALEN

             MOVE JR-COMMAREA        TO DFHCOMMAREA
             MOVE ZEROES             TO CA-RETURN-CODE
             CALL WS-ONLINE-PROGRAM USING DFHEIBLK DFHCOMMAREA
             SET WS-PROGRAM-CALLED TO TRUE

             MOVE CA-RETURN-CODE     TO WD-REPLAY-RC
             MOVE CA-RETURN-CODE     TO WS-RT-CODE-SRCH
             PERFORM 1400-LOOKUP-REASON-TEXT
             EVALUATE CA-RETURN-CODE
               WHEN RC-SUCCESS
               WHEN RC-USR-UNLOCKED
               WHEN RC-VIS-ALERT-RAISED
               WHEN RC-LAB-ALERT-RAISED
                 ADD 1 TO WS-REAPPLIED-COUNT
                 IF CA-RETURN-CODE NOT = JR-RETURN-CODE
                   ADD 1 TO WS-DIFFERS-COUNT
                   MOVE 'REAPPLIED - OUTCOME DIFFERS' TO WD-OUTCOME
                   PERFORM 1300-WRITE-DETAIL
                 END-IF
               WHEN OTHER
                 ADD 1 TO WS-FAILED-COUNT
                 MOVE 'NOT REAPPLIED'                TO WD-OUTCOME
                 PERFORM 1300-WRITE-DETAIL
             END-EVALUATE
           END-IF
           .

       1300-WRITE-DETAIL.
           MOVE JR-SEQUENCE-NO TO WD-SEQUENCE-NO
           MOVE JR-TXN-DATE    TO WD-TXN-DATE
           MOVE JR-TXN-TIME    TO WD-TXN-TIME
           MOVE JR-REQUEST-ID  TO WD-REQUEST-ID
           MOVE JR-PATIENT-ID  TO WD-PATIENT-ID
           MOVE JR-TERMINAL-ID TO WD-TERMINAL-ID
           MOVE JR-RETURN-CODE TO WD-JOURNAL-RC
           WRITE JRPLRPT-LINE FROM WS-DETAIL-LINE
           .

       1400-LOOKUP-REASON-TEXT.
           MOVE 'UNKNOWN   ' TO WD-DESCRIPTION
           SET WS-RT-IDX TO 1
           SEARCH ALL WS-REASON-TEXT-ENTRY
             AT END
               CONTINUE
             WHEN WS-RT-CODE(WS-RT-IDX) = WS-RT-CODE-SRCH
               MOVE WS-RT-DESC(WS-RT-IDX) TO WD-DESCRIPTION
           END-SEARCH
           .

      *    HCMADB02 DOES NOT JOURNAL WHILE REPLAYING, SO IF RXCTL WAS
      *    RESTORED WITH THE OTHER FILES ITS 'J' COUNTER IS BEHIND THE
      *    JOURNAL AND THE NEXT ONLINE REQUEST WOULD REUSE A SEQUENCE
      *    NUMBER. THE COUNTER IS MOVED PAST THE HIGHEST ONE READ. THE
      *    CANCEL FIRST LETS HCMADB02 CLOSE THE FILES IT STILL HOLDS
      *    OPEN, RXCTL AMONG THEM.
       0800-ADVANCE-JOURNAL-COUNTER.
           IF WS-PROGRAM-CALLED
             CANCEL WS-ONLINE-PROGRAM
           END-IF
           IF WS-HIGH-SEQ > 0
             OPEN I-O RXCTL-FILE
             IF WS-RXCTL-STATUS = '35'
               CLOSE RXCTL-FILE
               OPEN OUTPUT RXCTL-FILE
               CLOSE RXCTL-FILE
               OPEN I-O RXCTL-FILE
             END-IF
             MOVE 'J' TO CTL-KEY
             READ RXCTL-FILE
               INVALID KEY
                 MOVE 'J'               TO CTL-KEY
                 COMPUTE CTL-NEXT-JRNL-SEQ = WS-HIGH-SEQ + 1
                 MOVE WS-RC-TODAY       TO CTL-LAST-ISSUED-DATE
                 WRITE RXCTL-RECORD
                 PERFORM 0810-REPORT-COUNTER
               NOT INVALID KEY
                 IF CTL-NEXT-JRNL-SEQ NOT > WS-HIGH-SEQ
                   COMPUTE CTL-NEXT-JRNL-SEQ = WS-HIGH-SEQ + 1
                   MOVE WS-RC-TODAY      TO CTL-LAST-ISSUED-DATE
                   REWRITE RXCTL-RECORD
                   PERFORM 0810-REPORT-COUNTER
                 END-IF
             END-READ
             CLOSE RXCTL-FILE
           END-IF
           .

       0810-REPORT-COUNTER.
           WRITE JRPLRPT-LINE FROM SPACES
           MOVE 'RXCTL JOURNAL SEQUENCE COUNTER ADVANCED TO'
                                    TO WM-MESSAGE
           MOVE CTL-NEXT-JRNL-SEQ   TO WM-VALUE
           WRITE JRPLRPT-LINE FROM WS-MESSAGE-LINE
           .

       0900-FINALIZE.
           WRITE JRPLRPT-LINE FROM SPACES
           MOVE 'JOURNAL RECORDS READ:       ' TO WS-SUMMARY-LABEL
           MOVE WS-READ-COUNT         TO WS-SUMMARY-OUT
           WRITE JRPLRPT-LINE FROM WS-SUMMARY-LINE
           MOVE '  BEFORE START POINT:       ' TO WS-SUMMARY-LABEL
           MOVE WS-BEFORE-START-COUNT TO WS-SUMMARY-OUT
           WRITE JRPLRPT-LINE FROM WS-SUMMARY-LINE
           MOVE '  AFTER STOP POINT:         ' TO WS-SUMMARY-LABEL
           MOVE WS-AFTER-STOP-COUNT   TO WS-SUMMARY-OUT
           WRITE JRPLRPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'REQUESTS REPLAYED:          ' TO WS-SUMMARY-LABEL
           MOVE WS-REPLAYED-COUNT     TO WS-SUMMARY-OUT
           WRITE JRPLRPT-LINE FROM WS-SUMMARY-LINE
           MOVE '  REAPPLIED:                ' TO WS-SUMMARY-LABEL
           MOVE WS-REAPPLIED-COUNT    TO WS-SUMMARY-OUT
           WRITE JRPLRPT-LINE FROM WS-SUMMARY-LINE
           MOVE '    WITH DIFFERENT OUTCOME: ' TO WS-SUMMARY-LABEL
           MOVE WS-DIFFERS-COUNT      TO WS-SUMMARY-OUT
           WRITE JRPLRPT-LINE FROM WS-SUMMARY-LINE
           MOVE '  NOT REAPPLIED:            ' TO WS-SUMMARY-LABEL
           MOVE WS-FAILED-COUNT       TO WS-SUMMARY-OUT
           WRITE JRPLRPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'SEQUENCE BREAKS:            ' TO WS-SUMMARY-LABEL
           MOVE WS-GAP-COUNT          TO WS-SUMMARY-OUT
           WRITE JRPLRPT-LINE FROM WS-SUMMARY-LINE

           IF WS-CARD-OK AND WS-TXNJRNL-STATUS NOT = '35'
             CLOSE TXNJRNL-FILE
           END-IF
           CLOSE JRPLRPT-FILE

           DISPLAY 'HCMJRPL0 RECORDS READ : ' WS-READ-COUNT
           DISPLAY 'HCMJRPL0 REPLAYED     : ' WS-REPLAYED-COUNT
           DISPLAY 'HCMJRPL0 REAPPLIED    : ' WS-REAPPLIED-COUNT
           DISPLAY 'HCMJRPL0 NOT REAPPLIED: ' WS-FAILED-COUNT
           DISPLAY 'HCMJRPL0 SEQ BREAKS   : ' WS-GAP-COUNT

      *    SET LAST - THE CALLED PROGRAM'S GOBACK ALSO SETS RETURN-CODE.
           EVALUATE TRUE
             WHEN WS-CARD-BAD
               DISPLAY 'HCMJRPL0 JRPLPARM CARD INVALID - NOT RUN'
               MOVE 8 TO RETURN-CODE
             WHEN WS-FAILED-COUNT > 0
               OR WS-DIFFERS-COUNT > 0
               OR WS-GAP-COUNT > 0
               OR WS-TXNJRNL-STATUS = '35'
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE
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
