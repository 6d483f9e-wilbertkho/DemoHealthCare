      *+---------------------------------------------------------------+
      *| HCMTRND0                                                      |
      *| NIGHTLY BATCH JOB - VITALS TREND / DETERIORATION DETECTION.   |
      *| 01AVIS JUDGES EACH VISIT ON ITS OWN AGAINST ONE UPPER LIMIT   |
      *| PER VITAL (2510), SO A READING THAT CREEPS UP OR DOWN VISIT   |
      *| BY VISIT NEVER ALERTS UNTIL IT CROSSES THE LINE. THIS JOB     |
      *| BROWSES VISITREC IN KEY ORDER (PATIENT, THEN CHRONOLOGICAL),  |
      *| KEEPS EACH PATIENT'S MOST RECENT VISITS, AND FOR HEART RATE,  |
      *| SYSTOLIC AND DIASTOLIC PRESSURE COMPARES THE LATEST VISITS    |
      *| WITH A BASELINE AVERAGED FROM THE VISITS BEFORE THEM. A TREND |
      *| IS FLAGGED, RISING OR FALLING, WHEN EITHER                    |
      *|   - EACH OF THE LAST N READINGS IS AT LEAST P PERCENT ABOVE   |
      *|     (OR BELOW) THE BASELINE, OR                               |
      *|   - THE READING ROSE (OR FELL) AT EACH OF THE LAST N VISITS   |
      *|     IN A ROW AND NOW SITS ABOVE (OR BELOW) THE BASELINE.      |
      *| EACH NEW TREND IS WRITTEN TO THE ALERTREC WORKLIST AS A TREND |
      *| ALERT (AL-ALERT-TYPE 'T') AGAINST THE LATEST VISIT, TO BE     |
      *| WORKED VIA 01KALT LIKE ANY OTHER ALERT. A TREND ALREADY ON    |
      *| THE WORKLIST AND NOT YET RESOLVED IS NOT RAISED AGAIN. EVERY  |
      *| TREND FOUND, NEW OR NOT, IS LISTED ON THE DETERIORATION       |
      *| WATCH LIST. PATIENTS MARKED INACTIVE OR DECEASED ON PATMSTR   |
      *| (01SPAT) ARE NOT EVALUATED.                                   |
      *|                                                               |
      *| THE RULE IS SET ON TRNDPARM - SAME OVERRIDE-CARD CONVENTION   |
      *| AS ALESPARM. A ZERO OR BLANK FIELD KEEPS THE DEFAULT:         |
      *|   PERCENTAGE CHANGE FROM BASELINE            DEFAULT 15       |
      *|   CONSECUTIVE VISITS (N)                     DEFAULT 3        |
      *|   VISITS AVERAGED FOR THE BASELINE           DEFAULT 3        |
      *|   RECENT VISITS CONSIDERED PER PATIENT       DEFAULT 10 (<=20)|
      *| THE RECENT-VISITS FIGURE MUST BE AT LEAST 2 (ONE TO TREND     |
      *| FROM, ONE TO COMPARE) - 1 ALSO KEEPS THE DEFAULT.             |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCMTRND0.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VISITREC-FILE ASSIGN TO 'VISITREC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VR-KEY
               FILE STATUS IS WS-VISITREC-STATUS.

           SELECT ALERTREC-FILE ASSIGN TO 'ALERTREC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-ALERTREC-STATUS.

           SELECT PATMSTR-FILE ASSIGN TO 'PATMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PATIENT-ID
               ALTERNATE RECORD KEY IS PM-INS-CARD-NUM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PM-LAST-NAME-DOB
                   WITH DUPLICATES
               FILE STATUS IS WS-PATMSTR-STATUS.

           SELECT TRNDPARM-FILE ASSIGN TO 'TRNDPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRNDPARM-STATUS.

           SELECT TRNDRPT-FILE ASSIGN TO 'TRNDRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRNDRPT-STATUS.

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
       FD  VISITREC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VISITREC.

       FD  ALERTREC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ALERTREC.

       FD  PATMSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PATMSTR.

       FD  TRNDPARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRNDPARM-RECORD.
           03 PM-TREND-PCT          PIC 9(03).
           03 PM-TREND-VISITS       PIC 9(02).
           03 PM-BASELINE-VISITS    PIC 9(02).
           03 PM-HISTORY-VISITS     PIC 9(02).

       FD  TRNDRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRNDRPT-LINE             PIC X(132).

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  RUNCPARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNCPARM-RECORD.
           03 PM-BUSINESS-DATE      PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
         03 WS-VISITREC-STATUS    PIC X(2).
         03 WS-ALERTREC-STATUS    PIC X(2).
         03 WS-PATMSTR-STATUS     PIC X(2).
         03 WS-TRNDPARM-STATUS    PIC X(2).
         03 WS-TRNDRPT-STATUS     PIC X(2).

       01 WS-SWITCHES.
         03 WS-END-OF-FILE        PIC X(01) VALUE 'N'.
           88 WS-EOF              VALUE 'Y'.
         03 WS-ALERT-SCAN-SW      PIC X(01).
           88 WS-ALERT-SCAN-DONE  VALUE 'Y'.
         03 WS-PATMSTR-OPEN       PIC X(01) VALUE 'N'.
           88 WS-PATMSTR-IS-OPEN  VALUE 'Y'.
         03 WS-PATIENT-ACTIVE-SW  PIC X(01).
           88 WS-PATIENT-ACTIVE   VALUE 'Y'.
         03 WS-WORKLIST-STATE     PIC X(08).
           88 WS-TREND-IS-NEW     VALUE 'NEW     '.

       01 WS-COUNTERS.
         03 WS-VISIT-READ-COUNT   PIC 9(07) VALUE ZEROES.
         03 WS-PATIENT-COUNT      PIC 9(07) VALUE ZEROES.
         03 WS-INACTIVE-COUNT     PIC 9(07) VALUE ZEROES.
         03 WS-TREND-COUNT        PIC 9(07) VALUE ZEROES.
         03 WS-NEW-ALERT-COUNT    PIC 9(07) VALUE ZEROES.
         03 WS-WATCH-PATIENTS     PIC 9(07) VALUE ZEROES.

      *    THE TREND RULE - DEFAULTS, OVERRIDDEN FROM TRNDPARM.
       01 WS-TREND-RULE.
         03 WS-TREND-PCT          PIC 9(03) VALUE 15.
         03 WS-TREND-VISITS       PIC 9(02) VALUE 3.
         03 WS-BASELINE-VISITS    PIC 9(02) VALUE 3.
         03 WS-HISTORY-VISITS     PIC 9(02) VALUE 10.
         03 WS-HISTORY-MAX        PIC 9(02) VALUE 20.

      *    THE CURRENT PATIENT'S MOST RECENT VISITS, OLDEST FIRST.
      *    WHEN THE TABLE IS FULL THE OLDEST VISIT IS DROPPED. READING
      *    1 IS HEART RATE, 2 SYSTOLIC, 3 DIASTOLIC; ZERO MEANS THE
      *    VITAL WAS NOT RECORDED (OR NOT NUMERIC) ON THAT VISIT.
       01 WS-VISIT-TABLE.
         03 WS-CUR-PATIENT-ID     PIC 9(10).
         03 WS-VISIT-COUNT        PIC 9(03) VALUE 0.
         03 WS-VISIT-ENTRY OCCURS 20 TIMES.
           05 WS-VE-DATE          PIC X(10).
           05 WS-VE-TIME          PIC X(10).
           05 WS-VE-READING       PIC 9(05) OCCURS 3 TIMES.

       01 WS-VITAL-NAME-TABLE.
         03 FILLER                PIC X(13) VALUE 'HR HEART RATE'.
         03 FILLER                PIC X(13) VALUE 'SYSSYSTOLIC  '.
         03 FILLER                PIC X(13) VALUE 'DIADIASTOLIC '.
       01 WS-VITAL-NAME-R REDEFINES WS-VITAL-NAME-TABLE.
         03 WS-VITAL-ENTRY OCCURS 3 TIMES.
           05 WS-VN-ABBR          PIC X(03).
           05 WS-VN-DESC          PIC X(10).

      *    ONE VITAL'S READINGS ACROSS THE RETAINED VISITS (SKIPPING
      *    VISITS WHERE IT WAS NOT RECORDED), WITH THE VISIT EACH
      *    CAME FROM.
       01 WS-SERIES-WORK.
         03 WS-SERIES-COUNT       PIC 9(03).
         03 WS-SERIES-ENTRY OCCURS 20 TIMES.
           05 WS-SR-VALUE         PIC 9(05).
           05 WS-SR-VISIT         PIC 9(03).

       01 WS-TREND-WORK.
         03 WS-V                  PIC 9(03).
         03 WS-I                  PIC 9(03).
         03 WS-J                  PIC 9(03).
         03 WS-FIRST-VISIT        PIC 9(03).
         03 WS-RUN-START          PIC 9(03).
         03 WS-BASE-START         PIC 9(03).
         03 WS-BASE-END           PIC 9(03).
         03 WS-BASE-SUM           PIC 9(07).
         03 WS-BASE-COUNT         PIC 9(03).
         03 WS-BASELINE           PIC 9(05)V9.
         03 WS-UPPER-LIMIT        PIC 9(05)V9.
         03 WS-LOWER-LIMIT        PIC 9(05)V9.
         03 WS-ABOVE-COUNT        PIC 9(03).
         03 WS-BELOW-COUNT        PIC 9(03).
         03 WS-RISE-COUNT         PIC 9(03).
         03 WS-FALL-COUNT         PIC 9(03).
         03 WS-LATEST             PIC 9(05).
         03 WS-CHANGE-PCT         PIC S9(05)V9.
         03 WS-TREND-DIRECTION    PIC X(04).
         03 WS-TREND-RULE-HIT     PIC X(08).
         03 WS-TREND-NAME         PIC X(14).
         03 WS-TREND-VISIT-DATE   PIC X(10).
         03 WS-TREND-VISIT-TIME   PIC X(10).
         03 WS-PATIENT-TRENDS     PIC 9(03).

       01 WS-EXTRACT-WORK.
         03 WS-EXT-IN             PIC X(10).
         03 WS-EXT-PART-1         PIC X(10).
         03 WS-EXT-PART-2         PIC X(10).
         03 WS-EXT-LEN-1          PIC 9(02).
         03 WS-EXT-LEN-2          PIC 9(02).
         03 WS-EXT-NUM-1          PIC 9(05).
         03 WS-EXT-NUM-2          PIC 9(05).

       01 WS-DATE-TIME-WORK.
         03 WS-CURRENT-DATE-AND-TIME PIC X(21).
         03 WS-CDT-R REDEFINES WS-CURRENT-DATE-AND-TIME.
           05 WS-CURR-CCYY       PIC 9(04).
           05 WS-CURR-MM         PIC 9(02).
           05 WS-CURR-DD         PIC 9(02).
           05 WS-CURR-HH         PIC 9(02).
           05 WS-CURR-MN         PIC 9(02).
           05 WS-CURR-SS         PIC 9(02).
           05 FILLER             PIC X(07).
         03 WS-TODAY-TEXT         PIC X(10).
         03 WS-TODAY-TEXT-R REDEFINES WS-TODAY-TEXT.
           05 WS-TT-CCYY          PIC 9(04).
           05 WS-TT-DASH1         PIC X(01).
           05 WS-TT-MM            PIC 9(02).
           05 WS-TT-DASH2         PIC X(01).
           05 WS-TT-DD            PIC 9(02).
         03 WS-TODAY-NUM          PIC 9(08).
         03 WS-NOW-TEXT           PIC X(08).
         03 WS-NOW-TEXT-R REDEFINES WS-NOW-TEXT.
           05 WS-NW-HH            PIC 9(02).
           05 WS-NW-COLON1        PIC X(01).
           05 WS-NW-MN            PIC 9(02).
           05 WS-NW-COLON2        PIC X(01).
           05 WS-NW-SS            PIC 9(02).

       01 WS-DATE-COMPARE-WORK.
         03 WS-DATE-IN            PIC X(10).
         03 WS-DATE-PARTS REDEFINES WS-DATE-IN.
           05 WS-DP-CCYY          PIC 9(04).
           05 FILLER              PIC X(01).
           05 WS-DP-MM            PIC 9(02).
           05 FILLER              PIC X(01).
           05 WS-DP-DD            PIC 9(02).
         03 WS-DATE-NUM           PIC 9(08).

       01 WS-HEADING-1.
         03 FILLER                PIC X(43) VALUE
             'DEMO HEALTH CARE - DETERIORATION WATCH LIST'.
         03 FILLER                PIC X(05) VALUE SPACES.
         03 FILLER                PIC X(09) VALUE 'RUN DATE '.
         03 WH-RUN-DATE           PIC X(10).
       01 WS-HEADING-2.
         03 FILLER                PIC X(17) VALUE 'TREND RULE: LAST '.
         03 WH-TREND-VISITS       PIC Z9.
         03 FILLER                PIC X(13) VALUE ' VISITS EACH '.
         03 WH-TREND-PCT          PIC ZZ9.
         03 FILLER                PIC X(25) VALUE
             '% OR MORE FROM BASELINE, '.
         03 FILLER                PIC X(38) VALUE
             'OR MOVING THE SAME WAY AT EACH OF THEM'.
       01 WS-HEADING-2B.
         03 FILLER                PIC X(27) VALUE
             'BASELINE: AVERAGE OF UP TO '.
         03 WH-BASELINE-VISITS    PIC Z9.
         03 FILLER                PIC X(31) VALUE
             ' EARLIER VISITS, FROM THE LAST '.
         03 WH-HISTORY-VISITS     PIC Z9.
         03 FILLER                PIC X(19) VALUE
             ' VISITS PER PATIENT'.
       01 WS-HEADING-3.
         03 FILLER                PIC X(10) VALUE 'PATIENT ID'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(20) VALUE 'PATIENT NAME'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(14) VALUE 'TREND'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(10) VALUE 'VITAL'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(08) VALUE 'BASELINE'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(06) VALUE 'LATEST'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(08) VALUE 'CHANGE %'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(08) VALUE 'RULE'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(10) VALUE 'LAST VISIT'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(08) VALUE 'WORKLIST'.

       01 WS-DETAIL-LINE.
         03 WD-PATIENT-ID         PIC Z(9)9.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-PATIENT-NAME       PIC X(20).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-TREND-NAME         PIC X(14).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-VITAL-DESC         PIC X(10).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-BASELINE           PIC ZZZZZ9.9.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-LATEST             PIC ZZZZZ9.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-CHANGE-PCT         PIC -ZZZZ9.9.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-RULE               PIC X(08).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-VISIT-DATE         PIC X(10).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-WORKLIST           PIC X(08).

       01 WS-SUMMARY-LINE-1.
         03 FILLER                PIC X(28) VALUE
             'PATIENTS EVALUATED:         '.
         03 WS-PATIENTS-OUT       PIC ZZZ,ZZ9.
       01 WS-SUMMARY-LINE-2.
         03 FILLER                PIC X(28) VALUE
             'PATIENTS ON WATCH LIST:     '.
         03 WS-WATCH-OUT          PIC ZZZ,ZZ9.
       01 WS-SUMMARY-LINE-3.
         03 FILLER                PIC X(28) VALUE
             'TRENDS FOUND:               '.
         03 WS-TRENDS-OUT         PIC ZZZ,ZZ9.
       01 WS-SUMMARY-LINE-4.
         03 FILLER                PIC X(28) VALUE
             'NEW TREND ALERTS WRITTEN:   '.
         03 WS-NEW-ALERTS-OUT     PIC ZZZ,ZZ9.

      *    RUN-CONTROL REGISTRATION (SEE THE RUNCTL COPYBOOK): THE
      *    JOB STAMPS ITS START ON RUNCTL AND REFUSES TO RUN WHEN
      *    WS-RC-PREDECESSOR HAS NOT COMPLETED FOR THE BUSINESS DATE.
       01 WS-RUN-CONTROL-WORK.
         03 WS-RUNCTL-STATUS     PIC X(02).
         03 WS-RUNCPARM-STATUS   PIC X(02).
         03 WS-RC-JOB-NAME       PIC X(08) VALUE 'HCMTRND0'.
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
             PERFORM 0200-READ-NEXT-VISIT
             IF WS-EOF
               IF WS-VISIT-COUNT > 0
                 PERFORM 1000-EVALUATE-PATIENT
               END-IF
             ELSE
               ADD 1 TO WS-VISIT-READ-COUNT
               IF WS-VISIT-COUNT > 0
                   AND VR-PATIENT-ID NOT = WS-CUR-PATIENT-ID
                 PERFORM 1000-EVALUATE-PATIENT
               END-IF
               PERFORM 0300-KEEP-VISIT
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
           COMPUTE WS-TODAY-NUM =
               (WS-CURR-CCYY * 10000) + (WS-CURR-MM * 100) + WS-CURR-DD
           MOVE WS-CURR-HH   TO WS-NW-HH
           MOVE ':'          TO WS-NW-COLON1
           MOVE WS-CURR-MN   TO WS-NW-MN
           MOVE ':'          TO WS-NW-COLON2
           MOVE WS-CURR-SS   TO WS-NW-SS

           PERFORM 0110-READ-TREND-PARM

           OPEN OUTPUT TRNDRPT-FILE
           MOVE WS-TODAY-TEXT      TO WH-RUN-DATE
           MOVE WS-TREND-VISITS    TO WH-TREND-VISITS
           MOVE WS-TREND-PCT       TO WH-TREND-PCT
           MOVE WS-BASELINE-VISITS TO WH-BASELINE-VISITS
           MOVE WS-HISTORY-VISITS  TO WH-HISTORY-VISITS
           WRITE TRNDRPT-LINE FROM WS-HEADING-1
           WRITE TRNDRPT-LINE FROM WS-HEADING-2
           WRITE TRNDRPT-LINE FROM WS-HEADING-2B
           WRITE TRNDRPT-LINE FROM SPACES
           WRITE TRNDRPT-LINE FROM WS-HEADING-3

           OPEN INPUT PATMSTR-FILE
           IF WS-PATMSTR-STATUS = '35'
             MOVE 'N' TO WS-PATMSTR-OPEN
           ELSE
             SET WS-PATMSTR-IS-OPEN TO TRUE
           END-IF

           OPEN I-O ALERTREC-FILE
           IF WS-ALERTREC-STATUS = '35'
             CLOSE ALERTREC-FILE
             OPEN OUTPUT ALERTREC-FILE
             CLOSE ALERTREC-FILE
             OPEN I-O ALERTREC-FILE
           END-IF

           OPEN INPUT VISITREC-FILE
           IF WS-VISITREC-STATUS = '35'
             SET WS-EOF TO TRUE
           ELSE
             MOVE LOW-VALUES TO VR-KEY
             START VISITREC-FILE KEY IS >= VR-KEY
               INVALID KEY
                 SET WS-EOF TO TRUE
               NOT INVALID KEY
                 CONTINUE
             END-START
           END-IF
           .

      *    THE TREND NEEDS AT LEAST ONE BASELINE VISIT BEFORE THE
      *    CONSECUTIVE RUN, SO THE RUN IS HELD BELOW THE HISTORY KEPT.
       0110-READ-TREND-PARM.
           OPEN INPUT TRNDPARM-FILE
           IF WS-TRNDPARM-STATUS NOT = '35'
             READ TRNDPARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF PM-TREND-PCT IS NUMERIC AND PM-TREND-PCT > 0
                   MOVE PM-TREND-PCT TO WS-TREND-PCT
                 END-IF
                 IF PM-TREND-VISITS IS NUMERIC
                     AND PM-TREND-VISITS > 0
                   MOVE PM-TREND-VISITS TO WS-TREND-VISITS
                 END-IF
                 IF PM-BASELINE-VISITS IS NUMERIC
                     AND PM-BASELINE-VISITS > 0
                   MOVE PM-BASELINE-VISITS TO WS-BASELINE-VISITS
                 END-IF
                 IF PM-HISTORY-VISITS IS NUMERIC
                     AND PM-HISTORY-VISITS > 1
                   MOVE PM-HISTORY-VISITS TO WS-HISTORY-VISITS
                 END-IF
             END-READ
             CLOSE TRNDPARM-FILE
           END-IF
           IF WS-HISTORY-VISITS > WS-HISTORY-MAX
             MOVE WS-HISTORY-MAX TO WS-HISTORY-VISITS
           END-IF
           IF WS-TREND-VISITS >= WS-HISTORY-VISITS
             COMPUTE WS-TREND-VISITS = WS-HISTORY-VISITS - 1
           END-IF
           IF WS-TREND-VISITS < 1
             MOVE 1 TO WS-TREND-VISITS
           END-IF
           .

       0200-READ-NEXT-VISIT.
           READ VISITREC-FILE NEXT RECORD
             AT END
               SET WS-EOF TO TRUE
           END-READ
           .

      *    ONLY THE LAST WS-HISTORY-VISITS VISITS ARE KEPT - ONCE THE
      *    TABLE HOLDS THAT MANY, THE OLDEST IS SHIFTED OUT.
       0300-KEEP-VISIT.
           MOVE VR-PATIENT-ID TO WS-CUR-PATIENT-ID
           IF WS-VISIT-COUNT >= WS-HISTORY-VISITS
             PERFORM VARYING WS-I FROM 2 BY 1
                 UNTIL WS-I > WS-VISIT-COUNT
               COMPUTE WS-J = WS-I - 1
               MOVE WS-VISIT-ENTRY(WS-I) TO WS-VISIT-ENTRY(WS-J)
             END-PERFORM
           ELSE
             ADD 1 TO WS-VISIT-COUNT
           END-IF

           MOVE VR-VISIT-DATE TO WS-VE-DATE(WS-VISIT-COUNT)
           MOVE VR-VISIT-TIME TO WS-VE-TIME(WS-VISIT-COUNT)
           MOVE VR-HEART-RATE TO WS-EXT-IN
           PERFORM 8300-EXTRACT-READINGS
           MOVE WS-EXT-NUM-1 TO WS-VE-READING(WS-VISIT-COUNT, 1)
           MOVE VR-BLOOD-PRESSURE TO WS-EXT-IN
           PERFORM 8300-EXTRACT-READINGS
           MOVE WS-EXT-NUM-1 TO WS-VE-READING(WS-VISIT-COUNT, 2)
           MOVE WS-EXT-NUM-2 TO WS-VE-READING(WS-VISIT-COUNT, 3)
           .

      *+---------------------------------------------------------------+
      *| ONE PATIENT'S RETAINED VISITS ARE COMPLETE - CHECK EACH VITAL |
      *| FOR A TREND, THEN CLEAR THE TABLE FOR THE NEXT PATIENT.       |
      *+---------------------------------------------------------------+
       1000-EVALUATE-PATIENT.
           PERFORM 1100-CHECK-PATIENT-STATUS
           IF WS-PATIENT-ACTIVE
             ADD 1 TO WS-PATIENT-COUNT
             MOVE 0 TO WS-PATIENT-TRENDS
             PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > 3
               PERFORM 2000-EVALUATE-ONE-VITAL
             END-PERFORM
             IF WS-PATIENT-TRENDS > 0
               ADD 1 TO WS-WATCH-PATIENTS
             END-IF
           ELSE
             ADD 1 TO WS-INACTIVE-COUNT
           END-IF
           MOVE 0 TO WS-VISIT-COUNT
           .

      *    AN INACTIVE OR DECEASED STATUS TAKES HOLD ON ITS EFFECTIVE
      *    DATE. A PATIENT NOT ON PATMSTR IS STILL EVALUATED, AS
      *    HCMALES0 STILL AGES THEIR ALERTS.
       1100-CHECK-PATIENT-STATUS.
           MOVE 'Y' TO WS-PATIENT-ACTIVE-SW
           MOVE SPACES TO PM-LAST-NAME
           IF WS-PATMSTR-IS-OPEN
             MOVE WS-CUR-PATIENT-ID TO PM-PATIENT-ID
             READ PATMSTR-FILE
               INVALID KEY
                 MOVE '(NOT ON PATMSTR)' TO PM-LAST-NAME
               NOT INVALID KEY
                 IF PM-STAT-NOT-ACTIVE
                   MOVE PM-STATUS-DATE TO WS-DATE-IN
                   PERFORM 8100-CONVERT-DATE-TO-NUM
                   IF WS-DATE-NUM <= WS-TODAY-NUM
                     MOVE 'N' TO WS-PATIENT-ACTIVE-SW
                   END-IF
                 END-IF
             END-READ
           END-IF
           .

      *+---------------------------------------------------------------+
      *| ONE VITAL: THE LAST WS-TREND-VISITS READINGS ARE THE RUN, THE |
      *| UP TO WS-BASELINE-VISITS READINGS BEFORE THEM ARE AVERAGED    |
      *| INTO THE BASELINE. TOO FEW READINGS FOR BOTH MEANS NO TREND.  |
      *+---------------------------------------------------------------+
       2000-EVALUATE-ONE-VITAL.
           MOVE 0 TO WS-SERIES-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-VISIT-COUNT
             IF WS-VE-READING(WS-I, WS-V) > 0
               ADD 1 TO WS-SERIES-COUNT
               MOVE WS-VE-READING(WS-I, WS-V)
                 TO WS-SR-VALUE(WS-SERIES-COUNT)
               MOVE WS-I TO WS-SR-VISIT(WS-SERIES-COUNT)
             END-IF
           END-PERFORM

           IF WS-SERIES-COUNT > WS-TREND-VISITS
             PERFORM 2100-COMPUTE-BASELINE
             PERFORM 2200-TEST-FOR-TREND
             IF WS-TREND-DIRECTION NOT = SPACES
               PERFORM 3000-RECORD-TREND
             END-IF
           END-IF
           .

       2100-COMPUTE-BASELINE.
           COMPUTE WS-RUN-START = WS-SERIES-COUNT - WS-TREND-VISITS + 1
           COMPUTE WS-BASE-END = WS-RUN-START - 1
           IF WS-BASE-END > WS-BASELINE-VISITS
             COMPUTE WS-BASE-START =
                 WS-BASE-END - WS-BASELINE-VISITS + 1
           ELSE
             MOVE 1 TO WS-BASE-START
           END-IF

           MOVE 0 TO WS-BASE-SUM WS-BASE-COUNT
           PERFORM VARYING WS-I FROM WS-BASE-START BY 1
               UNTIL WS-I > WS-BASE-END
             ADD WS-SR-VALUE(WS-I) TO WS-BASE-SUM
             ADD 1 TO WS-BASE-COUNT
           END-PERFORM
           COMPUTE WS-BASELINE ROUNDED = WS-BASE-SUM / WS-BASE-COUNT

           COMPUTE WS-UPPER-LIMIT ROUNDED =
               WS-BASELINE * (100 + WS-TREND-PCT) / 100
           IF WS-TREND-PCT < 100
             COMPUTE WS-LOWER-LIMIT ROUNDED =
                 WS-BASELINE * (100 - WS-TREND-PCT) / 100
           ELSE
             MOVE 0 TO WS-LOWER-LIMIT
           END-IF
           MOVE WS-SR-VALUE(WS-SERIES-COUNT) TO WS-LATEST
           .

      *    EACH RUN READING IS TESTED AGAINST THE PERCENTAGE LIMITS AND
      *    AGAINST THE READING BEFORE IT (THE FIRST RUN READING AGAINST
      *    THE LAST BASELINE READING).
       2200-TEST-FOR-TREND.
           MOVE 0 TO WS-ABOVE-COUNT WS-BELOW-COUNT
           MOVE 0 TO WS-RISE-COUNT WS-FALL-COUNT
           PERFORM VARYING WS-I FROM WS-RUN-START BY 1
               UNTIL WS-I > WS-SERIES-COUNT
             COMPUTE WS-J = WS-I - 1
             IF WS-SR-VALUE(WS-I) >= WS-UPPER-LIMIT
               ADD 1 TO WS-ABOVE-COUNT
             END-IF
             IF WS-SR-VALUE(WS-I) <= WS-LOWER-LIMIT
               ADD 1 TO WS-BELOW-COUNT
             END-IF
             IF WS-SR-VALUE(WS-I) > WS-SR-VALUE(WS-J)
               ADD 1 TO WS-RISE-COUNT
             END-IF
             IF WS-SR-VALUE(WS-I) < WS-SR-VALUE(WS-J)
               ADD 1 TO WS-FALL-COUNT
             END-IF
           END-PERFORM

           MOVE SPACES TO WS-TREND-DIRECTION
           MOVE SPACES TO WS-TREND-RULE-HIT
           EVALUATE TRUE
             WHEN WS-ABOVE-COUNT = WS-TREND-VISITS
                 AND WS-RISE-COUNT = WS-TREND-VISITS
               MOVE 'UP'       TO WS-TREND-DIRECTION
               MOVE 'PCT+RUN'  TO WS-TREND-RULE-HIT
             WHEN WS-ABOVE-COUNT = WS-TREND-VISITS
               MOVE 'UP'       TO WS-TREND-DIRECTION
               MOVE 'PERCENT'  TO WS-TREND-RULE-HIT
             WHEN WS-RISE-COUNT = WS-TREND-VISITS
                 AND WS-LATEST > WS-BASELINE
               MOVE 'UP'       TO WS-TREND-DIRECTION
               MOVE 'RUN'      TO WS-TREND-RULE-HIT
             WHEN WS-BELOW-COUNT = WS-TREND-VISITS
                 AND WS-FALL-COUNT = WS-TREND-VISITS
               MOVE 'DOWN'     TO WS-TREND-DIRECTION
               MOVE 'PCT+RUN'  TO WS-TREND-RULE-HIT
             WHEN WS-BELOW-COUNT = WS-TREND-VISITS
               MOVE 'DOWN'     TO WS-TREND-DIRECTION
               MOVE 'PERCENT'  TO WS-TREND-RULE-HIT
             WHEN WS-FALL-COUNT = WS-TREND-VISITS
                 AND WS-LATEST < WS-BASELINE
               MOVE 'DOWN'     TO WS-TREND-DIRECTION
               MOVE 'RUN'      TO WS-TREND-RULE-HIT
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      *+---------------------------------------------------------------+
      *| A TREND WAS FOUND: RAISE IT ON THE WORKLIST UNLESS IT IS      |
      *| ALREADY THERE, AND LIST IT ON THE WATCH LIST EITHER WAY.      |
      *+---------------------------------------------------------------+
       3000-RECORD-TREND.
           ADD 1 TO WS-TREND-COUNT
           ADD 1 TO WS-PATIENT-TRENDS
           MOVE SPACES TO WS-TREND-NAME
           STRING 'TREND-'            DELIMITED BY SIZE
                  WS-VN-ABBR(WS-V)    DELIMITED BY SPACE
                  '-'                 DELIMITED BY SIZE
                  WS-TREND-DIRECTION  DELIMITED BY SPACE
             INTO WS-TREND-NAME
           END-STRING
           MOVE WS-SR-VISIT(WS-SERIES-COUNT) TO WS-I
           MOVE WS-VE-DATE(WS-I) TO WS-TREND-VISIT-DATE
           MOVE WS-VE-TIME(WS-I) TO WS-TREND-VISIT-TIME
           COMPUTE WS-CHANGE-PCT ROUNDED =
               (WS-LATEST - WS-BASELINE) * 100 / WS-BASELINE

           PERFORM 3100-CHECK-WORKLIST
           IF WS-TREND-IS-NEW
             PERFORM 3200-WRITE-TREND-ALERT
           END-IF
           PERFORM 3300-PRINT-WATCH-LINE
           .

      *    THE SAME TREND AGAINST THE SAME LATEST VISIT IS ALREADY ON
      *    FILE WHATEVER ITS STATUS; OTHERWISE ANY UNRESOLVED ALERT OF
      *    THE SAME TREND NAME FOR THE PATIENT MEANS NURSING ALREADY
      *    HAS IT - A NEW VISIT THAT CONTINUES THE TREND IS NOT RAISED
      *    AGAIN UNTIL THAT ONE IS RESOLVED.
       3100-CHECK-WORKLIST.
           MOVE 'NEW     ' TO WS-WORKLIST-STATE
           MOVE WS-CUR-PATIENT-ID   TO AL-PATIENT-ID
           MOVE WS-TREND-VISIT-DATE TO AL-VISIT-DATE
           MOVE WS-TREND-VISIT-TIME TO AL-VISIT-TIME
           MOVE WS-TREND-NAME       TO AL-VITAL-NAME
           READ ALERTREC-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               PERFORM 3110-SET-WORKLIST-STATE
           END-READ

           IF WS-TREND-IS-NEW
             MOVE 'N' TO WS-ALERT-SCAN-SW
             MOVE WS-CUR-PATIENT-ID TO AL-PATIENT-ID
             MOVE LOW-VALUES TO AL-VISIT-DATE AL-VISIT-TIME
                                AL-VITAL-NAME
             START ALERTREC-FILE KEY IS >= AL-KEY
               INVALID KEY
                 SET WS-ALERT-SCAN-DONE TO TRUE
             END-START
             PERFORM UNTIL WS-ALERT-SCAN-DONE
               READ ALERTREC-FILE NEXT RECORD
                 AT END
                   SET WS-ALERT-SCAN-DONE TO TRUE
                 NOT AT END
                   IF AL-PATIENT-ID NOT = WS-CUR-PATIENT-ID
                     SET WS-ALERT-SCAN-DONE TO TRUE
                   ELSE
                     IF AL-VITAL-NAME = WS-TREND-NAME
                         AND NOT AL-STAT-RESOLVED
                       PERFORM 3110-SET-WORKLIST-STATE
                       SET WS-ALERT-SCAN-DONE TO TRUE
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           .

       3110-SET-WORKLIST-STATE.
           EVALUATE TRUE
             WHEN AL-STAT-RESOLVED
               MOVE 'RESOLVED' TO WS-WORKLIST-STATE
             WHEN AL-STAT-ACKED
               MOVE 'ACKED   ' TO WS-WORKLIST-STATE
             WHEN OTHER
               MOVE 'OPEN    ' TO WS-WORKLIST-STATE
           END-EVALUATE
           .

       3200-WRITE-TREND-ALERT.
           MOVE WS-CUR-PATIENT-ID   TO AL-PATIENT-ID
           MOVE WS-TREND-VISIT-DATE TO AL-VISIT-DATE
           MOVE WS-TREND-VISIT-TIME TO AL-VISIT-TIME
           MOVE WS-TREND-NAME       TO AL-VITAL-NAME
           MOVE WS-LATEST           TO WD-LATEST
           MOVE WD-LATEST           TO AL-VITAL-VALUE
           MOVE WS-BASELINE         TO WD-BASELINE
           MOVE WD-BASELINE         TO AL-THRESHOLD-VALUE
           MOVE 'O'                 TO AL-STATUS
           MOVE WS-TODAY-TEXT       TO AL-CREATED-DATE
           MOVE WS-NOW-TEXT         TO AL-CREATED-TIME
           MOVE SPACES              TO AL-ACK-USERID
           MOVE SPACES              TO AL-ACK-DATE
           MOVE SPACES              TO AL-ACK-TIME
           MOVE 'T'                 TO AL-ALERT-TYPE
           WRITE ALERTREC-RECORD
           IF WS-ALERTREC-STATUS = '00'
             ADD 1 TO WS-NEW-ALERT-COUNT
           ELSE
             DISPLAY 'HCMTRND0 ALERTREC WRITE FAILED, STATUS '
                 WS-ALERTREC-STATUS ' KEY ' AL-KEY
             MOVE 'NOT SET ' TO WS-WORKLIST-STATE
           END-IF
           .

       3300-PRINT-WATCH-LINE.
           MOVE WS-CUR-PATIENT-ID   TO WD-PATIENT-ID
           MOVE PM-LAST-NAME        TO WD-PATIENT-NAME
           MOVE WS-TREND-NAME       TO WD-TREND-NAME
           MOVE WS-VN-DESC(WS-V)    TO WD-VITAL-DESC
           MOVE WS-BASELINE         TO WD-BASELINE
           MOVE WS-LATEST           TO WD-LATEST
           MOVE WS-CHANGE-PCT       TO WD-CHANGE-PCT
           MOVE WS-TREND-RULE-HIT   TO WD-RULE
           MOVE WS-TREND-VISIT-DATE TO WD-VISIT-DATE
           MOVE WS-WORKLIST-STATE   TO WD-WORKLIST
           WRITE TRNDRPT-LINE FROM WS-DETAIL-LINE
           .

       0900-FINALIZE.
           MOVE WS-PATIENT-COUNT   TO WS-PATIENTS-OUT
           MOVE WS-WATCH-PATIENTS  TO WS-WATCH-OUT
           MOVE WS-TREND-COUNT     TO WS-TRENDS-OUT
           MOVE WS-NEW-ALERT-COUNT TO WS-NEW-ALERTS-OUT
           WRITE TRNDRPT-LINE FROM SPACES
           WRITE TRNDRPT-LINE FROM WS-SUMMARY-LINE-1
           WRITE TRNDRPT-LINE FROM WS-SUMMARY-LINE-2
           WRITE TRNDRPT-LINE FROM WS-SUMMARY-LINE-3
           WRITE TRNDRPT-LINE FROM WS-SUMMARY-LINE-4
           IF WS-VISITREC-STATUS NOT = '35'
             CLOSE VISITREC-FILE
           END-IF
           CLOSE ALERTREC-FILE
           IF WS-PATMSTR-IS-OPEN
             CLOSE PATMSTR-FILE
           END-IF
           CLOSE TRNDRPT-FILE

           DISPLAY 'HCMTRND0 VISITS READ      : ' WS-VISIT-READ-COUNT
           DISPLAY 'HCMTRND0 PATIENTS         : ' WS-PATIENT-COUNT
           DISPLAY 'HCMTRND0 INACTIVE SKIPPED : ' WS-INACTIVE-COUNT
           DISPLAY 'HCMTRND0 TRENDS FOUND     : ' WS-TREND-COUNT
           DISPLAY 'HCMTRND0 NEW TREND ALERTS : ' WS-NEW-ALERT-COUNT
           .

       8100-CONVERT-DATE-TO-NUM.
           COMPUTE WS-DATE-NUM =
               (WS-DP-CCYY * 10000) + (WS-DP-MM * 100) + WS-DP-DD
           .

      *    A VITAL IS STORED AS TEXT - HEART RATE AS ONE NUMBER, BLOOD
      *    PRESSURE AS "SYSTOLIC/DIASTOLIC". THE NUMBERS BEFORE AND
      *    AFTER THE SLASH COME BACK IN WS-EXT-NUM-1 / -2, ZERO WHEN
      *    ABSENT OR NOT NUMERIC.
       8300-EXTRACT-READINGS.
           MOVE SPACES TO WS-EXT-PART-1 WS-EXT-PART-2
           MOVE 0 TO WS-EXT-LEN-1 WS-EXT-LEN-2
           MOVE 0 TO WS-EXT-NUM-1 WS-EXT-NUM-2
           UNSTRING WS-EXT-IN DELIMITED BY '/' OR ' '
             INTO WS-EXT-PART-1 COUNT IN WS-EXT-LEN-1
                  WS-EXT-PART-2 COUNT IN WS-EXT-LEN-2
           END-UNSTRING
           IF WS-EXT-LEN-1 > 0 AND WS-EXT-LEN-1 < 6
             IF WS-EXT-PART-1(1:WS-EXT-LEN-1) IS NUMERIC
               MOVE WS-EXT-PART-1(1:WS-EXT-LEN-1) TO WS-EXT-NUM-1
             END-IF
           END-IF
           IF WS-EXT-LEN-2 > 0 AND WS-EXT-LEN-2 < 6
             IF WS-EXT-PART-2(1:WS-EXT-LEN-2) IS NUMERIC
               MOVE WS-EXT-PART-2(1:WS-EXT-LEN-2) TO WS-EXT-NUM-2
             END-IF
           END-IF
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
