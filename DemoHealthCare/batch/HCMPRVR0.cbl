      *+---------------------------------------------------------------+
      *| HCMPRVR0                                                      |
      *| NIGHTLY BATCH JOB - PATIENT RECORD PRIVACY MONITORING. READS  |
      *| THE PATACCLG READ-ACCESS LOG FOR ONE REVIEW DATE AND LISTS    |
      *| FOR THE PRIVACY OFFICER EVERY ACCESS THAT NEEDS A LOOK:       |
      *|   - NO CARE LINK: A STAFF MEMBER VIEWED A PATIENT WHO HAS NO  |
      *|     APPOINTMENT (APPTREC, NOT CANCELLED), VISIT (VISITREC),   |
      *|     LAB RESULT (LABREC) OR PRESCRIPTION (RXACT RUNNING AT ANY |
      *|     TIME) WITHIN THE WINDOW OF DAYS EITHER SIDE OF THE VIEW   |
      *|   - SAME SURNAME: THE PATIENT'S LAST NAME APPEARS AS A WORD   |
      *|     IN THE STAFF MEMBER'S STAFFSEC NAME                       |
      *|   - REFUSED: AN 01QPAT READ TURNED AWAY FOR AN UNKNOWN OR     |
      *|     UNAUTHORIZED USERID                                       |
      *| FOLLOWED BY EVERY STAFF MEMBER WHOSE VIEW COUNT FOR THE DAY   |
      *| REACHED THE HIGH-VOLUME LIMIT.                                |
      *|                                                               |
      *| PRVRPARM OVERRIDE CARD - A BLANK OR ZERO FIELD KEEPS THE      |
      *| DEFAULT:                                                      |
      *|   COLS  1-10 REVIEW DATE CCYY-MM-DD        DEFAULT YESTERDAY  |
      *|   COLS 11-13 CARE WINDOW, DAYS EACH SIDE   DEFAULT 30         |
      *|   COLS 14-17 HIGH-VOLUME VIEWS PER STAFF   DEFAULT 50         |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCMPRVR0.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATACCLG-FILE ASSIGN TO 'PATACCLG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PATACCLG-STATUS.

           SELECT PATMSTR-FILE ASSIGN TO 'PATMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PATIENT-ID
               ALTERNATE RECORD KEY IS PM-INS-CARD-NUM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PM-LAST-NAME-DOB
                   WITH DUPLICATES
               FILE STATUS IS WS-PATMSTR-STATUS.

           SELECT STAFFSEC-FILE ASSIGN TO 'STAFFSEC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-USERID
               FILE STATUS IS WS-STAFFSEC-STATUS.

           SELECT APPTREC-FILE ASSIGN TO 'APPTREC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-APPTREC-STATUS.

           SELECT VISITREC-FILE ASSIGN TO 'VISITREC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VR-KEY
               FILE STATUS IS WS-VISITREC-STATUS.

           SELECT LABREC-FILE ASSIGN TO 'LABREC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-KEY
               FILE STATUS IS WS-LABREC-STATUS.

           SELECT RXACT-FILE ASSIGN TO 'RXACT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-KEY
               FILE STATUS IS WS-RXACT-STATUS.

           SELECT PRVRPARM-FILE ASSIGN TO 'PRVRPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRVRPARM-STATUS.

           SELECT PRVRRPT-FILE ASSIGN TO 'PRVRRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRVRRPT-STATUS.

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
       FD  PATACCLG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PATACCLG.

       FD  PATMSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PATMSTR.

       FD  STAFFSEC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STAFFSEC.

       FD  APPTREC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APPTREC.

       FD  VISITREC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VISITREC.

       FD  LABREC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LABREC.

       FD  RXACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RXACT.

       FD  PRVRPARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRVRPARM-RECORD.
           03 PM-REVIEW-DATE        PIC X(10).
           03 PM-WINDOW-DAYS        PIC 9(03).
           03 PM-VIEW-LIMIT         PIC 9(04).

       FD  PRVRRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRVRRPT-LINE             PIC X(132).

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  RUNCPARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNCPARM-RECORD.
           03 PM-BUSINESS-DATE      PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
         03 WS-PATACCLG-STATUS    PIC X(2).
         03 WS-PATMSTR-STATUS     PIC X(2).
         03 WS-STAFFSEC-STATUS    PIC X(2).
         03 WS-APPTREC-STATUS     PIC X(2).
         03 WS-VISITREC-STATUS    PIC X(2).
         03 WS-LABREC-STATUS      PIC X(2).
         03 WS-RXACT-STATUS       PIC X(2).
         03 WS-PRVRPARM-STATUS    PIC X(2).
         03 WS-PRVRRPT-STATUS     PIC X(2).

       01 WS-SWITCHES.
         03 WS-END-OF-FILE        PIC X(01) VALUE 'N'.
           88 WS-EOF              VALUE 'Y'.
         03 WS-PATMSTR-OPEN       PIC X(01) VALUE 'N'.
           88 WS-PATMSTR-IS-OPEN  VALUE 'Y'.
         03 WS-STAFFSEC-OPEN      PIC X(01) VALUE 'N'.
           88 WS-STAFFSEC-IS-OPEN VALUE 'Y'.
         03 WS-APPTREC-OPEN       PIC X(01) VALUE 'N'.
           88 WS-APPTREC-IS-OPEN  VALUE 'Y'.
         03 WS-VISITREC-OPEN      PIC X(01) VALUE 'N'.
           88 WS-VISITREC-IS-OPEN VALUE 'Y'.
         03 WS-LABREC-OPEN        PIC X(01) VALUE 'N'.
           88 WS-LABREC-IS-OPEN   VALUE 'Y'.
         03 WS-RXACT-OPEN         PIC X(01) VALUE 'N'.
           88 WS-RXACT-IS-OPEN    VALUE 'Y'.
         03 WS-BROWSE-SW          PIC X(01) VALUE 'N'.
           88 WS-BROWSE-DONE      VALUE 'Y'.
         03 WS-CARE-LINK-SW       PIC X(01) VALUE 'N'.
           88 WS-CARE-LINK-FOUND  VALUE 'Y'.
         03 WS-PATIENT-FOUND-SW   PIC X(01) VALUE 'N'.
           88 WS-PATIENT-FOUND    VALUE 'Y'.

       01 WS-REVIEW-RULE.
         03 WS-REVIEW-DATE        PIC X(10) VALUE SPACES.
         03 WS-WINDOW-DAYS        PIC 9(03) VALUE 30.
         03 WS-VIEW-LIMIT         PIC 9(04) VALUE 50.
         03 WS-WINDOW-FROM        PIC X(10).
         03 WS-WINDOW-TO          PIC X(10).

       01 WS-RUN-COUNTS.
         03 WS-SCANNED-COUNT      PIC 9(07) VALUE ZEROES.
         03 WS-IN-DAY-COUNT       PIC 9(07) VALUE ZEROES.
         03 WS-VIEWED-COUNT       PIC 9(07) VALUE ZEROES.
         03 WS-NOT-FOUND-COUNT    PIC 9(07) VALUE ZEROES.
         03 WS-REFUSED-COUNT      PIC 9(07) VALUE ZEROES.
         03 WS-NO-LINK-COUNT      PIC 9(07) VALUE ZEROES.
         03 WS-SAME-NAME-COUNT    PIC 9(07) VALUE ZEROES.
         03 WS-HIGH-VOLUME-COUNT  PIC 9(07) VALUE ZEROES.
         03 WS-STAFF-OVERFLOW     PIC 9(07) VALUE ZEROES.

      *    ONE ENTRY PER STAFF USERID SEEN ON THE REVIEW DATE, WITH
      *    ITS STAFFSEC NAME AND HOW MANY CHARTS IT OPENED.
       01 WS-STAFF-TABLE.
         03 WS-STAFF-COUNT        PIC 9(03) VALUE ZEROES.
         03 WS-STAFF-MAX          PIC 9(03) VALUE 500.
         03 WS-STAFF-ENTRY OCCURS 500 TIMES.
           05 WS-SF-USERID        PIC X(10).
           05 WS-SF-NAME          PIC X(30).
           05 WS-SF-VIEWS         PIC 9(05).
           05 WS-SF-FLAGGED       PIC 9(05).
         03 WS-SF-IX              PIC 9(03).
         03 WS-SF-CUR             PIC 9(03).

      *    THE CARE-LINK ANSWER FOR THE LAST PATIENT CHECKED - A
      *    STAFF MEMBER OPENING THE SAME CHART AGAIN DOES NOT REPEAT
      *    THE FOUR BROWSES.
       01 WS-CARE-LINK-CACHE.
         03 WS-CACHE-PATIENT-ID   PIC 9(10) VALUE ZEROES.
         03 WS-CACHE-CARE-LINK    PIC X(01) VALUE 'N'.

       01 WS-NAME-MATCH-WORK.
         03 WS-STAFF-WORDS        PIC X(32).
         03 WS-NAME-PROBE         PIC X(22).
         03 WS-PROBE-PTR          PIC 9(02).
         03 WS-PROBE-LEN          PIC 9(02).
         03 WS-NAME-HITS          PIC 9(02).
         03 WS-PATIENT-NAME       PIC X(20).

       01 WS-DATE-TIME-WORK.
         03 WS-CURRENT-DATE-AND-TIME PIC X(21).
         03 WS-CDT-R REDEFINES WS-CURRENT-DATE-AND-TIME.
           05 WS-CURR-CCYY       PIC 9(04).
           05 WS-CURR-MM         PIC 9(02).
           05 WS-CURR-DD         PIC 9(02).
           05 FILLER             PIC X(13).
         03 WS-TODAY-NUM          PIC 9(08).

       01 WS-DATE-BUILD-WORK.
         03 WS-BUILD-INT          PIC 9(08).
         03 WS-REVIEW-INT         PIC 9(08).
         03 WS-BUILD-NUM          PIC 9(08).
         03 WS-BUILD-NUM-R REDEFINES WS-BUILD-NUM.
           05 WS-BN-CCYY          PIC 9(04).
           05 WS-BN-MM            PIC 9(02).
           05 WS-BN-DD            PIC 9(02).
         03 WS-BUILD-TEXT         PIC X(10).
         03 WS-BUILD-TEXT-R REDEFINES WS-BUILD-TEXT.
           05 WS-BT-CCYY          PIC 9(04).
           05 WS-BT-DASH1         PIC X(01).
           05 WS-BT-MM            PIC 9(02).
           05 WS-BT-DASH2         PIC X(01).
           05 WS-BT-DD            PIC 9(02).
         03 WS-DATE-NUM-IN        PIC 9(08).

       01 WS-HEADING-1.
         03 FILLER                PIC X(50) VALUE
             'DEMO HEALTH CARE - PATIENT RECORD PRIVACY REVIEW'.
         03 FILLER                PIC X(14) VALUE 'REVIEW DATE: '.
         03 WH-REVIEW-DATE        PIC X(10).
       01 WS-HEADING-2.
         03 FILLER                PIC X(30) VALUE
             'CARE LINK WINDOW: VISIT, APPT,'.
         03 FILLER                PIC X(28) VALUE
             ' LAB OR PRESCRIPTION WITHIN '.
         03 WH-WINDOW-DAYS        PIC ZZ9.
         03 FILLER                PIC X(16) VALUE
             ' DAYS EACH SIDE '.
         03 FILLER                PIC X(10) VALUE '(FROM '.
         03 WH-WINDOW-FROM        PIC X(10).
         03 FILLER                PIC X(04) VALUE ' TO '.
         03 WH-WINDOW-TO          PIC X(10).
         03 FILLER                PIC X(01) VALUE ')'.
       01 WS-HEADING-3.
         03 FILLER                PIC X(08) VALUE 'TIME'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(10) VALUE 'STAFF'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(30) VALUE 'STAFF NAME'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(10) VALUE 'PATIENT ID'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(20) VALUE 'PATIENT NAME'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(04) VALUE 'TERM'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(20) VALUE 'FLAG'.

       01 WS-DETAIL-LINE.
         03 WD-ACCESS-TIME        PIC X(08).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-STAFF-USERID       PIC X(10).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-STAFF-NAME         PIC X(30).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-PATIENT-ID         PIC Z(9)9.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-PATIENT-NAME       PIC X(20).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-TERMINAL-ID        PIC X(04).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-FLAG               PIC X(20).

       01 WS-VOLUME-HEADING.
         03 FILLER                PIC X(37) VALUE
             'HIGH-VOLUME STAFF - CHART VIEWS AT OR'.
         03 FILLER                PIC X(07) VALUE ' ABOVE '.
         03 WH-VIEW-LIMIT         PIC Z,ZZ9.
       01 WS-VOLUME-HEADING-2.
         03 FILLER                PIC X(10) VALUE 'STAFF'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(30) VALUE 'STAFF NAME'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(08) VALUE '   VIEWS'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(08) VALUE ' FLAGGED'.
       01 WS-VOLUME-LINE.
         03 WV-STAFF-USERID       PIC X(10).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WV-STAFF-NAME         PIC X(30).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WV-VIEWS              PIC ZZ,ZZ9.
         03 FILLER                PIC X(04) VALUE SPACES.
         03 WV-FLAGGED            PIC ZZ,ZZ9.

       01 WS-SUMMARY-LINE.
         03 WS-SUMMARY-LABEL      PIC X(28).
         03 WS-SUMMARY-OUT        PIC ZZZ,ZZ9.

      *    RUN-CONTROL REGISTRATION (SEE THE RUNCTL COPYBOOK): THE
      *    JOB STAMPS ITS START ON RUNCTL AND REFUSES TO RUN WHEN
      *    WS-RC-PREDECESSOR HAS NOT COMPLETED FOR THE BUSINESS DATE.
       01 WS-RUN-CONTROL-WORK.
         03 WS-RUNCTL-STATUS     PIC X(02).
         03 WS-RUNCPARM-STATUS   PIC X(02).
         03 WS-RC-JOB-NAME       PIC X(08) VALUE 'HCMPRVR0'.
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
             PERFORM 0200-READ-NEXT-ACCESS
             IF NOT WS-EOF
               ADD 1 TO WS-SCANNED-COUNT
               IF PX-ACCESS-DATE = WS-REVIEW-DATE
                 ADD 1 TO WS-IN-DAY-COUNT
                 PERFORM 1000-REVIEW-ACCESS
               END-IF
             END-IF
           END-PERFORM
           PERFORM 3000-PRINT-HIGH-VOLUME
           PERFORM 0900-FINALIZE
           PERFORM 7900-MARK-RUN-COMPLETE
           STOP RUN
           .

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           COMPUTE WS-TODAY-NUM =
               (WS-CURR-CCYY * 10000) + (WS-CURR-MM * 100) + WS-CURR-DD

           PERFORM 0110-READ-PARAMETER-CARD
           PERFORM 0120-DERIVE-CARE-WINDOW

           OPEN OUTPUT PRVRRPT-FILE
           MOVE WS-REVIEW-DATE TO WH-REVIEW-DATE
           MOVE WS-WINDOW-DAYS TO WH-WINDOW-DAYS
           MOVE WS-WINDOW-FROM TO WH-WINDOW-FROM
           MOVE WS-WINDOW-TO   TO WH-WINDOW-TO
           WRITE PRVRRPT-LINE FROM WS-HEADING-1
           WRITE PRVRRPT-LINE FROM WS-HEADING-2
           WRITE PRVRRPT-LINE FROM SPACES
           WRITE PRVRRPT-LINE FROM WS-HEADING-3

           OPEN INPUT PATMSTR-FILE
           IF WS-PATMSTR-STATUS = '35'
             MOVE 'N' TO WS-PATMSTR-OPEN
           ELSE
             SET WS-PATMSTR-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT STAFFSEC-FILE
           IF WS-STAFFSEC-STATUS = '35'
             MOVE 'N' TO WS-STAFFSEC-OPEN
           ELSE
             SET WS-STAFFSEC-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT APPTREC-FILE
           IF WS-APPTREC-STATUS = '35'
             MOVE 'N' TO WS-APPTREC-OPEN
           ELSE
             SET WS-APPTREC-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT VISITREC-FILE
           IF WS-VISITREC-STATUS = '35'
             MOVE 'N' TO WS-VISITREC-OPEN
           ELSE
             SET WS-VISITREC-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT LABREC-FILE
           IF WS-LABREC-STATUS = '35'
             MOVE 'N' TO WS-LABREC-OPEN
           ELSE
             SET WS-LABREC-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT RXACT-FILE
           IF WS-RXACT-STATUS = '35'
             MOVE 'N' TO WS-RXACT-OPEN
           ELSE
             SET WS-RXACT-IS-OPEN TO TRUE
           END-IF

           OPEN INPUT PATACCLG-FILE
           IF WS-PATACCLG-STATUS = '35'
             SET WS-EOF TO TRUE
           END-IF
           .

      *    NO CARD (OR A BLANK REVIEW DATE) MEANS THE USUAL NIGHTLY
      *    RUN: REVIEW YESTERDAY'S ACCESS, THE WAY HCMDAYR0 DOES.
       0110-READ-PARAMETER-CARD.
           OPEN INPUT PRVRPARM-FILE
           IF WS-PRVRPARM-STATUS NOT = '35'
             READ PRVRPARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE PM-REVIEW-DATE TO WS-REVIEW-DATE
                 IF PM-WINDOW-DAYS IS NUMERIC
                     AND PM-WINDOW-DAYS > 0
                   MOVE PM-WINDOW-DAYS TO WS-WINDOW-DAYS
                 END-IF
                 IF PM-VIEW-LIMIT IS NUMERIC
                     AND PM-VIEW-LIMIT > 0
                   MOVE PM-VIEW-LIMIT TO WS-VIEW-LIMIT
                 END-IF
             END-READ
             CLOSE PRVRPARM-FILE
           END-IF
           IF WS-REVIEW-DATE = SPACES
             COMPUTE WS-BUILD-INT =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) - 1
             PERFORM 0130-BUILD-DATE-TEXT
             MOVE WS-BUILD-TEXT TO WS-REVIEW-DATE
           END-IF
           .

      *    THE CARE LINK WINDOW RUNS WS-WINDOW-DAYS EITHER SIDE OF THE
      *    REVIEW DATE. EVERY DATE ON THE FILES IS CCYY-MM-DD TEXT, SO
      *    THE WINDOW IS HELD THE SAME WAY AND COMPARED AS TEXT.
       0120-DERIVE-CARE-WINDOW.
           MOVE WS-REVIEW-DATE(1:4)  TO WS-DATE-NUM-IN(1:4)
           MOVE WS-REVIEW-DATE(6:2)  TO WS-DATE-NUM-IN(5:2)
           MOVE WS-REVIEW-DATE(9:2)  TO WS-DATE-NUM-IN(7:2)
           COMPUTE WS-REVIEW-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-IN)
           COMPUTE WS-BUILD-INT = WS-REVIEW-INT - WS-WINDOW-DAYS
           PERFORM 0130-BUILD-DATE-TEXT
           MOVE WS-BUILD-TEXT TO WS-WINDOW-FROM
           COMPUTE WS-BUILD-INT = WS-REVIEW-INT + WS-WINDOW-DAYS
           PERFORM 0130-BUILD-DATE-TEXT
           MOVE WS-BUILD-TEXT TO WS-WINDOW-TO
           .

       0130-BUILD-DATE-TEXT.
           COMPUTE WS-BUILD-NUM =
               FUNCTION DATE-OF-INTEGER(WS-BUILD-INT)
           MOVE WS-BN-CCYY TO WS-BT-CCYY
           MOVE '-'        TO WS-BT-DASH1
           MOVE WS-BN-MM   TO WS-BT-MM
           MOVE '-'        TO WS-BT-DASH2
           MOVE WS-BN-DD   TO WS-BT-DD
           .

       0200-READ-NEXT-ACCESS.
           READ PATACCLG-FILE
             AT END
               SET WS-EOF TO TRUE
           END-READ
           .

      *+---------------------------------------------------------------+
      *| ONE LOGGED READ ON THE REVIEW DATE. A REFUSED ATTEMPT IS      |
      *| LISTED AS IT STANDS. A VIEWED CHART COUNTS TOWARD THE STAFF   |
      *| MEMBER'S DAILY TOTAL AND IS TESTED FOR A CARE LINK AND FOR A  |
      *| SHARED SURNAME. A PATIENT-NOT-FOUND INQUIRY SHOWED NOTHING.   |
      *+---------------------------------------------------------------+
       1000-REVIEW-ACCESS.
           PERFORM 1100-FIND-STAFF-ENTRY
           EVALUATE TRUE
             WHEN PX-OUTCOME-REFUSED
               ADD 1 TO WS-REFUSED-COUNT
               PERFORM 1200-LOOKUP-PATIENT
               MOVE SPACES TO WD-FLAG
               STRING 'REFUSED - REASON '  DELIMITED BY SIZE
                      PX-RETURN-CODE       DELIMITED BY SIZE
                 INTO WD-FLAG
               END-STRING
               PERFORM 1900-PRINT-FLAGGED-ACCESS
             WHEN PX-OUTCOME-VIEWED
               ADD 1 TO WS-VIEWED-COUNT
               IF WS-SF-CUR > 0
                 ADD 1 TO WS-SF-VIEWS(WS-SF-CUR)
               END-IF
               PERFORM 1200-LOOKUP-PATIENT
               PERFORM 1300-CHECK-CARE-LINK
               IF NOT WS-CARE-LINK-FOUND
                 ADD 1 TO WS-NO-LINK-COUNT
                 MOVE 'NO CARE LINK' TO WD-FLAG
                 PERFORM 1900-PRINT-FLAGGED-ACCESS
               END-IF
               PERFORM 1400-CHECK-SHARED-SURNAME
               IF WS-NAME-HITS > 0
                 ADD 1 TO WS-SAME-NAME-COUNT
                 MOVE 'SAME SURNAME' TO WD-FLAG
                 PERFORM 1900-PRINT-FLAGGED-ACCESS
               END-IF
             WHEN OTHER
               ADD 1 TO WS-NOT-FOUND-COUNT
           END-EVALUATE
           .

      *    WS-SF-CUR POINTS AT THE STAFF MEMBER'S TABLE ENTRY, ADDED
      *    (WITH THE STAFFSEC NAME) THE FIRST TIME THE USERID IS SEEN.
      *    ZERO ONLY WHEN THE TABLE IS FULL.
       1100-FIND-STAFF-ENTRY.
           MOVE 0 TO WS-SF-CUR
           PERFORM VARYING WS-SF-IX FROM 1 BY 1
               UNTIL WS-SF-IX > WS-STAFF-COUNT OR WS-SF-CUR > 0
             IF WS-SF-USERID(WS-SF-IX) = PX-STAFF-USERID
               MOVE WS-SF-IX TO WS-SF-CUR
             END-IF
           END-PERFORM
           IF WS-SF-CUR = 0
             IF WS-STAFF-COUNT < WS-STAFF-MAX
               ADD 1 TO WS-STAFF-COUNT
               MOVE WS-STAFF-COUNT TO WS-SF-CUR
               MOVE PX-STAFF-USERID TO WS-SF-USERID(WS-SF-CUR)
               MOVE 0 TO WS-SF-VIEWS(WS-SF-CUR)
               MOVE 0 TO WS-SF-FLAGGED(WS-SF-CUR)
               PERFORM 1110-LOOKUP-STAFF-NAME
             ELSE
               ADD 1 TO WS-STAFF-OVERFLOW
             END-IF
           END-IF
           .

       1110-LOOKUP-STAFF-NAME.
           MOVE '** NOT ON STAFFSEC **' TO WS-SF-NAME(WS-SF-CUR)
           IF PX-STAFF-USERID = SPACES
             MOVE '** NO USERID GIVEN **' TO WS-SF-NAME(WS-SF-CUR)
           ELSE
             IF WS-STAFFSEC-IS-OPEN
               MOVE PX-STAFF-USERID TO SS-USERID
               READ STAFFSEC-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE SS-STAFF-NAME TO WS-SF-NAME(WS-SF-CUR)
               END-READ
             END-IF
           END-IF
           .

       1200-LOOKUP-PATIENT.
           MOVE 'N' TO WS-PATIENT-FOUND-SW
           MOVE '** NOT ON MASTER **' TO WS-PATIENT-NAME
           IF WS-PATMSTR-IS-OPEN
             MOVE PX-PATIENT-ID TO PM-PATIENT-ID
             READ PATMSTR-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 SET WS-PATIENT-FOUND TO TRUE
                 MOVE SPACES TO WS-PATIENT-NAME
                 STRING PM-LAST-NAME DELIMITED BY SPACE
                        ', '         DELIMITED BY SIZE
                        PM-FIRST-NAME DELIMITED BY SPACE
                     INTO WS-PATIENT-NAME
             END-READ
           END-IF
           .

      *+---------------------------------------------------------------+
      *| CARE LINK: ANY APPOINTMENT NOT CANCELLED, ANY VISIT OR LAB    |
      *| RESULT DATED INSIDE THE WINDOW, OR ANY PRESCRIPTION WHOSE     |
      *| START-END RANGE OVERLAPS IT. THE FIRST ONE FOUND IS ENOUGH.   |
      *+---------------------------------------------------------------+
       1300-CHECK-CARE-LINK.
           IF PX-PATIENT-ID = WS-CACHE-PATIENT-ID
             MOVE WS-CACHE-CARE-LINK TO WS-CARE-LINK-SW
           ELSE
             MOVE 'N' TO WS-CARE-LINK-SW
             PERFORM 1310-CHECK-APPOINTMENTS
             IF NOT WS-CARE-LINK-FOUND
               PERFORM 1320-CHECK-VISITS
             END-IF
             IF NOT WS-CARE-LINK-FOUND
               PERFORM 1330-CHECK-LAB-RESULTS
             END-IF
             IF NOT WS-CARE-LINK-FOUND
               PERFORM 1340-CHECK-PRESCRIPTIONS
             END-IF
             MOVE PX-PATIENT-ID   TO WS-CACHE-PATIENT-ID
             MOVE WS-CARE-LINK-SW TO WS-CACHE-CARE-LINK
           END-IF
           .

       1310-CHECK-APPOINTMENTS.
           IF WS-APPTREC-IS-OPEN
             MOVE 'N' TO WS-BROWSE-SW
             MOVE PX-PATIENT-ID  TO AP-PATIENT-ID
             MOVE WS-WINDOW-FROM TO AP-APPT-DATE
             MOVE LOW-VALUES     TO AP-APPT-TIME
             START APPTREC-FILE KEY IS >= AP-KEY
               INVALID KEY
                 SET WS-BROWSE-DONE TO TRUE
             END-START
             PERFORM UNTIL WS-BROWSE-DONE
               READ APPTREC-FILE NEXT RECORD
                 AT END
                   SET WS-BROWSE-DONE TO TRUE
                 NOT AT END
                   IF AP-PATIENT-ID NOT = PX-PATIENT-ID
                       OR AP-APPT-DATE > WS-WINDOW-TO
                     SET WS-BROWSE-DONE TO TRUE
                   ELSE
                     IF NOT AP-STAT-CANCELLED
                       SET WS-CARE-LINK-FOUND TO TRUE
                       SET WS-BROWSE-DONE TO TRUE
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           .

      *    VISITREC AND LABREC ARE KEYED PATIENT + DATE, SO THE FIRST
      *    RECORD AT OR AFTER THE WINDOW START ANSWERS THE QUESTION.
       1320-CHECK-VISITS.
           IF WS-VISITREC-IS-OPEN
             MOVE PX-PATIENT-ID  TO VR-PATIENT-ID
             MOVE WS-WINDOW-FROM TO VR-VISIT-DATE
             MOVE LOW-VALUES     TO VR-VISIT-TIME
             START VISITREC-FILE KEY IS >= VR-KEY
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 READ VISITREC-FILE NEXT RECORD
                   AT END
                     CONTINUE
                   NOT AT END
                     IF VR-PATIENT-ID = PX-PATIENT-ID
                         AND VR-VISIT-DATE NOT > WS-WINDOW-TO
                       SET WS-CARE-LINK-FOUND TO TRUE
                     END-IF
                 END-READ
             END-START
           END-IF
           .

       1330-CHECK-LAB-RESULTS.
           IF WS-LABREC-IS-OPEN
             MOVE PX-PATIENT-ID  TO LB-PATIENT-ID
             MOVE WS-WINDOW-FROM TO LB-RESULT-DATE
             MOVE LOW-VALUES     TO LB-RESULT-TIME
             MOVE LOW-VALUES     TO LB-TEST-NAME
             START LABREC-FILE KEY IS >= LB-KEY
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 READ LABREC-FILE NEXT RECORD
                   AT END
                     CONTINUE
                   NOT AT END
                     IF LB-PATIENT-ID = PX-PATIENT-ID
                         AND LB-RESULT-DATE NOT > WS-WINDOW-TO
                       SET WS-CARE-LINK-FOUND TO TRUE
                     END-IF
                 END-READ
             END-START
           END-IF
           .

      *    A PRESCRIPTION WITH NO END DATE IS STILL RUNNING.
       1340-CHECK-PRESCRIPTIONS.
           IF WS-RXACT-IS-OPEN
             MOVE 'N' TO WS-BROWSE-SW
             MOVE PX-PATIENT-ID TO RA-PATIENT-ID
             MOVE ZEROES        TO RA-PRESCRIPTION-ID
             START RXACT-FILE KEY IS >= RA-KEY
               INVALID KEY
                 SET WS-BROWSE-DONE TO TRUE
             END-START
             PERFORM UNTIL WS-BROWSE-DONE
               READ RXACT-FILE NEXT RECORD
                 AT END
                   SET WS-BROWSE-DONE TO TRUE
                 NOT AT END
                   IF RA-PATIENT-ID NOT = PX-PATIENT-ID
                     SET WS-BROWSE-DONE TO TRUE
                   ELSE
                     IF RA-START-DATE NOT > WS-WINDOW-TO
                         AND (RA-END-DATE = SPACES
                           OR RA-END-DATE NOT < WS-WINDOW-FROM)
                       SET WS-CARE-LINK-FOUND TO TRUE
                       SET WS-BROWSE-DONE TO TRUE
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           .

      *    THE PATIENT'S LAST NAME, BOUNDED BY SPACES, IS LOOKED FOR
      *    AMONG THE WORDS OF THE STAFF NAME - SO 'LEE' MATCHES
      *    'ANNA LEE' OR 'LEE, ANNA' BUT NOT 'KATHLEEN'. A LAST NAME OF
      *    MORE THAN ONE WORD IS MATCHED AS A WHOLE.
       1400-CHECK-SHARED-SURNAME.
           MOVE 0 TO WS-NAME-HITS
           IF WS-PATIENT-FOUND AND PM-LAST-NAME NOT = SPACES
               AND WS-SF-CUR > 0
             MOVE SPACES TO WS-STAFF-WORDS
             STRING ' '                   DELIMITED BY SIZE
                    WS-SF-NAME(WS-SF-CUR) DELIMITED BY SIZE
               INTO WS-STAFF-WORDS
             END-STRING
             INSPECT WS-STAFF-WORDS REPLACING ALL ',' BY ' '
                                              ALL '.' BY ' '
             MOVE SPACES TO WS-NAME-PROBE
             MOVE 1 TO WS-PROBE-PTR
             STRING ' '          DELIMITED BY SIZE
                    PM-LAST-NAME DELIMITED BY '  '
                    ' '          DELIMITED BY SIZE
               INTO WS-NAME-PROBE
               WITH POINTER WS-PROBE-PTR
             END-STRING
             COMPUTE WS-PROBE-LEN = WS-PROBE-PTR - 1
             INSPECT WS-STAFF-WORDS TALLYING WS-NAME-HITS
                 FOR ALL WS-NAME-PROBE(1:WS-PROBE-LEN)
           END-IF
           .

       1900-PRINT-FLAGGED-ACCESS.
           IF WS-SF-CUR > 0
             ADD 1 TO WS-SF-FLAGGED(WS-SF-CUR)
             MOVE WS-SF-NAME(WS-SF-CUR) TO WD-STAFF-NAME
           ELSE
             MOVE SPACES TO WD-STAFF-NAME
           END-IF
           MOVE PX-ACCESS-TIME  TO WD-ACCESS-TIME
           MOVE PX-STAFF-USERID TO WD-STAFF-USERID
           MOVE PX-PATIENT-ID   TO WD-PATIENT-ID
           MOVE WS-PATIENT-NAME TO WD-PATIENT-NAME
           MOVE PX-TERMINAL-ID  TO WD-TERMINAL-ID
           WRITE PRVRRPT-LINE FROM WS-DETAIL-LINE
           .

      *    STAFF MEMBERS ARE LISTED IN THE ORDER THEY FIRST APPEARED
      *    ON THE LOG THAT DAY.
       3000-PRINT-HIGH-VOLUME.
           MOVE WS-VIEW-LIMIT TO WH-VIEW-LIMIT
           WRITE PRVRRPT-LINE FROM SPACES
           WRITE PRVRRPT-LINE FROM WS-VOLUME-HEADING
           WRITE PRVRRPT-LINE FROM WS-VOLUME-HEADING-2
           PERFORM VARYING WS-SF-IX FROM 1 BY 1
               UNTIL WS-SF-IX > WS-STAFF-COUNT
             IF WS-SF-VIEWS(WS-SF-IX) >= WS-VIEW-LIMIT
               ADD 1 TO WS-HIGH-VOLUME-COUNT
               MOVE WS-SF-USERID(WS-SF-IX)  TO WV-STAFF-USERID
               MOVE WS-SF-NAME(WS-SF-IX)    TO WV-STAFF-NAME
               MOVE WS-SF-VIEWS(WS-SF-IX)   TO WV-VIEWS
               MOVE WS-SF-FLAGGED(WS-SF-IX) TO WV-FLAGGED
               WRITE PRVRRPT-LINE FROM WS-VOLUME-LINE
             END-IF
           END-PERFORM
           .

       0900-FINALIZE.
           WRITE PRVRRPT-LINE FROM SPACES
           MOVE 'READS LOGGED ON REVIEW DATE:' TO WS-SUMMARY-LABEL
           MOVE WS-IN-DAY-COUNT      TO WS-SUMMARY-OUT
           WRITE PRVRRPT-LINE FROM WS-SUMMARY-LINE
           MOVE '  CHARTS VIEWED:            ' TO WS-SUMMARY-LABEL
           MOVE WS-VIEWED-COUNT      TO WS-SUMMARY-OUT
           WRITE PRVRRPT-LINE FROM WS-SUMMARY-LINE
           MOVE '  PATIENT NOT FOUND:        ' TO WS-SUMMARY-LABEL
           MOVE WS-NOT-FOUND-COUNT   TO WS-SUMMARY-OUT
           WRITE PRVRRPT-LINE FROM WS-SUMMARY-LINE
           MOVE '  REFUSED:                  ' TO WS-SUMMARY-LABEL
           MOVE WS-REFUSED-COUNT     TO WS-SUMMARY-OUT
           WRITE PRVRRPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'VIEWS WITH NO CARE LINK:    ' TO WS-SUMMARY-LABEL
           MOVE WS-NO-LINK-COUNT     TO WS-SUMMARY-OUT
           WRITE PRVRRPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'VIEWS SHARING A SURNAME:    ' TO WS-SUMMARY-LABEL
           MOVE WS-SAME-NAME-COUNT   TO WS-SUMMARY-OUT
           WRITE PRVRRPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'HIGH-VOLUME STAFF:          ' TO WS-SUMMARY-LABEL
           MOVE WS-HIGH-VOLUME-COUNT TO WS-SUMMARY-OUT
           WRITE PRVRRPT-LINE FROM WS-SUMMARY-LINE
           IF WS-STAFF-OVERFLOW > 0
             MOVE 'STAFF TABLE FULL - UNCOUNTED' TO WS-SUMMARY-LABEL
             MOVE WS-STAFF-OVERFLOW  TO WS-SUMMARY-OUT
             WRITE PRVRRPT-LINE FROM WS-SUMMARY-LINE
           END-IF

           IF WS-PATACCLG-STATUS NOT = '35'
             CLOSE PATACCLG-FILE
           END-IF
           IF WS-PATMSTR-IS-OPEN
             CLOSE PATMSTR-FILE
           END-IF
           IF WS-STAFFSEC-IS-OPEN
             CLOSE STAFFSEC-FILE
           END-IF
           IF WS-APPTREC-IS-OPEN
             CLOSE APPTREC-FILE
           END-IF
           IF WS-VISITREC-IS-OPEN
             CLOSE VISITREC-FILE
           END-IF
           IF WS-LABREC-IS-OPEN
             CLOSE LABREC-FILE
           END-IF
           IF WS-RXACT-IS-OPEN
             CLOSE RXACT-FILE
           END-IF
           CLOSE PRVRRPT-FILE

           DISPLAY 'HCMPRVR0 SCANNED       : ' WS-SCANNED-COUNT
           DISPLAY 'HCMPRVR0 REVIEW DATE   : ' WS-IN-DAY-COUNT
           DISPLAY 'HCMPRVR0 NO CARE LINK  : ' WS-NO-LINK-COUNT
           DISPLAY 'HCMPRVR0 SAME SURNAME  : ' WS-SAME-NAME-COUNT
           DISPLAY 'HCMPRVR0 REFUSED       : ' WS-REFUSED-COUNT
           DISPLAY 'HCMPRVR0 HIGH-VOLUME   : ' WS-HIGH-VOLUME-COUNT
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
