      *+---------------------------------------------------------------+
      *| HCMNTFY0                                                      |
      *| NIGHTLY BATCH JOB - BUILDS THE OUTBOUND PATIENT NOTIFICATION  |
      *| FILE (NTFYMSG) FOR THE SMS / E-MAIL GATEWAY. THREE NOTICES:   |
      *|   'AP' A REMINDER THE DAY BEFORE EVERY BOOKED APPTREC         |
      *|        APPOINTMENT                                            |
      *|   'RX' AN ACTIVE RXACT PRESCRIPTION WHOSE END DATE FALLS      |
      *|        WITHIN THE NEXT 7 DAYS, SO THE PATIENT CAN ASK FOR A   |
      *|        REFILL (01RMED) IN TIME                                |
      *|   'TH' THERAPY DUE - EVERY MEDASSGN ASSIGNMENT HCMMEDR0 PUT   |
      *|        ON TONIGHT'S CALL LIST. HCMMEDR0 STAMPS MA-LAST-       |
      *|        REMINDED WITH TODAY'S DATE AS IT LISTS THEM, SO THIS   |
      *|        JOB RUNS AFTER IT AND PICKS UP EXACTLY THOSE.          |
      *| EACH NOTICE GOES BY THE CHANNEL THE PATIENT CHOSE ON PATCNTPF |
      *| (01ACPF) TO THE MOBILE NUMBER OR E-MAIL ADDRESS ON PATMSTR,   |
      *| WITH THE PATIENT'S QUIET HOURS FOR THE GATEWAY TO RESPECT.    |
      *| EVERY NOTICE IS LOGGED ON NTFYLOG - SENT, OR HELD BACK FOR AN |
      *| OPT-OUT OR A MISSING CONTACT DETAIL - AND ONE ALREADY LOGGED  |
      *| AS SENT IS NEVER SENT AGAIN, SO A RERUN IS HARMLESS. PATIENTS |
      *| MARKED INACTIVE OR DECEASED ON PATMSTR (01SPAT) ARE NEVER     |
      *| NOTIFIED.                                                     |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCMNTFY0.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPTREC-FILE ASSIGN TO 'APPTREC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-APPTREC-STATUS.

           SELECT RXACT-FILE ASSIGN TO 'RXACT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-KEY
               FILE STATUS IS WS-RXACT-STATUS.

           SELECT MEDASSGN-FILE ASSIGN TO 'MEDASSGN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-KEY
               FILE STATUS IS WS-MEDASSGN-STATUS.

           SELECT PATMSTR-FILE ASSIGN TO 'PATMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PATIENT-ID
               ALTERNATE RECORD KEY IS PM-INS-CARD-NUM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PM-LAST-NAME-DOB
                   WITH DUPLICATES
               FILE STATUS IS WS-PATMSTR-STATUS.

           SELECT PATCNTPF-FILE ASSIGN TO 'PATCNTPF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PATIENT-ID
               FILE STATUS IS WS-PATCNTPF-STATUS.

           SELECT NTFYLOG-FILE ASSIGN TO 'NTFYLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NL-KEY
               FILE STATUS IS WS-NTFYLOG-STATUS.

           SELECT NTFYMSG-FILE ASSIGN TO 'NTFYMSG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NTFYMSG-STATUS.

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
       FD  APPTREC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APPTREC.

       FD  RXACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RXACT.

       FD  MEDASSGN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MEDASSGN.

       FD  PATMSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PATMSTR.

       FD  PATCNTPF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PATCNTPF.

       FD  NTFYLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NTFYLOG.

       FD  NTFYMSG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NTFYMSG.

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  RUNCPARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNCPARM-RECORD.
           03 PM-BUSINESS-DATE      PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
         03 WS-APPTREC-STATUS     PIC X(2).
         03 WS-RXACT-STATUS       PIC X(2).
         03 WS-MEDASSGN-STATUS    PIC X(2).
         03 WS-PATMSTR-STATUS     PIC X(2).
         03 WS-PATCNTPF-STATUS    PIC X(2).
         03 WS-NTFYLOG-STATUS     PIC X(2).
         03 WS-NTFYMSG-STATUS     PIC X(2).

       01 WS-SWITCHES.
         03 WS-END-OF-FILE        PIC X(01) VALUE 'N'.
           88 WS-EOF              VALUE 'Y'.
         03 WS-APPTREC-OPEN       PIC X(01) VALUE 'N'.
           88 WS-APPTREC-IS-OPEN  VALUE 'Y'.
         03 WS-RXACT-OPEN         PIC X(01) VALUE 'N'.
           88 WS-RXACT-IS-OPEN    VALUE 'Y'.
         03 WS-MEDASSGN-OPEN      PIC X(01) VALUE 'N'.
           88 WS-MEDASSGN-IS-OPEN VALUE 'Y'.
         03 WS-PATMSTR-OPEN       PIC X(01) VALUE 'N'.
           88 WS-PATMSTR-IS-OPEN  VALUE 'Y'.
         03 WS-PATCNTPF-OPEN      PIC X(01) VALUE 'N'.
           88 WS-PATCNTPF-IS-OPEN VALUE 'Y'.
         03 WS-PATIENT-SW         PIC X(01).
           88 WS-PATIENT-REACHABLE VALUE 'Y'.
         03 WS-LOGGED-SW          PIC X(01).
           88 WS-ALREADY-LOGGED   VALUE 'Y'.
           88 WS-NOT-YET-LOGGED   VALUE 'N'.

       01 WS-COUNTERS.
         03 WS-APPT-COUNT         PIC 9(07) VALUE ZEROES.
         03 WS-RX-COUNT           PIC 9(07) VALUE ZEROES.
         03 WS-THERAPY-COUNT      PIC 9(07) VALUE ZEROES.
         03 WS-SENT-COUNT         PIC 9(07) VALUE ZEROES.
         03 WS-SENT-SMS-COUNT     PIC 9(07) VALUE ZEROES.
         03 WS-SENT-EMAIL-COUNT   PIC 9(07) VALUE ZEROES.
         03 WS-ALREADY-SENT-COUNT PIC 9(07) VALUE ZEROES.
         03 WS-OPTED-OUT-COUNT    PIC 9(07) VALUE ZEROES.
         03 WS-NO-ADDRESS-COUNT   PIC 9(07) VALUE ZEROES.
         03 WS-INACTIVE-COUNT     PIC 9(07) VALUE ZEROES.

      *    SITE DEFAULT QUIET HOURS FOR A PATIENT WHO HAS NOT SET
      *    THEIR OWN ON PATCNTPF.
       01 WS-DEFAULT-QUIET-START  PIC X(05) VALUE '21:00'.
       01 WS-DEFAULT-QUIET-END    PIC X(05) VALUE '08:00'.

      *    THE NOTICE BEING ISSUED, STAGED BY EACH SCAN FOR 5000.
      *    THE EVENT REFERENCE IS THE NTFYLOG KEY TAIL, WITH ONE VIEW
      *    PER NOTICE TYPE.
       01 WS-NOTICE-WORK.
         03 WS-NT-PATIENT-ID      PIC 9(10).
         03 WS-NT-TYPE            PIC X(02).
         03 WS-NT-EVENT-REF       PIC X(60).
         03 WS-NT-REF-APPT REDEFINES WS-NT-EVENT-REF.
           05 WS-NR-APPT-DATE     PIC X(10).
           05 WS-NR-APPT-TIME     PIC X(10).
           05 FILLER              PIC X(40).
         03 WS-NT-REF-RX REDEFINES WS-NT-EVENT-REF.
           05 WS-NR-RX-ID         PIC 9(10).
           05 WS-NR-RX-END-DATE   PIC X(10).
           05 FILLER              PIC X(40).
         03 WS-NT-REF-THERAPY REDEFINES WS-NT-EVENT-REF.
           05 WS-NR-TH-NAME       PIC X(50).
           05 WS-NR-TH-DUE-DATE   PIC X(10).
         03 WS-NT-EVENT-DATE      PIC X(10).
         03 WS-NT-EVENT-TIME      PIC X(10).
         03 WS-NT-SUBJECT         PIC X(50).
         03 WS-NT-OUTCOME         PIC X(01).
           88 WS-NT-SEND          VALUE 'S'.
           88 WS-NT-OPTED-OUT     VALUE 'O'.
           88 WS-NT-NO-ADDRESS    VALUE 'A'.
         03 WS-NT-CHANNEL         PIC X(01).
         03 WS-NT-ADDRESS         PIC X(50).
         03 WS-NT-QUIET-START     PIC X(05).
         03 WS-NT-QUIET-END       PIC X(05).

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
         03 WS-TOMORROW-TEXT      PIC X(10).
         03 WS-RX-WINDOW-END      PIC X(10).

       01 WS-DATE-BUILD-WORK.
         03 WS-BUILD-INT          PIC 9(08).
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
         03 WS-DAYS-AHEAD         PIC 9(03).

       01 WS-DATE-COMPARE-WORK.
         03 WS-DATE-IN            PIC X(10).
         03 WS-DATE-PARTS REDEFINES WS-DATE-IN.
           05 WS-DP-CCYY          PIC 9(04).
           05 FILLER              PIC X(01).
           05 WS-DP-MM            PIC 9(02).
           05 FILLER              PIC X(01).
           05 WS-DP-DD            PIC 9(02).
         03 WS-DATE-NUM           PIC 9(08).

      *    RUN-CONTROL REGISTRATION (SEE THE RUNCTL COPYBOOK): THE
      *    JOB STAMPS ITS START ON RUNCTL AND REFUSES TO RUN WHEN
      *    WS-RC-PREDECESSOR HAS NOT COMPLETED FOR THE BUSINESS DATE.
       01 WS-RUN-CONTROL-WORK.
         03 WS-RUNCTL-STATUS     PIC X(02).
         03 WS-RUNCPARM-STATUS   PIC X(02).
         03 WS-RC-JOB-NAME       PIC X(08) VALUE 'HCMNTFY0'.
         03 WS-RC-PREDECESSOR    PIC X(08) VALUE 'HCMMEDR0'.
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
           IF WS-APPTREC-IS-OPEN
             PERFORM 1000-SCAN-APPOINTMENTS
           END-IF
           IF WS-RXACT-IS-OPEN
             PERFORM 2000-SCAN-PRESCRIPTIONS
           END-IF
           IF WS-MEDASSGN-IS-OPEN
             PERFORM 3000-SCAN-THERAPY
           END-IF
           PERFORM 0900-FINALIZE
           PERFORM 7900-MARK-RUN-COMPLETE
           STOP RUN
           .

      *    APPOINTMENT REMINDERS GO OUT FOR TOMORROW'S SLOTS;
      *    PRESCRIPTIONS ARE PICKED UP WHEN THEY END TODAY OR ANY DAY
      *    OF THE 7 THAT FOLLOW.
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

           MOVE 1 TO WS-DAYS-AHEAD
           PERFORM 8200-BUILD-DATE-AHEAD
           MOVE WS-BUILD-TEXT TO WS-TOMORROW-TEXT
           MOVE 7 TO WS-DAYS-AHEAD
           PERFORM 8200-BUILD-DATE-AHEAD
           MOVE WS-BUILD-TEXT TO WS-RX-WINDOW-END

           OPEN INPUT APPTREC-FILE
           IF WS-APPTREC-STATUS = '35'
             MOVE 'N' TO WS-APPTREC-OPEN
           ELSE
             SET WS-APPTREC-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT RXACT-FILE
           IF WS-RXACT-STATUS = '35'
             MOVE 'N' TO WS-RXACT-OPEN
           ELSE
             SET WS-RXACT-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT MEDASSGN-FILE
           IF WS-MEDASSGN-STATUS = '35'
             MOVE 'N' TO WS-MEDASSGN-OPEN
           ELSE
             SET WS-MEDASSGN-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT PATMSTR-FILE
           IF WS-PATMSTR-STATUS = '35'
             MOVE 'N' TO WS-PATMSTR-OPEN
           ELSE
             SET WS-PATMSTR-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT PATCNTPF-FILE
           IF WS-PATCNTPF-STATUS = '35'
             MOVE 'N' TO WS-PATCNTPF-OPEN
           ELSE
             SET WS-PATCNTPF-IS-OPEN TO TRUE
           END-IF

           OPEN I-O NTFYLOG-FILE
           IF WS-NTFYLOG-STATUS = '35'
             CLOSE NTFYLOG-FILE
             OPEN OUTPUT NTFYLOG-FILE
             CLOSE NTFYLOG-FILE
             OPEN I-O NTFYLOG-FILE
           END-IF
           OPEN OUTPUT NTFYMSG-FILE
           .

      *+---------------------------------------------------------------+
      *| APPOINTMENT REMINDERS - EVERY APPTREC APPOINTMENT STILL       |
      *| BOOKED FOR TOMORROW. A CANCELLED SLOT NEVER QUALIFIES, AND A  |
      *| RESCHEDULED ONE IS A NEW DATE + TIME, SO A NEW NOTICE.        |
      *+---------------------------------------------------------------+
       1000-SCAN-APPOINTMENTS.
           MOVE 'N' TO WS-END-OF-FILE
           MOVE LOW-VALUES TO AP-KEY
           START APPTREC-FILE KEY IS >= AP-KEY
             INVALID KEY
               SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
             READ APPTREC-FILE NEXT RECORD
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 IF AP-STAT-BOOKED AND AP-APPT-DATE = WS-TOMORROW-TEXT
                   PERFORM 1100-STAGE-APPT-NOTICE
                 END-IF
             END-READ
           END-PERFORM
           .

       1100-STAGE-APPT-NOTICE.
           ADD 1 TO WS-APPT-COUNT
           MOVE SPACES          TO WS-NT-EVENT-REF
           MOVE AP-PATIENT-ID   TO WS-NT-PATIENT-ID
           MOVE 'AP'            TO WS-NT-TYPE
           MOVE AP-APPT-DATE    TO WS-NR-APPT-DATE
           MOVE AP-APPT-TIME    TO WS-NR-APPT-TIME
           MOVE AP-APPT-DATE    TO WS-NT-EVENT-DATE
           MOVE AP-APPT-TIME    TO WS-NT-EVENT-TIME
           MOVE AP-REASON       TO WS-NT-SUBJECT
           PERFORM 5000-ISSUE-NOTICE
           .

      *+---------------------------------------------------------------+
      *| PRESCRIPTION-ENDING NOTICES - EVERY ACTIVE RXACT PRESCRIPTION |
      *| WHOSE END DATE FALLS FROM TODAY TO 7 DAYS OUT. A DISCONTINUED |
      *| PRESCRIPTION IS NOT NOTIFIED; A REFILL MOVES THE END DATE AND |
      *| SO EARNS A FRESH NOTICE WHEN THE NEW DATE COMES ROUND.        |
      *+---------------------------------------------------------------+
       2000-SCAN-PRESCRIPTIONS.
           MOVE 'N' TO WS-END-OF-FILE
           MOVE LOW-VALUES TO RA-KEY
           START RXACT-FILE KEY IS >= RA-KEY
             INVALID KEY
               SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
             READ RXACT-FILE NEXT RECORD
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 IF RA-STAT-ACTIVE
                     AND RA-END-DATE NOT = SPACES
                     AND RA-END-DATE NOT < WS-TODAY-TEXT
                     AND RA-END-DATE NOT > WS-RX-WINDOW-END
                   PERFORM 2100-STAGE-RX-NOTICE
                 END-IF
             END-READ
           END-PERFORM
           .

       2100-STAGE-RX-NOTICE.
           ADD 1 TO WS-RX-COUNT
           MOVE SPACES             TO WS-NT-EVENT-REF
           MOVE RA-PATIENT-ID      TO WS-NT-PATIENT-ID
           MOVE 'RX'               TO WS-NT-TYPE
           MOVE RA-PRESCRIPTION-ID TO WS-NR-RX-ID
           MOVE RA-END-DATE        TO WS-NR-RX-END-DATE
           MOVE RA-END-DATE        TO WS-NT-EVENT-DATE
           MOVE SPACES             TO WS-NT-EVENT-TIME
           MOVE RA-DRUG-NAME       TO WS-NT-SUBJECT
           PERFORM 5000-ISSUE-NOTICE
           .

      *+---------------------------------------------------------------+
      *| THERAPY-DUE NOTICES - THE MEDASSGN ASSIGNMENTS HCMMEDR0 PUT   |
      *| ON TONIGHT'S CALL LIST, RECOGNISED BY THE MA-LAST-REMINDED    |
      *| DATE IT STAMPS. ITS DUE RULE IS NOT REPEATED HERE, SO THE     |
      *| CALL LIST AND THE NOTICES CAN NEVER DISAGREE.                 |
      *+---------------------------------------------------------------+
       3000-SCAN-THERAPY.
           MOVE 'N' TO WS-END-OF-FILE
           MOVE LOW-VALUES TO MA-KEY
           START MEDASSGN-FILE KEY IS >= MA-KEY
             INVALID KEY
               SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
             READ MEDASSGN-FILE NEXT RECORD
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 IF MA-STAT-OPEN AND MA-LAST-REMINDED = WS-TODAY-TEXT
                   PERFORM 3100-STAGE-THERAPY-NOTICE
                 END-IF
             END-READ
           END-PERFORM
           .

       3100-STAGE-THERAPY-NOTICE.
           ADD 1 TO WS-THERAPY-COUNT
           MOVE SPACES             TO WS-NT-EVENT-REF
           MOVE MA-PATIENT-ID      TO WS-NT-PATIENT-ID
           MOVE 'TH'               TO WS-NT-TYPE
           MOVE MA-MEDITATION-NAME TO WS-NR-TH-NAME
           MOVE WS-TODAY-TEXT      TO WS-NR-TH-DUE-DATE
           MOVE WS-TODAY-TEXT      TO WS-NT-EVENT-DATE
           MOVE SPACES             TO WS-NT-EVENT-TIME
           MOVE MA-MEDITATION-NAME TO WS-NT-SUBJECT
           PERFORM 5000-ISSUE-NOTICE
           .

      *+---------------------------------------------------------------+
      *| ISSUE ONE STAGED NOTICE: THE PATIENT MUST BE ON PATMSTR AND   |
      *| ACTIVE; A NOTICE NTFYLOG ALREADY SHOWS AS SENT IS SKIPPED;    |
      *| OTHERWISE PATCNTPF DECIDES WHETHER AND WHERE IT GOES. SENT OR |
      *| HELD BACK, THE OUTCOME IS LOGGED.                             |
      *+---------------------------------------------------------------+
       5000-ISSUE-NOTICE.
           PERFORM 5100-CHECK-PATIENT
           IF NOT WS-PATIENT-REACHABLE
             ADD 1 TO WS-INACTIVE-COUNT
           ELSE
             PERFORM 5200-CHECK-NOTICE-LOG
             IF WS-ALREADY-LOGGED AND NL-SENT
               ADD 1 TO WS-ALREADY-SENT-COUNT
             ELSE
               PERFORM 5300-APPLY-PREFERENCES
               EVALUATE TRUE
                 WHEN WS-NT-SEND
                   PERFORM 5400-WRITE-MESSAGE
                 WHEN WS-NT-OPTED-OUT
                   ADD 1 TO WS-OPTED-OUT-COUNT
                 WHEN OTHER
                   ADD 1 TO WS-NO-ADDRESS-COUNT
               END-EVALUATE
               PERFORM 5500-LOG-NOTICE
             END-IF
           END-IF
           .

      *    AN INACTIVE OR DECEASED STATUS TAKES HOLD ON ITS EFFECTIVE
      *    DATE, AS IN HCMMEDR0 0310.
       5100-CHECK-PATIENT.
           MOVE 'N' TO WS-PATIENT-SW
           IF WS-PATMSTR-IS-OPEN
             MOVE WS-NT-PATIENT-ID TO PM-PATIENT-ID
             READ PATMSTR-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 SET WS-PATIENT-REACHABLE TO TRUE
                 IF PM-STAT-NOT-ACTIVE
                   MOVE PM-STATUS-DATE TO WS-DATE-IN
                   PERFORM 8100-CONVERT-DATE-TO-NUM
                   IF WS-DATE-NUM <= WS-TODAY-NUM
                     MOVE 'N' TO WS-PATIENT-SW
                   END-IF
                 END-IF
             END-READ
           END-IF
           .

       5200-CHECK-NOTICE-LOG.
           MOVE WS-NT-PATIENT-ID TO NL-PATIENT-ID
           MOVE WS-NT-TYPE       TO NL-NOTICE-TYPE
           MOVE WS-NT-EVENT-REF  TO NL-EVENT-REF
           READ NTFYLOG-FILE
             INVALID KEY
               SET WS-NOT-YET-LOGGED TO TRUE
             NOT INVALID KEY
               SET WS-ALREADY-LOGGED TO TRUE
           END-READ
           .

      *    NO PATCNTPF RECORD MEANS NO OPT-OUTS AND THE SITE DEFAULT
      *    QUIET HOURS, SENT BY SMS WHEN A MOBILE NUMBER IS ON FILE
      *    AND BY E-MAIL OTHERWISE.
       5300-APPLY-PREFERENCES.
           MOVE SPACES TO PATCNTPF-RECORD
           IF WS-PATCNTPF-IS-OPEN
             MOVE WS-NT-PATIENT-ID TO CP-PATIENT-ID
             READ PATCNTPF-FILE
               INVALID KEY
                 MOVE SPACES TO PATCNTPF-RECORD
             END-READ
           END-IF

           IF CP-QUIET-START = SPACES
             MOVE WS-DEFAULT-QUIET-START TO WS-NT-QUIET-START
             MOVE WS-DEFAULT-QUIET-END   TO WS-NT-QUIET-END
           ELSE
             MOVE CP-QUIET-START TO WS-NT-QUIET-START
             MOVE CP-QUIET-END   TO WS-NT-QUIET-END
           END-IF

           MOVE 'S'    TO WS-NT-OUTCOME
           MOVE SPACES TO WS-NT-CHANNEL
           MOVE SPACES TO WS-NT-ADDRESS
           EVALUATE TRUE
             WHEN CP-CHANNEL-NONE
               MOVE 'O' TO WS-NT-OUTCOME
             WHEN WS-NT-TYPE = 'AP' AND CP-NO-APPT-NOTICES
               MOVE 'O' TO WS-NT-OUTCOME
             WHEN WS-NT-TYPE = 'RX' AND CP-NO-RX-NOTICES
               MOVE 'O' TO WS-NT-OUTCOME
             WHEN WS-NT-TYPE = 'TH' AND CP-NO-THERAPY-NOTICES
               MOVE 'O' TO WS-NT-OUTCOME
             WHEN CP-CHANNEL-SMS
               MOVE 'S'             TO WS-NT-CHANNEL
               MOVE PM-PHONE-MOBILE TO WS-NT-ADDRESS
             WHEN CP-CHANNEL-EMAIL
               MOVE 'E'              TO WS-NT-CHANNEL
               MOVE PM-EMAIL-ADDRESS TO WS-NT-ADDRESS
             WHEN PM-PHONE-MOBILE NOT = SPACES
               MOVE 'S'             TO WS-NT-CHANNEL
               MOVE PM-PHONE-MOBILE TO WS-NT-ADDRESS
             WHEN OTHER
               MOVE 'E'              TO WS-NT-CHANNEL
               MOVE PM-EMAIL-ADDRESS TO WS-NT-ADDRESS
           END-EVALUATE

           IF WS-NT-SEND AND WS-NT-ADDRESS = SPACES
             MOVE 'A' TO WS-NT-OUTCOME
           END-IF
           .

       5400-WRITE-MESSAGE.
           MOVE SPACES            TO NTFYMSG-RECORD
           MOVE WS-NT-PATIENT-ID  TO NM-PATIENT-ID
           MOVE WS-NT-TYPE        TO NM-NOTICE-TYPE
           MOVE WS-NT-CHANNEL     TO NM-CHANNEL
           MOVE WS-NT-ADDRESS     TO NM-ADDRESS
           MOVE PM-FIRST-NAME     TO NM-FIRST-NAME
           MOVE PM-LAST-NAME      TO NM-LAST-NAME
           MOVE WS-NT-EVENT-DATE  TO NM-EVENT-DATE
           MOVE WS-NT-EVENT-TIME  TO NM-EVENT-TIME
           MOVE WS-NT-SUBJECT     TO NM-SUBJECT
           MOVE WS-NT-QUIET-START TO NM-QUIET-START
           MOVE WS-NT-QUIET-END   TO NM-QUIET-END
           MOVE WS-TODAY-TEXT     TO NM-CREATED-DATE
           WRITE NTFYMSG-RECORD
           ADD 1 TO WS-SENT-COUNT
           IF NM-CHANNEL-SMS
             ADD 1 TO WS-SENT-SMS-COUNT
           ELSE
             ADD 1 TO WS-SENT-EMAIL-COUNT
           END-IF
           .

      *    A NOTICE HELD BACK ON AN EARLIER NIGHT IS ALREADY ON THE
      *    LOG; ITS RECORD IS UPDATED WITH TONIGHT'S OUTCOME.
       5500-LOG-NOTICE.
           MOVE WS-NT-PATIENT-ID TO NL-PATIENT-ID
           MOVE WS-NT-TYPE       TO NL-NOTICE-TYPE
           MOVE WS-NT-EVENT-REF  TO NL-EVENT-REF
           MOVE WS-NT-OUTCOME    TO NL-OUTCOME
           MOVE WS-NT-CHANNEL    TO NL-CHANNEL
           MOVE WS-NT-ADDRESS    TO NL-ADDRESS
           MOVE WS-TODAY-TEXT    TO NL-LOGGED-DATE
           MOVE WS-NOW-TEXT      TO NL-LOGGED-TIME
           IF WS-ALREADY-LOGGED
             REWRITE NTFYLOG-RECORD
           ELSE
             WRITE NTFYLOG-RECORD
           END-IF
           .

       0900-FINALIZE.
           IF WS-APPTREC-IS-OPEN
             CLOSE APPTREC-FILE
           END-IF
           IF WS-RXACT-IS-OPEN
             CLOSE RXACT-FILE
           END-IF
           IF WS-MEDASSGN-IS-OPEN
             CLOSE MEDASSGN-FILE
           END-IF
           IF WS-PATMSTR-IS-OPEN
             CLOSE PATMSTR-FILE
           END-IF
           IF WS-PATCNTPF-IS-OPEN
             CLOSE PATCNTPF-FILE
           END-IF
           CLOSE NTFYLOG-FILE
           CLOSE NTFYMSG-FILE

           DISPLAY 'HCMNTFY0 APPOINTMENT REMINDERS DUE: ' WS-APPT-COUNT
           DISPLAY 'HCMNTFY0 PRESCRIPTIONS ENDING     : ' WS-RX-COUNT
           DISPLAY 'HCMNTFY0 THERAPY DUE              : '
               WS-THERAPY-COUNT
           DISPLAY 'HCMNTFY0 MESSAGES WRITTEN         : ' WS-SENT-COUNT
           DISPLAY 'HCMNTFY0   BY SMS                 : '
               WS-SENT-SMS-COUNT
           DISPLAY 'HCMNTFY0   BY E-MAIL              : '
               WS-SENT-EMAIL-COUNT
           DISPLAY 'HCMNTFY0 ALREADY SENT             : '
               WS-ALREADY-SENT-COUNT
           DISPLAY 'HCMNTFY0 HELD - OPTED OUT         : '
               WS-OPTED-OUT-COUNT
           DISPLAY 'HCMNTFY0 HELD - NO CONTACT DETAIL : '
               WS-NO-ADDRESS-COUNT
           DISPLAY 'HCMNTFY0 PATIENT INACTIVE/UNKNOWN : '
               WS-INACTIVE-COUNT
           .

       8100-CONVERT-DATE-TO-NUM.
           COMPUTE WS-DATE-NUM =
               (WS-DP-CCYY * 10000) + (WS-DP-MM * 100) + WS-DP-DD
           .

       8200-BUILD-DATE-AHEAD.
           COMPUTE WS-BUILD-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) + WS-DAYS-AHEAD
           COMPUTE WS-BUILD-NUM =
               FUNCTION DATE-OF-INTEGER(WS-BUILD-INT)
           MOVE WS-BN-CCYY TO WS-BT-CCYY
           MOVE '-'        TO WS-BT-DASH1
           MOVE WS-BN-MM   TO WS-BT-MM
           MOVE '-'        TO WS-BT-DASH2
           MOVE WS-BN-DD   TO WS-BT-DD
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
