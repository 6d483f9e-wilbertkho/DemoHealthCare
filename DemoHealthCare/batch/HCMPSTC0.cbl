      *+---------------------------------------------------------------+
      *| HCMPSTC0                                                      |
      *| NIGHTLY BATCH JOB - COMPLETES THE 01SPAT STATUS CASCADE FOR   |
      *| A PATIENT WHOSE INACTIVE OR DECEASED STATUS WAS KEYED AHEAD   |
      *| OF ITS EFFECTIVE DATE. HCMADB02 STOPS THE PRESCRIPTIONS AND   |
      *| APPOINTMENTS AS OF THAT DATE WHEN THE CHANGE IS KEYED, BUT    |
      *| LEAVES THE PATIENT'S MEDASSGN THERAPY OPEN AND THE USERSEC    |
      *| PORTAL ACCOUNT USABLE UNTIL THE STATUS TAKES EFFECT. THIS JOB |
      *| READS PATMSTR AND, FOR EVERY PATIENT INACTIVE OR DECEASED AS  |
      *| OF THE BUSINESS DATE, CLOSES ANY THERAPY STILL OPEN (AS OF    |
      *| THE STATUS DATE) AND LOCKS THE PORTAL ACCOUNT IF IT IS NOT    |
      *| LOCKED ALREADY - EXACTLY AS 2888 / 2891 DO ONLINE.            |
      *|                                                               |
      *| EACH PATIENT ACTED ON GETS AN 'S' RECORD ON PATSTLOG (OLD AND |
      *| NEW STATUS BOTH THE STATUS THAT TOOK EFFECT, USERID HCMPSTC0) |
      *| FOLLOWED BY ITS 'T' AND 'P' ITEMS, SO HCMPSTR0 REPORTS THEM   |
      *| LIKE ANY OTHER CASCADE. A PATIENT WITH NOTHING LEFT OPEN IS   |
      *| NOT LOGGED, SO THE JOB CAN RUN EVERY NIGHT AND BE RERUN.      |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCMPSTC0.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATMSTR-FILE ASSIGN TO 'PATMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PATIENT-ID
               ALTERNATE RECORD KEY IS PM-INS-CARD-NUM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PM-LAST-NAME-DOB
                   WITH DUPLICATES
               FILE STATUS IS WS-PATMSTR-STATUS.

           SELECT MEDASSGN-FILE ASSIGN TO 'MEDASSGN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-KEY
               FILE STATUS IS WS-MEDASSGN-STATUS.

           SELECT USERSEC-FILE ASSIGN TO 'USERSEC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-USERNAME
               FILE STATUS IS WS-USERSEC-STATUS.

           SELECT PATSTLOG-FILE ASSIGN TO 'PATSTLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PATSTLOG-STATUS.

           SELECT LOGINAUD-FILE ASSIGN TO 'LOGINAUD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOGINAUD-STATUS.

           SELECT PSTCRPT-FILE ASSIGN TO 'PSTCRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSTCRPT-STATUS.

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
       FD  PATMSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PATMSTR.

       FD  MEDASSGN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MEDASSGN.

       FD  USERSEC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY USERSEC.

       FD  PATSTLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PATSTLOG.

       FD  LOGINAUD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOGINAUD.

       FD  PSTCRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PSTCRPT-LINE             PIC X(132).

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  RUNCPARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNCPARM-RECORD.
           03 PM-BUSINESS-DATE      PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
         03 WS-PATMSTR-STATUS     PIC X(2).
         03 WS-MEDASSGN-STATUS    PIC X(2).
         03 WS-USERSEC-STATUS     PIC X(2).
         03 WS-PATSTLOG-STATUS    PIC X(2).
         03 WS-LOGINAUD-STATUS    PIC X(2).
         03 WS-PSTCRPT-STATUS     PIC X(2).

       01 WS-SWITCHES.
         03 WS-END-OF-FILE        PIC X(01) VALUE 'N'.
           88 WS-EOF              VALUE 'Y'.
         03 WS-BROWSE-END         PIC X(01) VALUE 'N'.
           88 WS-BROWSE-EOF       VALUE 'Y'.
         03 WS-STATUS-LOGGED-SW   PIC X(01) VALUE 'N'.
           88 WS-STATUS-LOGGED    VALUE 'Y'.
         03 WS-MEDASSGN-OPEN      PIC X(01) VALUE 'N'.
           88 WS-MEDASSGN-IS-OPEN VALUE 'Y'.
         03 WS-USERSEC-OPEN       PIC X(01) VALUE 'N'.
           88 WS-USERSEC-IS-OPEN  VALUE 'Y'.
         03 WS-SCANNED-COUNT      PIC 9(07) VALUE ZEROES.
         03 WS-IN-EFFECT-COUNT    PIC 9(07) VALUE ZEROES.
         03 WS-PATIENT-COUNT      PIC 9(07) VALUE ZEROES.
         03 WS-THERAPY-COUNT      PIC 9(07) VALUE ZEROES.
         03 WS-PORTAL-COUNT       PIC 9(07) VALUE ZEROES.

       01 WS-CASCADE-WORK.
         03 WS-ITEM-TYPE          PIC X(01).
         03 WS-ITEM-KEY           PIC X(50).

       01 WS-DATE-COMPARE-WORK.
         03 WS-DATE-IN            PIC X(10).
         03 WS-DATE-PARTS REDEFINES WS-DATE-IN.
           05 WS-DP-CCYY          PIC 9(04).
           05 FILLER              PIC X(01).
           05 WS-DP-MM            PIC 9(02).
           05 FILLER              PIC X(01).
           05 WS-DP-DD            PIC 9(02).
         03 WS-DATE-NUM           PIC 9(08).
         03 WS-BUSINESS-NUM       PIC 9(08).

       01 WS-HEADING-1.
         03 FILLER                PIC X(53) VALUE
             'DEMO HEALTH CARE - PATIENT STATUS CASCADE COMPLETION'.
       01 WS-HEADING-2.
         03 FILLER                PIC X(14) VALUE 'BUSINESS DATE '.
         03 WH-BUSINESS-DATE      PIC X(10).
       01 WS-HEADING-3.
         03 FILLER                PIC X(10) VALUE 'PATIENT ID'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(06) VALUE 'STATUS'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(10) VALUE 'EFFECTIVE'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(16) VALUE 'ACTION'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(50) VALUE 'ITEM'.

       01 WS-DETAIL-LINE.
         03 WD-PATIENT-ID         PIC Z(9)9.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-STATUS             PIC X(06).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-EFFECTIVE-DATE     PIC X(10).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-ACTION             PIC X(16).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-ITEM-KEY           PIC X(50).

       01 WS-SUMMARY-LINE.
         03 FILLER                PIC X(28) VALUE
             'PATIENTS COMPLETED:         '.
         03 WS-PATIENT-OUT        PIC ZZZ,ZZ9.
       01 WS-SUMMARY-LINE-2.
         03 FILLER                PIC X(28) VALUE
             'THERAPY ASSIGNMENTS CLOSED: '.
         03 WS-THERAPY-OUT        PIC ZZZ,ZZ9.
       01 WS-SUMMARY-LINE-3.
         03 FILLER                PIC X(28) VALUE
             'PORTAL ACCOUNTS LOCKED:     '.
         03 WS-PORTAL-OUT         PIC ZZZ,ZZ9.

      *    RUN-CONTROL REGISTRATION (SEE THE RUNCTL COPYBOOK): THE
      *    JOB STAMPS ITS START ON RUNCTL AND REFUSES TO RUN WHEN
      *    WS-RC-PREDECESSOR HAS NOT COMPLETED FOR THE BUSINESS DATE.
       01 WS-RUN-CONTROL-WORK.
         03 WS-RUNCTL-STATUS     PIC X(02).
         03 WS-RUNCPARM-STATUS   PIC X(02).
         03 WS-RC-JOB-NAME       PIC X(08) VALUE 'HCMPSTC0'.
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
             PERFORM 0200-READ-NEXT-PATIENT
             IF NOT WS-EOF
               ADD 1 TO WS-SCANNED-COUNT
               IF PM-STAT-NOT-ACTIVE
                 MOVE PM-STATUS-DATE TO WS-DATE-IN
                 PERFORM 8100-CONVERT-DATE-TO-NUM
                 IF WS-DATE-NUM <= WS-BUSINESS-NUM
                   ADD 1 TO WS-IN-EFFECT-COUNT
                   PERFORM 1000-COMPLETE-CASCADE
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           PERFORM 0900-FINALIZE
           PERFORM 7900-MARK-RUN-COMPLETE
           STOP RUN
           .

       0100-INITIALIZE.
           MOVE WS-RC-BUSINESS-DATE TO WS-DATE-IN
           PERFORM 8100-CONVERT-DATE-TO-NUM
           MOVE WS-DATE-NUM TO WS-BUSINESS-NUM

           OPEN OUTPUT PSTCRPT-FILE
           MOVE WS-RC-BUSINESS-DATE TO WH-BUSINESS-DATE
           WRITE PSTCRPT-LINE FROM WS-HEADING-1
           WRITE PSTCRPT-LINE FROM WS-HEADING-2
           WRITE PSTCRPT-LINE FROM SPACES
           WRITE PSTCRPT-LINE FROM WS-HEADING-3

           OPEN I-O MEDASSGN-FILE
           IF WS-MEDASSGN-STATUS = '35'
             MOVE 'N' TO WS-MEDASSGN-OPEN
           ELSE
             SET WS-MEDASSGN-IS-OPEN TO TRUE
           END-IF

           OPEN I-O USERSEC-FILE
           IF WS-USERSEC-STATUS = '35'
             MOVE 'N' TO WS-USERSEC-OPEN
           ELSE
             SET WS-USERSEC-IS-OPEN TO TRUE
           END-IF

           OPEN EXTEND PATSTLOG-FILE
           IF WS-PATSTLOG-STATUS = '35'
             CLOSE PATSTLOG-FILE
             OPEN OUTPUT PATSTLOG-FILE
             CLOSE PATSTLOG-FILE
             OPEN EXTEND PATSTLOG-FILE
           END-IF

           OPEN EXTEND LOGINAUD-FILE
           IF WS-LOGINAUD-STATUS = '35'
             CLOSE LOGINAUD-FILE
             OPEN OUTPUT LOGINAUD-FILE
             CLOSE LOGINAUD-FILE
             OPEN EXTEND LOGINAUD-FILE
           END-IF

           OPEN INPUT PATMSTR-FILE
           IF WS-PATMSTR-STATUS = '35'
             SET WS-EOF TO TRUE
           ELSE
             MOVE LOW-VALUES TO PM-PATIENT-ID
             START PATMSTR-FILE KEY IS >= PM-PATIENT-ID
               INVALID KEY
                 SET WS-EOF TO TRUE
               NOT INVALID KEY
                 CONTINUE
             END-START
           END-IF
           .

       0200-READ-NEXT-PATIENT.
           READ PATMSTR-FILE NEXT RECORD
             AT END
               SET WS-EOF TO TRUE
           END-READ
           .

      *    ONE PATIENT WHOSE STATUS HAS TAKEN EFFECT. THE 'S' RECORD
      *    IS WRITTEN AHEAD OF THE FIRST ITEM ACTUALLY TOUCHED (1300).
       1000-COMPLETE-CASCADE.
           MOVE 'N' TO WS-STATUS-LOGGED-SW
           PERFORM 1100-CLOSE-OPEN-THERAPY
           PERFORM 1200-LOCK-PORTAL
           IF WS-STATUS-LOGGED
             ADD 1 TO WS-PATIENT-COUNT
           END-IF
           .

      *    SAME BROWSE AND CLOSURE AS 2887 / 2888 IN HCMADB02.
       1100-CLOSE-OPEN-THERAPY.
           IF WS-MEDASSGN-IS-OPEN
             MOVE 'N' TO WS-BROWSE-END
             MOVE PM-PATIENT-ID TO MA-PATIENT-ID
             MOVE LOW-VALUES    TO MA-MEDITATION-NAME
             START MEDASSGN-FILE KEY IS >= MA-KEY
               INVALID KEY
                 SET WS-BROWSE-EOF TO TRUE
               NOT INVALID KEY
                 CONTINUE
             END-START
             PERFORM UNTIL WS-BROWSE-EOF
               READ MEDASSGN-FILE NEXT RECORD
                 AT END
                   SET WS-BROWSE-EOF TO TRUE
                 NOT AT END
                   IF MA-PATIENT-ID NOT = PM-PATIENT-ID
                     SET WS-BROWSE-EOF TO TRUE
                   ELSE
                     IF MA-STAT-OPEN
                       PERFORM 1110-CLOSE-ONE-THERAPY
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           .

       1110-CLOSE-ONE-THERAPY.
           MOVE 'C'            TO MA-STATUS
           MOVE PM-STATUS-DATE TO MA-CLOSED-DATE
           REWRITE MEDASSGN-RECORD
           ADD 1 TO WS-THERAPY-COUNT
           MOVE 'T'                TO WS-ITEM-TYPE
           MOVE MA-MEDITATION-NAME TO WS-ITEM-KEY
           MOVE 'THERAPY CLOSED'   TO WD-ACTION
           PERFORM 1300-LOG-CASCADE-ITEM
           .

      *    THE ACCOUNT PATMSTR NAMES IN PM-USERID, LOCKED AND AUDITED
      *    THE WAY 2891 DOES IT. ONE ALREADY LOCKED IS LEFT ALONE.
       1200-LOCK-PORTAL.
           IF WS-USERSEC-IS-OPEN AND PM-USERID NOT = SPACES
             MOVE PM-USERID TO US-USERNAME
             READ USERSEC-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF NOT US-LOCKED
                   PERFORM 1210-LOCK-PORTAL-ACCOUNT
                 END-IF
             END-READ
           END-IF
           .

       1210-LOCK-PORTAL-ACCOUNT.
           SET US-LOCKED TO TRUE
           MOVE WS-RC-TODAY TO US-LOCKOUT-DATE
           MOVE WS-RC-NOW   TO US-LOCKOUT-TIME
           REWRITE USERSEC-RECORD

           MOVE US-USERNAME TO LA-USERNAME
           MOVE 'BTCH'      TO LA-TERMINAL-ID
           MOVE WS-RC-TODAY TO LA-LOGIN-DATE
           MOVE WS-RC-NOW   TO LA-LOGIN-TIME
           SET LA-RESULT-DEACT TO TRUE
           WRITE LOGINAUD-RECORD

           ADD 1 TO WS-PORTAL-COUNT
           MOVE 'P'            TO WS-ITEM-TYPE
           MOVE US-USERNAME    TO WS-ITEM-KEY
           MOVE 'PORTAL LOCKED' TO WD-ACTION
           PERFORM 1300-LOG-CASCADE-ITEM
           .

      *    PATSTLOG ENTRIES IN THE 2895 LAYOUT: THE 'S' RECORD FOR THE
      *    PATIENT FIRST (ONCE), THEN THE ITEM. EVERY ENTRY OF ONE
      *    PATIENT SHARES THE LOGGED DATE AND TIME. THE ITEM ALSO GOES
      *    ON THE REPORT.
       1300-LOG-CASCADE-ITEM.
           MOVE PM-PATIENT-ID  TO PS-PATIENT-ID
           MOVE PM-STATUS      TO PS-NEW-STATUS
           MOVE PM-STATUS      TO PS-OLD-STATUS
           MOVE PM-STATUS-DATE TO PS-EFFECTIVE-DATE
           MOVE PM-STATUS-REASON TO PS-REASON
           MOVE WS-RC-JOB-NAME TO PS-USERID
           MOVE WS-RC-TODAY    TO PS-LOGGED-DATE
           MOVE WS-RC-NOW      TO PS-LOGGED-TIME
           IF NOT WS-STATUS-LOGGED
             MOVE 'S'    TO PS-ENTRY-TYPE
             MOVE SPACES TO PS-ITEM-KEY
             WRITE PATSTLOG-RECORD
             SET WS-STATUS-LOGGED TO TRUE
           END-IF
           MOVE WS-ITEM-TYPE TO PS-ENTRY-TYPE
           MOVE WS-ITEM-KEY  TO PS-ITEM-KEY
           WRITE PATSTLOG-RECORD

           MOVE PM-PATIENT-ID  TO WD-PATIENT-ID
           IF PM-STAT-DECEASED
             MOVE 'DECSD' TO WD-STATUS
           ELSE
             MOVE 'INACT' TO WD-STATUS
           END-IF
           MOVE PM-STATUS-DATE TO WD-EFFECTIVE-DATE
           MOVE WS-ITEM-KEY    TO WD-ITEM-KEY
           WRITE PSTCRPT-LINE FROM WS-DETAIL-LINE
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
           MOVE WS-PATIENT-COUNT TO WS-PATIENT-OUT
           MOVE WS-THERAPY-COUNT TO WS-THERAPY-OUT
           MOVE WS-PORTAL-COUNT  TO WS-PORTAL-OUT
           WRITE PSTCRPT-LINE FROM SPACES
           WRITE PSTCRPT-LINE FROM WS-SUMMARY-LINE
           WRITE PSTCRPT-LINE FROM WS-SUMMARY-LINE-2
           WRITE PSTCRPT-LINE FROM WS-SUMMARY-LINE-3
           IF WS-PATMSTR-STATUS NOT = '35'
             CLOSE PATMSTR-FILE
           END-IF
           IF WS-MEDASSGN-IS-OPEN
             CLOSE MEDASSGN-FILE
           END-IF
           IF WS-USERSEC-IS-OPEN
             CLOSE USERSEC-FILE
           END-IF
           CLOSE PATSTLOG-FILE
           CLOSE LOGINAUD-FILE
           CLOSE PSTCRPT-FILE

           DISPLAY 'HCMPSTC0 SCANNED  : ' WS-SCANNED-COUNT
           DISPLAY 'HCMPSTC0 IN EFFECT: ' WS-IN-EFFECT-COUNT
           DISPLAY 'HCMPSTC0 PATIENTS : ' WS-PATIENT-COUNT
           DISPLAY 'HCMPSTC0 THERAPY  : ' WS-THERAPY-COUNT
           DISPLAY 'HCMPSTC0 PORTALS  : ' WS-PORTAL-COUNT
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
