      *+---------------------------------------------------------------+
      *| HCMCHRN0                                                      |
      *| WEEKLY BATCH JOB - CHRONIC-CONDITION REGISTRY. BROWSES THE    |
      *| PATDIAG PROBLEM LIST BY ICD-10 CODE (ALTERNATE KEY) AND LISTS |
      *| UNDER EACH CODE EVERY ACTIVE PATIENT CARRYING IT AS AN ACTIVE |
      *| CHRONIC PROBLEM, FOR CARE-MANAGEMENT OUTREACH: MOBILE PHONE,  |
      *| ONSET DATE, RECORDING PRESCRIBER AND THE LAST VISIT ON        |
      *| VISITREC. A PATIENT WITH NO VISIT WITHIN THE OUTREACH WINDOW  |
      *| (OR NONE AT ALL) IS FLAGGED FOR A CALL. RESOLVED PROBLEMS AND |
      *| INACTIVE OR DECEASED PATIENTS ARE LEFT OFF.                   |
      *|                                                               |
      *| CHRNPARM OVERRIDE CARD - A BLANK OR ZERO FIELD KEEPS THE      |
      *| DEFAULT:                                                      |
      *|   COLS  1-8  ICD-10 CODE OR LEADING PART   DEFAULT ALL CODES  |
      *|              (E.G. 'E11' FOR EVERY TYPE 2 DIABETES CODE)      |
      *|   COLS  9-11 OUTREACH WINDOW, DAYS         DEFAULT 180        |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCMCHRN0.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATDIAG-FILE ASSIGN TO 'PATDIAG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DX-KEY
               ALTERNATE RECORD KEY IS DX-ICD10-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-PATDIAG-STATUS.

           SELECT PATMSTR-FILE ASSIGN TO 'PATMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PATIENT-ID
               ALTERNATE RECORD KEY IS PM-INS-CARD-NUM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PM-LAST-NAME-DOB
                   WITH DUPLICATES
               FILE STATUS IS WS-PATMSTR-STATUS.

           SELECT PRSCMSTR-FILE ASSIGN TO 'PRSCMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PRESCRIBER-ID
               FILE STATUS IS WS-PRSCMSTR-STATUS.

           SELECT VISITREC-FILE ASSIGN TO 'VISITREC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VR-KEY
               FILE STATUS IS WS-VISITREC-STATUS.

           SELECT CHRNPARM-FILE ASSIGN TO 'CHRNPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHRNPARM-STATUS.

           SELECT CHRNRPT-FILE ASSIGN TO 'CHRNRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHRNRPT-STATUS.

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
       FD  PATDIAG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PATDIAG.

       FD  PATMSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PATMSTR.

       FD  PRSCMSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PRSCMSTR.

       FD  VISITREC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VISITREC.

       FD  CHRNPARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHRNPARM-RECORD.
           03 PM-CODE-PREFIX        PIC X(08).
           03 PM-OUTREACH-DAYS      PIC 9(03).

       FD  CHRNRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHRNRPT-LINE             PIC X(132).

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  RUNCPARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNCPARM-RECORD.
           03 PM-BUSINESS-DATE      PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
         03 WS-PATDIAG-STATUS     PIC X(2).
         03 WS-PATMSTR-STATUS     PIC X(2).
         03 WS-PRSCMSTR-STATUS    PIC X(2).
         03 WS-VISITREC-STATUS    PIC X(2).
         03 WS-CHRNPARM-STATUS    PIC X(2).
         03 WS-CHRNRPT-STATUS     PIC X(2).

       01 WS-SWITCHES.
         03 WS-END-OF-FILE        PIC X(01) VALUE 'N'.
           88 WS-EOF              VALUE 'Y'.
         03 WS-PATMSTR-OPEN       PIC X(01) VALUE 'N'.
           88 WS-PATMSTR-IS-OPEN  VALUE 'Y'.
         03 WS-PRSCMSTR-OPEN      PIC X(01) VALUE 'N'.
           88 WS-PRSCMSTR-IS-OPEN VALUE 'Y'.
         03 WS-VISITREC-OPEN      PIC X(01) VALUE 'N'.
           88 WS-VISITREC-IS-OPEN VALUE 'Y'.
         03 WS-BROWSE-SW          PIC X(01) VALUE 'N'.
           88 WS-BROWSE-DONE      VALUE 'Y'.
         03 WS-GROUP-OPEN-SW      PIC X(01) VALUE 'N'.
           88 WS-GROUP-IS-OPEN    VALUE 'Y'.
         03 WS-PATIENT-ACTIVE-SW  PIC X(01) VALUE 'Y'.
           88 WS-PATIENT-ACTIVE   VALUE 'Y'.

       01 WS-REGISTRY-RULE.
         03 WS-CODE-PREFIX        PIC X(08) VALUE SPACES.
         03 WS-PREFIX-LEN         PIC 9(02) VALUE ZEROES.
         03 WS-OUTREACH-DAYS      PIC 9(03) VALUE 180.
         03 WS-OUTREACH-FROM      PIC X(10).

       01 WS-RUN-COUNTS.
         03 WS-SCANNED-COUNT      PIC 9(07) VALUE ZEROES.
         03 WS-NOT-CHRONIC-COUNT  PIC 9(07) VALUE ZEROES.
         03 WS-INACTIVE-PAT-COUNT PIC 9(07) VALUE ZEROES.
         03 WS-LISTED-COUNT       PIC 9(07) VALUE ZEROES.
         03 WS-OUTREACH-COUNT     PIC 9(07) VALUE ZEROES.
         03 WS-CODE-COUNT         PIC 9(07) VALUE ZEROES.
         03 WS-GROUP-COUNT        PIC 9(07) VALUE ZEROES.
         03 WS-GROUP-DUE-COUNT    PIC 9(07) VALUE ZEROES.

       01 WS-GROUP-WORK.
         03 WS-CUR-CODE           PIC X(08) VALUE SPACES.
         03 WS-LAST-VISIT-DATE    PIC X(10).

       01 WS-DATE-TIME-WORK.
         03 WS-CURRENT-DATE-AND-TIME PIC X(21).
         03 WS-CDT-R REDEFINES WS-CURRENT-DATE-AND-TIME.
           05 WS-CURR-CCYY       PIC 9(04).
           05 WS-CURR-MM         PIC 9(02).
           05 WS-CURR-DD         PIC 9(02).
           05 FILLER             PIC X(13).
         03 WS-TODAY-NUM          PIC 9(08).
         03 WS-TODAY-TEXT         PIC X(10).

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
         03 FILLER                PIC X(50) VALUE
             'DEMO HEALTH CARE - CHRONIC-CONDITION REGISTRY'.
         03 FILLER                PIC X(08) VALUE 'AS OF: '.
         03 WH-TODAY              PIC X(10).
         03 FILLER                PIC X(10) VALUE SPACES.
         03 FILLER                PIC X(07) VALUE 'CODES: '.
         03 WH-CODE-PREFIX        PIC X(08).
       01 WS-HEADING-2.
         03 FILLER                PIC X(36) VALUE
             'OUTREACH DUE: NO VISIT SINCE BEFORE '.
         03 WH-OUTREACH-FROM      PIC X(10).
         03 FILLER                PIC X(02) VALUE ' ('.
         03 WH-OUTREACH-DAYS      PIC ZZ9.
         03 FILLER                PIC X(06) VALUE ' DAYS)'.
       01 WS-CODE-HEADING.
         03 FILLER                PIC X(08) VALUE 'ICD-10: '.
         03 WC-ICD10-CODE         PIC X(08).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WC-DESCRIPTION        PIC X(50).
       01 WS-HEADING-3.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(10) VALUE 'PATIENT ID'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(24) VALUE 'PATIENT NAME'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(10) VALUE 'DOB'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(15) VALUE 'MOBILE'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(10) VALUE 'ONSET'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(20) VALUE 'PRESCRIBER'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(10) VALUE 'LAST VISIT'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(12) VALUE 'OUTREACH'.

       01 WS-DETAIL-LINE.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-PATIENT-ID         PIC Z(9)9.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-PATIENT-NAME       PIC X(24).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-DOB                PIC X(10).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-MOBILE             PIC X(15).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-ONSET-DATE         PIC X(10).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-PRESCRIBER         PIC X(20).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-LAST-VISIT         PIC X(10).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-OUTREACH           PIC X(12).

       01 WS-CODE-TOTAL-LINE.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(10) VALUE 'PATIENTS: '.
         03 WT-GROUP-COUNT        PIC ZZ,ZZ9.
         03 FILLER                PIC X(18) VALUE
             '   OUTREACH DUE: '.
         03 WT-GROUP-DUE          PIC ZZ,ZZ9.

       01 WS-SUMMARY-LINE.
         03 WS-SUMMARY-LABEL      PIC X(28).
         03 WS-SUMMARY-OUT        PIC ZZZ,ZZ9.

      *    RUN-CONTROL REGISTRATION (SEE THE RUNCTL COPYBOOK): THE
      *    JOB STAMPS ITS START ON RUNCTL AND REFUSES TO RUN WHEN
      *    WS-RC-PREDECESSOR HAS NOT COMPLETED FOR THE BUSINESS DATE.
       01 WS-RUN-CONTROL-WORK.
         03 WS-RUNCTL-STATUS     PIC X(02).
         03 WS-RUNCPARM-STATUS   PIC X(02).
         03 WS-RC-JOB-NAME       PIC X(08) VALUE 'HCMCHRN0'.
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
             PERFORM 0200-READ-NEXT-PROBLEM
             IF NOT WS-EOF
               ADD 1 TO WS-SCANNED-COUNT
               IF DX-CHRONIC AND DX-STAT-ACTIVE
                 PERFORM 1000-REGISTER-PATIENT
               ELSE
                 ADD 1 TO WS-NOT-CHRONIC-COUNT
               END-IF
             END-IF
           END-PERFORM
           IF WS-GROUP-IS-OPEN
             PERFORM 1900-PRINT-CODE-TOTAL
           END-IF
           PERFORM 0900-FINALIZE
           PERFORM 7900-MARK-RUN-COMPLETE
           STOP RUN
           .

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           COMPUTE WS-TODAY-NUM =
               (WS-CURR-CCYY * 10000) + (WS-CURR-MM * 100) + WS-CURR-DD
           COMPUTE WS-BUILD-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           PERFORM 0130-BUILD-DATE-TEXT
           MOVE WS-BUILD-TEXT TO WS-TODAY-TEXT

           MOVE WS-RC-BUSINESS-DATE TO WS-DATE-IN
           PERFORM 8100-CONVERT-DATE-TO-NUM
           MOVE WS-DATE-NUM TO WS-BUSINESS-NUM

           PERFORM 0110-READ-PARAMETER-CARD
           COMPUTE WS-BUILD-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) - WS-OUTREACH-DAYS
           PERFORM 0130-BUILD-DATE-TEXT
           MOVE WS-BUILD-TEXT TO WS-OUTREACH-FROM

           OPEN OUTPUT CHRNRPT-FILE
           MOVE WS-TODAY-TEXT    TO WH-TODAY
           IF WS-CODE-PREFIX = SPACES
             MOVE 'ALL'          TO WH-CODE-PREFIX
           ELSE
             MOVE WS-CODE-PREFIX TO WH-CODE-PREFIX
           END-IF
           MOVE WS-OUTREACH-FROM TO WH-OUTREACH-FROM
           MOVE WS-OUTREACH-DAYS TO WH-OUTREACH-DAYS
           WRITE CHRNRPT-LINE FROM WS-HEADING-1
           WRITE CHRNRPT-LINE FROM WS-HEADING-2

           OPEN INPUT PATMSTR-FILE
           IF WS-PATMSTR-STATUS = '35'
             MOVE 'N' TO WS-PATMSTR-OPEN
           ELSE
             SET WS-PATMSTR-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT PRSCMSTR-FILE
           IF WS-PRSCMSTR-STATUS = '35'
             MOVE 'N' TO WS-PRSCMSTR-OPEN
           ELSE
             SET WS-PRSCMSTR-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT VISITREC-FILE
           IF WS-VISITREC-STATUS = '35'
             MOVE 'N' TO WS-VISITREC-OPEN
           ELSE
             SET WS-VISITREC-IS-OPEN TO TRUE
           END-IF

           OPEN INPUT PATDIAG-FILE
           IF WS-PATDIAG-STATUS = '35'
             SET WS-EOF TO TRUE
           ELSE
             PERFORM 0120-POSITION-ON-CODE
           END-IF
           .

      *    NO CARD (OR A BLANK CODE) LISTS EVERY CHRONIC CODE ON FILE.
      *    A CODE IS MATCHED ON AS MANY LEADING CHARACTERS AS WERE
      *    GIVEN, SO 'E11' PICKS UP E11.9, E11.65 AND THE REST.
       0110-READ-PARAMETER-CARD.
           OPEN INPUT CHRNPARM-FILE
           IF WS-CHRNPARM-STATUS NOT = '35'
             READ CHRNPARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE PM-CODE-PREFIX TO WS-CODE-PREFIX
                 IF PM-OUTREACH-DAYS IS NUMERIC
                     AND PM-OUTREACH-DAYS > 0
                   MOVE PM-OUTREACH-DAYS TO WS-OUTREACH-DAYS
                 END-IF
             END-READ
             CLOSE CHRNPARM-FILE
           END-IF
           MOVE 0 TO WS-PREFIX-LEN
           INSPECT WS-CODE-PREFIX TALLYING WS-PREFIX-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           .

      *    THE ALTERNATE KEY HOLDS EVERY PATIENT'S ENTRY FOR ONE CODE
      *    TOGETHER, SO THE BROWSE STARTS AT THE FIRST CODE AT OR
      *    AFTER THE CARD'S AND STOPS ONCE THE CODES NO LONGER MATCH.
       0120-POSITION-ON-CODE.
           IF WS-PREFIX-LEN = 0
             MOVE LOW-VALUES     TO DX-ICD10-CODE
           ELSE
             MOVE WS-CODE-PREFIX TO DX-ICD10-CODE
           END-IF
           START PATDIAG-FILE KEY IS >= DX-ICD10-CODE
             INVALID KEY
               SET WS-EOF TO TRUE
           END-START
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

       0200-READ-NEXT-PROBLEM.
           READ PATDIAG-FILE NEXT RECORD
             AT END
               SET WS-EOF TO TRUE
             NOT AT END
               IF WS-PREFIX-LEN > 0
                 IF DX-ICD10-CODE(1:WS-PREFIX-LEN) NOT =
                    WS-CODE-PREFIX(1:WS-PREFIX-LEN)
                   SET WS-EOF TO TRUE
                 END-IF
               END-IF
           END-READ
           .

      *+---------------------------------------------------------------+
      *| ONE ACTIVE CHRONIC PROBLEM. THE PATIENT MUST STILL BE ACTIVE  |
      *| ON PATMSTR - NO OUTREACH TO THE INACTIVE OR DECEASED. AN      |
      *| INACTIVE OR DECEASED STATUS TAKES HOLD ON ITS EFFECTIVE DATE, |
      *| SO ONE KEYED AHEAD OF THE BUSINESS DATE STILL LISTS THE       |
      *| PATIENT. A NEW CODE CLOSES THE PREVIOUS CODE'S GROUP AND      |
      *| OPENS ITS OWN.                                                |
      *+---------------------------------------------------------------+
       1000-REGISTER-PATIENT.
           MOVE '23' TO WS-PATMSTR-STATUS
           IF WS-PATMSTR-IS-OPEN
             MOVE DX-PATIENT-ID TO PM-PATIENT-ID
             READ PATMSTR-FILE
           END-IF
           MOVE 'Y' TO WS-PATIENT-ACTIVE-SW
           IF WS-PATMSTR-STATUS NOT = '00'
             MOVE 'N' TO WS-PATIENT-ACTIVE-SW
           ELSE
             IF PM-STAT-NOT-ACTIVE
               MOVE PM-STATUS-DATE TO WS-DATE-IN
               PERFORM 8100-CONVERT-DATE-TO-NUM
               IF WS-DATE-NUM <= WS-BUSINESS-NUM
                 MOVE 'N' TO WS-PATIENT-ACTIVE-SW
               END-IF
             END-IF
           END-IF
           IF NOT WS-PATIENT-ACTIVE
             ADD 1 TO WS-INACTIVE-PAT-COUNT
           ELSE
             IF NOT WS-GROUP-IS-OPEN
                 OR DX-ICD10-CODE NOT = WS-CUR-CODE
               IF WS-GROUP-IS-OPEN
                 PERFORM 1900-PRINT-CODE-TOTAL
               END-IF
               PERFORM 1100-START-CODE-GROUP
             END-IF
             PERFORM 1200-PRINT-PATIENT-LINE
           END-IF
           .

       1100-START-CODE-GROUP.
           MOVE DX-ICD10-CODE  TO WS-CUR-CODE
           MOVE 0              TO WS-GROUP-COUNT
           MOVE 0              TO WS-GROUP-DUE-COUNT
           SET WS-GROUP-IS-OPEN TO TRUE
           ADD 1 TO WS-CODE-COUNT
           MOVE DX-ICD10-CODE  TO WC-ICD10-CODE
           MOVE DX-DESCRIPTION TO WC-DESCRIPTION
           WRITE CHRNRPT-LINE FROM SPACES
           WRITE CHRNRPT-LINE FROM WS-CODE-HEADING
           WRITE CHRNRPT-LINE FROM WS-HEADING-3
           .

       1200-PRINT-PATIENT-LINE.
           MOVE SPACES           TO WS-DETAIL-LINE
           MOVE DX-PATIENT-ID    TO WD-PATIENT-ID
           STRING PM-LAST-NAME  DELIMITED BY SPACE
                  ', '          DELIMITED BY SIZE
                  PM-FIRST-NAME DELIMITED BY SPACE
             INTO WD-PATIENT-NAME
           END-STRING
           MOVE PM-DOB           TO WD-DOB
           MOVE PM-PHONE-MOBILE  TO WD-MOBILE
           MOVE DX-ONSET-DATE    TO WD-ONSET-DATE
           PERFORM 1300-LOOKUP-PRESCRIBER
           PERFORM 1400-FIND-LAST-VISIT
           IF WS-LAST-VISIT-DATE = SPACES
             MOVE 'NONE'         TO WD-LAST-VISIT
           ELSE
             MOVE WS-LAST-VISIT-DATE TO WD-LAST-VISIT
           END-IF
           IF WS-LAST-VISIT-DATE = SPACES
               OR WS-LAST-VISIT-DATE < WS-OUTREACH-FROM
             MOVE 'DUE'          TO WD-OUTREACH
             ADD 1 TO WS-OUTREACH-COUNT
             ADD 1 TO WS-GROUP-DUE-COUNT
           END-IF
           WRITE CHRNRPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LISTED-COUNT
           ADD 1 TO WS-GROUP-COUNT
           .

      *    THE PRESCRIBER ID IS SHOWN WHEN PRSCMSTR CANNOT NAME IT.
       1300-LOOKUP-PRESCRIBER.
           MOVE DX-PRESCRIBER-ID TO WD-PRESCRIBER
           IF WS-PRSCMSTR-IS-OPEN
             MOVE DX-PRESCRIBER-ID TO PR-PRESCRIBER-ID
             READ PRSCMSTR-FILE
             IF WS-PRSCMSTR-STATUS = '00'
               MOVE PR-NAME TO WD-PRESCRIBER
             END-IF
           END-IF
           .

      *    VISITREC IS KEYED PATIENT + DATE + TIME, SO THE LAST RECORD
      *    READ BEFORE THE PATIENT CHANGES IS THE LATEST VISIT.
       1400-FIND-LAST-VISIT.
           MOVE SPACES TO WS-LAST-VISIT-DATE
           IF WS-VISITREC-IS-OPEN
             MOVE 'N'           TO WS-BROWSE-SW
             MOVE DX-PATIENT-ID TO VR-PATIENT-ID
             MOVE LOW-VALUES    TO VR-VISIT-DATE
             MOVE LOW-VALUES    TO VR-VISIT-TIME
             START VISITREC-FILE KEY IS >= VR-KEY
               INVALID KEY
                 SET WS-BROWSE-DONE TO TRUE
             END-START
             PERFORM UNTIL WS-BROWSE-DONE
               READ VISITREC-FILE NEXT RECORD
                 AT END
                   SET WS-BROWSE-DONE TO TRUE
                 NOT AT END
                   IF VR-PATIENT-ID NOT = DX-PATIENT-ID
                     SET WS-BROWSE-DONE TO TRUE
                   ELSE
                     MOVE VR-VISIT-DATE TO WS-LAST-VISIT-DATE
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           .

       1900-PRINT-CODE-TOTAL.
           MOVE WS-GROUP-COUNT     TO WT-GROUP-COUNT
           MOVE WS-GROUP-DUE-COUNT TO WT-GROUP-DUE
           WRITE CHRNRPT-LINE FROM WS-CODE-TOTAL-LINE
           .

       8100-CONVERT-DATE-TO-NUM.
           COMPUTE WS-DATE-NUM =
               (WS-DP-CCYY * 10000) + (WS-DP-MM * 100) + WS-DP-DD
           .

       0900-FINALIZE.
           WRITE CHRNRPT-LINE FROM SPACES
           MOVE 'PROBLEM ENTRIES SCANNED:    ' TO WS-SUMMARY-LABEL
           MOVE WS-SCANNED-COUNT      TO WS-SUMMARY-OUT
           WRITE CHRNRPT-LINE FROM WS-SUMMARY-LINE
           MOVE '  NOT CHRONIC OR RESOLVED:  ' TO WS-SUMMARY-LABEL
           MOVE WS-NOT-CHRONIC-COUNT  TO WS-SUMMARY-OUT
           WRITE CHRNRPT-LINE FROM WS-SUMMARY-LINE
           MOVE '  PATIENT NOT ACTIVE:       ' TO WS-SUMMARY-LABEL
           MOVE WS-INACTIVE-PAT-COUNT TO WS-SUMMARY-OUT
           WRITE CHRNRPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'CHRONIC CODES LISTED:       ' TO WS-SUMMARY-LABEL
           MOVE WS-CODE-COUNT         TO WS-SUMMARY-OUT
           WRITE CHRNRPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'PATIENT ENTRIES LISTED:     ' TO WS-SUMMARY-LABEL
           MOVE WS-LISTED-COUNT       TO WS-SUMMARY-OUT
           WRITE CHRNRPT-LINE FROM WS-SUMMARY-LINE
           MOVE '  OUTREACH DUE:             ' TO WS-SUMMARY-LABEL
           MOVE WS-OUTREACH-COUNT     TO WS-SUMMARY-OUT
           WRITE CHRNRPT-LINE FROM WS-SUMMARY-LINE

           IF WS-PATDIAG-STATUS NOT = '35'
             CLOSE PATDIAG-FILE
           END-IF
           IF WS-PATMSTR-IS-OPEN
             CLOSE PATMSTR-FILE
           END-IF
           IF WS-PRSCMSTR-IS-OPEN
             CLOSE PRSCMSTR-FILE
           END-IF
           IF WS-VISITREC-IS-OPEN
             CLOSE VISITREC-FILE
           END-IF
           CLOSE CHRNRPT-FILE

           DISPLAY 'HCMCHRN0 SCANNED       : ' WS-SCANNED-COUNT
           DISPLAY 'HCMCHRN0 CODES LISTED  : ' WS-CODE-COUNT
           DISPLAY 'HCMCHRN0 PATIENTS      : ' WS-LISTED-COUNT
           DISPLAY 'HCMCHRN0 OUTREACH DUE  : ' WS-OUTREACH-COUNT
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
