      *+---------------------------------------------------------------+
      *| HCMPSTR0                                                      |
      *| PERIODIC BATCH REPORT - PATIENT STATUS CHANGES. READS THE     |
      *| PATSTLOG FILE HCMADB02 APPENDS TO FOR EVERY 01SPAT STATUS     |
      *| CHANGE AND PRINTS EACH CHANGE - PATIENT, OLD AND NEW STATUS,  |
      *| EFFECTIVE DATE, REASON AND ACTING STAFF USERID - FOLLOWED BY  |
      *| EVERY ITEM IT CASCADED TO: PRESCRIPTIONS DISCONTINUED,        |
      *| APPOINTMENTS CANCELLED, THERAPY ASSIGNMENTS CLOSED AND THE    |
      *| PORTAL ACCOUNT LOCKED, WITH A COUNT OF EACH PER CHANGE AND    |
      *| FOR THE WHOLE RUN.                                            |
      *|                                                               |
      *| PATSTLOG IS WRITTEN IN ORDER, ONE 'S' RECORD PER CHANGE AND   |
      *| ITS CASCADE RECORDS RIGHT BEHIND IT, SO A SINGLE SEQUENTIAL   |
      *| PASS GROUPS THEM. SELECTION IS DRIVEN BY A SINGLE PARAMETER   |
      *| CARD ON PSTRPARM, SAME CONVENTION AS HCMPRSA0'S PRSAPARM:     |
      *|   POSITIONS  1-10  FROM LOGGED DATE (CCYY-MM-DD), OR SPACES   |
      *|   POSITIONS 11-20  TO LOGGED DATE (CCYY-MM-DD), OR SPACES     |
      *| AN EMPTY CARD REPORTS ON EVERYTHING ON FILE.                  |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCMPSTR0.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATSTLOG-FILE ASSIGN TO 'PATSTLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PATSTLOG-STATUS.

           SELECT PATMSTR-FILE ASSIGN TO 'PATMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PATIENT-ID
               ALTERNATE RECORD KEY IS PM-INS-CARD-NUM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PM-LAST-NAME-DOB
                   WITH DUPLICATES
               FILE STATUS IS WS-PATMSTR-STATUS.

           SELECT PSTRPARM-FILE ASSIGN TO 'PSTRPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PSTRPARM-STATUS.

           SELECT PSTRRPT-FILE ASSIGN TO 'PSTRRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSTRRPT-STATUS.

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
       FD  PATSTLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PATSTLOG.

       FD  PATMSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PATMSTR.

       FD  PSTRPARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PSTRPARM-RECORD.
           03 PM-FROM-DATE          PIC X(10).
           03 PM-TO-DATE            PIC X(10).

       FD  PSTRRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PSTRRPT-LINE             PIC X(132).

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  RUNCPARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNCPARM-RECORD.
           03 PM-BUSINESS-DATE      PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
         03 WS-PATSTLOG-STATUS    PIC X(2).
         03 WS-PATMSTR-STATUS     PIC X(2).
         03 WS-PSTRPARM-STATUS    PIC X(2).
         03 WS-PSTRRPT-STATUS     PIC X(2).

       01 WS-SELECTION-CRITERIA.
         03 WS-SEL-FROM-DATE      PIC X(10) VALUE SPACES.
         03 WS-SEL-TO-DATE        PIC X(10) VALUE SPACES.

       01 WS-SWITCHES.
         03 WS-END-OF-FILE        PIC X(01) VALUE 'N'.
           88 WS-EOF              VALUE 'Y'.
         03 WS-PATMSTR-OPEN       PIC X(01) VALUE 'N'.
           88 WS-PATMSTR-IS-OPEN  VALUE 'Y'.
      *    SET WHILE THE CASCADE RECORDS BEHIND A SELECTED 'S' RECORD
      *    ARE BEING READ; CLEARED BY AN 'S' RECORD OUTSIDE THE RANGE.
         03 WS-IN-CHANGE-SW       PIC X(01) VALUE 'N'.
           88 WS-IN-CHANGE        VALUE 'Y'.
         03 WS-SCANNED-COUNT      PIC 9(07) VALUE ZEROES.

      *    COUNTS FOR THE CHANGE BEING PRINTED AND FOR THE WHOLE RUN.
       01 WS-CHANGE-COUNTS.
         03 WS-CHG-RX             PIC 9(05).
         03 WS-CHG-APPT           PIC 9(05).
         03 WS-CHG-THERAPY        PIC 9(05).
         03 WS-CHG-PORTAL         PIC 9(05).
       01 WS-RUN-COUNTS.
         03 WS-TOT-CHANGES        PIC 9(07) VALUE ZEROES.
         03 WS-TOT-INACTIVE       PIC 9(07) VALUE ZEROES.
         03 WS-TOT-DECEASED       PIC 9(07) VALUE ZEROES.
         03 WS-TOT-REACTIVATED    PIC 9(07) VALUE ZEROES.
         03 WS-TOT-RX             PIC 9(07) VALUE ZEROES.
         03 WS-TOT-APPT           PIC 9(07) VALUE ZEROES.
         03 WS-TOT-THERAPY        PIC 9(07) VALUE ZEROES.
         03 WS-TOT-PORTAL         PIC 9(07) VALUE ZEROES.

       01 WS-STATUS-WORK.
         03 WS-STATUS-CODE        PIC X(01).
         03 WS-STATUS-WORD        PIC X(08).

       01 WS-HEADING-1.
         03 FILLER                PIC X(47) VALUE
             'DEMO HEALTH CARE - PATIENT STATUS CHANGE REPORT'.
       01 WS-HEADING-2.
         03 FILLER                PIC X(10) VALUE 'PATIENT ID'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(20) VALUE 'NAME'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(08) VALUE 'FROM'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(08) VALUE 'TO'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(10) VALUE 'EFFECTIVE'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(30) VALUE 'REASON'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(10) VALUE 'STAFF'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(10) VALUE 'LOGGED'.

       01 WS-CHANGE-LINE.
         03 WC-PATIENT-ID         PIC Z(9)9.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WC-NAME               PIC X(20).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WC-OLD-STATUS         PIC X(08).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WC-NEW-STATUS         PIC X(08).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WC-EFFECTIVE-DATE     PIC X(10).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WC-REASON             PIC X(30).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WC-USERID             PIC X(10).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WC-LOGGED-DATE        PIC X(10).
         03 FILLER                PIC X(01) VALUE SPACES.
         03 WC-LOGGED-TIME        PIC X(08).

       01 WS-ITEM-LINE.
         03 FILLER                PIC X(12) VALUE SPACES.
         03 WI-ITEM-TYPE          PIC X(24).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WI-ITEM-KEY           PIC X(50).

       01 WS-CHANGE-TOTAL-LINE.
         03 FILLER                PIC X(12) VALUE SPACES.
         03 FILLER                PIC X(18) VALUE
             'RX DISCONTINUED: '.
         03 WT-RX                 PIC ZZ,ZZ9.
         03 FILLER                PIC X(18) VALUE
             '  APPTS CANCELLED:'.
         03 WT-APPT               PIC ZZ,ZZ9.
         03 FILLER                PIC X(19) VALUE
             '  THERAPY CLOSED: '.
         03 WT-THERAPY            PIC ZZ,ZZ9.
         03 FILLER                PIC X(18) VALUE
             '  PORTAL LOCKED: '.
         03 WT-PORTAL             PIC X(03).

       01 WS-SUMMARY-LINE.
         03 WS-SUMMARY-LABEL      PIC X(28).
         03 WS-SUMMARY-OUT        PIC ZZZ,ZZ9.


      *    RUN-CONTROL REGISTRATION (SEE THE RUNCTL COPYBOOK): THE
      *    JOB STAMPS ITS START ON RUNCTL AND REFUSES TO RUN WHEN
      *    WS-RC-PREDECESSOR HAS NOT COMPLETED FOR THE BUSINESS DATE.
       01 WS-RUN-CONTROL-WORK.
         03 WS-RUNCTL-STATUS     PIC X(02).
         03 WS-RUNCPARM-STATUS   PIC X(02).
         03 WS-RC-JOB-NAME       PIC X(08) VALUE 'HCMPSTR0'.
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
             PERFORM 0200-READ-NEXT-LOG-RECORD
             IF NOT WS-EOF
               ADD 1 TO WS-SCANNED-COUNT
               IF PS-ENTRY-STATUS
                 PERFORM 0300-START-CHANGE
               ELSE
                 IF WS-IN-CHANGE
                   PERFORM 0400-PRINT-CASCADE-ITEM
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           PERFORM 0500-END-CHANGE
           PERFORM 0900-FINALIZE
           PERFORM 7900-MARK-RUN-COMPLETE
           STOP RUN
           .

       0100-INITIALIZE.
           PERFORM 0110-READ-PARAMETER-CARD

           OPEN OUTPUT PSTRRPT-FILE
           WRITE PSTRRPT-LINE FROM WS-HEADING-1
           WRITE PSTRRPT-LINE FROM WS-HEADING-2

           OPEN INPUT PATMSTR-FILE
           IF WS-PATMSTR-STATUS = '35'
             MOVE 'N' TO WS-PATMSTR-OPEN
           ELSE
             SET WS-PATMSTR-IS-OPEN TO TRUE
           END-IF

           OPEN INPUT PATSTLOG-FILE
           IF WS-PATSTLOG-STATUS = '35'
             SET WS-EOF TO TRUE
           END-IF
           .

       0110-READ-PARAMETER-CARD.
           OPEN INPUT PSTRPARM-FILE
           IF WS-PSTRPARM-STATUS NOT = '35'
             READ PSTRPARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE PM-FROM-DATE TO WS-SEL-FROM-DATE
                 MOVE PM-TO-DATE   TO WS-SEL-TO-DATE
             END-READ
             CLOSE PSTRPARM-FILE
           END-IF
           .

       0200-READ-NEXT-LOG-RECORD.
           READ PATSTLOG-FILE
             AT END
               SET WS-EOF TO TRUE
           END-READ
           .

      *    AN 'S' RECORD CLOSES OFF THE CHANGE BEFORE IT AND, WHEN ITS
      *    LOGGED DATE IS IN THE RANGE, OPENS THE NEXT ONE.
       0300-START-CHANGE.
           PERFORM 0500-END-CHANGE
           IF WS-SEL-FROM-DATE NOT = SPACES
               AND PS-LOGGED-DATE < WS-SEL-FROM-DATE
             CONTINUE
           ELSE
             IF WS-SEL-TO-DATE NOT = SPACES
                 AND PS-LOGGED-DATE > WS-SEL-TO-DATE
               CONTINUE
             ELSE
               PERFORM 0310-PRINT-CHANGE-LINE
             END-IF
           END-IF
           .

       0310-PRINT-CHANGE-LINE.
           SET WS-IN-CHANGE TO TRUE
           MOVE ZEROES TO WS-CHG-RX
           MOVE ZEROES TO WS-CHG-APPT
           MOVE ZEROES TO WS-CHG-THERAPY
           MOVE ZEROES TO WS-CHG-PORTAL
           ADD 1 TO WS-TOT-CHANGES
           EVALUATE PS-NEW-STATUS
             WHEN 'D'
               ADD 1 TO WS-TOT-DECEASED
             WHEN 'I'
               ADD 1 TO WS-TOT-INACTIVE
             WHEN OTHER
               ADD 1 TO WS-TOT-REACTIVATED
           END-EVALUATE

           MOVE PS-PATIENT-ID     TO WC-PATIENT-ID
           PERFORM 0320-LOOKUP-PATIENT-NAME
           MOVE PS-OLD-STATUS     TO WS-STATUS-CODE
           PERFORM 0330-STATUS-TO-WORD
           MOVE WS-STATUS-WORD    TO WC-OLD-STATUS
           MOVE PS-NEW-STATUS     TO WS-STATUS-CODE
           PERFORM 0330-STATUS-TO-WORD
           MOVE WS-STATUS-WORD    TO WC-NEW-STATUS
           MOVE PS-EFFECTIVE-DATE TO WC-EFFECTIVE-DATE
           MOVE PS-REASON         TO WC-REASON
           MOVE PS-USERID         TO WC-USERID
           MOVE PS-LOGGED-DATE    TO WC-LOGGED-DATE
           MOVE PS-LOGGED-TIME    TO WC-LOGGED-TIME
           WRITE PSTRRPT-LINE FROM SPACES
           WRITE PSTRRPT-LINE FROM WS-CHANGE-LINE
           .

      *    A PATIENT NO LONGER ON PATMSTR STILL PRINTS - THE LOG IS THE
      *    RECORD OF WHAT WAS DONE.
       0320-LOOKUP-PATIENT-NAME.
           MOVE '** NOT ON MASTER **' TO WC-NAME
           IF WS-PATMSTR-IS-OPEN
             MOVE PS-PATIENT-ID TO PM-PATIENT-ID
             READ PATMSTR-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE SPACES TO WC-NAME
                 STRING PM-LAST-NAME DELIMITED BY SPACE
                        ', '         DELIMITED BY SIZE
                        PM-FIRST-NAME DELIMITED BY SPACE
                     INTO WC-NAME
             END-READ
           END-IF
           .

       0330-STATUS-TO-WORD.
           EVALUATE WS-STATUS-CODE
             WHEN 'I'
               MOVE 'INACTIVE' TO WS-STATUS-WORD
             WHEN 'D'
               MOVE 'DECEASED' TO WS-STATUS-WORD
             WHEN OTHER
               MOVE 'ACTIVE  ' TO WS-STATUS-WORD
           END-EVALUATE
           .

       0400-PRINT-CASCADE-ITEM.
           EVALUATE TRUE
             WHEN PS-ENTRY-RX
               MOVE 'PRESCRIPTION DISCONT' TO WI-ITEM-TYPE
               ADD 1 TO WS-CHG-RX
             WHEN PS-ENTRY-APPT
               MOVE 'APPOINTMENT CANCELLED' TO WI-ITEM-TYPE
               ADD 1 TO WS-CHG-APPT
             WHEN PS-ENTRY-THERAPY
               MOVE 'THERAPY CLOSED' TO WI-ITEM-TYPE
               ADD 1 TO WS-CHG-THERAPY
             WHEN PS-ENTRY-PORTAL
               MOVE 'PORTAL ACCOUNT LOCKED' TO WI-ITEM-TYPE
               ADD 1 TO WS-CHG-PORTAL
             WHEN OTHER
               MOVE 'UNKNOWN ENTRY' TO WI-ITEM-TYPE
           END-EVALUATE
           MOVE PS-ITEM-KEY TO WI-ITEM-KEY
           WRITE PSTRRPT-LINE FROM WS-ITEM-LINE
           .

       0500-END-CHANGE.
           IF WS-IN-CHANGE
             MOVE WS-CHG-RX      TO WT-RX
             MOVE WS-CHG-APPT    TO WT-APPT
             MOVE WS-CHG-THERAPY TO WT-THERAPY
             IF WS-CHG-PORTAL > 0
               MOVE 'YES' TO WT-PORTAL
             ELSE
               MOVE 'NO ' TO WT-PORTAL
             END-IF
             WRITE PSTRRPT-LINE FROM WS-CHANGE-TOTAL-LINE
             ADD WS-CHG-RX      TO WS-TOT-RX
             ADD WS-CHG-APPT    TO WS-TOT-APPT
             ADD WS-CHG-THERAPY TO WS-TOT-THERAPY
             ADD WS-CHG-PORTAL  TO WS-TOT-PORTAL
             MOVE 'N' TO WS-IN-CHANGE-SW
           END-IF
           .

       0900-FINALIZE.
           WRITE PSTRRPT-LINE FROM SPACES
           MOVE 'TOTAL STATUS CHANGES:       ' TO WS-SUMMARY-LABEL
           MOVE WS-TOT-CHANGES     TO WS-SUMMARY-OUT
           WRITE PSTRRPT-LINE FROM WS-SUMMARY-LINE
           MOVE '  MARKED INACTIVE:          ' TO WS-SUMMARY-LABEL
           MOVE WS-TOT-INACTIVE    TO WS-SUMMARY-OUT
           WRITE PSTRRPT-LINE FROM WS-SUMMARY-LINE
           MOVE '  MARKED DECEASED:          ' TO WS-SUMMARY-LABEL
           MOVE WS-TOT-DECEASED    TO WS-SUMMARY-OUT
           WRITE PSTRRPT-LINE FROM WS-SUMMARY-LINE
           MOVE '  REACTIVATED:              ' TO WS-SUMMARY-LABEL
           MOVE WS-TOT-REACTIVATED TO WS-SUMMARY-OUT
           WRITE PSTRRPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'PRESCRIPTIONS DISCONTINUED: ' TO WS-SUMMARY-LABEL
           MOVE WS-TOT-RX          TO WS-SUMMARY-OUT
           WRITE PSTRRPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'APPOINTMENTS CANCELLED:     ' TO WS-SUMMARY-LABEL
           MOVE WS-TOT-APPT        TO WS-SUMMARY-OUT
           WRITE PSTRRPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'THERAPY ASSIGNMENTS CLOSED: ' TO WS-SUMMARY-LABEL
           MOVE WS-TOT-THERAPY     TO WS-SUMMARY-OUT
           WRITE PSTRRPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'PORTAL ACCOUNTS LOCKED:     ' TO WS-SUMMARY-LABEL
           MOVE WS-TOT-PORTAL      TO WS-SUMMARY-OUT
           WRITE PSTRRPT-LINE FROM WS-SUMMARY-LINE

           IF WS-PATSTLOG-STATUS NOT = '35'
             CLOSE PATSTLOG-FILE
           END-IF
           IF WS-PATMSTR-IS-OPEN
             CLOSE PATMSTR-FILE
           END-IF
           CLOSE PSTRRPT-FILE

           DISPLAY 'HCMPSTR0 SCANNED    : ' WS-SCANNED-COUNT
           DISPLAY 'HCMPSTR0 CHANGES    : ' WS-TOT-CHANGES
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
