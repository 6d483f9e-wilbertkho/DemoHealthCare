      *| CKPTPARM USES FOR THE CHECKPOINT INTERVAL. ALERTS WRITTEN     |
      *| BEFORE THE WORKLIST CARRIED A CREATED STAMP ARE AGED FROM     |
      *| THEIR VISIT DATE INSTEAD.                                     |
      *|                                                               |
      *| AN OPEN ALERT FOR A PATIENT MARKED INACTIVE OR DECEASED ON    |
      *| PATMSTR (01SPAT) IS NOT ESCALATED - IT IS COUNTED APART SO    |
      *| THE WORKLIST CAN BE CLOSED OFF VIA 01KALT.                    |
      *|                                                               |
      *| THE REPORT IS SORTED BY RESPONSIBLE STAFF MEMBER FROM THE     |
      *| PATIENT'S CARETEAM RECORD (01ACTM) WITH A PAGE PER STAFF      |
      *| MEMBER. LIST 1 ROUTES EACH ESCALATED ALERT TO THE PATIENT'S   |
      *| PRESCRIBER; LIST 2 ROUTES THE ALERTS STILL OPEN WITHIN THE    |
      *| CUTOFF TO THE PATIENT'S NURSE, WHO WORKS THEM VIA 01KALT. A   |
      *| PRIMARY NO LONGER ACTIVE ON STAFFSEC / PRSCMSTR PASSES THE    |
      *| LINE TO THE BACKUP; WITH NEITHER AVAILABLE, OR NO TEAM IN     |
      *| FORCE, IT IS PRINTED IN THE UNASSIGNED SECTION OF ITS LIST.   |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCMALES0.
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

           SELECT CARETEAM-FILE ASSIGN TO 'CARETEAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-PATIENT-ID
               FILE STATUS IS WS-CARETEAM-STATUS.

           SELECT STAFFSEC-FILE ASSIGN TO 'STAFFSEC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-USERID
               FILE STATUS IS WS-STAFFSEC-STATUS.

           SELECT PRSCMSTR-FILE ASSIGN TO 'PRSCMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PRESCRIBER-ID
               FILE STATUS IS WS-PRSCMSTR-STATUS.

           SELECT ROUTE-SORT-FILE ASSIGN TO 'SORTWK01'.

           SELECT ALESPARM-FILE ASSIGN TO 'ALESPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALESPARM-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY ALERTREC.

       FD  PATMSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PATMSTR.

       FD  CARETEAM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CARETEAM.

       FD  STAFFSEC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STAFFSEC.

       FD  PRSCMSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PRSCMSTR.

       SD  ROUTE-SORT-FILE.
           COPY CTROUTE.

       FD  ALESPARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALESPARM-RECORD.
         03 WS-ALERTREC-STATUS    PIC X(2).
         03 WS-ALESPARM-STATUS    PIC X(2).
         03 WS-ALESRPT-STATUS     PIC X(2).
         03 WS-PATMSTR-STATUS     PIC X(2).
         03 WS-CARETEAM-STATUS    PIC X(2).
         03 WS-STAFFSEC-STATUS    PIC X(2).
         03 WS-PRSCMSTR-STATUS    PIC X(2).

       01 WS-SWITCHES.
         03 WS-END-OF-FILE        PIC X(01) VALUE 'N'.
         03 WS-OPEN-COUNT         PIC 9(07) VALUE ZEROES.
         03 WS-ESCALATED-COUNT    PIC 9(07) VALUE ZEROES.
         03 WS-SCANNED-COUNT      PIC 9(07) VALUE ZEROES.
         03 WS-INACTIVE-COUNT     PIC 9(07) VALUE ZEROES.
         03 WS-PATMSTR-OPEN       PIC X(01) VALUE 'N'.
           88 WS-PATMSTR-IS-OPEN  VALUE 'Y'.
         03 WS-PATIENT-ACTIVE-SW  PIC X(01).
           88 WS-PATIENT-ACTIVE   VALUE 'Y'.
         03 WS-CARETEAM-OPEN      PIC X(01) VALUE 'N'.
           88 WS-CARETEAM-IS-OPEN VALUE 'Y'.
         03 WS-STAFFSEC-OPEN      PIC X(01) VALUE 'N'.
           88 WS-STAFFSEC-IS-OPEN VALUE 'Y'.
         03 WS-PRSCMSTR-OPEN      PIC X(01) VALUE 'N'.
           88 WS-PRSCMSTR-IS-OPEN VALUE 'Y'.
         03 WS-SORT-END           PIC X(01) VALUE 'N'.
           88 WS-SORT-EOF         VALUE 'Y'.
         03 WS-BACKUP-COUNT       PIC 9(07) VALUE ZEROES.
         03 WS-UNASSIGNED-COUNT   PIC 9(07) VALUE ZEROES.

      *    ROUTING OF EACH DETAIL LINE TO ITS RESPONSIBLE STAFF MEMBER
      *    (0500) AND THE PAGE BREAK ON EACH NEW ONE (0600).
       01 WS-ROUTE-WORK.
         03 WS-ROUTE-LIST         PIC 9(01).
         03 WS-ROUTE-ROLE         PIC X(01).
           88 WS-ROUTE-TO-NURSE   VALUE 'N'.
           88 WS-ROUTE-TO-PRESCRIBER VALUE 'P'.
         03 WS-ROUTE-PATIENT-ID   PIC 9(10).
         03 WS-ROUTE-CANDIDATE    PIC X(10).
         03 WS-ROUTE-FOUND-SW     PIC X(01).
           88 WS-ROUTE-FOUND      VALUE 'Y'.
         03 WS-ROUTE-SEQ          PIC 9(07) VALUE ZEROES.
         03 WS-THIS-ROUTE-KEY.
           05 WS-RK-LIST-SEQ      PIC 9(01).
           05 WS-RK-GROUP-SEQ     PIC 9(01).
           05 WS-RK-STAFF-ID      PIC X(10).
         03 WS-PREV-ROUTE-KEY     PIC X(12).
         03 WS-STAFF-PAGE-COUNT   PIC 9(07) VALUE ZEROES.
         03 WS-STAFF-ITEM-COUNT   PIC 9(07) VALUE ZEROES.

       01 WS-ESCALATE-HOURS       PIC 9(03) VALUE 8.

         03 FILLER                PIC X(10) VALUE 'OPENED'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(09) VALUE 'AGE HOURS'.
         03 FILLER                PIC X(13) VALUE SPACES.
         03 FILLER                PIC X(12) VALUE 'ROUTING NOTE'.

       01 WS-STAFF-HEADING.
         03 WH-STAFF-LABEL        PIC X(25).
         03 WH-STAFF-NAME         PIC X(30).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WH-STAFF-ID           PIC X(10).

       01 WS-DETAIL-LINE.
         03 WD-PATIENT-ID         PIC Z(9)9.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-AGE-HOURS          PIC ZZZ,ZZ9.

       01 WS-ROUTED-LINE.
         03 WR-DETAIL             PIC X(110).
         03 WR-ROUTE-NOTE         PIC X(22).
         03 WR-NOTE-R REDEFINES WR-ROUTE-NOTE.
           05 WR-NOTE-TEXT        PIC X(12).
           05 WR-NOTE-ID          PIC X(10).

       01 WS-STAFF-TOTAL-LINE.
         03 FILLER                PIC X(28) VALUE
             'ITEMS FOR THIS STAFF MEMBER:'.
         03 WS-STAFF-ITEMS-OUT    PIC ZZZ,ZZ9.

       01 WS-SUMMARY-LINE-1.
         03 FILLER                PIC X(28) VALUE
             'TOTAL OPEN ALERTS:          '.
         03 FILLER                PIC X(28) VALUE
             'TOTAL ESCALATED:            '.
         03 WS-ESCALATED-OUT      PIC ZZZ,ZZ9.
       01 WS-SUMMARY-LINE-3.
         03 FILLER                PIC X(28) VALUE
             'ROUTED TO BACKUP COVER:     '.
         03 WS-BACKUP-OUT         PIC ZZZ,ZZ9.
       01 WS-SUMMARY-LINE-4.
         03 FILLER                PIC X(28) VALUE
             'UNASSIGNED:                 '.
         03 WS-UNASSIGNED-OUT     PIC ZZZ,ZZ9.


      *    RUN-CONTROL REGISTRATION (SEE THE RUNCTL COPYBOOK): THE
             STOP RUN
           END-IF
           PERFORM 0100-INITIALIZE
           SORT ROUTE-SORT-FILE
               ON ASCENDING KEY SR-LIST-SEQ SR-GROUP-SEQ
                                SR-STAFF-NAME SR-STAFF-ID SR-ITEM-SEQ
               INPUT PROCEDURE IS 0150-SELECT-OPEN-ALERTS
               OUTPUT PROCEDURE IS 0600-PRINT-BY-STAFF
           IF SORT-RETURN NOT = ZERO
             DISPLAY 'HCMALES0 SORT FAILED - SORT-RETURN ' SORT-RETURN
             MOVE 12 TO RETURN-CODE
           END-IF
           PERFORM 0900-FINALIZE
           PERFORM 7900-MARK-RUN-COMPLETE
           STOP RUN
           MOVE WS-ESCALATE-HOURS TO WS-HOURS-OUT
           WRITE ALESRPT-LINE FROM WS-HEADING-1
           WRITE ALESRPT-LINE FROM WS-HEADING-2

           OPEN INPUT PATMSTR-FILE
           IF WS-PATMSTR-STATUS = '35'
             MOVE 'N' TO WS-PATMSTR-OPEN
           ELSE
             SET WS-PATMSTR-IS-OPEN TO TRUE
           END-IF

           OPEN INPUT CARETEAM-FILE
           IF WS-CARETEAM-STATUS = '35'
             MOVE 'N' TO WS-CARETEAM-OPEN
           ELSE
             SET WS-CARETEAM-IS-OPEN TO TRUE
           END-IF

           OPEN INPUT STAFFSEC-FILE
           IF WS-STAFFSEC-STATUS = '35'
             MOVE 'N' TO WS-STAFFSEC-OPEN
           ELSE
             SET WS-STAFFSEC-IS-OPEN TO TRUE
           END-IF

           OPEN INPUT PRSCMSTR-FILE
           IF WS-PRSCMSTR-STATUS = '35'
             MOVE 'N' TO WS-PRSCMSTR-OPEN
           ELSE
             SET WS-PRSCMSTR-IS-OPEN TO TRUE
           END-IF

           OPEN INPUT ALERTREC-FILE
           IF WS-ALERTREC-STATUS = '35'
           END-IF
           .

      *    SORT INPUT PROCEDURE - THE ALERTREC BROWSE. EVERY OPEN
      *    ALERT OF AN ACTIVE PATIENT IS RELEASED TO ONE OF THE TWO
      *    LISTS BY ITS AGE.
       0150-SELECT-OPEN-ALERTS.
           PERFORM UNTIL WS-EOF
             PERFORM 0200-READ-NEXT-ALERT
             IF NOT WS-EOF
               ADD 1 TO WS-SCANNED-COUNT
               IF AL-STAT-OPEN
                 PERFORM 0320-CHECK-PATIENT-STATUS
               END-IF
               IF AL-STAT-OPEN AND WS-PATIENT-ACTIVE
                 ADD 1 TO WS-OPEN-COUNT
                 PERFORM 0300-EVALUATE-ALERT-AGE
                 IF WS-AGE-HOURS >= WS-ESCALATE-HOURS
                   PERFORM 0400-PRINT-ESCALATED-ALERT
                 ELSE
                   PERFORM 0420-LIST-OPEN-ALERT
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

       0110-READ-ESCALATION-PARM.
           OPEN INPUT ALESPARM-FILE
           IF WS-ALESPARM-STATUS NOT = '35'
           END-IF
           .

      *    NO PATMSTR RECORD (OR NO PATMSTR) LEAVES THE ALERT TO AGE
      *    AS BEFORE.
       0320-CHECK-PATIENT-STATUS.
           MOVE 'Y' TO WS-PATIENT-ACTIVE-SW
           IF WS-PATMSTR-IS-OPEN
             MOVE AL-PATIENT-ID TO PM-PATIENT-ID
             READ PATMSTR-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF PM-STAT-NOT-ACTIVE
                   MOVE PM-STATUS-DATE TO WS-DATE-IN
                   PERFORM 0310-CONVERT-DATE-TO-NUM
                   IF WS-DATE-NUM <= WS-TODAY-NUM
                     MOVE 'N' TO WS-PATIENT-ACTIVE-SW
                     ADD 1 TO WS-INACTIVE-COUNT
                   END-IF
                 END-IF
             END-READ
           END-IF
           .

       0400-PRINT-ESCALATED-ALERT.
           PERFORM 0410-BUILD-ALERT-DETAIL
           MOVE 1 TO WS-ROUTE-LIST
           SET WS-ROUTE-TO-PRESCRIBER TO TRUE
           PERFORM 0500-ROUTE-DETAIL-LINE
           ADD 1 TO WS-ESCALATED-COUNT
           .

       0410-BUILD-ALERT-DETAIL.
           MOVE AL-PATIENT-ID      TO WD-PATIENT-ID
           MOVE AL-VISIT-DATE      TO WD-VISIT-DATE
           MOVE AL-VISIT-TIME      TO WD-VISIT-TIME
             MOVE AL-CREATED-DATE  TO WD-OPENED-DATE
           END-IF
           MOVE WS-AGE-HOURS       TO WD-AGE-HOURS
           MOVE AL-PATIENT-ID      TO WS-ROUTE-PATIENT-ID
           .

       0420-LIST-OPEN-ALERT.
           PERFORM 0410-BUILD-ALERT-DETAIL
           MOVE 2 TO WS-ROUTE-LIST
           SET WS-ROUTE-TO-NURSE TO TRUE
           PERFORM 0500-ROUTE-DETAIL-LINE
           .

      *+---------------------------------------------------------------+
      *| ROUTING BY CARE TEAM. THE PATIENT'S CARETEAM RECORD, WHEN IN  |
      *| FORCE TODAY, NAMES THE RESPONSIBLE NURSE OR PRESCRIBER. A     |
      *| PRIMARY WHO IS NO LONGER ACTIVE HANDS THE LINE TO THE BACKUP; |
      *| WITH NEITHER AVAILABLE, OR NO TEAM IN FORCE, THE LINE GOES TO |
      *| THE UNASSIGNED SECTION PRINTED AFTER THE STAFF PAGES. THE     |
      *| SAME RESOLUTION IS USED BY HCMADMR0, HCMAPNS0, HCMMEDR0 AND   |
      *| THE HCMCSLD0 CASELOAD REPORT.                                 |
      *+---------------------------------------------------------------+
       0500-ROUTE-DETAIL-LINE.
           MOVE WS-ROUTE-LIST TO SR-LIST-SEQ
           MOVE 9             TO SR-GROUP-SEQ
           MOVE SPACES        TO SR-STAFF-NAME
           MOVE SPACES        TO SR-STAFF-ID
           MOVE SPACES        TO SR-PRIMARY-ID
           MOVE 'T'           TO SR-ROUTE-FLAG
           IF WS-CARETEAM-IS-OPEN
             MOVE WS-ROUTE-PATIENT-ID TO CT-PATIENT-ID
             READ CARETEAM-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF CT-EFFECTIVE-DATE > WS-RC-TODAY
                     OR (CT-END-DATE NOT = SPACES
                         AND CT-END-DATE < WS-RC-TODAY)
                   MOVE 'D' TO SR-ROUTE-FLAG
                 ELSE
                   IF WS-ROUTE-TO-NURSE
                     PERFORM 0510-RESOLVE-NURSE
                   ELSE
                     PERFORM 0520-RESOLVE-PRESCRIBER
                   END-IF
                 END-IF
             END-READ
           END-IF
           IF SR-UNASSIGNED
             ADD 1 TO WS-UNASSIGNED-COUNT
           END-IF
           IF SR-ROUTE-BACKUP
             ADD 1 TO WS-BACKUP-COUNT
           END-IF
           ADD 1 TO WS-ROUTE-SEQ
           MOVE WS-ROUTE-SEQ   TO SR-ITEM-SEQ
           MOVE WS-DETAIL-LINE TO SR-DETAIL
           RELEASE ROUTE-SORT-RECORD
           .

       0510-RESOLVE-NURSE.
           MOVE 'U'              TO SR-ROUTE-FLAG
           MOVE CT-PRIMARY-NURSE TO SR-PRIMARY-ID
           MOVE CT-PRIMARY-NURSE TO WS-ROUTE-CANDIDATE
           PERFORM 0530-CHECK-NURSE
           IF WS-ROUTE-FOUND
             MOVE 'P' TO SR-ROUTE-FLAG
           ELSE
             MOVE CT-BACKUP-NURSE TO WS-ROUTE-CANDIDATE
             PERFORM 0530-CHECK-NURSE
             IF WS-ROUTE-FOUND
               MOVE 'B' TO SR-ROUTE-FLAG
             END-IF
           END-IF
           .

       0520-RESOLVE-PRESCRIBER.
           MOVE 'U'                   TO SR-ROUTE-FLAG
           MOVE CT-PRIMARY-PRESCRIBER TO SR-PRIMARY-ID
           MOVE CT-PRIMARY-PRESCRIBER TO WS-ROUTE-CANDIDATE
           PERFORM 0540-CHECK-PRESCRIBER
           IF WS-ROUTE-FOUND
             MOVE 'P' TO SR-ROUTE-FLAG
           ELSE
             MOVE CT-BACKUP-PRESCRIBER TO WS-ROUTE-CANDIDATE
             PERFORM 0540-CHECK-PRESCRIBER
             IF WS-ROUTE-FOUND
               MOVE 'B' TO SR-ROUTE-FLAG
             END-IF
           END-IF
           .

      *    A NURSE MUST STILL BE ACTIVE ON STAFFSEC IN THE NURSE ROLE.
       0530-CHECK-NURSE.
           MOVE 'N' TO WS-ROUTE-FOUND-SW
           IF WS-ROUTE-CANDIDATE NOT = SPACES AND WS-STAFFSEC-IS-OPEN
             MOVE WS-ROUTE-CANDIDATE TO SS-USERID
             READ STAFFSEC-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF SS-STAFF-ACTIVE AND SS-ROLE-NURSE
                   SET WS-ROUTE-FOUND TO TRUE
                   MOVE 0             TO SR-GROUP-SEQ
                   MOVE SS-STAFF-NAME TO SR-STAFF-NAME
                   MOVE SS-USERID     TO SR-STAFF-ID
                 END-IF
             END-READ
           END-IF
           .

      *    A PRESCRIBER MUST STILL BE ACTIVE ON PRSCMSTR.
       0540-CHECK-PRESCRIBER.
           MOVE 'N' TO WS-ROUTE-FOUND-SW
           IF WS-ROUTE-CANDIDATE NOT = SPACES AND WS-PRSCMSTR-IS-OPEN
             MOVE WS-ROUTE-CANDIDATE TO PR-PRESCRIBER-ID
             READ PRSCMSTR-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF PR-ACTIVE
                   SET WS-ROUTE-FOUND TO TRUE
                   MOVE 0                TO SR-GROUP-SEQ
                   MOVE PR-NAME          TO SR-STAFF-NAME
                   MOVE PR-PRESCRIBER-ID TO SR-STAFF-ID
                 END-IF
             END-READ
           END-IF
           .

      *+---------------------------------------------------------------+
      *| SORT OUTPUT PROCEDURE - PRINTS THE SORTED LINES WITH A NEW    |
      *| PAGE, STAFF HEADING AND COLUMN HEADINGS FOR EACH STAFF MEMBER |
      *| (AND FOR EACH LIST'S UNASSIGNED SECTION), AND A COUNT OF THE  |
      *| ITEMS AT THE FOOT OF EACH.                                    |
      *+---------------------------------------------------------------+
       0600-PRINT-BY-STAFF.
           MOVE HIGH-VALUES TO WS-PREV-ROUTE-KEY
           PERFORM UNTIL WS-SORT-EOF
             RETURN ROUTE-SORT-FILE
               AT END
                 SET WS-SORT-EOF TO TRUE
               NOT AT END
                 MOVE SR-LIST-SEQ  TO WS-RK-LIST-SEQ
                 MOVE SR-GROUP-SEQ TO WS-RK-GROUP-SEQ
                 MOVE SR-STAFF-ID  TO WS-RK-STAFF-ID
                 IF WS-THIS-ROUTE-KEY NOT = WS-PREV-ROUTE-KEY
                   IF WS-PREV-ROUTE-KEY NOT = HIGH-VALUES
                     PERFORM 0620-PRINT-STAFF-TOTAL
                   END-IF
                   PERFORM 0610-START-STAFF-PAGE
                   MOVE WS-THIS-ROUTE-KEY TO WS-PREV-ROUTE-KEY
                 END-IF
                 PERFORM 0630-PRINT-ROUTED-LINE
             END-RETURN
           END-PERFORM
           IF WS-PREV-ROUTE-KEY NOT = HIGH-VALUES
             PERFORM 0620-PRINT-STAFF-TOTAL
           END-IF
           .

      *    THE FIRST STAFF MEMBER STARTS ON THE PAGE 0100 HEADED.
       0610-START-STAFF-PAGE.
           IF WS-STAFF-PAGE-COUNT > 0
             WRITE ALESRPT-LINE FROM WS-HEADING-1
                 AFTER ADVANCING PAGE
             WRITE ALESRPT-LINE FROM WS-HEADING-2
           END-IF
           ADD 1 TO WS-STAFF-PAGE-COUNT
           MOVE ZEROES TO WS-STAFF-ITEM-COUNT
           MOVE SR-STAFF-NAME TO WH-STAFF-NAME
           MOVE SR-STAFF-ID   TO WH-STAFF-ID
           EVALUATE TRUE
             WHEN SR-LIST-SEQ = 1 AND SR-ROUTED-TO-STAFF
               MOVE 'ESCALATE TO PRESCRIBER:' TO WH-STAFF-LABEL
             WHEN SR-LIST-SEQ = 1
               MOVE 'ESCALATIONS UNASSIGNED -' TO WH-STAFF-LABEL
               MOVE 'NO ACTIVE PRESCRIBER ON TEAM' TO WH-STAFF-NAME
             WHEN SR-ROUTED-TO-STAFF
               MOVE 'OPEN ALERTS FOR NURSE:' TO WH-STAFF-LABEL
             WHEN OTHER
               MOVE 'OPEN ALERTS UNASSIGNED -' TO WH-STAFF-LABEL
               MOVE 'NO ACTIVE NURSE ON TEAM' TO WH-STAFF-NAME
           END-EVALUATE
           WRITE ALESRPT-LINE FROM SPACES
           WRITE ALESRPT-LINE FROM WS-STAFF-HEADING
           WRITE ALESRPT-LINE FROM WS-HEADING-3
           .

       0620-PRINT-STAFF-TOTAL.
           MOVE WS-STAFF-ITEM-COUNT TO WS-STAFF-ITEMS-OUT
           WRITE ALESRPT-LINE FROM SPACES
           WRITE ALESRPT-LINE FROM WS-STAFF-TOTAL-LINE
           .

       0630-PRINT-ROUTED-LINE.
           MOVE SR-DETAIL TO WR-DETAIL
           MOVE SPACES    TO WR-ROUTE-NOTE
           EVALUATE TRUE
             WHEN SR-ROUTE-BACKUP
               MOVE 'BACKUP FOR'  TO WR-NOTE-TEXT
               MOVE SR-PRIMARY-ID TO WR-NOTE-ID
             WHEN SR-ROUTE-NO-TEAM
               MOVE 'NO CARE TEAM' TO WR-ROUTE-NOTE
             WHEN SR-ROUTE-NOT-IN-FORCE
               MOVE 'TEAM NOT IN FORCE' TO WR-ROUTE-NOTE
             WHEN SR-ROUTE-UNAVAILABLE AND SR-PRIMARY-ID = SPACES
               MOVE 'NONE NAMED' TO WR-ROUTE-NOTE
             WHEN SR-ROUTE-UNAVAILABLE
               MOVE 'UNAVAILABLE' TO WR-NOTE-TEXT
               MOVE SR-PRIMARY-ID TO WR-NOTE-ID
           END-EVALUATE
           WRITE ALESRPT-LINE FROM WS-ROUTED-LINE
           ADD 1 TO WS-STAFF-ITEM-COUNT
           .

       0900-FINALIZE.
           MOVE WS-OPEN-COUNT      TO WS-OPEN-OUT
           MOVE WS-ESCALATED-COUNT TO WS-ESCALATED-OUT
           MOVE WS-BACKUP-COUNT    TO WS-BACKUP-OUT
           MOVE WS-UNASSIGNED-COUNT TO WS-UNASSIGNED-OUT
           WRITE ALESRPT-LINE FROM SPACES
           WRITE ALESRPT-LINE FROM WS-SUMMARY-LINE-1
           WRITE ALESRPT-LINE FROM WS-SUMMARY-LINE-2
           WRITE ALESRPT-LINE FROM WS-SUMMARY-LINE-3
           WRITE ALESRPT-LINE FROM WS-SUMMARY-LINE-4
           IF WS-ALERTREC-STATUS NOT = '35'
             CLOSE ALERTREC-FILE
           END-IF
           IF WS-PATMSTR-IS-OPEN
             CLOSE PATMSTR-FILE
           END-IF
           IF WS-CARETEAM-IS-OPEN
             CLOSE CARETEAM-FILE
           END-IF
           IF WS-STAFFSEC-IS-OPEN
             CLOSE STAFFSEC-FILE
           END-IF
           IF WS-PRSCMSTR-IS-OPEN
             CLOSE PRSCMSTR-FILE
           END-IF
           CLOSE ALESRPT-FILE

           DISPLAY 'HCMALES0 SCANNED   : ' WS-SCANNED-COUNT
           DISPLAY 'HCMALES0 OPEN      : ' WS-OPEN-COUNT
           DISPLAY 'HCMALES0 ESCALATED : ' WS-ESCALATED-COUNT
           DISPLAY 'HCMALES0 INACTIVE  : ' WS-INACTIVE-COUNT
           DISPLAY 'HCMALES0 BACKUP    : ' WS-BACKUP-COUNT
           DISPLAY 'HCMALES0 UNASSIGNED: ' WS-UNASSIGNED-COUNT
           .
      *+---------------------------------------------------------------+
      *| RUN-CONTROL REGISTRATION - COMMON TO EVERY BATCH JOB. THE    |
