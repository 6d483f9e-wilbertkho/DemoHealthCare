      *|                                                               |
      *| THE RUN DATE COMES FROM THE APNSPARM CARD (CCYY-MM-DD) AND   |
      *| DEFAULTS TO YESTERDAY WHEN THE CARD IS ABSENT OR BLANK.      |
      *|                                                               |
      *| THE CALL LIST IS SORTED BY THE PATIENT'S RESPONSIBLE NURSE   |
      *| FROM CARETEAM (01ACTM), WITH A PAGE PER NURSE. A PRIMARY     |
      *| NURSE NO LONGER ACTIVE ON STAFFSEC PASSES THE CALL TO THE    |
      *| BACKUP; WITH NEITHER AVAILABLE, OR NO TEAM IN FORCE, IT IS   |
      *| PRINTED IN THE UNASSIGNED SECTION AT THE END.                |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCMAPNS0.
               RECORD KEY IS VR-KEY
               FILE STATUS IS WS-VISITREC-STATUS.

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

           SELECT ROUTE-SORT-FILE ASSIGN TO 'SORTWK01'.

           SELECT APNSPARM-FILE ASSIGN TO 'APNSPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APNSPARM-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY VISITREC.

       FD  CARETEAM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CARETEAM.

       FD  STAFFSEC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STAFFSEC.

       SD  ROUTE-SORT-FILE.
           COPY CTROUTE.

       FD  APNSPARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  APNSPARM-RECORD.
         03 WS-VISITREC-STATUS    PIC X(2).
         03 WS-APNSPARM-STATUS    PIC X(2).
         03 WS-APNSLIST-STATUS    PIC X(2).
         03 WS-CARETEAM-STATUS    PIC X(2).
         03 WS-STAFFSEC-STATUS    PIC X(2).

       01 WS-SWITCHES.
         03 WS-END-OF-FILE        PIC X(01) VALUE 'N'.
         03 WS-KEPT-COUNT         PIC 9(07) VALUE ZEROES.
         03 WS-NO-SHOW-COUNT      PIC 9(07) VALUE ZEROES.
         03 WS-MATCHED-COUNT      PIC 9(07) VALUE ZEROES.
         03 WS-CARETEAM-OPEN      PIC X(01) VALUE 'N'.
           88 WS-CARETEAM-IS-OPEN VALUE 'Y'.
         03 WS-STAFFSEC-OPEN      PIC X(01) VALUE 'N'.
           88 WS-STAFFSEC-IS-OPEN VALUE 'Y'.
         03 WS-SORT-END           PIC X(01) VALUE 'N'.
           88 WS-SORT-EOF         VALUE 'Y'.
         03 WS-BACKUP-COUNT       PIC 9(07) VALUE ZEROES.
         03 WS-UNASSIGNED-COUNT   PIC 9(07) VALUE ZEROES.

      *    ROUTING OF EACH DETAIL LINE TO ITS RESPONSIBLE NURSE
      *    (0500) AND THE PAGE BREAK ON EACH NEW ONE (0600).
       01 WS-ROUTE-WORK.
         03 WS-ROUTE-PATIENT-ID   PIC 9(10).
         03 WS-ROUTE-CANDIDATE    PIC X(10).
         03 WS-ROUTE-FOUND-SW     PIC X(01).
           88 WS-ROUTE-FOUND      VALUE 'Y'.
         03 WS-ROUTE-SEQ          PIC 9(07) VALUE ZEROES.
         03 WS-THIS-ROUTE-KEY.
           05 WS-RK-GROUP-SEQ     PIC 9(01).
           05 WS-RK-STAFF-ID      PIC X(10).
         03 WS-PREV-ROUTE-KEY     PIC X(11).
         03 WS-STAFF-PAGE-COUNT   PIC 9(07) VALUE ZEROES.
         03 WS-STAFF-ITEM-COUNT   PIC 9(07) VALUE ZEROES.

       01 WS-DATE-TIME-WORK.
         03 WS-CURRENT-DATE-AND-TIME PIC X(21).
         03 FILLER                PIC X(10) VALUE 'APPT TIME'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(20) VALUE 'REASON'.
         03 FILLER                PIC X(54) VALUE SPACES.
         03 FILLER                PIC X(12) VALUE 'ROUTING NOTE'.

       01 WS-STAFF-HEADING.
         03 WH-STAFF-LABEL        PIC X(25).
         03 WH-STAFF-NAME         PIC X(30).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WH-STAFF-ID           PIC X(10).

       01 WS-DETAIL-LINE.
         03 WD-PATIENT-ID         PIC Z(9)9.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-REASON             PIC X(20).

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
             'APPOINTMENTS MATCHED:       '.
         03 FILLER                PIC X(28) VALUE
             'NO-SHOWS:                   '.
         03 WS-NO-SHOW-OUT        PIC ZZZ,ZZ9.
       01 WS-SUMMARY-LINE-4.
         03 FILLER                PIC X(28) VALUE
             'ROUTED TO BACKUP COVER:     '.
         03 WS-BACKUP-OUT         PIC ZZZ,ZZ9.
       01 WS-SUMMARY-LINE-5.
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
               INPUT PROCEDURE IS 0150-MATCH-BOOKED-APPTS
               OUTPUT PROCEDURE IS 0600-PRINT-BY-NURSE
           IF SORT-RETURN NOT = ZERO
             DISPLAY 'HCMAPNS0 SORT FAILED - SORT-RETURN ' SORT-RETURN
             MOVE 12 TO RETURN-CODE
           END-IF
           PERFORM 0900-FINALIZE
           PERFORM 7900-MARK-RUN-COMPLETE
           STOP RUN

           OPEN OUTPUT APNSLIST-FILE
           WRITE APNSLIST-LINE FROM WS-HEADING-1

           OPEN INPUT VISITREC-FILE

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

           OPEN I-O APPTREC-FILE
           IF WS-APPTREC-STATUS = '35'
             SET WS-EOF TO TRUE
           END-IF
           .

      *    SORT INPUT PROCEDURE - THE APPTREC PASS. EACH NO-SHOW'S
      *    CALL-LIST LINE IS RELEASED FOR ROUTING (0400).
       0150-MATCH-BOOKED-APPTS.
           PERFORM UNTIL WS-EOF
             PERFORM 0200-READ-NEXT-APPOINTMENT
             IF NOT WS-EOF
               IF AP-APPT-DATE = WS-RUN-DATE AND AP-STAT-BOOKED
                 ADD 1 TO WS-MATCHED-COUNT
                 PERFORM 0300-MATCH-AGAINST-VISITS
                 PERFORM 0400-MARK-APPOINTMENT
               END-IF
             END-IF
           END-PERFORM
           .

       0200-READ-NEXT-APPOINTMENT.
           READ APPTREC-FILE NEXT RECORD
             AT END
             MOVE AP-APPT-DATE  TO WD-APPT-DATE
             MOVE AP-APPT-TIME  TO WD-APPT-TIME
             MOVE AP-REASON     TO WD-REASON
             MOVE AP-PATIENT-ID TO WS-ROUTE-PATIENT-ID
             PERFORM 0500-ROUTE-DETAIL-LINE
           END-IF
           REWRITE APPTREC-RECORD
           .

      *+---------------------------------------------------------------+
      *| ROUTING BY CARE TEAM. THE PATIENT'S CARETEAM RECORD, WHEN IN  |
      *| FORCE TODAY, NAMES THE PRIMARY NURSE. ONE WHO IS NO LONGER    |
      *| ACTIVE ON STAFFSEC AS A NURSE HANDS THE LINE TO THE BACKUP;   |
      *| WITH NEITHER AVAILABLE, OR NO TEAM IN FORCE, THE LINE GOES TO |
      *| THE UNASSIGNED SECTION PRINTED AFTER THE STAFF PAGES. THE     |
      *| SAME RESOLUTION IS USED BY HCMALES0, HCMADMR0, HCMMEDR0       |
      *| AND THE HCMCSLD0 CASELOAD REPORT.                             |
      *+---------------------------------------------------------------+
       0500-ROUTE-DETAIL-LINE.
           MOVE 1             TO SR-LIST-SEQ
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
                   PERFORM 0510-RESOLVE-NURSE
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
           PERFORM 0520-CHECK-NURSE
           IF WS-ROUTE-FOUND
             MOVE 'P' TO SR-ROUTE-FLAG
           ELSE
             MOVE CT-BACKUP-NURSE TO WS-ROUTE-CANDIDATE
             PERFORM 0520-CHECK-NURSE
             IF WS-ROUTE-FOUND
               MOVE 'B' TO SR-ROUTE-FLAG
             END-IF
           END-IF
           .

      *    A NURSE MUST STILL BE ACTIVE ON STAFFSEC IN THE NURSE ROLE.
       0520-CHECK-NURSE.
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

      *+---------------------------------------------------------------+
      *| SORT OUTPUT PROCEDURE - PRINTS THE SORTED LINES WITH A NEW    |
      *| PAGE, NURSE HEADING AND COLUMN HEADINGS FOR EACH NURSE (AND   |
      *| FOR THE UNASSIGNED SECTION), AND A COUNT OF THE ITEMS AT THE  |
      *| FOOT OF EACH.                                                 |
      *+---------------------------------------------------------------+
       0600-PRINT-BY-NURSE.
           MOVE HIGH-VALUES TO WS-PREV-ROUTE-KEY
           PERFORM UNTIL WS-SORT-EOF
             RETURN ROUTE-SORT-FILE
               AT END
                 SET WS-SORT-EOF TO TRUE
               NOT AT END
                 MOVE SR-GROUP-SEQ TO WS-RK-GROUP-SEQ
                 MOVE SR-STAFF-ID  TO WS-RK-STAFF-ID
                 IF WS-THIS-ROUTE-KEY NOT = WS-PREV-ROUTE-KEY
                   IF WS-PREV-ROUTE-KEY NOT = HIGH-VALUES
                     PERFORM 0620-PRINT-NURSE-TOTAL
                   END-IF
                   PERFORM 0610-START-NURSE-PAGE
                   MOVE WS-THIS-ROUTE-KEY TO WS-PREV-ROUTE-KEY
                 END-IF
                 PERFORM 0630-PRINT-ROUTED-LINE
             END-RETURN
           END-PERFORM
           IF WS-PREV-ROUTE-KEY NOT = HIGH-VALUES
             PERFORM 0620-PRINT-NURSE-TOTAL
           END-IF
           .

      *    THE FIRST NURSE STARTS ON THE PAGE 0100 HEADED.
       0610-START-NURSE-PAGE.
           IF WS-STAFF-PAGE-COUNT > 0
             WRITE APNSLIST-LINE FROM WS-HEADING-1
                 AFTER ADVANCING PAGE
           END-IF
           ADD 1 TO WS-STAFF-PAGE-COUNT
           MOVE ZEROES TO WS-STAFF-ITEM-COUNT
           MOVE SR-STAFF-NAME TO WH-STAFF-NAME
           MOVE SR-STAFF-ID   TO WH-STAFF-ID
           IF SR-ROUTED-TO-STAFF
             MOVE 'RESPONSIBLE NURSE:' TO WH-STAFF-LABEL
           ELSE
             MOVE 'UNASSIGNED -' TO WH-STAFF-LABEL
             MOVE 'NO ACTIVE NURSE ON TEAM' TO WH-STAFF-NAME
           END-IF
           WRITE APNSLIST-LINE FROM SPACES
           WRITE APNSLIST-LINE FROM WS-STAFF-HEADING
           WRITE APNSLIST-LINE FROM WS-HEADING-2
           .

       0620-PRINT-NURSE-TOTAL.
           MOVE WS-STAFF-ITEM-COUNT TO WS-STAFF-ITEMS-OUT
           WRITE APNSLIST-LINE FROM SPACES
           WRITE APNSLIST-LINE FROM WS-STAFF-TOTAL-LINE
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
           WRITE APNSLIST-LINE FROM WS-ROUTED-LINE
           ADD 1 TO WS-STAFF-ITEM-COUNT
           .

       0900-FINALIZE.
           MOVE WS-MATCHED-COUNT TO WS-MATCHED-OUT
           MOVE WS-KEPT-COUNT    TO WS-KEPT-OUT
           MOVE WS-NO-SHOW-COUNT TO WS-NO-SHOW-OUT
           MOVE WS-BACKUP-COUNT  TO WS-BACKUP-OUT
           MOVE WS-UNASSIGNED-COUNT TO WS-UNASSIGNED-OUT
           WRITE APNSLIST-LINE FROM SPACES
           WRITE APNSLIST-LINE FROM WS-SUMMARY-LINE-1
           WRITE APNSLIST-LINE FROM WS-SUMMARY-LINE-2
           WRITE APNSLIST-LINE FROM WS-SUMMARY-LINE-3
           WRITE APNSLIST-LINE FROM WS-SUMMARY-LINE-4
           WRITE APNSLIST-LINE FROM WS-SUMMARY-LINE-5
           IF WS-APPTREC-STATUS NOT = '35'
             CLOSE APPTREC-FILE
           END-IF
           IF WS-VISITREC-STATUS NOT = '35'
             CLOSE VISITREC-FILE
           END-IF
           IF WS-CARETEAM-IS-OPEN
             CLOSE CARETEAM-FILE
           END-IF
           IF WS-STAFFSEC-IS-OPEN
             CLOSE STAFFSEC-FILE
           END-IF
           CLOSE APNSLIST-FILE

           DISPLAY 'HCMAPNS0 RUN DATE : ' WS-RUN-DATE
           DISPLAY 'HCMAPNS0 MATCHED  : ' WS-MATCHED-COUNT
           DISPLAY 'HCMAPNS0 KEPT     : ' WS-KEPT-COUNT
           DISPLAY 'HCMAPNS0 NO-SHOWS : ' WS-NO-SHOW-COUNT
           DISPLAY 'HCMAPNS0 BACKUP   : ' WS-BACKUP-COUNT
           DISPLAY 'HCMAPNS0 UNASSIGN : ' WS-UNASSIGNED-COUNT
           .
      *+---------------------------------------------------------------+
      *| RUN-CONTROL REGISTRATION - COMMON TO EVERY BATCH JOB. THE    |
