      *| TABLE, THE WAY HCMRXDC0 LOADS THE PHCONF CONFIRMATIONS. THE   |
      *| RUN DATE COMES FROM THE ADMRPARM CARD (CCYY-MM-DD) AND        |
      *| DEFAULTS TO YESTERDAY WHEN THE CARD IS ABSENT OR BLANK.       |
      *|                                                               |
      *| THE LIST IS SORTED BY THE PATIENT'S RESPONSIBLE NURSE FROM    |
      *| CARETEAM (01ACTM), WITH A PAGE PER NURSE. A PRIMARY NURSE NO  |
      *| LONGER ACTIVE ON STAFFSEC PASSES THE LINE TO THE BACKUP; WITH |
      *| NEITHER AVAILABLE, OR NO TEAM IN FORCE, IT IS PRINTED IN THE  |
      *| UNASSIGNED SECTION AT THE END.                                |
      *|                                                               |
      *| A PATIENT MARKED INACTIVE OR DECEASED ON PATMSTR (01SPAT) BY  |
      *| THE RUN DATE HAS NO DOSES EXPECTED AND IS NOT FLAGGED.        |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCMADMR0.
               RECORD KEY IS RA-KEY
               FILE STATUS IS WS-RXACT-STATUS.

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

           SELECT ROUTE-SORT-FILE ASSIGN TO 'SORTWK01'.

           SELECT RXADMIN-FILE ASSIGN TO 'RXADMIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RXADMIN-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY RXACT.

       FD  PATMSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PATMSTR.

       FD  CARETEAM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CARETEAM.

       FD  STAFFSEC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STAFFSEC.

       SD  ROUTE-SORT-FILE.
           COPY CTROUTE.

       FD  RXADMIN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RXADMIN.
       01 WS-FILE-STATUSES.
         03 WS-RXACT-STATUS       PIC X(2).
         03 WS-RXADMIN-STATUS     PIC X(2).
         03 WS-PATMSTR-STATUS     PIC X(2).
         03 WS-ADMRPARM-STATUS    PIC X(2).
         03 WS-ADMRLIST-STATUS    PIC X(2).
         03 WS-CARETEAM-STATUS    PIC X(2).
         03 WS-STAFFSEC-STATUS    PIC X(2).

       01 WS-SWITCHES.
         03 WS-END-OF-FILE        PIC X(01) VALUE 'N'.
         03 WS-SCANNED-COUNT      PIC 9(07) VALUE ZEROES.
         03 WS-ACTIVE-COUNT       PIC 9(07) VALUE ZEROES.
         03 WS-MISSED-COUNT       PIC 9(07) VALUE ZEROES.
         03 WS-INACTIVE-COUNT     PIC 9(07) VALUE ZEROES.
         03 WS-PATMSTR-OPEN       PIC X(01) VALUE 'N'.
           88 WS-PATMSTR-IS-OPEN  VALUE 'Y'.
         03 WS-CARETEAM-OPEN      PIC X(01) VALUE 'N'.
           88 WS-CARETEAM-IS-OPEN VALUE 'Y'.
         03 WS-STAFFSEC-OPEN      PIC X(01) VALUE 'N'.
           88 WS-STAFFSEC-IS-OPEN VALUE 'Y'.
         03 WS-SORT-END           PIC X(01) VALUE 'N'.
           88 WS-SORT-EOF         VALUE 'Y'.
         03 WS-BACKUP-COUNT       PIC 9(07) VALUE ZEROES.
         03 WS-UNASSIGNED-COUNT   PIC 9(07) VALUE ZEROES.

      *    ROUTING OF EACH DETAIL LINE TO ITS RESPONSIBLE NURSE
      *    (3000) AND THE PAGE BREAK ON EACH NEW ONE (4000).
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

       01 WS-DOSE-WORK.
         03 WS-EXPECTED-DOSES     PIC 9(03).
         03 FILLER                PIC X(08) VALUE 'EXPECTED'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(05) VALUE 'GIVEN'.
         03 FILLER                PIC X(17) VALUE SPACES.
         03 FILLER                PIC X(12) VALUE 'ROUTING NOTE'.

       01 WS-STAFF-HEADING.
         03 WH-STAFF-LABEL        PIC X(25).
         03 WH-STAFF-NAME         PIC X(30).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WH-STAFF-ID           PIC X(10).

       01 WS-DETAIL-LINE.
         03 WD-PATIENT-ID         PIC Z(9)9.
         03 FILLER                PIC X(07) VALUE SPACES.
         03 WD-GIVEN              PIC ZZ9.

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

       01 WS-SUMMARY-LINE.
         03 FILLER                PIC X(28) VALUE
             'PRESCRIPTIONS SHORT-DOSED:  '.
         03 WS-MISSED-OUT         PIC ZZZ,ZZ9.
       01 WS-SUMMARY-LINE-2.
         03 FILLER                PIC X(28) VALUE
             'ROUTED TO BACKUP COVER:     '.
         03 WS-BACKUP-OUT         PIC ZZZ,ZZ9.
       01 WS-SUMMARY-LINE-3.
         03 FILLER                PIC X(28) VALUE
             'UNASSIGNED:                 '.
         03 WS-UNASSIGNED-OUT     PIC ZZZ,ZZ9.


      *    RUN-CONTROL REGISTRATION (SEE THE RUNCTL COPYBOOK): THE
           END-IF
           PERFORM 0100-INITIALIZE
           PERFORM 1000-LOAD-ADMIN-TABLE
           SORT ROUTE-SORT-FILE
               ON ASCENDING KEY SR-LIST-SEQ SR-GROUP-SEQ
                                SR-STAFF-NAME SR-STAFF-ID SR-ITEM-SEQ
               INPUT PROCEDURE IS 0150-SELECT-SHORT-DOSES
               OUTPUT PROCEDURE IS 4000-PRINT-BY-NURSE
           IF SORT-RETURN NOT = ZERO
             DISPLAY 'HCMADMR0 SORT FAILED - SORT-RETURN ' SORT-RETURN
             MOVE 12 TO RETURN-CODE
           END-IF
           PERFORM 0900-FINALIZE
           PERFORM 7900-MARK-RUN-COMPLETE
           STOP RUN
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           WRITE ADMRLIST-LINE FROM WS-HEADING-1
           WRITE ADMRLIST-LINE FROM WS-HEADING-2

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

           OPEN INPUT RXACT-FILE
           IF WS-RXACT-STATUS = '35'
           END-IF
           .

      *    SORT INPUT PROCEDURE - THE RXACT PASS. EVERY SHORT-DOSED
      *    PRESCRIPTION'S LINE IS RELEASED FOR ROUTING (2300).
       0150-SELECT-SHORT-DOSES.
           PERFORM UNTIL WS-EOF
             PERFORM 0200-READ-NEXT-PRESCRIPTION
             IF NOT WS-EOF
               ADD 1 TO WS-SCANNED-COUNT
               PERFORM 0300-CHECK-ACTIVE-ON-RUN-DATE
               IF WS-RX-ACTIVE
                 ADD 1 TO WS-ACTIVE-COUNT
                 PERFORM 2000-COMPARE-DOSES
               END-IF
             END-IF
           END-PERFORM
           .

       1000-LOAD-ADMIN-TABLE.
           MOVE 0 TO WS-ADM-COUNT
           OPEN INPUT RXADMIN-FILE
               MOVE 'N' TO WS-ACTIVE-TODAY
             END-IF
           END-IF

           IF WS-RX-ACTIVE
             PERFORM 0310-CHECK-PATIENT-STATUS
           END-IF
           .

      *    SAME TEST AS THE PHARMACY EXTRACT, AGAINST THE RUN DATE: AN
      *    INACTIVE OR DECEASED PATIENT'S DOSES ARE NOT "MISSED".
       0310-CHECK-PATIENT-STATUS.
           IF WS-PATMSTR-IS-OPEN
             MOVE RA-PATIENT-ID TO PM-PATIENT-ID
             READ PATMSTR-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF PM-STAT-NOT-ACTIVE
                   MOVE PM-STATUS-DATE TO WS-DATE-IN
                   PERFORM 8100-CONVERT-DATE-TO-NUM
                   IF WS-DATE-NUM <= WS-RUN-DATE-NUM
                     MOVE 'N' TO WS-ACTIVE-TODAY
                     ADD 1 TO WS-INACTIVE-COUNT
                   END-IF
                 END-IF
             END-READ
           END-IF
           .

       2000-COMPARE-DOSES.
           MOVE RA-FREQUENCY       TO WD-FREQUENCY
           MOVE WS-EXPECTED-DOSES  TO WD-EXPECTED
           MOVE WS-GIVEN-DOSES     TO WD-GIVEN
           MOVE RA-PATIENT-ID      TO WS-ROUTE-PATIENT-ID
           PERFORM 3000-ROUTE-DETAIL-LINE
           ADD 1 TO WS-MISSED-COUNT
           .

      *+---------------------------------------------------------------+
      *| ROUTING BY CARE TEAM. THE PATIENT'S CARETEAM RECORD, WHEN IN  |
      *| FORCE TODAY, NAMES THE PRIMARY NURSE. ONE WHO IS NO LONGER    |
      *| ACTIVE ON STAFFSEC AS A NURSE HANDS THE LINE TO THE BACKUP;   |
      *| WITH NEITHER AVAILABLE, OR NO TEAM IN FORCE, THE LINE GOES TO |
      *| THE UNASSIGNED SECTION PRINTED AFTER THE STAFF PAGES. THE     |
      *| SAME RESOLUTION IS USED BY HCMALES0, HCMAPNS0, HCMMEDR0       |
      *| AND THE HCMCSLD0 CASELOAD REPORT.                             |
      *+---------------------------------------------------------------+
       3000-ROUTE-DETAIL-LINE.
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
                   PERFORM 3100-RESOLVE-NURSE
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

       3100-RESOLVE-NURSE.
           MOVE 'U'              TO SR-ROUTE-FLAG
           MOVE CT-PRIMARY-NURSE TO SR-PRIMARY-ID
           MOVE CT-PRIMARY-NURSE TO WS-ROUTE-CANDIDATE
           PERFORM 3200-CHECK-NURSE
           IF WS-ROUTE-FOUND
             MOVE 'P' TO SR-ROUTE-FLAG
           ELSE
             MOVE CT-BACKUP-NURSE TO WS-ROUTE-CANDIDATE
             PERFORM 3200-CHECK-NURSE
             IF WS-ROUTE-FOUND
               MOVE 'B' TO SR-ROUTE-FLAG
             END-IF
           END-IF
           .

      *    A NURSE MUST STILL BE ACTIVE ON STAFFSEC IN THE NURSE ROLE.
       3200-CHECK-NURSE.
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
       4000-PRINT-BY-NURSE.
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
                     PERFORM 4200-PRINT-NURSE-TOTAL
                   END-IF
                   PERFORM 4100-START-NURSE-PAGE
                   MOVE WS-THIS-ROUTE-KEY TO WS-PREV-ROUTE-KEY
                 END-IF
                 PERFORM 4300-PRINT-ROUTED-LINE
             END-RETURN
           END-PERFORM
           IF WS-PREV-ROUTE-KEY NOT = HIGH-VALUES
             PERFORM 4200-PRINT-NURSE-TOTAL
           END-IF
           .

      *    THE FIRST NURSE STARTS ON THE PAGE 0100 HEADED.
       4100-START-NURSE-PAGE.
           IF WS-STAFF-PAGE-COUNT > 0
             WRITE ADMRLIST-LINE FROM WS-HEADING-1
                 AFTER ADVANCING PAGE
             WRITE ADMRLIST-LINE FROM WS-HEADING-2
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
           WRITE ADMRLIST-LINE FROM SPACES
           WRITE ADMRLIST-LINE FROM WS-STAFF-HEADING
           WRITE ADMRLIST-LINE FROM WS-HEADING-3
           .

       4200-PRINT-NURSE-TOTAL.
           MOVE WS-STAFF-ITEM-COUNT TO WS-STAFF-ITEMS-OUT
           WRITE ADMRLIST-LINE FROM SPACES
           WRITE ADMRLIST-LINE FROM WS-STAFF-TOTAL-LINE
           .

       4300-PRINT-ROUTED-LINE.
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
           WRITE ADMRLIST-LINE FROM WS-ROUTED-LINE
           ADD 1 TO WS-STAFF-ITEM-COUNT
           .

       8100-CONVERT-DATE-TO-NUM.
           IF WS-DATE-IN(5:1) = '-'
             COMPUTE WS-DATE-NUM =

       0900-FINALIZE.
           MOVE WS-MISSED-COUNT TO WS-MISSED-OUT
           MOVE WS-BACKUP-COUNT TO WS-BACKUP-OUT
           MOVE WS-UNASSIGNED-COUNT TO WS-UNASSIGNED-OUT
           WRITE ADMRLIST-LINE FROM SPACES
           WRITE ADMRLIST-LINE FROM WS-SUMMARY-LINE
           WRITE ADMRLIST-LINE FROM WS-SUMMARY-LINE-2
           WRITE ADMRLIST-LINE FROM WS-SUMMARY-LINE-3
           IF WS-RXACT-STATUS NOT = '35'
             CLOSE RXACT-FILE
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
           CLOSE ADMRLIST-FILE

           DISPLAY 'HCMADMR0 RUN DATE : ' WS-RUN-DATE
           DISPLAY 'HCMADMR0 SCANNED  : ' WS-SCANNED-COUNT
           DISPLAY 'HCMADMR0 ACTIVE   : ' WS-ACTIVE-COUNT
           DISPLAY 'HCMADMR0 SHORTED  : ' WS-MISSED-COUNT
           DISPLAY 'HCMADMR0 INACTIVE : ' WS-INACTIVE-COUNT
           DISPLAY 'HCMADMR0 BACKUP   : ' WS-BACKUP-COUNT
           DISPLAY 'HCMADMR0 UNASSIGN : ' WS-UNASSIGNED-COUNT
           .
      *+---------------------------------------------------------------+
      *| RUN-CONTROL REGISTRATION - COMMON TO EVERY BATCH JOB. THE    |
