      *| (OR MA-ASSIGNED-DATE IF THE PATIENT HAS NEVER BEEN REMINDED). |
      *| A PATIENT PICKED UP AS DUE HAS MA-LAST-REMINDED SET TO TODAY  |
      *| SO THE SAME ASSIGNMENT ISN'T PICKED UP AGAIN UNTIL ITS NEXT   |
      *| INTERVAL ELAPSES. A CLOSED ASSIGNMENT, OR ONE FOR A PATIENT   |
      *| MARKED INACTIVE OR DECEASED ON PATMSTR (01SPAT), IS NEVER DUE.|
      *|                                                               |
      *| THE CALL LIST IS SORTED BY THE PATIENT'S RESPONSIBLE NURSE    |
      *| FROM CARETEAM (01ACTM), WITH A PAGE PER NURSE. A PRIMARY      |
      *| NURSE NO LONGER ACTIVE ON STAFFSEC PASSES THE CALL TO THE     |
      *| BACKUP; WITH NEITHER AVAILABLE, OR NO TEAM IN FORCE, IT IS    |
      *| PRINTED IN THE UNASSIGNED SECTION AT THE END.                 |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCMMEDR0.
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

           SELECT MEDRLIST-FILE ASSIGN TO 'MEDRLIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEDRLIST-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY MEDASSGN.

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

       FD  MEDRLIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  MEDRLIST-LINE            PIC X(132).
       01 WS-FILE-STATUSES.
         03 WS-MEDASSGN-STATUS    PIC X(2).
         03 WS-MEDRLIST-STATUS    PIC X(2).
         03 WS-PATMSTR-STATUS     PIC X(2).
         03 WS-CARETEAM-STATUS    PIC X(2).
         03 WS-STAFFSEC-STATUS    PIC X(2).

       01 WS-SWITCHES.
         03 WS-END-OF-FILE        PIC X(01) VALUE 'N'.
           88 WS-DUE-TODAY        VALUE 'Y'.
         03 WS-DUE-COUNT          PIC 9(07) VALUE ZEROES.
         03 WS-SCANNED-COUNT      PIC 9(07) VALUE ZEROES.
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
         03 FILLER                PIC X(20) VALUE 'HOW OFTEN'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(10) VALUE 'LAST CALL'.
         03 FILLER                PIC X(44) VALUE SPACES.
         03 FILLER                PIC X(12) VALUE 'ROUTING NOTE'.

       01 WS-STAFF-HEADING.
         03 WH-STAFF-LABEL        PIC X(25).
         03 WH-STAFF-NAME         PIC X(30).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WH-STAFF-ID           PIC X(10).

       01 WS-DETAIL-LINE.
         03 WD-PATIENT-ID         PIC Z(9)9.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-LAST-REMINDED      PIC X(10).

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
             'TOTAL PATIENTS DUE TODAY:  '.
         03 WS-DUE-OUT            PIC ZZZ,ZZ9.
       01 WS-SUMMARY-LINE-2.
         03 FILLER                PIC X(28) VALUE
             'ROUTED TO BACKUP COVER:     '.
         03 WS-BACKUP-OUT         PIC ZZZ,ZZ9.
       01 WS-SUMMARY-LINE-3.
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
               INPUT PROCEDURE IS 0150-SELECT-DUE-ASSIGNMENTS
               OUTPUT PROCEDURE IS 0600-PRINT-BY-NURSE
           IF SORT-RETURN NOT = ZERO
             DISPLAY 'HCMMEDR0 SORT FAILED - SORT-RETURN ' SORT-RETURN
             MOVE 12 TO RETURN-CODE
           END-IF
           PERFORM 0900-FINALIZE
           PERFORM 7900-MARK-RUN-COMPLETE
           STOP RUN

           OPEN I-O MEDASSGN-FILE
           OPEN OUTPUT MEDRLIST-FILE
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
           WRITE MEDRLIST-LINE FROM WS-HEADING-1

           MOVE LOW-VALUES TO MA-KEY
           START MEDASSGN-FILE KEY IS >= MA-KEY
           END-START
           .

      *    SORT INPUT PROCEDURE - THE MEDASSGN PASS. EACH DUE
      *    PATIENT'S CALL-LIST LINE IS RELEASED FOR ROUTING (0400).
       0150-SELECT-DUE-ASSIGNMENTS.
           PERFORM UNTIL WS-EOF
             PERFORM 0200-READ-NEXT-ASSIGNMENT
             IF NOT WS-EOF
               ADD 1 TO WS-SCANNED-COUNT
               PERFORM 0300-EVALUATE-DUE-TODAY
               IF WS-DUE-TODAY
                 PERFORM 0400-PRINT-AND-UPDATE-ASSIGNMENT
               END-IF
             END-IF
           END-PERFORM
           .

       0200-READ-NEXT-ASSIGNMENT.
           READ MEDASSGN-FILE NEXT RECORD
             AT END
               SET WS-DUE-TODAY TO TRUE
             END-IF
           END-IF

           IF WS-DUE-TODAY
             IF MA-STAT-CLOSED
               MOVE 'N' TO WS-DUE-FLAG
             ELSE
               PERFORM 0310-CHECK-PATIENT-STATUS
             END-IF
           END-IF
           .

      *    01SPAT NORMALLY CLOSES THE ASSIGNMENTS TOO; THIS CATCHES A
      *    STATUS CHANGE THAT TOOK EFFECT AFTER IT WAS KEYED, AND AN
      *    ASSIGNMENT RE-SENT SINCE.
       0310-CHECK-PATIENT-STATUS.
           IF WS-PATMSTR-IS-OPEN
             MOVE MA-PATIENT-ID TO PM-PATIENT-ID
             READ PATMSTR-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF PM-STAT-NOT-ACTIVE
                   MOVE PM-STATUS-DATE TO WS-DATE-IN
                   COMPUTE WS-DATE-NUM =
                       (WS-DP-CCYY * 10000) + (WS-DP-MM * 100)
                       + WS-DP-DD
                   IF WS-DATE-NUM <= WS-TODAY-NUM
                     MOVE 'N' TO WS-DUE-FLAG
                   END-IF
                 END-IF
             END-READ
           END-IF
           .

       0400-PRINT-AND-UPDATE-ASSIGNMENT.
           ELSE
             MOVE MA-LAST-REMINDED TO WD-LAST-REMINDED
           END-IF
           MOVE MA-PATIENT-ID      TO WS-ROUTE-PATIENT-ID
           PERFORM 0500-ROUTE-DETAIL-LINE
           ADD 1 TO WS-DUE-COUNT

           MOVE WS-TODAY-TEXT TO MA-LAST-REMINDED
           REWRITE MEDASSGN-RECORD
           .

      *+---------------------------------------------------------------+
      *| ROUTING BY CARE TEAM. THE PATIENT'S CARETEAM RECORD, WHEN IN  |
      *| FORCE TODAY, NAMES THE PRIMARY NURSE. ONE WHO IS NO LONGER    |
      *| ACTIVE ON STAFFSEC AS A NURSE HANDS THE LINE TO THE BACKUP;   |
      *| WITH NEITHER AVAILABLE, OR NO TEAM IN FORCE, THE LINE GOES TO |
      *| THE UNASSIGNED SECTION PRINTED AFTER THE STAFF PAGES. THE     |
      *| SAME RESOLUTION IS USED BY HCMALES0, HCMADMR0, HCMAPNS0       |
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
             WRITE MEDRLIST-LINE FROM WS-HEADING-1
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
           WRITE MEDRLIST-LINE FROM SPACES
           WRITE MEDRLIST-LINE FROM WS-STAFF-HEADING
           WRITE MEDRLIST-LINE FROM WS-HEADING-2
           .

       0620-PRINT-NURSE-TOTAL.
           MOVE WS-STAFF-ITEM-COUNT TO WS-STAFF-ITEMS-OUT
           WRITE MEDRLIST-LINE FROM SPACES
           WRITE MEDRLIST-LINE FROM WS-STAFF-TOTAL-LINE
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
           WRITE MEDRLIST-LINE FROM WS-ROUTED-LINE
           ADD 1 TO WS-STAFF-ITEM-COUNT
           .

       0900-FINALIZE.
           MOVE WS-DUE-COUNT TO WS-DUE-OUT
           MOVE WS-BACKUP-COUNT TO WS-BACKUP-OUT
           MOVE WS-UNASSIGNED-COUNT TO WS-UNASSIGNED-OUT
           WRITE MEDRLIST-LINE FROM SPACES
           WRITE MEDRLIST-LINE FROM WS-SUMMARY-LINE
           WRITE MEDRLIST-LINE FROM WS-SUMMARY-LINE-2
           WRITE MEDRLIST-LINE FROM WS-SUMMARY-LINE-3
           CLOSE MEDASSGN-FILE
           CLOSE MEDRLIST-FILE
           IF WS-PATMSTR-IS-OPEN
             CLOSE PATMSTR-FILE
           END-IF
           IF WS-CARETEAM-IS-OPEN
             CLOSE CARETEAM-FILE
           END-IF
           IF WS-STAFFSEC-IS-OPEN
             CLOSE STAFFSEC-FILE
           END-IF
           .
      *+---------------------------------------------------------------+
      *| RUN-CONTROL REGISTRATION - COMMON TO EVERY BATCH JOB. THE    |
