      *+---------------------------------------------------------------+
      *| HCMCSLD0                                                      |
      *| BATCH JOB - CARE-TEAM CASELOAD REPORT. FOR EVERY ACTIVE       |
      *| PATIENT ON PATMSTR, RESOLVES THE RESPONSIBLE NURSE AND        |
      *| PRESCRIBER FROM CARETEAM (01ACTM) BY THE SAME RULES THE       |
      *| ROUTED WORKLISTS USE, AND TALLIES FOR EACH STAFF MEMBER THE   |
      *| PATIENTS THEY HOLD AS PRIMARY, THE PATIENTS THEY ARE          |
      *| COVERING AS BACKUP FOR AN UNAVAILABLE PRIMARY, THE PATIENTS   |
      *| THEY STAND BEHIND AS NAMED BACKUP, AND THE OPEN ALERTREC      |
      *| ALERTS AND ACTIVE RXACT PRESCRIPTIONS OF THE PATIENTS ROUTED  |
      *| TO THEM - SO THE CHARGE NURSE CAN BALANCE ASSIGNMENTS.        |
      *|                                                               |
      *| EVERY ACTIVE NURSE ON STAFFSEC AND EVERY ACTIVE PRESCRIBER    |
      *| ON PRSCMSTR IS LOADED UP FRONT, SO STAFF WITH NO CASELOAD     |
      *| STILL PRINT. STAFF NAMED ON A CARE TEAM BUT NO LONGER ACTIVE  |
      *| IN THAT ROLE PRINT IN THEIR OWN SECTION FOR REASSIGNMENT,     |
      *| AND PATIENTS WITH NO AVAILABLE OWNER IN A ROLE (OR NO TEAM    |
      *| IN FORCE) ARE COUNTED ON THE UNASSIGNED PAGE AT THE END.      |
      *| WITHIN EACH SECTION STAFF ARE SORTED BY NAME.                 |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCMCSLD0.
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

           SELECT ALERTREC-FILE ASSIGN TO 'ALERTREC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-ALERTREC-STATUS.

           SELECT RXACT-FILE ASSIGN TO 'RXACT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-KEY
               FILE STATUS IS WS-RXACT-STATUS.

           SELECT CASELOAD-SORT-FILE ASSIGN TO 'SORTWK01'.

           SELECT CSLDRPT-FILE ASSIGN TO 'CSLDRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSLDRPT-STATUS.

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

       FD  CARETEAM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CARETEAM.

       FD  STAFFSEC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STAFFSEC.

       FD  PRSCMSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PRSCMSTR.

       FD  ALERTREC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ALERTREC.

       FD  RXACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RXACT.

      *    ONE SORT RECORD PER STAFF TABLE ENTRY, PLUS ONE PER ROLE
      *    FOR THE UNASSIGNED PAGE. CS-SECTION ORDERS THE REPORT:
      *    1 NURSES, 2 PRESCRIBERS, 3 NAMED BUT UNAVAILABLE,
      *    4 UNASSIGNED.
       SD  CASELOAD-SORT-FILE.
       01  CASELOAD-SORT-RECORD.
           03 CS-SECTION            PIC 9(01).
             88 CS-SECT-NURSES      VALUE 1.
             88 CS-SECT-PRESCRIBERS VALUE 2.
             88 CS-SECT-UNAVAILABLE VALUE 3.
             88 CS-SECT-UNASSIGNED  VALUE 4.
           03 CS-ROLE               PIC X(01).
             88 CS-ROLE-NURSE       VALUE 'N'.
             88 CS-ROLE-PRESCRIBER  VALUE 'P'.
           03 CS-STAFF-NAME         PIC X(30).
           03 CS-STAFF-ID           PIC X(10).
           03 CS-PRIMARY            PIC 9(05).
           03 CS-COVERING           PIC 9(05).
           03 CS-STANDBY            PIC 9(05).
           03 CS-ALERTS             PIC 9(07).
           03 CS-RX                 PIC 9(07).

       FD  CSLDRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CSLDRPT-LINE             PIC X(132).

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
         03 WS-CARETEAM-STATUS    PIC X(2).
         03 WS-STAFFSEC-STATUS    PIC X(2).
         03 WS-PRSCMSTR-STATUS    PIC X(2).
         03 WS-ALERTREC-STATUS    PIC X(2).
         03 WS-RXACT-STATUS       PIC X(2).
         03 WS-CSLDRPT-STATUS     PIC X(2).

       01 WS-SWITCHES.
         03 WS-END-OF-FILE        PIC X(01) VALUE 'N'.
           88 WS-EOF              VALUE 'Y'.
         03 WS-BROWSE-END         PIC X(01) VALUE 'N'.
           88 WS-BROWSE-EOF       VALUE 'Y'.
         03 WS-PATIENT-ACTIVE-SW  PIC X(01) VALUE 'N'.
           88 WS-PATIENT-ACTIVE   VALUE 'Y'.
         03 WS-TEAM-SW            PIC X(01) VALUE 'N'.
           88 WS-TEAM-IN-FORCE    VALUE 'Y'.
         03 WS-ROUTED-SW          PIC X(01) VALUE 'N'.
           88 WS-ROUTED           VALUE 'Y'.
         03 WS-STF-FOUND-SW       PIC X(01) VALUE 'N'.
           88 WS-STF-ENTRY-FOUND  VALUE 'Y'.
         03 WS-STF-FULL-SW        PIC X(01) VALUE 'N'.
           88 WS-STF-TABLE-FULL   VALUE 'Y'.
         03 WS-SORT-END           PIC X(01) VALUE 'N'.
           88 WS-SORT-EOF         VALUE 'Y'.
         03 WS-CARETEAM-OPEN      PIC X(01) VALUE 'N'.
           88 WS-CARETEAM-IS-OPEN VALUE 'Y'.
         03 WS-STAFFSEC-OPEN      PIC X(01) VALUE 'N'.
           88 WS-STAFFSEC-IS-OPEN VALUE 'Y'.
         03 WS-PRSCMSTR-OPEN      PIC X(01) VALUE 'N'.
           88 WS-PRSCMSTR-IS-OPEN VALUE 'Y'.
         03 WS-ALERTREC-OPEN      PIC X(01) VALUE 'N'.
           88 WS-ALERTREC-IS-OPEN VALUE 'Y'.
         03 WS-RXACT-OPEN         PIC X(01) VALUE 'N'.
           88 WS-RXACT-IS-OPEN    VALUE 'Y'.
         03 WS-SCANNED-COUNT      PIC 9(07) VALUE ZEROES.
         03 WS-ACTIVE-COUNT       PIC 9(07) VALUE ZEROES.
         03 WS-NO-TEAM-COUNT      PIC 9(07) VALUE ZEROES.
         03 WS-NURSE-COUNT        PIC 9(07) VALUE ZEROES.
         03 WS-PRESCRIBER-COUNT   PIC 9(07) VALUE ZEROES.
         03 WS-UNAVAILABLE-COUNT  PIC 9(07) VALUE ZEROES.

      *    ONE PATIENT'S OPEN ITEMS AND THE ROLE BEING RESOLVED
      *    (2500), SHARED BY THE NURSE AND PRESCRIBER PASSES.
       01 WS-CASELOAD-WORK.
         03 WS-PAT-ALERTS         PIC 9(05).
         03 WS-PAT-RX             PIC 9(05).
         03 WS-FIND-ROLE          PIC X(01).
           88 WS-FIND-NURSE       VALUE 'N'.
           88 WS-FIND-PRESCRIBER  VALUE 'P'.
         03 WS-FIND-ID            PIC X(10).
         03 WS-TEAM-PRIMARY       PIC X(10).
         03 WS-TEAM-BACKUP        PIC X(10).

      *    PATIENTS IN EACH ROLE WITH NO AVAILABLE OWNER, AND THEIR
      *    OPEN ITEMS - PRINTED ON THE UNASSIGNED PAGE.
       01 WS-UNASSIGNED-TOTALS.
         03 WS-UNA-NURSE-PATIENTS PIC 9(05) VALUE ZEROES.
         03 WS-UNA-NURSE-ALERTS   PIC 9(07) VALUE ZEROES.
         03 WS-UNA-NURSE-RX       PIC 9(07) VALUE ZEROES.
         03 WS-UNA-PRSCR-PATIENTS PIC 9(05) VALUE ZEROES.
         03 WS-UNA-PRSCR-ALERTS   PIC 9(07) VALUE ZEROES.
         03 WS-UNA-PRSCR-RX       PIC 9(07) VALUE ZEROES.

      *    EVERY ACTIVE NURSE AND PRESCRIBER, LOADED UP FRONT THE WAY
      *    HCMADMR0 LOADS ITS ADMINISTRATIONS, WITH A RUNNING TALLY
      *    PER ENTRY. WS-STF-AVAIL 'N' MARKS AN ENTRY ADDED DURING
      *    THE PATIENT PASS FOR SOMEONE A CARE TEAM STILL NAMES BUT
      *    WHO IS NO LONGER ACTIVE IN THAT ROLE. THE SAME USERID MAY
      *    APPEAR ONCE PER ROLE.
       01 WS-STAFF-TABLE.
         03 WS-STF-COUNT          PIC 9(4) VALUE 0.
         03 WS-STF-ENTRY OCCURS 0 TO 2000 TIMES
                          DEPENDING ON WS-STF-COUNT
                          INDEXED BY WS-STF-IDX.
           05 WS-STF-ROLE         PIC X(01).
           05 WS-STF-ID           PIC X(10).
           05 WS-STF-NAME         PIC X(30).
           05 WS-STF-AVAIL        PIC X(01).
             88 WS-STF-AVAILABLE  VALUE 'Y'.
           05 WS-STF-PRIMARY      PIC 9(05).
           05 WS-STF-COVERING     PIC 9(05).
           05 WS-STF-STANDBY      PIC 9(05).
           05 WS-STF-ALERTS       PIC 9(07).
           05 WS-STF-RX           PIC 9(07).

       01 WS-DATE-COMPARE-WORK.
         03 WS-DATE-IN            PIC X(10).
         03 WS-DATE-PARTS REDEFINES WS-DATE-IN.
           05 WS-DP-CCYY          PIC 9(04).
           05 FILLER              PIC X(01).
           05 WS-DP-MM            PIC 9(02).
           05 FILLER              PIC X(01).
           05 WS-DP-DD            PIC 9(02).
         03 WS-DATE-NUM           PIC 9(08).
         03 WS-TODAY-NUM          PIC 9(08).

      *    REPORT PRINT CONTROL (4000).
       01 WS-PRINT-WORK.
         03 WS-PREV-SECTION       PIC 9(01).
         03 WS-SECTION-PAGE-COUNT PIC 9(05) VALUE ZEROES.
         03 WS-SECT-PRIMARY       PIC 9(07).
         03 WS-SECT-COVERING      PIC 9(07).
         03 WS-SECT-STANDBY       PIC 9(07).
         03 WS-SECT-ALERTS        PIC 9(07).
         03 WS-SECT-RX            PIC 9(07).

       01 WS-HEADING-1.
         03 FILLER                PIC X(44) VALUE
             'DEMO HEALTH CARE - CARE-TEAM CASELOAD REPORT'.
       01 WS-HEADING-2.
         03 FILLER                PIC X(06) VALUE 'AS OF '.
         03 WH-AS-OF-DATE         PIC X(10).
       01 WS-SECTION-HEADING.
         03 WH-SECTION-TITLE      PIC X(60).
       01 WS-HEADING-3.
         03 FILLER                PIC X(10) VALUE 'STAFF ID'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(30) VALUE 'NAME'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(10) VALUE 'ROLE'.
         03 FILLER                PIC X(06) VALUE SPACES.
         03 WH-COLUMN-1           PIC X(08) VALUE 'PRIMARY'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(08) VALUE 'COVERING'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(10) VALUE 'BACKUP FOR'.
         03 FILLER                PIC X(02) VALUE SPACES.
         03 FILLER                PIC X(11) VALUE 'OPEN ALERTS'.
         03 FILLER                PIC X(04) VALUE SPACES.
         03 FILLER                PIC X(09) VALUE 'ACTIVE RX'.

       01 WS-DETAIL-LINE.
         03 WD-STAFF-ID           PIC X(10).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-STAFF-NAME         PIC X(30).
         03 FILLER                PIC X(02) VALUE SPACES.
         03 WD-ROLE               PIC X(10).
         03 FILLER                PIC X(06) VALUE SPACES.
         03 WD-PRIMARY            PIC ZZZ,ZZ9.
         03 FILLER                PIC X(04) VALUE SPACES.
         03 WD-COVERING           PIC ZZZ,ZZ9.
         03 FILLER                PIC X(05) VALUE SPACES.
         03 WD-STANDBY            PIC ZZZ,ZZ9.
         03 FILLER                PIC X(06) VALUE SPACES.
         03 WD-ALERTS             PIC ZZZ,ZZ9.
         03 FILLER                PIC X(06) VALUE SPACES.
         03 WD-RX                 PIC ZZZ,ZZ9.

       01 WS-SUMMARY-LINE.
         03 FILLER                PIC X(28) VALUE
             'ACTIVE PATIENTS:            '.
         03 WS-ACTIVE-OUT         PIC ZZZ,ZZ9.
       01 WS-SUMMARY-LINE-2.
         03 FILLER                PIC X(28) VALUE
             'NO CARE TEAM IN FORCE:      '.
         03 WS-NO-TEAM-OUT        PIC ZZZ,ZZ9.
       01 WS-SUMMARY-LINE-3.
         03 FILLER                PIC X(28) VALUE
             'NURSES LISTED:              '.
         03 WS-NURSE-OUT          PIC ZZZ,ZZ9.
       01 WS-SUMMARY-LINE-4.
         03 FILLER                PIC X(28) VALUE
             'PRESCRIBERS LISTED:         '.
         03 WS-PRESCRIBER-OUT     PIC ZZZ,ZZ9.
       01 WS-SUMMARY-LINE-5.
         03 FILLER                PIC X(28) VALUE
             'NAMED BUT UNAVAILABLE:      '.
         03 WS-UNAVAILABLE-OUT    PIC ZZZ,ZZ9.

      *    RUN-CONTROL REGISTRATION (SEE THE RUNCTL COPYBOOK): THE
      *    JOB STAMPS ITS START ON RUNCTL AND REFUSES TO RUN WHEN
      *    WS-RC-PREDECESSOR HAS NOT COMPLETED FOR THE BUSINESS DATE.
       01 WS-RUN-CONTROL-WORK.
         03 WS-RUNCTL-STATUS     PIC X(02).
         03 WS-RUNCPARM-STATUS   PIC X(02).
         03 WS-RC-JOB-NAME       PIC X(08) VALUE 'HCMCSLD0'.
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
           PERFORM 1000-LOAD-NURSES
           PERFORM 1100-LOAD-PRESCRIBERS
           SORT CASELOAD-SORT-FILE
               ON ASCENDING KEY CS-SECTION CS-ROLE
                                CS-STAFF-NAME CS-STAFF-ID
               INPUT PROCEDURE IS 0150-BUILD-CASELOADS
               OUTPUT PROCEDURE IS 4000-PRINT-CASELOADS
           IF SORT-RETURN NOT = ZERO
             DISPLAY 'HCMCSLD0 SORT FAILED - SORT-RETURN ' SORT-RETURN
             MOVE 12 TO RETURN-CODE
           END-IF
           PERFORM 0900-FINALIZE
           PERFORM 7900-MARK-RUN-COMPLETE
           STOP RUN
           .

       0100-INITIALIZE.
           MOVE WS-RC-TODAY TO WS-DATE-IN
           PERFORM 8100-CONVERT-DATE-TO-NUM
           MOVE WS-DATE-NUM TO WS-TODAY-NUM

           OPEN OUTPUT CSLDRPT-FILE
           MOVE WS-RC-TODAY TO WH-AS-OF-DATE
           WRITE CSLDRPT-LINE FROM WS-HEADING-1
           WRITE CSLDRPT-LINE FROM WS-HEADING-2

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
             MOVE 'N' TO WS-ALERTREC-OPEN
           ELSE
             SET WS-ALERTREC-IS-OPEN TO TRUE
           END-IF

           OPEN INPUT RXACT-FILE
           IF WS-RXACT-STATUS = '35'
             MOVE 'N' TO WS-RXACT-OPEN
           ELSE
             SET WS-RXACT-IS-OPEN TO TRUE
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

      *    SORT INPUT PROCEDURE - THE PATMSTR PASS TALLIES EVERY
      *    ACTIVE PATIENT INTO THE STAFF TABLE, THEN THE TABLE AND
      *    THE UNASSIGNED TOTALS ARE RELEASED FOR PRINTING (3000).
       0150-BUILD-CASELOADS.
           PERFORM UNTIL WS-EOF
             PERFORM 0200-READ-NEXT-PATIENT
             IF NOT WS-EOF
               ADD 1 TO WS-SCANNED-COUNT
               PERFORM 0300-CHECK-PATIENT-ACTIVE
               IF WS-PATIENT-ACTIVE
                 ADD 1 TO WS-ACTIVE-COUNT
                 PERFORM 2000-TALLY-PATIENT
               END-IF
             END-IF
           END-PERFORM
           PERFORM 3000-RELEASE-STAFF-LINES
           .

       0200-READ-NEXT-PATIENT.
           READ PATMSTR-FILE NEXT RECORD
             AT END
               SET WS-EOF TO TRUE
           END-READ
           .

      *    SAME TEST AS THE WORKLISTS: A PATIENT MARKED INACTIVE OR
      *    DECEASED (01SPAT) AS OF TODAY CARRIES NO CASELOAD.
       0300-CHECK-PATIENT-ACTIVE.
           SET WS-PATIENT-ACTIVE TO TRUE
           IF PM-STAT-NOT-ACTIVE
             MOVE PM-STATUS-DATE TO WS-DATE-IN
             PERFORM 8100-CONVERT-DATE-TO-NUM
             IF WS-DATE-NUM <= WS-TODAY-NUM
               MOVE 'N' TO WS-PATIENT-ACTIVE-SW
             END-IF
           END-IF
           .

      *+---------------------------------------------------------------+
      *| STAFF TABLE LOAD. EVERY USER ACTIVE ON STAFFSEC IN THE NURSE  |
      *| ROLE, AND EVERY PRESCRIBER ACTIVE ON PRSCMSTR, IS ENTERED AS  |
      *| AVAILABLE - THE SAME TESTS 01ACTM AND THE ROUTED WORKLISTS    |
      *| APPLY.                                                        |
      *+---------------------------------------------------------------+
       1000-LOAD-NURSES.
           MOVE 0 TO WS-STF-COUNT
           IF WS-STAFFSEC-IS-OPEN
             MOVE 'N' TO WS-BROWSE-END
             MOVE LOW-VALUES TO SS-USERID
             START STAFFSEC-FILE KEY IS >= SS-USERID
               INVALID KEY
                 SET WS-BROWSE-EOF TO TRUE
               NOT INVALID KEY
                 CONTINUE
             END-START
             PERFORM UNTIL WS-BROWSE-EOF
               READ STAFFSEC-FILE NEXT RECORD
                 AT END
                   SET WS-BROWSE-EOF TO TRUE
                 NOT AT END
                   IF SS-STAFF-ACTIVE AND SS-ROLE-NURSE
                     MOVE 'N'           TO WS-FIND-ROLE
                     MOVE SS-USERID     TO WS-FIND-ID
                     PERFORM 1200-ADD-STAFF-ENTRY
                     IF WS-STF-ENTRY-FOUND
                       MOVE SS-STAFF-NAME TO WS-STF-NAME(WS-STF-IDX)
                       MOVE 'Y'           TO WS-STF-AVAIL(WS-STF-IDX)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           .

       1100-LOAD-PRESCRIBERS.
           IF WS-PRSCMSTR-IS-OPEN
             MOVE 'N' TO WS-BROWSE-END
             MOVE LOW-VALUES TO PR-PRESCRIBER-ID
             START PRSCMSTR-FILE KEY IS >= PR-PRESCRIBER-ID
               INVALID KEY
                 SET WS-BROWSE-EOF TO TRUE
               NOT INVALID KEY
                 CONTINUE
             END-START
             PERFORM UNTIL WS-BROWSE-EOF
               READ PRSCMSTR-FILE NEXT RECORD
                 AT END
                   SET WS-BROWSE-EOF TO TRUE
                 NOT AT END
                   IF PR-ACTIVE
                     MOVE 'P'              TO WS-FIND-ROLE
                     MOVE PR-PRESCRIBER-ID TO WS-FIND-ID
                     PERFORM 1200-ADD-STAFF-ENTRY
                     IF WS-STF-ENTRY-FOUND
                       MOVE PR-NAME TO WS-STF-NAME(WS-STF-IDX)
                       MOVE 'Y'     TO WS-STF-AVAIL(WS-STF-IDX)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           .

      *    NEW ENTRY FOR WS-FIND-ROLE/WS-FIND-ID WITH ZERO TALLIES,
      *    MARKED UNAVAILABLE UNTIL THE CALLER SAYS OTHERWISE.
       1200-ADD-STAFF-ENTRY.
           MOVE 'N' TO WS-STF-FOUND-SW
           IF WS-STF-COUNT < 2000
             ADD 1 TO WS-STF-COUNT
             SET WS-STF-IDX TO WS-STF-COUNT
             MOVE WS-FIND-ROLE TO WS-STF-ROLE(WS-STF-IDX)
             MOVE WS-FIND-ID   TO WS-STF-ID(WS-STF-IDX)
             MOVE SPACES       TO WS-STF-NAME(WS-STF-IDX)
             MOVE 'N'          TO WS-STF-AVAIL(WS-STF-IDX)
             MOVE ZEROES       TO WS-STF-PRIMARY(WS-STF-IDX)
             MOVE ZEROES       TO WS-STF-COVERING(WS-STF-IDX)
             MOVE ZEROES       TO WS-STF-STANDBY(WS-STF-IDX)
             MOVE ZEROES       TO WS-STF-ALERTS(WS-STF-IDX)
             MOVE ZEROES       TO WS-STF-RX(WS-STF-IDX)
             SET WS-STF-ENTRY-FOUND TO TRUE
           ELSE
             IF NOT WS-STF-TABLE-FULL
               SET WS-STF-TABLE-FULL TO TRUE
               DISPLAY 'HCMCSLD0 - MORE THAN 2000 STAFF, '
                   'REMAINDER IGNORED'
             END-IF
           END-IF
           .

      *+---------------------------------------------------------------+
      *| ONE ACTIVE PATIENT. THE OPEN ALERTS AND ACTIVE PRESCRIPTIONS  |
      *| ARE COUNTED ONCE, THEN CREDITED TO WHOEVER THE NURSE AND THE  |
      *| PRESCRIBER RESOLUTION ROUTES THE PATIENT TO. A CARETEAM       |
      *| RECORD IS IN FORCE WHEN ITS EFFECTIVE DATE HAS ARRIVED AND    |
      *| ITS END DATE, IF ANY, HAS NOT PASSED.                         |
      *+---------------------------------------------------------------+
       2000-TALLY-PATIENT.
           PERFORM 2100-COUNT-OPEN-ALERTS
           PERFORM 2200-COUNT-ACTIVE-RX

           MOVE 'N' TO WS-TEAM-SW
           IF WS-CARETEAM-IS-OPEN
             MOVE PM-PATIENT-ID TO CT-PATIENT-ID
             READ CARETEAM-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF CT-EFFECTIVE-DATE > WS-RC-TODAY
                     OR (CT-END-DATE NOT = SPACES
                         AND CT-END-DATE < WS-RC-TODAY)
                   CONTINUE
                 ELSE
                   SET WS-TEAM-IN-FORCE TO TRUE
                 END-IF
             END-READ
           END-IF

           IF WS-TEAM-IN-FORCE
             MOVE 'N'                   TO WS-FIND-ROLE
             MOVE CT-PRIMARY-NURSE      TO WS-TEAM-PRIMARY
             MOVE CT-BACKUP-NURSE       TO WS-TEAM-BACKUP
             PERFORM 2500-RESOLVE-ROLE
             MOVE 'P'                   TO WS-FIND-ROLE
             MOVE CT-PRIMARY-PRESCRIBER TO WS-TEAM-PRIMARY
             MOVE CT-BACKUP-PRESCRIBER  TO WS-TEAM-BACKUP
             PERFORM 2500-RESOLVE-ROLE
           ELSE
             ADD 1 TO WS-NO-TEAM-COUNT
             MOVE 'N' TO WS-FIND-ROLE
             PERFORM 2650-CREDIT-UNASSIGNED
             MOVE 'P' TO WS-FIND-ROLE
             PERFORM 2650-CREDIT-UNASSIGNED
           END-IF
           .

      *    OPEN MEANS NOT YET ACKNOWLEDGED - THE ALERTS HCMALES0
      *    STILL LISTS.
       2100-COUNT-OPEN-ALERTS.
           MOVE ZEROES TO WS-PAT-ALERTS
           IF WS-ALERTREC-IS-OPEN
             MOVE 'N' TO WS-BROWSE-END
             MOVE LOW-VALUES    TO AL-KEY
             MOVE PM-PATIENT-ID TO AL-PATIENT-ID
             START ALERTREC-FILE KEY IS >= AL-KEY
               INVALID KEY
                 SET WS-BROWSE-EOF TO TRUE
               NOT INVALID KEY
                 CONTINUE
             END-START
             PERFORM UNTIL WS-BROWSE-EOF
               READ ALERTREC-FILE NEXT RECORD
                 AT END
                   SET WS-BROWSE-EOF TO TRUE
                 NOT AT END
                   IF AL-PATIENT-ID NOT = PM-PATIENT-ID
                     SET WS-BROWSE-EOF TO TRUE
                   ELSE
                     IF AL-STAT-OPEN
                       ADD 1 TO WS-PAT-ALERTS
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           .

      *    ACTIVE TODAY: STARTED, NOT PAST ITS END DATE AND NOT
      *    STOPPED BY A REACHED DISCONTINUATION.
       2200-COUNT-ACTIVE-RX.
           MOVE ZEROES TO WS-PAT-RX
           IF WS-RXACT-IS-OPEN
             MOVE 'N' TO WS-BROWSE-END
             MOVE LOW-VALUES    TO RA-KEY
             MOVE PM-PATIENT-ID TO RA-PATIENT-ID
             START RXACT-FILE KEY IS >= RA-KEY
               INVALID KEY
                 SET WS-BROWSE-EOF TO TRUE
               NOT INVALID KEY
                 CONTINUE
             END-START
             PERFORM UNTIL WS-BROWSE-EOF
               READ RXACT-FILE NEXT RECORD
                 AT END
                   SET WS-BROWSE-EOF TO TRUE
                 NOT AT END
                   IF RA-PATIENT-ID NOT = PM-PATIENT-ID
                     SET WS-BROWSE-EOF TO TRUE
                   ELSE
                     PERFORM 2210-CHECK-RX-ACTIVE
                   END-IF
               END-READ
             END-PERFORM
           END-IF
           .

       2210-CHECK-RX-ACTIVE.
           MOVE RA-START-DATE TO WS-DATE-IN
           PERFORM 8100-CONVERT-DATE-TO-NUM
           IF WS-DATE-NUM > WS-TODAY-NUM
             CONTINUE
           ELSE
             IF RA-END-DATE NOT = SPACES
               MOVE RA-END-DATE TO WS-DATE-IN
               PERFORM 8100-CONVERT-DATE-TO-NUM
             ELSE
               MOVE WS-TODAY-NUM TO WS-DATE-NUM
             END-IF
             IF WS-DATE-NUM < WS-TODAY-NUM
               CONTINUE
             ELSE
               IF RA-STAT-DISCONTINUED
                 MOVE RA-DISCONTINUE-DATE TO WS-DATE-IN
                 PERFORM 8100-CONVERT-DATE-TO-NUM
                 IF WS-DATE-NUM > WS-TODAY-NUM
                   ADD 1 TO WS-PAT-RX
                 END-IF
               ELSE
                 ADD 1 TO WS-PAT-RX
               END-IF
             END-IF
           END-IF
           .

      *+---------------------------------------------------------------+
      *| RESOLVES ONE ROLE OF AN IN-FORCE TEAM. AN AVAILABLE PRIMARY   |
      *| HOLDS THE PATIENT AND THE NAMED BACKUP STANDS BEHIND THEM;    |
      *| OTHERWISE AN AVAILABLE BACKUP IS COVERING. A NAMED STAFF      |
      *| MEMBER WHO IS NOT AVAILABLE IS STILL COUNTED AGAINST THEIR    |
      *| OWN (UNAVAILABLE) ENTRY SO THE TEAM CAN BE REASSIGNED. WITH   |
      *| NO AVAILABLE OWNER THE PATIENT IS UNASSIGNED IN THIS ROLE.    |
      *+---------------------------------------------------------------+
       2500-RESOLVE-ROLE.
           MOVE 'N' TO WS-ROUTED-SW
           MOVE WS-TEAM-PRIMARY TO WS-FIND-ID
           PERFORM 2700-FIND-STAFF-ENTRY
           IF WS-STF-ENTRY-FOUND
             ADD 1 TO WS-STF-PRIMARY(WS-STF-IDX)
             IF WS-STF-AVAILABLE(WS-STF-IDX)
               SET WS-ROUTED TO TRUE
               PERFORM 2600-CREDIT-OPEN-ITEMS
             END-IF
           END-IF

           MOVE WS-TEAM-BACKUP TO WS-FIND-ID
           PERFORM 2700-FIND-STAFF-ENTRY
           IF WS-STF-ENTRY-FOUND
             IF WS-ROUTED OR NOT WS-STF-AVAILABLE(WS-STF-IDX)
               ADD 1 TO WS-STF-STANDBY(WS-STF-IDX)
             ELSE
               ADD 1 TO WS-STF-COVERING(WS-STF-IDX)
               SET WS-ROUTED TO TRUE
               PERFORM 2600-CREDIT-OPEN-ITEMS
             END-IF
           END-IF

           IF NOT WS-ROUTED
             PERFORM 2650-CREDIT-UNASSIGNED
           END-IF
           .

       2600-CREDIT-OPEN-ITEMS.
           ADD WS-PAT-ALERTS TO WS-STF-ALERTS(WS-STF-IDX)
           ADD WS-PAT-RX     TO WS-STF-RX(WS-STF-IDX)
           .

       2650-CREDIT-UNASSIGNED.
           IF WS-FIND-NURSE
             ADD 1             TO WS-UNA-NURSE-PATIENTS
             ADD WS-PAT-ALERTS TO WS-UNA-NURSE-ALERTS
             ADD WS-PAT-RX     TO WS-UNA-NURSE-RX
           ELSE
             ADD 1             TO WS-UNA-PRSCR-PATIENTS
             ADD WS-PAT-ALERTS TO WS-UNA-PRSCR-ALERTS
             ADD WS-PAT-RX     TO WS-UNA-PRSCR-RX
           END-IF
           .

      *    LOCATES WS-FIND-ROLE/WS-FIND-ID IN THE STAFF TABLE. SOMEONE
      *    NOT LOADED AS AVAILABLE IS ADDED AS AN UNAVAILABLE ENTRY,
      *    NAMED FROM STAFFSEC OR PRSCMSTR WHERE STILL ON FILE.
       2700-FIND-STAFF-ENTRY.
           MOVE 'N' TO WS-STF-FOUND-SW
           IF WS-FIND-ID NOT = SPACES
             SET WS-STF-IDX TO 1
             SEARCH WS-STF-ENTRY
               AT END
                 PERFORM 1200-ADD-STAFF-ENTRY
                 IF WS-STF-ENTRY-FOUND
                   PERFORM 2710-NAME-UNAVAILABLE-ENTRY
                 END-IF
               WHEN WS-STF-ROLE(WS-STF-IDX) = WS-FIND-ROLE
                    AND WS-STF-ID(WS-STF-IDX) = WS-FIND-ID
                 SET WS-STF-ENTRY-FOUND TO TRUE
             END-SEARCH
           END-IF
           .

       2710-NAME-UNAVAILABLE-ENTRY.
           MOVE '*** NOT ON FILE ***' TO WS-STF-NAME(WS-STF-IDX)
           IF WS-FIND-NURSE
             IF WS-STAFFSEC-IS-OPEN
               MOVE WS-FIND-ID TO SS-USERID
               READ STAFFSEC-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE SS-STAFF-NAME TO WS-STF-NAME(WS-STF-IDX)
               END-READ
             END-IF
           ELSE
             IF WS-PRSCMSTR-IS-OPEN
               MOVE WS-FIND-ID TO PR-PRESCRIBER-ID
               READ PRSCMSTR-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE PR-NAME TO WS-STF-NAME(WS-STF-IDX)
               END-READ
             END-IF
           END-IF
           .

      *    ONE SORT RECORD PER STAFF TABLE ENTRY, THEN ONE PER ROLE
      *    FOR THE UNASSIGNED PAGE.
       3000-RELEASE-STAFF-LINES.
           PERFORM VARYING WS-STF-IDX FROM 1 BY 1
                   UNTIL WS-STF-IDX > WS-STF-COUNT
             PERFORM 3100-RELEASE-ONE-ENTRY
           END-PERFORM

           MOVE 4                     TO CS-SECTION
           MOVE SPACES                TO CS-STAFF-ID
           MOVE ZEROES                TO CS-COVERING
           MOVE ZEROES                TO CS-STANDBY
           MOVE 'N'                   TO CS-ROLE
           MOVE 'NO ACTIVE NURSE'     TO CS-STAFF-NAME
           MOVE WS-UNA-NURSE-PATIENTS TO CS-PRIMARY
           MOVE WS-UNA-NURSE-ALERTS   TO CS-ALERTS
           MOVE WS-UNA-NURSE-RX       TO CS-RX
           RELEASE CASELOAD-SORT-RECORD
           MOVE 'P'                   TO CS-ROLE
           MOVE 'NO ACTIVE PRESCRIBER' TO CS-STAFF-NAME
           MOVE WS-UNA-PRSCR-PATIENTS TO CS-PRIMARY
           MOVE WS-UNA-PRSCR-ALERTS   TO CS-ALERTS
           MOVE WS-UNA-PRSCR-RX       TO CS-RX
           RELEASE CASELOAD-SORT-RECORD
           .

       3100-RELEASE-ONE-ENTRY.
           EVALUATE TRUE
             WHEN NOT WS-STF-AVAILABLE(WS-STF-IDX)
               MOVE 3 TO CS-SECTION
               ADD 1 TO WS-UNAVAILABLE-COUNT
             WHEN WS-STF-ROLE(WS-STF-IDX) = 'N'
               MOVE 1 TO CS-SECTION
               ADD 1 TO WS-NURSE-COUNT
             WHEN OTHER
               MOVE 2 TO CS-SECTION
               ADD 1 TO WS-PRESCRIBER-COUNT
           END-EVALUATE
           MOVE WS-STF-ROLE(WS-STF-IDX)     TO CS-ROLE
           MOVE WS-STF-NAME(WS-STF-IDX)     TO CS-STAFF-NAME
           MOVE WS-STF-ID(WS-STF-IDX)       TO CS-STAFF-ID
           MOVE WS-STF-PRIMARY(WS-STF-IDX)  TO CS-PRIMARY
           MOVE WS-STF-COVERING(WS-STF-IDX) TO CS-COVERING
           MOVE WS-STF-STANDBY(WS-STF-IDX)  TO CS-STANDBY
           MOVE WS-STF-ALERTS(WS-STF-IDX)   TO CS-ALERTS
           MOVE WS-STF-RX(WS-STF-IDX)       TO CS-RX
           RELEASE CASELOAD-SORT-RECORD
           .

      *+---------------------------------------------------------------+
      *| SORT OUTPUT PROCEDURE - A NEW PAGE AND SECTION HEADING FOR    |
      *| EACH SECTION, ONE LINE PER STAFF MEMBER IN NAME ORDER, AND    |
      *| THE SECTION'S TOTALS AT THE FOOT.                             |
      *+---------------------------------------------------------------+
       4000-PRINT-CASELOADS.
           MOVE 0 TO WS-PREV-SECTION
           PERFORM UNTIL WS-SORT-EOF
             RETURN CASELOAD-SORT-FILE
               AT END
                 SET WS-SORT-EOF TO TRUE
               NOT AT END
                 IF CS-SECTION NOT = WS-PREV-SECTION
                   IF WS-PREV-SECTION NOT = 0
                     PERFORM 4200-PRINT-SECTION-TOTAL
                   END-IF
                   PERFORM 4100-START-SECTION-PAGE
                   MOVE CS-SECTION TO WS-PREV-SECTION
                 END-IF
                 PERFORM 4300-PRINT-STAFF-LINE
             END-RETURN
           END-PERFORM
           IF WS-PREV-SECTION NOT = 0
             PERFORM 4200-PRINT-SECTION-TOTAL
           END-IF
           .

      *    THE FIRST SECTION STARTS ON THE PAGE 0100 HEADED.
       4100-START-SECTION-PAGE.
           IF WS-SECTION-PAGE-COUNT > 0
             WRITE CSLDRPT-LINE FROM WS-HEADING-1
                 AFTER ADVANCING PAGE
             WRITE CSLDRPT-LINE FROM WS-HEADING-2
           END-IF
           ADD 1 TO WS-SECTION-PAGE-COUNT
           MOVE ZEROES TO WS-SECT-PRIMARY
           MOVE ZEROES TO WS-SECT-COVERING
           MOVE ZEROES TO WS-SECT-STANDBY
           MOVE ZEROES TO WS-SECT-ALERTS
           MOVE ZEROES TO WS-SECT-RX
           MOVE 'PRIMARY' TO WH-COLUMN-1
           EVALUATE TRUE
             WHEN CS-SECT-NURSES
               MOVE 'NURSES - CURRENT CASELOAD' TO WH-SECTION-TITLE
             WHEN CS-SECT-PRESCRIBERS
               MOVE 'PRESCRIBERS - CURRENT CASELOAD'
                 TO WH-SECTION-TITLE
             WHEN CS-SECT-UNAVAILABLE
               MOVE 'NAMED ON A CARE TEAM BUT NOT ACTIVE IN THE ROLE'
                 TO WH-SECTION-TITLE
               MOVE 'NAMED'   TO WH-COLUMN-1
             WHEN OTHER
               MOVE 'UNASSIGNED - NO AVAILABLE OWNER IN THE ROLE'
                 TO WH-SECTION-TITLE
               MOVE 'PATIENTS' TO WH-COLUMN-1
           END-EVALUATE
           WRITE CSLDRPT-LINE FROM SPACES
           WRITE CSLDRPT-LINE FROM WS-SECTION-HEADING
           WRITE CSLDRPT-LINE FROM WS-HEADING-3
           .

       4200-PRINT-SECTION-TOTAL.
           MOVE SPACES            TO WD-STAFF-ID
           MOVE 'SECTION TOTAL'   TO WD-STAFF-NAME
           MOVE SPACES            TO WD-ROLE
           MOVE WS-SECT-PRIMARY   TO WD-PRIMARY
           MOVE WS-SECT-COVERING  TO WD-COVERING
           MOVE WS-SECT-STANDBY   TO WD-STANDBY
           MOVE WS-SECT-ALERTS    TO WD-ALERTS
           MOVE WS-SECT-RX        TO WD-RX
           WRITE CSLDRPT-LINE FROM SPACES
           WRITE CSLDRPT-LINE FROM WS-DETAIL-LINE
           .

       4300-PRINT-STAFF-LINE.
           MOVE CS-STAFF-ID   TO WD-STAFF-ID
           MOVE CS-STAFF-NAME TO WD-STAFF-NAME
           IF CS-ROLE-NURSE
             MOVE 'NURSE'      TO WD-ROLE
           ELSE
             MOVE 'PRESCRIBER' TO WD-ROLE
           END-IF
           MOVE CS-PRIMARY    TO WD-PRIMARY
           MOVE CS-COVERING   TO WD-COVERING
           MOVE CS-STANDBY    TO WD-STANDBY
           MOVE CS-ALERTS     TO WD-ALERTS
           MOVE CS-RX         TO WD-RX
           WRITE CSLDRPT-LINE FROM WS-DETAIL-LINE
           ADD CS-PRIMARY  TO WS-SECT-PRIMARY
           ADD CS-COVERING TO WS-SECT-COVERING
           ADD CS-STANDBY  TO WS-SECT-STANDBY
           ADD CS-ALERTS   TO WS-SECT-ALERTS
           ADD CS-RX       TO WS-SECT-RX
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
           MOVE WS-ACTIVE-COUNT      TO WS-ACTIVE-OUT
           MOVE WS-NO-TEAM-COUNT     TO WS-NO-TEAM-OUT
           MOVE WS-NURSE-COUNT       TO WS-NURSE-OUT
           MOVE WS-PRESCRIBER-COUNT  TO WS-PRESCRIBER-OUT
           MOVE WS-UNAVAILABLE-COUNT TO WS-UNAVAILABLE-OUT
           WRITE CSLDRPT-LINE FROM SPACES
           WRITE CSLDRPT-LINE FROM WS-SUMMARY-LINE
           WRITE CSLDRPT-LINE FROM WS-SUMMARY-LINE-2
           WRITE CSLDRPT-LINE FROM WS-SUMMARY-LINE-3
           WRITE CSLDRPT-LINE FROM WS-SUMMARY-LINE-4
           WRITE CSLDRPT-LINE FROM WS-SUMMARY-LINE-5
           IF WS-PATMSTR-STATUS NOT = '35'
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
           IF WS-ALERTREC-IS-OPEN
             CLOSE ALERTREC-FILE
           END-IF
           IF WS-RXACT-IS-OPEN
             CLOSE RXACT-FILE
           END-IF
           CLOSE CSLDRPT-FILE

           DISPLAY 'HCMCSLD0 SCANNED  : ' WS-SCANNED-COUNT
           DISPLAY 'HCMCSLD0 ACTIVE   : ' WS-ACTIVE-COUNT
           DISPLAY 'HCMCSLD0 NO TEAM  : ' WS-NO-TEAM-COUNT
           DISPLAY 'HCMCSLD0 NURSES   : ' WS-NURSE-COUNT
           DISPLAY 'HCMCSLD0 PRSCRBRS : ' WS-PRESCRIBER-COUNT
           DISPLAY 'HCMCSLD0 UNAVAIL  : ' WS-UNAVAILABLE-COUNT
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
