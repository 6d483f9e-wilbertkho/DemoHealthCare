      *+---------------------------------------------------------------+
      *| HCMLABI0                                                      |
      *| NIGHTLY BATCH JOB - REFERENCE LAB INBOUND RESULTS. READS THE  |
      *| LAB VENDOR'S FIXED-FORMAT RESULTS FILE (LABINREC), MAPS EACH  |
      *| VENDOR TEST CODE TO OUR LB-TEST-NAME THROUGH LABXLATE, AND    |
      *| LOADS THE RESULT INTO LABREC EXACTLY AS AN 01ALAB WOULD: THE  |
      *| VALUE IS CHECKED AGAINST THE LABRANGE REFERENCE RANGE WITH    |
      *| THE SAME RULES AS HCMADB02'S 2851-CHECK-LAB-RANGE, AND AN     |
      *| OUT-OF-RANGE RESULT OPENS (OR REFRESHES) AN ALERTREC          |
      *| WORKLIST ENTRY WORKED VIA 01KALT AND ESCALATED BY HCMALES0.   |
      *|                                                               |
      *| A RESULT IS NOT LOADED, AND GOES TO THE LABREJ REJECTS FILE   |
      *| WITH ITS REASON (SEE LABREJCT), WHEN ITS PATIENT IS NOT ON    |
      *| PATMSTR OR WAS INACTIVE OR DECEASED BEFORE THE COLLECTION,    |
      *| WHEN ITS TEST CODE HAS NO ACTIVE LABXLATE RECORD, WHEN THE    |
      *| SAME PATIENT / COLLECTION / TEST IS ALREADY ON LABREC, OR     |
      *| WHEN THE PATIENT ID, COLLECTION DATE OR VALUE IS MISSING.     |
      *|                                                               |
      *| CHECKPOINT/RESTART: EVERY WS-CHECKPOINT-INTERVAL RECORDS      |
      *| (OVERRIDE ON CKPTPARM) THE RECORD COUNT AND LAST ACCESSION    |
      *| NUMBER ARE SAVED TO CKPTREC. A RESTART SKIPS THE RECORDS THE  |
      *| INTERRUPTED RUN CHECKPOINTED AND APPENDS TO ITS REJECTS FILE, |
      *| AS HCMRECN0 DOES. RESULTS THAT RUN LOADED AFTER ITS LAST      |
      *| CHECKPOINT ARE FOUND ON LABREC UNCHANGED AND ARE COUNTED AS   |
      *| ALREADY LOADED, NOT REJECTED AS DUPLICATES.                   |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCMLABI0.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABIN-FILE ASSIGN TO 'LABIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LABIN-STATUS.

           SELECT LABXLATE-FILE ASSIGN TO 'LABXLATE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LX-VENDOR-CODE
               FILE STATUS IS WS-LABXLATE-STATUS.

           SELECT PATMSTR-FILE ASSIGN TO 'PATMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PATIENT-ID
               ALTERNATE RECORD KEY IS PM-INS-CARD-NUM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PM-LAST-NAME-DOB
                   WITH DUPLICATES
               FILE STATUS IS WS-PATMSTR-STATUS.

           SELECT LABRANGE-FILE ASSIGN TO 'LABRANGE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-TEST-NAME
               FILE STATUS IS WS-LABRANGE-STATUS.

           SELECT LABREC-FILE ASSIGN TO 'LABREC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-KEY
               FILE STATUS IS WS-LABREC-STATUS.

           SELECT ALERTREC-FILE ASSIGN TO 'ALERTREC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-ALERTREC-STATUS.

           SELECT LABREJ-FILE ASSIGN TO 'LABREJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LABREJ-STATUS.

           SELECT CKPTREC-FILE ASSIGN TO 'CKPTREC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-JOB-NAME
               FILE STATUS IS WS-CKPTREC-STATUS.

           SELECT CKPTPARM-FILE ASSIGN TO 'CKPTPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPTPARM-STATUS.

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
       FD  LABIN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LABINREC.

       FD  LABXLATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LABXLATE.

       FD  PATMSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PATMSTR.

       FD  LABRANGE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LABRANGE.

       FD  LABREC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LABREC.

       FD  ALERTREC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ALERTREC.

       FD  LABREJ-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LABREJCT.

       FD  CKPTREC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CKPTREC.

       FD  CKPTPARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  CKPTPARM-RECORD.
           03 PM-CHECKPOINT-INTERVAL PIC 9(05).

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  RUNCPARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNCPARM-RECORD.
           03 PM-BUSINESS-DATE      PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
         03 WS-LABIN-STATUS       PIC X(2).
         03 WS-LABXLATE-STATUS    PIC X(2).
         03 WS-PATMSTR-STATUS     PIC X(2).
         03 WS-LABRANGE-STATUS    PIC X(2).
         03 WS-LABREC-STATUS      PIC X(2).
         03 WS-ALERTREC-STATUS    PIC X(2).
         03 WS-LABREJ-STATUS      PIC X(2).
         03 WS-CKPTREC-STATUS     PIC X(2).
         03 WS-CKPTPARM-STATUS    PIC X(2).

       01 WS-SWITCHES.
         03 WS-END-OF-FILE        PIC X(01) VALUE 'N'.
           88 WS-EOF              VALUE 'Y'.
         03 WS-IS-RESTART         PIC X(01) VALUE 'N'.
           88 WS-RESTART-RUN      VALUE 'Y'.
         03 WS-LABXLATE-OPEN      PIC X(01) VALUE 'N'.
           88 WS-LABXLATE-IS-OPEN VALUE 'Y'.
         03 WS-PATMSTR-OPEN       PIC X(01) VALUE 'N'.
           88 WS-PATMSTR-IS-OPEN  VALUE 'Y'.
         03 WS-LABRANGE-OPEN      PIC X(01) VALUE 'N'.
           88 WS-LABRANGE-IS-OPEN VALUE 'Y'.
         03 WS-TRAILER-SW         PIC X(01) VALUE 'N'.
           88 WS-TRAILER-SEEN     VALUE 'Y'.
         03 WS-ALREADY-LOADED-SW  PIC X(01).
           88 WS-ALREADY-LOADED   VALUE 'Y'.

       01 WS-COUNTS.
         03 WS-SCANNED-COUNT      PIC 9(07) VALUE ZEROES.
         03 WS-RESULT-COUNT       PIC 9(07) VALUE ZEROES.
         03 WS-LOADED-COUNT       PIC 9(07) VALUE ZEROES.
         03 WS-ALERT-COUNT        PIC 9(07) VALUE ZEROES.
         03 WS-RELOADED-COUNT     PIC 9(07) VALUE ZEROES.
         03 WS-REJECT-COUNT       PIC 9(07) VALUE ZEROES.
         03 WS-REJ-PATIENT-COUNT  PIC 9(07) VALUE ZEROES.
         03 WS-REJ-INACTIVE-COUNT PIC 9(07) VALUE ZEROES.
         03 WS-REJ-CODE-COUNT     PIC 9(07) VALUE ZEROES.
         03 WS-REJ-DUP-COUNT      PIC 9(07) VALUE ZEROES.
         03 WS-REJ-DATA-COUNT     PIC 9(07) VALUE ZEROES.
         03 WS-TRAILER-COUNT      PIC 9(07) VALUE ZEROES.

       01 WS-CHECKPOINT-WORK.
         03 WS-CHECKPOINT-INTERVAL PIC 9(05) VALUE 1000.
         03 WS-JOB-NAME            PIC X(08) VALUE 'HCMLABI0'.
         03 WS-RESTART-SKIP-COUNT  PIC 9(07) VALUE ZEROES.
      *    RECORDS PAST THE LAST CHECKPOINT BUT NOT PAST THE NEXT ONE
      *    MAY HAVE BEEN LOADED BY THE INTERRUPTED RUN.
         03 WS-RESTART-WINDOW-END  PIC 9(07) VALUE ZEROES.

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
         03 WS-NOW-TEXT           PIC X(08).
         03 WS-NOW-TEXT-R REDEFINES WS-NOW-TEXT.
           05 WS-NT-HH            PIC 9(02).
           05 WS-NT-COLON1        PIC X(01).
           05 WS-NT-MN            PIC 9(02).
           05 WS-NT-COLON2        PIC X(01).
           05 WS-NT-SS            PIC 9(02).

       01 WS-DATE-COMPARE-WORK.
         03 WS-DATE-IN            PIC X(10).
         03 WS-DATE-PARTS REDEFINES WS-DATE-IN.
           05 WS-DP-CCYY          PIC 9(04).
           05 FILLER              PIC X(01).
           05 WS-DP-MM            PIC 9(02).
           05 FILLER              PIC X(01).
           05 WS-DP-DD            PIC 9(02).
         03 WS-DATE-NUM           PIC 9(08).
         03 WS-COLLECT-NUM        PIC 9(08).

      *    THE RESULT BEING LOADED, AND THE RANGE-CHECK WORK FIELDS -
      *    THE SAME FIELDS AND RULES AS HCMADB02'S 2851-2852 / 2512.
       01 WS-LAB-WORK.
         03 WS-REJECT-CODE        PIC X(02).
         03 WS-REJECT-TEXT        PIC X(30).
         03 WS-TEST-NAME          PIC X(14).
         03 WS-LAB-ALERT-RAISED   PIC X(01).
         03 WS-LAB-BREACH-SW      PIC X(01).
           88 WS-LAB-OUT-OF-RANGE VALUE 'Y'.
         03 WS-LAB-LIMIT-HIT      PIC X(10).
         03 WS-VITAL-VALUE        PIC X(10).
         03 WS-VITAL-THRESHOLD    PIC X(10).
         03 WS-SLASH-POS          PIC 9(02).
         03 WS-VITAL-NUM          PIC 9(05).
         03 WS-THRESHOLD-NUM      PIC 9(05).


      *    RUN-CONTROL REGISTRATION (SEE THE RUNCTL COPYBOOK): THE
      *    JOB STAMPS ITS START ON RUNCTL AND REFUSES TO RUN WHEN
      *    WS-RC-PREDECESSOR HAS NOT COMPLETED FOR THE BUSINESS DATE.
       01 WS-RUN-CONTROL-WORK.
         03 WS-RUNCTL-STATUS     PIC X(02).
         03 WS-RUNCPARM-STATUS   PIC X(02).
         03 WS-RC-JOB-NAME       PIC X(08) VALUE 'HCMLABI0'.
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
             PERFORM 0200-READ-NEXT-INBOUND
             IF NOT WS-EOF
               ADD 1 TO WS-SCANNED-COUNT
               IF LI-TYPE-RESULT
                 ADD 1 TO WS-RESULT-COUNT
               END-IF
               IF WS-RESTART-RUN AND
                   WS-SCANNED-COUNT <= WS-RESTART-SKIP-COUNT
                 CONTINUE
               ELSE
                 PERFORM 0300-PROCESS-INBOUND-RECORD
               END-IF
               IF FUNCTION MOD(WS-SCANNED-COUNT, WS-CHECKPOINT-INTERVAL)
                   = 0
                 PERFORM 0600-SAVE-CHECKPOINT
               END-IF
             END-IF
           END-PERFORM
           PERFORM 0900-FINALIZE
           PERFORM 7900-MARK-RUN-COMPLETE
           STOP RUN
           .

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           MOVE WS-CURR-CCYY TO WS-TT-CCYY
           MOVE '-'          TO WS-TT-DASH1
           MOVE WS-CURR-MM   TO WS-TT-MM
           MOVE '-'          TO WS-TT-DASH2
           MOVE WS-CURR-DD   TO WS-TT-DD
           MOVE WS-CURR-HH   TO WS-NT-HH
           MOVE ':'          TO WS-NT-COLON1
           MOVE WS-CURR-MN   TO WS-NT-MN
           MOVE ':'          TO WS-NT-COLON2
           MOVE WS-CURR-SS   TO WS-NT-SS

           PERFORM 0110-READ-CHECKPOINT-PARM
           PERFORM 0120-OPEN-CHECKPOINT-FILE
           PERFORM 0130-OPEN-REFERENCE-FILES
           PERFORM 0140-OPEN-OUTPUT-FILES

           OPEN INPUT LABIN-FILE
           IF WS-LABIN-STATUS = '35'
             SET WS-EOF TO TRUE
           END-IF
           .

       0110-READ-CHECKPOINT-PARM.
           OPEN INPUT CKPTPARM-FILE
           IF WS-CKPTPARM-STATUS NOT = '35'
             READ CKPTPARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF PM-CHECKPOINT-INTERVAL > 0
                   MOVE PM-CHECKPOINT-INTERVAL TO WS-CHECKPOINT-INTERVAL
                 END-IF
             END-READ
             CLOSE CKPTPARM-FILE
           END-IF
           .

      *    A CHECKPOINT LEFT CK-IN-PROGRESS MEANS THE PRIOR RUN NEVER
      *    REACHED 0900-FINALIZE - RESUME BY SKIPPING THE INBOUND
      *    RECORDS IT ALREADY CHECKPOINTED.
       0120-OPEN-CHECKPOINT-FILE.
           OPEN I-O CKPTREC-FILE
           IF WS-CKPTREC-STATUS = '35'
             CLOSE CKPTREC-FILE
             OPEN OUTPUT CKPTREC-FILE
             CLOSE CKPTREC-FILE
             OPEN I-O CKPTREC-FILE
           END-IF

           MOVE WS-JOB-NAME TO CK-JOB-NAME
           READ CKPTREC-FILE
             INVALID KEY
               MOVE 'N' TO WS-IS-RESTART
             NOT INVALID KEY
               IF CK-IN-PROGRESS
                 MOVE 'Y' TO WS-IS-RESTART
                 MOVE CK-RECORD-COUNT TO WS-RESTART-SKIP-COUNT
                 COMPUTE WS-RESTART-WINDOW-END =
                     WS-RESTART-SKIP-COUNT + WS-CHECKPOINT-INTERVAL
               ELSE
                 MOVE 'N' TO WS-IS-RESTART
               END-IF
           END-READ
           .

      *    NO LABXLATE MEANS EVERY CODE IS UNMAPPED AND NO PATMSTR
      *    EVERY PATIENT UNKNOWN - THE RESULTS ALL GO TO THE REJECTS
      *    FILE RATHER THAN LOADING UNCHECKED. NO LABRANGE MEANS NO
      *    RANGE CHECK, AS IT DOES ONLINE.
       0130-OPEN-REFERENCE-FILES.
           OPEN INPUT LABXLATE-FILE
           IF WS-LABXLATE-STATUS = '35'
             MOVE 'N' TO WS-LABXLATE-OPEN
           ELSE
             SET WS-LABXLATE-IS-OPEN TO TRUE
           END-IF

           OPEN INPUT PATMSTR-FILE
           IF WS-PATMSTR-STATUS = '35'
             MOVE 'N' TO WS-PATMSTR-OPEN
           ELSE
             SET WS-PATMSTR-IS-OPEN TO TRUE
           END-IF

           OPEN INPUT LABRANGE-FILE
           IF WS-LABRANGE-STATUS = '35'
             MOVE 'N' TO WS-LABRANGE-OPEN
           ELSE
             SET WS-LABRANGE-IS-OPEN TO TRUE
           END-IF
           .

       0140-OPEN-OUTPUT-FILES.
           OPEN I-O LABREC-FILE
           IF WS-LABREC-STATUS = '35'
             CLOSE LABREC-FILE
             OPEN OUTPUT LABREC-FILE
             CLOSE LABREC-FILE
             OPEN I-O LABREC-FILE
           END-IF

           OPEN I-O ALERTREC-FILE
           IF WS-ALERTREC-STATUS = '35'
             CLOSE ALERTREC-FILE
             OPEN OUTPUT ALERTREC-FILE
             CLOSE ALERTREC-FILE
             OPEN I-O ALERTREC-FILE
           END-IF

           IF WS-RESTART-RUN
             OPEN EXTEND LABREJ-FILE
             IF WS-LABREJ-STATUS = '35'
               OPEN OUTPUT LABREJ-FILE
             END-IF
           ELSE
             OPEN OUTPUT LABREJ-FILE
           END-IF
           .

       0200-READ-NEXT-INBOUND.
           READ LABIN-FILE
             AT END
               SET WS-EOF TO TRUE
           END-READ
           .

       0300-PROCESS-INBOUND-RECORD.
           EVALUATE TRUE
             WHEN LI-TYPE-RESULT
               PERFORM 0400-VALIDATE-RESULT
               IF WS-REJECT-CODE NOT = SPACES
                 PERFORM 0480-WRITE-REJECT
               ELSE
                 IF WS-ALREADY-LOADED
                   ADD 1 TO WS-RELOADED-COUNT
                 ELSE
                   PERFORM 0500-LOAD-RESULT
                 END-IF
               END-IF
             WHEN LI-TYPE-TRAILER
               SET WS-TRAILER-SEEN TO TRUE
               IF LI-TRAILER-COUNT IS NUMERIC
                 MOVE LI-TRAILER-COUNT TO WS-TRAILER-COUNT
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      *    EACH CHECK RUNS ONLY WHILE THE RESULT IS STILL CLEAN, SO
      *    THE REJECT CARRIES THE FIRST REASON FOUND.
       0400-VALIDATE-RESULT.
           MOVE SPACES TO WS-REJECT-CODE
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE SPACES TO WS-TEST-NAME
           MOVE 'N'    TO WS-ALREADY-LOADED-SW
           IF LI-PATIENT-ID IS NOT NUMERIC
               OR LI-COLLECT-DATE = SPACES
               OR LI-RESULT-VALUE = SPACES
             MOVE 'ID' TO WS-REJECT-CODE
             MOVE 'PATIENT, DATE OR VALUE MISSING' TO WS-REJECT-TEXT
           END-IF
           IF WS-REJECT-CODE = SPACES
             PERFORM 0410-CHECK-PATIENT
           END-IF
           IF WS-REJECT-CODE = SPACES
             PERFORM 0420-TRANSLATE-TEST-CODE
           END-IF
           IF WS-REJECT-CODE = SPACES
             PERFORM 0430-CHECK-DUPLICATE
           END-IF
           .

      *    A PATIENT INACTIVE OR DECEASED ON OR BEFORE THE COLLECTION
      *    DATE CANNOT HAVE A NEW RESULT; ONE COLLECTED BEFORE THE
      *    STATUS CHANGE STILL LOADS - IT BELONGS ON THE RECORD.
       0410-CHECK-PATIENT.
           MOVE 'UP' TO WS-REJECT-CODE
           MOVE 'PATIENT NOT ON PATMSTR' TO WS-REJECT-TEXT
           IF WS-PATMSTR-IS-OPEN
             MOVE LI-PATIENT-ID TO PM-PATIENT-ID
             READ PATMSTR-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE SPACES TO WS-REJECT-CODE
                 MOVE SPACES TO WS-REJECT-TEXT
                 IF PM-STAT-NOT-ACTIVE
                   PERFORM 0411-CHECK-STATUS-DATE
                 END-IF
             END-READ
           END-IF
           .

       0411-CHECK-STATUS-DATE.
           MOVE LI-COLLECT-DATE TO WS-DATE-IN
           PERFORM 8100-CONVERT-DATE-TO-NUM
           MOVE WS-DATE-NUM TO WS-COLLECT-NUM
           MOVE PM-STATUS-DATE TO WS-DATE-IN
           PERFORM 8100-CONVERT-DATE-TO-NUM
           IF WS-DATE-NUM <= WS-COLLECT-NUM
             MOVE 'IP' TO WS-REJECT-CODE
             MOVE 'PATIENT INACTIVE OR DECEASED' TO WS-REJECT-TEXT
           END-IF
           .

       0420-TRANSLATE-TEST-CODE.
           MOVE 'UC' TO WS-REJECT-CODE
           MOVE 'TEST CODE NOT ON LABXLATE' TO WS-REJECT-TEXT
           IF WS-LABXLATE-IS-OPEN
             MOVE LI-VENDOR-CODE TO LX-VENDOR-CODE
             READ LABXLATE-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF LX-CODE-ACTIVE AND LX-TEST-NAME NOT = SPACES
                   MOVE LX-TEST-NAME TO WS-TEST-NAME
                   MOVE SPACES TO WS-REJECT-CODE
                   MOVE SPACES TO WS-REJECT-TEXT
                 ELSE
                   MOVE 'TEST CODE INACTIVE ON LABXLATE'
                     TO WS-REJECT-TEXT
                 END-IF
             END-READ
           END-IF
           .

      *    ONLINE, A RE-SENT 01ALAB CORRECTS THE STORED RESULT; THE
      *    VENDOR FILE IS NOT A CORRECTION CHANNEL, SO A RESULT ALREADY
      *    ON FILE IS REJECTED FOR THE LAB TO QUERY. THE ONE EXCEPTION
      *    IS A RESTART RE-READING WHAT THE INTERRUPTED RUN LOADED.
       0430-CHECK-DUPLICATE.
           MOVE LI-PATIENT-ID   TO LB-PATIENT-ID
           MOVE LI-COLLECT-DATE TO LB-RESULT-DATE
           MOVE LI-COLLECT-TIME TO LB-RESULT-TIME
           MOVE WS-TEST-NAME    TO LB-TEST-NAME
           READ LABREC-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF WS-RESTART-RUN
                   AND WS-SCANNED-COUNT <= WS-RESTART-WINDOW-END
                   AND LB-RESULT-VALUE = LI-RESULT-VALUE
                   AND LB-UNITS = LI-UNITS
                 SET WS-ALREADY-LOADED TO TRUE
               ELSE
                 MOVE 'DU' TO WS-REJECT-CODE
                 MOVE 'RESULT ALREADY ON LABREC' TO WS-REJECT-TEXT
               END-IF
           END-READ
           .

       0480-WRITE-REJECT.
           MOVE WS-REJECT-CODE  TO LJ-REASON-CODE
           MOVE WS-REJECT-TEXT  TO LJ-REASON-TEXT
           MOVE WS-TODAY-TEXT   TO LJ-REJECT-DATE
           MOVE LABINREC-RECORD TO LJ-INPUT-RECORD
           WRITE LABREJCT-RECORD
           ADD 1 TO WS-REJECT-COUNT
           EVALUATE TRUE
             WHEN LJ-UNKNOWN-PATIENT
               ADD 1 TO WS-REJ-PATIENT-COUNT
             WHEN LJ-PATIENT-INACTIVE
               ADD 1 TO WS-REJ-INACTIVE-COUNT
             WHEN LJ-UNMAPPED-CODE
               ADD 1 TO WS-REJ-CODE-COUNT
             WHEN LJ-DUPLICATE
               ADD 1 TO WS-REJ-DUP-COUNT
             WHEN OTHER
               ADD 1 TO WS-REJ-DATA-COUNT
           END-EVALUATE
           .

      *+---------------------------------------------------------------+
      *| LOAD ONE RESULT - RANGE CHECK, ALERT, THEN THE LABREC RECORD, |
      *| IN THE SAME ORDER AS 01ALAB (2850) SO LB-ALERT-RAISED IS SET  |
      *| BEFORE THE RECORD IS WRITTEN.                                 |
      *+---------------------------------------------------------------+
       0500-LOAD-RESULT.
           MOVE 'N' TO WS-LAB-ALERT-RAISED
           PERFORM 0510-CHECK-LAB-RANGE
           PERFORM 0540-WRITE-LAB-RESULT
           .

      *    NO RANGE FILE, OR NO RECORD FOR THE TEST, MEANS NO CHECK -
      *    SAME AS 2851.
       0510-CHECK-LAB-RANGE.
           MOVE 'N' TO WS-LAB-BREACH-SW
           MOVE SPACES TO WS-LAB-LIMIT-HIT
           IF WS-LABRANGE-IS-OPEN
             MOVE WS-TEST-NAME TO LR-TEST-NAME
             READ LABRANGE-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 PERFORM 0520-COMPARE-LAB-LIMITS
             END-READ
           END-IF
           IF WS-LAB-OUT-OF-RANGE
             MOVE 'Y' TO WS-LAB-ALERT-RAISED
             PERFORM 0530-WRITE-LAB-ALERT
           END-IF
           .

      *    SAME COMPARISON AS 2852: HIGH LIMIT FIRST, THEN LOW, EACH
      *    ON THE LEADING NUMERIC TOKEN; A BLANK LIMIT MEANS NO CHECK
      *    ON THAT SIDE, AND THE LIMIT BREACHED GOES ON THE ALERT.
       0520-COMPARE-LAB-LIMITS.
           IF LR-HIGH-LIMIT NOT = SPACES
             MOVE LI-RESULT-VALUE TO WS-VITAL-VALUE
             MOVE LR-HIGH-LIMIT   TO WS-VITAL-THRESHOLD
             PERFORM 0525-EXTRACT-LEADING-NUMBER
             IF WS-VITAL-NUM > WS-THRESHOLD-NUM
               SET WS-LAB-OUT-OF-RANGE TO TRUE
               MOVE LR-HIGH-LIMIT TO WS-LAB-LIMIT-HIT
             END-IF
           END-IF
           IF NOT WS-LAB-OUT-OF-RANGE
               AND LR-LOW-LIMIT NOT = SPACES
             MOVE LI-RESULT-VALUE TO WS-VITAL-VALUE
             MOVE LR-LOW-LIMIT    TO WS-VITAL-THRESHOLD
             PERFORM 0525-EXTRACT-LEADING-NUMBER
             IF WS-VITAL-NUM < WS-THRESHOLD-NUM
               SET WS-LAB-OUT-OF-RANGE TO TRUE
               MOVE LR-LOW-LIMIT TO WS-LAB-LIMIT-HIT
             END-IF
           END-IF
           .

      *    HCMADB02'S 2512, VERBATIM, SO A RESULT LOADED HERE ALERTS
      *    EXACTLY WHEN THE SAME RESULT KEYED THROUGH 01ALAB WOULD.
       0525-EXTRACT-LEADING-NUMBER.
           MOVE 0 TO WS-VITAL-NUM WS-THRESHOLD-NUM WS-SLASH-POS
           INSPECT WS-VITAL-VALUE TALLYING WS-SLASH-POS
             FOR CHARACTERS BEFORE INITIAL '/'
           IF WS-SLASH-POS > 0 AND WS-SLASH-POS < 10
             MOVE WS-VITAL-VALUE(1:WS-SLASH-POS) TO WS-VITAL-NUM
           ELSE
             IF WS-VITAL-VALUE IS NUMERIC
               MOVE WS-VITAL-VALUE TO WS-VITAL-NUM
             END-IF
           END-IF

           MOVE 0 TO WS-SLASH-POS
           INSPECT WS-VITAL-THRESHOLD TALLYING WS-SLASH-POS
             FOR CHARACTERS BEFORE INITIAL '/'
           IF WS-SLASH-POS > 0 AND WS-SLASH-POS < 10
             MOVE WS-VITAL-THRESHOLD(1:WS-SLASH-POS) TO WS-THRESHOLD-NUM
           ELSE
             IF WS-VITAL-THRESHOLD IS NUMERIC
               MOVE WS-VITAL-THRESHOLD TO WS-THRESHOLD-NUM
             END-IF
           END-IF
           .

      *    SAME RE-RAISE CONVENTION AS 2853 - AN EXISTING ALERT KEEPS
      *    ITS STATUS AND ACKNOWLEDGMENT TRAIL, ONLY THE OBSERVED VALUE
      *    AND LIMIT ARE REFRESHED.
       0530-WRITE-LAB-ALERT.
           MOVE LI-PATIENT-ID   TO AL-PATIENT-ID
           MOVE LI-COLLECT-DATE TO AL-VISIT-DATE
           MOVE LI-COLLECT-TIME TO AL-VISIT-TIME
           MOVE WS-TEST-NAME    TO AL-VITAL-NAME
           READ ALERTREC-FILE
             INVALID KEY
               MOVE LI-RESULT-VALUE  TO AL-VITAL-VALUE
               MOVE WS-LAB-LIMIT-HIT TO AL-THRESHOLD-VALUE
               MOVE 'O'              TO AL-STATUS
               MOVE WS-TODAY-TEXT    TO AL-CREATED-DATE
               MOVE WS-NOW-TEXT      TO AL-CREATED-TIME
               MOVE SPACES           TO AL-ACK-USERID
               MOVE SPACES           TO AL-ACK-DATE
               MOVE SPACES           TO AL-ACK-TIME
               MOVE 'L'              TO AL-ALERT-TYPE
               WRITE ALERTREC-RECORD
             NOT INVALID KEY
               MOVE LI-RESULT-VALUE  TO AL-VITAL-VALUE
               MOVE WS-LAB-LIMIT-HIT TO AL-THRESHOLD-VALUE
               REWRITE ALERTREC-RECORD
           END-READ
           ADD 1 TO WS-ALERT-COUNT
           .

       0540-WRITE-LAB-RESULT.
           MOVE LI-PATIENT-ID       TO LB-PATIENT-ID
           MOVE LI-COLLECT-DATE     TO LB-RESULT-DATE
           MOVE LI-COLLECT-TIME     TO LB-RESULT-TIME
           MOVE WS-TEST-NAME        TO LB-TEST-NAME
           MOVE LI-RESULT-VALUE     TO LB-RESULT-VALUE
           MOVE LI-UNITS            TO LB-UNITS
           MOVE WS-LAB-ALERT-RAISED TO LB-ALERT-RAISED
           WRITE LABREC-RECORD
             INVALID KEY
               MOVE 'DU' TO WS-REJECT-CODE
               MOVE 'RESULT ALREADY ON LABREC' TO WS-REJECT-TEXT
               PERFORM 0480-WRITE-REJECT
             NOT INVALID KEY
               ADD 1 TO WS-LOADED-COUNT
           END-WRITE
           .

       0600-SAVE-CHECKPOINT.
           MOVE WS-JOB-NAME          TO CK-JOB-NAME
           MOVE SPACES                TO CK-LAST-KEY
           MOVE LI-ACCESSION-NUM      TO CK-LAST-KEY(1:12)
           MOVE WS-SCANNED-COUNT      TO CK-RECORD-COUNT
           MOVE SPACES                TO CK-RUN-DATE
           MOVE WS-CURRENT-DATE-AND-TIME(1:8) TO CK-RUN-DATE(1:8)
           SET CK-IN-PROGRESS TO TRUE
           REWRITE CKPTREC-RECORD
             INVALID KEY
               WRITE CKPTREC-RECORD
           END-REWRITE
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
           IF WS-LABIN-STATUS NOT = '35'
             CLOSE LABIN-FILE
           END-IF
           IF WS-LABXLATE-IS-OPEN
             CLOSE LABXLATE-FILE
           END-IF
           IF WS-PATMSTR-IS-OPEN
             CLOSE PATMSTR-FILE
           END-IF
           IF WS-LABRANGE-IS-OPEN
             CLOSE LABRANGE-FILE
           END-IF
           CLOSE LABREC-FILE
           CLOSE ALERTREC-FILE
           CLOSE LABREJ-FILE

           MOVE WS-JOB-NAME          TO CK-JOB-NAME
           MOVE SPACES                TO CK-LAST-KEY
           MOVE WS-SCANNED-COUNT      TO CK-RECORD-COUNT
           MOVE SPACES                TO CK-RUN-DATE
           MOVE WS-CURRENT-DATE-AND-TIME(1:8) TO CK-RUN-DATE(1:8)
           SET CK-COMPLETE TO TRUE
           REWRITE CKPTREC-RECORD
             INVALID KEY
               WRITE CKPTREC-RECORD
           END-REWRITE
           CLOSE CKPTREC-FILE

      *    A TRAILER THAT DISAGREES WITH WHAT WAS READ MEANS THE FILE
      *    WAS CUT SHORT IN TRANSMISSION - THE LOAD STANDS, BUT THE
      *    STEP ENDS RC 4 SO OPERATIONS ASK THE LAB TO RESEND.
           IF WS-TRAILER-SEEN AND WS-TRAILER-COUNT NOT = WS-RESULT-COUNT
             DISPLAY 'HCMLABI0 TRAILER COUNT ' WS-TRAILER-COUNT
                 ' DOES NOT MATCH ' WS-RESULT-COUNT ' RESULTS READ'
             MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'HCMLABI0 RESULTS READ : ' WS-RESULT-COUNT
           DISPLAY 'HCMLABI0 LOADED       : ' WS-LOADED-COUNT
           DISPLAY 'HCMLABI0 ALERTS RAISED: ' WS-ALERT-COUNT
           DISPLAY 'HCMLABI0 ALREADY LOADED: ' WS-RELOADED-COUNT
           DISPLAY 'HCMLABI0 REJECTED     : ' WS-REJECT-COUNT
           DISPLAY 'HCMLABI0   UNKNOWN PATIENT : ' WS-REJ-PATIENT-COUNT
           DISPLAY 'HCMLABI0   PATIENT INACTIVE: ' WS-REJ-INACTIVE-COUNT
           DISPLAY 'HCMLABI0   UNMAPPED CODE   : ' WS-REJ-CODE-COUNT
           DISPLAY 'HCMLABI0   DUPLICATE       : ' WS-REJ-DUP-COUNT
           DISPLAY 'HCMLABI0   INVALID DATA    : ' WS-REJ-DATA-COUNT
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
