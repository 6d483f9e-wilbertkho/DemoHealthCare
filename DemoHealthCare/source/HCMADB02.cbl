      *|                                                               |
      *| EXEC CICS IS USED ONLY WHERE CICS SERVICES ARE THE ONLY WAY   |
      *| TO GET CORRECT BEHAVIOR: THE FINAL RETURN, AND THE ENQ/DEQ    |
      *| PAIRS SERIALIZING THE RXCTL PRESCRIPTION-ID AND JOURNAL       |
      *| SEQUENCE COUNTERS AGAINST CONCURRENT TASKS (SEE 2220 AND      |
      *| 9060). NONE OF THEM RUNS WHEN HCMJRPL0 CALLS THE PROGRAM IN   |
      *| BATCH TO REPLAY THE TXNJRNL JOURNAL (SEE 0000). THIS          |
      *| SANDBOX'S COBC CANNOT PARSE EXEC CICS, SO cobc -fsyntax-only  |
      *| REPORTS ERRORS ON THOSE STATEMENTS - EXCUSED PER THE PROJECT  |
      *| BRIEF AS A VENDOR-EXTENSION LIMITATION, NOT A DEFECT; THEY    |
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRGINTXN-STATUS.

           SELECT DRGSCHED-FILE ASSIGN TO 'DRGSCHED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-DRUG-NAME
               FILE STATUS IS WS-DRGSCHED-STATUS.

           SELECT THRESHLD-FILE ASSIGN TO 'THRESHLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOGINAUD-STATUS.

           SELECT PATSTLOG-FILE ASSIGN TO 'PATSTLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PATSTLOG-STATUS.

           SELECT PATACCLG-FILE ASSIGN TO 'PATACCLG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PATACCLG-STATUS.

           SELECT MEDASSGN-FILE ASSIGN TO 'MEDASSGN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-KEY
               FILE STATUS IS WS-MEDASSGN-STATUS.

           SELECT PATCNTPF-FILE ASSIGN TO 'PATCNTPF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PATIENT-ID
               FILE STATUS IS WS-PATCNTPF-STATUS.

           SELECT PATDIAG-FILE ASSIGN TO 'PATDIAG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DX-KEY
               ALTERNATE RECORD KEY IS DX-ICD10-CODE WITH DUPLICATES
               FILE STATUS IS WS-PATDIAG-STATUS.

           SELECT CARETEAM-FILE ASSIGN TO 'CARETEAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-PATIENT-ID
               FILE STATUS IS WS-CARETEAM-STATUS.

           SELECT TXNLOG-FILE ASSIGN TO 'TXNLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXNLOG-STATUS.

           SELECT TXNJRNL-FILE ASSIGN TO 'TXNJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXNJRNL-STATUS.

           SELECT SECPARM-FILE ASSIGN TO 'SECPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECPARM-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY DRGINTXN.

       FD  DRGSCHED-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DRGSCHED.

       FD  THRESHLD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY THRESHLD.
           LABEL RECORDS ARE STANDARD.
           COPY LOGINAUD.

       FD  PATSTLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PATSTLOG.

       FD  PATACCLG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PATACCLG.

       FD  MEDASSGN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MEDASSGN.

       FD  PATCNTPF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PATCNTPF.

       FD  PATDIAG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PATDIAG.

       FD  CARETEAM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CARETEAM.

       FD  TXNLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TXNLOG.

       FD  TXNJRNL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TXNJRNL.

       FD  OPSERRL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPSERRL.
         03 WS-RXLIFE-STATUS     PIC X(2).
         03 WS-RXADMIN-STATUS    PIC X(2).
         03 WS-DRGINTXN-STATUS   PIC X(2).
         03 WS-DRGSCHED-STATUS   PIC X(2).
         03 WS-THRESHLD-STATUS   PIC X(2).
         03 WS-PRSCMSTR-STATUS   PIC X(2).
         03 WS-PATALRGY-STATUS   PIC X(2).
         03 WS-USERSEC-STATUS    PIC X(2).
         03 WS-STAFFSEC-STATUS   PIC X(2).
         03 WS-LOGINAUD-STATUS   PIC X(2).
         03 WS-PATSTLOG-STATUS   PIC X(2).
         03 WS-PATACCLG-STATUS   PIC X(2).
         03 WS-MEDASSGN-STATUS   PIC X(2).
         03 WS-PATCNTPF-STATUS   PIC X(2).
         03 WS-PATDIAG-STATUS    PIC X(2).
         03 WS-CARETEAM-STATUS   PIC X(2).
         03 WS-TXNLOG-STATUS     PIC X(2).
         03 WS-TXNJRNL-STATUS    PIC X(2).
         03 WS-SECPARM-STATUS    PIC X(2).
         03 WS-OPSERRL-STATUS    PIC X(2).

         03 WS-PWD-EXPIRY-DAYS   PIC 9(03) VALUE 90.
         03 WS-FIRST-RX-ID       PIC 9(10) VALUE 1000001.
         03 WS-RXCTL-ENQ-NAME    PIC X(08) VALUE 'RXCTLREC'.
         03 WS-JRNL-ENQ-NAME     PIC X(08) VALUE 'TXNJRNL '.
      *    THE TRANSACTION ID HCMJRPL0 PUTS IN EIBTRNID WHEN IT CALLS
      *    THIS PROGRAM TO REPLAY A JOURNALLED REQUEST.
         03 WS-REPLAY-TRANID     PIC X(04) VALUE 'HJRP'.
         03 WS-REPLAY-SW         PIC X(01) VALUE 'N'.
           88 WS-REPLAYING       VALUE 'Y'.
         03 WS-JRNL-SEQUENCE     PIC 9(10).
         03 WS-RECORD-FOUND      PIC X(01).
           88 WS-FOUND           VALUE 'Y'.
           88 WS-NOT-FOUND       VALUE 'N'.
           05 WS-NT-COLON2        PIC X(01).
           05 WS-NT-SS            PIC 9(02).
         03 WS-TODAY-NUM          PIC 9(08).
      *    THE JOURNALLED MOMENT OF A REPLAYED REQUEST, UNPACKED FROM
      *    EIBDATE (0CYYDDD) AND EIBTIME (0HHMMSS) BY 0110.
         03 WS-RPL-CENT-YY        PIC 9(03).
         03 WS-RPL-DDD            PIC 9(03).
         03 WS-RPL-YYYYDDD        PIC 9(07).
         03 WS-RPL-DATE-NUM       PIC 9(08).
         03 WS-RPL-DATE-NUM-R REDEFINES WS-RPL-DATE-NUM.
           05 WS-RPL-CCYY         PIC 9(04).
           05 WS-RPL-MM           PIC 9(02).
           05 WS-RPL-DD           PIC 9(02).
         03 WS-RPL-MMSS           PIC 9(04).

       01 WS-DATE-COMPARE-WORK.
         03 WS-DATE-IN            PIC X(10).
      *    GATED REQUEST FAMILY FILLS IN THE ACTING USERID AND THE
      *    AUTHORITY THE ACTION NEEDS, THEN PERFORMS 9200. 'WORKLIST'
      *    MEANS NURSE OR PRESCRIBER - EITHER MAY WORK THE ALERT
      *    WORKLIST. 'ANY' ACCEPTS EVERY ACTIVE STAFF MEMBER WITH ONE
      *    OF THE THREE ROLES.
       01 WS-STAFF-AUTH-WORK.
         03 WS-AUTH-USERID       PIC X(10).
         03 WS-AUTH-NEED         PIC X(10).
           88 WS-NEED-PRESCRIBER VALUE 'PRESCRIBER'.
           88 WS-NEED-OPERATIONS VALUE 'OPERATIONS'.
           88 WS-NEED-WORKLIST   VALUE 'WORKLIST  '.
           88 WS-NEED-ANY-STAFF  VALUE 'ANY       '.
         03 WS-AUTH-RESULT       PIC X(01).
           88 WS-AUTH-OK         VALUE 'Y'.

           88 WS-PRESCRIBER-OK    VALUE 'Y'.
         03 WS-MED-SCREEN-SW      PIC X(01).
           88 WS-MED-SCREEN-PASSED VALUE 'Y'.
      *    CONTROLLED-SUBSTANCE SCREENING: 2202 KEEPS THE PRESCRIBER'S
      *    DEA NUMBER, 2203 LOOKS THE DRUG UP ON DRGSCHED. A DRUG NOT
      *    ON THE FILE COMES BACK WITH A SPACE SCHEDULE.
         03 WS-PRESCRIBER-DEA     PIC X(12).
         03 WS-SCHED-DRUG-NAME    PIC X(50).
         03 WS-SCHED-SCHEDULE     PIC X(01).
           88 WS-SCHED-II         VALUE '2'.
           88 WS-SCHED-III-V      VALUE '3' '4' '5'.
           88 WS-SCHED-CONTROLLED VALUE '2' '3' '4' '5'.
         03 WS-SCHED-MAX-REFILLS  PIC 9(02).
         03 WS-SCHED-REFILL-SW    PIC X(01).
           88 WS-SCHED-REFILL-BARRED VALUE 'Y'.
      *    SET BY 2280 THE FIRST TIME ANY MEDICATION-PATH REQUEST
      *    NEEDS THE RXCTL/RXACT/RXLOG TRIO - THE FILES THEN STAY
      *    OPEN FOR THE LIFE OF THE PROGRAM INSTEAD OF PAYING AN
         03 WS-AUD-OLD-VALUE     PIC X(50).
         03 WS-AUD-NEW-VALUE     PIC X(50).

      *    PATIENT STATUS. 1110 LOOKS UP THE PATIENT IN
      *    WS-PST-CHECK-ID ON PATMSTR AND SAYS WHETHER AN INACTIVE OR
      *    DECEASED STATUS HAS TAKEN HOLD; THE REST STAGES ONE 01SPAT
      *    CHANGE AND EACH PATSTLOG ENTRY ITS CASCADE WRITES.
       01 WS-PATIENT-STATUS-WORK.
         03 WS-PST-CHECK-ID       PIC 9(10).
         03 WS-PST-ACTIVE-SW      PIC X(01).
           88 WS-PST-PATIENT-ACTIVE     VALUE 'Y'.
           88 WS-PST-PATIENT-NOT-ACTIVE VALUE 'N'.
         03 WS-PST-NEW-STATUS     PIC X(01).
           88 WS-PST-TO-ACTIVE    VALUE 'A'.
           88 WS-PST-TO-DECEASED  VALUE 'D'.
           88 WS-PST-STATUS-VALID VALUE 'A' 'I' 'D'.
         03 WS-PST-OLD-STATUS     PIC X(01).
         03 WS-PST-EFFECTIVE-DATE PIC X(10).
         03 WS-PST-EFFECTIVE-NUM  PIC 9(08).
         03 WS-PST-RX-REASON      PIC X(30).
         03 WS-PST-PORTAL-USERID  PIC X(10).
         03 WS-PST-ITEM-TYPE      PIC X(01).
         03 WS-PST-ITEM-KEY       PIC X(50).

       01 WS-LAB-WORK.
         03 WS-LAB-RANGE-FOUND    PIC X(01).
           88 WS-LAB-RANGE-ON-FILE VALUE 'Y'.
           88 WS-LAB-OUT-OF-RANGE VALUE 'Y'.
         03 WS-LAB-LIMIT-HIT      PIC X(10).

       01 WS-CONTACT-PREF-WORK.
         03 WS-CPF-CHANNEL        PIC X(01).
           88 WS-CPF-CHANNEL-VALID VALUE 'S' 'E' 'N'.
         03 WS-CPF-FLAG           PIC X(01).
           88 WS-CPF-FLAG-VALID   VALUE 'Y' 'N' ' '.
         03 WS-CPF-DATA-SW        PIC X(01).
           88 WS-CPF-DATA-OK      VALUE 'Y'.
         03 WS-CPF-TIME           PIC X(05).
         03 WS-CPF-TIME-R REDEFINES WS-CPF-TIME.
           05 WS-CPF-HH           PIC X(02).
           05 WS-CPF-COLON        PIC X(01).
           05 WS-CPF-MM           PIC X(02).

      *    01ADGN VETTING AND THE DIAGNOSIS LINK CHECK SHARED BY 01AVIS
      *    AND 01AMED. THE CODE IS TAKEN APART ONE CHARACTER AT A TIME
      *    FOR THE ICD-10 SHAPE TEST (2912).
       01 WS-DIAGNOSIS-WORK.
         03 WS-DGN-CODE           PIC X(08).
         03 WS-DGN-CODE-R REDEFINES WS-DGN-CODE.
           05 WS-DGN-CATEGORY     PIC X(01).
           05 WS-DGN-CAT-DIGIT    PIC X(01).
           05 WS-DGN-CAT-LAST     PIC X(01).
           05 WS-DGN-DOT          PIC X(01).
           05 WS-DGN-EXT-CHAR     PIC X(01) OCCURS 4 TIMES.
         03 WS-DGN-EXT-IDX        PIC 9(01).
         03 WS-DGN-EXT-GAP-SW     PIC X(01).
           88 WS-DGN-EXT-GAP      VALUE 'Y'.
         03 WS-DGN-DATA-SW        PIC X(01).
           88 WS-DGN-DATA-OK      VALUE 'Y'.
         03 WS-DGN-PATIENT-SW     PIC X(01).
           88 WS-DGN-PATIENT-FOUND VALUE 'Y'.
         03 WS-DGN-ONSET-DATE     PIC X(10).
         03 WS-DGN-ONSET-NUM      PIC 9(08).
         03 WS-DGN-RESOLVED-DATE  PIC X(10).
         03 WS-DGN-LINK-CODE      PIC X(08).
         03 WS-DGN-LINK-SW        PIC X(01).
           88 WS-DGN-LINK-OK      VALUE 'Y'.

      *    01ACTM VETTING. EACH NAMED NURSE OR PRESCRIBER IS LOOKED UP
      *    IN TURN THROUGH WS-CTM-STAFF-ID (2926 / 2927).
       01 WS-CARE-TEAM-WORK.
         03 WS-CTM-DATA-SW        PIC X(01).
           88 WS-CTM-DATA-OK      VALUE 'Y'.
         03 WS-CTM-PATIENT-SW     PIC X(01).
           88 WS-CTM-PATIENT-FOUND VALUE 'Y'.
         03 WS-CTM-STAFF-SW       PIC X(01).
           88 WS-CTM-STAFF-OK     VALUE 'Y'.
         03 WS-CTM-STAFF-ID       PIC X(10).
         03 WS-CTM-EFFECTIVE-DATE PIC X(10).
         03 WS-CTM-EFFECTIVE-NUM  PIC 9(08).

       LINKAGE SECTION.
       COPY DFHEIBLK.
       COPY CAREQREC.

       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *    A CALL CARRYING WS-REPLAY-TRANID IS HCMJRPL0 RE-APPLYING A
      *    JOURNALLED REQUEST AGAINST RESTORED FILES IN BATCH: IT RUNS
      *    AS OF ITS JOURNALLED DATE AND TIME (0110), KEEPS THE
      *    PRESCRIPTION ID IT WAS FIRST ISSUED (2220), IS NOT
      *    JOURNALLED OR TXNLOGGED A SECOND TIME, AND ISSUES NO EXEC
      *    CICS COMMAND - THE REPLAY JOB HOLDS THE FILES TO ITSELF.
       0000-MAIN-PROCESS.
           MOVE 'N' TO WS-FILE-ERROR-SW
           IF EIBTRNID = WS-REPLAY-TRANID
             SET WS-REPLAYING TO TRUE
           ELSE
             MOVE 'N' TO WS-REPLAY-SW
           END-IF
           PERFORM 0100-GET-CURRENT-DATE-TIME
           PERFORM 1000-VALIDATE-REQUEST-ID
           IF WS-REQ-ID-VALID
             PERFORM 1100-CHECK-PATIENT-ACTIVE
           END-IF
           IF WS-REQ-ID-VALID AND WS-PST-PATIENT-ACTIVE
             EVALUATE TRUE
               WHEN CA-REQ-PATIENT
                 PERFORM 2000-PROCESS-PATIENT
                 PERFORM 2860-PROCESS-LAB-RANGE
               WHEN CA-REQ-MED-ADMIN
                 PERFORM 2870-PROCESS-MED-ADMIN
               WHEN CA-REQ-PAT-STATUS
                 PERFORM 2880-PROCESS-PATIENT-STATUS
               WHEN CA-REQ-CONTACT-PREF
                 PERFORM 2900-PROCESS-CONTACT-PREF
               WHEN CA-REQ-DIAGNOSIS
                 PERFORM 2910-PROCESS-DIAGNOSIS
               WHEN CA-REQ-CARE-TEAM
                 PERFORM 2920-PROCESS-CARE-TEAM
               WHEN OTHER
                 MOVE RC-SYS-INVALID-REQ-ID TO CA-RETURN-CODE
             END-EVALUATE
           IF WS-FILE-ERR-OCCURRED
             MOVE RC-SYS-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           IF NOT WS-REPLAYING
             IF CA-REQ-JOURNALLED
               PERFORM 9050-WRITE-JOURNAL
             END-IF
             PERFORM 9000-WRITE-TXN-LOG
           END-IF
           PERFORM 9999-RETURN-TO-CICS
           .

       0100-GET-CURRENT-DATE-TIME.
           IF WS-REPLAYING
             PERFORM 0110-TAKE-REPLAY-DATE-TIME
           ELSE
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           END-IF
           MOVE WS-CURR-CCYY TO WS-TT-CCYY
           MOVE '-'          TO WS-TT-DASH1
           MOVE WS-CURR-MM   TO WS-TT-MM
               (WS-CURR-CCYY * 10000) + (WS-CURR-MM * 100) + WS-CURR-DD
           .

      *    HCMJRPL0 PASSES THE JOURNALLED DATE AND TIME THE WAY CICS
      *    STAMPS A TASK'S START - EIBDATE 0CYYDDD, EIBTIME 0HHMMSS -
      *    SO EVERY DATE AND TIME THE FAMILIES WRITE COMES OUT AS IT
      *    DID THE FIRST TIME.
       0110-TAKE-REPLAY-DATE-TIME.
           MOVE ZEROES TO WS-CURRENT-DATE-AND-TIME
           DIVIDE EIBDATE BY 1000 GIVING WS-RPL-CENT-YY
               REMAINDER WS-RPL-DDD
           COMPUTE WS-RPL-YYYYDDD =
               ((1900 + WS-RPL-CENT-YY) * 1000) + WS-RPL-DDD
           COMPUTE WS-RPL-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DAY(WS-RPL-YYYYDDD))
           MOVE WS-RPL-CCYY TO WS-CURR-CCYY
           MOVE WS-RPL-MM   TO WS-CURR-MM
           MOVE WS-RPL-DD   TO WS-CURR-DD
           DIVIDE EIBTIME BY 10000 GIVING WS-CURR-HH
               REMAINDER WS-RPL-MMSS
           DIVIDE WS-RPL-MMSS BY 100 GIVING WS-CURR-MN
               REMAINDER WS-CURR-SS
           .

      *    GATES THE DISPATCH EVALUATE ON ITS OWN WS SWITCH RATHER THAN
      *    CA-RETURN-CODE - THE COMMAREA IS CALLER-OWNED AND NOT
      *    CLEARED BETWEEN CALLS, SO A STALE VALUE LEFT OVER FROM A
           END-IF
           .

      *    A FAMILY THAT RECORDS NEW CLINICAL ACTIVITY IS REFUSED (94)
      *    FOR A PATIENT WHOM PATMSTR SHOWS INACTIVE OR DECEASED. A
      *    PATIENT NOT ON PATMSTR AT ALL IS LEFT TO THE FAMILY LOGIC,
      *    AS BEFORE.
       1100-CHECK-PATIENT-ACTIVE.
           SET WS-PST-PATIENT-ACTIVE TO TRUE
           IF CA-REQ-NEEDS-ACTIVE-PAT
             MOVE CA-PATIENT-ID TO WS-PST-CHECK-ID
             PERFORM 1110-READ-PATIENT-STATUS
             IF WS-PST-PATIENT-NOT-ACTIVE
               MOVE RC-SYS-PAT-INACTIVE TO CA-RETURN-CODE
             END-IF
           END-IF
           .

      *    AN INACTIVE OR DECEASED STATUS TAKES HOLD ON ITS EFFECTIVE
      *    DATE, THE WAY A DISCONTINUATION DOES (2215) - A TRANSFER
      *    RECORDED AHEAD OF TIME LEAVES THE PATIENT ACTIVE UNTIL THEN.
       1110-READ-PATIENT-STATUS.
           SET WS-PST-PATIENT-ACTIVE TO TRUE
           OPEN INPUT PATMSTR-FILE
           IF WS-PATMSTR-STATUS = '35'
             CLOSE PATMSTR-FILE
           ELSE
             MOVE WS-PST-CHECK-ID TO PM-PATIENT-ID
             READ PATMSTR-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF PM-STAT-NOT-ACTIVE
                   MOVE PM-STATUS-DATE TO WS-DATE-IN
                   PERFORM 2213-CONVERT-DATE-TO-NUM
                   IF WS-DATE-NUM <= WS-TODAY-NUM
                     SET WS-PST-PATIENT-NOT-ACTIVE TO TRUE
                   END-IF
                 END-IF
             END-READ
             CLOSE PATMSTR-FILE
           END-IF
           .

      *+---------------------------------------------------------------+
      *| REQUEST 000 - PERSIST PATIENT INTAKE, DUPLICATE CHECK         |
      *+---------------------------------------------------------------+
           MOVE CA-PHONE-MOBILE   TO PM-PHONE-MOBILE
           MOVE CA-EMAIL-ADDRESS  TO PM-EMAIL-ADDRESS
           MOVE CA-USERID         TO PM-USERID
           MOVE 'A'               TO PM-STATUS
           MOVE SPACES            TO PM-STATUS-DATE
           MOVE SPACES            TO PM-STATUS-REASON
           MOVE SPACES            TO PM-STATUS-USERID
           MOVE WS-TODAY-TEXT     TO PM-CREATED-DATE
           MOVE WS-TODAY-TEXT     TO PM-LAST-UPDATED
           WRITE PATMSTR-RECORD
               INVALID KEY
                 MOVE RC-USR-NOT-FOUND TO CA-RETURN-CODE
               NOT INVALID KEY
                 MOVE US-PATIENT-ID TO WS-PST-CHECK-ID
                 PERFORM 1110-READ-PATIENT-STATUS
                 IF WS-PST-PATIENT-NOT-ACTIVE
                   MOVE RC-SYS-PAT-INACTIVE TO CA-RETURN-CODE
                 ELSE
                   PERFORM 2152-UNLOCK-ACCOUNT
                 END-IF
             END-READ
             CLOSE USERSEC-FILE
           END-IF
           .

      *    AN ACCOUNT LOCKED BECAUSE ITS PATIENT WENT INACTIVE OR DIED
      *    (01SPAT) STAYS LOCKED UNTIL THE PATIENT IS REACTIVATED.
       2152-UNLOCK-ACCOUNT.
           MOVE ZEROES TO US-FAILED-ATTEMPTS
           SET US-NOT-LOCKED TO TRUE
           REWRITE USERSEC-RECORD
           MOVE WS-USERSEC-STATUS TO WS-ERR-STATUS
           MOVE '2152-UNLOCK-ACCOUNT' TO WS-ERR-PARAGRAPH
           MOVE 'USERSEC ' TO WS-ERR-FILE
           MOVE 'REWRITE ' TO WS-ERR-OPERATION
           MOVE US-USERNAME TO WS-ERR-KEY
           PERFORM 9100-CHECK-FILE-OP
           MOVE ZEROES TO CA-FAILED-ATTEMPTS
           MOVE 'OK    ' TO CA-LOGIN-STATUS
           MOVE RC-USR-UNLOCKED TO CA-RETURN-CODE
           OPEN EXTEND LOGINAUD-FILE
           MOVE CA-USERNAME   TO LA-USERNAME
           MOVE EIBTRMID      TO LA-TERMINAL-ID
           MOVE WS-TODAY-TEXT TO LA-LOGIN-DATE
           MOVE WS-NOW-TEXT   TO LA-LOGIN-TIME
           MOVE 'UNLOCK' TO LA-RESULT
           WRITE LOGINAUD-RECORD
           MOVE WS-LOGINAUD-STATUS TO WS-ERR-STATUS
           MOVE '2152-UNLOCK-ACCOUNT' TO WS-ERR-PARAGRAPH
           MOVE 'LOGINAUD' TO WS-ERR-FILE
           MOVE 'WRITE   ' TO WS-ERR-OPERATION
           MOVE LA-USERNAME TO WS-ERR-KEY
           PERFORM 9100-CHECK-FILE-OP
           CLOSE LOGINAUD-FILE
           .

      *+---------------------------------------------------------------+
      *| PASSWORD CHANGE (01CPWD) - VERIFIES THE OLD PASSWORD FIRST    |
      *| (A WRONG ONE COUNTS TOWARD LOCKOUT LIKE A FAILED LOGIN),      |
             MOVE 'N' TO CA-ALLERGY-FLAG
             MOVE SPACES TO CA-ALLERGY-DRUG
             MOVE 'N' TO WS-MED-SCREEN-SW
             MOVE CA-RX-DIAG-CODE TO WS-DGN-LINK-CODE
             PERFORM 2915-CHECK-DIAGNOSIS-LINK
             IF NOT WS-DGN-LINK-OK
               MOVE RC-DGN-NOT-ACTIVE TO CA-RETURN-CODE
             ELSE
               PERFORM 2201-SCREEN-MEDICATION
             END-IF
             IF WS-MED-SCREEN-PASSED
               PERFORM 2220-ISSUE-PRESCRIPTION-ID
               PERFORM 2230-PERSIST-PRESCRIPTION
           END-IF
           .

      *    THE FOUR PRE-ISSUANCE SCREENS, IN ORDER: THE PRESCRIBER
      *    MUST BE ON THE PRSCMSTR MASTER AND ACTIVE, A CONTROLLED
      *    DRUG (DRGSCHED) NEEDS A PRESCRIBER WITH A DEA NUMBER, THE
      *    PATIENT MUST NOT BE ON RECORD AS ALLERGIC TO THE DRUG, AND
      *    NO ACTIVE PRESCRIPTION MAY CONFLICT WITH IT. THE FIRST
      *    FAILURE SETS THE REASON CODE AND STOPS THE CHAIN.
       2201-SCREEN-MEDICATION.
           PERFORM 2202-VALIDATE-PRESCRIBER
           MOVE CA-DRUG-NAME TO WS-SCHED-DRUG-NAME
           PERFORM 2203-LOOKUP-DRUG-SCHEDULE
           MOVE WS-SCHED-SCHEDULE TO CA-RX-SCHEDULE
           IF NOT WS-PRESCRIBER-OK
             MOVE RC-MED-PRESCRIBER-INV TO CA-RETURN-CODE
           ELSE
             IF WS-SCHED-CONTROLLED AND WS-PRESCRIBER-DEA = SPACES
               MOVE RC-MED-DEA-REQUIRED TO CA-RETURN-CODE
             ELSE
               PERFORM 2205-CHECK-PATIENT-ALLERGY
               IF WS-ALLERGY-MATCHED
                 MOVE RC-MED-ALLERGY-REJ TO CA-RETURN-CODE
               ELSE
                 PERFORM 2210-CHECK-DRUG-INTERACTION
                 IF WS-INTXN-FOUND
                   MOVE RC-MED-INTERACTION-REJ TO CA-RETURN-CODE
                 ELSE
                   SET WS-MED-SCREEN-PASSED TO TRUE
                 END-IF
               END-IF
             END-IF
           END-IF
      *    ATTRIBUTABLE TO A PRESCRIBER THE PRACTICE RECOGNIZES.
       2202-VALIDATE-PRESCRIBER.
           MOVE 'N' TO WS-PRESCRIBER-OK-SW
           MOVE SPACES TO WS-PRESCRIBER-DEA
           IF CA-PRESCRIBER-ID = SPACES
             CONTINUE
           ELSE
                 NOT INVALID KEY
                   IF PR-ACTIVE
                     SET WS-PRESCRIBER-OK TO TRUE
                     MOVE PR-DEA-NUMBER TO WS-PRESCRIBER-DEA
                   END-IF
               END-READ
               CLOSE PRSCMSTR-FILE
           END-IF
           .

      *    ONE KEYED READ OF DRGSCHED FOR WS-SCHED-DRUG-NAME. NO FILE
      *    YET, OR NO RECORD FOR THE DRUG, MEANS NOT CONTROLLED - AS
      *    2205 TREATS A MISSING PATALRGY. A CAP THAT IS NOT NUMERIC
      *    IS TAKEN AS ZERO, SO A BADLY LOADED RECORD REFUSES REFILLS
      *    RATHER THAN ALLOWING UNLIMITED ONES.
       2203-LOOKUP-DRUG-SCHEDULE.
           MOVE SPACE  TO WS-SCHED-SCHEDULE
           MOVE ZEROES TO WS-SCHED-MAX-REFILLS
           OPEN INPUT DRGSCHED-FILE
           IF WS-DRGSCHED-STATUS = '35'
             CLOSE DRGSCHED-FILE
           ELSE
             MOVE WS-SCHED-DRUG-NAME TO DS-DRUG-NAME
             READ DRGSCHED-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF DS-SCHEDULED
                   MOVE DS-SCHEDULE TO WS-SCHED-SCHEDULE
                   IF DS-MAX-REFILLS NUMERIC
                     MOVE DS-MAX-REFILLS TO WS-SCHED-MAX-REFILLS
                   END-IF
                 END-IF
             END-READ
             CLOSE DRGSCHED-FILE
           END-IF
           .

      *    PATALRGY IS KEYED BY PATIENT ID + ALLERGEN NAME, SO ONE
      *    KEYED READ ANSWERS WHETHER THE INCOMING CA-DRUG-NAME IS ON
      *    THE PATIENT'S ALLERGY RECORD. NO ALLERGY FILE YET (OR NO
      *    READ THE SAME CTL-NEXT-RX-ID BEFORE EITHER REWRITES IT - I-O
      *    MODE ALONE ONLY GUARDS AGAINST THIS PROGRAM'S OWN SEQUENTIAL
      *    LOGIC, NOT AGAINST A SECOND CICS TASK RUNNING THE SAME CODE.
      *    A REPLAYED 01AMED KEEPS THE ID IT WAS FIRST ISSUED (IT CAME
      *    BACK IN THE JOURNALLED COMMAREA) AND ONLY MOVES THE COUNTER
      *    PAST IT, SO AN ID BURNT BY A REQUEST THAT LATER FAILED
      *    CANNOT SHIFT EVERY PRESCRIPTION REPLAYED AFTER IT.
       2220-ISSUE-PRESCRIPTION-ID.
           PERFORM 2280-ENSURE-MED-FILES-OPEN

           IF NOT WS-REPLAYING
             EXEC CICS
                 ENQ RESOURCE(WS-RXCTL-ENQ-NAME)
                     LENGTH(8)
             END-EXEC
           END-IF

           MOVE 'R' TO CTL-KEY
           READ RXCTL-FILE
               CONTINUE
           END-READ

           IF WS-REPLAYING AND CA-PRESCRIPTION-ID NOT = ZEROES
             MOVE CA-PRESCRIPTION-ID TO WS-NEW-RX-ID
             IF CTL-NEXT-RX-ID NOT > WS-NEW-RX-ID
               COMPUTE CTL-NEXT-RX-ID = WS-NEW-RX-ID + 1
             END-IF
           ELSE
             MOVE CTL-NEXT-RX-ID TO WS-NEW-RX-ID
             ADD 1 TO CTL-NEXT-RX-ID
           END-IF
           MOVE WS-NEW-RX-ID   TO CA-PRESCRIPTION-ID
           MOVE WS-TODAY-TEXT TO CTL-LAST-ISSUED-DATE
           REWRITE RXCTL-RECORD
           MOVE WS-RXCTL-STATUS TO WS-ERR-STATUS
           MOVE CTL-KEY TO WS-ERR-KEY
           PERFORM 9100-CHECK-FILE-OP

           IF NOT WS-REPLAYING
             EXEC CICS
                 DEQ RESOURCE(WS-RXCTL-ENQ-NAME)
                     LENGTH(8)
             END-EXEC
           END-IF
           .

       2230-PERSIST-PRESCRIPTION.
           MOVE CA-START-DATE       TO RA-START-DATE
           MOVE CA-END-DATE         TO RA-END-DATE
           MOVE CA-PRESCRIBER-ID    TO RA-PRESCRIBER-ID
           MOVE CA-RX-DIAG-CODE     TO RA-DIAG-CODE
           MOVE 'A'                 TO RA-STATUS
           MOVE SPACES              TO RA-DISCONTINUE-DATE
           MOVE SPACES              TO RA-DISCONTINUE-REASON
                 MOVE RC-MED-ALREADY-DISCONT TO CA-RETURN-CODE
               ELSE
                 MOVE RA-DRUG-NAME TO WS-REFILL-DRUG-NAME
                 PERFORM 2267-CHECK-SCHEDULE-REFILLS
                 IF WS-SCHED-REFILL-BARRED
                   MOVE RC-MED-REFILL-LIMIT TO CA-RETURN-CODE
                 ELSE
                   PERFORM 2265-CHECK-REFILL-ACTIVE
                   SET WS-REFILL-OK TO TRUE
                 END-IF
               END-IF
           END-READ
           .
           END-IF
           .

      *    A SCHEDULE II DRUG IS NEVER REFILLED - IT NEEDS A FRESH
      *    01AMED EACH TIME. SCHEDULE III-V MAY BE REFILLED UNTIL
      *    RA-REFILL-COUNT REACHES THE DRGSCHED CAP. THE CURRENT
      *    TALLY COMES BACK IN CA-REFILL-COUNT EITHER WAY.
       2267-CHECK-SCHEDULE-REFILLS.
           MOVE 'N' TO WS-SCHED-REFILL-SW
           MOVE RA-DRUG-NAME TO WS-SCHED-DRUG-NAME
           PERFORM 2203-LOOKUP-DRUG-SCHEDULE
           MOVE WS-SCHED-SCHEDULE TO CA-RX-SCHEDULE
           IF RA-REFILL-COUNT NUMERIC
             MOVE RA-REFILL-COUNT TO CA-REFILL-COUNT
           ELSE
             MOVE ZEROES TO CA-REFILL-COUNT
           END-IF
           EVALUATE TRUE
             WHEN WS-SCHED-II
               SET WS-SCHED-REFILL-BARRED TO TRUE
             WHEN WS-SCHED-III-V
               IF CA-REFILL-COUNT >= WS-SCHED-MAX-REFILLS
                 SET WS-SCHED-REFILL-BARRED TO TRUE
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      *    A DISCONTINUED PRESCRIPTION CANNOT BE REFILLED - IT TAKES
      *    A FRESH 01AMED REQUEST (AND A FRESH INTERACTION CHECK) TO
      *    PUT THE PATIENT BACK ON THE DRUG.
             MOVE CA-RELIEF           TO MA-RELIEF
             MOVE CA-POSTURE          TO MA-POSTURE
             MOVE CA-HOW-OFTEN        TO MA-HOW-OFTEN
             MOVE 'O'                 TO MA-STATUS
             MOVE SPACES              TO MA-CLOSED-DATE

             IF WS-FOUND
               REWRITE MEDASSGN-RECORD
             MOVE RC-VIS-INVALID-DATA TO CA-RETURN-CODE
           ELSE
             MOVE 'N' TO CA-ALERT-RAISED
             MOVE CA-VISIT-DIAG-CODE TO WS-DGN-LINK-CODE
             PERFORM 2915-CHECK-DIAGNOSIS-LINK
             IF NOT WS-DGN-LINK-OK
               MOVE RC-DGN-NOT-ACTIVE TO CA-RETURN-CODE
             ELSE
               PERFORM 2510-CHECK-VITALS-AGAINST-THRESHOLDS
               PERFORM 2520-PERSIST-VISIT
               IF CA-ALERT-RAISED = 'Y'
                 MOVE RC-VIS-ALERT-RAISED TO CA-RETURN-CODE
               ELSE
                 MOVE RC-SUCCESS TO CA-RETURN-CODE
               END-IF
             END-IF
           END-IF
           .
               MOVE SPACES             TO AL-ACK-USERID
               MOVE SPACES             TO AL-ACK-DATE
               MOVE SPACES             TO AL-ACK-TIME
               MOVE 'V'                TO AL-ALERT-TYPE
               WRITE ALERTREC-RECORD
               MOVE WS-ALERTREC-STATUS TO WS-ERR-STATUS
               MOVE '2513-WRITE-ALERT' TO WS-ERR-PARAGRAPH
           MOVE CA-BLOOD-PRESSURE  TO VR-BLOOD-PRESSURE
           MOVE CA-MENTAL-STATE    TO VR-MENTAL-STATE
           MOVE CA-ALERT-RAISED    TO VR-ALERT-RAISED
           MOVE CA-VISIT-DIAG-CODE TO VR-DIAG-CODE

           READ VISITREC-FILE
             INVALID KEY
      *| MOST RECENT VISITREC VITALS AND THE CURRENTLY-ACTIVE RXACT    |
      *| PRESCRIPTIONS FOR CA-PATIENT-ID, SO THE PORTAL CAN SHOW A     |
      *| LIVE SUMMARY SCREEN INSTEAD OF WAITING FOR OVERNIGHT REPORTS. |
      *| THE CALLER MUST NAME AN ACTIVE STAFF USERID, AND EVERY        |
      *| INQUIRY - REFUSED OR NOT - IS LOGGED TO PATACCLG (2605).      |
      *+---------------------------------------------------------------+
       2600-PROCESS-PATIENT-INQUIRY.
      *    THE USERID IS INPUT IN THE SAME AREA THE SUMMARY IS BUILT
      *    IN, SO IT IS TAKEN BEFORE THE AREA IS CLEARED.
           MOVE CA-QRY-STAFF-USERID TO WS-AUTH-USERID
           MOVE SPACES TO CA-REQUEST-SPECIFIC
           MOVE WS-AUTH-USERID TO CA-QRY-STAFF-USERID
           MOVE 'N'    TO CA-QRY-PATIENT-FOUND
           MOVE 'N'    TO CA-QRY-VISIT-FOUND
           MOVE ZEROES TO CA-QRY-RX-COUNT
           MOVE ZEROES TO CA-QRY-DX-COUNT

           SET WS-NEED-ANY-STAFF TO TRUE
           PERFORM 9200-CHECK-STAFF-AUTHORITY
           IF WS-AUTH-OK
             OPEN INPUT PATMSTR-FILE
             IF WS-PATMSTR-STATUS = '35'
               MOVE RC-QRY-PAT-NOT-FOUND TO CA-RETURN-CODE
               CLOSE PATMSTR-FILE
             ELSE
               MOVE CA-PATIENT-ID TO PM-PATIENT-ID
               READ PATMSTR-FILE
                 INVALID KEY
                   MOVE RC-QRY-PAT-NOT-FOUND TO CA-RETURN-CODE
                 NOT INVALID KEY
                   PERFORM 2601-BUILD-PATIENT-SUMMARY
                   MOVE RC-SUCCESS TO CA-RETURN-CODE
               END-READ
               CLOSE PATMSTR-FILE
             END-IF
           END-IF
           PERFORM 2605-LOG-PATIENT-ACCESS
           .

       2601-BUILD-PATIENT-SUMMARY.
           MOVE PM-POSTCODE       TO CA-QRY-POSTCODE
           MOVE PM-PHONE-MOBILE   TO CA-QRY-PHONE-MOBILE
           MOVE PM-EMAIL-ADDRESS  TO CA-QRY-EMAIL-ADDRESS
           IF PM-STAT-ACTIVE
             MOVE 'A'             TO CA-QRY-PAT-STATUS
           ELSE
             MOVE PM-STATUS       TO CA-QRY-PAT-STATUS
           END-IF
           MOVE PM-STATUS-DATE    TO CA-QRY-PAT-STATUS-DATE
           PERFORM 2610-INQUIRE-THRESHOLDS
           PERFORM 2620-INQUIRE-ACTIVE-RX
           PERFORM 2630-INQUIRE-LAST-VISIT
           PERFORM 2640-INQUIRE-ACTIVE-PROBLEMS
           .

      *    ONE PATACCLG RECORD PER READ REQUEST, WRITTEN AFTER THE
      *    OUTCOME IS KNOWN. THE USERID IS LOGGED AS SUPPLIED, SO A
      *    REFUSED ATTEMPT STILL SHOWS WHO TRIED.
       2605-LOG-PATIENT-ACCESS.
           OPEN EXTEND PATACCLG-FILE
           IF WS-PATACCLG-STATUS = '35'
             CLOSE PATACCLG-FILE
             OPEN OUTPUT PATACCLG-FILE
             CLOSE PATACCLG-FILE
             OPEN EXTEND PATACCLG-FILE
           END-IF
           MOVE CA-PATIENT-ID   TO PX-PATIENT-ID
           MOVE WS-AUTH-USERID  TO PX-STAFF-USERID
           MOVE CA-REQUEST-ID   TO PX-REQUEST-ID
           EVALUATE TRUE
             WHEN NOT WS-AUTH-OK
               MOVE 'R' TO PX-OUTCOME
             WHEN CA-RETURN-CODE = RC-SUCCESS
               MOVE 'V' TO PX-OUTCOME
             WHEN OTHER
               MOVE 'N' TO PX-OUTCOME
           END-EVALUATE
           MOVE CA-RETURN-CODE  TO PX-RETURN-CODE
           MOVE EIBTRMID        TO PX-TERMINAL-ID
           MOVE WS-TODAY-TEXT   TO PX-ACCESS-DATE
           MOVE WS-NOW-TEXT     TO PX-ACCESS-TIME
           WRITE PATACCLG-RECORD
           MOVE WS-PATACCLG-STATUS TO WS-ERR-STATUS
           MOVE '2605-LOG-PATIENT-ACCESS' TO WS-ERR-PARAGRAPH
           MOVE 'PATACCLG' TO WS-ERR-FILE
           MOVE 'WRITE   ' TO WS-ERR-OPERATION
           MOVE PX-PATIENT-ID TO WS-ERR-KEY
           PERFORM 9100-CHECK-FILE-OP
           CLOSE PATACCLG-FILE
           .

      *    NO THRESHLD RECORD IS NOT AN ERROR - THE THRESHOLD FIELDS
           END-IF
           .

      *    PATDIAG IS KEYED PATIENT + CODE, SO THE BROWSE RETURNS THE
      *    PROBLEMS IN CODE ORDER. RESOLVED ONES ARE SKIPPED; THE
      *    TABLE HOLDS THE FIRST TEN ACTIVE. NO FILE YET MEANS NO
      *    PROBLEMS, THE WAY 2610 TREATS A MISSING THRESHLD.
       2640-INQUIRE-ACTIVE-PROBLEMS.
           OPEN INPUT PATDIAG-FILE
           IF WS-PATDIAG-STATUS = '35'
             CLOSE PATDIAG-FILE
           ELSE
             MOVE CA-PATIENT-ID TO DX-PATIENT-ID
             MOVE LOW-VALUES TO DX-ICD10-CODE
             START PATDIAG-FILE KEY IS >= DX-KEY
               INVALID KEY
                 SET WS-NOT-FOUND TO TRUE
               NOT INVALID KEY
                 SET WS-FOUND TO TRUE
             END-START
             PERFORM UNTIL WS-NOT-FOUND
               READ PATDIAG-FILE NEXT RECORD
                 AT END
                   SET WS-NOT-FOUND TO TRUE
                 NOT AT END
                   IF DX-PATIENT-ID NOT = CA-PATIENT-ID
                     SET WS-NOT-FOUND TO TRUE
                   ELSE
                     IF DX-STAT-ACTIVE AND CA-QRY-DX-COUNT < 10
                       PERFORM 2641-ADD-PROBLEM-TO-SUMMARY
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PATDIAG-FILE
           END-IF
           .

       2641-ADD-PROBLEM-TO-SUMMARY.
           ADD 1 TO CA-QRY-DX-COUNT
           MOVE DX-ICD10-CODE
             TO CA-QRY-DX-CODE(CA-QRY-DX-COUNT)
           MOVE DX-DESCRIPTION
             TO CA-QRY-DX-DESCRIPTION(CA-QRY-DX-COUNT)
           MOVE DX-ONSET-DATE
             TO CA-QRY-DX-ONSET-DATE(CA-QRY-DX-COUNT)
           MOVE DX-CHRONIC-FLAG
             TO CA-QRY-DX-CHRONIC(CA-QRY-DX-COUNT)
           .

      *+---------------------------------------------------------------+
      *| APPOINTMENT SCHEDULING (01AAPT BOOK / 01RAPT RESCHEDULE /    |
      *| 01CAPT CANCEL) - APPTREC IS KEYED LIKE VISITREC (PATIENT +   |
               MOVE SPACES           TO AL-ACK-USERID
               MOVE SPACES           TO AL-ACK-DATE
               MOVE SPACES           TO AL-ACK-TIME
               MOVE 'L'              TO AL-ALERT-TYPE
               WRITE ALERTREC-RECORD
               MOVE WS-ALERTREC-STATUS TO WS-ERR-STATUS
               MOVE '2853-WRITE-LAB-ALERT' TO WS-ERR-PARAGRAPH
           .

      *+---------------------------------------------------------------+
      *| PATIENT STATUS CHANGE (01SPAT) - MARKS A PATIENT INACTIVE OR |
      *| DECEASED ON PATMSTR (OR ACTIVE AGAIN), WITH THE EFFECTIVE    |
      *| DATE, REASON AND ACTING STAFF USERID. GOING INACTIVE OR      |
      *| DECEASED CASCADES ACROSS THE PATIENT-KEYED FILES SO NOTHING  |
      *| KEEPS ACTING FOR THE PATIENT: ACTIVE RXACT PRESCRIPTIONS ARE |
      *| DISCONTINUED THROUGH THE RXLIFE TRAIL, BOOKED APPOINTMENTS   |
      *| FROM THE EFFECTIVE DATE ON ARE CANCELLED, MEDASSGN THERAPY   |
      *| ASSIGNMENTS ARE CLOSED AND THE USERSEC PORTAL ACCOUNT IS     |
      *| LOCKED. THE CHANGE AND EVERY ITEM IT TOUCHED ARE LOGGED TO   |
      *| PATSTLOG FOR THE HCMPSTR0 REPORT. A CHANGE KEYED AHEAD OF    |
      *| ITS EFFECTIVE DATE LEAVES THE PATIENT ACTIVE UNTIL THEN      |
      *| (1110): THE PRESCRIPTIONS AND APPOINTMENTS ARE STOPPED AS OF |
      *| THAT DATE NOW, BUT THERAPY AND THE PORTAL ARE LEFT RUNNING   |
      *| FOR THE NIGHTLY HCMPSTC0 JOB TO CLOSE AND LOCK ON THE DAY.   |
      *+---------------------------------------------------------------+
       2880-PROCESS-PATIENT-STATUS.
           MOVE CA-PST-USERID TO WS-AUTH-USERID
           SET WS-NEED-ANY-STAFF TO TRUE
           PERFORM 9200-CHECK-STAFF-AUTHORITY
           IF WS-AUTH-OK
             PERFORM 2881-VET-STATUS-CHANGE
           END-IF
           .

      *    A REASON IS REQUIRED FOR GOING INACTIVE OR DECEASED, NOT FOR
      *    A REACTIVATION. AN EFFECTIVE DATE OF SPACES MEANS TODAY.
       2881-VET-STATUS-CHANGE.
           MOVE ZEROES TO CA-PST-RX-DISCONTINUED
           MOVE ZEROES TO CA-PST-APPT-CANCELLED
           MOVE ZEROES TO CA-PST-THERAPY-CLOSED
           MOVE 'N'    TO CA-PST-PORTAL-LOCKED
           MOVE CA-PST-STATUS TO WS-PST-NEW-STATUS
           IF NOT WS-PST-STATUS-VALID
               OR (NOT WS-PST-TO-ACTIVE AND CA-PST-REASON = SPACES)
             MOVE RC-PST-INVALID-DATA TO CA-RETURN-CODE
           ELSE
             IF CA-PST-EFFECTIVE-DATE = SPACES
               MOVE WS-TODAY-TEXT TO WS-PST-EFFECTIVE-DATE
             ELSE
               MOVE CA-PST-EFFECTIVE-DATE TO WS-PST-EFFECTIVE-DATE
             END-IF
             OPEN I-O PATMSTR-FILE
             IF WS-PATMSTR-STATUS = '35'
               MOVE RC-PST-PAT-NOT-FOUND TO CA-RETURN-CODE
               CLOSE PATMSTR-FILE
             ELSE
               MOVE CA-PATIENT-ID TO PM-PATIENT-ID
               READ PATMSTR-FILE
                 INVALID KEY
                   MOVE RC-PST-PAT-NOT-FOUND TO CA-RETURN-CODE
                 NOT INVALID KEY
                   PERFORM 2882-APPLY-STATUS-CHANGE
               END-READ
               CLOSE PATMSTR-FILE
             END-IF
           END-IF
           .

      *    AN INACTIVE PATIENT WHO IS LATER RECORDED DECEASED CASCADES
      *    AGAIN - ANYTHING ADDED OR REBOOKED IN BETWEEN IS CAUGHT.
      *    THERAPY CLOSURE AND THE PORTAL LOCK WAIT FOR THE EFFECTIVE
      *    DATE (SEE THE BANNER ABOVE).
       2882-APPLY-STATUS-CHANGE.
           IF PM-STAT-ACTIVE
             MOVE 'A' TO WS-PST-OLD-STATUS
           ELSE
             MOVE PM-STATUS TO WS-PST-OLD-STATUS
           END-IF
           IF WS-PST-OLD-STATUS = WS-PST-NEW-STATUS
             MOVE RC-PST-NO-CHANGE TO CA-RETURN-CODE
           ELSE
             MOVE WS-PST-NEW-STATUS     TO PM-STATUS
             MOVE WS-PST-EFFECTIVE-DATE TO PM-STATUS-DATE
             MOVE CA-PST-REASON         TO PM-STATUS-REASON
             MOVE CA-PST-USERID         TO PM-STATUS-USERID
             MOVE WS-TODAY-TEXT         TO PM-LAST-UPDATED
             REWRITE PATMSTR-RECORD
             MOVE WS-PATMSTR-STATUS TO WS-ERR-STATUS
             MOVE '2882-APPLY-STATUS-CHANGE' TO WS-ERR-PARAGRAPH
             MOVE 'PATMSTR ' TO WS-ERR-FILE
             MOVE 'REWRITE ' TO WS-ERR-OPERATION
             MOVE PM-PATIENT-ID TO WS-ERR-KEY
             PERFORM 9100-CHECK-FILE-OP
             MOVE PM-USERID TO WS-PST-PORTAL-USERID

             OPEN EXTEND PATSTLOG-FILE
             IF WS-PATSTLOG-STATUS = '35'
               CLOSE PATSTLOG-FILE
               OPEN OUTPUT PATSTLOG-FILE
               CLOSE PATSTLOG-FILE
               OPEN EXTEND PATSTLOG-FILE
             END-IF
             MOVE 'S'    TO WS-PST-ITEM-TYPE
             MOVE SPACES TO WS-PST-ITEM-KEY
             PERFORM 2895-LOG-STATUS-ENTRY
             MOVE WS-PST-EFFECTIVE-DATE TO WS-DATE-IN
             PERFORM 2213-CONVERT-DATE-TO-NUM
             MOVE WS-DATE-NUM TO WS-PST-EFFECTIVE-NUM
             IF NOT WS-PST-TO-ACTIVE
               PERFORM 2883-CASCADE-DISCONTINUE-RX
               PERFORM 2885-CASCADE-CANCEL-APPTS
               IF WS-PST-EFFECTIVE-NUM <= WS-TODAY-NUM
                 PERFORM 2887-CASCADE-CLOSE-THERAPY
                 PERFORM 2890-CASCADE-LOCK-PORTAL
               END-IF
             END-IF
             CLOSE PATSTLOG-FILE
             MOVE RC-SUCCESS TO CA-RETURN-CODE
           END-IF
           .

      *    SAME BROWSE AS 2620. EVERY PRESCRIPTION NOT ALREADY
      *    DISCONTINUED AND NOT ENDED BEFORE THE EFFECTIVE DATE IS
      *    DISCONTINUED AS OF THAT DATE, EXACTLY AS AN 01DMED WOULD DO
      *    IT - RXACT REWRITTEN, THE CHANGE LOGGED TO RXLIFE (2270).
       2883-CASCADE-DISCONTINUE-RX.
           IF WS-PST-TO-DECEASED
             MOVE 'PATIENT DECEASED' TO WS-PST-RX-REASON
           ELSE
             MOVE 'PATIENT INACTIVE' TO WS-PST-RX-REASON
           END-IF

           PERFORM 2280-ENSURE-MED-FILES-OPEN
           MOVE CA-PATIENT-ID TO RA-PATIENT-ID
           MOVE ZEROES TO RA-PRESCRIPTION-ID
           START RXACT-FILE KEY IS >= RA-KEY
             INVALID KEY
               SET WS-NOT-FOUND TO TRUE
             NOT INVALID KEY
               SET WS-FOUND TO TRUE
           END-START
           PERFORM UNTIL WS-NOT-FOUND
             READ RXACT-FILE NEXT RECORD
               AT END
                 SET WS-NOT-FOUND TO TRUE
               NOT AT END
                 IF RA-PATIENT-ID NOT = CA-PATIENT-ID
                   SET WS-NOT-FOUND TO TRUE
                 ELSE
                   PERFORM 2884-DISCONTINUE-ONE-RX
                 END-IF
             END-READ
           END-PERFORM
           .

       2884-DISCONTINUE-ONE-RX.
           IF RA-STAT-ACTIVE
             MOVE RA-END-DATE TO WS-DATE-IN
             PERFORM 2213-CONVERT-DATE-TO-NUM
             IF WS-DATE-NUM >= WS-PST-EFFECTIVE-NUM
               MOVE RA-END-DATE           TO WS-OLD-END-DATE
               MOVE 'D'                   TO RA-STATUS
               MOVE WS-PST-EFFECTIVE-DATE TO RA-DISCONTINUE-DATE
               MOVE WS-PST-RX-REASON      TO RA-DISCONTINUE-REASON
               REWRITE RXACT-RECORD
               MOVE WS-RXACT-STATUS TO WS-ERR-STATUS
               MOVE '2884-DISCONTINUE-ONE-RX' TO WS-ERR-PARAGRAPH
               MOVE 'RXACT   ' TO WS-ERR-FILE
               MOVE 'REWRITE ' TO WS-ERR-OPERATION
               MOVE RA-KEY TO WS-ERR-KEY
               PERFORM 9100-CHECK-FILE-OP
               MOVE 'DISCONT ' TO WS-LIFECYCLE-ACTION
               PERFORM 2270-LOG-RX-LIFECYCLE-CHANGE
               ADD 1 TO CA-PST-RX-DISCONTINUED
               MOVE 'R' TO WS-PST-ITEM-TYPE
               MOVE RA-PRESCRIPTION-ID TO WS-PST-ITEM-KEY
               PERFORM 2895-LOG-STATUS-ENTRY
             END-IF
           END-IF
           .

      *    APPTREC IS KEYED PATIENT + DATE + TIME, SO STARTING AT THE
      *    EFFECTIVE DATE READS EXACTLY THE APPOINTMENTS FROM THEN ON.
      *    ONLY BOOKED ONES ARE CANCELLED - KEPT, NO-SHOW AND ALREADY
      *    CANCELLED ONES ARE HISTORY.
       2885-CASCADE-CANCEL-APPTS.
           OPEN I-O APPTREC-FILE
           IF WS-APPTREC-STATUS = '35'
             CLOSE APPTREC-FILE
           ELSE
             MOVE CA-PATIENT-ID         TO AP-PATIENT-ID
             MOVE WS-PST-EFFECTIVE-DATE TO AP-APPT-DATE
             MOVE LOW-VALUES            TO AP-APPT-TIME
             START APPTREC-FILE KEY IS >= AP-KEY
               INVALID KEY
                 SET WS-NOT-FOUND TO TRUE
               NOT INVALID KEY
                 SET WS-FOUND TO TRUE
             END-START
             PERFORM UNTIL WS-NOT-FOUND
               READ APPTREC-FILE NEXT RECORD
                 AT END
                   SET WS-NOT-FOUND TO TRUE
                 NOT AT END
                   IF AP-PATIENT-ID NOT = CA-PATIENT-ID
                     SET WS-NOT-FOUND TO TRUE
                   ELSE
                     PERFORM 2886-CANCEL-ONE-APPT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE APPTREC-FILE
           END-IF
           .

       2886-CANCEL-ONE-APPT.
           IF AP-STAT-BOOKED
             MOVE 'C'           TO AP-STATUS
             MOVE WS-TODAY-TEXT TO AP-LAST-UPDATED
             REWRITE APPTREC-RECORD
             MOVE WS-APPTREC-STATUS TO WS-ERR-STATUS
             MOVE '2886-CANCEL-ONE-APPT' TO WS-ERR-PARAGRAPH
             MOVE 'APPTREC ' TO WS-ERR-FILE
             MOVE 'REWRITE ' TO WS-ERR-OPERATION
             MOVE AP-KEY TO WS-ERR-KEY
             PERFORM 9100-CHECK-FILE-OP
             ADD 1 TO CA-PST-APPT-CANCELLED
             MOVE 'A' TO WS-PST-ITEM-TYPE
             MOVE SPACES TO WS-PST-ITEM-KEY
             STRING AP-APPT-DATE ' ' AP-APPT-TIME
                 DELIMITED BY SIZE INTO WS-PST-ITEM-KEY
             PERFORM 2895-LOG-STATUS-ENTRY
           END-IF
           .

       2887-CASCADE-CLOSE-THERAPY.
           OPEN I-O MEDASSGN-FILE
           IF WS-MEDASSGN-STATUS = '35'
             CLOSE MEDASSGN-FILE
           ELSE
             MOVE CA-PATIENT-ID TO MA-PATIENT-ID
             MOVE LOW-VALUES    TO MA-MEDITATION-NAME
             START MEDASSGN-FILE KEY IS >= MA-KEY
               INVALID KEY
                 SET WS-NOT-FOUND TO TRUE
               NOT INVALID KEY
                 SET WS-FOUND TO TRUE
             END-START
             PERFORM UNTIL WS-NOT-FOUND
               READ MEDASSGN-FILE NEXT RECORD
                 AT END
                   SET WS-NOT-FOUND TO TRUE
                 NOT AT END
                   IF MA-PATIENT-ID NOT = CA-PATIENT-ID
                     SET WS-NOT-FOUND TO TRUE
                   ELSE
                     PERFORM 2888-CLOSE-ONE-THERAPY
                   END-IF
               END-READ
             END-PERFORM
             CLOSE MEDASSGN-FILE
           END-IF
           .

       2888-CLOSE-ONE-THERAPY.
           IF MA-STAT-OPEN
             MOVE 'C'                   TO MA-STATUS
             MOVE WS-PST-EFFECTIVE-DATE TO MA-CLOSED-DATE
             REWRITE MEDASSGN-RECORD
             MOVE WS-MEDASSGN-STATUS TO WS-ERR-STATUS
             MOVE '2888-CLOSE-ONE-THERAPY' TO WS-ERR-PARAGRAPH
             MOVE 'MEDASSGN' TO WS-ERR-FILE
             MOVE 'REWRITE ' TO WS-ERR-OPERATION
             MOVE MA-KEY TO WS-ERR-KEY
             PERFORM 9100-CHECK-FILE-OP
             ADD 1 TO CA-PST-THERAPY-CLOSED
             MOVE 'T' TO WS-PST-ITEM-TYPE
             MOVE MA-MEDITATION-NAME TO WS-PST-ITEM-KEY
             PERFORM 2895-LOG-STATUS-ENTRY
           END-IF
           .

      *    THE PORTAL ACCOUNT IS THE ONE PATMSTR NAMES IN PM-USERID.
      *    THE LOCK IS THE SAME ONE A RUN OF FAILED LOGINS SETS, SO
      *    2100 REFUSES THE ACCOUNT LIKE ANY LOCKED ONE, AND 2151 WILL
      *    NOT UNLOCK IT WHILE THE PATIENT STAYS INACTIVE. AN ACCOUNT
      *    ALREADY LOCKED IS LEFT AS IT IS.
       2890-CASCADE-LOCK-PORTAL.
           IF WS-PST-PORTAL-USERID NOT = SPACES
             OPEN I-O USERSEC-FILE
             IF WS-USERSEC-STATUS = '35'
               CLOSE USERSEC-FILE
             ELSE
               MOVE WS-PST-PORTAL-USERID TO US-USERNAME
               READ USERSEC-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF NOT US-LOCKED
                     PERFORM 2891-LOCK-PORTAL-ACCOUNT
                   END-IF
               END-READ
               CLOSE USERSEC-FILE
             END-IF
           END-IF
           .

       2891-LOCK-PORTAL-ACCOUNT.
           SET US-LOCKED TO TRUE
           MOVE WS-TODAY-TEXT TO US-LOCKOUT-DATE
           MOVE WS-NOW-TEXT   TO US-LOCKOUT-TIME
           REWRITE USERSEC-RECORD
           MOVE WS-USERSEC-STATUS TO WS-ERR-STATUS
           MOVE '2891-LOCK-PORTAL-ACCOUNT' TO WS-ERR-PARAGRAPH
           MOVE 'USERSEC ' TO WS-ERR-FILE
           MOVE 'REWRITE ' TO WS-ERR-OPERATION
           MOVE US-USERNAME TO WS-ERR-KEY
           PERFORM 9100-CHECK-FILE-OP
           MOVE 'Y' TO CA-PST-PORTAL-LOCKED

           OPEN EXTEND LOGINAUD-FILE
           IF WS-LOGINAUD-STATUS = '35'
             CLOSE LOGINAUD-FILE
             OPEN OUTPUT LOGINAUD-FILE
             CLOSE LOGINAUD-FILE
             OPEN EXTEND LOGINAUD-FILE
           END-IF
           MOVE US-USERNAME   TO LA-USERNAME
           MOVE EIBTRMID      TO LA-TERMINAL-ID
           MOVE WS-TODAY-TEXT TO LA-LOGIN-DATE
           MOVE WS-NOW-TEXT   TO LA-LOGIN-TIME
           SET LA-RESULT-DEACT TO TRUE
           WRITE LOGINAUD-RECORD
           MOVE WS-LOGINAUD-STATUS TO WS-ERR-STATUS
           MOVE '2891-LOCK-PORTAL-ACCOUNT' TO WS-ERR-PARAGRAPH
           MOVE 'LOGINAUD' TO WS-ERR-FILE
           MOVE 'WRITE   ' TO WS-ERR-OPERATION
           MOVE LA-USERNAME TO WS-ERR-KEY
           PERFORM 9100-CHECK-FILE-OP
           CLOSE LOGINAUD-FILE

           MOVE 'P' TO WS-PST-ITEM-TYPE
           MOVE US-USERNAME TO WS-PST-ITEM-KEY
           PERFORM 2895-LOG-STATUS-ENTRY
           .

      *    EVERY ENTRY OF ONE CHANGE SHARES THE PATIENT, LOGGED DATE
      *    AND TIME, SO THE REPORT CAN HANG THE CASCADE OFF ITS 'S'
      *    RECORD. PATSTLOG IS OPEN FOR THE LIFE OF THE CHANGE (2882).
       2895-LOG-STATUS-ENTRY.
           MOVE CA-PATIENT-ID         TO PS-PATIENT-ID
           MOVE WS-PST-ITEM-TYPE      TO PS-ENTRY-TYPE
           MOVE WS-PST-NEW-STATUS     TO PS-NEW-STATUS
           MOVE WS-PST-OLD-STATUS     TO PS-OLD-STATUS
           MOVE WS-PST-EFFECTIVE-DATE TO PS-EFFECTIVE-DATE
           MOVE CA-PST-REASON         TO PS-REASON
           MOVE CA-PST-USERID         TO PS-USERID
           MOVE WS-PST-ITEM-KEY       TO PS-ITEM-KEY
           MOVE WS-TODAY-TEXT         TO PS-LOGGED-DATE
           MOVE WS-NOW-TEXT           TO PS-LOGGED-TIME
           WRITE PATSTLOG-RECORD
           MOVE WS-PATSTLOG-STATUS TO WS-ERR-STATUS
           MOVE '2895-LOG-STATUS-ENTRY' TO WS-ERR-PARAGRAPH
           MOVE 'PATSTLOG' TO WS-ERR-FILE
           MOVE 'WRITE   ' TO WS-ERR-OPERATION
           MOVE PS-PATIENT-ID TO WS-ERR-KEY
           PERFORM 9100-CHECK-FILE-OP
           .

      *+---------------------------------------------------------------+
      *| PATIENT CONTACT PREFERENCES (01ACPF) - RECORDS HOW THE       |
      *| NIGHTLY HCMNTFY0 NOTIFICATION RUN MAY REACH THE PATIENT:     |
      *| CHANNEL, AN OPT-OUT PER NOTICE TYPE AND QUIET HOURS, IN      |
      *| PATCNTPF KEYED BY PATIENT SO RE-SENDING UPDATES IN PLACE.    |
      *| THE PATIENT MUST BE ON PATMSTR, AND A CHANNEL MAY ONLY BE    |
      *| CHOSEN IF PATMSTR HOLDS THE MOBILE NUMBER OR E-MAIL ADDRESS  |
      *| IT NEEDS.                                                    |
      *+---------------------------------------------------------------+
       2900-PROCESS-CONTACT-PREF.
           PERFORM 2901-VET-CONTACT-PREF
           IF NOT WS-CPF-DATA-OK
             MOVE RC-CPF-INVALID-DATA TO CA-RETURN-CODE
           ELSE
             OPEN INPUT PATMSTR-FILE
             IF WS-PATMSTR-STATUS = '35'
               MOVE RC-CPF-PAT-NOT-FOUND TO CA-RETURN-CODE
               CLOSE PATMSTR-FILE
             ELSE
               MOVE CA-PATIENT-ID TO PM-PATIENT-ID
               READ PATMSTR-FILE
                 INVALID KEY
                   MOVE RC-CPF-PAT-NOT-FOUND TO CA-RETURN-CODE
                 NOT INVALID KEY
                   PERFORM 2903-CHECK-CONTACT-DETAIL
               END-READ
               CLOSE PATMSTR-FILE
             END-IF
           END-IF
           .

      *    OPT-OUT FLAGS ARE 'Y', 'N' OR SPACE (NOT OPTED OUT). QUIET
      *    HOURS ARE BOTH GIVEN OR BOTH LEFT BLANK.
       2901-VET-CONTACT-PREF.
           MOVE 'Y' TO WS-CPF-DATA-SW
           MOVE CA-CPF-CHANNEL TO WS-CPF-CHANNEL
           IF NOT WS-CPF-CHANNEL-VALID OR CA-CPF-USERID = SPACES
             MOVE 'N' TO WS-CPF-DATA-SW
           END-IF
           MOVE CA-CPF-OPT-OUT-APPT TO WS-CPF-FLAG
           IF NOT WS-CPF-FLAG-VALID
             MOVE 'N' TO WS-CPF-DATA-SW
           END-IF
           MOVE CA-CPF-OPT-OUT-RX TO WS-CPF-FLAG
           IF NOT WS-CPF-FLAG-VALID
             MOVE 'N' TO WS-CPF-DATA-SW
           END-IF
           MOVE CA-CPF-OPT-OUT-THERAPY TO WS-CPF-FLAG
           IF NOT WS-CPF-FLAG-VALID
             MOVE 'N' TO WS-CPF-DATA-SW
           END-IF
           IF CA-CPF-QUIET-START = SPACES
               AND CA-CPF-QUIET-END = SPACES
             CONTINUE
           ELSE
             MOVE CA-CPF-QUIET-START TO WS-CPF-TIME
             PERFORM 2902-CHECK-QUIET-TIME
             MOVE CA-CPF-QUIET-END TO WS-CPF-TIME
             PERFORM 2902-CHECK-QUIET-TIME
           END-IF
           .

       2902-CHECK-QUIET-TIME.
           IF WS-CPF-HH NOT NUMERIC OR WS-CPF-MM NOT NUMERIC
               OR WS-CPF-COLON NOT = ':'
             MOVE 'N' TO WS-CPF-DATA-SW
           ELSE
             IF WS-CPF-HH > '23' OR WS-CPF-MM > '59'
               MOVE 'N' TO WS-CPF-DATA-SW
             END-IF
           END-IF
           .

       2903-CHECK-CONTACT-DETAIL.
           IF (CA-CPF-CHANNEL = 'S' AND PM-PHONE-MOBILE = SPACES)
               OR (CA-CPF-CHANNEL = 'E' AND PM-EMAIL-ADDRESS = SPACES)
             MOVE RC-CPF-NO-ADDRESS TO CA-RETURN-CODE
           ELSE
             PERFORM 2904-STORE-CONTACT-PREF
           END-IF
           .

       2904-STORE-CONTACT-PREF.
           OPEN I-O PATCNTPF-FILE
           IF WS-PATCNTPF-STATUS = '35'
             CLOSE PATCNTPF-FILE
             OPEN OUTPUT PATCNTPF-FILE
             CLOSE PATCNTPF-FILE
             OPEN I-O PATCNTPF-FILE
           END-IF

           MOVE CA-PATIENT-ID TO CP-PATIENT-ID
           READ PATCNTPF-FILE
             INVALID KEY
               SET WS-NOT-FOUND TO TRUE
             NOT INVALID KEY
               SET WS-FOUND TO TRUE
           END-READ

           MOVE CA-CPF-CHANNEL         TO CP-CHANNEL
           MOVE CA-CPF-OPT-OUT-APPT    TO CP-OPT-OUT-APPT
           MOVE CA-CPF-OPT-OUT-RX      TO CP-OPT-OUT-RX
           MOVE CA-CPF-OPT-OUT-THERAPY TO CP-OPT-OUT-THERAPY
           MOVE CA-CPF-QUIET-START     TO CP-QUIET-START
           MOVE CA-CPF-QUIET-END       TO CP-QUIET-END
           MOVE WS-TODAY-TEXT          TO CP-LAST-UPDATED
           MOVE CA-CPF-USERID          TO CP-UPDATED-USERID

           IF WS-FOUND
             REWRITE PATCNTPF-RECORD
             MOVE WS-PATCNTPF-STATUS TO WS-ERR-STATUS
             MOVE '2904-STORE-CONTACT-PREF' TO WS-ERR-PARAGRAPH
             MOVE 'PATCNTPF' TO WS-ERR-FILE
             MOVE 'REWRITE ' TO WS-ERR-OPERATION
             MOVE CP-PATIENT-ID TO WS-ERR-KEY
             PERFORM 9100-CHECK-FILE-OP
           ELSE
             WRITE PATCNTPF-RECORD
             MOVE WS-PATCNTPF-STATUS TO WS-ERR-STATUS
             MOVE '2904-STORE-CONTACT-PREF' TO WS-ERR-PARAGRAPH
             MOVE 'PATCNTPF' TO WS-ERR-FILE
             MOVE 'WRITE   ' TO WS-ERR-OPERATION
             MOVE CP-PATIENT-ID TO WS-ERR-KEY
             PERFORM 9100-CHECK-FILE-OP
           END-IF

           CLOSE PATCNTPF-FILE
           MOVE RC-SUCCESS TO CA-RETURN-CODE
           .

      *+---------------------------------------------------------------+
      *| PATIENT PROBLEM LIST (01ADGN) - RECORDS ONE ICD-10 CODE ON    |
      *| THE PATIENT'S PATDIAG PROBLEM LIST WITH ITS ONSET, RESOLVED   |
      *| DATE, STATUS AND CHRONIC FLAG, KEYED BY PATIENT + CODE SO     |
      *| RE-SENDING THE SAME CODE UPDATES IN PLACE, THE SAME WAY       |
      *| 01AALG MAINTAINS PATALRGY. THE RECORDING PRESCRIBER MUST BE   |
      *| ON PRSCMSTR AND ACTIVE. 01AVIS AND 01AMED MAY THEN NAME AN    |
      *| ACTIVE PROBLEM AS THE REASON FOR THE VISIT OR PRESCRIPTION    |
      *| (2915), AND HCMBILX0 BILLS THE CHARGE UNDER THAT CODE.        |
      *+---------------------------------------------------------------+
       2910-PROCESS-DIAGNOSIS.
           PERFORM 2911-VET-DIAGNOSIS
           IF NOT WS-DGN-DATA-OK
             MOVE RC-DGN-INVALID-DATA TO CA-RETURN-CODE
           ELSE
             PERFORM 2917-CHECK-DGN-PATIENT
             IF NOT WS-DGN-PATIENT-FOUND
               MOVE RC-DGN-PAT-NOT-FOUND TO CA-RETURN-CODE
             ELSE
               PERFORM 2913-VALIDATE-DGN-PRESCRIBER
               IF NOT WS-PRESCRIBER-OK
                 MOVE RC-DGN-PRESCRIBER-INV TO CA-RETURN-CODE
               ELSE
                 PERFORM 2914-STORE-DIAGNOSIS
               END-IF
             END-IF
           END-IF
           .

      *    A BLANK ONSET OR RESOLVED DATE MEANS TODAY. DATES ARE
      *    CCYY-MM-DD AND MAY NOT BE IN THE FUTURE; A PROBLEM CANNOT
      *    RESOLVE BEFORE IT BEGAN, AND AN ACTIVE ONE HAS NO RESOLVED
      *    DATE. THE CHRONIC FLAG IS 'Y', 'N' OR SPACE.
       2911-VET-DIAGNOSIS.
           MOVE 'Y' TO WS-DGN-DATA-SW
           MOVE CA-DGN-CODE TO WS-DGN-CODE
           PERFORM 2912-CHECK-ICD10-FORMAT
           IF CA-DGN-DESCRIPTION = SPACES
             MOVE 'N' TO WS-DGN-DATA-SW
           END-IF
           IF CA-DGN-CHRONIC NOT = 'Y' AND CA-DGN-CHRONIC NOT = 'N'
               AND CA-DGN-CHRONIC NOT = SPACE
             MOVE 'N' TO WS-DGN-DATA-SW
           END-IF

           IF CA-DGN-ONSET-DATE = SPACES
             MOVE WS-TODAY-TEXT TO WS-DGN-ONSET-DATE
           ELSE
             MOVE CA-DGN-ONSET-DATE TO WS-DGN-ONSET-DATE
           END-IF
           MOVE WS-DGN-ONSET-DATE TO WS-DATE-IN
           PERFORM 2916-CHECK-DGN-DATE
           MOVE WS-DATE-NUM TO WS-DGN-ONSET-NUM

           EVALUATE CA-DGN-STATUS
             WHEN 'A'
             WHEN SPACE
               MOVE SPACES TO WS-DGN-RESOLVED-DATE
               IF CA-DGN-RESOLVED-DATE NOT = SPACES
                 MOVE 'N' TO WS-DGN-DATA-SW
               END-IF
             WHEN 'R'
               IF CA-DGN-RESOLVED-DATE = SPACES
                 MOVE WS-TODAY-TEXT TO WS-DGN-RESOLVED-DATE
               ELSE
                 MOVE CA-DGN-RESOLVED-DATE TO WS-DGN-RESOLVED-DATE
               END-IF
               MOVE WS-DGN-RESOLVED-DATE TO WS-DATE-IN
               PERFORM 2916-CHECK-DGN-DATE
               IF WS-DATE-NUM < WS-DGN-ONSET-NUM
                 MOVE 'N' TO WS-DGN-DATA-SW
               END-IF
             WHEN OTHER
               MOVE 'N' TO WS-DGN-DATA-SW
           END-EVALUATE
           .

      *    ICD-10-CM SHAPE: A LETTER, A DIGIT AND A LETTER OR DIGIT
      *    (THE CATEGORY), THEN EITHER NOTHING OR A DOT FOLLOWED BY ONE
      *    TO FOUR LETTERS OR DIGITS WITH NO EMBEDDED BLANK. THE CODE
      *    IS NOT LOOKED UP - THE PRACTICE KEEPS NO CODE TABLE.
       2912-CHECK-ICD10-FORMAT.
           IF WS-DGN-CATEGORY = SPACE
               OR WS-DGN-CATEGORY NOT ALPHABETIC-UPPER
             MOVE 'N' TO WS-DGN-DATA-SW
           END-IF
           IF WS-DGN-CAT-DIGIT NOT NUMERIC
             MOVE 'N' TO WS-DGN-DATA-SW
           END-IF
           IF WS-DGN-CAT-LAST = SPACE
               OR (WS-DGN-CAT-LAST NOT NUMERIC
                   AND WS-DGN-CAT-LAST NOT ALPHABETIC-UPPER)
             MOVE 'N' TO WS-DGN-DATA-SW
           END-IF
           IF WS-DGN-DOT = SPACE
             IF WS-DGN-CODE(5:4) NOT = SPACES
               MOVE 'N' TO WS-DGN-DATA-SW
             END-IF
           ELSE
             IF WS-DGN-DOT NOT = '.' OR WS-DGN-CODE(5:4) = SPACES
               MOVE 'N' TO WS-DGN-DATA-SW
             ELSE
               MOVE 'N' TO WS-DGN-EXT-GAP-SW
               PERFORM VARYING WS-DGN-EXT-IDX FROM 1 BY 1
                   UNTIL WS-DGN-EXT-IDX > 4
                 IF WS-DGN-EXT-CHAR(WS-DGN-EXT-IDX) = SPACE
                   SET WS-DGN-EXT-GAP TO TRUE
                 ELSE
                   IF WS-DGN-EXT-GAP
                       OR (WS-DGN-EXT-CHAR(WS-DGN-EXT-IDX) NOT NUMERIC
                       AND WS-DGN-EXT-CHAR(WS-DGN-EXT-IDX)
                           NOT ALPHABETIC-UPPER)
                     MOVE 'N' TO WS-DGN-DATA-SW
                   END-IF
                 END-IF
               END-PERFORM
             END-IF
           END-IF
           .

      *    THE SAME THREE-WAY TEST 2202 APPLIES TO CA-PRESCRIBER-ID ON
      *    01AMED, AGAINST THE 01ADGN FIELD. 2202 ITSELF CANNOT BE
      *    USED - ITS FIELD LIES IN THE MEDICATION REDEFINES.
       2913-VALIDATE-DGN-PRESCRIBER.
           MOVE 'N' TO WS-PRESCRIBER-OK-SW
           IF CA-DGN-PRESCRIBER-ID = SPACES
             CONTINUE
           ELSE
             OPEN INPUT PRSCMSTR-FILE
             IF WS-PRSCMSTR-STATUS = '35'
               CLOSE PRSCMSTR-FILE
             ELSE
               MOVE CA-DGN-PRESCRIBER-ID TO PR-PRESCRIBER-ID
               READ PRSCMSTR-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF PR-ACTIVE
                     SET WS-PRESCRIBER-OK TO TRUE
                   END-IF
               END-READ
               CLOSE PRSCMSTR-FILE
             END-IF
           END-IF
           .

      *    THE DEFAULTED DATES ARE ECHOED BACK SO THE CALLER SEES WHAT
      *    WAS STORED. AN UPDATE KEEPS THE ORIGINAL RECORDED DATE.
       2914-STORE-DIAGNOSIS.
           OPEN I-O PATDIAG-FILE
           IF WS-PATDIAG-STATUS = '35'
             CLOSE PATDIAG-FILE
             OPEN OUTPUT PATDIAG-FILE
             CLOSE PATDIAG-FILE
             OPEN I-O PATDIAG-FILE
           END-IF

           MOVE CA-PATIENT-ID TO DX-PATIENT-ID
           MOVE CA-DGN-CODE   TO DX-ICD10-CODE
           READ PATDIAG-FILE
             INVALID KEY
               SET WS-NOT-FOUND TO TRUE
             NOT INVALID KEY
               SET WS-FOUND TO TRUE
           END-READ

           MOVE CA-DGN-DESCRIPTION   TO DX-DESCRIPTION
           MOVE WS-DGN-ONSET-DATE    TO DX-ONSET-DATE
           MOVE WS-DGN-RESOLVED-DATE TO DX-RESOLVED-DATE
           IF CA-DGN-STATUS = 'R'
             MOVE 'R' TO DX-STATUS
           ELSE
             MOVE 'A' TO DX-STATUS
           END-IF
           IF CA-DGN-CHRONIC = 'Y'
             MOVE 'Y' TO DX-CHRONIC-FLAG
           ELSE
             MOVE 'N' TO DX-CHRONIC-FLAG
           END-IF
           MOVE CA-DGN-PRESCRIBER-ID TO DX-PRESCRIBER-ID
           MOVE WS-TODAY-TEXT        TO DX-LAST-UPDATED

           IF WS-FOUND
             REWRITE PATDIAG-RECORD
             MOVE WS-PATDIAG-STATUS TO WS-ERR-STATUS
             MOVE '2914-STORE-DIAGNOSIS' TO WS-ERR-PARAGRAPH
             MOVE 'PATDIAG ' TO WS-ERR-FILE
             MOVE 'REWRITE ' TO WS-ERR-OPERATION
             MOVE DX-KEY TO WS-ERR-KEY
             PERFORM 9100-CHECK-FILE-OP
           ELSE
             MOVE WS-TODAY-TEXT TO DX-RECORDED-DATE
             WRITE PATDIAG-RECORD
             MOVE WS-PATDIAG-STATUS TO WS-ERR-STATUS
             MOVE '2914-STORE-DIAGNOSIS' TO WS-ERR-PARAGRAPH
             MOVE 'PATDIAG ' TO WS-ERR-FILE
             MOVE 'WRITE   ' TO WS-ERR-OPERATION
             MOVE DX-KEY TO WS-ERR-KEY
             PERFORM 9100-CHECK-FILE-OP
           END-IF

           CLOSE PATDIAG-FILE
           MOVE WS-DGN-ONSET-DATE    TO CA-DGN-ONSET-DATE
           MOVE WS-DGN-RESOLVED-DATE TO CA-DGN-RESOLVED-DATE
           MOVE RC-SUCCESS TO CA-RETURN-CODE
           .

      *    A BLANK LINK CODE IS ALLOWED - NOT EVERY VISIT OR
      *    PRESCRIPTION IS RECORDED AGAINST A PROBLEM (HCMBILX0 HOLDS
      *    BACK THE INSURED CHARGE UNTIL ONE IS). A CODE THAT IS GIVEN
      *    MUST BE ON THE PATIENT'S LIST AND STILL ACTIVE.
       2915-CHECK-DIAGNOSIS-LINK.
           MOVE 'N' TO WS-DGN-LINK-SW
           IF WS-DGN-LINK-CODE = SPACES
             SET WS-DGN-LINK-OK TO TRUE
           ELSE
             OPEN INPUT PATDIAG-FILE
             IF WS-PATDIAG-STATUS = '35'
               CLOSE PATDIAG-FILE
             ELSE
               MOVE CA-PATIENT-ID    TO DX-PATIENT-ID
               MOVE WS-DGN-LINK-CODE TO DX-ICD10-CODE
               READ PATDIAG-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF DX-STAT-ACTIVE
                     SET WS-DGN-LINK-OK TO TRUE
                   END-IF
               END-READ
               CLOSE PATDIAG-FILE
             END-IF
           END-IF
           .

      *    WS-DATE-IN MUST BE CCYY-MM-DD WITH A PLAUSIBLE MONTH AND DAY
      *    AND NOT AFTER TODAY. WS-DATE-NUM COMES BACK FOR COMPARISON.
       2916-CHECK-DGN-DATE.
           IF WS-DATE-IN(5:1) NOT = '-' OR WS-DATE-IN(8:1) NOT = '-'
               OR WS-DP-CCYY NOT NUMERIC OR WS-DP-MM NOT NUMERIC
               OR WS-DP-DD NOT NUMERIC
             MOVE 'N' TO WS-DGN-DATA-SW
             MOVE ZEROES TO WS-DATE-NUM
           ELSE
             IF WS-DP-MM < 1 OR WS-DP-MM > 12
                 OR WS-DP-DD < 1 OR WS-DP-DD > 31
               MOVE 'N' TO WS-DGN-DATA-SW
             END-IF
             PERFORM 2213-CONVERT-DATE-TO-NUM
             IF WS-DATE-NUM > WS-TODAY-NUM
               MOVE 'N' TO WS-DGN-DATA-SW
             END-IF
           END-IF
           .

      *    THE PROBLEM LIST IS ONLY KEPT FOR A PATIENT ON PATMSTR -
      *    THE ACTIVE-PATIENT GATE (1100) LETS AN UNKNOWN ID THROUGH.
       2917-CHECK-DGN-PATIENT.
           MOVE 'N' TO WS-DGN-PATIENT-SW
           OPEN INPUT PATMSTR-FILE
           IF WS-PATMSTR-STATUS = '35'
             CLOSE PATMSTR-FILE
           ELSE
             MOVE CA-PATIENT-ID TO PM-PATIENT-ID
             READ PATMSTR-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 SET WS-DGN-PATIENT-FOUND TO TRUE
             END-READ
             CLOSE PATMSTR-FILE
           END-IF
           .

      *+---------------------------------------------------------------+
      *| CARE-TEAM ASSIGNMENT (01ACTM) - NAMES THE PATIENT'S PRIMARY   |
      *| NURSE AND PRIMARY PRESCRIBER, EACH WITH A BACKUP, IN CARETEAM |
      *| KEYED BY PATIENT SO RE-SENDING REPLACES THE ASSIGNMENT IN     |
      *| PLACE, THE SAME WAY 01ACPF MAINTAINS PATCNTPF. THE KEYING     |
      *| USER MUST BE A NURSE OR PRESCRIBER ON STAFFSEC. A NURSE MUST  |
      *| BE AN ACTIVE STAFFSEC USERID WITH ROLE NURSE AND A PRESCRIBER |
      *| ACTIVE ON PRSCMSTR. THE WORKLIST JOBS ROUTE EACH PATIENT'S    |
      *| ITEMS TO THE STAFF MEMBER RESOLVED FROM THIS RECORD, AND      |
      *| HCMCSLD0 REPORTS THE RESULTING CASELOADS.                     |
      *+---------------------------------------------------------------+
       2920-PROCESS-CARE-TEAM.
           MOVE CA-CTM-USERID TO WS-AUTH-USERID
           SET WS-NEED-WORKLIST TO TRUE
           PERFORM 9200-CHECK-STAFF-AUTHORITY
           IF WS-AUTH-OK
             PERFORM 2921-VET-AND-STORE-CARE-TEAM
           END-IF
           .

       2921-VET-AND-STORE-CARE-TEAM.
           PERFORM 2922-VET-CARE-TEAM
           IF NOT WS-CTM-DATA-OK
             MOVE RC-CTM-INVALID-DATA TO CA-RETURN-CODE
           ELSE
             PERFORM 2923-CHECK-CTM-PATIENT
             IF NOT WS-CTM-PATIENT-FOUND
               MOVE RC-CTM-PAT-NOT-FOUND TO CA-RETURN-CODE
             ELSE
               PERFORM 2924-CHECK-CTM-NURSES
               IF NOT WS-CTM-STAFF-OK
                 MOVE RC-CTM-NURSE-INVALID TO CA-RETURN-CODE
               ELSE
                 PERFORM 2925-CHECK-CTM-PRESCRIBERS
                 IF NOT WS-CTM-STAFF-OK
                   MOVE RC-CTM-PRSCR-INVALID TO CA-RETURN-CODE
                 ELSE
                   PERFORM 2929-STORE-CARE-TEAM
                 END-IF
               END-IF
             END-IF
           END-IF
           .

      *    AT LEAST ONE PRIMARY IS NAMED, A BACKUP HAS A PRIMARY TO
      *    COVER AND IS NOT THAT SAME PERSON. A BLANK EFFECTIVE DATE
      *    MEANS TODAY; IT MAY BE IN THE FUTURE SO A HANDOVER CAN BE
      *    KEYED AHEAD. THE END DATE, WHEN GIVEN, IS NOT BEFORE IT.
       2922-VET-CARE-TEAM.
           MOVE 'Y' TO WS-CTM-DATA-SW
           IF CA-CTM-PRIMARY-NURSE = SPACES
               AND CA-CTM-PRIMARY-PRESCRIBER = SPACES
             MOVE 'N' TO WS-CTM-DATA-SW
           END-IF
           IF CA-CTM-BACKUP-NURSE NOT = SPACES
               AND (CA-CTM-PRIMARY-NURSE = SPACES
                    OR CA-CTM-BACKUP-NURSE = CA-CTM-PRIMARY-NURSE)
             MOVE 'N' TO WS-CTM-DATA-SW
           END-IF
           IF CA-CTM-BACKUP-PRESCRIBER NOT = SPACES
               AND (CA-CTM-PRIMARY-PRESCRIBER = SPACES
                    OR CA-CTM-BACKUP-PRESCRIBER =
                       CA-CTM-PRIMARY-PRESCRIBER)
             MOVE 'N' TO WS-CTM-DATA-SW
           END-IF

           IF CA-CTM-EFFECTIVE-DATE = SPACES
             MOVE WS-TODAY-TEXT TO WS-CTM-EFFECTIVE-DATE
           ELSE
             MOVE CA-CTM-EFFECTIVE-DATE TO WS-CTM-EFFECTIVE-DATE
           END-IF
           MOVE WS-CTM-EFFECTIVE-DATE TO WS-DATE-IN
           PERFORM 2928-CHECK-CTM-DATE
           MOVE WS-DATE-NUM TO WS-CTM-EFFECTIVE-NUM

           IF CA-CTM-END-DATE NOT = SPACES
             MOVE CA-CTM-END-DATE TO WS-DATE-IN
             PERFORM 2928-CHECK-CTM-DATE
             IF WS-DATE-NUM < WS-CTM-EFFECTIVE-NUM
               MOVE 'N' TO WS-CTM-DATA-SW
             END-IF
           END-IF
           .

       2923-CHECK-CTM-PATIENT.
           MOVE 'N' TO WS-CTM-PATIENT-SW
           OPEN INPUT PATMSTR-FILE
           IF WS-PATMSTR-STATUS = '35'
             CLOSE PATMSTR-FILE
           ELSE
             MOVE CA-PATIENT-ID TO PM-PATIENT-ID
             READ PATMSTR-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 SET WS-CTM-PATIENT-FOUND TO TRUE
             END-READ
             CLOSE PATMSTR-FILE
           END-IF
           .

       2924-CHECK-CTM-NURSES.
           SET WS-CTM-STAFF-OK TO TRUE
           OPEN INPUT STAFFSEC-FILE
           MOVE CA-CTM-PRIMARY-NURSE TO WS-CTM-STAFF-ID
           PERFORM 2926-CHECK-ONE-NURSE
           MOVE CA-CTM-BACKUP-NURSE TO WS-CTM-STAFF-ID
           PERFORM 2926-CHECK-ONE-NURSE
           CLOSE STAFFSEC-FILE
           .

       2925-CHECK-CTM-PRESCRIBERS.
           SET WS-CTM-STAFF-OK TO TRUE
           OPEN INPUT PRSCMSTR-FILE
           MOVE CA-CTM-PRIMARY-PRESCRIBER TO WS-CTM-STAFF-ID
           PERFORM 2927-CHECK-ONE-PRESCRIBER
           MOVE CA-CTM-BACKUP-PRESCRIBER TO WS-CTM-STAFF-ID
           PERFORM 2927-CHECK-ONE-PRESCRIBER
           CLOSE PRSCMSTR-FILE
           .

      *    A BLANK SLOT IS LEFT UNFILLED AND PASSES. A MISSING STAFFSEC
      *    FILE FAILS THE READ, SO ANY NAMED NURSE IS THEN REFUSED.
       2926-CHECK-ONE-NURSE.
           IF WS-CTM-STAFF-ID NOT = SPACES
             MOVE WS-CTM-STAFF-ID TO SS-USERID
             READ STAFFSEC-FILE
               INVALID KEY
                 MOVE 'N' TO WS-CTM-STAFF-SW
               NOT INVALID KEY
                 IF SS-STAFF-INACTIVE OR NOT SS-ROLE-NURSE
                   MOVE 'N' TO WS-CTM-STAFF-SW
                 END-IF
             END-READ
             IF WS-STAFFSEC-STATUS NOT = '00'
               MOVE 'N' TO WS-CTM-STAFF-SW
             END-IF
           END-IF
           .

       2927-CHECK-ONE-PRESCRIBER.
           IF WS-CTM-STAFF-ID NOT = SPACES
             MOVE WS-CTM-STAFF-ID TO PR-PRESCRIBER-ID
             READ PRSCMSTR-FILE
               INVALID KEY
                 MOVE 'N' TO WS-CTM-STAFF-SW
               NOT INVALID KEY
                 IF NOT PR-ACTIVE
                   MOVE 'N' TO WS-CTM-STAFF-SW
                 END-IF
             END-READ
             IF WS-PRSCMSTR-STATUS NOT = '00'
               MOVE 'N' TO WS-CTM-STAFF-SW
             END-IF
           END-IF
           .

      *    WS-DATE-IN MUST BE CCYY-MM-DD WITH A PLAUSIBLE MONTH AND
      *    DAY. UNLIKE 2916 A FUTURE DATE IS ALLOWED. WS-DATE-NUM COMES
      *    BACK FOR COMPARISON.
       2928-CHECK-CTM-DATE.
           IF WS-DATE-IN(5:1) NOT = '-' OR WS-DATE-IN(8:1) NOT = '-'
               OR WS-DP-CCYY NOT NUMERIC OR WS-DP-MM NOT NUMERIC
               OR WS-DP-DD NOT NUMERIC
             MOVE 'N' TO WS-CTM-DATA-SW
             MOVE ZEROES TO WS-DATE-NUM
           ELSE
             IF WS-DP-MM < 1 OR WS-DP-MM > 12
                 OR WS-DP-DD < 1 OR WS-DP-DD > 31
               MOVE 'N' TO WS-CTM-DATA-SW
             END-IF
             PERFORM 2213-CONVERT-DATE-TO-NUM
           END-IF
           .

      *    THE DEFAULTED EFFECTIVE DATE IS ECHOED BACK SO THE CALLER
      *    SEES WHAT WAS STORED.
       2929-STORE-CARE-TEAM.
           OPEN I-O CARETEAM-FILE
           IF WS-CARETEAM-STATUS = '35'
             CLOSE CARETEAM-FILE
             OPEN OUTPUT CARETEAM-FILE
             CLOSE CARETEAM-FILE
             OPEN I-O CARETEAM-FILE
           END-IF

           MOVE CA-PATIENT-ID TO CT-PATIENT-ID
           READ CARETEAM-FILE
             INVALID KEY
               SET WS-NOT-FOUND TO TRUE
             NOT INVALID KEY
               SET WS-FOUND TO TRUE
           END-READ

           MOVE CA-CTM-PRIMARY-NURSE      TO CT-PRIMARY-NURSE
           MOVE CA-CTM-BACKUP-NURSE       TO CT-BACKUP-NURSE
           MOVE CA-CTM-PRIMARY-PRESCRIBER TO CT-PRIMARY-PRESCRIBER
           MOVE CA-CTM-BACKUP-PRESCRIBER  TO CT-BACKUP-PRESCRIBER
           MOVE WS-CTM-EFFECTIVE-DATE     TO CT-EFFECTIVE-DATE
           MOVE CA-CTM-END-DATE           TO CT-END-DATE
           MOVE WS-TODAY-TEXT             TO CT-LAST-UPDATED
           MOVE CA-CTM-USERID             TO CT-UPDATED-USERID

           IF WS-FOUND
             REWRITE CARETEAM-RECORD
             MOVE WS-CARETEAM-STATUS TO WS-ERR-STATUS
             MOVE '2929-STORE-CARE-TEAM' TO WS-ERR-PARAGRAPH
             MOVE 'CARETEAM' TO WS-ERR-FILE
             MOVE 'REWRITE ' TO WS-ERR-OPERATION
             MOVE CT-PATIENT-ID TO WS-ERR-KEY
             PERFORM 9100-CHECK-FILE-OP
           ELSE
             WRITE CARETEAM-RECORD
             MOVE WS-CARETEAM-STATUS TO WS-ERR-STATUS
             MOVE '2929-STORE-CARE-TEAM' TO WS-ERR-PARAGRAPH
             MOVE 'CARETEAM' TO WS-ERR-FILE
             MOVE 'WRITE   ' TO WS-ERR-OPERATION
             MOVE CT-PATIENT-ID TO WS-ERR-KEY
             PERFORM 9100-CHECK-FILE-OP
           END-IF

           CLOSE CARETEAM-FILE
           MOVE WS-CTM-EFFECTIVE-DATE TO CA-CTM-EFFECTIVE-DATE
           MOVE RC-SUCCESS TO CA-RETURN-CODE
           .

      *+---------------------------------------------------------------+
      *| REQUEST 007 - END-OF-DAY RECONCILIATION FEED                 |
      *+---------------------------------------------------------------+
       9000-WRITE-TXN-LOG.
           OPEN EXTEND TXNLOG-FILE
           IF WS-TXNLOG-STATUS = '35'
             CLOSE TXNLOG-FILE
             OPEN OUTPUT TXNLOG-FILE
             CLOSE TXNLOG-FILE
             OPEN EXTEND TXNLOG-FILE
           END-IF

           MOVE CA-REQUEST-ID  TO TL-REQUEST-ID
           MOVE CA-RETURN-CODE TO TL-RETURN-CODE
           MOVE CA-PATIENT-ID  TO TL-PATIENT-ID
           MOVE WS-TODAY-TEXT  TO TL-TXN-DATE
           MOVE WS-NOW-TEXT    TO TL-TXN-TIME
           WRITE TXNLOG-RECORD
           MOVE WS-TXNLOG-STATUS TO WS-ERR-STATUS
           MOVE '9000-WRITE-TXN-LOG' TO WS-ERR-PARAGRAPH
           MOVE 'TXNLOG  ' TO WS-ERR-FILE
           MOVE 'WRITE   ' TO WS-ERR-OPERATION
           MOVE TL-PATIENT-ID TO WS-ERR-KEY
           PERFORM 9100-CHECK-FILE-OP

           CLOSE TXNLOG-FILE
           .

      *+---------------------------------------------------------------+
      *| FORWARD-RECOVERY JOURNAL. AN ACCEPTED UPDATING REQUEST (THE   |
      *| CODES HCMRECN0 COUNTS AS ACCEPTED) IS WRITTEN TO TXNJRNL      |
      *| WHOLE - THE COMMAREA AS IT GOES BACK TO THE CALLER - WITH ITS |
      *| DATE, TIME, TERMINAL, TASK AND A SEQUENCE NUMBER FROM THE     |
      *| RXCTL 'J' RECORD. THE ENQ SPANS BOTH THE NUMBER AND THE       |
      *| WRITE, SO THE FILE IS ALWAYS IN SEQUENCE ORDER. A FAILED      |
      *| JOURNAL WRITE IS LOGGED TO OPSERRL LIKE ANY OTHER FILE ERROR  |
      *| BUT, LIKE TXNLOG, COMES TOO LATE TO CHANGE WHAT THE CALLER IS |
      *| TOLD - THE UPDATE ITSELF HAS PERSISTED. HCMJRPL0 REPORTS THE  |
      *| SEQUENCE GAP.                                                 |
      *+---------------------------------------------------------------+
       9050-WRITE-JOURNAL.
           EVALUATE CA-RETURN-CODE
             WHEN RC-SUCCESS
             WHEN RC-USR-UNLOCKED
             WHEN RC-VIS-ALERT-RAISED
             WHEN RC-LAB-ALERT-RAISED
               PERFORM 9060-JOURNAL-ACCEPTED-REQUEST
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       9060-JOURNAL-ACCEPTED-REQUEST.
           EXEC CICS
               ENQ RESOURCE(WS-JRNL-ENQ-NAME)
                   LENGTH(8)
           END-EXEC

           PERFORM 9070-ISSUE-JOURNAL-SEQUENCE

           OPEN EXTEND TXNJRNL-FILE
           IF WS-TXNJRNL-STATUS = '35'
             CLOSE TXNJRNL-FILE
             OPEN OUTPUT TXNJRNL-FILE
             CLOSE TXNJRNL-FILE
             OPEN EXTEND TXNJRNL-FILE
           END-IF

           MOVE WS-JRNL-SEQUENCE TO JR-SEQUENCE-NO
           MOVE WS-TODAY-TEXT    TO JR-TXN-DATE
           MOVE WS-NOW-TEXT      TO JR-TXN-TIME
           MOVE EIBTRMID         TO JR-TERMINAL-ID
           MOVE EIBTASKN         TO JR-TASK-NUMBER
           MOVE CA-REQUEST-ID    TO JR-REQUEST-ID
           MOVE CA-RETURN-CODE   TO JR-RETURN-CODE
           MOVE CA-PATIENT-ID    TO JR-PATIENT-ID
           MOVE DFHCOMMAREA      TO JR-COMMAREA
           WRITE TXNJRNL-RECORD
           MOVE WS-TXNJRNL-STATUS TO WS-ERR-STATUS
           MOVE '9060-JOURNAL-ACCEPTED-REQUEST' TO WS-ERR-PARAGRAPH
           MOVE 'TXNJRNL ' TO WS-ERR-FILE
           MOVE 'WRITE   ' TO WS-ERR-OPERATION
           MOVE JR-SEQUENCE-NO TO WS-ERR-KEY
           PERFORM 9100-CHECK-FILE-OP

           CLOSE TXNJRNL-FILE

           EXEC CICS
               DEQ RESOURCE(WS-JRNL-ENQ-NAME)
                   LENGTH(8)
           END-EXEC
           .

      *    RXCTL MAY ALREADY BE OPEN I-O FOR THE LIFE OF THE PROGRAM
      *    (2280); OTHERWISE IT IS OPENED JUST FOR THE NUMBER. NO 'J'
      *    RECORD YET MEANS THE JOURNAL STARTS AT SEQUENCE 1.
       9070-ISSUE-JOURNAL-SEQUENCE.
           IF NOT WS-MED-FILES-OPEN
             OPEN I-O RXCTL-FILE
             IF WS-RXCTL-STATUS = '35'
               CLOSE RXCTL-FILE
               OPEN OUTPUT RXCTL-FILE
               CLOSE RXCTL-FILE
               OPEN I-O RXCTL-FILE
             END-IF
           END-IF

           MOVE 'J' TO CTL-KEY
           READ RXCTL-FILE
             INVALID KEY
               MOVE 1 TO CTL-NEXT-JRNL-SEQ
               MOVE WS-TODAY-TEXT TO CTL-LAST-ISSUED-DATE
               WRITE RXCTL-RECORD
               MOVE WS-RXCTL-STATUS TO WS-ERR-STATUS
               MOVE '9070-ISSUE-JOURNAL-SEQUENCE' TO WS-ERR-PARAGRAPH
               MOVE 'RXCTL   ' TO WS-ERR-FILE
               MOVE 'WRITE   ' TO WS-ERR-OPERATION
               MOVE CTL-KEY TO WS-ERR-KEY
               PERFORM 9100-CHECK-FILE-OP
             NOT INVALID KEY
               CONTINUE
           END-READ

           MOVE CTL-NEXT-JRNL-SEQ TO WS-JRNL-SEQUENCE
           ADD 1 TO CTL-NEXT-JRNL-SEQ
           MOVE WS-TODAY-TEXT TO CTL-LAST-ISSUED-DATE
           REWRITE RXCTL-RECORD
           MOVE WS-RXCTL-STATUS TO WS-ERR-STATUS
           MOVE '9070-ISSUE-JOURNAL-SEQUENCE' TO WS-ERR-PARAGRAPH
           MOVE 'RXCTL   ' TO WS-ERR-FILE
           MOVE 'REWRITE ' TO WS-ERR-OPERATION
           MOVE CTL-KEY TO WS-ERR-KEY
           PERFORM 9100-CHECK-FILE-OP

           IF NOT WS-MED-FILES-OPEN
             CLOSE RXCTL-FILE
           END-IF
           .

      *+---------------------------------------------------------------+
      *| COMMON STAFF AUTHORITY CHECK. THE GATED FAMILY FILLS IN      |
      *| WS-AUTH-USERID AND THE NEEDED AUTHORITY, THEN PERFORMS THIS  |
      *| PARAGRAPH: AN ACTING USERID THAT IS BLANK, NOT ON STAFFSEC   |
      *| OR MARKED INACTIVE REJECTS WITH 93; A KNOWN, ACTIVE STAFF    |
      *| MEMBER WHOSE ROLE DOES NOT PERMIT THE ACTION REJECTS WITH    |
      *| 92. ONLY WHEN WS-AUTH-OK COMES BACK TRUE DOES THE FAMILY     |
      *| LOGIC RUN.                                                   |
      *+---------------------------------------------------------------+
       9200-CHECK-STAFF-AUTHORITY.
           MOVE 'N' TO WS-AUTH-RESULT
           IF WS-AUTH-USERID = SPACES
             MOVE RC-SYS-STAFF-UNKNOWN TO CA-RETURN-CODE
           ELSE
             OPEN INPUT STAFFSEC-FILE
             IF WS-STAFFSEC-STATUS = '35'
               MOVE RC-SYS-STAFF-UNKNOWN TO CA-RETURN-CODE
               CLOSE STAFFSEC-FILE
             ELSE
               MOVE WS-AUTH-USERID TO SS-USERID
               READ STAFFSEC-FILE
                 INVALID KEY
                   MOVE RC-SYS-STAFF-UNKNOWN TO CA-RETURN-CODE
                 NOT INVALID KEY
                   PERFORM 9210-EVALUATE-STAFF-ROLE
               END-READ
               CLOSE STAFFSEC-FILE
             END-IF
           END-IF
           .

       9210-EVALUATE-STAFF-ROLE.
           IF SS-STAFF-INACTIVE
             MOVE RC-SYS-STAFF-UNKNOWN TO CA-RETURN-CODE
           ELSE
             EVALUATE TRUE
               WHEN WS-NEED-PRESCRIBER AND SS-ROLE-PRESCRIBER
                 SET WS-AUTH-OK TO TRUE
               WHEN WS-NEED-OPERATIONS AND SS-ROLE-OPERATIONS
                 SET WS-AUTH-OK TO TRUE
               WHEN WS-NEED-WORKLIST AND
                   (SS-ROLE-NURSE OR SS-ROLE-PRESCRIBER)
                 SET WS-AUTH-OK TO TRUE
               WHEN WS-NEED-ANY-STAFF AND
                   (SS-ROLE-NURSE OR SS-ROLE-PRESCRIBER
                    OR SS-ROLE-OPERATIONS)
                 SET WS-AUTH-OK TO TRUE
               WHEN OTHER
                 MOVE RC-SYS-NOT-AUTHORIZED TO CA-RETURN-CODE
             END-EVALUATE
           END-IF
           .

      *+---------------------------------------------------------------+
      *| COMMON FILE-OPERATION CHECK. EVERY WRITE / REWRITE / DELETE  |
      *| SITE FILLS THE WS-FILE-ERROR-WORK FIELDS AND PERFORMS 9100.  |
      *| '00' IS CLEAN AND '02' IS A DUPLICATE-ALTERNATE-KEY NOTE ON  |
      *| PATMSTR, NOT A FAILURE. A FAILED OPEN DOES NOT NEED ITS OWN  |
           CLOSE OPSERRL-FILE
           .

      *    A REPLAY CALL FROM HCMJRPL0 RETURNS TO ITS BATCH CALLER.
       9999-RETURN-TO-CICS.
           IF WS-REPLAYING
             GOBACK
           END-IF
           EXEC CICS RETURN
           END-EXEC.
