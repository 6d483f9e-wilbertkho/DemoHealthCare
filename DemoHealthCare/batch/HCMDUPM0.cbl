      *| SHARING A KEY VALUE UNDER DIFFERENT PATIENT IDS, AS A         |
      *| CANDIDATE-DUPLICATE LIST FOR HUMAN REVIEW. MERGE REPOINTS    |
      *| THE LOSING ID'S RXACT, VISITREC, LABREC, ALERTREC, APPTREC,   |
      *| MEDASSGN, PATALRGY, PATDIAG, THRESHLD, CARETEAM, PATCNTPF,    |
      *| PATLEDGR AND USERSEC RECORDS TO THE SURVIVOR, DELETES THE     |
      *| LOSING PATMSTR RECORD, AND WRITES ONE MRGAUDIT RECORD PER     |
      *| RECORD TOUCHED. THE APPEND-ONLY LOGS (RXLOG, RXLIFE, RXADMIN, |
      *| LOGINAUD, PATAUDIT) ARE LEFT AS WRITTEN - THEY ARE HISTORY,   |
      *| NOT CURRENT STATE.                                            |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCMDUPM0.
               RECORD KEY IS AG-KEY
               FILE STATUS IS WS-PATALRGY-STATUS.

           SELECT PATDIAG-FILE ASSIGN TO 'PATDIAG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DX-KEY
               ALTERNATE RECORD KEY IS DX-ICD10-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-PATDIAG-STATUS.

           SELECT THRESHLD-FILE ASSIGN TO 'THRESHLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-PATIENT-ID
               FILE STATUS IS WS-THRESHLD-STATUS.

           SELECT CARETEAM-FILE ASSIGN TO 'CARETEAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-PATIENT-ID
               FILE STATUS IS WS-CARETEAM-STATUS.

           SELECT PATCNTPF-FILE ASSIGN TO 'PATCNTPF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PATIENT-ID
               FILE STATUS IS WS-PATCNTPF-STATUS.

           SELECT PATLEDGR-FILE ASSIGN TO 'PATLEDGR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-PATLEDGR-STATUS.

           SELECT USERSEC-FILE ASSIGN TO 'USERSEC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           LABEL RECORDS ARE STANDARD.
           COPY PATALRGY.

       FD  PATDIAG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PATDIAG.

       FD  THRESHLD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY THRESHLD.

       FD  CARETEAM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CARETEAM.

       FD  PATCNTPF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PATCNTPF.

       FD  PATLEDGR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PATLEDGR.

       FD  USERSEC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY USERSEC.
         03 WS-APPTREC-STATUS     PIC X(2).
         03 WS-MEDASSGN-STATUS    PIC X(2).
         03 WS-PATALRGY-STATUS    PIC X(2).
         03 WS-PATDIAG-STATUS     PIC X(2).
         03 WS-THRESHLD-STATUS    PIC X(2).
         03 WS-CARETEAM-STATUS    PIC X(2).
         03 WS-PATCNTPF-STATUS    PIC X(2).
         03 WS-PATLEDGR-STATUS    PIC X(2).
         03 WS-USERSEC-STATUS     PIC X(2).
         03 WS-DUPMPARM-STATUS    PIC X(2).
         03 WS-MRGAUDIT-STATUS    PIC X(2).
           88 WS-PARM-VALID       VALUE 'Y'.
         03 WS-FIRST-RECORD       PIC X(01).
           88 WS-IS-FIRST         VALUE 'Y'.
         03 WS-CHARGE-WRITTEN-SW  PIC X(01).
           88 WS-CHARGE-WRITTEN   VALUE 'Y'.

       01 WS-MERGE-IDS.
         03 WS-LOSING-ID          PIC 9(10).
         03 WS-NEXT-LAB-TIME      PIC X(10).
         03 WS-NEXT-LAB-TEST      PIC X(14).
         03 WS-NEXT-ALLERGEN      PIC X(50).
         03 WS-NEXT-ICD10-CODE    PIC X(08).
         03 WS-NEXT-CHARGE-DATE   PIC X(10).
         03 WS-NEXT-CHARGE-CODE   PIC X(10).
         03 WS-NEXT-CHARGE-SEQ    PIC 9(03).
         03 WS-CHARGE-SEQ         PIC 9(03).
         03 WS-NEXT-USERNAME      PIC X(10).

       01 WS-DATE-TIME-WORK.
               PERFORM 2270-MERGE-LABREC
               PERFORM 2300-MERGE-MEDASSGN
               PERFORM 2350-MERGE-PATALRGY
               PERFORM 2370-MERGE-PATDIAG
               PERFORM 2400-MERGE-THRESHLD
               PERFORM 2410-MERGE-CARETEAM
               PERFORM 2420-MERGE-PATCNTPF
               PERFORM 2450-MERGE-PATLEDGR
               PERFORM 2500-MERGE-USERSEC
               PERFORM 2600-DELETE-LOSING-MASTER
               CLOSE MRGAUDIT-FILE
           PERFORM 8000-WRITE-MERGE-AUDIT
           .

       2370-MERGE-PATDIAG.
           OPEN I-O PATDIAG-FILE
           IF WS-PATDIAG-STATUS = '35'
             CLOSE PATDIAG-FILE
           ELSE
             MOVE 'N' TO WS-END-OF-FILE
             MOVE LOW-VALUES TO WS-NEXT-ICD10-CODE
             PERFORM UNTIL WS-EOF
               MOVE WS-LOSING-ID       TO DX-PATIENT-ID
               MOVE WS-NEXT-ICD10-CODE TO DX-ICD10-CODE
               START PATDIAG-FILE KEY IS >= DX-KEY
                 INVALID KEY
                   SET WS-EOF TO TRUE
                 NOT INVALID KEY
                   CONTINUE
               END-START
               IF NOT WS-EOF
                 READ PATDIAG-FILE NEXT RECORD
                   AT END
                     SET WS-EOF TO TRUE
                   NOT AT END
                     IF DX-PATIENT-ID NOT = WS-LOSING-ID
                       SET WS-EOF TO TRUE
                     ELSE
                       PERFORM 2380-MOVE-ONE-DIAGNOSIS
                     END-IF
                 END-READ
               END-IF
             END-PERFORM
             CLOSE PATDIAG-FILE
           END-IF
           .

      *    A PROBLEM LEFT UNDER THE LOSING ID COULD NO LONGER BE NAMED
      *    ON THE SURVIVOR'S VISITS AND PRESCRIPTIONS, AND WOULD DROP
      *    THE SURVIVOR OFF THE HCMCHRN0 REGISTRY. THE SAME CODE
      *    ALREADY ON THE SURVIVOR'S LIST IS DROPPED RATHER THAN
      *    OVERWRITING ITS ONSET, STATUS AND RESOLUTION.
       2380-MOVE-ONE-DIAGNOSIS.
           MOVE DX-ICD10-CODE TO WS-NEXT-ICD10-CODE
           MOVE 'PATDIAG '    TO WS-AUDIT-FILE-NAME
           MOVE DX-KEY        TO WS-AUDIT-KEY
           DELETE PATDIAG-FILE
           MOVE WS-SURVIVING-ID TO DX-PATIENT-ID
           WRITE PATDIAG-RECORD
             INVALID KEY
               MOVE 'DROPPED ' TO WS-AUDIT-ACTION
               ADD 1 TO WS-DROPPED-COUNT
             NOT INVALID KEY
               MOVE 'MOVED   ' TO WS-AUDIT-ACTION
               ADD 1 TO WS-MOVED-COUNT
           END-WRITE
           PERFORM 8000-WRITE-MERGE-AUDIT
           .

      *    ONE THRESHLD RECORD PER PATIENT: IF THE SURVIVOR ALREADY
      *    HAS ONE, THE SURVIVOR'S SETTINGS STAND AND THE LOSING
      *    RECORD IS DROPPED.
           END-IF
           .

      *    ONE CARETEAM RECORD PER PATIENT, AS THRESHLD: THE TEAM
      *    ALREADY NAMED FOR THE SURVIVOR STANDS AND THE LOSING
      *    RECORD IS DROPPED.
       2410-MERGE-CARETEAM.
           OPEN I-O CARETEAM-FILE
           IF WS-CARETEAM-STATUS = '35'
             CLOSE CARETEAM-FILE
           ELSE
             MOVE WS-LOSING-ID TO CT-PATIENT-ID
             READ CARETEAM-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'CARETEAM'    TO WS-AUDIT-FILE-NAME
                 MOVE CT-PATIENT-ID TO WS-AUDIT-KEY
                 DELETE CARETEAM-FILE
                 MOVE WS-SURVIVING-ID TO CT-PATIENT-ID
                 WRITE CARETEAM-RECORD
                   INVALID KEY
                     MOVE 'DROPPED ' TO WS-AUDIT-ACTION
                     ADD 1 TO WS-DROPPED-COUNT
                   NOT INVALID KEY
                     MOVE 'MOVED   ' TO WS-AUDIT-ACTION
                     ADD 1 TO WS-MOVED-COUNT
                 END-WRITE
                 PERFORM 8000-WRITE-MERGE-AUDIT
             END-READ
             CLOSE CARETEAM-FILE
           END-IF
           .

      *    ONE PATCNTPF RECORD PER PATIENT, AS THRESHLD: THE
      *    SURVIVOR'S OWN CONTACT PREFERENCES STAND AND THE LOSING
      *    RECORD IS DROPPED.
       2420-MERGE-PATCNTPF.
           OPEN I-O PATCNTPF-FILE
           IF WS-PATCNTPF-STATUS = '35'
             CLOSE PATCNTPF-FILE
           ELSE
             MOVE WS-LOSING-ID TO CP-PATIENT-ID
             READ PATCNTPF-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'PATCNTPF'    TO WS-AUDIT-FILE-NAME
                 MOVE CP-PATIENT-ID TO WS-AUDIT-KEY
                 DELETE PATCNTPF-FILE
                 MOVE WS-SURVIVING-ID TO CP-PATIENT-ID
                 WRITE PATCNTPF-RECORD
                   INVALID KEY
                     MOVE 'DROPPED ' TO WS-AUDIT-ACTION
                     ADD 1 TO WS-DROPPED-COUNT
                   NOT INVALID KEY
                     MOVE 'MOVED   ' TO WS-AUDIT-ACTION
                     ADD 1 TO WS-MOVED-COUNT
                 END-WRITE
                 PERFORM 8000-WRITE-MERGE-AUDIT
             END-READ
             CLOSE PATCNTPF-FILE
           END-IF
           .

       2450-MERGE-PATLEDGR.
           OPEN I-O PATLEDGR-FILE
           IF WS-PATLEDGR-STATUS = '35'
             CLOSE PATLEDGR-FILE
           ELSE
             MOVE 'N' TO WS-END-OF-FILE
             MOVE LOW-VALUES TO WS-NEXT-CHARGE-DATE
             MOVE LOW-VALUES TO WS-NEXT-CHARGE-CODE
             MOVE ZEROES     TO WS-NEXT-CHARGE-SEQ
             PERFORM UNTIL WS-EOF
               MOVE WS-LOSING-ID        TO PL-PATIENT-ID
               MOVE WS-NEXT-CHARGE-DATE TO PL-SERVICE-DATE
               MOVE WS-NEXT-CHARGE-CODE TO PL-CHARGE-CODE
               MOVE WS-NEXT-CHARGE-SEQ  TO PL-CHARGE-SEQ
               START PATLEDGR-FILE KEY IS >= PL-KEY
                 INVALID KEY
                   SET WS-EOF TO TRUE
                 NOT INVALID KEY
                   CONTINUE
               END-START
               IF NOT WS-EOF
                 READ PATLEDGR-FILE NEXT RECORD
                   AT END
                     SET WS-EOF TO TRUE
                   NOT AT END
                     IF PL-PATIENT-ID NOT = WS-LOSING-ID
                       SET WS-EOF TO TRUE
                     ELSE
                       PERFORM 2460-MOVE-ONE-CHARGE
                     END-IF
                 END-READ
               END-IF
             END-PERFORM
             CLOSE PATLEDGR-FILE
           END-IF
           .

      *    A CHARGE IS MONEY OWED OR PAID AND IS NEVER DROPPED. ONE
      *    FOR THE SAME SERVICE DATE AND CHARGE CODE ALREADY ON THE
      *    SURVIVOR'S LEDGER IS NOT A DUPLICATE OF IT - IT TAKES THE
      *    NEXT FREE SEQUENCE UNDER THE SURVIVOR, THE WAY HCMBILX0
      *    POSTS A SERVICE BILLED TWICE ON ONE DAY. THE AUDIT KEY IS
      *    THE CHARGE'S KEY UNDER THE LOSING ID.
       2460-MOVE-ONE-CHARGE.
           MOVE PL-SERVICE-DATE TO WS-NEXT-CHARGE-DATE
           MOVE PL-CHARGE-CODE  TO WS-NEXT-CHARGE-CODE
           MOVE PL-CHARGE-SEQ   TO WS-NEXT-CHARGE-SEQ
           MOVE 'PATLEDGR'      TO WS-AUDIT-FILE-NAME
           MOVE PL-KEY          TO WS-AUDIT-KEY
           DELETE PATLEDGR-FILE
           MOVE WS-SURVIVING-ID TO PL-PATIENT-ID
           MOVE 'N' TO WS-CHARGE-WRITTEN-SW
           MOVE 0 TO WS-CHARGE-SEQ
           PERFORM UNTIL WS-CHARGE-WRITTEN OR WS-CHARGE-SEQ = 999
             ADD 1 TO WS-CHARGE-SEQ
             MOVE WS-CHARGE-SEQ TO PL-CHARGE-SEQ
             WRITE PATLEDGR-RECORD
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 SET WS-CHARGE-WRITTEN TO TRUE
             END-WRITE
           END-PERFORM
           IF WS-CHARGE-WRITTEN
             MOVE 'MOVED   ' TO WS-AUDIT-ACTION
             ADD 1 TO WS-MOVED-COUNT
           ELSE
             MOVE 'ERROR   ' TO WS-AUDIT-ACTION
             ADD 1 TO WS-ERROR-COUNT
           END-IF
           PERFORM 8000-WRITE-MERGE-AUDIT
           .

      *    USERSEC IS KEYED BY USERNAME, NOT PATIENT ID, SO THE WHOLE
      *    FILE IS SCANNED AND EVERY CREDENTIAL POINTING AT THE
      *    LOSING ID IS REPOINTED IN PLACE - THE USERNAME AND
