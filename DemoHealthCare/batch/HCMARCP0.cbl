      *| HCMARCP0                                                      |
      *| PERIODIC BATCH JOB - RETENTION-BASED ARCHIVE AND PURGE OF    |
      *| THE FILES THAT ONLY EVER GROW: THE APPEND-ONLY LOGS          |
      *| (TXNLOG, LOGINAUD, RXLOG, RXLIFE, TXNJRNL) AND THE KEYED     |
      *| HISTORY FILES (ALERTREC, VISITREC). RECORDS OLDER THAN THEIR |
      *| FILE'S RETENTION CUTOFF ARE COPIED TO A DATED ARCHIVE AND    |
      *| REMOVED FROM THE LIVE FILE, SO THE ONLINE DAY RUNS AGAINST   |
      *| CURRENT DATA WHILE OLD RECORDS STAY RETRIEVABLE FOR AUDITS.  |
      *| THE TXNJRNL CARD'S RETENTION MUST REACH BACK TO THE OLDEST   |
      *| BACKUP STILL HELD - HCMJRPL0 REPLAYS FROM A BACKUP'S POINT   |
      *| IN TIME, SO A JOURNAL THINNER THAN THAT CANNOT RECOVER IT.   |
      *|                                                               |
      *| DRIVEN BY ARCPPARM, ONE CARD PER FILE TO PROCESS:            |
      *|   POSITIONS 1-8   FILE ID (TXNLOG / LOGINAUD / RXLOG /       |
      *|                   RXLIFE / TXNJRNL / ALERTREC / VISITREC)    |
      *|   POSITIONS 9-13  RETENTION IN DAYS                          |
      *|                                                               |
      *| THE SEQUENTIAL LOGS CANNOT BE DELETED FROM IN PLACE, SO      |
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RXFNEW-STATUS.

           SELECT TXNJRNL-FILE ASSIGN TO 'TXNJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXNJRNL-STATUS.
           SELECT JRNARCH-FILE ASSIGN TO 'JRNARCH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNARCH-STATUS.
           SELECT JRNNEW-FILE ASSIGN TO 'JRNNEW'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNNEW-STATUS.

           SELECT ALERTREC-FILE ASSIGN TO 'ALERTREC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           LABEL RECORDS ARE STANDARD.
       01  RXFNEW-RECORD            PIC X(109).

       FD  TXNJRNL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TXNJRNL.
       FD  JRNARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  JRNARCH-RECORD           PIC X(32557).
       FD  JRNNEW-FILE
           LABEL RECORDS ARE STANDARD.
       01  JRNNEW-RECORD            PIC X(32557).

       FD  ALERTREC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ALERTREC.
       FD  ALTARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALTARCH-RECORD           PIC X(112).

       FD  VISITREC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VISITREC.
       FD  VISARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  VISARCH-RECORD           PIC X(69).

       FD  ARCPPARM-FILE
           LABEL RECORDS ARE STANDARD.
         03 WS-RXLIFE-STATUS      PIC X(2).
         03 WS-RXFARCH-STATUS     PIC X(2).
         03 WS-RXFNEW-STATUS      PIC X(2).
         03 WS-TXNJRNL-STATUS     PIC X(2).
         03 WS-JRNARCH-STATUS     PIC X(2).
         03 WS-JRNNEW-STATUS      PIC X(2).
         03 WS-ALERTREC-STATUS    PIC X(2).
         03 WS-ALTARCH-STATUS     PIC X(2).
         03 WS-VISITREC-STATUS    PIC X(2).
             WHEN 'RXLIFE  '
               PERFORM 4000-ARCHIVE-RXLIFE
               PERFORM 0400-PRINT-FILE-TOTALS
             WHEN 'TXNJRNL '
               PERFORM 4500-ARCHIVE-TXNJRNL
               PERFORM 0400-PRINT-FILE-TOTALS
             WHEN 'ALERTREC'
               PERFORM 5000-PURGE-ALERTREC
               PERFORM 0400-PRINT-FILE-TOTALS
           END-IF
           .

      *    A JOURNAL RECORD IS AGED BY THE DATE ITS REQUEST RAN. THE
      *    KEPT RECORDS GO TO JRNNEW IN THE SAME ORDER, SO THE SWAPPED-
      *    IN JOURNAL STAYS IN SEQUENCE FOR HCMJRPL0.
       4500-ARCHIVE-TXNJRNL.
           OPEN INPUT TXNJRNL-FILE
           IF WS-TXNJRNL-STATUS = '35'
             CLOSE TXNJRNL-FILE
           ELSE
             OPEN OUTPUT JRNARCH-FILE
             OPEN OUTPUT JRNNEW-FILE
             MOVE 'N' TO WS-END-OF-FILE
             PERFORM UNTIL WS-EOF
               READ TXNJRNL-FILE
                 AT END
                   SET WS-EOF TO TRUE
                 NOT AT END
                   MOVE JR-TXN-DATE TO WS-RECORD-DATE
                   PERFORM 0500-EVALUATE-RECORD-AGE
                   IF WS-IS-AGED
                     WRITE JRNARCH-RECORD FROM TXNJRNL-RECORD
                     ADD 1 TO WS-ARCHIVED-COUNT
                   ELSE
                     WRITE JRNNEW-RECORD FROM TXNJRNL-RECORD
                     ADD 1 TO WS-RETAINED-COUNT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE TXNJRNL-FILE
             CLOSE JRNARCH-FILE
             CLOSE JRNNEW-FILE
           END-IF
           .

      *    ONLY RESOLVED ALERTS AGE OUT - AN OPEN OR MERELY
      *    ACKNOWLEDGED ALERT STAYS ON THE WORKLIST WHATEVER ITS AGE
      *    (HCMALES0 IS THE JOB THAT SURFACES THOSE).
