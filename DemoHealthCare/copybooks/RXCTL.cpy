      *+---------------------------------------------------------------+
      *| RXCTL                                                         |
      *| VSAM CONTROL FILE HOLDING THE NEXT-TO-ISSUE NUMBERS:          |
      *|   'R' THE NEXT CA-PRESCRIPTION-ID                             |
      *|   'J' THE NEXT TXNJRNL JOURNAL SEQUENCE NUMBER                |
      *| EACH READ-MODIFY-REWRITE IN HCMADB02 (2220-ISSUE-PRESCRIPTION |
      *| -ID, 9070-ISSUE-JOURNAL-SEQUENCE) IS WRAPPED IN AN EXEC CICS  |
      *| ENQ/DEQ ON ITS OWN RESOURCE SO CONCURRENT TASKS SERIALIZE     |
      *| AROUND IT - PLAIN I-O MODE BY ITSELF DOES NOT LOCK ACROSS     |
      *| TASKS AND WOULD LET TWO TRANSACTIONS HAND OUT THE SAME ID.    |
      *+---------------------------------------------------------------+
       01 RXCTL-RECORD.
         03 CTL-KEY              PIC X(01) VALUE 'R'.
           88 CTL-KEY-RX         VALUE 'R'.
           88 CTL-KEY-JOURNAL    VALUE 'J'.
         03 CTL-NEXT-RX-ID       PIC 9(10).
         03 CTL-NEXT-JRNL-SEQ REDEFINES CTL-NEXT-RX-ID
                                 PIC 9(10).
         03 CTL-LAST-ISSUED-DATE PIC X(10).
