      *+---------------------------------------------------------------+
      *| LABINREC                                                      |
      *| REFERENCE LAB INBOUND RESULTS FILE - ONE FIXED-FORMAT 80-BYTE |
      *| RECORD PER TEST RESULT, DELIVERED NIGHTLY BY THE LAB VENDOR   |
      *| AND LOADED INTO LABREC BY HCMLABI0. THE PATIENT ID IS OURS,   |
      *| AS PRINTED ON THE REQUISITION; THE TEST CODE IS THE VENDOR'S  |
      *| AND IS TRANSLATED TO LB-TEST-NAME THROUGH LABXLATE. HEADER    |
      *| AND TRAILER RECORDS ('H' / 'T') CARRY NO RESULT AND ARE       |
      *| PASSED OVER; THE TRAILER'S RECORD COUNT IS CHECKED AGAINST    |
      *| THE RESULTS ACTUALLY READ.                                    |
      *+---------------------------------------------------------------+
       01 LABINREC-RECORD.
         03 LI-RECORD-TYPE       PIC X(01).
           88 LI-TYPE-HEADER     VALUE 'H'.
           88 LI-TYPE-RESULT     VALUE 'R'.
           88 LI-TYPE-TRAILER    VALUE 'T'.
         03 LI-RESULT-DATA.
           05 LI-PATIENT-ID      PIC X(10).
           05 LI-ACCESSION-NUM   PIC X(12).
           05 LI-COLLECT-DATE    PIC X(10).
           05 LI-COLLECT-TIME    PIC X(08).
           05 LI-VENDOR-CODE     PIC X(10).
           05 LI-RESULT-VALUE    PIC X(10).
           05 LI-UNITS           PIC X(10).
      *    THE VENDOR'S OWN H/L FLAG - INFORMATION ONLY. THE ALERT
      *    DECISION IS OURS, MADE AGAINST LABRANGE.
           05 LI-VENDOR-FLAG     PIC X(01).
           05 FILLER             PIC X(08).
         03 LI-TRAILER-DATA REDEFINES LI-RESULT-DATA.
           05 LI-TRAILER-COUNT   PIC 9(07).
           05 FILLER             PIC X(72).
