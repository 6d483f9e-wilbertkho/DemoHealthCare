      *+---------------------------------------------------------------+
      *| PATCNTPF                                                      |
      *| PATIENT CONTACT PREFERENCES - KSDS KEYED BY CP-PATIENT-ID.    |
      *| SET VIA 01ACPF THE WAY 01ATHR SETS THRESHLD, AND CONSULTED BY |
      *| THE NIGHTLY HCMNTFY0 NOTIFICATION RUN FOR EVERY NOTICE IT     |
      *| WOULD SEND. THE CHANNEL PICKS WHICH PATMSTR CONTACT FIELD THE |
      *| NOTICE GOES TO (PM-PHONE-MOBILE FOR SMS, PM-EMAIL-ADDRESS FOR |
      *| E-MAIL); 'N' MEANS THE PATIENT WANTS NO NOTICES AT ALL. EACH  |
      *| NOTICE TYPE CAN ALSO BE REFUSED ON ITS OWN. QUIET HOURS       |
      *| (HH:MM, MAY WRAP MIDNIGHT) ARE PASSED TO THE GATEWAY, WHICH   |
      *| HOLDS THE MESSAGE UNTIL THEY END. A PATIENT WITH NO RECORD    |
      *| HERE GETS EVERY NOTICE BY SMS IF A MOBILE NUMBER IS ON FILE,  |
      *| ELSE BY E-MAIL, WITHIN THE SITE DEFAULT QUIET HOURS.          |
      *+---------------------------------------------------------------+
       01 PATCNTPF-RECORD.
         03 CP-PATIENT-ID        PIC 9(10).
         03 CP-CHANNEL           PIC X(01).
           88 CP-CHANNEL-SMS     VALUE 'S'.
           88 CP-CHANNEL-EMAIL   VALUE 'E'.
           88 CP-CHANNEL-NONE    VALUE 'N'.
           88 CP-CHANNEL-VALID   VALUE 'S' 'E' 'N'.
         03 CP-OPT-OUT-APPT      PIC X(01).
           88 CP-NO-APPT-NOTICES VALUE 'Y'.
         03 CP-OPT-OUT-RX        PIC X(01).
           88 CP-NO-RX-NOTICES   VALUE 'Y'.
         03 CP-OPT-OUT-THERAPY   PIC X(01).
           88 CP-NO-THERAPY-NOTICES VALUE 'Y'.
         03 CP-QUIET-START       PIC X(05).
         03 CP-QUIET-END         PIC X(05).
         03 CP-LAST-UPDATED      PIC X(10).
         03 CP-UPDATED-USERID    PIC X(10).
