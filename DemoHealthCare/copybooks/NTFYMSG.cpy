      *+---------------------------------------------------------------+
      *| NTFYMSG                                                       |
      *| FIXED-FORMAT OUTBOUND PATIENT NOTIFICATION RECORD FOR THE     |
      *| SMS / E-MAIL GATEWAY, SAME INTERFACE STYLE AS BLEXTREC. ONE   |
      *| MESSAGE PER RECORD, WRITTEN BY THE NIGHTLY HCMNTFY0 RUN:      |
      *|   'AP' APPOINTMENT REMINDER - A BOOKED APPTREC APPOINTMENT    |
      *|        FOR TOMORROW                                           |
      *|   'RX' PRESCRIPTION ENDING - AN ACTIVE RXACT PRESCRIPTION     |
      *|        WHOSE END DATE FALLS WITHIN THE NEXT 7 DAYS            |
      *|   'TH' THERAPY DUE - A MEDASSGN ASSIGNMENT HCMMEDR0 PUT ON    |
      *|        TONIGHT'S CALL LIST                                    |
      *| NM-ADDRESS IS THE MOBILE NUMBER OR E-MAIL ADDRESS PER         |
      *| NM-CHANNEL. THE GATEWAY MUST NOT DELIVER BETWEEN              |
      *| NM-QUIET-START AND NM-QUIET-END (HH:MM, MAY WRAP MIDNIGHT).   |
      *| NM-EVENT-DATE / NM-EVENT-TIME / NM-SUBJECT ARE THE            |
      *| APPOINTMENT SLOT AND REASON, THE PRESCRIPTION END DATE AND    |
      *| DRUG, OR THE THERAPY DUE DATE AND MEDITATION NAME, FOR THE    |
      *| GATEWAY'S MESSAGE TEMPLATE FOR NM-NOTICE-TYPE.                |
      *+---------------------------------------------------------------+
       01 NTFYMSG-RECORD.
         03 NM-PATIENT-ID        PIC 9(10).
         03 NM-NOTICE-TYPE       PIC X(02).
           88 NM-NOTICE-APPT     VALUE 'AP'.
           88 NM-NOTICE-RX       VALUE 'RX'.
           88 NM-NOTICE-THERAPY  VALUE 'TH'.
         03 NM-CHANNEL           PIC X(01).
           88 NM-CHANNEL-SMS     VALUE 'S'.
           88 NM-CHANNEL-EMAIL   VALUE 'E'.
         03 NM-ADDRESS           PIC X(50).
         03 NM-FIRST-NAME        PIC X(10).
         03 NM-LAST-NAME         PIC X(20).
         03 NM-EVENT-DATE        PIC X(10).
         03 NM-EVENT-TIME        PIC X(10).
         03 NM-SUBJECT           PIC X(50).
         03 NM-QUIET-START       PIC X(05).
         03 NM-QUIET-END         PIC X(05).
         03 NM-CREATED-DATE      PIC X(10).
         03 FILLER               PIC X(17).
