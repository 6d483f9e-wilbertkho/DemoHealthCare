      *+---------------------------------------------------------------+
      *| NTFYLOG                                                       |
      *| PATIENT NOTIFICATION LOG - KSDS KEYED BY PATIENT, NOTICE TYPE |
      *| (AS NM-NOTICE-TYPE) AND THE EVENT THE NOTICE IS ABOUT, SO     |
      *| THE SAME NOTICE IS NEVER SENT TWICE: HCMNTFY0 SKIPS ANY       |
      *| EVENT ALREADY LOGGED AS SENT. THE EVENT REFERENCE IS          |
      *|   'AP' APPOINTMENT DATE + TIME                                |
      *|   'RX' PRESCRIPTION ID + END DATE (A REFILL THAT MOVES THE    |
      *|        END DATE IS A NEW EVENT)                               |
      *|   'TH' MEDITATION NAME + DUE DATE                             |
      *| A NOTICE THAT WAS HELD BACK IS LOGGED TOO, WITH THE REASON,   |
      *| SO THE LOG ANSWERS WHETHER THE PATIENT WAS TOLD - AND IS      |
      *| SENT ON A LATER RUN IF THE REASON HAS GONE AWAY BY THEN.      |
      *+---------------------------------------------------------------+
       01 NTFYLOG-RECORD.
         03 NL-KEY.
           05 NL-PATIENT-ID      PIC 9(10).
           05 NL-NOTICE-TYPE     PIC X(02).
           05 NL-EVENT-REF       PIC X(60).
         03 NL-OUTCOME           PIC X(01).
           88 NL-SENT            VALUE 'S'.
           88 NL-OPTED-OUT       VALUE 'O'.
           88 NL-NO-ADDRESS      VALUE 'A'.
         03 NL-CHANNEL           PIC X(01).
         03 NL-ADDRESS           PIC X(50).
         03 NL-LOGGED-DATE       PIC X(10).
         03 NL-LOGGED-TIME       PIC X(08).
