      *| SHOW WHO ACTED ON A BREACH AND WHEN. ALERTS STILL OPEN AFTER  |
      *| THE CONFIGURED NUMBER OF HOURS SURFACE ON THE HCMALES0        |
      *| ESCALATION REPORT.                                            |
      *| AL-ALERT-TYPE SAYS WHAT RAISED THE ALERT. A TREND ALERT FROM  |
      *| THE NIGHTLY HCMTRND0 VITALS TREND RUN IS KEYED TO THE LATEST  |
      *| VISIT OF THE TREND, WITH A 'TREND-' VITAL NAME (E.G.          |
      *| TREND-HR-UP, TREND-DIA-DOWN), THE LATEST READING AS THE VALUE |
      *| AND THE PATIENT'S BASELINE AS THE THRESHOLD; 01KALT WORKS IT  |
      *| LIKE ANY OTHER ALERT.                                         |
      *+---------------------------------------------------------------+
       01 ALERTREC-RECORD.
         03 AL-KEY.
         03 AL-ACK-USERID        PIC X(10).
         03 AL-ACK-DATE          PIC X(10).
         03 AL-ACK-TIME          PIC X(08).
      *    SPACE ON ALERTS WRITTEN BEFORE THE TYPE WAS CARRIED - THOSE
      *    ARE VITALS THRESHOLD OR LAB RANGE BREACHES.
         03 AL-ALERT-TYPE        PIC X(01).
           88 AL-TYPE-THRESHOLD  VALUE 'V'.
           88 AL-TYPE-LAB        VALUE 'L'.
           88 AL-TYPE-TREND      VALUE 'T'.
