      *+---------------------------------------------------------------+
      *| PATACCLG                                                      |
      *| APPEND-ONLY PATIENT RECORD READ-ACCESS LOG. EVERY READ OF A   |
      *| PATIENT'S CHART THROUGH HCMADB02 (TODAY THE 01QPAT SUMMARY    |
      *| INQUIRY) WRITES ONE RECORD HERE NAMING THE STAFF USERID THAT  |
      *| ASKED, WHETHER OR NOT IT WAS ALLOWED TO SEE THE CHART:        |
      *|   'V' VIEWED - STAFFSEC ACCEPTED THE USERID, CHART RETURNED   |
      *|   'N' NOT FOUND - ACCEPTED, BUT NO SUCH PATIENT ON PATMSTR    |
      *|   'R' REFUSED - USERID BLANK, UNKNOWN, INACTIVE OR NOT IN A   |
      *|       STAFF ROLE (REASON CODE 92 / 93), NOTHING RETURNED      |
      *| PATAUDIT SAYS WHO CHANGED A CHART; THIS FILE SAYS WHO LOOKED  |
      *| AT ONE. THE NIGHTLY HCMPRVR0 PRIVACY REPORT READS IT.         |
      *+---------------------------------------------------------------+
       01 PATACCLG-RECORD.
         03 PX-PATIENT-ID        PIC 9(10).
         03 PX-STAFF-USERID      PIC X(10).
         03 PX-REQUEST-ID        PIC X(06).
         03 PX-OUTCOME           PIC X(01).
           88 PX-OUTCOME-VIEWED  VALUE 'V'.
           88 PX-OUTCOME-NOT-FOUND VALUE 'N'.
           88 PX-OUTCOME-REFUSED VALUE 'R'.
         03 PX-RETURN-CODE       PIC 9(02).
         03 PX-TERMINAL-ID       PIC X(04).
         03 PX-ACCESS-DATE       PIC X(10).
         03 PX-ACCESS-TIME       PIC X(08).
