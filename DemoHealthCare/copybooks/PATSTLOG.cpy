      *+---------------------------------------------------------------+
      *| PATSTLOG                                                      |
      *| APPEND-ONLY LOG OF PATIENT STATUS CHANGES (01SPAT) AND WHAT   |
      *| EACH ONE CASCADED TO, IN THE RXLIFE STYLE. ONE 'S' RECORD     |
      *| PER STATUS CHANGE, FOLLOWED BY ONE RECORD PER ITEM THE        |
      *| CHANGE TOUCHED:                                               |
      *|   'R' AN ACTIVE RXACT PRESCRIPTION DISCONTINUED (THE RXLIFE   |
      *|       TRAIL CARRIES THE SAME CHANGE)                          |
      *|   'A' A BOOKED APPTREC APPOINTMENT CANCELLED                  |
      *|   'T' A MEDASSGN THERAPY ASSIGNMENT CLOSED                    |
      *|   'P' THE PATIENT'S USERSEC PORTAL ACCOUNT LOCKED             |
      *| EVERY RECORD OF ONE CHANGE CARRIES THE SAME PATIENT, LOGGED   |
      *| DATE AND TIME, SO THE HCMPSTR0 REPORT CAN GROUP THEM.         |
      *| HCMPSTC0 ADDS THE 'T' AND 'P' ITEMS OF A CHANGE KEYED AHEAD   |
      *| OF ITS EFFECTIVE DATE WHEN THAT DATE ARRIVES, UNDER AN 'S'    |
      *| RECORD OF ITS OWN (OLD = NEW STATUS, USERID HCMPSTC0).        |
      *+---------------------------------------------------------------+
       01 PATSTLOG-RECORD.
         03 PS-PATIENT-ID        PIC 9(10).
         03 PS-ENTRY-TYPE        PIC X(01).
           88 PS-ENTRY-STATUS    VALUE 'S'.
           88 PS-ENTRY-RX        VALUE 'R'.
           88 PS-ENTRY-APPT      VALUE 'A'.
           88 PS-ENTRY-THERAPY   VALUE 'T'.
           88 PS-ENTRY-PORTAL    VALUE 'P'.
         03 PS-NEW-STATUS        PIC X(01).
         03 PS-OLD-STATUS        PIC X(01).
         03 PS-EFFECTIVE-DATE    PIC X(10).
         03 PS-REASON            PIC X(30).
         03 PS-USERID            PIC X(10).
      *    THE CASCADED ITEM: PRESCRIPTION ID, APPOINTMENT DATE +
      *    TIME, MEDITATION NAME OR PORTAL USERNAME. SPACES ON THE
      *    'S' RECORD.
         03 PS-ITEM-KEY          PIC X(50).
         03 PS-LOGGED-DATE       PIC X(10).
         03 PS-LOGGED-TIME       PIC X(08).
