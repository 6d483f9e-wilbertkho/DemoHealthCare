      *|   01DMED / 01RMED  - PRESCRIBER ONLY                          |
      *|   01UUSR           - OPERATIONS ONLY                          |
      *|   01KALT           - NURSE OR PRESCRIBER                      |
      *|   01SPAT           - ANY ACTIVE STAFF ROLE                    |
      *|   01QPAT           - ANY ACTIVE STAFF ROLE (READ IS LOGGED)   |
      *| AN UNKNOWN OR INACTIVE USERID REJECTS WITH REASON CODE 93,    |
      *| A KNOWN ONE WHOSE ROLE DOES NOT PERMIT THE ACTION WITH 92,    |
      *| SO AN AUDIT CAN SHOW THE ACTOR WAS ACTUALLY AUTHORIZED.       |
