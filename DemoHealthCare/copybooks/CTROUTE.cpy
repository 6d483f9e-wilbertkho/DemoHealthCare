      *+---------------------------------------------------------------+
      *| CTROUTE                                                       |
      *| SORT RECORD USED BY THE WORKLIST JOBS (HCMALES0, HCMADMR0,    |
      *| HCMAPNS0, HCMMEDR0) TO REGROUP THEIR DETAIL LINES BY THE      |
      *| STAFF MEMBER RESPONSIBLE ON THE PATIENT'S CARETEAM RECORD.    |
      *| SR-LIST-SEQ SEPARATES THE LISTS OF A JOB THAT PRINTS MORE     |
      *| THAN ONE (1 FOR A JOB WITH A SINGLE LIST). SR-GROUP-SEQ 0 IS  |
      *| A LINE ROUTED TO A NAMED STAFF MEMBER, 9 THE UNASSIGNED       |
      *| SECTION PRINTED AFTER THEM. SR-ITEM-SEQ KEEPS EACH STAFF      |
      *| MEMBER'S LINES IN THE ORDER THE JOB FOUND THEM.               |
      *| SR-ROUTE-FLAG SAYS HOW THE LINE WAS ROUTED: 'P' PRIMARY, 'B'  |
      *| BACKUP COVERING FOR SR-PRIMARY-ID, AND FOR UNASSIGNED LINES   |
      *| 'T' NO CARE TEAM, 'D' TEAM NOT IN FORCE TODAY, 'U' NEITHER    |
      *| THE PRIMARY NOR THE BACKUP IS AVAILABLE.                      |
      *+---------------------------------------------------------------+
       01 ROUTE-SORT-RECORD.
         03 SR-LIST-SEQ          PIC 9(01).
         03 SR-GROUP-SEQ         PIC 9(01).
           88 SR-ROUTED-TO-STAFF VALUE 0.
           88 SR-UNASSIGNED      VALUE 9.
         03 SR-STAFF-NAME        PIC X(30).
         03 SR-STAFF-ID          PIC X(10).
         03 SR-ITEM-SEQ          PIC 9(07).
         03 SR-ROUTE-FLAG        PIC X(01).
           88 SR-ROUTE-PRIMARY   VALUE 'P'.
           88 SR-ROUTE-BACKUP    VALUE 'B'.
           88 SR-ROUTE-NO-TEAM   VALUE 'T'.
           88 SR-ROUTE-NOT-IN-FORCE VALUE 'D'.
           88 SR-ROUTE-UNAVAILABLE VALUE 'U'.
         03 SR-PRIMARY-ID        PIC X(10).
         03 SR-DETAIL            PIC X(110).
