      *+---------------------------------------------------------------+
      *| CARETEAM                                                      |
      *| PATIENT CARE-TEAM ASSIGNMENT - KSDS KEYED BY CT-PATIENT-ID.   |
      *| SET VIA 01ACTM. NAMES THE PRIMARY NURSE (A STAFFSEC USERID    |
      *| WITH ROLE NURSE) AND PRIMARY PRESCRIBER (A PRSCMSTR ID) WHO   |
      *| LOOK AFTER THE PATIENT, EACH WITH A BACKUP WHO COVERS WHEN    |
      *| THE PRIMARY IS NO LONGER ACTIVE. THE ASSIGNMENT IS IN FORCE   |
      *| FROM CT-EFFECTIVE-DATE THROUGH CT-END-DATE (SPACES = OPEN     |
      *| ENDED). THE WORKLIST JOBS (HCMALES0, HCMADMR0, HCMAPNS0,      |
      *| HCMMEDR0) GROUP THEIR LINES BY THE STAFF MEMBER RESOLVED      |
      *| HERE, AND HCMCSLD0 REPORTS THE CASELOAD PER STAFF MEMBER. A   |
      *| PATIENT WITH NO RECORD IN FORCE, OR WHOSE PRIMARY AND BACKUP  |
      *| ARE BOTH UNAVAILABLE, FALLS TO THE UNASSIGNED SECTION.        |
      *+---------------------------------------------------------------+
       01 CARETEAM-RECORD.
         03 CT-PATIENT-ID        PIC 9(10).
         03 CT-PRIMARY-NURSE     PIC X(10).
         03 CT-BACKUP-NURSE      PIC X(10).
         03 CT-PRIMARY-PRESCRIBER PIC X(10).
         03 CT-BACKUP-PRESCRIBER PIC X(10).
         03 CT-EFFECTIVE-DATE    PIC X(10).
         03 CT-END-DATE          PIC X(10).
         03 CT-LAST-UPDATED      PIC X(10).
         03 CT-UPDATED-USERID    PIC X(10).
