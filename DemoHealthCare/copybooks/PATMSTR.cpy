         03 PM-USERID           PIC X(10).
         03 PM-CREATED-DATE     PIC X(10).
         03 PM-LAST-UPDATED     PIC X(10).
      *    PATIENT STATUS, SET BY THE 01SPAT STATUS CHANGE. A SPACE
      *    (RECORDS FROM BEFORE STATUS EXISTED) MEANS ACTIVE. AN
      *    INACTIVE OR DECEASED STATUS TAKES HOLD ON PM-STATUS-DATE -
      *    FROM THEN ON HCMADB02 REFUSES NEW CLINICAL ACTIVITY FOR THE
      *    PATIENT AND THE NIGHTLY JOBS PASS THEM BY.
         03 PM-STATUS           PIC X(01).
           88 PM-STAT-ACTIVE    VALUE 'A' ' '.
           88 PM-STAT-INACTIVE  VALUE 'I'.
           88 PM-STAT-DECEASED  VALUE 'D'.
           88 PM-STAT-NOT-ACTIVE VALUE 'I' 'D'.
         03 PM-STATUS-DATE      PIC X(10).
         03 PM-STATUS-REASON    PIC X(30).
         03 PM-STATUS-USERID    PIC X(10).
