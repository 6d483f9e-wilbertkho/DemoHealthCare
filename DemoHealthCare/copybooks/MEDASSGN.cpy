         03 MA-HOW-OFTEN         PIC X(20).
         03 MA-ASSIGNED-DATE     PIC X(10).
         03 MA-LAST-REMINDED     PIC X(10).
      *    AN ASSIGNMENT IS CLOSED (NOT DELETED - THE HISTORY STAYS)
      *    WHEN 01SPAT MAKES ITS PATIENT INACTIVE OR DECEASED; THE
      *    DUE-FOR-THERAPY JOB PASSES CLOSED ONES BY. RE-SENDING THE
      *    ASSIGNMENT ON 01AMTN REOPENS IT. SPACE (RECORDS FROM BEFORE
      *    THE FIELD EXISTED) MEANS OPEN.
         03 MA-STATUS            PIC X(01).
           88 MA-STAT-OPEN       VALUE 'O' ' '.
           88 MA-STAT-CLOSED     VALUE 'C'.
         03 MA-CLOSED-DATE       PIC X(10).
