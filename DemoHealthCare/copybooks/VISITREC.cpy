         03 VR-BLOOD-PRESSURE    PIC X(10).
         03 VR-MENTAL-STATE      PIC X(10).
         03 VR-ALERT-RAISED      PIC X(01).
      *    THE PATDIAG PROBLEM THE VISIT WAS FOR (CA-VISIT-DIAG-CODE),
      *    CARRIED ONTO THE BLEXT VISIT CHARGE BY HCMBILX0. SPACES
      *    WHEN NONE WAS NAMED, AND ON VISITS RECORDED BEFORE THE
      *    PROBLEM LIST EXISTED.
         03 VR-DIAG-CODE         PIC X(08).
