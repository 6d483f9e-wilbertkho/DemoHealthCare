      *| APPEND-ONLY AUDIT LOG WRITTEN BY THE HCMDUPM0 MERGE           |
      *| TRANSACTION - ONE RECORD PER RECORD TOUCHED, SO A REVIEWER    |
      *| CAN SEE EXACTLY WHICH RXACT / VISITREC / LABREC / ALERTREC /  |
      *| APPTREC / MEDASSGN / PATALRGY / PATDIAG / THRESHLD /          |
      *| CARETEAM / PATCNTPF / PATLEDGR / USERSEC / PATMSTR            |
      *| ENTRIES MOVED FROM                                            |
      *| THE LOSING PATIENT ID TO THE SURVIVOR, WHICH WERE DROPPED AS  |
      *| ALREADY PRESENT, AND WHICH FAILED.                            |
