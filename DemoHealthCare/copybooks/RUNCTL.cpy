      *|   HCMARCP0 AFTER HCMRECN0 (COUNT BEFORE PURGE)                |
      *|   HCMRXDC0 AFTER HCMRXEX0 (EXTRACT BEFORE CONFIRMATIONS)      |
      *|   HCMDAYR0 AFTER HCMRECN0 (DAY CLOSED BEFORE SUMMARY)         |
      *|   HCMNTFY0 AFTER HCMMEDR0 (CALL LIST BEFORE THERAPY NOTICES)  |
      *| THE BUSINESS DATE DEFAULTS TO THE RUN'S CALENDAR DATE AND     |
      *| MAY BE OVERRIDDEN ON EACH JOB'S RUNCPARM CARD - SAME          |
      *| OVERRIDE-CARD CONVENTION AS CKPTPARM. HCMRUNR0 PRINTS THE     |
