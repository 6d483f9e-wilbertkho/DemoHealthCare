      *| LOGINAUD                                                      |
      *| APPEND-ONLY LOGIN AUDIT TRAIL - EVERY 01AUSR / 01UUSR ATTEMPT |
      *| WRITES ONE RECORD HERE, PASS OR FAIL, FOR SECURITY REVIEWS.   |
      *| A PORTAL ACCOUNT LOCKED BY AN 01SPAT PATIENT DEACTIVATION IS  |
      *| RECORDED HERE TOO, WITH RESULT 'DEACT '.                      |
      *+---------------------------------------------------------------+
       01 LOGINAUD-RECORD.
         03 LA-USERNAME           PIC X(10).
           88 LA-RESULT-EXPIRE    VALUE 'EXPIRE'.
           88 LA-RESULT-PWDCHG    VALUE 'PWDCHG'.
           88 LA-RESULT-REUSE     VALUE 'REUSE '.
           88 LA-RESULT-DEACT     VALUE 'DEACT '.
