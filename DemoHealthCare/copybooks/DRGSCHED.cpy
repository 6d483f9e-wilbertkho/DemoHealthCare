      *+---------------------------------------------------------------+
      *| DRGSCHED                                                      |
      *| CONTROLLED-SUBSTANCE SCHEDULE REFERENCE FILE - KSDS KEYED BY  |
      *| DRUG NAME, SPELLED AS CA-DRUG-NAME / RA-DRUG-NAME CARRY IT.   |
      *| A DRUG WITH NO RECORD HERE IS NOT CONTROLLED. HCMADB02 READS  |
      *| IT AT 01AMED (A SCHEDULED DRUG NEEDS A PRESCRIBER WITH A DEA  |
      *| NUMBER ON PRSCMSTR) AND AT 01RMED (SCHEDULE II MAY NOT BE     |
      *| REFILLED; III-V ONLY UP TO DS-MAX-REFILLS). THE MONTHLY       |
      *| HCMCSRG0 CONTROLLED-SUBSTANCE REGISTER SELECTS ON IT TOO.     |
      *| MAINTAINED BY THE PHARMACY AS A REFERENCE FILE, LIKE          |
      *| DRGINTXN.                                                     |
      *+---------------------------------------------------------------+
       01 DRGSCHED-RECORD.
         03 DS-DRUG-NAME         PIC X(50).
         03 DS-SCHEDULE          PIC X(01).
           88 DS-SCHEDULE-II     VALUE '2'.
           88 DS-SCHEDULE-III-V  VALUE '3' '4' '5'.
           88 DS-SCHEDULED       VALUE '2' '3' '4' '5'.
      *    REFILLS ALLOWED OVER THE LIFE OF ONE PRESCRIPTION FOR A
      *    SCHEDULE III-V DRUG. IGNORED FOR SCHEDULE II, WHICH IS
      *    NEVER REFILLED.
         03 DS-MAX-REFILLS       PIC 9(02).
         03 DS-LAST-UPDATED      PIC X(10).
