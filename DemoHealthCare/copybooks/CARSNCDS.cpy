      *    01APAT - PATIENT INTAKE                          (01-09)
         03 RC-PAT-DUPLICATE        PIC 9(2) VALUE 01.
         03 RC-PAT-INVALID-DATA     PIC 9(2) VALUE 02.
      *    01QPAT - PATIENT SUMMARY INQUIRY                 (10-14)
         03 RC-QRY-PAT-NOT-FOUND    PIC 9(2) VALUE 10.
      *    01ADGN - PATIENT PROBLEM LIST                    (15-19)
      *    16 REJECTS A CA-DGN-PRESCRIBER-ID THAT IS BLANK, NOT ON
      *    PRSCMSTR, OR INACTIVE (AS 41 DOES FOR 01AMED). 17 IS ALSO
      *    RETURNED BY 01AVIS AND 01AMED WHEN THE DIAGNOSIS CODE THEY
      *    NAME IS NOT AN ACTIVE PROBLEM ON THE PATIENT'S LIST.
         03 RC-DGN-INVALID-DATA     PIC 9(2) VALUE 15.
         03 RC-DGN-PRESCRIBER-INV   PIC 9(2) VALUE 16.
         03 RC-DGN-NOT-ACTIVE       PIC 9(2) VALUE 17.
         03 RC-DGN-PAT-NOT-FOUND    PIC 9(2) VALUE 18.
      *    01AUSR / 01UUSR / 01CPWD - PATIENT PORTAL SECURITY (20-29)
         03 RC-USR-INVALID-CREDS    PIC 9(2) VALUE 20.
         03 RC-USR-ACCOUNT-LOCKED   PIC 9(2) VALUE 21.
         03 RC-USR-PWD-REUSED       PIC 9(2) VALUE 26.
      *    01ASTF - STAFF SECURITY MAINTENANCE               (30-33)
         03 RC-STF-INVALID-DATA     PIC 9(2) VALUE 30.
      *    01SPAT - PATIENT STATUS CHANGE                    (34-39)
      *    36 REFUSES A CHANGE TO THE STATUS THE PATIENT ALREADY HAS,
      *    SO THE ORIGINAL DATE, REASON AND ACTOR ARE NEVER SILENTLY
      *    OVERWRITTEN (THE SAME RULE AS 44 FOR A DISCONTINUE).
         03 RC-PST-INVALID-DATA     PIC 9(2) VALUE 34.
         03 RC-PST-PAT-NOT-FOUND    PIC 9(2) VALUE 35.
         03 RC-PST-NO-CHANGE        PIC 9(2) VALUE 36.
      *    01AMED / 01DMED / 01RMED - MEDICATION      (40-45, 47-49)
         03 RC-MED-INTERACTION-REJ  PIC 9(2) VALUE 40.
      *    41 REJECTS AN 01AMED WHOSE CA-PRESCRIBER-ID IS BLANK, NOT
      *    ON THE PRSCMSTR MASTER, OR MARKED INACTIVE.
      *    PATALRGY RECORD - THE MATCHED ALLERGEN COMES BACK IN
      *    CA-ALLERGY-DRUG.
         03 RC-MED-ALLERGY-REJ      PIC 9(2) VALUE 45.
      *    47 REJECTS AN 01AMED FOR A DRUG ON THE DRGSCHED
      *    CONTROLLED-SUBSTANCE SCHEDULE WHEN THE PRESCRIBER HAS NO
      *    DEA NUMBER ON PRSCMSTR. 48 REFUSES AN 01RMED THE DRUG'S
      *    SCHEDULE DOES NOT ALLOW - ANY REFILL OF A SCHEDULE II
      *    DRUG, OR ONE PAST THE CAP FOR SCHEDULE III-V.
         03 RC-MED-DEA-REQUIRED     PIC 9(2) VALUE 47.
         03 RC-MED-REFILL-LIMIT     PIC 9(2) VALUE 48.
      *    01AALG - PATIENT ALLERGY MAINTENANCE                 (46)
         03 RC-ALG-INVALID-DATA     PIC 9(2) VALUE 46.
      *    01AADM - MEDICATION ADMINISTRATION                (50-54)
         03 RC-ADM-INVALID-DATA     PIC 9(2) VALUE 50.
         03 RC-ADM-RX-NOT-FOUND     PIC 9(2) VALUE 51.
      *    01APRS - PRESCRIBER MASTER MAINTENANCE            (55-56)
         03 RC-PRS-INVALID-DATA     PIC 9(2) VALUE 55.
      *    01ACPF - PATIENT CONTACT PREFERENCES              (57-59)
      *    59 REFUSES A CHANNEL THE PATIENT HAS NO CONTACT DETAIL FOR -
      *    SMS WITH NO PM-PHONE-MOBILE, E-MAIL WITH NO
      *    PM-EMAIL-ADDRESS ON PATMSTR.
         03 RC-CPF-INVALID-DATA     PIC 9(2) VALUE 57.
         03 RC-CPF-PAT-NOT-FOUND    PIC 9(2) VALUE 58.
         03 RC-CPF-NO-ADDRESS       PIC 9(2) VALUE 59.
      *    01AMTN - MEDITATION / RELIEF THERAPY              (60)
         03 RC-MTN-INVALID-DATA     PIC 9(2) VALUE 60.
      *    01ACTM - CARE-TEAM ASSIGNMENT                     (61-64)
      *    63 / 64 REFUSE A NURSE NOT ACTIVE ON STAFFSEC WITH ROLE
      *    NURSE, OR A PRESCRIBER NOT ACTIVE ON PRSCMSTR.
         03 RC-CTM-INVALID-DATA     PIC 9(2) VALUE 61.
         03 RC-CTM-PAT-NOT-FOUND    PIC 9(2) VALUE 62.
         03 RC-CTM-NURSE-INVALID    PIC 9(2) VALUE 63.
         03 RC-CTM-PRSCR-INVALID    PIC 9(2) VALUE 64.
      *    01AAPT / 01RAPT / 01CAPT - APPOINTMENTS           (65-69)
         03 RC-APT-DUPLICATE        PIC 9(2) VALUE 65.
         03 RC-APT-NOT-FOUND        PIC 9(2) VALUE 66.
      *    STAFFSEC AT ALL (OR IS MARKED INACTIVE).
         03 RC-SYS-NOT-AUTHORIZED   PIC 9(2) VALUE 92.
         03 RC-SYS-STAFF-UNKNOWN    PIC 9(2) VALUE 93.
      *    94 IS SHARED ACROSS EVERY FAMILY THAT RECORDS CLINICAL
      *    ACTIVITY FOR A PATIENT (CA-REQ-NEEDS-ACTIVE-PAT), AND 01UUSR:
      *    PATMSTR MARKS THE PATIENT INACTIVE OR DECEASED.
         03 RC-SYS-PAT-INACTIVE     PIC 9(2) VALUE 94.
