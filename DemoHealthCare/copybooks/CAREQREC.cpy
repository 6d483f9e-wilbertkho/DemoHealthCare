           88 CA-REQ-LAB-RESULT   VALUE '01ALAB'.
           88 CA-REQ-LAB-RANGE    VALUE '01ALRR'.
           88 CA-REQ-MED-ADMIN    VALUE '01AADM'.
           88 CA-REQ-PAT-STATUS   VALUE '01SPAT'.
           88 CA-REQ-CONTACT-PREF VALUE '01ACPF'.
           88 CA-REQ-DIAGNOSIS    VALUE '01ADGN'.
           88 CA-REQ-CARE-TEAM    VALUE '01ACTM'.
           88 CA-REQ-VALID VALUES '01APAT' '01AUSR' '01AMED' '01AMTN'
                                  '01ATHR' '01AVIS' '01UUSR'
                                  '01DMED' '01RMED' '01QPAT'
                                  '01KALT' '01CPWD'
                                  '01AAPT' '01RAPT' '01CAPT'
                                  '01AALG' '01ASTF' '01APRS'
                                  '01ALAB' '01ALRR' '01AADM'
                                  '01SPAT' '01ACPF' '01ADGN'
                                  '01ACTM'.
      *    THE FAMILIES THAT RECORD NEW CLINICAL ACTIVITY FOR
      *    CA-PATIENT-ID - REFUSED WITH REASON CODE 94 ONCE 01SPAT HAS
      *    MADE THE PATIENT INACTIVE OR DECEASED.
           88 CA-REQ-NEEDS-ACTIVE-PAT VALUES '01AMED' '01RMED'
                                  '01AMTN' '01ATHR' '01AVIS'
                                  '01AAPT' '01RAPT' '01AALG'
                                  '01ALAB' '01AADM' '01ADGN'
                                  '01ACTM'.
      *    THE FAMILIES THAT CHANGE A FILE - AN ACCEPTED ONE IS
      *    WRITTEN WHOLE TO THE TXNJRNL FORWARD-RECOVERY JOURNAL.
      *    01QPAT ONLY READS, AND AN 01AUSR LOGIN IS NOT RE-KEYED WORK
      *    TO RECOVER (ITS USERSEC ATTEMPT COUNTS AND LOGINAUD TRAIL
      *    ARE SIGN-ON BOOKKEEPING).
           88 CA-REQ-JOURNALLED VALUES '01APAT' '01CPWD' '01AMED'
                                  '01DMED' '01RMED' '01AMTN'
                                  '01ATHR' '01AVIS' '01UUSR'
                                  '01KALT' '01AAPT' '01RAPT'
                                  '01CAPT' '01AALG' '01ASTF'
                                  '01APRS' '01ALAB' '01ALRR'
                                  '01AADM' '01SPAT' '01ACPF'
                                  '01ADGN' '01ACTM'.
         03 CA-RETURN-CODE PIC 9(2).
         03 CA-PATIENT-ID PIC 9(10).
         03 CA-REQUEST-SPECIFIC PIC X(32482).
         5 CA-PAT-STAFF-USERID PIC X(10).
         5 CA-ADDITIONAL-DATA PIC X(32281).
      *    PATIENT SUMMARY INQUIRY (01QPAT) - READ-ONLY. THE CALLER
      *    SUPPLIES CA-PATIENT-ID AND CA-QRY-STAFF-USERID; EVERYTHING
      *    ELSE BELOW IS OUTPUT: PATMSTR DEMOGRAPHICS, THE THRESHLD
      *    SETTINGS, THE MOST RECENT VISITREC VITALS AND UP TO 20
      *    CURRENTLY-ACTIVE RXACT PRESCRIPTIONS (NOT-ON-FILE PARTS
      *    COME BACK AS SPACES WITH THEIR FOUND FLAG / COUNT SHOWING
      *    WHAT WAS POPULATED).
         3 CA-INQUIRY-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
         5 CA-QRY-PATIENT-FOUND PIC X(01).
         5 CA-QRY-INS-CARD-NUM PIC X(10).
          7 CA-QRY-RX-START-DATE PIC X(10).
          7 CA-QRY-RX-END-DATE PIC X(10).
          7 CA-QRY-RX-REFILL-COUNT PIC 9(03).
      *    CA-QRY-PAT-STATUS IS THE PATMSTR STATUS ('A' ACTIVE, 'I'
      *    INACTIVE, 'D' DECEASED) AND THE DATE IT TOOK HOLD.
         5 CA-QRY-PAT-STATUS PIC X(01).
         5 CA-QRY-PAT-STATUS-DATE PIC X(10).
      *    CA-QRY-STAFF-USERID IS INPUT: THE STAFF MEMBER ASKING TO
      *    SEE THE CHART. IT MUST BE AN ACTIVE STAFFSEC USERID IN ANY
      *    STAFF ROLE, AND EVERY INQUIRY IS LOGGED AGAINST IT ON
      *    PATACCLG. IT IS ECHOED BACK UNCHANGED.
         5 CA-QRY-STAFF-USERID PIC X(10).
      *    CA-QRY-DX-ENTRY RETURNS THE PATIENT'S ACTIVE PROBLEMS FROM
      *    PATDIAG IN ICD-10 CODE ORDER, UP TO TEN; CA-QRY-DX-COUNT IS
      *    HOW MANY WERE FILLED IN.
         5 CA-QRY-DX-COUNT PIC 9(02).
         5 CA-QRY-DX-ENTRY OCCURS 10 TIMES.
          7 CA-QRY-DX-CODE PIC X(08).
          7 CA-QRY-DX-DESCRIPTION PIC X(50).
          7 CA-QRY-DX-ONSET-DATE PIC X(10).
          7 CA-QRY-DX-CHRONIC PIC X(01).
         5 CA-ADDITIONAL-DATA PIC X(29053).
         3 CA-PATIENT-USER-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
         5 CA-USERNAME PIC X(10).
         5 CA-USERPASSWORD PIC X(14).
      *    BEFORE A PRESCRIPTION ID IS ISSUED, THEN STORED ON RXACT
      *    AND RXLOG.
         5 CA-PRESCRIBER-ID PIC X(10).
      *    CA-RX-SCHEDULE RETURNS THE DRUG'S DRGSCHED CONTROLLED-
      *    SUBSTANCE SCHEDULE ('2'-'5') ON 01AMED AND 01RMED, SPACE
      *    WHEN THE DRUG IS NOT CONTROLLED.
         5 CA-RX-SCHEDULE PIC X(01).
      *    CA-RX-DIAG-CODE OPTIONALLY NAMES THE PROBLEM THE 01AMED
      *    PRESCRIPTION TREATS. WHEN GIVEN IT MUST BE AN ACTIVE
      *    PATDIAG ENTRY FOR THE PATIENT; IT IS STORED ON RXACT AND
      *    BILLED WITH THE ISSUANCE CHARGE.
         5 CA-RX-DIAG-CODE PIC X(08).
         5 CA-ADDITIONAL-DATA PIC X(32133).
         3 CA-MEDITATION-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
         5 CA-MEDITATION-NAME PIC X(50).
         5 CA-MEDITATION-TYPE PIC X(20).
         5 CA-LRR-LOW-LIMIT PIC X(10).
         5 CA-LRR-HIGH-LIMIT PIC X(10).
         5 CA-ADDITIONAL-DATA PIC X(32448).
      *    PATIENT STATUS CHANGE (01SPAT): CA-PST-STATUS 'I' MAKES
      *    CA-PATIENT-ID INACTIVE (TRANSFERRED OUT, LEFT THE PRACTICE),
      *    'D' RECORDS THEM DECEASED, 'A' REACTIVATES THEM. THE
      *    EFFECTIVE DATE (SPACES = TODAY), REASON AND ACTING STAFF
      *    USERID (ANY ACTIVE STAFFSEC ROLE) ARE KEPT ON PATMSTR.
      *    GOING INACTIVE OR DECEASED CASCADES - ACTIVE RXACT
      *    PRESCRIPTIONS ARE DISCONTINUED, BOOKED APPOINTMENTS FROM
      *    THE EFFECTIVE DATE ON ARE CANCELLED, MEDASSGN THERAPY IS
      *    CLOSED AND THE USERSEC PORTAL ACCOUNT IS LOCKED - AND THE
      *    COUNTS OF WHAT WAS TOUCHED COME BACK BELOW. WITH A FUTURE
      *    EFFECTIVE DATE THE THERAPY AND PORTAL STEPS ARE LEFT TO THE
      *    NIGHTLY HCMPSTC0 RUN ON THAT DATE (THEIR COUNTS COME BACK
      *    ZERO / 'N'). REACTIVATION RESTORES THE STATUS ONLY; NOTHING
      *    CASCADED IS REVERSED.
         3 CA-PAT-STATUS-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
         5 CA-PST-STATUS PIC X(01).
         5 CA-PST-EFFECTIVE-DATE PIC X(10).
         5 CA-PST-REASON PIC X(30).
         5 CA-PST-USERID PIC X(10).
         5 CA-PST-RX-DISCONTINUED PIC 9(03).
         5 CA-PST-APPT-CANCELLED PIC 9(03).
         5 CA-PST-THERAPY-CLOSED PIC 9(03).
         5 CA-PST-PORTAL-LOCKED PIC X(01).
         5 CA-ADDITIONAL-DATA PIC X(32421).
      *    PATIENT CONTACT PREFERENCES (01ACPF): SETS HOW THE NIGHTLY
      *    NOTIFICATION RUN MAY REACH CA-PATIENT-ID - CHANNEL 'S' SMS,
      *    'E' E-MAIL OR 'N' NONE, A 'Y' OPT-OUT PER NOTICE TYPE
      *    (APPOINTMENT REMINDER, PRESCRIPTION ENDING, THERAPY DUE)
      *    AND QUIET HOURS AS HH:MM (BOTH OR NEITHER; SPACES = THE
      *    SITE DEFAULT). RE-SENDING REPLACES THE PREFERENCES IN
      *    PLACE. CA-CPF-USERID IS WHOEVER KEYED THE CHANGE - STAFF
      *    OR THE PATIENT'S OWN PORTAL USERNAME. ACCEPTED FOR AN
      *    INACTIVE PATIENT TOO, SO AN OPT-OUT IS NEVER REFUSED.
         3 CA-CONTACT-PREF-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
         5 CA-CPF-CHANNEL PIC X(01).
         5 CA-CPF-OPT-OUT-APPT PIC X(01).
         5 CA-CPF-OPT-OUT-RX PIC X(01).
         5 CA-CPF-OPT-OUT-THERAPY PIC X(01).
         5 CA-CPF-QUIET-START PIC X(05).
         5 CA-CPF-QUIET-END PIC X(05).
         5 CA-CPF-USERID PIC X(10).
         5 CA-ADDITIONAL-DATA PIC X(32458).
         3 CA-VISIT-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
         5 CA-VISIT-DATE PIC X(10).
         5 CA-VISIT-TIME PIC X(10).
      *    CA-ALERT-RAISED: 'Y' WHEN ANY VITAL ON THIS VISIT EXCEEDED
      *    THE PATIENT'S STORED THRESHOLD AND AN ALERT WAS WRITTEN.
         5 CA-ALERT-RAISED PIC X(01).
      *    CA-VISIT-DIAG-CODE OPTIONALLY NAMES THE PROBLEM THE VISIT
      *    WAS FOR. WHEN GIVEN IT MUST BE AN ACTIVE PATDIAG ENTRY FOR
      *    THE PATIENT; IT IS STORED ON VISITREC AND BILLED WITH THE
      *    VISIT CHARGE.
         5 CA-VISIT-DIAG-CODE PIC X(08).
         5 CA-ADDITIONAL-DATA PIC X(32423).
      *    PATIENT PROBLEM LIST (01ADGN): RECORDS ONE ICD-10 CODE ON
      *    CA-PATIENT-ID'S PATDIAG PROBLEM LIST. RE-SENDING THE SAME
      *    CODE UPDATES IT IN PLACE. CA-DGN-STATUS 'A' (OR SPACE) IS
      *    ACTIVE AND TAKES NO RESOLVED DATE; 'R' RESOLVES IT AS OF
      *    CA-DGN-RESOLVED-DATE (SPACES = TODAY), WHICH MAY NOT
      *    PRECEDE THE ONSET DATE (SPACES = TODAY). CA-DGN-CHRONIC 'Y'
      *    PUTS THE PATIENT ON THE CHRONIC-CONDITION REGISTRY.
      *    CA-DGN-PRESCRIBER-ID IS THE RECORDING PRESCRIBER,
      *    VALIDATED AGAINST PRSCMSTR LIKE CA-PRESCRIBER-ID ON 01AMED.
         3 CA-DIAGNOSIS-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
         5 CA-DGN-CODE PIC X(08).
         5 CA-DGN-DESCRIPTION PIC X(50).
         5 CA-DGN-ONSET-DATE PIC X(10).
         5 CA-DGN-RESOLVED-DATE PIC X(10).
         5 CA-DGN-STATUS PIC X(01).
         5 CA-DGN-CHRONIC PIC X(01).
         5 CA-DGN-PRESCRIBER-ID PIC X(10).
         5 CA-ADDITIONAL-DATA PIC X(32392).
      *    CARE-TEAM ASSIGNMENT (01ACTM): NAMES THE PRIMARY NURSE AND
      *    PRIMARY PRESCRIBER FOR CA-PATIENT-ID, EACH WITH A BACKUP WHO
      *    TAKES THE PATIENT'S WORKLIST ITEMS WHEN THE PRIMARY IS NO
      *    LONGER ACTIVE. AT LEAST ONE PRIMARY IS REQUIRED; A BACKUP
      *    MAY NOT BE THE SAME PERSON AS ITS PRIMARY. NURSES MUST BE
      *    ACTIVE STAFFSEC USERIDS WITH ROLE NURSE, PRESCRIBERS ACTIVE
      *    PRSCMSTR IDS. CA-CTM-EFFECTIVE-DATE (SPACES = TODAY, AND
      *    ECHOED BACK) MAY BE IN THE FUTURE; CA-CTM-END-DATE IS SPACES
      *    FOR AN OPEN-ENDED ASSIGNMENT. RE-SENDING REPLACES THE
      *    PATIENT'S ASSIGNMENT IN PLACE. CA-CTM-USERID IS THE STAFF
      *    MEMBER KEYING THE CHANGE.
         3 CA-CARE-TEAM-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
         5 CA-CTM-PRIMARY-NURSE PIC X(10).
         5 CA-CTM-BACKUP-NURSE PIC X(10).
         5 CA-CTM-PRIMARY-PRESCRIBER PIC X(10).
         5 CA-CTM-BACKUP-PRESCRIBER PIC X(10).
         5 CA-CTM-EFFECTIVE-DATE PIC X(10).
         5 CA-CTM-END-DATE PIC X(10).
         5 CA-CTM-USERID PIC X(10).
         5 CA-ADDITIONAL-DATA PIC X(32412).
