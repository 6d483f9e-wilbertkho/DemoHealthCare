         03 FILLER PIC X(12) VALUE '01PAT-DUP   '.
         03 FILLER PIC X(12) VALUE '02PAT-BADDTA'.
         03 FILLER PIC X(12) VALUE '10QRY-NOTFND'.
         03 FILLER PIC X(12) VALUE '15DGN-BADDTA'.
         03 FILLER PIC X(12) VALUE '16DGN-BADPRS'.
         03 FILLER PIC X(12) VALUE '17DGN-NOTACT'.
         03 FILLER PIC X(12) VALUE '18DGN-NOTFND'.
         03 FILLER PIC X(12) VALUE '20USR-BADPWD'.
         03 FILLER PIC X(12) VALUE '21USR-LOCKED'.
         03 FILLER PIC X(12) VALUE '22USR-NOTFND'.
         03 FILLER PIC X(12) VALUE '25USR-PWDEXP'.
         03 FILLER PIC X(12) VALUE '26USR-PWDRSE'.
         03 FILLER PIC X(12) VALUE '30STF-BADDTA'.
         03 FILLER PIC X(12) VALUE '34PST-BADDTA'.
         03 FILLER PIC X(12) VALUE '35PST-NOTFND'.
         03 FILLER PIC X(12) VALUE '36PST-NOCHG '.
         03 FILLER PIC X(12) VALUE '40MED-INTRJC'.
         03 FILLER PIC X(12) VALUE '41MED-BADPRS'.
         03 FILLER PIC X(12) VALUE '42MED-BADDTA'.
         03 FILLER PIC X(12) VALUE '44MED-ALRDSC'.
         03 FILLER PIC X(12) VALUE '45MED-ALERGY'.
         03 FILLER PIC X(12) VALUE '46ALG-BADDTA'.
         03 FILLER PIC X(12) VALUE '47MED-NODEA '.
         03 FILLER PIC X(12) VALUE '48MED-RFLLIM'.
         03 FILLER PIC X(12) VALUE '50ADM-BADDTA'.
         03 FILLER PIC X(12) VALUE '51ADM-RXNFND'.
         03 FILLER PIC X(12) VALUE '55PRS-BADDTA'.
         03 FILLER PIC X(12) VALUE '57CPF-BADDTA'.
         03 FILLER PIC X(12) VALUE '58CPF-NOTFND'.
         03 FILLER PIC X(12) VALUE '59CPF-NOADDR'.
         03 FILLER PIC X(12) VALUE '60MTN-BADDTA'.
         03 FILLER PIC X(12) VALUE '61CTM-BADDTA'.
         03 FILLER PIC X(12) VALUE '62CTM-NOTFND'.
         03 FILLER PIC X(12) VALUE '63CTM-BADNRS'.
         03 FILLER PIC X(12) VALUE '64CTM-BADPRS'.
         03 FILLER PIC X(12) VALUE '65APT-DUPLIC'.
         03 FILLER PIC X(12) VALUE '66APT-NOTFND'.
         03 FILLER PIC X(12) VALUE '67APT-BADDTA'.
         03 FILLER PIC X(12) VALUE '91SYS-FILERR'.
         03 FILLER PIC X(12) VALUE '92SYS-NOAUTH'.
         03 FILLER PIC X(12) VALUE '93SYS-NOSTAF'.
         03 FILLER PIC X(12) VALUE '94SYS-PATINA'.
       01 WS-REASON-TEXT-R REDEFINES WS-REASON-TEXT-TABLE.
         03 WS-REASON-TEXT-ENTRY OCCURS 57 TIMES
                                  ASCENDING KEY IS WS-RT-CODE
                                  INDEXED BY WS-RT-IDX.
           05 WS-RT-CODE PIC 9(2).
