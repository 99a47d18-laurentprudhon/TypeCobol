      *****************************************************************
      *    COPYBOOK.....  YXXX028
      *    DESCRIPTION..  INTEREST TAX-REPORTING EXTRACT WRITTEN BY THE
      *                   YYEC001 YEAR-END CLOSE ON A NEW GENERATION OF
      *                   PROD.MYPGM.TAXEXTR.  ONE 'D' DETAIL PER
      *                   INTEREST CERTIFICATE (SAME ACCOUNT, HOLDER
      *                   AND AMOUNT AS THE YXXX027 RECORD), THEN ONE
      *                   'T' TRAILER CARRYING THE DETAIL COUNT AND
      *                   THE INTEREST TOTAL FOR THE TAX-REPORTING SIDE
      *                   TO BALANCE AGAINST.  THE TRAILER TOTAL EQUALS
      *                   "CERTIFICATE INTEREST TOTAL" ON THE YECRPT OF
      *                   THE SAME RUN - THAT IS THE HANDOFF PROOF.
      *                   TAX-ADDRESS-STATUS 'N' FLAGS A DETAIL WHOSE
      *                   CERTIFICATE COULD NOT BE ADDRESSED.
      *                   AMOUNTS ARE DISPLAY DIGITS WITH A LEADING
      *                   SEPARATE SIGN AND NO PUNCTUATION, AS ON THE
      *                   YXXX006 GL INTERFACE.
      *    RECORD SIZE..  80 BYTES, FIXED
      *-----------------------------------------------------------------
      *    MOD LOG
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  --------------------------------------------
      *    2026-10-15  JWH  ORIGINAL COPYBOOK - INTEREST TAX EXTRACT
      *****************************************************************
       01  YXXX028-RECORD.
           05  TAX-RECORD-TYPE         PIC X(01).
               88  TAX-TYPE-DETAIL         VALUE 'D'.
               88  TAX-TYPE-TRAILER        VALUE 'T'.
           05  TAX-YEAR                PIC 9(04).
           05  TAX-ACCOUNT-ID          PIC X(10).
           05  TAX-CUSTOMER-ID         PIC X(10).
           05  TAX-HOLDER-COUNT        PIC 9(02).
           05  TAX-INTEREST-AMOUNT     PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  TAX-CURRENCY-CODE       PIC X(03).
           05  TAX-ADDRESS-STATUS      PIC X(01).
           05  FILLER                  PIC X(35).
      *****************************************************************
      *    TRAILER VIEW - THE 'T' RECORD SHARES THE DETAIL LENGTH.
      *    TXT-RECORD-TYPE OVERLAYS TAX-RECORD-TYPE
      *****************************************************************
       01  YXXX028-TRAILER.
           05  TXT-RECORD-TYPE         PIC X(01).
           05  TXT-TAX-YEAR            PIC 9(04).
           05  TXT-RECORD-COUNT        PIC 9(09).
           05  TXT-INTEREST-TOTAL      PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(50).
