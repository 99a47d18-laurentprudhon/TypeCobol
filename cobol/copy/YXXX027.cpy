      *****************************************************************
      *    COPYBOOK.....  YXXX027
      *    DESCRIPTION..  ANNUAL INTEREST CERTIFICATE RECORD WRITTEN BY
      *                   THE YYEC001 YEAR-END CLOSE - ONE PER ACCOUNT
      *                   CREDITED WITH INTEREST IN THE YEAR CLOSED
      *                   (MST-YTD-INTEREST NOT ZERO), ON A NEW
      *                   GENERATION OF PROD.MYPGM.INTCERT FOR THE
      *                   PRINT VENDOR.  THE LAYOUT IS FIXED BY THE
      *                   VENDOR AGREEMENT - CHANGE IT ONLY WITH THEM.
      *                   THE CERTIFICATE IS ADDRESSED TO THE ACCOUNT'S
      *                   PRINCIPAL HOLDER ON THE YXXX021 RELATIONSHIP
      *                   FILE (THE FIRST HOLDER LINKED IF NONE IS
      *                   MARKED 'P'); CRT-HOLDER-COUNT TELLS THE
      *                   VENDOR HOW MANY NAMES ARE ON THE ACCOUNT.
      *                   AN ACCOUNT WITH NO HOLDER ON FILE, OR WHOSE
      *                   HOLDER IS NOT ON THE YXXX020 MASTER, STILL
      *                   GETS ITS RECORD WITH CRT-ADDRESS-STATUS 'N'
      *                   AND THE NAME AND ADDRESS BLANK - THE VENDOR
      *                   HOLDS THOSE BACK FOR OPERATIONS.
      *                   AMOUNTS ARE DISPLAY DIGITS WITH A LEADING
      *                   SEPARATE SIGN AND NO PUNCTUATION, AS ON THE
      *                   YXXX006 GL INTERFACE.
      *    RECORD SIZE..  250 BYTES, FIXED
      *-----------------------------------------------------------------
      *    MOD LOG
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  --------------------------------------------
      *    2026-10-15  JWH  ORIGINAL COPYBOOK - INTEREST CERTIFICATE
      *****************************************************************
       01  YXXX027-RECORD.
           05  CRT-TAX-YEAR            PIC 9(04).
           05  CRT-ACCOUNT-ID          PIC X(10).
           05  CRT-CUSTOMER-ID         PIC X(10).
           05  CRT-NAME                PIC X(40).
           05  CRT-ADDRESS.
               10  CRT-ADDRESS-LINE-1  PIC X(35).
               10  CRT-ADDRESS-LINE-2  PIC X(35).
               10  CRT-ADDRESS-LINE-3  PIC X(35).
               10  CRT-POSTCODE        PIC X(10).
           05  CRT-HOLDER-COUNT        PIC 9(02).
           05  CRT-ADDRESS-STATUS      PIC X(01).
               88  CRT-ADDRESSED           VALUE 'Y'.
               88  CRT-NOT-ADDRESSED       VALUE 'N'.
           05  CRT-CURRENCY-CODE       PIC X(03).
           05  CRT-INTEREST-AMOUNT     PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  CRT-YEAR-END-BALANCE    PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  CRT-ISSUE-DATE          PIC 9(08).
           05  FILLER                  PIC X(31).
