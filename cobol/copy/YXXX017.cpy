      *****************************************************************
      *    COPYBOOK.....  YXXX017
      *    DESCRIPTION..  MONTHLY SERVICE-FEE SCHEDULE CARD - ONE
      *                   RECORD PER ACCOUNT CLASS, MAINTAINED BY
      *                   OPERATIONS ON PROD.MYPGM.FEESCHED.  YFEE001
      *                   LOADS THE FILE AT INITIALIZATION AND CHARGES
      *                   EVERY ACTIVE ACCOUNT OF THE CLASS, ONCE A
      *                   MONTH:
      *                       FEE-MONTHLY-AMOUNT (FLAT)
      *                     + FEE-POSTING-AMOUNT FOR EACH MTD POSTING
      *                       OVER FEE-FREE-POSTINGS
      *                     + FEE-OVERDRAWN-AMOUNT FOR EACH DAY OF THE
      *                       PERIOD THE BALANCE STOOD BELOW ZERO
      *                   ALL AMOUNTS ARE LEDGER CURRENCY.  A ZERO
      *                   FIELD SIMPLY CHARGES NOTHING FOR THAT PART -
      *                   A FEE-FREE CLASS IS KEYED AS AN ALL-ZERO
      *                   CARD.  A CLASS WITH NO CARD IS CHARGED
      *                   NOTHING AND IS REPORTED, NOT GUESSED - SAME
      *                   PHILOSOPHY AS THE YXXX011 RATE CARDS.
      *    RECORD SIZE..  30 BYTES, FIXED
      *-----------------------------------------------------------------
      *    MOD LOG
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  --------------------------------------------
      *    2026-10-15  JWH  ORIGINAL COPYBOOK - FEE SCHEDULE CARD
      *****************************************************************
       01  YXXX017-RECORD.
           05  FEE-ACCOUNT-CLASS       PIC X(02).
           05  FEE-MONTHLY-AMOUNT      PIC 9(05)V99.
           05  FEE-FREE-POSTINGS       PIC 9(05).
           05  FEE-POSTING-AMOUNT      PIC 9(03)V99.
           05  FEE-OVERDRAWN-AMOUNT    PIC 9(03)V99.
           05  FILLER                  PIC X(06).
