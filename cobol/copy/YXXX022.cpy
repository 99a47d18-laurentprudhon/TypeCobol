      *****************************************************************
      *    COPYBOOK.....  YXXX022
      *    DESCRIPTION..  ACTIVITY-MONITORING RULE CARD - ONE RECORD
      *                   PER RULE (PER CURRENCY FOR 'LV'), KEPT BY
      *                   COMPLIANCE ON PROD.MYPGM.MONRULES (SEE
      *                   YXXX023D FOR THE FIRST LOAD).  YMON001 LOADS
      *                   THE FILE AT INITIALIZATION AND JUDGES THE
      *                   NIGHT'S POSTINGS AGAINST IT:
      *                     'LV' LARGE VALUE - ONE POSTING OF AT LEAST
      *                          MRL-AMOUNT.  ONE CARD PER FEED
      *                          CURRENCY; CURRENCY '***' COVERS EVERY
      *                          CURRENCY WITHOUT A CARD OF ITS OWN
      *                     'VE' VELOCITY - MORE THAN MRL-COUNT
      *                          POSTINGS TO ONE ACCOUNT IN THE LAST
      *                          MRL-DAYS DAYS
      *                     'NT' NEAR THRESHOLD - MRL-COUNT OR MORE
      *                          POSTINGS IN THE LAST MRL-DAYS DAYS
      *                          FALLING WITHIN MRL-PERCENT BELOW THE
      *                          'LV' THRESHOLD OF THEIR CURRENCY
      *                     'NA' NEW ACCOUNT - A POSTING OF AT LEAST
      *                          MRL-AMOUNT TO AN ACCOUNT OPENED ('AD')
      *                          IN THE LAST MRL-DAYS DAYS
      *                   AMOUNTS ARE LEDGER CURRENCY, AS ON YXXX003 -
      *                   THE CURRENCY ON AN 'LV' CARD ONLY CHOOSES
      *                   WHICH POSTINGS THE THRESHOLD APPLIES TO.
      *                   FIELDS A RULE DOES NOT USE ARE KEYED ZERO.
      *                   A RULE WITH NO CARD IS NOT RUN AND THE
      *                   REPORT SAYS SO - A BAD CARD STOPS THE RUN,
      *                   SAME PHILOSOPHY AS THE YXXX009 RATE CARDS.
      *    RECORD SIZE..  30 BYTES, FIXED
      *-----------------------------------------------------------------
      *    MOD LOG
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  --------------------------------------------
      *    2026-10-15  JWH  ORIGINAL COPYBOOK - MONITORING RULE CARD
      *****************************************************************
       01  YXXX022-RECORD.
           05  MRL-RULE-TYPE           PIC X(02).
               88  MRL-RULE-LARGE-VALUE    VALUE 'LV'.
               88  MRL-RULE-VELOCITY       VALUE 'VE'.
               88  MRL-RULE-NEAR-THRESHOLD VALUE 'NT'.
               88  MRL-RULE-NEW-ACCOUNT    VALUE 'NA'.
           05  MRL-CURRENCY-CODE       PIC X(03).
               88  MRL-CURRENCY-DEFAULT    VALUE '***'.
           05  MRL-AMOUNT              PIC 9(09)V99.
           05  MRL-COUNT               PIC 9(05).
           05  MRL-DAYS                PIC 9(03).
           05  MRL-PERCENT             PIC 9(03).
           05  FILLER                  PIC X(03).
