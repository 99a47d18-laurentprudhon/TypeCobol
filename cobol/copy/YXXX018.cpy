      *****************************************************************
      *    COPYBOOK.....  YXXX018
      *    DESCRIPTION..  SERVICE-FEE WAIVER - ONE RECORD PER ACCOUNT
      *                   EXEMPT FROM THE YFEE001 MONTHLY CHARGES,
      *                   MAINTAINED BY OPERATIONS ON
      *                   PROD.MYPGM.FEEWAIVE (STAFF ACCOUNTS, INTERNAL
      *                   SUSPENSE ACCOUNTS, NEGOTIATED EXEMPTIONS).
      *                   A WAIVED ACCOUNT IS PRICED AS USUAL BUT NOT
      *                   CHARGED - THE FEE REGISTER LISTS IT WITH THE
      *                   AMOUNT WAIVED AND WVR-REASON, SO EVERY
      *                   EXEMPTION IS VISIBLE EVERY MONTH.
      *    RECORD SIZE..  40 BYTES, FIXED
      *-----------------------------------------------------------------
      *    MOD LOG
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  --------------------------------------------
      *    2026-10-15  JWH  ORIGINAL COPYBOOK - FEE WAIVER
      *****************************************************************
       01  YXXX018-RECORD.
           05  WVR-RECORD-ID           PIC X(10).
           05  WVR-REASON              PIC X(25).
           05  FILLER                  PIC X(05).
