      *****************************************************************
      *    COPYBOOK.....  YXXX026
      *    DESCRIPTION..  FEED-SENDER REGISTRY CARD - ONE RECORD PER
      *                   FEED ID ALLOWED ONTO THE TRANIN
      *                   CONCATENATION, MAINTAINED BY OPERATIONS ON
      *                   PROD.MYPGM.FEEDREG.  MYPGM LOADS THE FILE AT
      *                   INITIALIZATION AND ITS PREVALIDATION PASS
      *                   REFUSES (RC=16, BEFORE ANYTHING POSTS) AN
      *                   HD/TR SET WHOSE CTL-FEED-ID HAS NO CARD, IS
      *                   SUSPENDED, OR WHOSE TRAILER HASH TOTAL IS
      *                   OVER REG-FILE-CEILING.  A DETAIL THAT BREAKS
      *                   ITS SENDER'S RULES IS NOT POSTED - IT GOES
      *                   TO THE YXXX003 OUTPUT AS 'EX' AND TO
      *                   EXCPFILE WITH ITS OWN REASON CODE:
      *                       FCOD - TRANSACTION CODE NOT PERMITTED
      *                       FCCY - CURRENCY NOT PERMITTED
      *                       FLIM - AMOUNT OVER REG-RECORD-CEILING
      *                   YFDM001 READS THE SAME CARDS AFTER THE RUN
      *                   AND REPORTS EVERY ACTIVE SENDER THAT WAS DUE
      *                   TONIGHT AND SENT NOTHING.
      *                   REG-SCHEDULE SAYS WHEN A FEED IS DUE:
      *                       D - ON EVERY DAY FLAGGED 'Y' IN
      *                           REG-DELIVERY-DAYS (MONDAY FIRST)
      *                       M - ON THE LAST WEEKDAY OF THE MONTH
      *                           (THE YACR001J/YFEE001J TRIGGER)
      *                       R - ON REQUEST ONLY - NEVER MISSED
      *                   PERMITTED CODES AND CURRENCIES ARE LISTED
      *                   LEFT-JUSTIFIED, UNUSED SLOTS BLANK, AT LEAST
      *                   ONE OF EACH.  A BLANK CURRENCY ON A DETAIL
      *                   IS THE LEDGER CURRENCY, SO 'EUR' MUST BE
      *                   LISTED FOR A SENDER THAT LEAVES IT BLANK.
      *                   BOTH CEILINGS ARE IN THE SENDER'S OWN UNITS
      *                   (THE AMOUNT TEXT AS CUT, BEFORE CONVERSION -
      *                   THE SAME FIGURES THE TRAILER HASH ADDS UP).
      *                   A ZERO CEILING MEANS NO CEILING.
      *    RECORD SIZE..  80 BYTES, FIXED
      *-----------------------------------------------------------------
      *    MOD LOG
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  --------------------------------------------
      *    2026-10-15  JWH  ORIGINAL COPYBOOK - FEED-SENDER REGISTRY
      *****************************************************************
       01  YXXX026-RECORD.
           05  REG-FEED-ID             PIC X(08).
           05  REG-STATUS              PIC X(01).
               88  REG-STATUS-ACTIVE       VALUE 'A'.
               88  REG-STATUS-SUSPENDED    VALUE 'S'.
           05  REG-SCHEDULE            PIC X(01).
               88  REG-SCHED-DAYS          VALUE 'D'.
               88  REG-SCHED-MONTH-END     VALUE 'M'.
               88  REG-SCHED-ON-REQUEST    VALUE 'R'.
           05  REG-DELIVERY-DAYS       PIC X(07).
           05  REG-DELIVERY-TABLE REDEFINES REG-DELIVERY-DAYS.
               10  REG-DAY-FLAG        PIC X(01) OCCURS 7.
           05  REG-TRANS-CODE-LIST.
               10  REG-TRANS-CODE      PIC X(02) OCCURS 6.
           05  REG-CURRENCY-LIST.
               10  REG-CURRENCY        PIC X(03) OCCURS 5.
           05  REG-RECORD-CEILING      PIC 9(07)V99.
           05  REG-FILE-CEILING        PIC 9(13)V99.
           05  FILLER                  PIC X(12).
