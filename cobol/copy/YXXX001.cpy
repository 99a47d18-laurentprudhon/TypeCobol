      *                     THE HD/TR RECORDS DROPPED.  BLANK ON THE
      *                     RAW FEED AS THE SENDERS CUT IT.  RECORD
      *                     LENGTH UNCHANGED - TAKEN FROM FILLER
      *    2026-10-15  JWH  ADDED TRANSACTION CODE 'DB' - A DEBIT
      *                     (WITHDRAWAL) THAT REDUCES MST-BALANCE.
      *                     THE AMOUNT ARRIVES UNSIGNED LIKE EVERY
      *                     OTHER DETAIL - THE CODE CARRIES THE
      *                     DIRECTION - SO THE TRAILER HASH TOTAL
      *                     STAYS THE SUM OF THE UNSIGNED AMOUNT
      *                     TEXT WHATEVER THE MIX OF CODES
      *****************************************************************
       01  YXXX001-RECORD.
           05  TRX-RECORD-ID           PIC X(10).
               88  TRX-CODE-ADD            VALUE 'AD'.
               88  TRX-CODE-CHANGE         VALUE 'CH'.
               88  TRX-CODE-DELETE         VALUE 'DL'.
               88  TRX-CODE-DEBIT          VALUE 'DB'.
               88  TRX-CODE-HEADER         VALUE 'HD'.
               88  TRX-CODE-TRAILER        VALUE 'TR'.
           05  TRX-TRANS-DATE          PIC 9(08).
           05  CTL-FEED-DATE           PIC 9(08).
           05  CTL-FEED-ID             PIC X(08).
           05  CTL-RECORD-COUNT        PIC 9(09).
      *        HASH = SUM OF THE DETAIL AMOUNTS AS SENT, UNSIGNED -
      *        A 'DB' DETAIL ADDS TO IT LIKE A 'CH'
           05  CTL-HASH-TOTAL          PIC 9(13)V99.
           05  FILLER                  PIC X(27).
