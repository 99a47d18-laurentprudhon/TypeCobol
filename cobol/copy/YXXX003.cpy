      *                     IT NEVER TOUCHED THE MASTER, LIKE 'EX',
      *                     AND YBCK001/YGLX001/YTBL001 IGNORE IT;
      *                     YRPT001 REPORTS IT IN ITS OWN CATEGORY
      *    2026-10-15  JWH  ADDED TRANS CODE 'DB' - A FEED DEBIT.
      *                     RPT-AMOUNT IS THE SIGNED LEDGER EFFECT OF
      *                     THE POSTING, SO A 'DB' CARRIES IT NEGATIVE
      *                     (AS AN ONLINE 'ONLA' DEBIT ALREADY DID) -
      *                     THE CONTROL TOTAL, THE GL NET MOVEMENT AND
      *                     THE TRIAL-BALANCE DELTA ALL SUM IT AS IS
      *    2026-10-15  JWH  ADDED CATEGORY 'DO' - A 'CH'/'DB' REFUSED
      *                     BECAUSE THE ACCOUNT IS DORMANT (MST-STATUS
      *                     'DM'), REASON 'DORM'.  IT NEVER TOUCHED THE
      *                     MASTER, LIKE 'PD', SO EVERY PROGRAM THAT
      *                     TAKES ONLY 'PO' IGNORES IT; YRPT001
      *                     REPORTS IT IN ITS OWN CATEGORY
      *    2026-10-15  JWH  ADDED RPT-FEED-ID - THE FEED THE DETAIL
      *                     CAME IN ON (TRX-FEED-ID), SO YBCK001 CAN
      *                     BACK AN 'INTACCR' INTEREST POSTING OUT OF
      *                     MST-YTD-INTEREST.  SPACES ON AN ONLINE
      *                     'ONLA' RECORD.  RECORD LENGTH UNCHANGED -
      *                     TAKEN FROM FILLER
      *****************************************************************
       01  YXXX003-RECORD.
           05  RPT-RECORD-ID           PIC X(10).
               88  RPT-CAT-OPEN-ITEM       VALUE 'OI'.
               88  RPT-CAT-EXCEPTION       VALUE 'EX'.
               88  RPT-CAT-PERIOD          VALUE 'PD'.
               88  RPT-CAT-DORMANT         VALUE 'DO'.
           05  RPT-AMOUNT              PIC S9(09)V99 COMP-3.
           05  RPT-TRANS-DATE          PIC 9(08).
           05  RPT-REASON-CODE         PIC X(04).
               88  RPT-CODE-ADD            VALUE 'AD'.
               88  RPT-CODE-CHANGE         VALUE 'CH'.
               88  RPT-CODE-DELETE         VALUE 'DL'.
               88  RPT-CODE-DEBIT          VALUE 'DB'.
           05  RPT-CURRENCY-CODE       PIC X(03).
           05  RPT-FEED-ID             PIC X(08).
           05  FILLER                  PIC X(05).
