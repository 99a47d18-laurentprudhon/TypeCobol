      *    2026-08-22  JWH  ADDED HST-CURRENCY-CODE - THE FEED CURRENCY
      *                     OF THE POSTING; AMOUNTS STAY IN THE LEDGER
      *                     CURRENCY.  RECORD LENGTH UNCHANGED
      *    2026-10-15  JWH  NEW HST-TRANS-CODE 'DM' - WRITTEN BY THE
      *                     YDRM001 DORMANCY SWEEP WHEN IT MOVES AN
      *                     ACCOUNT TO DORMANT.  AMOUNT ZERO, BALANCE
      *                     BEFORE = BALANCE AFTER.  A REACTIVATION
      *                     (YMNT ACTION 'R') IS JOURNALED BY MYPGM AS
      *                     'OS' LIKE ANY OTHER ONLINE STATUS CHANGE
      *    2026-10-15  JWH  ADDED HST-POST-TIME AND HST-NEW-STATUS SO
      *                     THE JOURNAL CAN BE REPLAYED BY THE YFRC001
      *                     FORWARD RECOVERY.  HST-POST-DATE + HST-
      *                     POST-TIME PUT THE ENTRIES IN POSTING ORDER:
      *                     A BATCH ENTRY CARRIES ITS RUN'S START TIME
      *                     (ENTRIES OF ONE RUN KEEP FILE ORDER), AN
      *                     ONLINE 'OA'/'OL'/'OS' ENTRY THE ADJ-DATE/
      *                     ADJ-TIME THE CHANGE WAS MADE - SO AN
      *                     ADJUSTMENT MYPGM JOURNALS AT THE END OF THE
      *                     NIGHT SORTS AHEAD OF THAT NIGHT'S POSTINGS,
      *                     WHERE IT HAPPENED.  HST-NEW-STATUS IS THE
      *                     MST-STATUS THE ENTRY LEFT ON THE MASTER -
      *                     BLANK ON 'OA'/'OL' (STATUS UNTOUCHED), AND
      *                     'RM' ON A 'BK' THAT BACKED OUT AN 'AD' AND
      *                     SO REMOVED THE ACCOUNT.  ENTRIES CUT BEFORE
      *                     THE FIELDS EXISTED HAVE SPACES HERE.
      *                     RECORD LENGTH UNCHANGED
      *****************************************************************
       01  YXXX004-RECORD.
           05  HST-RECORD-ID           PIC X(10).
           05  HST-BALANCE-AFTER       PIC S9(09)V99 COMP-3.
           05  HST-RUN-MODE            PIC X(01).
           05  HST-CURRENCY-CODE       PIC X(03).
           05  HST-POST-TIME           PIC 9(06).
           05  HST-NEW-STATUS          PIC X(02).
               88  HST-ACCOUNT-REMOVED     VALUE 'RM'.
