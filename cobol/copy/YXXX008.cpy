      *                     JOURNALS IT LIKE A STATUS CHANGE ('OL'
      *                     ON THE POSTING HISTORY, NO YXXX003
      *                     RECORD AND NO CONTROL-TOTAL EFFECT)
      *    2026-10-15  JWH  ADDED ACTION 'R' - REACTIVATION OF A
      *                     DORMANT ('DM') ACCOUNT.  ADJ-NEW-STATUS IS
      *                     'AC'; MYPGM JOURNALS IT AS A STATUS CHANGE
      *                     ('OS' ON THE POSTING HISTORY, NO YXXX003
      *                     RECORD AND NO CONTROL-TOTAL EFFECT)
      *****************************************************************
       01  YXXX008-RECORD.
           05  ADJ-RECORD-ID           PIC X(10).
               88  ADJ-ACTION-STATUS       VALUE 'S'.
               88  ADJ-ACTION-BALANCE      VALUE 'B'.
               88  ADJ-ACTION-LIMIT        VALUE 'L'.
               88  ADJ-ACTION-REACTIVATE   VALUE 'R'.
           05  ADJ-NEW-STATUS          PIC X(02).
           05  ADJ-AMOUNT              PIC S9(09)V99 COMP-3.
           05  ADJ-BALANCE-BEFORE      PIC S9(09)V99 COMP-3.
