      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  --------------------------------------------
      *    2026-08-23  JWH  ORIGINAL COPYBOOK - RECENT-POSTING LAYOUT
      *    2026-10-15  JWH  ADDED RCT-DIRECTION ('D' = A 'DB' DEBIT,
      *                     SPACE = EVERYTHING ELSE) SO A DEBIT AND A
      *                     CREDIT OF THE SAME AMOUNT ON THE SAME DAY
      *                     ARE NOT TAKEN FOR DUPLICATES OF EACH
      *                     OTHER.  TAKEN FROM FILLER - A RECORD CUT
      *                     BEFORE THE FIELD EXISTED READS AS A CREDIT
      *****************************************************************
       01  YXXX010-RECORD.
           05  RCT-RECORD-ID           PIC X(10).
           05  RCT-AMOUNT-TEXT         PIC X(10).
           05  RCT-POSTED-DATE         PIC 9(08).
           05  RCT-RUN-AGE             PIC 9(03).
           05  RCT-DIRECTION           PIC X(01).
               88  RCT-DIRECTION-DEBIT     VALUE 'D'.
