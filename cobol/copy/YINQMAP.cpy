      *                     TRX-RECORD-ID IN YXXX001 AND MST-RECORD-ID IN
      *                     YXXX002); A NUMERIC-ONLY FIELD HERE COULD
      *                     NEVER LOOK UP AN ALPHANUMERIC ID
      *    2026-10-15  JWH  AVAILBL ADDED AFTER BALANCE - AVAILABLE
      *                     BALANCE, LEDGER LESS ACTIVE YXXX024 HOLDS
      *****************************************************************
       01  YINQMP1I.
           05  FILLER                   PIC X(12).
           05  FILLER REDEFINES BALANCEF.
               10  BALANCEA             PIC X.
           05  BALANCEI                 PIC X(15).
           05  AVAILBLL                 PIC S9(4) COMP.
           05  AVAILBLF                 PIC X.
           05  FILLER REDEFINES AVAILBLF.
               10  AVAILBLA             PIC X.
           05  AVAILBLI                 PIC X(15).
           05  LSTTRDTL                 PIC S9(4) COMP.
           05  LSTTRDTF                 PIC X.
           05  FILLER REDEFINES LSTTRDTF.
           05  FILLER                   PIC X(03).
           05  BALANCEO                 PIC X(15).
           05  FILLER                   PIC X(03).
           05  AVAILBLO                 PIC X(15).
           05  FILLER                   PIC X(03).
           05  LSTTRDTO                 PIC X(10).
           05  FILLER                   PIC X(03).
           05  LSTUPDTO                 PIC X(10).
