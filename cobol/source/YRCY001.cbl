000140*                     9800-WRITE-RUN-LOG - SO THE YRUN INQUIRY
000150*                     SHOWS THE RECYCLE COUNTS WITHOUT A
000160*                     SYSOUT FISHING TRIP
000162*    2026-10-15  JWH  'DB' DEBIT DETAILS RECYCLE WITH THEIR CODE
000164*                     INTACT; THE AMOUNT TEXT IS UNSIGNED, SO
000166*                     THE RESUBMISSION HASH IS UNCHANGED
000170*****************************************************************
000180*    NARRATIVE
000190*    EXCEPTION RECORDS USED TO DIE ON PROD.MYPGM.EXCEPTIONS
002650*    2200-FIX-AND-RESUBMIT - THE PERIOD BECOMES THE COMMA THE
002660*    FEED SHOULD HAVE SENT, THE RESUBMISSION HEADER IS WRITTEN
002670*    AHEAD OF THE FIRST FIXED RECORD, AND THE AMOUNT JOINS THE
002675*    TRAILER HASH.  THE HASH IS THE UNSIGNED AMOUNT TEXT, THE
002680*    SAME AS MYPGM'S 2145 BALANCING - A 'DB' KEEPS ITS CODE AND
002685*    ADDS TO IT LIKE ANY OTHER DETAIL
002690*****************************************************************
002700 2200-FIX-AND-RESUBMIT.
002710     IF NOT WS-HEADER-WRITTEN
