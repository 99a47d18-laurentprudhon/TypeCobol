000150*                     9800-WRITE-RUN-LOG - CARRYING THE DETAIL
000160*                     COUNT AND THE GL TRAILER TOTAL FOR THE
000170*                     YRUN INQUIRY
000172*    2026-10-15  JWH  'DB' DEBIT POSTINGS NEED NO SPECIAL CASE -
000174*                     THEIR YXXX003 AMOUNT IS ALREADY NEGATIVE,
000176*                     SO THE PER-ACCOUNT SUM IS THE NET MOVEMENT
000180*****************************************************************
000190*    NARRATIVE
000200*    BUILDS THE YXXX006 GL INTERFACE FILE AFTER EACH MYPGM RUN
000290*    AND ONLY 'PO' AMOUNTS GO INTO IT, THE TRAILER AMOUNT
000300*    EQUALS THE DOLLAR CONTROL TOTAL LINE ON MYPGM'S SUMRPT -
000310*    BOTH SHOPS CAN PROVE THE HANDOFF TO THE PENNY.
000313*    A 'DB' DEBIT ARRIVES ON ITS 'PO' RECORD WITH A NEGATIVE
000316*    AMOUNT, SO IT NETS OFF IN THE SUM LIKE ANY OTHER MOVEMENT.
000320*    AN ACCOUNT MISSING FROM THE MASTER ENDS THE RUN RC=16
000330*    (WRONG MASTER MOUNTED); AN ACCOUNT WHOSE LAST-UPDATE DATE
000340*    IS NOT THE RUN DATE IS EXTRACTED ANYWAY BUT COUNTED AND
