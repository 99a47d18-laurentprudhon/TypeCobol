      *                   KSDS ACCESS - SEE FD MASTFILE IN MYPGM AND
      *                   THE IDCAMS DEFINE CLUSTER IN THE PRODUCTION
      *                   JCL FOR THE KEY POSITION/LENGTH.
      *    RECORD SIZE..  90 BYTES, FIXED
      *-----------------------------------------------------------------
      *    MOD LOG
      *    DATE       INIT  DESCRIPTION
      *                     (RECORDSIZE NOW 70) AND RELOAD THE MASTER
      *                     WITH A PARM='FULL' REBUILD BEFORE THE
      *                     FIRST RUN ON THE NEW LAYOUT
      *    2026-10-15  JWH  ADDED STATUS 'DM' - DORMANT.  SET BY THE
      *                     YDRM001 SWEEP ON AN ACTIVE ACCOUNT WITH NO
      *                     POSTING SINCE THE INACTIVITY THRESHOLD
      *                     (MST-LAST-TRANS-DATE).  MYPGM REFUSES FEED
      *                     POSTINGS TO A DORMANT ACCOUNT; ONLY THE
      *                     SUPERVISED YMNT ACTION 'R' (REACTIVATE)
      *                     RETURNS IT TO 'AC'.  RECORD LENGTH
      *                     UNCHANGED
      *    2026-10-15  JWH  ADDED MST-YTD-POST-COUNT / MST-YTD-POST-
      *                     AMOUNT / MST-YTD-INTEREST - CALENDAR YEAR-
      *                     TO-DATE POSTINGS AND THE PART OF THEM THAT
      *                     CAME IN ON THE 'INTACCR' INTEREST FEED.
      *                     ROLLED WHEREVER THE MTD FIELDS ARE ROLLED
      *                     AND BACKED OUT, BUT RESET ONLY BY THE
      *                     YYEC001 YEAR-END CLOSE, WHICH PRINTS THE
      *                     INTEREST CERTIFICATES FROM THEM.  WIDER
      *                     THAN THE MTD FIELDS - A YEAR OF MOVEMENT.
      *                     THE FILLER WAS EXHAUSTED, SO THE RECORD
      *                     GREW FROM 70 TO 90 BYTES - RERUN YXXX002D
      *                     (RECORDSIZE NOW 90) AND RELOAD THE MASTER
      *                     WITH A PARM='FULL' REBUILD BEFORE THE
      *                     FIRST RUN ON THE NEW LAYOUT
      *    2026-10-15  JWH  MST-LAST-TRANS-DATE IS THE DATE OF THE LAST
      *                     CUSTOMER ACTIVITY - THE TRANSACTION DATE OF
      *                     THE LAST POSTING, ADD OR CLOSE.  THE SYSTEM
      *                     'FEES' CHARGES AND 'INTACCR' INTEREST DO
      *                     NOT COUNT AND LEAVE IT ALONE, SO THE
      *                     YDRM001 DORMANCY SWEEP STILL SEES AN IDLE
      *                     ACCOUNT AS IDLE.  LAYOUT UNCHANGED
      *****************************************************************
       01  YXXX002-RECORD.
           05  MST-RECORD-ID           PIC X(10).
               88  MST-STATUS-ACTIVE       VALUE 'AC'.
               88  MST-STATUS-CLOSED       VALUE 'CL'.
               88  MST-STATUS-EXCEPTION    VALUE 'EX'.
               88  MST-STATUS-DORMANT      VALUE 'DM'.
           05  MST-BALANCE             PIC S9(09)V99 COMP-3.
           05  MST-LAST-TRANS-DATE     PIC 9(08).
           05  MST-LAST-UPDATE-DATE    PIC 9(08).
           05  MST-OVERDRAFT-LIMIT     PIC S9(09)V99 COMP-3.
           05  MST-MTD-POST-COUNT      PIC 9(07) COMP-3.
           05  MST-MTD-POST-AMOUNT     PIC S9(09)V99 COMP-3.
           05  MST-YTD-POST-COUNT      PIC 9(07) COMP-3.
           05  MST-YTD-POST-AMOUNT     PIC S9(11)V99 COMP-3.
           05  MST-YTD-INTEREST        PIC S9(11)V99 COMP-3.
           05  FILLER                  PIC X(07).
