      *                   AND ROLLS THIS RECORD TO THE NEXT PERIOD.
      *                   A MISSING PERIOD FILE MEANS NO PERIOD
      *                   CHECKING - THE PRE-PERIOD-CONTROL BEHAVIOR.
      *                   PRD-CLOSED-YEAR IS THE LAST CALENDAR YEAR
      *                   THE YYEC001 YEAR-END CLOSE HAS CLOSED.
      *                   MYPGM REFUSES A DETAIL DATED INTO IT OR
      *                   EARLIER ('PD' REASON 'CLSY'), AND REFUSES TO
      *                   RUN AT ALL (RC=16) ONCE THE OPEN PERIOD HAS
      *                   MOVED PAST THE YEAR AFTER IT - THAT IS, A
      *                   DECEMBER WAS CLOSED BY YCLS001 BUT ITS YEAR
      *                   HAS NOT BEEN CLOSED BY YYEC001.  SPACES OR
      *                   ZERO (A RECORD CUT BEFORE THE FIELD EXISTED)
      *                   MEAN NO YEAR-END CONTROL.
      *    RECORD SIZE..  20 BYTES, FIXED
      *-----------------------------------------------------------------
      *    MOD LOG
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  --------------------------------------------
      *    2026-09-02  JWH  ORIGINAL COPYBOOK - PERIOD CONTROL
      *    2026-10-15  JWH  ADDED PRD-CLOSED-YEAR - THE YEAR-END LOCK.
      *                     YCLS001 CARRIES IT FORWARD UNCHANGED;
      *                     ONLY YYEC001 ADVANCES IT.  RECORD LENGTH
      *                     UNCHANGED - TAKEN FROM FILLER
      *****************************************************************
       01  YXXX015-RECORD.
           05  PRD-CURRENT-PERIOD      PIC 9(06).
               88  PRD-STATUS-OPEN         VALUE 'O'.
               88  PRD-STATUS-CLOSED       VALUE 'C'.
           05  PRD-PRIOR-CUTOFF        PIC 9(08).
           05  PRD-CLOSED-YEAR         PIC 9(04).
           05  FILLER                  PIC X(01).
