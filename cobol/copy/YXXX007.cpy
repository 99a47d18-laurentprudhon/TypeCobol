      *                     = TONIGHT'S MASTER TOTAL
      *                   SO A BALANCE CORRUPTED ON THE KSDS BETWEEN
      *                   RUNS SURFACES THE SAME NIGHT.
      *                   THE SAME LAYOUT IS THE PERIOD SNAPSHOT ON
      *                   PROD.MYPGM.PERSNAP - ONE RECORD PER MONTH
      *                   CLOSED BY YCLS001 AND ONE PER YEAR CLOSED BY
      *                   YYEC001, TOLD APART BY TBL-SNAPSHOT-TYPE.
      *    RECORD SIZE..  50 BYTES, FIXED
      *-----------------------------------------------------------------
      *    MOD LOG
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  --------------------------------------------
      *    2026-08-22  JWH  ORIGINAL COPYBOOK - TRIAL-BALANCE CARRY
      *    2026-10-15  JWH  ADDED TBL-DM-COUNT - DORMANT ('DM')
      *                     ACCOUNTS.  A RECORD CUT BEFORE THE FIELD
      *                     EXISTED HAS SPACES HERE (IT WAS FILLER) -
      *                     TEST IT NUMERIC BEFORE USE.  RECORD LENGTH
      *                     UNCHANGED
      *    2026-10-15  JWH  ADDED TBL-SNAPSHOT-TYPE - 'Y' ON THE
      *                     YYEC001 YEAR-END SNAPSHOT, WHOSE RUN DATE
      *                     IS THE 31 DECEMBER OF THE YEAR CLOSED.
      *                     SPACES ON EVERY OTHER RECORD.  RECORD
      *                     LENGTH UNCHANGED - TAKEN FROM FILLER
      *****************************************************************
       01  YXXX007-RECORD.
           05  TBL-RUN-DATE            PIC 9(08).
           05  TBL-AC-COUNT            PIC 9(09) COMP-3.
           05  TBL-CL-COUNT            PIC 9(09) COMP-3.
           05  TBL-EX-COUNT            PIC 9(09) COMP-3.
           05  TBL-DM-COUNT            PIC 9(09) COMP-3.
           05  TBL-SNAPSHOT-TYPE       PIC X(01).
               88  TBL-SNAP-YEAR-END       VALUE 'Y'.
           05  FILLER                  PIC X(08).
