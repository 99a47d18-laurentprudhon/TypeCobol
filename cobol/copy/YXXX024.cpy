      *****************************************************************
      *    COPYBOOK.....  YXXX024
      *    DESCRIPTION..  ACCOUNT HOLD RECORD - ONE PER AMOUNT PUT ON
      *                   HOLD AGAINST AN ACCOUNT, HELD ON THE
      *                   PROD.MYPGM.HOLDS.KSDS (SEE YXXX024D FOR THE
      *                   DEFINE).  THE KEY IS ACCOUNT + HOLD NUMBER;
      *                   NUMBERS RUN FROM 001 PER ACCOUNT AND ARE
      *                   NEVER REUSED.  HOLDS ARE PLACED AND
      *                   RELEASED ONLINE THROUGH THE YHLD CICS
      *                   TRANSACTION (YHLD001) AND LAPSE IN THE
      *                   NIGHTLY YHLX001 STEP ONCE THE EXPIRY DATE
      *                   HAS PASSED:
      *                   'AC' ACTIVE -> 'RL' RELEASED / 'EX' EXPIRED.
      *                   A HOLD COUNTS AGAINST THE AVAILABLE BALANCE
      *                   WHILE ACTIVE AND NOT PAST ITS EXPIRY DATE
      *                   (ZERO EXPIRY = UNTIL RELEASED).  AVAILABLE
      *                   BALANCE = MST-BALANCE MINUS THE SUM OF THE
      *                   ACCOUNT'S COUNTING HOLDS.  HLD-RELEASED-BY/
      *                   DATE/TIME ARE STAMPED ON RELEASE; ON EXPIRY
      *                   THE DATE IS THE RUN DATE AND THE OPERATOR IS
      *                   'SYS'.  HLD-REPORTED IS SET BY YHLX001 SO A
      *                   PLACEMENT OR END IS REPORTED ONCE ONLY.
      *                   HOLDS ARE NEVER DELETED.
      *    RECORD SIZE..  100 BYTES, FIXED - KSDS KEY = HLD-KEY,
      *                   13 BYTES AT OFFSET 0
      *-----------------------------------------------------------------
      *    MOD LOG
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  --------------------------------------------
      *    2026-10-15  JWH  ORIGINAL COPYBOOK - ACCOUNT HOLDS
      *****************************************************************
       01  YXXX024-RECORD.
           05  HLD-KEY.
               10  HLD-RECORD-ID       PIC X(10).
                   88  HLD-PLACEHOLDER     VALUE '9999999999'.
               10  HLD-HOLD-NO         PIC 9(03).
           05  HLD-STATUS              PIC X(02).
               88  HLD-STATUS-ACTIVE       VALUE 'AC'.
               88  HLD-STATUS-RELEASED     VALUE 'RL'.
               88  HLD-STATUS-EXPIRED      VALUE 'EX'.
           05  HLD-AMOUNT              PIC S9(09)V99 COMP-3.
           05  HLD-REASON-CODE         PIC X(04).
               88  HLD-REASON-DISPUTE      VALUE 'DISP'.
               88  HLD-REASON-LEGAL        VALUE 'LEGL'.
               88  HLD-REASON-SETTLEMENT   VALUE 'SETL'.
               88  HLD-REASON-OTHER        VALUE 'OTHR'.
               88  HLD-REASON-VALID        VALUE 'DISP' 'LEGL'
                                                 'SETL' 'OTHR'.
           05  HLD-REASON-TEXT         PIC X(30).
           05  HLD-PLACED-BY           PIC X(03).
           05  HLD-PLACED-DATE         PIC 9(08).
           05  HLD-PLACED-TIME         PIC 9(06).
           05  HLD-EXPIRY-DATE         PIC 9(08).
               88  HLD-NO-EXPIRY           VALUE ZERO.
           05  HLD-RELEASED-BY         PIC X(03).
           05  HLD-RELEASED-DATE       PIC 9(08).
           05  HLD-RELEASED-TIME       PIC 9(06).
           05  HLD-REPORTED            PIC X(01).
               88  HLD-NOT-REPORTED        VALUE SPACE.
               88  HLD-PLACEMENT-REPORTED  VALUE 'P'.
               88  HLD-END-REPORTED        VALUE 'E'.
           05  FILLER                  PIC X(02).
