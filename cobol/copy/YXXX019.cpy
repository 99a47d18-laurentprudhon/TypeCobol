      *****************************************************************
      *    COPYBOOK.....  YXXX019
      *    DESCRIPTION..  STANDING-ORDER INSTRUCTION RECORD - ONE PER
      *                   RECURRING MOVEMENT ON AN ACCOUNT, HELD ON
      *                   THE PROD.MYPGM.STANDORD.KSDS (SEE YXXX019D
      *                   FOR THE DEFINE), KEYED ON ACCOUNT + A
      *                   3-DIGIT INSTRUCTION NUMBER.  MAINTAINED
      *                   ONLINE BY THE YSOM CICS TRANSACTION
      *                   (YSOM001) AND READ NIGHTLY BY THE YSOG001
      *                   GENERATOR, WHICH CUTS EVERY INSTRUCTION DUE
      *                   INTO THE 'STANDORD' FEED AHEAD OF MYPGM AND
      *                   ADVANCES SOR-NEXT-DUE-DATE.
      *                   SOR-ANCHOR-DAY IS THE DAY OF MONTH A 'M'/'Q'
      *                   INSTRUCTION FALLS ON - A SHORT MONTH PULLS
      *                   THE DUE DATE BACK TO ITS LAST DAY AND THE
      *                   NEXT MONTH RETURNS TO THE ANCHOR.
      *                   SOR-END-DATE ZERO AND SOR-REMAINING-COUNT
      *                   ZERO ON AN ACTIVE INSTRUCTION MEAN IT RUNS
      *                   UNTIL CANCELLED; A NON-ZERO COUNT IS TAKEN
      *                   DOWN BY ONE PER OCCURRENCE GENERATED.
      *                   SOR-PENDING-SW IS SET WHEN AN OCCURRENCE IS
      *                   CUT AND CLEARED BY YSOG001 PARM='CONF' ONCE
      *                   MYPGM HAS POSTED THE FEED - A PENDING
      *                   OCCURRENCE IS RE-CUT, NEVER RE-GENERATED,
      *                   ON A RERUN OF THE NIGHT.
      *    RECORD SIZE..  120 BYTES, FIXED - KSDS KEY = SOR-KEY,
      *                   13 BYTES AT OFFSET 0
      *-----------------------------------------------------------------
      *    MOD LOG
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  --------------------------------------------
      *    2026-10-15  JWH  ORIGINAL COPYBOOK - STANDING ORDERS
      *****************************************************************
       01  YXXX019-RECORD.
           05  SOR-KEY.
               10  SOR-RECORD-ID       PIC X(10).
               10  SOR-INSTR-NO        PIC 9(03).
           05  SOR-STATUS              PIC X(02).
               88  SOR-STATUS-ACTIVE       VALUE 'AC'.
               88  SOR-STATUS-SUSPENDED    VALUE 'SU'.
               88  SOR-STATUS-CANCELLED    VALUE 'CN'.
               88  SOR-STATUS-ENDED        VALUE 'EN'.
      *        THE FEED CODE THE OCCURRENCE IS CUT AS - 'CH' CREDITS
      *        THE ACCOUNT, 'DB' DEBITS IT
           05  SOR-TRANS-CODE          PIC X(02).
               88  SOR-CODE-CREDIT         VALUE 'CH'.
               88  SOR-CODE-DEBIT          VALUE 'DB'.
           05  SOR-AMOUNT              PIC 9(07)V99 COMP-3.
      *        BLANK MEANS THE LEDGER CURRENCY, AS ON THE FEED
           05  SOR-CURRENCY-CODE       PIC X(03).
           05  SOR-FREQUENCY           PIC X(01).
               88  SOR-FREQ-WEEKLY         VALUE 'W'.
               88  SOR-FREQ-MONTHLY        VALUE 'M'.
               88  SOR-FREQ-QUARTERLY      VALUE 'Q'.
           05  SOR-NEXT-DUE-DATE       PIC 9(08).
           05  SOR-ANCHOR-DAY          PIC 9(02).
           05  SOR-END-DATE            PIC 9(08).
           05  SOR-REMAINING-COUNT     PIC 9(05) COMP-3.
           05  SOR-REFERENCE           PIC X(20).
           05  SOR-PENDING-SW          PIC X(01).
               88  SOR-PENDING             VALUE 'Y'.
           05  SOR-LAST-GEN-DATE       PIC 9(08).
           05  SOR-LAST-GEN-DUE        PIC 9(08).
           05  SOR-CREATED-DATE        PIC 9(08).
           05  SOR-LAST-OPERATOR       PIC X(03).
           05  SOR-LAST-UPDATE-DATE    PIC 9(08).
           05  SOR-LAST-UPDATE-TIME    PIC 9(06).
           05  FILLER                  PIC X(11).
