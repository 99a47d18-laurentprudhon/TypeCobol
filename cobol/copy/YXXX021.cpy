      *****************************************************************
      *    COPYBOOK.....  YXXX021
      *    DESCRIPTION..  ACCOUNT-TO-CUSTOMER RELATIONSHIP RECORD - ONE
      *                   PER CUSTOMER HOLDING A YXXX002 ACCOUNT, HELD
      *                   ON THE PROD.MYPGM.CUSTREL.KSDS (SEE YXXX021D
      *                   FOR THE DEFINE), KEYED ON CUSTOMER ID +
      *                   ACCOUNT ID SO A CUSTOMER'S ACCOUNTS READ
      *                   TOGETHER.  A JOINT ACCOUNT HAS ONE RECORD PER
      *                   HOLDER.  LINKED AND UNLINKED ONLINE BY THE
      *                   YCUM CICS TRANSACTION (YCUM001); AN UNLINK
      *                   DELETES THE RECORD.
      *                   REL-ROLE IS DESCRIPTIVE - 'P' THE PRINCIPAL
      *                   HOLDER, 'J' A JOINT HOLDER.
      *                   KEY 9999999999/9999999999 IS THE PLACEHOLDER
      *                   THE DEFINE JOB PRIMES THE CLUSTER WITH -
      *                   EVERY READER PASSES OVER IT.
      *    RECORD SIZE..  60 BYTES, FIXED - KSDS KEY = REL-KEY,
      *                   20 BYTES AT OFFSET 0
      *-----------------------------------------------------------------
      *    MOD LOG
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  --------------------------------------------
      *    2026-10-15  JWH  ORIGINAL COPYBOOK - CUSTOMER RELATIONSHIPS
      *****************************************************************
       01  YXXX021-RECORD.
           05  REL-KEY.
               10  REL-CUSTOMER-ID     PIC X(10).
                   88  REL-PLACEHOLDER     VALUE '9999999999'.
               10  REL-RECORD-ID       PIC X(10).
           05  REL-ROLE                PIC X(01).
               88  REL-ROLE-PRINCIPAL      VALUE 'P'.
               88  REL-ROLE-JOINT          VALUE 'J'.
           05  REL-LINKED-DATE         PIC 9(08).
           05  REL-LAST-OPERATOR       PIC X(03).
           05  REL-LAST-UPDATE-DATE    PIC 9(08).
           05  REL-LAST-UPDATE-TIME    PIC 9(06).
           05  FILLER                  PIC X(14).
