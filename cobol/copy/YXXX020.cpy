      *****************************************************************
      *    COPYBOOK.....  YXXX020
      *    DESCRIPTION..  CUSTOMER MASTER RECORD - ONE PER CUSTOMER
      *                   (PERSON OR BUSINESS) THE BANK HOLDS ACCOUNTS
      *                   FOR, HELD ON THE PROD.MYPGM.CUSTOMER.KSDS
      *                   (SEE YXXX020D FOR THE DEFINE), KEYED ON THE
      *                   10-BYTE CUSTOMER ID.  MAINTAINED ONLINE BY
      *                   THE YCUM CICS TRANSACTION (YCUM001).  THE
      *                   ACCOUNTS A CUSTOMER HOLDS ARE NOT CARRIED
      *                   HERE - THEY ARE LINKED THROUGH THE YXXX021
      *                   RELATIONSHIP FILE, WHICH ALLOWS JOINT
      *                   HOLDERS.  YCUP001 ROLLS THE LINKED YXXX002
      *                   ACCOUNTS UP TO EACH CUSTOMER.
      *                   CUS-STATUS 'CL' IS ONLY TAKEN ONCE EVERY
      *                   ACCOUNT HAS BEEN UNLINKED; THE RECORD STAYS
      *                   ON FILE FOR THE AUDIT TRAIL.
      *                   CUSTOMER ID 9999999999 IS THE PLACEHOLDER
      *                   THE DEFINE JOB PRIMES THE CLUSTER WITH -
      *                   EVERY READER PASSES OVER IT.
      *    RECORD SIZE..  300 BYTES, FIXED - KSDS KEY = CUS-CUSTOMER-ID,
      *                   10 BYTES AT OFFSET 0
      *-----------------------------------------------------------------
      *    MOD LOG
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  --------------------------------------------
      *    2026-10-15  JWH  ORIGINAL COPYBOOK - CUSTOMER MASTER
      *****************************************************************
       01  YXXX020-RECORD.
           05  CUS-CUSTOMER-ID         PIC X(10).
               88  CUS-PLACEHOLDER         VALUE '9999999999'.
           05  CUS-STATUS              PIC X(02).
               88  CUS-STATUS-ACTIVE       VALUE 'AC'.
               88  CUS-STATUS-INACTIVE     VALUE 'IN'.
               88  CUS-STATUS-CLOSED       VALUE 'CL'.
           05  CUS-NAME                PIC X(40).
           05  CUS-ADDRESS.
               10  CUS-ADDRESS-LINE-1  PIC X(35).
               10  CUS-ADDRESS-LINE-2  PIC X(35).
               10  CUS-ADDRESS-LINE-3  PIC X(35).
               10  CUS-POSTCODE        PIC X(10).
           05  CUS-CONTACT.
               10  CUS-PHONE           PIC X(20).
               10  CUS-EMAIL           PIC X(40).
           05  CUS-CREATED-DATE        PIC 9(08).
           05  CUS-LAST-OPERATOR       PIC X(03).
           05  CUS-LAST-UPDATE-DATE    PIC 9(08).
           05  CUS-LAST-UPDATE-TIME    PIC 9(06).
           05  FILLER                  PIC X(48).
