      *****************************************************************
      *    COPYBOOK.....  YXXX023
      *    DESCRIPTION..  ACTIVITY ALERT RECORD - ONE PER RULE BREAK
      *                   RAISED BY THE YMON001 MONITOR, HELD ON THE
      *                   PROD.MYPGM.ALERTS.KSDS (SEE YXXX023D FOR THE
      *                   DEFINE).  THE KEY IS ALERT DATE + ACCOUNT +
      *                   RULE + A SEQUENCE WITHIN THE RULE, SO A
      *                   RERUN OF THE SAME NIGHT FINDS ITS ALERTS
      *                   ALREADY ON FILE INSTEAD OF RAISING THEM
      *                   TWICE.  COMPLIANCE WORKS THE QUEUE ONLINE
      *                   THROUGH THE YALM CICS TRANSACTION (YALM001):
      *                   'OP' OPEN -> 'RV' REVIEWED -> 'CL' CLOSED,
      *                   WITH A REOPEN BACK TO 'OP'.  EVERY
      *                   DISPOSITION STAMPS THE REVIEWER'S OPERATOR
      *                   ID AND TIMESTAMP; A CLOSE CARRIES A NOTE.
      *                   ALR-AMOUNT IS THE POSTING THAT BROKE THE
      *                   RULE ('LV'/'NA') OR THE LARGEST OF THE
      *                   POSTINGS COUNTED ('VE'/'NT'), LEDGER
      *                   CURRENCY.  ALR-LIMIT IS THE THRESHOLD OR
      *                   COUNT LIMIT IN FORCE WHEN THE ALERT WAS
      *                   RAISED.  ALERTS ARE NEVER DELETED.
      *    RECORD SIZE..  120 BYTES, FIXED - KSDS KEY = ALR-KEY,
      *                   23 BYTES AT OFFSET 0
      *-----------------------------------------------------------------
      *    MOD LOG
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  --------------------------------------------
      *    2026-10-15  JWH  ORIGINAL COPYBOOK - ACTIVITY ALERTS
      *****************************************************************
       01  YXXX023-RECORD.
           05  ALR-KEY.
               10  ALR-ALERT-DATE      PIC 9(08).
                   88  ALR-PLACEHOLDER     VALUE 99999999.
               10  ALR-RECORD-ID       PIC X(10).
               10  ALR-RULE-TYPE       PIC X(02).
                   88  ALR-RULE-LARGE-VALUE    VALUE 'LV'.
                   88  ALR-RULE-VELOCITY       VALUE 'VE'.
                   88  ALR-RULE-NEAR-THRESHOLD VALUE 'NT'.
                   88  ALR-RULE-NEW-ACCOUNT    VALUE 'NA'.
               10  ALR-RULE-SEQ        PIC 9(03).
           05  ALR-STATUS              PIC X(02).
               88  ALR-STATUS-OPEN         VALUE 'OP'.
               88  ALR-STATUS-REVIEWED     VALUE 'RV'.
               88  ALR-STATUS-CLOSED       VALUE 'CL'.
           05  ALR-TRANS-CODE          PIC X(02).
           05  ALR-CURRENCY-CODE       PIC X(03).
           05  ALR-AMOUNT              PIC S9(09)V99 COMP-3.
           05  ALR-LIMIT               PIC S9(09)V99 COMP-3.
           05  ALR-OBSERVED-COUNT      PIC 9(05) COMP-3.
           05  ALR-WINDOW-DAYS         PIC 9(03).
           05  ALR-OPENED-DATE         PIC 9(08).
           05  ALR-REVIEWER-ID         PIC X(03).
           05  ALR-REVIEW-DATE         PIC 9(08).
           05  ALR-REVIEW-TIME         PIC 9(06).
           05  ALR-REVIEW-NOTE         PIC X(40).
           05  FILLER                  PIC X(07).
