      *****************************************************************
      *    COPYBOOK.....  YXXX025
      *    DESCRIPTION..  MASTER IMAGE-COPY CONTROL RECORD.  YIMG001
      *                   COPIES THE YXXX002 MASTER KSDS RECORD FOR
      *                   RECORD TO A DATED GENERATION OF
      *                   PROD.YXXX002.IMAGE AHEAD OF EVERY NIGHTLY
      *                   POSTING STEP AND ENDS THE GENERATION WITH
      *                   THIS TRAILER - THE RECORD COUNT, BALANCE
      *                   TOTAL AND STATUS COUNTS OF THE COPY, AND THE
      *                   DATE AND TIME IT WAS TAKEN.  THE YFRC001
      *                   FORWARD RECOVERY PROVES A RESTORED IMAGE
      *                   AGAINST IT AND REPLAYS EVERY YXXX004 JOURNAL
      *                   ENTRY STAMPED (HST-POST-DATE/HST-POST-TIME)
      *                   AT OR AFTER IMG-IMAGE-DATE/IMG-IMAGE-TIME.
      *                   THE TRAILER IS RECOGNIZED BY ITS HIGH-VALUES
      *                   KEY, WHICH NO MASTER RECORD CAN CARRY.  AN
      *                   IMAGE WITHOUT ITS TRAILER IS INCOMPLETE AND
      *                   MUST NOT BE RESTORED.
      *                   IMG-PRIOR-CUTOFF AND IMG-CLOSED-YEAR ARE THE
      *                   YXXX015 PERIOD STATE THE COPY WAS TAKEN
      *                   UNDER.  A MONTH OR YEAR CLOSED SINCE HAS
      *                   MOVED THE PERIOD RECORD PAST THEM, AND
      *                   YFRC001 REDOES THAT CLOSE'S RESET - WHATEVER
      *                   THE DATE THE CLOSE RAN ON.  ZERO MEANS NO
      *                   PERIOD CONTROL AT THE TIME; SPACES, A
      *                   TRAILER CUT BEFORE THE FIELDS EXISTED.
      *    RECORD SIZE..  90 BYTES, FIXED - THE YXXX002 LENGTH, SO
      *                   THE TRAILER RIDES IN THE SAME FB FILE
      *-----------------------------------------------------------------
      *    MOD LOG
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  --------------------------------------------
      *    2026-10-15  JWH  ORIGINAL COPYBOOK - IMAGE-COPY TRAILER
      *    2026-10-15  JWH  FILLER WIDENED TO KEEP THE TRAILER AT THE
      *                     YXXX002 LENGTH, NOW 90 BYTES
      *    2026-10-15  JWH  ADDED IMG-PRIOR-CUTOFF AND IMG-CLOSED-YEAR -
      *                     THE PERIOD STATE OF THE COPY.  RECORD
      *                     LENGTH UNCHANGED - TAKEN FROM FILLER
      *****************************************************************
       01  YXXX025-RECORD.
           05  IMG-TRAILER-ID          PIC X(10).
               88  IMG-TRAILER             VALUE HIGH-VALUES.
           05  IMG-IMAGE-DATE          PIC 9(08).
           05  IMG-IMAGE-TIME          PIC 9(06).
           05  IMG-RECORD-COUNT        PIC 9(09) COMP-3.
           05  IMG-MASTER-TOTAL        PIC S9(13)V99 COMP-3.
           05  IMG-AC-COUNT            PIC 9(09) COMP-3.
           05  IMG-CL-COUNT            PIC 9(09) COMP-3.
           05  IMG-EX-COUNT            PIC 9(09) COMP-3.
           05  IMG-DM-COUNT            PIC 9(09) COMP-3.
           05  IMG-PRIOR-CUTOFF        PIC 9(08).
           05  IMG-CLOSED-YEAR         PIC 9(04).
           05  FILLER                  PIC X(21).
