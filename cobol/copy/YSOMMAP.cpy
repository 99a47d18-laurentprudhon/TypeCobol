      *****************************************************************
      *    COPYBOOK.....  YSOMMAP
      *    DESCRIPTION..  SYMBOLIC MAP FOR MAPSET YSOMMS, MAP YSOMMP1
      *                   (SEE cobol/cics/YSOMMS.bms).  USED BY YSOM001
      *                   TO RECEIVE THE OPERATOR'S INSTRUCTION KEY
      *                   (ACCOUNT ID + INSTRUCTION NUMBER), ACTION AND
      *                   INSTRUCTION DETAIL, AND TO SEND BACK THE
      *                   CURRENT YXXX019 STANDING-ORDER RECORD.
      *                   FIELD ORDER MATCHES THE DFHMDF ORDER IN THE
      *                   MAPSET, AS IN YMNTMAP.
      *-----------------------------------------------------------------
      *    MOD LOG
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  --------------------------------------------
      *    2026-10-15  JWH  ORIGINAL SYMBOLIC MAP
      *****************************************************************
       01  YSOMMP1I.
           05  FILLER                   PIC X(12).
           05  ACCTIDL                  PIC S9(4) COMP.
           05  ACCTIDF                  PIC X.
           05  FILLER REDEFINES ACCTIDF.
               10  ACCTIDA              PIC X.
           05  ACCTIDI                  PIC X(10).
           05  INSTNOL                  PIC S9(4) COMP.
           05  INSTNOF                  PIC X.
           05  FILLER REDEFINES INSTNOF.
               10  INSTNOA              PIC X.
           05  INSTNOI                  PIC X(03).
           05  SOSTATL                  PIC S9(4) COMP.
           05  SOSTATF                  PIC X.
           05  FILLER REDEFINES SOSTATF.
               10  SOSTATA              PIC X.
           05  SOSTATI                  PIC X(20).
           05  LSTUPDTL                 PIC S9(4) COMP.
           05  LSTUPDTF                 PIC X.
           05  FILLER REDEFINES LSTUPDTF.
               10  LSTUPDTA             PIC X.
           05  LSTUPDTI                 PIC X(10).
           05  LSTOPRL                  PIC S9(4) COMP.
           05  LSTOPRF                  PIC X.
           05  FILLER REDEFINES LSTOPRF.
               10  LSTOPRA              PIC X.
           05  LSTOPRI                  PIC X(12).
           05  LSTCUTL                  PIC S9(4) COMP.
           05  LSTCUTF                  PIC X.
           05  FILLER REDEFINES LSTCUTF.
               10  LSTCUTA              PIC X.
           05  LSTCUTI                  PIC X(20).
           05  ACTIONL                  PIC S9(4) COMP.
           05  ACTIONF                  PIC X.
           05  FILLER REDEFINES ACTIONF.
               10  ACTIONA              PIC X.
           05  ACTIONI                  PIC X(01).
           05  TRCODEL                  PIC S9(4) COMP.
           05  TRCODEF                  PIC X.
           05  FILLER REDEFINES TRCODEF.
               10  TRCODEA              PIC X.
           05  TRCODEI                  PIC X(02).
           05  AMOUNTL                  PIC S9(4) COMP.
           05  AMOUNTF                  PIC X.
           05  FILLER REDEFINES AMOUNTF.
               10  AMOUNTA              PIC X.
           05  AMOUNTI                  PIC X(10).
           05  CCYL                     PIC S9(4) COMP.
           05  CCYF                     PIC X.
           05  FILLER REDEFINES CCYF.
               10  CCYA                 PIC X.
           05  CCYI                     PIC X(03).
           05  FREQL                    PIC S9(4) COMP.
           05  FREQF                    PIC X.
           05  FILLER REDEFINES FREQF.
               10  FREQA                PIC X.
           05  FREQI                    PIC X(01).
           05  NXTDUEL                  PIC S9(4) COMP.
           05  NXTDUEF                  PIC X.
           05  FILLER REDEFINES NXTDUEF.
               10  NXTDUEA              PIC X.
           05  NXTDUEI                  PIC X(08).
           05  ENDDTEL                  PIC S9(4) COMP.
           05  ENDDTEF                  PIC X.
           05  FILLER REDEFINES ENDDTEF.
               10  ENDDTEA              PIC X.
           05  ENDDTEI                  PIC X(08).
           05  REMCNTL                  PIC S9(4) COMP.
           05  REMCNTF                  PIC X.
           05  FILLER REDEFINES REMCNTF.
               10  REMCNTA              PIC X.
           05  REMCNTI                  PIC X(05).
           05  REFERL                   PIC S9(4) COMP.
           05  REFERF                   PIC X.
           05  FILLER REDEFINES REFERF.
               10  REFERA               PIC X.
           05  REFERI                   PIC X(20).
           05  MSGL                     PIC S9(4) COMP.
           05  MSGF                     PIC X.
           05  FILLER REDEFINES MSGF.
               10  MSGA                 PIC X.
           05  MSGI                     PIC X(60).
      *
       01  YSOMMP1O REDEFINES YSOMMP1I.
           05  FILLER                   PIC X(12).
           05  FILLER                   PIC X(03).
           05  ACCTIDO                  PIC X(10).
           05  FILLER                   PIC X(03).
           05  INSTNOO                  PIC X(03).
           05  FILLER                   PIC X(03).
           05  SOSTATO                  PIC X(20).
           05  FILLER                   PIC X(03).
           05  LSTUPDTO                 PIC X(10).
           05  FILLER                   PIC X(03).
           05  LSTOPRO                  PIC X(12).
           05  FILLER                   PIC X(03).
           05  LSTCUTO                  PIC X(20).
           05  FILLER                   PIC X(03).
           05  ACTIONO                  PIC X(01).
           05  FILLER                   PIC X(03).
           05  TRCODEO                  PIC X(02).
           05  FILLER                   PIC X(03).
           05  AMOUNTO                  PIC X(10).
           05  FILLER                   PIC X(03).
           05  CCYO                     PIC X(03).
           05  FILLER                   PIC X(03).
           05  FREQO                    PIC X(01).
           05  FILLER                   PIC X(03).
           05  NXTDUEO                  PIC X(08).
           05  FILLER                   PIC X(03).
           05  ENDDTEO                  PIC X(08).
           05  FILLER                   PIC X(03).
           05  REMCNTO                  PIC X(05).
           05  FILLER                   PIC X(03).
           05  REFERO                   PIC X(20).
           05  FILLER                   PIC X(03).
           05  MSGO                     PIC X(60).
