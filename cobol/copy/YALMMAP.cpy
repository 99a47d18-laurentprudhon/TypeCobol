      *****************************************************************
      *    COPYBOOK.....  YALMMAP
      *    DESCRIPTION..  SYMBOLIC MAP FOR MAPSET YALMMS, MAP YALMMP1
      *                   (SEE cobol/cics/YALMMS.bms).  USED BY YALM001
      *                   TO RECEIVE THE REVIEWER'S ALERT KEY, ACTION
      *                   AND NOTE, AND TO SEND BACK THE YXXX023 ALERT
      *                   WITH A PAGE OF THE OPEN/REVIEWED QUEUE.
      *                   FIELD ORDER MATCHES THE DFHMDF ORDER IN THE
      *                   MAPSET, AS IN YMNTMAP.
      *-----------------------------------------------------------------
      *    MOD LOG
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  --------------------------------------------
      *    2026-10-15  JWH  ORIGINAL SYMBOLIC MAP
      *****************************************************************
       01  YALMMP1I.
           05  FILLER                   PIC X(12).
           05  ADATEL                   PIC S9(4) COMP.
           05  ADATEF                   PIC X.
           05  FILLER REDEFINES ADATEF.
               10  ADATEA               PIC X.
           05  ADATEI                   PIC X(08).
           05  AACCTL                   PIC S9(4) COMP.
           05  AACCTF                   PIC X.
           05  FILLER REDEFINES AACCTF.
               10  AACCTA               PIC X.
           05  AACCTI                   PIC X(10).
           05  ARULEL                   PIC S9(4) COMP.
           05  ARULEF                   PIC X.
           05  FILLER REDEFINES ARULEF.
               10  ARULEA               PIC X.
           05  ARULEI                   PIC X(02).
           05  ASEQL                    PIC S9(4) COMP.
           05  ASEQF                    PIC X.
           05  FILLER REDEFINES ASEQF.
               10  ASEQA                PIC X.
           05  ASEQI                    PIC X(03).
           05  ASTATL                   PIC S9(4) COMP.
           05  ASTATF                   PIC X.
           05  FILLER REDEFINES ASTATF.
               10  ASTATA               PIC X.
           05  ASTATI                   PIC X(10).
           05  AREVBYL                  PIC S9(4) COMP.
           05  AREVBYF                  PIC X.
           05  FILLER REDEFINES AREVBYF.
               10  AREVBYA              PIC X.
           05  AREVBYI                  PIC X(12).
           05  ARVDTL                   PIC S9(4) COMP.
           05  ARVDTF                   PIC X.
           05  FILLER REDEFINES ARVDTF.
               10  ARVDTA               PIC X.
           05  ARVDTI                   PIC X(10).
           05  DET1L                    PIC S9(4) COMP.
           05  DET1F                    PIC X.
           05  FILLER REDEFINES DET1F.
               10  DET1A                PIC X.
           05  DET1I                    PIC X(70).
           05  DET2L                    PIC S9(4) COMP.
           05  DET2F                    PIC X.
           05  FILLER REDEFINES DET2F.
               10  DET2A                PIC X.
           05  DET2I                    PIC X(70).
           05  ACTIONL                  PIC S9(4) COMP.
           05  ACTIONF                  PIC X.
           05  FILLER REDEFINES ACTIONF.
               10  ACTIONA              PIC X.
           05  ACTIONI                  PIC X(01).
           05  NOTEL                    PIC S9(4) COMP.
           05  NOTEF                    PIC X.
           05  FILLER REDEFINES NOTEF.
               10  NOTEA                PIC X.
           05  NOTEI                    PIC X(40).
           05  QMOREL                   PIC S9(4) COMP.
           05  QMOREF                   PIC X.
           05  FILLER REDEFINES QMOREF.
               10  QMOREA               PIC X.
           05  QMOREI                   PIC X(40).
           05  QL1L                     PIC S9(4) COMP.
           05  QL1F                     PIC X.
           05  FILLER REDEFINES QL1F.
               10  QL1A                 PIC X.
           05  QL1I                     PIC X(55).
           05  QL2L                     PIC S9(4) COMP.
           05  QL2F                     PIC X.
           05  FILLER REDEFINES QL2F.
               10  QL2A                 PIC X.
           05  QL2I                     PIC X(55).
           05  QL3L                     PIC S9(4) COMP.
           05  QL3F                     PIC X.
           05  FILLER REDEFINES QL3F.
               10  QL3A                 PIC X.
           05  QL3I                     PIC X(55).
           05  QL4L                     PIC S9(4) COMP.
           05  QL4F                     PIC X.
           05  FILLER REDEFINES QL4F.
               10  QL4A                 PIC X.
           05  QL4I                     PIC X(55).
           05  QL5L                     PIC S9(4) COMP.
           05  QL5F                     PIC X.
           05  FILLER REDEFINES QL5F.
               10  QL5A                 PIC X.
           05  QL5I                     PIC X(55).
           05  QL6L                     PIC S9(4) COMP.
           05  QL6F                     PIC X.
           05  FILLER REDEFINES QL6F.
               10  QL6A                 PIC X.
           05  QL6I                     PIC X(55).
           05  QL7L                     PIC S9(4) COMP.
           05  QL7F                     PIC X.
           05  FILLER REDEFINES QL7F.
               10  QL7A                 PIC X.
           05  QL7I                     PIC X(55).
           05  QL8L                     PIC S9(4) COMP.
           05  QL8F                     PIC X.
           05  FILLER REDEFINES QL8F.
               10  QL8A                 PIC X.
           05  QL8I                     PIC X(55).
           05  MSGL                     PIC S9(4) COMP.
           05  MSGF                     PIC X.
           05  FILLER REDEFINES MSGF.
               10  MSGA                 PIC X.
           05  MSGI                     PIC X(60).
      *
       01  YALMMP1O REDEFINES YALMMP1I.
           05  FILLER                   PIC X(12).
           05  FILLER                   PIC X(03).
           05  ADATEO                   PIC X(08).
           05  FILLER                   PIC X(03).
           05  AACCTO                   PIC X(10).
           05  FILLER                   PIC X(03).
           05  ARULEO                   PIC X(02).
           05  FILLER                   PIC X(03).
           05  ASEQO                    PIC X(03).
           05  FILLER                   PIC X(03).
           05  ASTATO                   PIC X(10).
           05  FILLER                   PIC X(03).
           05  AREVBYO                  PIC X(12).
           05  FILLER                   PIC X(03).
           05  ARVDTO                   PIC X(10).
           05  FILLER                   PIC X(03).
           05  DET1O                    PIC X(70).
           05  FILLER                   PIC X(03).
           05  DET2O                    PIC X(70).
           05  FILLER                   PIC X(03).
           05  ACTIONO                  PIC X(01).
           05  FILLER                   PIC X(03).
           05  NOTEO                    PIC X(40).
           05  FILLER                   PIC X(03).
           05  QMOREO                   PIC X(40).
           05  FILLER                   PIC X(03).
           05  QL1O                     PIC X(55).
           05  FILLER                   PIC X(03).
           05  QL2O                     PIC X(55).
           05  FILLER                   PIC X(03).
           05  QL3O                     PIC X(55).
           05  FILLER                   PIC X(03).
           05  QL4O                     PIC X(55).
           05  FILLER                   PIC X(03).
           05  QL5O                     PIC X(55).
           05  FILLER                   PIC X(03).
           05  QL6O                     PIC X(55).
           05  FILLER                   PIC X(03).
           05  QL7O                     PIC X(55).
           05  FILLER                   PIC X(03).
           05  QL8O                     PIC X(55).
           05  FILLER                   PIC X(03).
           05  MSGO                     PIC X(60).
