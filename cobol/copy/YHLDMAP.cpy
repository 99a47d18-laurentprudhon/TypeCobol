      *****************************************************************
      *    COPYBOOK.....  YHLDMAP
      *    DESCRIPTION..  SYMBOLIC MAP FOR MAPSET YHLDMS, MAP YHLDMP1
      *                   (SEE cobol/cics/YHLDMS.bms).  USED BY YHLD001
      *                   TO RECEIVE THE ACCOUNT, HOLD NUMBER, ACTION
      *                   AND HOLD DETAILS, AND TO SEND BACK THE
      *                   ACCOUNT'S LEDGER/AVAILABLE BALANCE, THE HOLD
      *                   AND THE LIST OF ACTIVE HOLDS.  FIELD ORDER
      *                   MATCHES THE DFHMDF ORDER IN THE MAPSET, AS
      *                   IN YMNTMAP.
      *-----------------------------------------------------------------
      *    MOD LOG
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  --------------------------------------------
      *    2026-10-15  JWH  ORIGINAL SYMBOLIC MAP
      *****************************************************************
       01  YHLDMP1I.
           05  FILLER                   PIC X(12).
           05  ACCTIDL                  PIC S9(4) COMP.
           05  ACCTIDF                  PIC X.
           05  FILLER REDEFINES ACCTIDF.
               10  ACCTIDA              PIC X.
           05  ACCTIDI                  PIC X(10).
           05  HOLDNOL                  PIC S9(4) COMP.
           05  HOLDNOF                  PIC X.
           05  FILLER REDEFINES HOLDNOF.
               10  HOLDNOA              PIC X.
           05  HOLDNOI                  PIC X(03).
           05  ACTIONL                  PIC S9(4) COMP.
           05  ACTIONF                  PIC X.
           05  FILLER REDEFINES ACTIONF.
               10  ACTIONA              PIC X.
           05  ACTIONI                  PIC X(01).
           05  LEDGERL                  PIC S9(4) COMP.
           05  LEDGERF                  PIC X.
           05  FILLER REDEFINES LEDGERF.
               10  LEDGERA              PIC X.
           05  LEDGERI                  PIC X(15).
           05  AVAILL                   PIC S9(4) COMP.
           05  AVAILF                   PIC X.
           05  FILLER REDEFINES AVAILF.
               10  AVAILA               PIC X.
           05  AVAILI                   PIC X(15).
           05  HELDL                    PIC S9(4) COMP.
           05  HELDF                    PIC X.
           05  FILLER REDEFINES HELDF.
               10  HELDA                PIC X.
           05  HELDI                    PIC X(15).
           05  HCOUNTL                  PIC S9(4) COMP.
           05  HCOUNTF                  PIC X.
           05  FILLER REDEFINES HCOUNTF.
               10  HCOUNTA              PIC X.
           05  HCOUNTI                  PIC X(03).
           05  HSTATL                   PIC S9(4) COMP.
           05  HSTATF                   PIC X.
           05  FILLER REDEFINES HSTATF.
               10  HSTATA               PIC X.
           05  HSTATI                   PIC X(10).
           05  AMOUNTL                  PIC S9(4) COMP.
           05  AMOUNTF                  PIC X.
           05  FILLER REDEFINES AMOUNTF.
               10  AMOUNTA              PIC X.
           05  AMOUNTI                  PIC X(10).
           05  RSNCDL                   PIC S9(4) COMP.
           05  RSNCDF                   PIC X.
           05  FILLER REDEFINES RSNCDF.
               10  RSNCDA               PIC X.
           05  RSNCDI                   PIC X(04).
           05  RSNTXTL                  PIC S9(4) COMP.
           05  RSNTXTF                  PIC X.
           05  FILLER REDEFINES RSNTXTF.
               10  RSNTXTA              PIC X.
           05  RSNTXTI                  PIC X(30).
           05  EXPIRYL                  PIC S9(4) COMP.
           05  EXPIRYF                  PIC X.
           05  FILLER REDEFINES EXPIRYF.
               10  EXPIRYA              PIC X.
           05  EXPIRYI                  PIC X(08).
           05  PLCBYL                   PIC S9(4) COMP.
           05  PLCBYF                   PIC X.
           05  FILLER REDEFINES PLCBYF.
               10  PLCBYA               PIC X.
           05  PLCBYI                   PIC X(23).
           05  ENDBYL                   PIC S9(4) COMP.
           05  ENDBYF                   PIC X.
           05  FILLER REDEFINES ENDBYF.
               10  ENDBYA               PIC X.
           05  ENDBYI                   PIC X(23).
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
           05  MSGL                     PIC S9(4) COMP.
           05  MSGF                     PIC X.
           05  FILLER REDEFINES MSGF.
               10  MSGA                 PIC X.
           05  MSGI                     PIC X(60).
      *
       01  YHLDMP1O REDEFINES YHLDMP1I.
           05  FILLER                   PIC X(12).
           05  FILLER                   PIC X(03).
           05  ACCTIDO                  PIC X(10).
           05  FILLER                   PIC X(03).
           05  HOLDNOO                  PIC X(03).
           05  FILLER                   PIC X(03).
           05  ACTIONO                  PIC X(01).
           05  FILLER                   PIC X(03).
           05  LEDGERO                  PIC X(15).
           05  FILLER                   PIC X(03).
           05  AVAILO                   PIC X(15).
           05  FILLER                   PIC X(03).
           05  HELDO                    PIC X(15).
           05  FILLER                   PIC X(03).
           05  HCOUNTO                  PIC X(03).
           05  FILLER                   PIC X(03).
           05  HSTATO                   PIC X(10).
           05  FILLER                   PIC X(03).
           05  AMOUNTO                  PIC X(10).
           05  FILLER                   PIC X(03).
           05  RSNCDO                   PIC X(04).
           05  FILLER                   PIC X(03).
           05  RSNTXTO                  PIC X(30).
           05  FILLER                   PIC X(03).
           05  EXPIRYO                  PIC X(08).
           05  FILLER                   PIC X(03).
           05  PLCBYO                   PIC X(23).
           05  FILLER                   PIC X(03).
           05  ENDBYO                   PIC X(23).
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
           05  MSGO                     PIC X(60).
