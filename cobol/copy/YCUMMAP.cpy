      *****************************************************************
      *    COPYBOOK.....  YCUMMAP
      *    DESCRIPTION..  SYMBOLIC MAP FOR MAPSET YCUMMS, MAP YCUMMP1
      *                   (SEE cobol/cics/YCUMMS.bms).  USED BY YCUM001
      *                   TO RECEIVE THE OPERATOR'S CUSTOMER ID, ACTION,
      *                   CUSTOMER DETAIL AND ACCOUNT TO LINK, AND TO
      *                   SEND BACK THE CURRENT YXXX020 CUSTOMER WITH
      *                   THE ACCOUNTS LINKED TO IT.
      *                   FIELD ORDER MATCHES THE DFHMDF ORDER IN THE
      *                   MAPSET, AS IN YMNTMAP.
      *-----------------------------------------------------------------
      *    MOD LOG
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  --------------------------------------------
      *    2026-10-15  JWH  ORIGINAL SYMBOLIC MAP
      *****************************************************************
       01  YCUMMP1I.
           05  FILLER                   PIC X(12).
           05  CUSTIDL                  PIC S9(4) COMP.
           05  CUSTIDF                  PIC X.
           05  FILLER REDEFINES CUSTIDF.
               10  CUSTIDA              PIC X.
           05  CUSTIDI                  PIC X(10).
           05  CSTATL                   PIC S9(4) COMP.
           05  CSTATF                   PIC X.
           05  FILLER REDEFINES CSTATF.
               10  CSTATA               PIC X.
           05  CSTATI                   PIC X(10).
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
           05  ACTIONL                  PIC S9(4) COMP.
           05  ACTIONF                  PIC X.
           05  FILLER REDEFINES ACTIONF.
               10  ACTIONA              PIC X.
           05  ACTIONI                  PIC X(01).
           05  NEWSTATL                 PIC S9(4) COMP.
           05  NEWSTATF                 PIC X.
           05  FILLER REDEFINES NEWSTATF.
               10  NEWSTATA             PIC X.
           05  NEWSTATI                 PIC X(02).
           05  NAMEL                    PIC S9(4) COMP.
           05  NAMEF                    PIC X.
           05  FILLER REDEFINES NAMEF.
               10  NAMEA                PIC X.
           05  NAMEI                    PIC X(40).
           05  ADDR1L                   PIC S9(4) COMP.
           05  ADDR1F                   PIC X.
           05  FILLER REDEFINES ADDR1F.
               10  ADDR1A               PIC X.
           05  ADDR1I                   PIC X(35).
           05  ADDR2L                   PIC S9(4) COMP.
           05  ADDR2F                   PIC X.
           05  FILLER REDEFINES ADDR2F.
               10  ADDR2A               PIC X.
           05  ADDR2I                   PIC X(35).
           05  ADDR3L                   PIC S9(4) COMP.
           05  ADDR3F                   PIC X.
           05  FILLER REDEFINES ADDR3F.
               10  ADDR3A               PIC X.
           05  ADDR3I                   PIC X(35).
           05  POSTCDL                  PIC S9(4) COMP.
           05  POSTCDF                  PIC X.
           05  FILLER REDEFINES POSTCDF.
               10  POSTCDA              PIC X.
           05  POSTCDI                  PIC X(10).
           05  PHONEL                   PIC S9(4) COMP.
           05  PHONEF                   PIC X.
           05  FILLER REDEFINES PHONEF.
               10  PHONEA               PIC X.
           05  PHONEI                   PIC X(20).
           05  EMAILL                   PIC S9(4) COMP.
           05  EMAILF                   PIC X.
           05  FILLER REDEFINES EMAILF.
               10  EMAILA               PIC X.
           05  EMAILI                   PIC X(40).
           05  LNKACCTL                 PIC S9(4) COMP.
           05  LNKACCTF                 PIC X.
           05  FILLER REDEFINES LNKACCTF.
               10  LNKACCTA             PIC X.
           05  LNKACCTI                 PIC X(10).
           05  LNKROLEL                 PIC S9(4) COMP.
           05  LNKROLEF                 PIC X.
           05  FILLER REDEFINES LNKROLEF.
               10  LNKROLEA             PIC X.
           05  LNKROLEI                 PIC X(01).
           05  LKMOREL                  PIC S9(4) COMP.
           05  LKMOREF                  PIC X.
           05  FILLER REDEFINES LKMOREF.
               10  LKMOREA              PIC X.
           05  LKMOREI                  PIC X(40).
           05  LK1L                     PIC S9(4) COMP.
           05  LK1F                     PIC X.
           05  FILLER REDEFINES LK1F.
               10  LK1A                 PIC X.
           05  LK1I                     PIC X(31).
           05  LK2L                     PIC S9(4) COMP.
           05  LK2F                     PIC X.
           05  FILLER REDEFINES LK2F.
               10  LK2A                 PIC X.
           05  LK2I                     PIC X(31).
           05  LK3L                     PIC S9(4) COMP.
           05  LK3F                     PIC X.
           05  FILLER REDEFINES LK3F.
               10  LK3A                 PIC X.
           05  LK3I                     PIC X(31).
           05  LK4L                     PIC S9(4) COMP.
           05  LK4F                     PIC X.
           05  FILLER REDEFINES LK4F.
               10  LK4A                 PIC X.
           05  LK4I                     PIC X(31).
           05  LK5L                     PIC S9(4) COMP.
           05  LK5F                     PIC X.
           05  FILLER REDEFINES LK5F.
               10  LK5A                 PIC X.
           05  LK5I                     PIC X(31).
           05  LK6L                     PIC S9(4) COMP.
           05  LK6F                     PIC X.
           05  FILLER REDEFINES LK6F.
               10  LK6A                 PIC X.
           05  LK6I                     PIC X(31).
           05  MSGL                     PIC S9(4) COMP.
           05  MSGF                     PIC X.
           05  FILLER REDEFINES MSGF.
               10  MSGA                 PIC X.
           05  MSGI                     PIC X(60).
      *
       01  YCUMMP1O REDEFINES YCUMMP1I.
           05  FILLER                   PIC X(12).
           05  FILLER                   PIC X(03).
           05  CUSTIDO                  PIC X(10).
           05  FILLER                   PIC X(03).
           05  CSTATO                   PIC X(10).
           05  FILLER                   PIC X(03).
           05  LSTUPDTO                 PIC X(10).
           05  FILLER                   PIC X(03).
           05  LSTOPRO                  PIC X(12).
           05  FILLER                   PIC X(03).
           05  ACTIONO                  PIC X(01).
           05  FILLER                   PIC X(03).
           05  NEWSTATO                 PIC X(02).
           05  FILLER                   PIC X(03).
           05  NAMEO                    PIC X(40).
           05  FILLER                   PIC X(03).
           05  ADDR1O                   PIC X(35).
           05  FILLER                   PIC X(03).
           05  ADDR2O                   PIC X(35).
           05  FILLER                   PIC X(03).
           05  ADDR3O                   PIC X(35).
           05  FILLER                   PIC X(03).
           05  POSTCDO                  PIC X(10).
           05  FILLER                   PIC X(03).
           05  PHONEO                   PIC X(20).
           05  FILLER                   PIC X(03).
           05  EMAILO                   PIC X(40).
           05  FILLER                   PIC X(03).
           05  LNKACCTO                 PIC X(10).
           05  FILLER                   PIC X(03).
           05  LNKROLEO                 PIC X(01).
           05  FILLER                   PIC X(03).
           05  LKMOREO                  PIC X(40).
           05  FILLER                   PIC X(03).
           05  LK1O                     PIC X(31).
           05  FILLER                   PIC X(03).
           05  LK2O                     PIC X(31).
           05  FILLER                   PIC X(03).
           05  LK3O                     PIC X(31).
           05  FILLER                   PIC X(03).
           05  LK4O                     PIC X(31).
           05  FILLER                   PIC X(03).
           05  LK5O                     PIC X(31).
           05  FILLER                   PIC X(03).
           05  LK6O                     PIC X(31).
           05  FILLER                   PIC X(03).
           05  MSGO                     PIC X(60).
