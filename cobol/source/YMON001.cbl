000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. YMON001.
000030 AUTHOR. J W HARMON.
000040 INSTALLATION. DAILY LEDGER PROCESSING - OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD LOG
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  --------------------------------------------
000110*    2026-10-15  JWH  ORIGINAL PROGRAM - NIGHTLY LARGE-VALUE AND
000120*                     UNUSUAL-ACTIVITY MONITOR, RAISING YXXX023
000130*                     ALERTS FOR THE YALM COMPLIANCE QUEUE
000140*****************************************************************
000150*    NARRATIVE
000160*    RUNS IN MYPGMJ AFTER A CLEAN STEP010.  READS THE NIGHT'S
000170*    YXXX003 'PO' POSTINGS (AD/CH/DB, SORTED INTO ACCOUNT ORDER
000180*    BY THE STEP AHEAD OF IT) AND, FOR EVERY ACCOUNT POSTED TO,
000190*    THAT ACCOUNT'S RECENT HISTORY ON THE YXXX016 BROWSE KSDS -
000200*    WHICH ALREADY HOLDS TONIGHT'S POSTINGS - AND JUDGES THEM
000210*    AGAINST THE YXXX022 RULE CARDS:
000220*      LV - EACH POSTING OF AT LEAST THE LARGE-VALUE THRESHOLD
000230*           OF ITS CURRENCY RAISES ONE ALERT
000240*      VE - MORE THAN THE CARDED NUMBER OF POSTINGS (CH/DB AND
000250*           ONLINE 'OA' ADJUSTMENTS) TO THE ACCOUNT IN THE LAST
000260*           N DAYS, TONIGHT INCLUDED
000270*      NT - THE CARDED NUMBER OR MORE OF POSTINGS IN THE LAST N
000280*           DAYS JUST BELOW THE LV THRESHOLD OF THEIR CURRENCY,
000290*           AT LEAST ONE OF THEM TONIGHT - SO THE SAME STRING IS
000300*           NOT RE-ALERTED EVERY NIGHT IT STAYS IN THE WINDOW
000310*      NA - A POSTING OF AT LEAST THE CARDED AMOUNT TONIGHT TO
000320*           AN ACCOUNT WHOSE 'AD' IS IN THE LAST N DAYS
000330*    EACH ALERT IS WRITTEN 'OP' TO THE YXXX023 ALERT KSDS AND
000340*    LISTED ON ALMRPT.  THE ALERT KEY IS RUN DATE + ACCOUNT +
000350*    RULE + SEQUENCE, SO A RERUN OF THE NIGHT FINDS ITS ALERTS
000360*    ALREADY ON FILE (STATUS 22), COUNTS THEM AND LEAVES THE
000370*    DISPOSITION COMPLIANCE MAY ALREADY HAVE RECORDED ALONE.
000380*    THE REPORT ENDS WITH THE RULES IN FORCE, THE NIGHT'S
000390*    COUNTS AND THE QUEUE BACKLOG - ALERTS STILL OPEN OR
000400*    REVIEWED FROM ANY NIGHT.
000410*    A BAD RULE CARD ENDS THE RUN RC=16 BEFORE ANYTHING IS
000420*    JUDGED; AN EMPTY RULE FILE ENDS IT RC=4 WITH NOTHING
000430*    MONITORED.  ALERTS THEMSELVES DO NOT SET A RETURN CODE.
000440*    DD NAMES MONRULES/MONIN/HISTVS/ALERTS/ALMRPT - SEE
000450*    MYPGMJ.jcl.
000460*****************************************************************
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. IBM-3090.
000500 OBJECT-COMPUTER. IBM-3090.
000510*****************************************************************
000520*    DECIMAL-POINT IS COMMA, AS IN MYPGM - THE ALERT AMOUNTS
000530*    ARE READ NEXT TO MYPGM'S SUMRPT
000540*****************************************************************
000550 SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT RULEFILE ASSIGN TO MONRULES
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-RULE-STATUS.
000610     SELECT MONIN ASSIGN TO MONIN
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-MONIN-STATUS.
000640     SELECT HISTVSAM ASSIGN TO HISTVS
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS BRW-KEY OF YXXX016-RECORD
000680         FILE STATUS IS WS-HSTV-STATUS.
000690     SELECT ALERTVS ASSIGN TO ALERTS
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS ALR-KEY OF YXXX023-RECORD
000730         FILE STATUS IS WS-ALRT-STATUS.
000740     SELECT ALMRPT ASSIGN TO ALMRPT
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-ALMRPT-STATUS.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  RULEFILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820     COPY YXXX022.
000830 FD  MONIN
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860     COPY YXXX003.
000870 FD  HISTVSAM
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900     COPY YXXX016.
000910 FD  ALERTVS
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940     COPY YXXX023.
000950 FD  ALMRPT
000960     RECORD CONTAINS 80 CHARACTERS
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990 01  ALMRPT-RECORD                PIC X(80).
001000 WORKING-STORAGE SECTION.
001010*****************************************************************
001020*    SWITCHES
001030*****************************************************************
001040 77  WS-EOF-RULE-SW               PIC X(01) VALUE 'N'.
001050     88  WS-EOF-RULE                  VALUE 'Y'.
001060 77  WS-EOF-MONIN-SW              PIC X(01) VALUE 'N'.
001070     88  WS-EOF-MONIN                 VALUE 'Y'.
001080 77  WS-EOF-HIST-SW               PIC X(01) VALUE 'N'.
001090     88  WS-EOF-HIST                  VALUE 'Y'.
001100 77  WS-EOF-ALERT-SW              PIC X(01) VALUE 'N'.
001110     88  WS-EOF-ALERT                 VALUE 'Y'.
001120 77  WS-THRESHOLD-SW              PIC X(01) VALUE 'N'.
001130     88  WS-THRESHOLD-FOUND           VALUE 'Y'.
001140*****************************************************************
001150*    FILE STATUS FIELDS
001160*****************************************************************
001170 77  WS-RULE-STATUS               PIC X(02) VALUE '00'.
001180 77  WS-MONIN-STATUS              PIC X(02) VALUE '00'.
001190 77  WS-HSTV-STATUS               PIC X(02) VALUE '00'.
001200 77  WS-ALRT-STATUS               PIC X(02) VALUE '00'.
001210 77  WS-ALMRPT-STATUS             PIC X(02) VALUE '00'.
001220 77  WS-ERROR-FILE-ID             PIC X(08) VALUE SPACES.
001230 77  WS-ERROR-STATUS              PIC X(02) VALUE SPACES.
001240*****************************************************************
001250*    PAGE AND LINE CONTROL
001260*****************************************************************
001270 77  WS-PAGE-COUNT                PIC 9(05) COMP-3 VALUE ZERO.
001280 77  WS-LINE-COUNT                PIC 9(03) COMP-3 VALUE ZERO.
001290 77  WS-LINES-PER-PAGE            PIC 9(03) VALUE 050.
001300*****************************************************************
001310*    RUN DATE AND TODAY AS A DAY NUMBER (2800) FOR THE WINDOW
001320*    ARITHMETIC.  THE LEDGER CURRENCY STANDS IN FOR A BLANK
001330*    CURRENCY, AS IN MYPGM
001340*****************************************************************
001350 77  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
001360 77  WS-TODAY-DAYNUM              PIC 9(07) COMP-3 VALUE ZERO.
001370 77  WS-DAYS-AGO                  PIC S9(07) COMP-3 VALUE ZERO.
001380 77  WS-LEDGER-CURRENCY           PIC X(03) VALUE 'EUR'.
001390*****************************************************************
001400*    RULES IN FORCE, LOADED FROM THE YXXX022 CARDS (1300).
001410*    THE LV TABLE HOLDS ONE THRESHOLD PER CARDED CURRENCY; THE
001420*    '***' CARD IS KEPT APART AS THE DEFAULT
001430*****************************************************************
001440 77  WS-LV-LIMIT                  PIC 9(03) COMP VALUE 020.
001450 77  WS-LV-COUNT                  PIC 9(03) COMP VALUE ZERO.
001460 77  WS-LV-IX                     PIC 9(03) COMP VALUE ZERO.
001470 01  WS-LV-TABLE.
001480     05  WS-LV-ENTRY OCCURS 20.
001490         10  WS-LV-CURRENCY       PIC X(03).
001500         10  WS-LV-THRESHOLD      PIC 9(09)V99 COMP-3.
001510 01  WS-RULE-SETTINGS.
001520     05  WS-LV-DEFAULT-SW         PIC X(01) VALUE 'N'.
001530         88  WS-LV-DEFAULT-CARDED     VALUE 'Y'.
001540     05  WS-LV-DEFAULT            PIC 9(09)V99 COMP-3 VALUE 0.
001550     05  WS-VE-SW                 PIC X(01) VALUE 'N'.
001560         88  WS-VE-ACTIVE             VALUE 'Y'.
001570     05  WS-VE-MAX-POSTINGS       PIC 9(05) COMP-3 VALUE ZERO.
001580     05  WS-VE-DAYS               PIC 9(03) COMP-3 VALUE ZERO.
001590     05  WS-NT-SW                 PIC X(01) VALUE 'N'.
001600         88  WS-NT-ACTIVE             VALUE 'Y'.
001610     05  WS-NT-MIN-POSTINGS       PIC 9(05) COMP-3 VALUE ZERO.
001620     05  WS-NT-DAYS               PIC 9(03) COMP-3 VALUE ZERO.
001630     05  WS-NT-PERCENT            PIC 9(03) COMP-3 VALUE ZERO.
001640     05  WS-NA-SW                 PIC X(01) VALUE 'N'.
001650         88  WS-NA-ACTIVE             VALUE 'Y'.
001660     05  WS-NA-AMOUNT             PIC 9(09)V99 COMP-3 VALUE 0.
001670     05  WS-NA-DAYS               PIC 9(03) COMP-3 VALUE ZERO.
001680 77  WS-RULE-CARD-COUNT           PIC 9(05) COMP-3 VALUE ZERO.
001690*****************************************************************
001700*    THRESHOLD LOOKUP (2150) - CURRENCY IN, THRESHOLD OUT
001710*****************************************************************
001720 77  WS-LOOKUP-CURRENCY           PIC X(03) VALUE SPACES.
001730 77  WS-LOOKUP-THRESHOLD          PIC 9(09)V99 COMP-3 VALUE 0.
001740 77  WS-NEAR-FLOOR                PIC 9(09)V99 COMP-3 VALUE 0.
001750*****************************************************************
001760*    THE ACCOUNT BEING JUDGED - TONIGHT'S POSTINGS (2100) AND
001770*    ITS RECENT HISTORY (2500)
001780*****************************************************************
001790 77  WS-CURR-ACCOUNT              PIC X(10) VALUE LOW-VALUES.
001800 77  WS-PREV-ACCOUNT              PIC X(10) VALUE LOW-VALUES.
001810 77  WS-ABS-AMOUNT                PIC 9(09)V99 COMP-3 VALUE 0.
001820 77  WS-LV-SEQ                    PIC 9(03) COMP-3 VALUE ZERO.
001830 01  WS-ACCOUNT-FIGURES.
001840     05  WS-NIGHT-MAX-AMOUNT      PIC 9(09)V99 COMP-3.
001850     05  WS-NIGHT-MAX-CODE        PIC X(02).
001860     05  WS-NIGHT-MAX-CURRENCY    PIC X(03).
001870     05  WS-VE-SEEN               PIC 9(05) COMP-3.
001880     05  WS-VE-MAX-AMOUNT         PIC 9(09)V99 COMP-3.
001890     05  WS-NT-SEEN               PIC 9(05) COMP-3.
001900     05  WS-NT-MAX-AMOUNT         PIC 9(09)V99 COMP-3.
001910     05  WS-NT-MAX-CURRENCY       PIC X(03).
001920     05  WS-NT-LIMIT-OF-MAX       PIC 9(09)V99 COMP-3.
001930     05  WS-NT-TONIGHT-SW         PIC X(01).
001940         88  WS-NT-TONIGHT            VALUE 'Y'.
001950     05  WS-OPENED-DATE           PIC 9(08).
001960     05  WS-OPENED-AGO            PIC S9(07) COMP-3.
001970*****************************************************************
001980*    THE ALERT BEING RAISED (2900)
001990*****************************************************************
002000 01  WS-NEW-ALERT.
002010     05  WS-NEW-RULE              PIC X(02).
002020     05  WS-NEW-SEQ               PIC 9(03).
002030     05  WS-NEW-CODE              PIC X(02).
002040     05  WS-NEW-CURRENCY          PIC X(03).
002050     05  WS-NEW-AMOUNT            PIC S9(09)V99 COMP-3.
002060     05  WS-NEW-LIMIT             PIC S9(09)V99 COMP-3.
002070     05  WS-NEW-COUNT             PIC 9(05) COMP-3.
002080     05  WS-NEW-DAYS              PIC 9(03).
002090     05  WS-NEW-OPENED            PIC 9(08).
002100*****************************************************************
002110*    RUN COUNTS AND QUEUE BACKLOG
002120*****************************************************************
002130 77  WS-MONIN-READ-COUNT          PIC 9(09) COMP-3 VALUE ZERO.
002140 77  WS-MONIN-SKIP-COUNT          PIC 9(09) COMP-3 VALUE ZERO.
002150 77  WS-MONIN-AMOUNT              PIC S9(11)V99 COMP-3 VALUE 0.
002160 77  WS-ACCOUNT-COUNT             PIC 9(09) COMP-3 VALUE ZERO.
002170 77  WS-HIST-READ-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
002180 77  WS-LV-ALERT-COUNT            PIC 9(07) COMP-3 VALUE ZERO.
002190 77  WS-VE-ALERT-COUNT            PIC 9(07) COMP-3 VALUE ZERO.
002200 77  WS-NT-ALERT-COUNT            PIC 9(07) COMP-3 VALUE ZERO.
002210 77  WS-NA-ALERT-COUNT            PIC 9(07) COMP-3 VALUE ZERO.
002220 77  WS-ALERT-RAISED-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
002230 77  WS-ALERT-ON-FILE-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
002240 77  WS-NO-THRESHOLD-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
002250 77  WS-QUEUE-OPEN-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
002260 77  WS-QUEUE-REVIEWED-COUNT      PIC 9(07) COMP-3 VALUE ZERO.
002270 77  WS-QUEUE-CLOSED-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
002280 77  WS-QUEUE-OLDEST-DATE         PIC 9(08) VALUE ZERO.
002290*****************************************************************
002300*    DATE-TO-DAY-NUMBER WORK FIELDS (2800) - SAME ROUTINE AS
002310*    YDRM001
002320*****************************************************************
002330 01  WS-DAYNUM-FIELDS.
002340     05  WS-DN-DATE               PIC 9(08).
002350     05  WS-DN-DATE-SPLIT REDEFINES WS-DN-DATE.
002360         10  WS-DN-YEAR           PIC 9(04).
002370         10  WS-DN-MONTH          PIC 9(02).
002380         10  WS-DN-DAY            PIC 9(02).
002390     05  WS-DN-DAYNUM             PIC 9(07) COMP-3.
002400     05  WS-DN-PRIOR-YEARS        PIC 9(04) COMP-3.
002410     05  WS-DN-QUOTIENT           PIC 9(04) COMP-3.
002420     05  WS-DN-REMAINDER          PIC 9(04) COMP-3.
002430     05  WS-DN-LEAP-SW            PIC X(01).
002440         88  WS-DN-LEAP-YEAR          VALUE 'Y'.
002450 01  WS-CUM-DAYS-VALUES.
002460     05  FILLER                   PIC X(36) VALUE
002470         '000031059090120151181212243273304334'.
002480 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
002490     05  WS-CUM-DAYS              PIC 9(03) OCCURS 12.
002500*****************************************************************
002510*    REPORT LINE LAYOUTS
002520*****************************************************************
002530 01  WS-HDG1-LINE.
002540     05  FILLER                   PIC X(01) VALUE '1'.
002550     05  FILLER                   PIC X(38) VALUE
002560         'ACTIVITY MONITORING ALERTS - YMON001'.
002580     05  FILLER                   PIC X(09) VALUE 'RUN DATE '.
002590     05  HDG1-RUN-DATE            PIC 9(08).
002600     05  FILLER                   PIC X(14) VALUE SPACES.
002610     05  FILLER                   PIC X(05) VALUE 'PAGE '.
002620     05  HDG1-PAGE                PIC ZZZZ9.
002630*    ... COLUMN HEADINGS FOR THE ALERT LINES
002640 01  WS-HDG2-LINE.
002650     05  FILLER                   PIC X(01) VALUE SPACE.
002660     05  FILLER                   PIC X(11) VALUE 'ACCOUNT'.
002670     05  FILLER                   PIC X(03) VALUE 'RL'.
002680     05  FILLER                   PIC X(04) VALUE 'SEQ'.
002690     05  FILLER                   PIC X(03) VALUE 'CD'.
002700     05  FILLER                   PIC X(04) VALUE 'CCY'.
002710     05  FILLER                   PIC X(15) VALUE
002720         '         AMOUNT'.
002730     05  FILLER                   PIC X(16) VALUE
002740         '           LIMIT'.
002750     05  FILLER                   PIC X(06) VALUE ' COUNT'.
002760     05  FILLER                   PIC X(04) VALUE ' DAY'.
002770     05  FILLER                   PIC X(13) VALUE ' NOTE'.
002780 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
002790 01  WS-ALERT-LINE.
002800     05  FILLER                   PIC X(01) VALUE SPACE.
002810     05  ALL-ACCOUNT-ID           PIC X(10).
002820     05  FILLER                   PIC X(01) VALUE SPACE.
002830     05  ALL-RULE                 PIC X(02).
002840     05  FILLER                   PIC X(01) VALUE SPACE.
002850     05  ALL-SEQ                  PIC 9(03).
002860     05  FILLER                   PIC X(01) VALUE SPACE.
002870     05  ALL-CODE                 PIC X(02).
002880     05  FILLER                   PIC X(01) VALUE SPACE.
002890     05  ALL-CURRENCY             PIC X(03).
002900     05  FILLER                   PIC X(01) VALUE SPACE.
002910     05  ALL-AMOUNT               PIC -ZZZ.ZZZ.ZZ9,99.
002920     05  FILLER                   PIC X(01) VALUE SPACE.
002930     05  ALL-LIMIT                PIC -ZZZ.ZZZ.ZZ9,99.
002940     05  ALL-LIMIT-COUNT REDEFINES ALL-LIMIT.
002950         10  FILLER               PIC X(04).
002960         10  ALL-LIMIT-POSTINGS   PIC ZZZ.ZZZ.ZZ9.
002970     05  FILLER                   PIC X(01) VALUE SPACE.
002980     05  ALL-COUNT                PIC ZZZZ9.
002990     05  FILLER                   PIC X(01) VALUE SPACE.
003000     05  ALL-DAYS                 PIC ZZ9.
003010     05  FILLER                   PIC X(01) VALUE SPACE.
003020     05  ALL-NOTE                 PIC X(12).
003030*    ... ONE LINE PER RULE IN FORCE, UNDER THE TOTALS
003040 01  WS-RULE-LINE.
003050     05  FILLER                   PIC X(01) VALUE SPACE.
003060     05  FILLER                   PIC X(05) VALUE 'RULE '.
003070     05  RUL-TYPE                 PIC X(02).
003080     05  FILLER                   PIC X(01) VALUE SPACE.
003090     05  RUL-CURRENCY             PIC X(03).
003100     05  FILLER                   PIC X(01) VALUE SPACE.
003110     05  RUL-TEXT                 PIC X(67).
003120 01  WS-RULE-AMOUNT-TEXT.
003130     05  RAT-LABEL                PIC X(30).
003140     05  RAT-AMOUNT               PIC ZZZ.ZZZ.ZZ9,99.
003150     05  FILLER                   PIC X(23) VALUE SPACES.
003160 01  WS-RULE-WINDOW-TEXT.
003170     05  RWT-LABEL-1              PIC X(10).
003180     05  RWT-COUNT                PIC ZZZZ9.
003190     05  FILLER                   PIC X(18) VALUE
003200         ' POSTINGS IN LAST '.
003210     05  RWT-DAYS                 PIC ZZ9.
003220     05  FILLER                   PIC X(05) VALUE ' DAYS'.
003230     05  RWT-BAND-TEXT.
003240         10  RWT-BAND-LABEL-1     PIC X(08).
003250         10  RWT-PERCENT          PIC ZZ9.
003260         10  RWT-BAND-LABEL-2     PIC X(13).
003270     05  FILLER                   PIC X(02) VALUE SPACES.
003280 01  WS-RULE-NEW-ACCOUNT-TEXT.
003290     05  FILLER                   PIC X(13) VALUE
003300         'POSTING OVER '.
003310     05  RNA-AMOUNT               PIC ZZZ.ZZZ.ZZ9,99.
003320     05  FILLER                   PIC X(20) VALUE
003330         ' TO ACCOUNT OPENED <'.
003340     05  RNA-DAYS                 PIC ZZ9.
003350     05  FILLER                   PIC X(05) VALUE ' DAYS'.
003360     05  FILLER                   PIC X(12) VALUE SPACES.
003370 01  WS-COUNT-LINE.
003380     05  FILLER                   PIC X(01) VALUE SPACE.
003390     05  CNT-LABEL                PIC X(30).
003400     05  CNT-COUNT                PIC ZZZ.ZZZ.ZZ9.
003410     05  FILLER                   PIC X(38) VALUE SPACES.
003420 01  WS-AMOUNT-LINE.
003430     05  FILLER                   PIC X(01) VALUE SPACE.
003440     05  AMT-LABEL                PIC X(30).
003450     05  AMT-AMOUNT               PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
003460     05  FILLER                   PIC X(31) VALUE SPACES.
003470 01  WS-DATE-LINE.
003480     05  FILLER                   PIC X(01) VALUE SPACE.
003490     05  DTL-LABEL                PIC X(30).
003500     05  FILLER                   PIC X(03) VALUE SPACES.
003510     05  DTL-DATE                 PIC 9(08).
003520     05  FILLER                   PIC X(38) VALUE SPACES.
003530 PROCEDURE DIVISION.
003540*****************************************************************
003550*    0000-MAINLINE
003560*****************************************************************
003570 0000-MAINLINE.
003580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003590     PERFORM 2000-JUDGE-ONE-ACCOUNT THRU 2000-EXIT
003600         UNTIL WS-EOF-MONIN.
003610     PERFORM 7000-QUEUE-BACKLOG THRU 7000-EXIT.
003620     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
003630     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003640     IF WS-RULE-CARD-COUNT = ZERO
003650         MOVE 4 TO RETURN-CODE
003660     END-IF.
003670     GOBACK.
003680*****************************************************************
003690*    1000-INITIALIZE - OPEN FILES, LOAD THE RULES, PRINT THE
003700*    FIRST HEADINGS AND READ THE FIRST POSTING
003710*****************************************************************
003720 1000-INITIALIZE.
003730     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
003740     MOVE WS-TODAY-DATE TO WS-DN-DATE.
003750     PERFORM 2800-DATE-TO-DAYNUM THRU 2800-EXIT.
003760     MOVE WS-DN-DAYNUM TO WS-TODAY-DAYNUM.
003770     PERFORM 1300-LOAD-RULES THRU 1300-EXIT.
003780     OPEN INPUT MONIN.
003790     IF WS-MONIN-STATUS NOT = '00'
003800         MOVE 'MONIN' TO WS-ERROR-FILE-ID
003810         MOVE WS-MONIN-STATUS TO WS-ERROR-STATUS
003820         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003830     END-IF.
003840     OPEN INPUT HISTVSAM.
003850     IF WS-HSTV-STATUS NOT = '00'
003860         MOVE 'HISTVSAM' TO WS-ERROR-FILE-ID
003870         MOVE WS-HSTV-STATUS TO WS-ERROR-STATUS
003880         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003890     END-IF.
003900     OPEN I-O ALERTVS.
003910     IF WS-ALRT-STATUS NOT = '00'
003920         MOVE 'ALERTVS' TO WS-ERROR-FILE-ID
003930         MOVE WS-ALRT-STATUS TO WS-ERROR-STATUS
003940         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003950     END-IF.
003960     OPEN OUTPUT ALMRPT.
003970     IF WS-ALMRPT-STATUS NOT = '00'
003980         MOVE 'ALMRPT' TO WS-ERROR-FILE-ID
003990         MOVE WS-ALMRPT-STATUS TO WS-ERROR-STATUS
004000         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
004010     END-IF.
004020     MOVE WS-TODAY-DATE TO HDG1-RUN-DATE.
004030     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
004040     IF WS-RULE-CARD-COUNT = ZERO
004050         DISPLAY 'YMON0005W NO RULE CARDS ON RULEFILE - '
004060             'NOTHING MONITORED'
004070     END-IF.
004080     PERFORM 2050-READ-MONIN THRU 2050-EXIT.
004090 1000-EXIT.
004100     EXIT.
004110*****************************************************************
004120*    1100-WRITE-HEADINGS - START A NEW PAGE WITH THE REPORT
004130*    AND COLUMN HEADINGS
004140*****************************************************************
004150 1100-WRITE-HEADINGS.
004160     ADD 1 TO WS-PAGE-COUNT.
004170     MOVE WS-PAGE-COUNT TO HDG1-PAGE.
004180     MOVE WS-HDG1-LINE TO ALMRPT-RECORD.
004190     PERFORM 1150-WRITE-ALMRPT THRU 1150-EXIT.
004200     MOVE WS-BLANK-LINE TO ALMRPT-RECORD.
004210     PERFORM 1150-WRITE-ALMRPT THRU 1150-EXIT.
004220     MOVE WS-HDG2-LINE TO ALMRPT-RECORD.
004230     PERFORM 1150-WRITE-ALMRPT THRU 1150-EXIT.
004240     MOVE ZERO TO WS-LINE-COUNT.
004250 1100-EXIT.
004260     EXIT.
004270*****************************************************************
004280*    1150-WRITE-ALMRPT - COMMON WRITE-AND-STATUS-CHECK FOR THE
004290*    ALERT REPORT
004300*****************************************************************
004310 1150-WRITE-ALMRPT.
004320     WRITE ALMRPT-RECORD.
004330     IF WS-ALMRPT-STATUS NOT = '00'
004340         MOVE 'ALMRPT' TO WS-ERROR-FILE-ID
004350         MOVE WS-ALMRPT-STATUS TO WS-ERROR-STATUS
004360         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
004370     END-IF.
004380     ADD 1 TO WS-LINE-COUNT.
004390 1150-EXIT.
004400     EXIT.
004410*****************************************************************
004420*    1200-CHECK-PAGE - THROW A NEW PAGE WHEN THE CURRENT ONE IS
004430*    FULL
004440*****************************************************************
004450 1200-CHECK-PAGE.
004460     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
004470         PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
004480     END-IF.
004490 1200-EXIT.
004500     EXIT.
004510*****************************************************************
004520*    1300-LOAD-RULES - LOAD AND VALIDATE THE YXXX022 RULE
004530*    CARDS.  AN EMPTY FILE TURNS EVERY RULE OFF
004540*****************************************************************
004550 1300-LOAD-RULES.
004560     OPEN INPUT RULEFILE.
004570     IF WS-RULE-STATUS NOT = '00'
004580         MOVE 'RULEFILE' TO WS-ERROR-FILE-ID
004590         MOVE WS-RULE-STATUS TO WS-ERROR-STATUS
004600         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
004610     END-IF.
004620     PERFORM 1350-LOAD-ONE-RULE THRU 1350-EXIT
004630         UNTIL WS-EOF-RULE.
004640     CLOSE RULEFILE.
004650 1300-EXIT.
004660     EXIT.
004670*****************************************************************
004680*    1350-LOAD-ONE-RULE - READ AND VALIDATE ONE RULE CARD.  A
004690*    CARD THAT IS NOT NUMERIC WHERE IT SHOULD BE, A ZERO LIMIT,
004700*    AN UNKNOWN RULE OR A SECOND CARD FOR THE SAME RULE STOPS
004710*    THE RUN - MONITORING TO A GARBLED RULE IS WORSE THAN
004720*    MONITORING LATE
004730*****************************************************************
004740 1350-LOAD-ONE-RULE.
004750     READ RULEFILE
004760         AT END
004770             MOVE 'Y' TO WS-EOF-RULE-SW
004780             GO TO 1350-EXIT
004790     END-READ.
004800     IF WS-RULE-STATUS NOT = '00'
004810         MOVE 'RULEFILE' TO WS-ERROR-FILE-ID
004820         MOVE WS-RULE-STATUS TO WS-ERROR-STATUS
004830         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
004840     END-IF.
004850     ADD 1 TO WS-RULE-CARD-COUNT.
004860     IF MRL-AMOUNT NOT NUMERIC OR MRL-COUNT NOT NUMERIC
004870         OR MRL-DAYS NOT NUMERIC OR MRL-PERCENT NOT NUMERIC
004880         DISPLAY 'YMON0003E RULE CARD ' MRL-RULE-TYPE ' '
004890             MRL-CURRENCY-CODE ' IS NOT NUMERIC'
004900         MOVE 16 TO RETURN-CODE
004910         GO TO 9999-ABEND-EXIT
004920     END-IF.
004930     IF MRL-RULE-LARGE-VALUE
004940         PERFORM 1360-LOAD-LARGE-VALUE THRU 1360-EXIT
004950         GO TO 1350-EXIT
004960     END-IF.
004970     IF MRL-RULE-VELOCITY AND NOT WS-VE-ACTIVE
004980         AND MRL-COUNT NOT = ZERO AND MRL-DAYS NOT = ZERO
004990         MOVE 'Y' TO WS-VE-SW
005000         MOVE MRL-COUNT TO WS-VE-MAX-POSTINGS
005010         MOVE MRL-DAYS TO WS-VE-DAYS
005020         GO TO 1350-EXIT
005030     END-IF.
005040     IF MRL-RULE-NEAR-THRESHOLD AND NOT WS-NT-ACTIVE
005050         AND MRL-COUNT NOT = ZERO AND MRL-DAYS NOT = ZERO
005060         AND MRL-PERCENT NOT = ZERO
005070         AND MRL-PERCENT LESS THAN 100
005080         MOVE 'Y' TO WS-NT-SW
005090         MOVE MRL-COUNT TO WS-NT-MIN-POSTINGS
005100         MOVE MRL-DAYS TO WS-NT-DAYS
005110         MOVE MRL-PERCENT TO WS-NT-PERCENT
005120         GO TO 1350-EXIT
005130     END-IF.
005140     IF MRL-RULE-NEW-ACCOUNT AND NOT WS-NA-ACTIVE
005150         AND MRL-AMOUNT NOT = ZERO AND MRL-DAYS NOT = ZERO
005160         MOVE 'Y' TO WS-NA-SW
005170         MOVE MRL-AMOUNT TO WS-NA-AMOUNT
005180         MOVE MRL-DAYS TO WS-NA-DAYS
005190         GO TO 1350-EXIT
005200     END-IF.
005210     DISPLAY 'YMON0004E RULE CARD ' MRL-RULE-TYPE
005220         ' IS UNKNOWN, A DUPLICATE OR HAS A ZERO LIMIT'.
005230     MOVE 16 TO RETURN-CODE.
005240     GO TO 9999-ABEND-EXIT.
005250 1350-EXIT.
005260     EXIT.
005270*****************************************************************
005280*    1360-LOAD-LARGE-VALUE - ONE THRESHOLD PER CURRENCY, THE
005290*    '***' CARD AS THE DEFAULT FOR EVERY CURRENCY WITHOUT ONE
005300*****************************************************************
005310 1360-LOAD-LARGE-VALUE.
005320     IF MRL-AMOUNT = ZERO
005330         DISPLAY 'YMON0004E RULE CARD LV ' MRL-CURRENCY-CODE
005340             ' HAS A ZERO THRESHOLD'
005350         MOVE 16 TO RETURN-CODE
005360         GO TO 9999-ABEND-EXIT
005370     END-IF.
005380     IF MRL-CURRENCY-DEFAULT
005390         IF WS-LV-DEFAULT-CARDED
005400             DISPLAY 'YMON0004E RULE CARD LV *** IS A DUPLICATE'
005410             MOVE 16 TO RETURN-CODE
005420             GO TO 9999-ABEND-EXIT
005430         END-IF
005440         MOVE 'Y' TO WS-LV-DEFAULT-SW
005450         MOVE MRL-AMOUNT TO WS-LV-DEFAULT
005460         GO TO 1360-EXIT
005470     END-IF.
005480*    ... A BLANK CURRENCY ON THE CARD IS THE LEDGER CURRENCY
005490     MOVE MRL-CURRENCY-CODE TO WS-LOOKUP-CURRENCY.
005500     PERFORM 2150-FIND-THRESHOLD THRU 2150-EXIT.
005510     IF WS-THRESHOLD-FOUND AND WS-LV-IX NOT = ZERO
005520         DISPLAY 'YMON0004E RULE CARD LV ' MRL-CURRENCY-CODE
005530             ' IS A DUPLICATE'
005540         MOVE 16 TO RETURN-CODE
005550         GO TO 9999-ABEND-EXIT
005560     END-IF.
005570     IF WS-LV-COUNT = WS-LV-LIMIT
005580         DISPLAY 'YMON0006E MORE THAN 20 LV RULE CARDS - '
005590             'RAISE WS-LV-LIMIT AND RERUN'
005600         MOVE 16 TO RETURN-CODE
005610         GO TO 9999-ABEND-EXIT
005620     END-IF.
005630     ADD 1 TO WS-LV-COUNT.
005640     MOVE WS-LOOKUP-CURRENCY TO WS-LV-CURRENCY (WS-LV-COUNT).
005650     MOVE MRL-AMOUNT TO WS-LV-THRESHOLD (WS-LV-COUNT).
005660 1360-EXIT.
005670     EXIT.
005680*****************************************************************
005690*    2000-JUDGE-ONE-ACCOUNT - ONE ACCOUNT'S POSTINGS FROM
005700*    TONIGHT, THEN ITS RECENT HISTORY
005710*****************************************************************
005720 2000-JUDGE-ONE-ACCOUNT.
005730     ADD 1 TO WS-ACCOUNT-COUNT.
005740     MOVE RPT-RECORD-ID TO WS-CURR-ACCOUNT.
005750     MOVE ZERO TO WS-LV-SEQ.
005760     MOVE ZERO TO WS-NIGHT-MAX-AMOUNT.
005770     MOVE SPACES TO WS-NIGHT-MAX-CODE WS-NIGHT-MAX-CURRENCY.
005780     PERFORM 2100-JUDGE-POSTING THRU 2100-EXIT
005790         UNTIL WS-EOF-MONIN
005800             OR RPT-RECORD-ID NOT = WS-CURR-ACCOUNT.
005810     IF WS-VE-ACTIVE OR WS-NT-ACTIVE OR WS-NA-ACTIVE
005820         PERFORM 2500-JUDGE-HISTORY THRU 2500-EXIT
005830     END-IF.
005840 2000-EXIT.
005850     EXIT.
005860*****************************************************************
005870*    2050-READ-MONIN - NEXT POSTING.  THE FILE MUST BE IN
005880*    ACCOUNT ORDER OR AN ACCOUNT WOULD BE JUDGED IN PIECES -
005890*    AN OUT-OF-ORDER RECORD STOPS THE RUN
005900*****************************************************************
005910 2050-READ-MONIN.
005920     READ MONIN
005930         AT END
005940             MOVE 'Y' TO WS-EOF-MONIN-SW
005950             GO TO 2050-EXIT
005960     END-READ.
005970     IF WS-MONIN-STATUS NOT = '00'
005980         MOVE 'MONIN' TO WS-ERROR-FILE-ID
005990         MOVE WS-MONIN-STATUS TO WS-ERROR-STATUS
006000         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
006010     END-IF.
006020     IF RPT-RECORD-ID LESS THAN WS-PREV-ACCOUNT
006030         DISPLAY 'YMON0007E MONIN NOT IN ACCOUNT ORDER AT '
006040             RPT-RECORD-ID ' - CHECK THE SORT STEP'
006050         MOVE 16 TO RETURN-CODE
006060         GO TO 9999-ABEND-EXIT
006070     END-IF.
006080     MOVE RPT-RECORD-ID TO WS-PREV-ACCOUNT.
006090     ADD 1 TO WS-MONIN-READ-COUNT.
006100 2050-EXIT.
006110     EXIT.
006120*****************************************************************
006130*    2100-JUDGE-POSTING - ONE OF TONIGHT'S POSTINGS.  ONLY A
006140*    POSTED AD/CH/DB MOVES MONEY; ANYTHING ELSE THE SORT LET
006150*    THROUGH IS COUNTED AND PASSED OVER.  THE LARGEST MOVEMENT
006160*    OF THE NIGHT IS KEPT FOR THE NEW-ACCOUNT RULE
006170*****************************************************************
006180 2100-JUDGE-POSTING.
006190     IF NOT RPT-CAT-POSTED
006200         OR (NOT RPT-CODE-ADD AND NOT RPT-CODE-CHANGE
006210             AND NOT RPT-CODE-DEBIT)
006220         ADD 1 TO WS-MONIN-SKIP-COUNT
006230         GO TO 2100-NEXT
006240     END-IF.
006250     ADD RPT-AMOUNT TO WS-MONIN-AMOUNT.
006260     IF RPT-AMOUNT LESS THAN ZERO
006270         COMPUTE WS-ABS-AMOUNT = ZERO - RPT-AMOUNT
006280     ELSE
006290         MOVE RPT-AMOUNT TO WS-ABS-AMOUNT
006300     END-IF.
006310     IF WS-ABS-AMOUNT GREATER THAN WS-NIGHT-MAX-AMOUNT
006320         MOVE WS-ABS-AMOUNT TO WS-NIGHT-MAX-AMOUNT
006330         MOVE RPT-TRANS-CODE TO WS-NIGHT-MAX-CODE
006340         MOVE RPT-CURRENCY-CODE TO WS-NIGHT-MAX-CURRENCY
006350     END-IF.
006360     IF WS-LV-COUNT = ZERO AND NOT WS-LV-DEFAULT-CARDED
006370         GO TO 2100-NEXT
006380     END-IF.
006390     MOVE RPT-CURRENCY-CODE TO WS-LOOKUP-CURRENCY.
006400     PERFORM 2150-FIND-THRESHOLD THRU 2150-EXIT.
006410     IF NOT WS-THRESHOLD-FOUND
006420         ADD 1 TO WS-NO-THRESHOLD-COUNT
006430         GO TO 2100-NEXT
006440     END-IF.
006450     IF WS-ABS-AMOUNT NOT LESS THAN WS-LOOKUP-THRESHOLD
006460         ADD 1 TO WS-LV-SEQ
006470         MOVE 'LV' TO WS-NEW-RULE
006480         MOVE WS-LV-SEQ TO WS-NEW-SEQ
006490         MOVE RPT-TRANS-CODE TO WS-NEW-CODE
006500         MOVE RPT-CURRENCY-CODE TO WS-NEW-CURRENCY
006510         MOVE RPT-AMOUNT TO WS-NEW-AMOUNT
006520         MOVE WS-LOOKUP-THRESHOLD TO WS-NEW-LIMIT
006530         MOVE 1 TO WS-NEW-COUNT
006540         MOVE ZERO TO WS-NEW-DAYS
006550         MOVE ZERO TO WS-NEW-OPENED
006560         PERFORM 2900-RAISE-ALERT THRU 2900-EXIT
006570         ADD 1 TO WS-LV-ALERT-COUNT
006580     END-IF.
006590 2100-NEXT.
006600     PERFORM 2050-READ-MONIN THRU 2050-EXIT.
006610 2100-EXIT.
006620     EXIT.
006630*****************************************************************
006640*    2150-FIND-THRESHOLD - THE LARGE-VALUE THRESHOLD FOR
006650*    WS-LOOKUP-CURRENCY (BLANK MEANS THE LEDGER CURRENCY).
006660*    WS-LV-IX IS LEFT ON THE TABLE ENTRY, OR ZERO WHEN THE
006670*    '***' DEFAULT ANSWERED
006680*****************************************************************
006690 2150-FIND-THRESHOLD.
006700     MOVE 'N' TO WS-THRESHOLD-SW.
006710     MOVE ZERO TO WS-LOOKUP-THRESHOLD.
006720     IF WS-LOOKUP-CURRENCY = SPACES
006730         MOVE WS-LEDGER-CURRENCY TO WS-LOOKUP-CURRENCY
006740     END-IF.
006750     PERFORM 2160-SCAN-THRESHOLD THRU 2160-EXIT
006760         VARYING WS-LV-IX FROM 1 BY 1
006770         UNTIL WS-LV-IX GREATER THAN WS-LV-COUNT
006780             OR WS-THRESHOLD-FOUND.
006790     IF WS-THRESHOLD-FOUND
006800         SUBTRACT 1 FROM WS-LV-IX
006810         GO TO 2150-EXIT
006820     END-IF.
006830     MOVE ZERO TO WS-LV-IX.
006840     IF WS-LV-DEFAULT-CARDED
006850         MOVE 'Y' TO WS-THRESHOLD-SW
006860         MOVE WS-LV-DEFAULT TO WS-LOOKUP-THRESHOLD
006870     END-IF.
006880 2150-EXIT.
006890     EXIT.
006900*****************************************************************
006910*    2160-SCAN-THRESHOLD - COMPARE ONE TABLE ENTRY
006920*****************************************************************
006930 2160-SCAN-THRESHOLD.
006940     IF WS-LV-CURRENCY (WS-LV-IX) = WS-LOOKUP-CURRENCY
006950         MOVE 'Y' TO WS-THRESHOLD-SW
006960         MOVE WS-LV-THRESHOLD (WS-LV-IX) TO WS-LOOKUP-THRESHOLD
006970     END-IF.
006980 2160-EXIT.
006990     EXIT.
007000*****************************************************************
007010*    2500-JUDGE-HISTORY - BROWSE THE ACCOUNT'S POSTINGS ON THE
007020*    YXXX016 KSDS (TONIGHT'S INCLUDED) AND APPLY THE VELOCITY,
007030*    NEAR-THRESHOLD AND NEW-ACCOUNT RULES.  THE ARCHIVE KEEPS
007040*    THE FILE TO ITS RETENTION WINDOW, SO THE BROWSE FROM THE
007050*    ACCOUNT'S FIRST KEY IS BOUNDED
007060*****************************************************************
007070 2500-JUDGE-HISTORY.
007080     MOVE ZERO TO WS-VE-SEEN WS-VE-MAX-AMOUNT.
007090     MOVE ZERO TO WS-NT-SEEN WS-NT-MAX-AMOUNT.
007100     MOVE ZERO TO WS-NT-LIMIT-OF-MAX.
007110     MOVE SPACES TO WS-NT-MAX-CURRENCY.
007120     MOVE 'N' TO WS-NT-TONIGHT-SW.
007130     MOVE ZERO TO WS-OPENED-DATE WS-OPENED-AGO.
007140     MOVE 'N' TO WS-EOF-HIST-SW.
007150     MOVE WS-CURR-ACCOUNT TO BRW-RECORD-ID.
007160     MOVE ZERO TO BRW-POST-DATE BRW-POST-SEQ.
007170     START HISTVSAM KEY IS NOT LESS THAN BRW-KEY
007180         OF YXXX016-RECORD.
007190     IF WS-HSTV-STATUS = '23'
007200         MOVE 'Y' TO WS-EOF-HIST-SW
007210     ELSE
007220         IF WS-HSTV-STATUS NOT = '00'
007230             MOVE 'HISTVSAM' TO WS-ERROR-FILE-ID
007240             MOVE WS-HSTV-STATUS TO WS-ERROR-STATUS
007250             PERFORM 9900-FILE-ERROR THRU 9900-EXIT
007260         END-IF
007270     END-IF.
007280     PERFORM 2550-READ-HISTORY THRU 2550-EXIT
007290         UNTIL WS-EOF-HIST.
007300     IF WS-VE-ACTIVE
007310         AND WS-VE-SEEN GREATER THAN WS-VE-MAX-POSTINGS
007320         MOVE 'VE' TO WS-NEW-RULE
007330         MOVE 1 TO WS-NEW-SEQ
007340         MOVE SPACES TO WS-NEW-CODE WS-NEW-CURRENCY
007350         MOVE WS-VE-MAX-AMOUNT TO WS-NEW-AMOUNT
007360         MOVE WS-VE-MAX-POSTINGS TO WS-NEW-LIMIT
007370         MOVE WS-VE-SEEN TO WS-NEW-COUNT
007380         MOVE WS-VE-DAYS TO WS-NEW-DAYS
007390         MOVE ZERO TO WS-NEW-OPENED
007400         PERFORM 2900-RAISE-ALERT THRU 2900-EXIT
007410         ADD 1 TO WS-VE-ALERT-COUNT
007420     END-IF.
007430     IF WS-NT-ACTIVE AND WS-NT-TONIGHT
007440         AND WS-NT-SEEN NOT LESS THAN WS-NT-MIN-POSTINGS
007450         MOVE 'NT' TO WS-NEW-RULE
007460         MOVE 1 TO WS-NEW-SEQ
007470         MOVE SPACES TO WS-NEW-CODE
007480         MOVE WS-NT-MAX-CURRENCY TO WS-NEW-CURRENCY
007490         MOVE WS-NT-MAX-AMOUNT TO WS-NEW-AMOUNT
007500         MOVE WS-NT-LIMIT-OF-MAX TO WS-NEW-LIMIT
007510         MOVE WS-NT-SEEN TO WS-NEW-COUNT
007520         MOVE WS-NT-DAYS TO WS-NEW-DAYS
007530         MOVE ZERO TO WS-NEW-OPENED
007540         PERFORM 2900-RAISE-ALERT THRU 2900-EXIT
007550         ADD 1 TO WS-NT-ALERT-COUNT
007560     END-IF.
007570     IF WS-NA-ACTIVE AND WS-OPENED-DATE NOT = ZERO
007580         AND WS-OPENED-AGO LESS THAN WS-NA-DAYS
007590         AND WS-NIGHT-MAX-AMOUNT NOT LESS THAN WS-NA-AMOUNT
007600         MOVE 'NA' TO WS-NEW-RULE
007610         MOVE 1 TO WS-NEW-SEQ
007620         MOVE WS-NIGHT-MAX-CODE TO WS-NEW-CODE
007630         MOVE WS-NIGHT-MAX-CURRENCY TO WS-NEW-CURRENCY
007640         MOVE WS-NIGHT-MAX-AMOUNT TO WS-NEW-AMOUNT
007650         MOVE WS-NA-AMOUNT TO WS-NEW-LIMIT
007660         MOVE 1 TO WS-NEW-COUNT
007670         MOVE WS-NA-DAYS TO WS-NEW-DAYS
007680         MOVE WS-OPENED-DATE TO WS-NEW-OPENED
007690         PERFORM 2900-RAISE-ALERT THRU 2900-EXIT
007700         ADD 1 TO WS-NA-ALERT-COUNT
007710     END-IF.
007720 2500-EXIT.
007730     EXIT.
007740*****************************************************************
007750*    2550-READ-HISTORY - ONE HISTORY ENTRY.  THE BROWSE ENDS AT
007760*    END OF FILE OR WHEN THE KEY LEAVES THE ACCOUNT.  THE
007770*    LATEST 'AD' DATES THE ACCOUNT'S OPENING; CH/DB/OA ARE THE
007780*    POSTINGS THE WINDOW RULES COUNT
007790*****************************************************************
007800 2550-READ-HISTORY.
007810     READ HISTVSAM NEXT RECORD
007820         AT END
007830             MOVE 'Y' TO WS-EOF-HIST-SW
007840             GO TO 2550-EXIT
007850     END-READ.
007860     IF WS-HSTV-STATUS NOT = '00'
007870         MOVE 'HISTVSAM' TO WS-ERROR-FILE-ID
007880         MOVE WS-HSTV-STATUS TO WS-ERROR-STATUS
007890         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
007900     END-IF.
007910     IF BRW-RECORD-ID NOT = WS-CURR-ACCOUNT
007920         MOVE 'Y' TO WS-EOF-HIST-SW
007930         GO TO 2550-EXIT
007940     END-IF.
007950     ADD 1 TO WS-HIST-READ-COUNT.
007960     IF BRW-POST-DATE NOT NUMERIC OR BRW-POST-DATE = ZERO
007970         GO TO 2550-EXIT
007980     END-IF.
007990     MOVE BRW-POST-DATE TO WS-DN-DATE.
008000     PERFORM 2800-DATE-TO-DAYNUM THRU 2800-EXIT.
008010     COMPUTE WS-DAYS-AGO = WS-TODAY-DAYNUM - WS-DN-DAYNUM.
008020     IF BRW-TRANS-CODE = 'AD'
008030         MOVE BRW-POST-DATE TO WS-OPENED-DATE
008040         MOVE WS-DAYS-AGO TO WS-OPENED-AGO
008050         GO TO 2550-EXIT
008060     END-IF.
008070     IF BRW-TRANS-CODE NOT = 'CH' AND BRW-TRANS-CODE NOT = 'DB'
008080         AND BRW-TRANS-CODE NOT = 'OA'
008090         GO TO 2550-EXIT
008100     END-IF.
008110     IF BRW-AMOUNT NOT NUMERIC
008120         GO TO 2550-EXIT
008130     END-IF.
008140     IF BRW-AMOUNT LESS THAN ZERO
008150         COMPUTE WS-ABS-AMOUNT = ZERO - BRW-AMOUNT
008160     ELSE
008170         MOVE BRW-AMOUNT TO WS-ABS-AMOUNT
008180     END-IF.
008190     IF WS-VE-ACTIVE AND WS-DAYS-AGO LESS THAN WS-VE-DAYS
008200         ADD 1 TO WS-VE-SEEN
008210         IF WS-ABS-AMOUNT GREATER THAN WS-VE-MAX-AMOUNT
008220             MOVE WS-ABS-AMOUNT TO WS-VE-MAX-AMOUNT
008230         END-IF
008240     END-IF.
008250     IF WS-NT-ACTIVE AND WS-DAYS-AGO LESS THAN WS-NT-DAYS
008260         PERFORM 2600-CHECK-NEAR-THRESHOLD THRU 2600-EXIT
008270     END-IF.
008280 2550-EXIT.
008290     EXIT.
008300*****************************************************************
008310*    2600-CHECK-NEAR-THRESHOLD - IS THE POSTING INSIDE THE BAND
008320*    JUST BELOW THE LARGE-VALUE THRESHOLD OF ITS CURRENCY?  AN
008330*    ONLINE ADJUSTMENT IS ALWAYS LEDGER CURRENCY
008340*****************************************************************
008350 2600-CHECK-NEAR-THRESHOLD.
008360     IF BRW-TRANS-CODE = 'OA'
008370         MOVE WS-LEDGER-CURRENCY TO WS-LOOKUP-CURRENCY
008380     ELSE
008390         MOVE BRW-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
008400     END-IF.
008410     PERFORM 2150-FIND-THRESHOLD THRU 2150-EXIT.
008420     IF NOT WS-THRESHOLD-FOUND
008430         GO TO 2600-EXIT
008440     END-IF.
008450     COMPUTE WS-NEAR-FLOOR ROUNDED = WS-LOOKUP-THRESHOLD
008460         * (100 - WS-NT-PERCENT) / 100.
008470     IF WS-ABS-AMOUNT LESS THAN WS-NEAR-FLOOR
008480         OR WS-ABS-AMOUNT NOT LESS THAN WS-LOOKUP-THRESHOLD
008490         GO TO 2600-EXIT
008500     END-IF.
008510     ADD 1 TO WS-NT-SEEN.
008520     IF WS-DAYS-AGO = ZERO
008530         MOVE 'Y' TO WS-NT-TONIGHT-SW
008540     END-IF.
008550     IF WS-ABS-AMOUNT GREATER THAN WS-NT-MAX-AMOUNT
008560         MOVE WS-ABS-AMOUNT TO WS-NT-MAX-AMOUNT
008570         MOVE WS-LOOKUP-CURRENCY TO WS-NT-MAX-CURRENCY
008580         MOVE WS-LOOKUP-THRESHOLD TO WS-NT-LIMIT-OF-MAX
008590     END-IF.
008600 2600-EXIT.
008610     EXIT.
008620*****************************************************************
008630*    2800-DATE-TO-DAYNUM - WS-DN-DATE (YYYYMMDD) TO A DAY NUMBER
008640*    IN WS-DN-DAYNUM: 365 A YEAR PLUS THE LEAP DAYS OF THE
008650*    PRIOR YEARS, PLUS THE DAYS BEFORE THE MONTH, PLUS THE DAY.
008660*    EACH DIVIDE TRUNCATES TO A WHOLE NUMBER, AS THE LEAP RULES
008670*    NEED
008680*****************************************************************
008690 2800-DATE-TO-DAYNUM.
008700     SUBTRACT 1 FROM WS-DN-YEAR GIVING WS-DN-PRIOR-YEARS.
008710     COMPUTE WS-DN-DAYNUM = WS-DN-PRIOR-YEARS * 365.
008720     DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-QUOTIENT.
008730     ADD WS-DN-QUOTIENT TO WS-DN-DAYNUM.
008740     DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-QUOTIENT.
008750     SUBTRACT WS-DN-QUOTIENT FROM WS-DN-DAYNUM.
008760     DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-QUOTIENT.
008770     ADD WS-DN-QUOTIENT TO WS-DN-DAYNUM.
008780     ADD WS-CUM-DAYS (WS-DN-MONTH) TO WS-DN-DAYNUM.
008790     ADD WS-DN-DAY TO WS-DN-DAYNUM.
008800     IF WS-DN-MONTH GREATER THAN 2
008810         MOVE 'N' TO WS-DN-LEAP-SW
008820         DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOTIENT
008830             REMAINDER WS-DN-REMAINDER
008840         IF WS-DN-REMAINDER = ZERO
008850             MOVE 'Y' TO WS-DN-LEAP-SW
008860             DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT
008870                 REMAINDER WS-DN-REMAINDER
008880             IF WS-DN-REMAINDER = ZERO
008890                 MOVE 'N' TO WS-DN-LEAP-SW
008900                 DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT
008910                     REMAINDER WS-DN-REMAINDER
008920                 IF WS-DN-REMAINDER = ZERO
008930                     MOVE 'Y' TO WS-DN-LEAP-SW
008940                 END-IF
008950             END-IF
008960         END-IF
008970         IF WS-DN-LEAP-YEAR
008980             ADD 1 TO WS-DN-DAYNUM
008990         END-IF
009000     END-IF.
009010 2800-EXIT.
009020     EXIT.
009030*****************************************************************
009040*    2900-RAISE-ALERT - WRITE THE ALERT 'OP' AND LIST IT.  A
009050*    DUPLICATE KEY MEANS AN EARLIER RUN OF THE SAME NIGHT
009060*    ALREADY RAISED IT - THE RECORD ON FILE, AND ANY
009070*    DISPOSITION ALREADY RECORDED AGAINST IT, STAND
009080*****************************************************************
009090 2900-RAISE-ALERT.
009100     MOVE SPACES TO YXXX023-RECORD.
009110     MOVE WS-TODAY-DATE TO ALR-ALERT-DATE.
009120     MOVE WS-CURR-ACCOUNT TO ALR-RECORD-ID.
009130     MOVE WS-NEW-RULE TO ALR-RULE-TYPE.
009140     MOVE WS-NEW-SEQ TO ALR-RULE-SEQ.
009150     MOVE 'OP' TO ALR-STATUS.
009160     MOVE WS-NEW-CODE TO ALR-TRANS-CODE.
009170     MOVE WS-NEW-CURRENCY TO ALR-CURRENCY-CODE.
009180     MOVE WS-NEW-AMOUNT TO ALR-AMOUNT.
009190     MOVE WS-NEW-LIMIT TO ALR-LIMIT.
009200     MOVE WS-NEW-COUNT TO ALR-OBSERVED-COUNT.
009210     MOVE WS-NEW-DAYS TO ALR-WINDOW-DAYS.
009220     MOVE WS-NEW-OPENED TO ALR-OPENED-DATE.
009230     MOVE ZERO TO ALR-REVIEW-DATE ALR-REVIEW-TIME.
009240     WRITE YXXX023-RECORD.
009250     IF WS-ALRT-STATUS = '22'
009260         ADD 1 TO WS-ALERT-ON-FILE-COUNT
009270     ELSE
009280         IF WS-ALRT-STATUS NOT = '00'
009290             MOVE 'ALERTVS' TO WS-ERROR-FILE-ID
009300             MOVE WS-ALRT-STATUS TO WS-ERROR-STATUS
009310             PERFORM 9900-FILE-ERROR THRU 9900-EXIT
009320         END-IF
009330         ADD 1 TO WS-ALERT-RAISED-COUNT
009340     END-IF.
009350     PERFORM 1200-CHECK-PAGE THRU 1200-EXIT.
009360     MOVE SPACES TO WS-ALERT-LINE.
009370     MOVE WS-CURR-ACCOUNT TO ALL-ACCOUNT-ID.
009380     MOVE WS-NEW-RULE TO ALL-RULE.
009390     MOVE WS-NEW-SEQ TO ALL-SEQ.
009400     MOVE WS-NEW-CODE TO ALL-CODE.
009410     MOVE WS-NEW-CURRENCY TO ALL-CURRENCY.
009420     MOVE WS-NEW-AMOUNT TO ALL-AMOUNT.
009430     IF WS-NEW-RULE = 'VE'
009440         MOVE SPACES TO ALL-LIMIT-COUNT
009450         MOVE WS-NEW-LIMIT TO ALL-LIMIT-POSTINGS
009460     ELSE
009470         MOVE WS-NEW-LIMIT TO ALL-LIMIT
009480     END-IF.
009490     MOVE WS-NEW-COUNT TO ALL-COUNT.
009500     IF WS-NEW-DAYS NOT = ZERO
009510         MOVE WS-NEW-DAYS TO ALL-DAYS
009520     END-IF.
009530     IF WS-ALRT-STATUS = '22'
009540         MOVE 'ON FILE' TO ALL-NOTE
009550     ELSE
009560         IF WS-NEW-RULE = 'NA'
009570             MOVE WS-NEW-OPENED TO ALL-NOTE
009580         END-IF
009590     END-IF.
009600     MOVE WS-ALERT-LINE TO ALMRPT-RECORD.
009610     PERFORM 1150-WRITE-ALMRPT THRU 1150-EXIT.
009620 2900-EXIT.
009630     EXIT.
009640*****************************************************************
009650*    7000-QUEUE-BACKLOG - BROWSE THE WHOLE ALERT FILE AND COUNT
009660*    THE QUEUE BY DISPOSITION, WITH THE DATE OF THE OLDEST
009670*    ALERT STILL NOT CLOSED.  THE PLACEHOLDER IS PASSED OVER
009680*****************************************************************
009690 7000-QUEUE-BACKLOG.
009700     MOVE LOW-VALUES TO ALR-KEY.
009710     START ALERTVS KEY IS NOT LESS THAN ALR-KEY
009720         OF YXXX023-RECORD.
009730     IF WS-ALRT-STATUS = '23'
009740         GO TO 7000-EXIT
009750     END-IF.
009760     IF WS-ALRT-STATUS NOT = '00'
009770         MOVE 'ALERTVS' TO WS-ERROR-FILE-ID
009780         MOVE WS-ALRT-STATUS TO WS-ERROR-STATUS
009790         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
009800     END-IF.
009810     PERFORM 7100-COUNT-ONE-ALERT THRU 7100-EXIT
009820         UNTIL WS-EOF-ALERT.
009830 7000-EXIT.
009840     EXIT.
009850*****************************************************************
009860*    7100-COUNT-ONE-ALERT - ONE ALERT INTO THE BACKLOG COUNTS
009870*****************************************************************
009880 7100-COUNT-ONE-ALERT.
009890     READ ALERTVS NEXT RECORD
009900         AT END
009910             MOVE 'Y' TO WS-EOF-ALERT-SW
009920             GO TO 7100-EXIT
009930     END-READ.
009940     IF WS-ALRT-STATUS NOT = '00'
009950         MOVE 'ALERTVS' TO WS-ERROR-FILE-ID
009960         MOVE WS-ALRT-STATUS TO WS-ERROR-STATUS
009970         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
009980     END-IF.
009990     IF ALR-PLACEHOLDER
010000         GO TO 7100-EXIT
010010     END-IF.
010020     IF ALR-STATUS-CLOSED
010030         ADD 1 TO WS-QUEUE-CLOSED-COUNT
010040         GO TO 7100-EXIT
010050     END-IF.
010060     IF ALR-STATUS-REVIEWED
010070         ADD 1 TO WS-QUEUE-REVIEWED-COUNT
010080     ELSE
010090         ADD 1 TO WS-QUEUE-OPEN-COUNT
010100     END-IF.
010110     IF WS-QUEUE-OLDEST-DATE = ZERO
010120         MOVE ALR-ALERT-DATE TO WS-QUEUE-OLDEST-DATE
010130     END-IF.
010140 7100-EXIT.
010150     EXIT.
010160*****************************************************************
010170*    8000-WRITE-TOTALS - THE NIGHT'S COUNTS, THE QUEUE BACKLOG
010180*    AND THE RULES THE NIGHT WAS JUDGED BY
010190*****************************************************************
010200 8000-WRITE-TOTALS.
010210     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
010220     MOVE SPACES TO WS-COUNT-LINE.
010230     MOVE 'POSTINGS READ.................' TO CNT-LABEL.
010240     MOVE WS-MONIN-READ-COUNT TO CNT-COUNT.
010250     MOVE WS-COUNT-LINE TO ALMRPT-RECORD.
010260     PERFORM 1150-WRITE-ALMRPT THRU 1150-EXIT.
010270     MOVE SPACES TO WS-AMOUNT-LINE.
010280     MOVE 'NET AMOUNT JUDGED.............' TO AMT-LABEL.
010290     MOVE WS-MONIN-AMOUNT TO AMT-AMOUNT.
010300     MOVE WS-AMOUNT-LINE TO ALMRPT-RECORD.
010310     PERFORM 1150-WRITE-ALMRPT THRU 1150-EXIT.
010320     MOVE SPACES TO WS-COUNT-LINE.
010330     MOVE 'POSTINGS PASSED OVER..........' TO CNT-LABEL.
010340     MOVE WS-MONIN-SKIP-COUNT TO CNT-COUNT.
010350     MOVE WS-COUNT-LINE TO ALMRPT-RECORD.
010360     PERFORM 1150-WRITE-ALMRPT THRU 1150-EXIT.
010370     MOVE SPACES TO WS-COUNT-LINE.
010380     MOVE 'NO LV THRESHOLD FOR CURRENCY..' TO CNT-LABEL.
010390     MOVE WS-NO-THRESHOLD-COUNT TO CNT-COUNT.
010400     MOVE WS-COUNT-LINE TO ALMRPT-RECORD.
010410     PERFORM 1150-WRITE-ALMRPT THRU 1150-EXIT.
010420     MOVE SPACES TO WS-COUNT-LINE.
010430     MOVE 'ACCOUNTS JUDGED...............' TO CNT-LABEL.
010440     MOVE WS-ACCOUNT-COUNT TO CNT-COUNT.
010450     MOVE WS-COUNT-LINE TO ALMRPT-RECORD.
010460     PERFORM 1150-WRITE-ALMRPT THRU 1150-EXIT.
010470     MOVE SPACES TO WS-COUNT-LINE.
010480     MOVE 'HISTORY ENTRIES READ..........' TO CNT-LABEL.
010490     MOVE WS-HIST-READ-COUNT TO CNT-COUNT.
010500     MOVE WS-COUNT-LINE TO ALMRPT-RECORD.
010510     PERFORM 1150-WRITE-ALMRPT THRU 1150-EXIT.
010520     MOVE WS-BLANK-LINE TO ALMRPT-RECORD.
010530     PERFORM 1150-WRITE-ALMRPT THRU 1150-EXIT.
010540     MOVE SPACES TO WS-COUNT-LINE.
010550     MOVE 'LV LARGE-VALUE ALERTS.........' TO CNT-LABEL.
010560     MOVE WS-LV-ALERT-COUNT TO CNT-COUNT.
010570     MOVE WS-COUNT-LINE TO ALMRPT-RECORD.
010580     PERFORM 1150-WRITE-ALMRPT THRU 1150-EXIT.
010590     MOVE SPACES TO WS-COUNT-LINE.
010600     MOVE 'VE VELOCITY ALERTS............' TO CNT-LABEL.
010610     MOVE WS-VE-ALERT-COUNT TO CNT-COUNT.
010620     MOVE WS-COUNT-LINE TO ALMRPT-RECORD.
010630     PERFORM 1150-WRITE-ALMRPT THRU 1150-EXIT.
010640     MOVE SPACES TO WS-COUNT-LINE.
010650     MOVE 'NT NEAR-THRESHOLD ALERTS......' TO CNT-LABEL.
010660     MOVE WS-NT-ALERT-COUNT TO CNT-COUNT.
010670     MOVE WS-COUNT-LINE TO ALMRPT-RECORD.
010680     PERFORM 1150-WRITE-ALMRPT THRU 1150-EXIT.
010690     MOVE SPACES TO WS-COUNT-LINE.
010700     MOVE 'NA NEW-ACCOUNT ALERTS.........' TO CNT-LABEL.
010710     MOVE WS-NA-ALERT-COUNT TO CNT-COUNT.
010720     MOVE WS-COUNT-LINE TO ALMRPT-RECORD.
010730     PERFORM 1150-WRITE-ALMRPT THRU 1150-EXIT.
010740     MOVE SPACES TO WS-COUNT-LINE.
010750     MOVE 'ALERTS RAISED TONIGHT.........' TO CNT-LABEL.
010760     MOVE WS-ALERT-RAISED-COUNT TO CNT-COUNT.
010770     MOVE WS-COUNT-LINE TO ALMRPT-RECORD.
010780     PERFORM 1150-WRITE-ALMRPT THRU 1150-EXIT.
010790     MOVE SPACES TO WS-COUNT-LINE.
010800     MOVE 'ALREADY ON FILE FROM A RERUN..' TO CNT-LABEL.
010810     MOVE WS-ALERT-ON-FILE-COUNT TO CNT-COUNT.
010820     MOVE WS-COUNT-LINE TO ALMRPT-RECORD.
010830     PERFORM 1150-WRITE-ALMRPT THRU 1150-EXIT.
010840     MOVE WS-BLANK-LINE TO ALMRPT-RECORD.
010850     PERFORM 1150-WRITE-ALMRPT THRU 1150-EXIT.
010860     MOVE SPACES TO WS-COUNT-LINE.
010870     MOVE 'QUEUE - OPEN..................' TO CNT-LABEL.
010880     MOVE WS-QUEUE-OPEN-COUNT TO CNT-COUNT.
010890     MOVE WS-COUNT-LINE TO ALMRPT-RECORD.
010900     PERFORM 1150-WRITE-ALMRPT THRU 1150-EXIT.
010910     MOVE SPACES TO WS-COUNT-LINE.
010920     MOVE 'QUEUE - REVIEWED, NOT CLOSED..' TO CNT-LABEL.
010930     MOVE WS-QUEUE-REVIEWED-COUNT TO CNT-COUNT.
010940     MOVE WS-COUNT-LINE TO ALMRPT-RECORD.
010950     PERFORM 1150-WRITE-ALMRPT THRU 1150-EXIT.
010960     MOVE SPACES TO WS-COUNT-LINE.
010970     MOVE 'CLOSED ON FILE................' TO CNT-LABEL.
010980     MOVE WS-QUEUE-CLOSED-COUNT TO CNT-COUNT.
010990     MOVE WS-COUNT-LINE TO ALMRPT-RECORD.
011000     PERFORM 1150-WRITE-ALMRPT THRU 1150-EXIT.
011010     IF WS-QUEUE-OLDEST-DATE NOT = ZERO
011020         MOVE SPACES TO WS-DATE-LINE
011030         MOVE 'OLDEST ALERT NOT CLOSED.......' TO DTL-LABEL
011040         MOVE WS-QUEUE-OLDEST-DATE TO DTL-DATE
011050         MOVE WS-DATE-LINE TO ALMRPT-RECORD
011060         PERFORM 1150-WRITE-ALMRPT THRU 1150-EXIT
011070     END-IF.
011080     MOVE WS-BLANK-LINE TO ALMRPT-RECORD.
011090     PERFORM 1150-WRITE-ALMRPT THRU 1150-EXIT.
011100     PERFORM 8100-WRITE-RULES THRU 8100-EXIT.
011110 8000-EXIT.
011120     EXIT.
011130*****************************************************************
011140*    8100-WRITE-RULES - ONE LINE PER RULE IN FORCE, AND A LINE
011150*    FOR EACH RULE THAT WAS NOT CARDED AND SO NOT RUN
011160*****************************************************************
011170 8100-WRITE-RULES.
011180     PERFORM 8150-WRITE-LV-RULE THRU 8150-EXIT
011190         VARYING WS-LV-IX FROM 1 BY 1
011200         UNTIL WS-LV-IX GREATER THAN WS-LV-COUNT.
011210     MOVE SPACES TO WS-RULE-LINE.
011220     MOVE 'LV' TO RUL-TYPE.
011230     MOVE '***' TO RUL-CURRENCY.
011240     IF WS-LV-DEFAULT-CARDED
011250         MOVE SPACES TO WS-RULE-AMOUNT-TEXT
011260         MOVE 'POSTING AT OR OVER' TO RAT-LABEL
011270         MOVE WS-LV-DEFAULT TO RAT-AMOUNT
011280         MOVE WS-RULE-AMOUNT-TEXT TO RUL-TEXT
011290     ELSE
011300         MOVE 'NOT CARDED - UNCARDED CURRENCIES NOT JUDGED'
011310             TO RUL-TEXT
011320     END-IF.
011330     MOVE WS-RULE-LINE TO ALMRPT-RECORD.
011340     PERFORM 1150-WRITE-ALMRPT THRU 1150-EXIT.
011350     MOVE SPACES TO WS-RULE-LINE.
011360     MOVE 'VE' TO RUL-TYPE.
011370     IF WS-VE-ACTIVE
011380         MOVE 'MORE THAN' TO RWT-LABEL-1
011390         MOVE WS-VE-MAX-POSTINGS TO RWT-COUNT
011400         MOVE WS-VE-DAYS TO RWT-DAYS
011410         MOVE SPACES TO RWT-BAND-TEXT
011420         MOVE WS-RULE-WINDOW-TEXT TO RUL-TEXT
011430     ELSE
011440         MOVE 'NOT CARDED - NOT RUN' TO RUL-TEXT
011450     END-IF.
011460     MOVE WS-RULE-LINE TO ALMRPT-RECORD.
011470     PERFORM 1150-WRITE-ALMRPT THRU 1150-EXIT.
011480     MOVE SPACES TO WS-RULE-LINE.
011490     MOVE 'NT' TO RUL-TYPE.
011500     IF WS-NT-ACTIVE
011510         MOVE 'AT LEAST' TO RWT-LABEL-1
011520         MOVE WS-NT-MIN-POSTINGS TO RWT-COUNT
011530         MOVE WS-NT-DAYS TO RWT-DAYS
011540         MOVE ' WITHIN ' TO RWT-BAND-LABEL-1
011550         MOVE WS-NT-PERCENT TO RWT-PERCENT
011560         MOVE ' PCT BELOW LV' TO RWT-BAND-LABEL-2
011570         MOVE WS-RULE-WINDOW-TEXT TO RUL-TEXT
011580     ELSE
011590         MOVE 'NOT CARDED - NOT RUN' TO RUL-TEXT
011600     END-IF.
011610     MOVE WS-RULE-LINE TO ALMRPT-RECORD.
011620     PERFORM 1150-WRITE-ALMRPT THRU 1150-EXIT.
011630     MOVE SPACES TO WS-RULE-LINE.
011640     MOVE 'NA' TO RUL-TYPE.
011650     IF WS-NA-ACTIVE
011660         MOVE WS-NA-AMOUNT TO RNA-AMOUNT
011670         MOVE WS-NA-DAYS TO RNA-DAYS
011680         MOVE WS-RULE-NEW-ACCOUNT-TEXT TO RUL-TEXT
011690     ELSE
011700         MOVE 'NOT CARDED - NOT RUN' TO RUL-TEXT
011710     END-IF.
011720     MOVE WS-RULE-LINE TO ALMRPT-RECORD.
011730     PERFORM 1150-WRITE-ALMRPT THRU 1150-EXIT.
011740 8100-EXIT.
011750     EXIT.
011760*****************************************************************
011770*    8150-WRITE-LV-RULE - ONE CARDED LARGE-VALUE THRESHOLD
011780*****************************************************************
011790 8150-WRITE-LV-RULE.
011800     MOVE SPACES TO WS-RULE-LINE.
011810     MOVE 'LV' TO RUL-TYPE.
011820     MOVE WS-LV-CURRENCY (WS-LV-IX) TO RUL-CURRENCY.
011830     MOVE SPACES TO WS-RULE-AMOUNT-TEXT.
011840     MOVE 'POSTING AT OR OVER' TO RAT-LABEL.
011850     MOVE WS-LV-THRESHOLD (WS-LV-IX) TO RAT-AMOUNT.
011860     MOVE WS-RULE-AMOUNT-TEXT TO RUL-TEXT.
011870     MOVE WS-RULE-LINE TO ALMRPT-RECORD.
011880     PERFORM 1150-WRITE-ALMRPT THRU 1150-EXIT.
011890 8150-EXIT.
011900     EXIT.
011910*****************************************************************
011920*    9000-TERMINATE - CLOSE THE FILES
011930*****************************************************************
011940 9000-TERMINATE.
011950     CLOSE MONIN.
011960     CLOSE HISTVSAM.
011970     CLOSE ALERTVS.
011980     CLOSE ALMRPT.
011990 9000-EXIT.
012000     EXIT.
012010*****************************************************************
012020*    9900-FILE-ERROR - COMMON I/O ERROR HANDLER.  WRITES AN
012030*    OPERATOR MESSAGE AND FALLS THROUGH TO THE ABEND EXIT SO A
012040*    BAD OPEN/READ/WRITE NEVER PRODUCES A "CLEAN" RETURN CODE
012050*****************************************************************
012060 9900-FILE-ERROR.
012070     DISPLAY 'YMON0001E I/O ERROR ON FILE ' WS-ERROR-FILE-ID
012080         ' - FILE STATUS ' WS-ERROR-STATUS.
012090     DISPLAY 'YMON0002E RUN TERMINATED - NOTIFY OPERATIONS'.
012100     MOVE 16 TO RETURN-CODE.
012110     GO TO 9999-ABEND-EXIT.
012120 9900-EXIT.
012130     EXIT.
012140*****************************************************************
012150*    9999-ABEND-EXIT - CLOSE WHATEVER FILES ARE OPEN AND END THE
012160*    RUN WITH THE NON-ZERO RETURN CODE ALREADY SET
012170*****************************************************************
012180 9999-ABEND-EXIT.
012190     CLOSE RULEFILE
012200         MONIN
012210         HISTVSAM
012220         ALERTVS
012230         ALMRPT.
012240     GOBACK.
