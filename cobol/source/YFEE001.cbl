000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. YFEE001.
000030 AUTHOR. J W HARMON.
000040 INSTALLATION. DAILY LEDGER PROCESSING - OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD LOG
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  --------------------------------------------
000110*    2026-10-15  JWH  ORIGINAL PROGRAM - MONTHLY SERVICE-FEE AND
000120*                     CHARGES ENGINE.  EMITS ITS CHARGES AS A
000130*                     PROPER YXXX001 FEED ('DB' DETAILS, FEED ID
000140*                     'FEES') SO THE CHARGES GET THE FULL MYPGM
000150*                     TREATMENT INSTEAD OF BEING KEYED THROUGH
000160*                     YMNT ONE ACCOUNT AT A TIME
000170*****************************************************************
000180*    NARRATIVE
000190*    MAINTENANCE FEES, OVERDRAWN-BALANCE CHARGES AND PER-POSTING
000200*    CHARGES USED TO BE WORKED OUT BY HAND AT MONTH END AND
000210*    KEYED AS YMNT BALANCE ADJUSTMENTS - OUTSIDE EVERY CONTROL
000220*    THE LEDGER HAS.  THIS PROGRAM RUNS ON THE SAME MONTH-END
000230*    TRIGGER AS THE YACR001 INTEREST ACCRUAL (SEE YFEE001J),
000240*    READS THE YXXX002 MASTER AND THE YXXX004 POSTING HISTORY,
000250*    AND FOR EVERY ACTIVE ACCOUNT CHARGES, OFF THE YXXX017 CARD
000260*    FOR ITS MST-ACCOUNT-CLASS (BLANK = '01'):
000270*        THE FLAT MONTHLY FEE
000280*      + THE POSTING FEE FOR EACH MST-MTD-POST-COUNT POSTING
000290*        OVER THE CLASS'S FREE ALLOWANCE
000300*      + THE OVERDRAWN CHARGE FOR EACH DAY OF THE PERIOD THE
000310*        BALANCE STOOD BELOW ZERO.
000320*    THE DAYS BELOW ZERO ARE WORKED OFF THE HISTORY: THE
000330*    BALANCE BEFORE AN ACCOUNT'S FIRST POSTING IN THE PERIOD
000340*    STOOD FROM THE FIRST DAY OF THE PERIOD, EACH BALANCE AFTER
000350*    STOOD UNTIL THE NEXT POSTING, AND THE LAST ONE STOOD TO THE
000360*    END OF THE PERIOD.  AN ACCOUNT THAT NEVER MOVED IS JUDGED
000370*    ON ITS CURRENT BALANCE, AS IN YACR001.
000380*    THE THREE PARTS GO OUT AS ONE 'DB' DETAIL PER ACCOUNT -
000390*    ONE DETAIL, NOT THREE, SO TWO EQUAL PARTS CAN NEVER LOOK
000400*    LIKE A RETRANSMISSION TO MYPGM'S DUPLICATE CHECK - UNDER
000410*    THEIR OWN HD/TR CONTROL PAIR, FEED ID 'FEES', FEED DATE =
000420*    TODAY, TO A FILE THAT RIDES THE TRANIN CONCATENATION THE
000430*    WAY THE 'INTACCR' FILE DOES.  A CHARGE THAT WOULD BREACH
000440*    THE ACCOUNT'S OVERDRAFT LIMIT IS REFUSED BY MYPGM
000450*    ('EX'/'OVLM') LIKE ANY OTHER DEBIT.
000460*    AN ACCOUNT ON THE YXXX018 WAIVER LIST IS PRICED BUT NOT
000470*    CHARGED.  THE FEE REGISTER LISTS EVERY CHARGE WITH ITS
000480*    BREAKDOWN AND EVERY WAIVER WITH THE AMOUNT WAIVED.
000490*    A CLASS WITH NO FEE CARD, OR A CHARGE THE FEED FORMAT
000500*    CANNOT CARRY, IS REPORTED AND THE RUN ENDS RC=4 - NOTHING
000510*    IS GUESSED.  THE FEE PERIOD COMES IN ON THE PARM, FIXED
000520*    COLUMNS:
000530*        PARM='FFFFFFFF TTTTTTTT'
000540*    WHERE F = PERIOD FROM DATE, T = PERIOD TO DATE, YYYYMMDD.
000550*    DD NAMES MASTFILE/HISTIN/FEESCHED/FEEWAIVE/FEEFEED/FEERPT -
000560*    SEE YFEE001J.jcl.
000570*****************************************************************
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER. IBM-3090.
000610 OBJECT-COMPUTER. IBM-3090.
000620*****************************************************************
000630*    DECIMAL-POINT IS COMMA, AS IN MYPGM - THE FEED THIS
000640*    PROGRAM CUTS IS BALANCED BY MYPGM'S CONTROL CHECKS
000650*****************************************************************
000660 SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT MASTFILE ASSIGN TO MASTFILE
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS SEQUENTIAL
000720         RECORD KEY IS MST-RECORD-ID OF YXXX002-RECORD
000730         FILE STATUS IS WS-MAST-STATUS.
000740     SELECT HISTIN ASSIGN TO HISTIN
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-HISTIN-STATUS.
000770     SELECT FEESCHED ASSIGN TO FEESCHED
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-SCHED-STATUS.
000800     SELECT FEEWAIVE ASSIGN TO FEEWAIVE
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-WAIVE-STATUS.
000830     SELECT FEEFEED ASSIGN TO FEEFEED
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-FEED-STATUS.
000860     SELECT FEERPT ASSIGN TO FEERPT
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-FEERPT-STATUS.
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  MASTFILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940     COPY YXXX002.
000950 FD  HISTIN
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980     COPY YXXX004.
000990 FD  FEESCHED
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020     COPY YXXX017.
001030 FD  FEEWAIVE
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD.
001060     COPY YXXX018.
001070 FD  FEEFEED
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100     COPY YXXX001.
001110 FD  FEERPT
001120     RECORD CONTAINS 80 CHARACTERS
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150 01  FEERPT-RECORD                PIC X(80).
001160 WORKING-STORAGE SECTION.
001170*****************************************************************
001180*    SWITCHES
001190*****************************************************************
001200 77  WS-EOF-MAST-SW               PIC X(01) VALUE 'N'.
001210     88  WS-EOF-MAST                   VALUE 'Y'.
001220 77  WS-EOF-HISTIN-SW             PIC X(01) VALUE 'N'.
001230     88  WS-EOF-HISTIN                 VALUE 'Y'.
001240 77  WS-EOF-SCHED-SW              PIC X(01) VALUE 'N'.
001250     88  WS-EOF-SCHED                  VALUE 'Y'.
001260 77  WS-EOF-WAIVE-SW              PIC X(01) VALUE 'N'.
001270     88  WS-EOF-WAIVE                  VALUE 'Y'.
001280 77  WS-HEADER-WRITTEN-SW         PIC X(01) VALUE 'N'.
001290     88  WS-HEADER-WRITTEN             VALUE 'Y'.
001300 77  WS-SIZE-ERROR-SW             PIC X(01) VALUE 'N'.
001310     88  WS-SIZE-ERROR                 VALUE 'Y'.
001320*****************************************************************
001330*    FILE STATUS FIELDS
001340*****************************************************************
001350 77  WS-MAST-STATUS               PIC X(02) VALUE '00'.
001360 77  WS-HISTIN-STATUS             PIC X(02) VALUE '00'.
001370 77  WS-SCHED-STATUS              PIC X(02) VALUE '00'.
001380 77  WS-WAIVE-STATUS              PIC X(02) VALUE '00'.
001390 77  WS-FEED-STATUS               PIC X(02) VALUE '00'.
001400 77  WS-FEERPT-STATUS             PIC X(02) VALUE '00'.
001410 77  WS-ERROR-FILE-ID             PIC X(08) VALUE SPACES.
001420 77  WS-ERROR-STATUS              PIC X(02) VALUE SPACES.
001430*****************************************************************
001440*    RUN DATE AND THE FEE PERIOD DECODED FROM THE PARM - THE
001450*    PERIOD ENDS ARE ALSO HELD AS DAY NUMBERS (2800) FOR THE
001460*    DAYS-BELOW-ZERO ARITHMETIC
001470*****************************************************************
001480 77  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
001490 77  WS-SEL-FROM-DATE             PIC 9(08) VALUE ZERO.
001500 77  WS-SEL-TO-DATE               PIC 9(08) VALUE ZERO.
001510 77  WS-FROM-DAYNUM               PIC 9(07) COMP-3 VALUE ZERO.
001520 77  WS-TO-DAYNUM                 PIC 9(07) COMP-3 VALUE ZERO.
001530*****************************************************************
001540*    FEE COUNTS AND CONTROL TOTALS
001550*****************************************************************
001560 77  WS-MASTER-READ-COUNT         PIC 9(09) COMP-3 VALUE ZERO.
001570 77  WS-CHARGED-COUNT             PIC 9(09) COMP-3 VALUE ZERO.
001580 77  WS-CHARGED-TOTAL             PIC S9(11)V99 COMP-3 VALUE ZERO.
001590 77  WS-MONTHLY-TOTAL             PIC S9(11)V99 COMP-3 VALUE ZERO.
001600 77  WS-POSTING-TOTAL             PIC S9(11)V99 COMP-3 VALUE ZERO.
001610 77  WS-OVERDRAWN-TOTAL           PIC S9(11)V99 COMP-3 VALUE ZERO.
001620 77  WS-WAIVED-COUNT              PIC 9(09) COMP-3 VALUE ZERO.
001630 77  WS-WAIVED-TOTAL              PIC S9(11)V99 COMP-3 VALUE ZERO.
001640 77  WS-INACTIVE-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
001650 77  WS-ZERO-FEE-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
001660 77  WS-NO-SCHED-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
001670 77  WS-TOO-BIG-COUNT             PIC 9(09) COMP-3 VALUE ZERO.
001680 77  WS-FEED-HASH-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
001690*****************************************************************
001700*    FEE SCHEDULE TABLE - ONE ENTRY PER YXXX017 CLASS CARD
001710*****************************************************************
001720 77  WS-SCHED-LIMIT               PIC 9(03) COMP VALUE 020.
001730 77  WS-SCHED-COUNT               PIC 9(03) COMP VALUE ZERO.
001740 77  WS-SCHED-IX                  PIC 9(03) COMP VALUE ZERO.
001750 77  WS-SCHED-HIT                 PIC 9(03) COMP VALUE ZERO.
001760 01  WS-SCHED-TABLE.
001770     05  WS-SCHED-ENTRY OCCURS 20.
001780         10  WS-SCHED-CLASS       PIC X(02).
001790         10  WS-SCHED-MONTHLY     PIC 9(05)V99 COMP-3.
001800         10  WS-SCHED-FREE        PIC 9(05) COMP-3.
001810         10  WS-SCHED-POSTING     PIC 9(03)V99 COMP-3.
001820         10  WS-SCHED-OVERDRAWN   PIC 9(03)V99 COMP-3.
001830*****************************************************************
001840*    WAIVER TABLE - ONE ENTRY PER YXXX018 EXEMPT ACCOUNT
001850*****************************************************************
001860 77  WS-WAIVE-LIMIT               PIC 9(05) COMP VALUE 2000.
001870 77  WS-WAIVE-COUNT               PIC 9(05) COMP VALUE ZERO.
001880 77  WS-WAIVE-IX                  PIC 9(05) COMP VALUE ZERO.
001890 77  WS-WAIVE-HIT                 PIC 9(05) COMP VALUE ZERO.
001900 01  WS-WAIVE-TABLE.
001910     05  WS-WAIVE-ENTRY OCCURS 2000.
001920         10  WS-WAIVE-ACCOUNT-ID  PIC X(10).
001930         10  WS-WAIVE-REASON      PIC X(25).
001940*****************************************************************
001950*    PER-ACCOUNT OVERDRAWN-DAYS TABLE - BUILT ON THE HISTORY
001960*    PASS, SAME TABLE TECHNIQUE AS YACR001'S AVERAGE-BALANCE
001970*    TABLE.  EACH ENTRY CARRIES THE BALANCE LEFT BY THE
001980*    ACCOUNT'S LAST POSTING SEEN AND THE DAY IT STARTED
001990*****************************************************************
002000 77  WS-ODD-LIMIT                 PIC 9(05) COMP VALUE 5000.
002010 77  WS-ODD-COUNT                 PIC 9(05) COMP VALUE ZERO.
002020 77  WS-ODD-IX                    PIC 9(05) COMP VALUE ZERO.
002030 77  WS-ODD-HIT                   PIC 9(05) COMP VALUE ZERO.
002040 01  WS-ODD-TABLE.
002050     05  WS-ODD-ENTRY OCCURS 5000.
002060         10  WS-ODD-ACCOUNT-ID    PIC X(10).
002070         10  WS-ODD-LAST-DAYNUM   PIC 9(07) COMP-3.
002080         10  WS-ODD-LAST-BALANCE  PIC S9(09)V99 COMP-3.
002090         10  WS-ODD-DAYS          PIC 9(05) COMP-3.
002100*****************************************************************
002110*    DATE-TO-DAY-NUMBER WORK FIELDS (2800) - DAYS SINCE A FIXED
002120*    ORIGIN, GREGORIAN LEAP RULES, SO TWO DATES SUBTRACT TO THE
002130*    DAYS BETWEEN THEM ACROSS MONTH AND YEAR ENDS
002140*****************************************************************
002150 01  WS-DAYNUM-FIELDS.
002160     05  WS-DN-DATE               PIC 9(08).
002170     05  WS-DN-DATE-SPLIT REDEFINES WS-DN-DATE.
002180         10  WS-DN-YEAR           PIC 9(04).
002190         10  WS-DN-MONTH          PIC 9(02).
002200         10  WS-DN-DAY            PIC 9(02).
002210     05  WS-DN-DAYNUM             PIC 9(07) COMP-3.
002220     05  WS-DN-PRIOR-YEARS        PIC 9(04) COMP-3.
002230     05  WS-DN-QUOTIENT           PIC 9(04) COMP-3.
002240     05  WS-DN-REMAINDER          PIC 9(04) COMP-3.
002250     05  WS-DN-LEAP-SW            PIC X(01).
002260         88  WS-DN-LEAP-YEAR          VALUE 'Y'.
002270 01  WS-CUM-DAYS-VALUES.
002280     05  FILLER                   PIC X(36) VALUE
002290         '000031059090120151181212243273304334'.
002300 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
002310     05  WS-CUM-DAYS              PIC 9(03) OCCURS 12.
002320*****************************************************************
002330*    FEE COMPUTATION WORK FIELDS - THE FINAL AMOUNT MUST FIT THE
002340*    UNSIGNED 9999999,99 FEED AMOUNT FORMAT
002350*****************************************************************
002360 77  WS-EXCESS-POSTINGS           PIC 9(07) COMP-3 VALUE ZERO.
002370 77  WS-DAYS-BELOW-ZERO           PIC 9(05) COMP-3 VALUE ZERO.
002380 77  WS-MTD-COUNT                 PIC 9(07) COMP-3 VALUE ZERO.
002390 77  WS-MONTHLY-FEE               PIC S9(09)V99 COMP-3 VALUE ZERO.
002400 77  WS-POSTING-FEE               PIC S9(09)V99 COMP-3 VALUE ZERO.
002410 77  WS-OVERDRAWN-FEE             PIC S9(09)V99 COMP-3 VALUE ZERO.
002420 77  WS-FEE-WORK                  PIC S9(09)V99 COMP-3 VALUE ZERO.
002430 01  WS-FEE-FIELDS.
002440     05  WS-FEE-AMOUNT            PIC 9(07)V99.
002450     05  WS-FEE-SPLIT REDEFINES WS-FEE-AMOUNT.
002460         10  WS-FEE-INT           PIC 9(07).
002470         10  WS-FEE-DEC           PIC 9(02).
002480*****************************************************************
002490*    REPORT LINE LAYOUTS
002500*****************************************************************
002510 01  WS-HDG1-LINE.
002520     05  FILLER                   PIC X(01) VALUE '1'.
002530     05  FILLER                   PIC X(33) VALUE
002540         'SERVICE FEE REGISTER    - YFEE001'.
002550     05  FILLER                   PIC X(12) VALUE SPACES.
002560     05  FILLER                   PIC X(09) VALUE 'RUN DATE '.
002570     05  HDG1-RUN-DATE            PIC 9(08).
002580     05  FILLER                   PIC X(17) VALUE SPACES.
002590 01  WS-HDG2-LINE.
002600     05  FILLER                   PIC X(01) VALUE SPACE.
002610     05  FILLER                   PIC X(08) VALUE 'PERIOD  '.
002620     05  HDG2-FROM-DATE           PIC 9(08).
002630     05  FILLER                   PIC X(05) VALUE ' THRU'.
002640     05  FILLER                   PIC X(01) VALUE SPACE.
002650     05  HDG2-TO-DATE             PIC 9(08).
002660     05  FILLER                   PIC X(49) VALUE SPACES.
002670 01  WS-HDG3-LINE.
002680     05  FILLER                   PIC X(01) VALUE SPACE.
002690     05  FILLER                   PIC X(11) VALUE 'ACCOUNT'.
002700     05  FILLER                   PIC X(03) VALUE 'CL'.
002710     05  FILLER                   PIC X(10) VALUE '  MONTHLY'.
002720     05  FILLER                   PIC X(06) VALUE '   XS'.
002730     05  FILLER                   PIC X(11) VALUE '  POSTINGS'.
002740     05  FILLER                   PIC X(04) VALUE 'DYS'.
002750     05  FILLER                   PIC X(11) VALUE ' OVERDRAWN'.
002760     05  FILLER                   PIC X(12) VALUE
002770         '       TOTAL'.
002780     05  FILLER                   PIC X(11) VALUE SPACES.
002790 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
002800 01  WS-FEE-LINE.
002810     05  FILLER                   PIC X(01) VALUE SPACE.
002820     05  REG-ACCOUNT-ID           PIC X(10).
002830     05  FILLER                   PIC X(01) VALUE SPACE.
002840     05  REG-CLASS                PIC X(02).
002850     05  FILLER                   PIC X(01) VALUE SPACE.
002860     05  REG-MONTHLY              PIC ZZ.ZZ9,99.
002870     05  FILLER                   PIC X(01) VALUE SPACE.
002880     05  REG-EXCESS               PIC ZZZZ9.
002890     05  FILLER                   PIC X(01) VALUE SPACE.
002900     05  REG-POSTING              PIC ZZZ.ZZ9,99.
002910     05  FILLER                   PIC X(01) VALUE SPACE.
002920     05  REG-DAYS                 PIC ZZ9.
002930     05  FILLER                   PIC X(01) VALUE SPACE.
002940     05  REG-OVERDRAWN            PIC ZZZ.ZZ9,99.
002950     05  FILLER                   PIC X(01) VALUE SPACE.
002960     05  REG-TOTAL                PIC Z.ZZZ.ZZ9,99.
002970     05  FILLER                   PIC X(11) VALUE SPACES.
002980 01  WS-WAIVE-LINE.
002990     05  FILLER                   PIC X(01) VALUE SPACE.
003000     05  WVL-ACCOUNT-ID           PIC X(10).
003010     05  FILLER                   PIC X(01) VALUE SPACE.
003020     05  WVL-CLASS                PIC X(02).
003030     05  FILLER                   PIC X(01) VALUE SPACE.
003040     05  WVL-LABEL                PIC X(08).
003050     05  FILLER                   PIC X(01) VALUE SPACE.
003060     05  WVL-REASON               PIC X(25).
003070     05  FILLER                   PIC X(18) VALUE SPACES.
003080     05  WVL-AMOUNT               PIC Z.ZZZ.ZZ9,99.
003090     05  FILLER                   PIC X(01) VALUE SPACE.
003100 01  WS-SKIP-LINE.
003110     05  FILLER                   PIC X(01) VALUE SPACE.
003120     05  SKP-ACCOUNT-ID           PIC X(10).
003130     05  FILLER                   PIC X(01) VALUE SPACE.
003140     05  SKP-CLASS                PIC X(02).
003150     05  FILLER                   PIC X(01) VALUE SPACE.
003160     05  SKP-REASON               PIC X(40).
003170     05  FILLER                   PIC X(25) VALUE SPACES.
003180 01  WS-COUNT-LINE.
003190     05  FILLER                   PIC X(01) VALUE SPACE.
003200     05  CNT-LABEL                PIC X(30).
003210     05  CNT-COUNT                PIC ZZZ.ZZZ.ZZ9.
003220     05  FILLER                   PIC X(38) VALUE SPACES.
003230 01  WS-AMOUNT-LINE.
003240     05  FILLER                   PIC X(01) VALUE SPACE.
003250     05  AMT-LABEL                PIC X(30).
003260     05  AMT-AMOUNT               PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
003270     05  FILLER                   PIC X(31) VALUE SPACES.
003280**********************
003290 LINKAGE SECTION.
003300**********************
003310*****************************************************************
003320*    FEE-PERIOD PARM - FROM(8) SPACE TO(8)
003330*****************************************************************
003340 01  LS-PARM-AREA.
003350     05  LS-PARM-LENGTH           PIC S9(04) COMP.
003360     05  LS-PARM-FROM-DATE        PIC X(08).
003370     05  FILLER                   PIC X(01).
003380     05  LS-PARM-TO-DATE          PIC X(08).
003390 PROCEDURE DIVISION USING LS-PARM-AREA.
003400*****************************************************************
003410*    0000-MAINLINE
003420*****************************************************************
003430 0000-MAINLINE.
003440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003450     PERFORM 2000-PRICE-ONE-ACCOUNT THRU 2000-EXIT
003460         UNTIL WS-EOF-MAST.
003470     PERFORM 3500-WRITE-TRAILER THRU 3500-EXIT.
003480     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
003490     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003500     IF WS-NO-SCHED-COUNT NOT = ZERO
003510         OR WS-TOO-BIG-COUNT NOT = ZERO
003520         MOVE 4 TO RETURN-CODE
003530     END-IF.
003540     GOBACK.
003550*****************************************************************
003560*    1000-INITIALIZE - DECODE THE PARM, OPEN FILES, LOAD THE FEE
003570*    SCHEDULE AND THE WAIVER LIST, AND WORK OUT EACH ACCOUNT'S
003580*    DAYS BELOW ZERO OFF THE HISTORY
003590*****************************************************************
003600 1000-INITIALIZE.
003610     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
003620     PERFORM 1050-DECODE-PARM THRU 1050-EXIT.
003630     OPEN INPUT MASTFILE.
003640     IF WS-MAST-STATUS NOT = '00'
003650         MOVE 'MASTFILE' TO WS-ERROR-FILE-ID
003660         MOVE WS-MAST-STATUS TO WS-ERROR-STATUS
003670         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003680     END-IF.
003690     OPEN OUTPUT FEEFEED.
003700     IF WS-FEED-STATUS NOT = '00'
003710         MOVE 'FEEFEED' TO WS-ERROR-FILE-ID
003720         MOVE WS-FEED-STATUS TO WS-ERROR-STATUS
003730         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003740     END-IF.
003750     OPEN OUTPUT FEERPT.
003760     IF WS-FEERPT-STATUS NOT = '00'
003770         MOVE 'FEERPT' TO WS-ERROR-FILE-ID
003780         MOVE WS-FEERPT-STATUS TO WS-ERROR-STATUS
003790         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003800     END-IF.
003810     MOVE WS-TODAY-DATE TO HDG1-RUN-DATE.
003820     MOVE WS-HDG1-LINE TO FEERPT-RECORD.
003830     PERFORM 1150-WRITE-FEERPT THRU 1150-EXIT.
003840     MOVE WS-SEL-FROM-DATE TO HDG2-FROM-DATE.
003850     MOVE WS-SEL-TO-DATE TO HDG2-TO-DATE.
003860     MOVE WS-HDG2-LINE TO FEERPT-RECORD.
003870     PERFORM 1150-WRITE-FEERPT THRU 1150-EXIT.
003880     MOVE WS-BLANK-LINE TO FEERPT-RECORD.
003890     PERFORM 1150-WRITE-FEERPT THRU 1150-EXIT.
003900     MOVE WS-HDG3-LINE TO FEERPT-RECORD.
003910     PERFORM 1150-WRITE-FEERPT THRU 1150-EXIT.
003920     PERFORM 1200-LOAD-FEE-SCHEDULE THRU 1200-EXIT.
003930     PERFORM 1300-LOAD-WAIVERS THRU 1300-EXIT.
003940     PERFORM 1400-SCAN-PERIOD-HISTORY THRU 1400-EXIT.
003950     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
003960 1000-EXIT.
003970     EXIT.
003980*****************************************************************
003990*    1050-DECODE-PARM - THE FEE PERIOD ARRIVES ON THE PARM IN
004000*    FIXED COLUMNS.  A SHORT, NON-NUMERIC OR BACKWARDS PERIOD
004010*    ENDS THE RUN RC=16 - CHARGING THE WRONG MONTH IS A YBCK001
004020*    BACKOUT WAITING TO HAPPEN
004030*****************************************************************
004040 1050-DECODE-PARM.
004050     IF LS-PARM-LENGTH LESS THAN 17
004060         DISPLAY 'YFEE0003E PARM MUST BE FROM(8) TO(8) - SEE '
004070             'YFEE001J'
004080         MOVE 16 TO RETURN-CODE
004090         GO TO 9999-ABEND-EXIT
004100     END-IF.
004110     IF LS-PARM-FROM-DATE NOT NUMERIC
004120         OR LS-PARM-TO-DATE NOT NUMERIC
004130         DISPLAY 'YFEE0004E FROM/TO DATES MUST BE YYYYMMDD'
004140         MOVE 16 TO RETURN-CODE
004150         GO TO 9999-ABEND-EXIT
004160     END-IF.
004170     MOVE LS-PARM-FROM-DATE TO WS-SEL-FROM-DATE.
004180     MOVE LS-PARM-TO-DATE TO WS-SEL-TO-DATE.
004190     IF WS-SEL-FROM-DATE GREATER THAN WS-SEL-TO-DATE
004200         DISPLAY 'YFEE0005E FROM DATE IS AFTER TO DATE'
004210         MOVE 16 TO RETURN-CODE
004220         GO TO 9999-ABEND-EXIT
004230     END-IF.
004240     MOVE WS-SEL-FROM-DATE TO WS-DN-DATE.
004250     PERFORM 2800-DATE-TO-DAYNUM THRU 2800-EXIT.
004260     MOVE WS-DN-DAYNUM TO WS-FROM-DAYNUM.
004270     MOVE WS-SEL-TO-DATE TO WS-DN-DATE.
004280     PERFORM 2800-DATE-TO-DAYNUM THRU 2800-EXIT.
004290     MOVE WS-DN-DAYNUM TO WS-TO-DAYNUM.
004300 1050-EXIT.
004310     EXIT.
004320*****************************************************************
004330*    1150-WRITE-FEERPT - COMMON WRITE-AND-STATUS-CHECK FOR THE
004340*    FEE REGISTER
004350*****************************************************************
004360 1150-WRITE-FEERPT.
004370     WRITE FEERPT-RECORD.
004380     IF WS-FEERPT-STATUS NOT = '00'
004390         MOVE 'FEERPT' TO WS-ERROR-FILE-ID
004400         MOVE WS-FEERPT-STATUS TO WS-ERROR-STATUS
004410         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
004420     END-IF.
004430 1150-EXIT.
004440     EXIT.
004450*****************************************************************
004460*    1200-LOAD-FEE-SCHEDULE - THE YXXX017 CLASS CARDS.  A
004470*    NON-NUMERIC CARD STOPS THE RUN - CHARGING A MONTH AT A
004480*    GARBAGE TARIFF IS WORSE THAN CHARGING LATE, THE SAME
004490*    PHILOSOPHY AS YACR001'S RATE CARDS.  ZERO IS A VALID FEE
004500*****************************************************************
004510 1200-LOAD-FEE-SCHEDULE.
004520     OPEN INPUT FEESCHED.
004530     IF WS-SCHED-STATUS NOT = '00'
004540         MOVE 'FEESCHED' TO WS-ERROR-FILE-ID
004550         MOVE WS-SCHED-STATUS TO WS-ERROR-STATUS
004560         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
004570     END-IF.
004580     PERFORM 1250-LOAD-ONE-SCHEDULE THRU 1250-EXIT
004590         UNTIL WS-EOF-SCHED.
004600     CLOSE FEESCHED.
004610 1200-EXIT.
004620     EXIT.
004630 1250-LOAD-ONE-SCHEDULE.
004640     READ FEESCHED
004650         AT END
004660             MOVE 'Y' TO WS-EOF-SCHED-SW
004670             GO TO 1250-EXIT
004680     END-READ.
004690     IF WS-SCHED-STATUS NOT = '00'
004700         MOVE 'FEESCHED' TO WS-ERROR-FILE-ID
004710         MOVE WS-SCHED-STATUS TO WS-ERROR-STATUS
004720         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
004730     END-IF.
004740     IF FEE-MONTHLY-AMOUNT NOT NUMERIC
004750         OR FEE-FREE-POSTINGS NOT NUMERIC
004760         OR FEE-POSTING-AMOUNT NOT NUMERIC
004770         OR FEE-OVERDRAWN-AMOUNT NOT NUMERIC
004780         DISPLAY 'YFEE0006E FEE CARD FOR CLASS '
004790             FEE-ACCOUNT-CLASS ' IS NOT NUMERIC'
004800         MOVE 16 TO RETURN-CODE
004810         GO TO 9999-ABEND-EXIT
004820     END-IF.
004830     IF WS-SCHED-COUNT = WS-SCHED-LIMIT
004840         DISPLAY 'YFEE0007E MORE THAN 20 FEE CARDS - '
004850             'RAISE WS-SCHED-LIMIT AND RERUN'
004860         MOVE 16 TO RETURN-CODE
004870         GO TO 9999-ABEND-EXIT
004880     END-IF.
004890     ADD 1 TO WS-SCHED-COUNT.
004900     MOVE FEE-ACCOUNT-CLASS TO WS-SCHED-CLASS (WS-SCHED-COUNT).
004910     MOVE FEE-MONTHLY-AMOUNT
004920         TO WS-SCHED-MONTHLY (WS-SCHED-COUNT).
004930     MOVE FEE-FREE-POSTINGS TO WS-SCHED-FREE (WS-SCHED-COUNT).
004940     MOVE FEE-POSTING-AMOUNT
004950         TO WS-SCHED-POSTING (WS-SCHED-COUNT).
004960     MOVE FEE-OVERDRAWN-AMOUNT
004970         TO WS-SCHED-OVERDRAWN (WS-SCHED-COUNT).
004980 1250-EXIT.
004990     EXIT.
005000*****************************************************************
005010*    1300-LOAD-WAIVERS - THE YXXX018 EXEMPT ACCOUNTS.  AN EMPTY
005020*    FILE MEANS NOBODY IS EXEMPT THIS MONTH
005030*****************************************************************
005040 1300-LOAD-WAIVERS.
005050     OPEN INPUT FEEWAIVE.
005060     IF WS-WAIVE-STATUS NOT = '00'
005070         MOVE 'FEEWAIVE' TO WS-ERROR-FILE-ID
005080         MOVE WS-WAIVE-STATUS TO WS-ERROR-STATUS
005090         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
005100     END-IF.
005110     PERFORM 1350-LOAD-ONE-WAIVER THRU 1350-EXIT
005120         UNTIL WS-EOF-WAIVE.
005130     CLOSE FEEWAIVE.
005140 1300-EXIT.
005150     EXIT.
005160 1350-LOAD-ONE-WAIVER.
005170     READ FEEWAIVE
005180         AT END
005190             MOVE 'Y' TO WS-EOF-WAIVE-SW
005200             GO TO 1350-EXIT
005210     END-READ.
005220     IF WS-WAIVE-STATUS NOT = '00'
005230         MOVE 'FEEWAIVE' TO WS-ERROR-FILE-ID
005240         MOVE WS-WAIVE-STATUS TO WS-ERROR-STATUS
005250         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
005260     END-IF.
005270     IF WS-WAIVE-COUNT = WS-WAIVE-LIMIT
005280         DISPLAY 'YFEE0008E MORE THAN 2000 FEE WAIVERS - '
005290             'RAISE WS-WAIVE-LIMIT AND RERUN'
005300         MOVE 16 TO RETURN-CODE
005310         GO TO 9999-ABEND-EXIT
005320     END-IF.
005330     ADD 1 TO WS-WAIVE-COUNT.
005340     MOVE WVR-RECORD-ID TO WS-WAIVE-ACCOUNT-ID (WS-WAIVE-COUNT).
005350     MOVE WVR-REASON TO WS-WAIVE-REASON (WS-WAIVE-COUNT).
005360 1350-EXIT.
005370     EXIT.
005380*****************************************************************
005390*    1400-SCAN-PERIOD-HISTORY - ONE PASS OF THE YXXX004 HISTORY.
005400*    THE JOURNAL IS WRITTEN IN POSTING ORDER, SO EACH ACCOUNT'S
005410*    POSTINGS IN THE PERIOD ARRIVE OLDEST FIRST.  EVERY SPELL
005420*    THE BALANCE SPENT BELOW ZERO IS COUNTED IN DAYS AS THE
005430*    NEXT POSTING ENDS IT; 2300 CLOSES THE LAST SPELL AT THE
005440*    END OF THE PERIOD
005450*****************************************************************
005460 1400-SCAN-PERIOD-HISTORY.
005470     OPEN INPUT HISTIN.
005480     IF WS-HISTIN-STATUS NOT = '00'
005490         MOVE 'HISTIN' TO WS-ERROR-FILE-ID
005500         MOVE WS-HISTIN-STATUS TO WS-ERROR-STATUS
005510         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
005520     END-IF.
005530     PERFORM 1450-SCAN-ONE-POSTING THRU 1450-EXIT
005540         UNTIL WS-EOF-HISTIN.
005550     CLOSE HISTIN.
005560 1400-EXIT.
005570     EXIT.
005580 1450-SCAN-ONE-POSTING.
005590     READ HISTIN
005600         AT END
005610             MOVE 'Y' TO WS-EOF-HISTIN-SW
005620             GO TO 1450-EXIT
005630     END-READ.
005640     IF WS-HISTIN-STATUS NOT = '00'
005650         MOVE 'HISTIN' TO WS-ERROR-FILE-ID
005660         MOVE WS-HISTIN-STATUS TO WS-ERROR-STATUS
005670         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
005680     END-IF.
005690     IF HST-POST-DATE LESS THAN WS-SEL-FROM-DATE
005700         OR HST-POST-DATE GREATER THAN WS-SEL-TO-DATE
005710         GO TO 1450-EXIT
005720     END-IF.
005730     MOVE HST-POST-DATE TO WS-DN-DATE.
005740     PERFORM 2800-DATE-TO-DAYNUM THRU 2800-EXIT.
005750     PERFORM 1470-LOCATE-ODD-ENTRY THRU 1470-EXIT.
005760*    THE FIRST POSTING IN THE PERIOD - THE BALANCE BEFORE IT
005770*    HAD STOOD SINCE THE FIRST DAY OF THE PERIOD
005780     IF WS-ODD-HIT = ZERO
005790         IF WS-ODD-COUNT = WS-ODD-LIMIT
005800             DISPLAY 'YFEE0009E MORE THAN 5000 ACTIVE ACCOUNTS '
005810                 'IN THE PERIOD - RAISE WS-ODD-LIMIT AND RERUN'
005820             MOVE 16 TO RETURN-CODE
005830             GO TO 9999-ABEND-EXIT
005840         END-IF
005850         ADD 1 TO WS-ODD-COUNT
005860         MOVE WS-ODD-COUNT TO WS-ODD-HIT
005870         MOVE HST-RECORD-ID
005880             TO WS-ODD-ACCOUNT-ID (WS-ODD-HIT)
005890         MOVE WS-FROM-DAYNUM TO WS-ODD-LAST-DAYNUM (WS-ODD-HIT)
005900         MOVE HST-BALANCE-BEFORE
005910             TO WS-ODD-LAST-BALANCE (WS-ODD-HIT)
005920         MOVE ZERO TO WS-ODD-DAYS (WS-ODD-HIT)
005930     END-IF.
005940     IF WS-ODD-LAST-BALANCE (WS-ODD-HIT) LESS THAN ZERO
005950         COMPUTE WS-ODD-DAYS (WS-ODD-HIT) =
005960             WS-ODD-DAYS (WS-ODD-HIT) + WS-DN-DAYNUM
005970             - WS-ODD-LAST-DAYNUM (WS-ODD-HIT)
005980     END-IF.
005990     MOVE WS-DN-DAYNUM TO WS-ODD-LAST-DAYNUM (WS-ODD-HIT).
006000     MOVE HST-BALANCE-AFTER TO WS-ODD-LAST-BALANCE (WS-ODD-HIT).
006010 1450-EXIT.
006020     EXIT.
006030*****************************************************************
006040*    1470-LOCATE-ODD-ENTRY - FIND THE TABLE ENTRY FOR THE
006050*    ACCOUNT ON THE HISTORY RECORD; ZERO HIT MEANS NOT SEEN YET
006060*****************************************************************
006070 1470-LOCATE-ODD-ENTRY.
006080     MOVE ZERO TO WS-ODD-HIT.
006090     PERFORM 1480-MATCH-ODD-ENTRY THRU 1480-EXIT
006100         VARYING WS-ODD-IX FROM 1 BY 1
006110         UNTIL WS-ODD-IX GREATER THAN WS-ODD-COUNT
006120             OR WS-ODD-HIT NOT = ZERO.
006130 1470-EXIT.
006140     EXIT.
006150 1480-MATCH-ODD-ENTRY.
006160     IF WS-ODD-ACCOUNT-ID (WS-ODD-IX) = HST-RECORD-ID
006170         MOVE WS-ODD-IX TO WS-ODD-HIT
006180     END-IF.
006190 1480-EXIT.
006200     EXIT.
006210*****************************************************************
006220*    2000-PRICE-ONE-ACCOUNT - PRICE ONE MASTER RECORD.  ONLY
006230*    ACTIVE ACCOUNTS ARE CHARGED; THE CLASS CARD, THE MTD
006240*    POSTING COUNT AND THE DAYS BELOW ZERO DECIDE THE AMOUNT.
006250*    A WAIVED ACCOUNT IS PRICED AND LISTED BUT NOT CHARGED
006260*****************************************************************
006270 2000-PRICE-ONE-ACCOUNT.
006280     ADD 1 TO WS-MASTER-READ-COUNT.
006290     IF NOT MST-STATUS-ACTIVE OF YXXX002-RECORD
006300         ADD 1 TO WS-INACTIVE-COUNT
006310         GO TO 2000-NEXT
006320     END-IF.
006330     PERFORM 2200-FIND-FEE-SCHEDULE THRU 2200-EXIT.
006340     IF WS-SCHED-HIT = ZERO
006350         MOVE SPACES TO WS-SKIP-LINE
006360         MOVE MST-RECORD-ID OF YXXX002-RECORD
006370             TO SKP-ACCOUNT-ID
006380         MOVE MST-ACCOUNT-CLASS OF YXXX002-RECORD
006390             TO SKP-CLASS
006400         MOVE 'NO FEE CARD FOR THIS ACCOUNT CLASS'
006410             TO SKP-REASON
006420         MOVE WS-SKIP-LINE TO FEERPT-RECORD
006430         PERFORM 1150-WRITE-FEERPT THRU 1150-EXIT
006440         ADD 1 TO WS-NO-SCHED-COUNT
006450         GO TO 2000-NEXT
006460     END-IF.
006470     PERFORM 2300-FIND-DAYS-BELOW-ZERO THRU 2300-EXIT.
006480*    A RECORD CUT BEFORE THE MTD FIELDS EXISTED CARRIES SPACES
006490*    IN THE PACKED COUNT
006500     MOVE ZERO TO WS-MTD-COUNT.
006510     IF MST-MTD-POST-COUNT OF YXXX002-RECORD NUMERIC
006520         MOVE MST-MTD-POST-COUNT OF YXXX002-RECORD
006530             TO WS-MTD-COUNT
006540     END-IF.
006550     MOVE ZERO TO WS-EXCESS-POSTINGS.
006560     IF WS-MTD-COUNT GREATER THAN WS-SCHED-FREE (WS-SCHED-HIT)
006570         COMPUTE WS-EXCESS-POSTINGS =
006580             WS-MTD-COUNT - WS-SCHED-FREE (WS-SCHED-HIT)
006590     END-IF.
006600*    AN OVERFLOW OF A WORK FIELD IS AN AMOUNT FAR TOO LARGE FOR
006610*    THE FEED - IT MUST LAND ON THE TOO-BIG REPORT PATH (RC=4),
006620*    NEVER SILENTLY BECOME A SMALLER CHARGE
006630     MOVE 'N' TO WS-SIZE-ERROR-SW.
006640     MOVE WS-SCHED-MONTHLY (WS-SCHED-HIT) TO WS-MONTHLY-FEE.
006650     COMPUTE WS-POSTING-FEE =
006660         WS-EXCESS-POSTINGS * WS-SCHED-POSTING (WS-SCHED-HIT)
006670         ON SIZE ERROR
006680             MOVE 'Y' TO WS-SIZE-ERROR-SW
006690     END-COMPUTE.
006700     COMPUTE WS-OVERDRAWN-FEE =
006710         WS-DAYS-BELOW-ZERO * WS-SCHED-OVERDRAWN (WS-SCHED-HIT)
006720         ON SIZE ERROR
006730             MOVE 'Y' TO WS-SIZE-ERROR-SW
006740     END-COMPUTE.
006750     COMPUTE WS-FEE-WORK =
006760         WS-MONTHLY-FEE + WS-POSTING-FEE + WS-OVERDRAWN-FEE
006770         ON SIZE ERROR
006780             MOVE 'Y' TO WS-SIZE-ERROR-SW
006790     END-COMPUTE.
006800     IF NOT WS-SIZE-ERROR
006810         AND WS-FEE-WORK NOT GREATER THAN ZERO
006820         ADD 1 TO WS-ZERO-FEE-COUNT
006830         GO TO 2000-NEXT
006840     END-IF.
006850     IF WS-SIZE-ERROR
006860         OR WS-FEE-WORK GREATER THAN 9999999,99
006870         MOVE SPACES TO WS-SKIP-LINE
006880         MOVE MST-RECORD-ID OF YXXX002-RECORD
006890             TO SKP-ACCOUNT-ID
006900         MOVE MST-ACCOUNT-CLASS OF YXXX002-RECORD
006910             TO SKP-CLASS
006920         MOVE 'CHARGE EXCEEDS THE FEED AMOUNT FORMAT'
006930             TO SKP-REASON
006940         MOVE WS-SKIP-LINE TO FEERPT-RECORD
006950         PERFORM 1150-WRITE-FEERPT THRU 1150-EXIT
006960         ADD 1 TO WS-TOO-BIG-COUNT
006970         GO TO 2000-NEXT
006980     END-IF.
006990     MOVE WS-FEE-WORK TO WS-FEE-AMOUNT.
007000     PERFORM 2250-FIND-WAIVER THRU 2250-EXIT.
007010     IF WS-WAIVE-HIT NOT = ZERO
007020         PERFORM 2500-REPORT-WAIVER THRU 2500-EXIT
007030         GO TO 2000-NEXT
007040     END-IF.
007050     PERFORM 2400-WRITE-CHARGE THRU 2400-EXIT.
007060 2000-NEXT.
007070     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
007080 2000-EXIT.
007090     EXIT.
007100*****************************************************************
007110*    2100-READ-MASTER - SEQUENTIAL BROWSE OF THE WHOLE KSDS
007120*****************************************************************
007130 2100-READ-MASTER.
007140     READ MASTFILE
007150         AT END
007160             MOVE 'Y' TO WS-EOF-MAST-SW
007170     END-READ.
007180     IF WS-MAST-STATUS NOT = '00' AND WS-MAST-STATUS NOT = '10'
007190         MOVE 'MASTFILE' TO WS-ERROR-FILE-ID
007200         MOVE WS-MAST-STATUS TO WS-ERROR-STATUS
007210         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
007220     END-IF.
007230 2100-EXIT.
007240     EXIT.
007250*****************************************************************
007260*    2200-FIND-FEE-SCHEDULE - THE SCHEDULE ENTRY FOR THE
007270*    ACCOUNT'S CLASS.  BLANK MEANS CLASS '01', AS ON EVERY
007280*    MASTER RECORD CUT BEFORE THE FIELD EXISTED
007290*****************************************************************
007300 2200-FIND-FEE-SCHEDULE.
007310     MOVE ZERO TO WS-SCHED-HIT.
007320     PERFORM 2220-MATCH-FEE-SCHEDULE THRU 2220-EXIT
007330         VARYING WS-SCHED-IX FROM 1 BY 1
007340         UNTIL WS-SCHED-IX GREATER THAN WS-SCHED-COUNT
007350             OR WS-SCHED-HIT NOT = ZERO.
007360 2200-EXIT.
007370     EXIT.
007380 2220-MATCH-FEE-SCHEDULE.
007390     IF MST-ACCOUNT-CLASS OF YXXX002-RECORD = SPACES
007400         IF WS-SCHED-CLASS (WS-SCHED-IX) = '01'
007410             MOVE WS-SCHED-IX TO WS-SCHED-HIT
007420         END-IF
007430     ELSE
007440         IF WS-SCHED-CLASS (WS-SCHED-IX) =
007450             MST-ACCOUNT-CLASS OF YXXX002-RECORD
007460             MOVE WS-SCHED-IX TO WS-SCHED-HIT
007470         END-IF
007480     END-IF.
007490 2220-EXIT.
007500     EXIT.
007510*****************************************************************
007520*    2250-FIND-WAIVER - IS THE ACCOUNT ON THE WAIVER LIST?
007530*****************************************************************
007540 2250-FIND-WAIVER.
007550     MOVE ZERO TO WS-WAIVE-HIT.
007560     PERFORM 2270-MATCH-WAIVER THRU 2270-EXIT
007570         VARYING WS-WAIVE-IX FROM 1 BY 1
007580         UNTIL WS-WAIVE-IX GREATER THAN WS-WAIVE-COUNT
007590             OR WS-WAIVE-HIT NOT = ZERO.
007600 2250-EXIT.
007610     EXIT.
007620 2270-MATCH-WAIVER.
007630     IF WS-WAIVE-ACCOUNT-ID (WS-WAIVE-IX) =
007640         MST-RECORD-ID OF YXXX002-RECORD
007650         MOVE WS-WAIVE-IX TO WS-WAIVE-HIT
007660     END-IF.
007670 2270-EXIT.
007680     EXIT.
007690*****************************************************************
007700*    2300-FIND-DAYS-BELOW-ZERO - THE DAYS OF THE PERIOD THE
007710*    ACCOUNT'S BALANCE STOOD BELOW ZERO.  THE BALANCE LEFT BY
007720*    THE LAST POSTING IN THE PERIOD STANDS TO THE END OF IT;
007730*    AN ACCOUNT THAT NEVER MOVED IS JUDGED ON ITS CURRENT
007740*    MASTER BALANCE FOR THE WHOLE PERIOD
007750*****************************************************************
007760 2300-FIND-DAYS-BELOW-ZERO.
007770     MOVE ZERO TO WS-DAYS-BELOW-ZERO.
007780     MOVE ZERO TO WS-ODD-HIT.
007790     PERFORM 2320-MATCH-MASTER-ODD THRU 2320-EXIT
007800         VARYING WS-ODD-IX FROM 1 BY 1
007810         UNTIL WS-ODD-IX GREATER THAN WS-ODD-COUNT
007820             OR WS-ODD-HIT NOT = ZERO.
007830     IF WS-ODD-HIT = ZERO
007840         IF MST-BALANCE OF YXXX002-RECORD LESS THAN ZERO
007850             COMPUTE WS-DAYS-BELOW-ZERO =
007860                 WS-TO-DAYNUM - WS-FROM-DAYNUM + 1
007870         END-IF
007880     ELSE
007890         MOVE WS-ODD-DAYS (WS-ODD-HIT) TO WS-DAYS-BELOW-ZERO
007900         IF WS-ODD-LAST-BALANCE (WS-ODD-HIT) LESS THAN ZERO
007910             COMPUTE WS-DAYS-BELOW-ZERO = WS-DAYS-BELOW-ZERO
007920                 + WS-TO-DAYNUM + 1
007930                 - WS-ODD-LAST-DAYNUM (WS-ODD-HIT)
007940         END-IF
007950     END-IF.
007960 2300-EXIT.
007970     EXIT.
007980 2320-MATCH-MASTER-ODD.
007990     IF WS-ODD-ACCOUNT-ID (WS-ODD-IX) =
008000         MST-RECORD-ID OF YXXX002-RECORD
008010         MOVE WS-ODD-IX TO WS-ODD-HIT
008020     END-IF.
008030 2320-EXIT.
008040     EXIT.
008050*****************************************************************
008060*    2400-WRITE-CHARGE - ONE 'DB' FEED DETAIL FOR THE MONTH'S
008070*    CHARGES, UNDER THE 'FEES' HD/TR PAIR, AND ITS REGISTER
008080*    LINE.  THE HEADER IS WRITTEN AHEAD OF THE FIRST CHARGE, AS
008090*    IN YACR001
008100*****************************************************************
008110 2400-WRITE-CHARGE.
008120     IF NOT WS-HEADER-WRITTEN
008130         PERFORM 2450-WRITE-FEED-HEADER THRU 2450-EXIT
008140     END-IF.
008150     MOVE SPACES TO YXXX001-RECORD.
008160     MOVE MST-RECORD-ID OF YXXX002-RECORD TO TRX-RECORD-ID.
008170     MOVE 'DB' TO TRX-TRANS-CODE.
008180     MOVE WS-TODAY-DATE TO TRX-TRANS-DATE.
008190     MOVE WS-FEE-INT TO TRX-AMOUNT-INT-TEXT.
008200     MOVE ',' TO TRX-AMOUNT-SEP.
008210     MOVE WS-FEE-DEC TO TRX-AMOUNT-DEC-TEXT.
008220     MOVE 'MONTHLY SERVICE FEES' TO TRX-DESCRIPTION.
008230     MOVE SPACES TO TRX-CURRENCY-CODE.
008240     WRITE YXXX001-RECORD.
008250     IF WS-FEED-STATUS NOT = '00'
008260         MOVE 'FEEFEED' TO WS-ERROR-FILE-ID
008270         MOVE WS-FEED-STATUS TO WS-ERROR-STATUS
008280         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
008290     END-IF.
008300     ADD 1 TO WS-CHARGED-COUNT.
008310     ADD WS-FEE-AMOUNT TO WS-CHARGED-TOTAL.
008320     ADD WS-FEE-AMOUNT TO WS-FEED-HASH-TOTAL.
008330     ADD WS-MONTHLY-FEE TO WS-MONTHLY-TOTAL.
008340     ADD WS-POSTING-FEE TO WS-POSTING-TOTAL.
008350     ADD WS-OVERDRAWN-FEE TO WS-OVERDRAWN-TOTAL.
008360     MOVE SPACES TO WS-FEE-LINE.
008370     MOVE MST-RECORD-ID OF YXXX002-RECORD TO REG-ACCOUNT-ID.
008380     MOVE MST-ACCOUNT-CLASS OF YXXX002-RECORD TO REG-CLASS.
008390     MOVE WS-MONTHLY-FEE TO REG-MONTHLY.
008400     MOVE WS-EXCESS-POSTINGS TO REG-EXCESS.
008410     MOVE WS-POSTING-FEE TO REG-POSTING.
008420     MOVE WS-DAYS-BELOW-ZERO TO REG-DAYS.
008430     MOVE WS-OVERDRAWN-FEE TO REG-OVERDRAWN.
008440     MOVE WS-FEE-AMOUNT TO REG-TOTAL.
008450     MOVE WS-FEE-LINE TO FEERPT-RECORD.
008460     PERFORM 1150-WRITE-FEERPT THRU 1150-EXIT.
008470 2400-EXIT.
008480     EXIT.
008490*****************************************************************
008500*    2450-WRITE-FEED-HEADER - THE 'FEES' SET OPENS WITH ITS OWN
008510*    HD RECORD SO MYPGM'S PER-SET CONTROL BALANCING PROVES THE
008520*    FEE FEED LIKE ANY OTHER
008530*****************************************************************
008540 2450-WRITE-FEED-HEADER.
008550     MOVE SPACES TO YXXX001-CONTROL.
008560     MOVE 'CONTROL' TO CTL-RECORD-LABEL.
008570     MOVE 'HD' TO CTL-RECORD-CODE.
008580     MOVE WS-TODAY-DATE TO CTL-FEED-DATE.
008590     MOVE 'FEES' TO CTL-FEED-ID.
008600     MOVE ZERO TO CTL-RECORD-COUNT.
008610     MOVE ZERO TO CTL-HASH-TOTAL.
008620     WRITE YXXX001-CONTROL.
008630     IF WS-FEED-STATUS NOT = '00'
008640         MOVE 'FEEFEED' TO WS-ERROR-FILE-ID
008650         MOVE WS-FEED-STATUS TO WS-ERROR-STATUS
008660         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
008670     END-IF.
008680     MOVE 'Y' TO WS-HEADER-WRITTEN-SW.
008690 2450-EXIT.
008700     EXIT.
008710*****************************************************************
008720*    2500-REPORT-WAIVER - A WAIVED ACCOUNT GOES ON THE REGISTER
008730*    WITH THE REASON AND THE AMOUNT IT WOULD HAVE BEEN CHARGED
008740*****************************************************************
008750 2500-REPORT-WAIVER.
008760     MOVE SPACES TO WS-WAIVE-LINE.
008770     MOVE MST-RECORD-ID OF YXXX002-RECORD TO WVL-ACCOUNT-ID.
008780     MOVE MST-ACCOUNT-CLASS OF YXXX002-RECORD TO WVL-CLASS.
008790     MOVE 'WAIVED -' TO WVL-LABEL.
008800     MOVE WS-WAIVE-REASON (WS-WAIVE-HIT) TO WVL-REASON.
008810     MOVE WS-FEE-AMOUNT TO WVL-AMOUNT.
008820     MOVE WS-WAIVE-LINE TO FEERPT-RECORD.
008830     PERFORM 1150-WRITE-FEERPT THRU 1150-EXIT.
008840     ADD 1 TO WS-WAIVED-COUNT.
008850     ADD WS-FEE-AMOUNT TO WS-WAIVED-TOTAL.
008860 2500-EXIT.
008870     EXIT.
008880*****************************************************************
008890*    2800-DATE-TO-DAYNUM - WS-DN-DATE (YYYYMMDD) TO A DAY NUMBER
008900*    IN WS-DN-DAYNUM: 365 A YEAR PLUS THE LEAP DAYS OF THE
008910*    PRIOR YEARS, PLUS THE DAYS BEFORE THE MONTH, PLUS THE DAY.
008920*    EACH DIVIDE TRUNCATES TO A WHOLE NUMBER, AS THE LEAP RULES
008930*    NEED
008940*****************************************************************
008950 2800-DATE-TO-DAYNUM.
008960     SUBTRACT 1 FROM WS-DN-YEAR GIVING WS-DN-PRIOR-YEARS.
008970     COMPUTE WS-DN-DAYNUM = WS-DN-PRIOR-YEARS * 365.
008980     DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-QUOTIENT.
008990     ADD WS-DN-QUOTIENT TO WS-DN-DAYNUM.
009000     DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-QUOTIENT.
009010     SUBTRACT WS-DN-QUOTIENT FROM WS-DN-DAYNUM.
009020     DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-QUOTIENT.
009030     ADD WS-DN-QUOTIENT TO WS-DN-DAYNUM.
009040     ADD WS-CUM-DAYS (WS-DN-MONTH) TO WS-DN-DAYNUM.
009050     ADD WS-DN-DAY TO WS-DN-DAYNUM.
009060     IF WS-DN-MONTH GREATER THAN 2
009070         MOVE 'N' TO WS-DN-LEAP-SW
009080         DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOTIENT
009090             REMAINDER WS-DN-REMAINDER
009100         IF WS-DN-REMAINDER = ZERO
009110             MOVE 'Y' TO WS-DN-LEAP-SW
009120             DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT
009130                 REMAINDER WS-DN-REMAINDER
009140             IF WS-DN-REMAINDER = ZERO
009150                 MOVE 'N' TO WS-DN-LEAP-SW
009160                 DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT
009170                     REMAINDER WS-DN-REMAINDER
009180                 IF WS-DN-REMAINDER = ZERO
009190                     MOVE 'Y' TO WS-DN-LEAP-SW
009200                 END-IF
009210             END-IF
009220         END-IF
009230         IF WS-DN-LEAP-YEAR
009240             ADD 1 TO WS-DN-DAYNUM
009250         END-IF
009260     END-IF.
009270 2800-EXIT.
009280     EXIT.
009290*****************************************************************
009300*    3500-WRITE-TRAILER - CLOSE THE 'FEES' SET WITH THE COUNT
009310*    AND HASH MYPGM WILL BALANCE AGAINST.  NO CHARGES MEANS NO
009320*    HEADER WAS WRITTEN AND THE FILE STAYS EMPTY - AN EMPTY
009330*    FILE IN THE TRANIN CONCATENATION IS HARMLESS
009340*****************************************************************
009350 3500-WRITE-TRAILER.
009360     IF NOT WS-HEADER-WRITTEN
009370         GO TO 3500-EXIT
009380     END-IF.
009390     MOVE SPACES TO YXXX001-CONTROL.
009400     MOVE 'CONTROL' TO CTL-RECORD-LABEL.
009410     MOVE 'TR' TO CTL-RECORD-CODE.
009420     MOVE ZERO TO CTL-FEED-DATE.
009430     MOVE 'FEES' TO CTL-FEED-ID.
009440     MOVE WS-CHARGED-COUNT TO CTL-RECORD-COUNT.
009450     MOVE WS-FEED-HASH-TOTAL TO CTL-HASH-TOTAL.
009460     WRITE YXXX001-CONTROL.
009470     IF WS-FEED-STATUS NOT = '00'
009480         MOVE 'FEEFEED' TO WS-ERROR-FILE-ID
009490         MOVE WS-FEED-STATUS TO WS-ERROR-STATUS
009500         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
009510     END-IF.
009520 3500-EXIT.
009530     EXIT.
009540*****************************************************************
009550*    8000-WRITE-TOTALS - FEE CONTROL TOTALS.  THE CHARGED AMOUNT
009560*    REAPPEARS AS THE 'FEES' SET'S HASH ON THE NIGHT IT POSTS,
009570*    AND (NEGATIVE) INSIDE THAT NIGHT'S DOLLAR CONTROL TOTAL
009580*****************************************************************
009590 8000-WRITE-TOTALS.
009600     MOVE WS-BLANK-LINE TO FEERPT-RECORD.
009610     PERFORM 1150-WRITE-FEERPT THRU 1150-EXIT.
009620     MOVE SPACES TO WS-COUNT-LINE.
009630     MOVE 'MASTER RECORDS READ...........' TO CNT-LABEL.
009640     MOVE WS-MASTER-READ-COUNT TO CNT-COUNT.
009650     MOVE WS-COUNT-LINE TO FEERPT-RECORD.
009660     PERFORM 1150-WRITE-FEERPT THRU 1150-EXIT.
009670     MOVE SPACES TO WS-COUNT-LINE.
009680     MOVE 'ACCOUNTS CHARGED..............' TO CNT-LABEL.
009690     MOVE WS-CHARGED-COUNT TO CNT-COUNT.
009700     MOVE WS-COUNT-LINE TO FEERPT-RECORD.
009710     PERFORM 1150-WRITE-FEERPT THRU 1150-EXIT.
009720     MOVE SPACES TO WS-AMOUNT-LINE.
009730     MOVE 'MONTHLY FEES CHARGED..........' TO AMT-LABEL.
009740     MOVE WS-MONTHLY-TOTAL TO AMT-AMOUNT.
009750     MOVE WS-AMOUNT-LINE TO FEERPT-RECORD.
009760     PERFORM 1150-WRITE-FEERPT THRU 1150-EXIT.
009770     MOVE SPACES TO WS-AMOUNT-LINE.
009780     MOVE 'POSTING FEES CHARGED..........' TO AMT-LABEL.
009790     MOVE WS-POSTING-TOTAL TO AMT-AMOUNT.
009800     MOVE WS-AMOUNT-LINE TO FEERPT-RECORD.
009810     PERFORM 1150-WRITE-FEERPT THRU 1150-EXIT.
009820     MOVE SPACES TO WS-AMOUNT-LINE.
009830     MOVE 'OVERDRAWN CHARGES.............' TO AMT-LABEL.
009840     MOVE WS-OVERDRAWN-TOTAL TO AMT-AMOUNT.
009850     MOVE WS-AMOUNT-LINE TO FEERPT-RECORD.
009860     PERFORM 1150-WRITE-FEERPT THRU 1150-EXIT.
009870     MOVE SPACES TO WS-AMOUNT-LINE.
009880     MOVE 'TOTAL CHARGED.................' TO AMT-LABEL.
009890     MOVE WS-CHARGED-TOTAL TO AMT-AMOUNT.
009900     MOVE WS-AMOUNT-LINE TO FEERPT-RECORD.
009910     PERFORM 1150-WRITE-FEERPT THRU 1150-EXIT.
009920     MOVE SPACES TO WS-COUNT-LINE.
009930     MOVE 'ACCOUNTS WAIVED...............' TO CNT-LABEL.
009940     MOVE WS-WAIVED-COUNT TO CNT-COUNT.
009950     MOVE WS-COUNT-LINE TO FEERPT-RECORD.
009960     PERFORM 1150-WRITE-FEERPT THRU 1150-EXIT.
009970     MOVE SPACES TO WS-AMOUNT-LINE.
009980     MOVE 'TOTAL WAIVED..................' TO AMT-LABEL.
009990     MOVE WS-WAIVED-TOTAL TO AMT-AMOUNT.
010000     MOVE WS-AMOUNT-LINE TO FEERPT-RECORD.
010010     PERFORM 1150-WRITE-FEERPT THRU 1150-EXIT.
010020     MOVE SPACES TO WS-COUNT-LINE.
010030     MOVE 'INACTIVE ACCOUNTS SKIPPED.....' TO CNT-LABEL.
010040     MOVE WS-INACTIVE-COUNT TO CNT-COUNT.
010050     MOVE WS-COUNT-LINE TO FEERPT-RECORD.
010060     PERFORM 1150-WRITE-FEERPT THRU 1150-EXIT.
010070     MOVE SPACES TO WS-COUNT-LINE.
010080     MOVE 'NO CHARGE DUE.................' TO CNT-LABEL.
010090     MOVE WS-ZERO-FEE-COUNT TO CNT-COUNT.
010100     MOVE WS-COUNT-LINE TO FEERPT-RECORD.
010110     PERFORM 1150-WRITE-FEERPT THRU 1150-EXIT.
010120     MOVE SPACES TO WS-COUNT-LINE.
010130     MOVE 'NO FEE CARD FOR CLASS.........' TO CNT-LABEL.
010140     MOVE WS-NO-SCHED-COUNT TO CNT-COUNT.
010150     MOVE WS-COUNT-LINE TO FEERPT-RECORD.
010160     PERFORM 1150-WRITE-FEERPT THRU 1150-EXIT.
010170     MOVE SPACES TO WS-COUNT-LINE.
010180     MOVE 'AMOUNT EXCEEDS FEED FORMAT....' TO CNT-LABEL.
010190     MOVE WS-TOO-BIG-COUNT TO CNT-COUNT.
010200     MOVE WS-COUNT-LINE TO FEERPT-RECORD.
010210     PERFORM 1150-WRITE-FEERPT THRU 1150-EXIT.
010220 8000-EXIT.
010230     EXIT.
010240*****************************************************************
010250*    9000-TERMINATE - CLOSE THE FILES
010260*****************************************************************
010270 9000-TERMINATE.
010280     CLOSE MASTFILE.
010290     CLOSE FEEFEED.
010300     CLOSE FEERPT.
010310 9000-EXIT.
010320     EXIT.
010330*****************************************************************
010340*    9900-FILE-ERROR - COMMON I/O ERROR HANDLER.  WRITES AN
010350*    OPERATOR MESSAGE AND FALLS THROUGH TO THE ABEND EXIT SO A
010360*    BAD OPEN/READ/WRITE NEVER PRODUCES A "CLEAN" RETURN CODE
010370*****************************************************************
010380 9900-FILE-ERROR.
010390     DISPLAY 'YFEE0001E I/O ERROR ON FILE ' WS-ERROR-FILE-ID
010400         ' - FILE STATUS ' WS-ERROR-STATUS.
010410     DISPLAY 'YFEE0002E RUN TERMINATED - NOTIFY OPERATIONS'.
010420     MOVE 16 TO RETURN-CODE.
010430     GO TO 9999-ABEND-EXIT.
010440 9900-EXIT.
010450     EXIT.
010460*****************************************************************
010470*    9999-ABEND-EXIT - CLOSE WHATEVER FILES ARE OPEN AND END THE
010480*    RUN WITH THE NON-ZERO RETURN CODE ALREADY SET
010490*****************************************************************
010500 9999-ABEND-EXIT.
010510     CLOSE MASTFILE
010520         HISTIN
010530         FEESCHED
010540         FEEWAIVE
010550         FEEFEED
010560         FEERPT.
010570     GOBACK.
