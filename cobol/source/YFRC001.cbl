000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. YFRC001.
000030 AUTHOR. J W HARMON.
000040 INSTALLATION. DAILY LEDGER PROCESSING - OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD LOG
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  --------------------------------------------
000110*    2026-10-15  JWH  ORIGINAL PROGRAM - FORWARD RECOVERY OF THE
000120*                     YXXX002 MASTER KSDS FROM ITS IMAGE COPY
000130*                     AND THE YXXX004 POSTING JOURNAL
000131*    2026-10-15  JWH  THE YEAR-TO-DATE POSTING ACCUMULATORS ARE
000132*                     REPLAYED LIKE THE MONTH-TO-DATE ONES,
000133*                     FOLLOWING THE YEAR-END LOCK ON THE PERIOD
000134*                     RECORD.  MST-YTD-INTEREST IS NOT - SEE THE
000135*                     NARRATIVE
000136*    2026-10-15  JWH  MST-YTD-INTEREST IS NOW REPLAYED TOO.
000137*                     EACH REPLAYED 'AD'/'CH'/'DB' IS PAIRED WITH
000138*                     ITS YXXX003 'PO' RECORD (NEW RPTIN) AND
000139*                     ROLLS THE INTEREST WHEN IT CAME IN ON
000140*                     'INTACCR'; A 'BK' TAKES IT BACK OUT.  AN
000141*                     ENTRY WITH NO RECORD IS LISTED, RC=4.  THE
000142*                     MONTH- AND YEAR-TO-DATE RESETS NOW FOLLOW
000143*                     THE PERIOD STATE ON THE IMAGE TRAILER
000144*    2026-10-15  JWH  THE LAST TRANSACTION DATE IS REBUILT FROM
000145*                     THE FEED'S TRANSACTION DATE ON RPTIN, AS
000146*                     MYPGM WRITES IT, AND A SYSTEM 'FEES' OR
000147*                     'INTACCR' POSTING LEAVES IT ALONE
000148*****************************************************************
000150*    NARRATIVE
000160*    REBUILDS A DAMAGED OR LOST MASTER KSDS.  YFRC001J DELETES
000170*    AND REDEFINES THE CLUSTER EMPTY, SORTS THE POSTING
000180*    JOURNAL INTO POSTING ORDER (HST-POST-DATE, HST-POST-TIME,
000190*    FILE ORDER WITHIN EQUAL STAMPS) AND RUNS THIS PROGRAM:
000200*    1. LOAD - EVERY RECORD OF THE LATEST YIMG001 IMAGE COPY IS
000210*       WRITTEN BACK TO THE EMPTY CLUSTER, AND THE LOADED COUNT,
000220*       BALANCE TOTAL AND STATUS COUNTS ARE PROVED AGAINST THE
000230*       YXXX025 TRAILER.  NO TRAILER, OR ANY DIFFERENCE, ENDS
000240*       THE RUN RC=16 BEFORE ANYTHING IS REPLAYED - THE IMAGE IS
000250*       INCOMPLETE; POINT IMAGEIN AT THE PRIOR GENERATION.
000260*    2. REPLAY - EVERY JOURNAL ENTRY STAMPED AT OR AFTER THE
000270*       IMAGE'S DATE AND TIME IS APPLIED, IN POSTING ORDER:
000280*       BATCH 'AD'/'CH'/'DB'/'DL', DORMANCY 'DM', ONLINE 'OA'/
000290*       'OL'/'OS' AND BACKOUT 'BK'.  EARLIER ENTRIES ARE ALREADY
000300*       IN THE IMAGE AND ARE ONLY COUNTED.  BEFORE AN ENTRY IS
000310*       APPLIED ITS HST-BALANCE-BEFORE MUST EQUAL THE REBUILT
000320*       BALANCE (ZERO, AND NO RECORD, FOR AN 'AD').  THE FIRST
000330*       ENTRY THAT DOES NOT AGREE - OR THAT CANNOT BE REPLAYED
000340*       (UNKNOWN CODE, 'OS' WITH NO NEW STATUS, JOURNAL OUT OF
000350*       ORDER) - IS PRINTED AND THE REPLAY STOPS THERE, RC=16.
000360*       THE MONTH-TO-DATE ACCUMULATORS FOLLOW THE PERIOD
000370*       CONTROL RECORD: IF THE MONTH WAS CLOSED AFTER THE IMAGE
000380*       WAS TAKEN (PRD-PRIOR-CUTOFF HAS MOVED PAST THE CUTOFF ON
000390*       THE TRAILER) THE CLOSE RESET THEM, SO THEY ARE ZEROED ON
000400*       LOAD, AND AN ENTRY ROLLS THEM ONLY WHEN IT IS DATED IN
000401*       THE OPEN PERIOD.  IT IS THE PERIOD STATE THAT DECIDES,
000402*       NOT THE DATE OF THE IMAGE - A CLOSE CAN RUN AFTER THE
000403*       NEW MONTH'S FIRST IMAGE HAS BEEN TAKEN.  AN IMAGE CUT
000404*       BEFORE THE TRAILER CARRIED THE STATE FALLS BACK ON ITS
000405*       DATE (IMAGE DATE BEFORE PRD-PRIOR-CUTOFF).
000410*       THE JOURNAL DOES NOT CARRY THE FEED'S TRANSACTION DATE
000420*       OR THE OPERATOR - A REPLAYED UPDATE TAKES OPERATOR 'BCH'.
000421*       A REPLAYED 'AD'/'CH'/'DB' TAKES ITS LAST TRANSACTION DATE
000422*       FROM ITS RPTIN RECORD (SEE BELOW), AS MYPGM DID, EXCEPT
000423*       THAT A 'CH'/'DB' ON THE SYSTEM 'FEES' OR 'INTACCR' FEED
000424*       LEAVES IT ALONE - THAT IS NOT ACTIVITY, AND YDRM001
000425*       JUDGES DORMANCY BY IT.  AN ENTRY WITH NO RPTIN RECORD
000426*       FALLS BACK ON THE POSTING DATE, AND ANY OTHER REPLAYED
000427*       UPDATE THAT MOVES IT TAKES THE POSTING DATE.
000431*       THE YEAR-TO-DATE FIELDS FOLLOW THE YEAR-END LOCK THE
000432*       SAME WAY: ZEROED ON LOAD IF YYEC001 CLOSED A YEAR AFTER
000433*       THE IMAGE WAS TAKEN (PRD-CLOSED-YEAR PAST THE ONE ON THE
000434*       TRAILER), AND ROLLED ONLY BY AN ENTRY POSTED AFTER THE
000435*       LAST YEAR CLOSED.
000436*       THE JOURNAL DOES NOT CARRY THE FEED ID, SO THE INTEREST
000437*       (MST-YTD-INTEREST) COMES FROM THE YXXX003 OUTPUT OF THE
000438*       RUN BEING REPLAYED, ON RPTIN: ITS 'PO' 'AD'/'CH'/'DB'
000439*       RECORDS, IN ACCOUNT ORDER.
000440*       EVERY REPLAYED 'AD'/'CH'/'DB' IS PAIRED WITH THE FIRST
000441*       UNPAIRED RECORD OF ITS ACCOUNT AND AMOUNT - MYPGM WRITES
000442*       THE SAME AMOUNT TO BOTH - AND ONE THAT CAME IN ON THE
000443*       'INTACCR' FEED ROLLS THE INTEREST AS MYPGM DID.  A 'BK'
000444*       REVERSAL TAKES IT BACK OUT AS YBCK001 DID, AGAINST THE
000445*       RECORD IT REVERSED.  A RECORD NEVER PAIRED BELONGS TO A
000446*       RUN ALREADY IN THE IMAGE.  AN ONLINE 'ONLA' RECORD IS
000447*       NEVER INTEREST AND PAIRS ONLY WITH A 'BK' THAT REVERSED
000448*       IT (THE 'OA' IT STANDS FOR MAY NOT BE BATCHED YET).  AN
000449*       ENTRY WITH NO RECORD TO PAIR WITH - RPTIN MISSING, OR
000450*       HOLDING THE WRONG RUN - MAY
000451*       HAVE BEEN INTEREST, SO ITS ACCOUNT'S INTEREST IS NOT
000452*       PROVED: IT IS LISTED ON FRCRPT AND THE RUN ENDS RC=4.
000453*    3. PROVE - THE REBUILT MASTER IS READ END TO END AND THE
000454*       YTBL001 STATUS BREAKOUT PRINTED, WITH THE PROOF
000460*           IMAGE TOTAL + REPLAYED MOVEMENT = ACTUAL TOTAL
000470*           IMAGE COUNT + ADDS - REMOVALS   = ACTUAL COUNT
000480*       AND, FOR COMPARISON, THE LAST TRIAL-BALANCE CARRY
000490*       RECORD.  ANY DRIFT ENDS THE RUN RC=16.  REOPEN THE
000500*       MASTER ONLY ON RC=0.
000510*    DD NAMES IMAGEIN/JRNLIN/MASTFILE/PERDIN/TBALIN/RPTIN/
000520*    FRCRPT - SEE YFRC001J.
000530*****************************************************************
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER. IBM-3090.
000570 OBJECT-COMPUTER. IBM-3090.
000580*****************************************************************
000590*    DECIMAL-POINT IS COMMA, AS IN MYPGM - THE TOTALS HERE ARE
000600*    TIED OUT AGAINST THE YTBL001 TRIAL-BALANCE LINES
000610*****************************************************************
000620 SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT IMAGEIN ASSIGN TO IMAGEIN
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-IMAGE-STATUS.
000680     SELECT JRNLIN ASSIGN TO JRNLIN
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-JRNL-STATUS.
000710     SELECT MASTFILE ASSIGN TO MASTFILE
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS MST-RECORD-ID OF YXXX002-RECORD
000750         FILE STATUS IS WS-MAST-STATUS.
000760     SELECT OPTIONAL PERDFILE ASSIGN TO PERDIN
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-PERD-STATUS.
000790     SELECT OPTIONAL TBALIN ASSIGN TO TBALIN
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-TBALIN-STATUS.
000812     SELECT OPTIONAL RPTIN ASSIGN TO RPTIN
000814         ORGANIZATION IS SEQUENTIAL
000816         FILE STATUS IS WS-RPTIN-STATUS.
000820     SELECT FRCRPT ASSIGN TO FRCRPT
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-FRCRPT-STATUS.
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  IMAGEIN
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900     COPY YXXX002 REPLACING ==YXXX002-RECORD== BY
000910         ==IMAGEIN-RECORD==.
000920     COPY YXXX025.
000930 FD  JRNLIN
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960     COPY YXXX004.
000970 FD  MASTFILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000     COPY YXXX002.
001010 FD  PERDFILE
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040     COPY YXXX015.
001050 FD  TBALIN
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080     COPY YXXX007.
001082 FD  RPTIN
001084     RECORDING MODE IS F
001086     LABEL RECORDS ARE STANDARD.
001088     COPY YXXX003.
001090 FD  FRCRPT
001100     RECORD CONTAINS 80 CHARACTERS
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130 01  FRCRPT-RECORD                PIC X(80).
001140 WORKING-STORAGE SECTION.
001150*****************************************************************
001160*    SWITCHES
001170*****************************************************************
001180 77  WS-EOF-IMAGE-SW              PIC X(01) VALUE 'N'.
001190     88  WS-EOF-IMAGE                  VALUE 'Y'.
001200 77  WS-EOF-JRNL-SW               PIC X(01) VALUE 'N'.
001210     88  WS-EOF-JRNL                   VALUE 'Y'.
001220 77  WS-EOF-MAST-SW               PIC X(01) VALUE 'N'.
001230     88  WS-EOF-MAST                   VALUE 'Y'.
001240 77  WS-EOF-PERD-SW               PIC X(01) VALUE 'N'.
001250     88  WS-EOF-PERD                   VALUE 'Y'.
001260 77  WS-EOF-TBALIN-SW             PIC X(01) VALUE 'N'.
001270     88  WS-EOF-TBALIN                 VALUE 'Y'.
001273 77  WS-EOF-RPTIN-SW              PIC X(01) VALUE 'N'.
001276     88  WS-EOF-RPTIN                  VALUE 'Y'.
001280 77  WS-TRAILER-FOUND-SW          PIC X(01) VALUE 'N'.
001290     88  WS-TRAILER-FOUND              VALUE 'Y'.
001300 77  WS-IMAGE-PROVED-SW           PIC X(01) VALUE 'Y'.
001310     88  WS-IMAGE-PROVED               VALUE 'Y'.
001320 77  WS-MTD-RESET-SW              PIC X(01) VALUE 'N'.
001330     88  WS-MTD-RESET                  VALUE 'Y'.
001333 77  WS-YTD-RESET-SW              PIC X(01) VALUE 'N'.
001336     88  WS-YTD-RESET                  VALUE 'Y'.
001340 77  WS-MASTER-FOUND-SW           PIC X(01) VALUE 'N'.
001350     88  WS-MASTER-FOUND               VALUE 'Y'.
001360 77  WS-REPLAY-STOPPED-SW         PIC X(01) VALUE 'N'.
001370     88  WS-REPLAY-STOPPED             VALUE 'Y'.
001380 77  WS-IN-PERIOD-SW              PIC X(01) VALUE 'Y'.
001390     88  WS-IN-PERIOD                  VALUE 'Y'.
001393 77  WS-IN-YEAR-SW                PIC X(01) VALUE 'Y'.
001396     88  WS-IN-YEAR                    VALUE 'Y'.
001400 77  WS-PRIOR-FOUND-SW            PIC X(01) VALUE 'N'.
001410     88  WS-PRIOR-FOUND                VALUE 'Y'.
001420 77  WS-IN-BALANCE-SW             PIC X(01) VALUE 'Y'.
001430     88  WS-IN-BALANCE                 VALUE 'Y'.
001432 77  WS-PST-FOUND-SW              PIC X(01) VALUE 'N'.
001434     88  WS-PST-FOUND                  VALUE 'Y'.
001436 77  WS-PST-SCAN-END-SW           PIC X(01) VALUE 'N'.
001438     88  WS-PST-SCAN-END               VALUE 'Y'.
001440*****************************************************************
001450*    FILE STATUS FIELDS
001460*****************************************************************
001470 77  WS-IMAGE-STATUS              PIC X(02) VALUE '00'.
001480 77  WS-JRNL-STATUS               PIC X(02) VALUE '00'.
001490 77  WS-MAST-STATUS               PIC X(02) VALUE '00'.
001500 77  WS-PERD-STATUS               PIC X(02) VALUE '00'.
001510 77  WS-TBALIN-STATUS             PIC X(02) VALUE '00'.
001515 77  WS-RPTIN-STATUS              PIC X(02) VALUE '00'.
001520 77  WS-FRCRPT-STATUS             PIC X(02) VALUE '00'.
001530 77  WS-ERROR-FILE-ID             PIC X(08) VALUE SPACES.
001540 77  WS-ERROR-STATUS              PIC X(02) VALUE SPACES.
001550*****************************************************************
001560*    RUN DATE, PERIOD CUTOFF AND THE POSTING-ORDER STAMPS - THE
001570*    IMAGE'S, THE CURRENT ENTRY'S AND THE LAST ENTRY'S (THE
001580*    SORTED JOURNAL MUST NEVER GO BACKWARD)
001590*****************************************************************
001600 77  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
001610 77  WS-PRIOR-CUTOFF              PIC 9(08) VALUE ZERO.
001615 77  WS-YEAR-CUTOFF               PIC 9(08) VALUE ZERO.
001617 77  WS-CLOSED-YEAR               PIC 9(04) VALUE ZERO.
001620 77  WS-STOP-REASON               PIC X(30) VALUE SPACES.
001630 01  WS-STAMP-FIELDS.
001640     05  WS-IMAGE-STAMP.
001650         10  WS-IMAGE-DATE        PIC 9(08) VALUE ZERO.
001660         10  WS-IMAGE-TIME        PIC 9(06) VALUE ZERO.
001670     05  WS-ENTRY-STAMP.
001680         10  WS-ENTRY-DATE        PIC 9(08) VALUE ZERO.
001690         10  WS-ENTRY-TIME        PIC 9(06) VALUE ZERO.
001700     05  WS-LAST-STAMP.
001710         10  WS-LAST-DATE         PIC 9(08) VALUE ZERO.
001720         10  WS-LAST-TIME         PIC 9(06) VALUE ZERO.
001730*****************************************************************
001740*    IMAGE LOAD TOTALS - PROVED AGAINST THE YXXX025 TRAILER
001750*****************************************************************
001760 77  WS-IMAGE-COUNT               PIC 9(09) COMP-3 VALUE ZERO.
001770 77  WS-IMAGE-TOTAL               PIC S9(13)V99 COMP-3 VALUE ZERO.
001780 77  WS-IMAGE-AC-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
001790 77  WS-IMAGE-CL-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
001800 77  WS-IMAGE-EX-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
001810 77  WS-IMAGE-DM-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
001820 77  WS-AFTER-TRAILER-COUNT       PIC 9(09) COMP-3 VALUE ZERO.
001830*****************************************************************
001840*    REPLAY COUNTS AND THE MOVEMENT (AFTER - BEFORE) OF EVERY
001850*    REPLAYED ENTRY
001860*****************************************************************
001870 77  WS-JRNL-READ-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
001880 77  WS-PRE-IMAGE-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
001890 77  WS-REPLAY-COUNT              PIC 9(09) COMP-3 VALUE ZERO.
001900 77  WS-AD-COUNT                  PIC 9(09) COMP-3 VALUE ZERO.
001910 77  WS-CH-COUNT                  PIC 9(09) COMP-3 VALUE ZERO.
001920 77  WS-DB-COUNT                  PIC 9(09) COMP-3 VALUE ZERO.
001930 77  WS-DL-COUNT                  PIC 9(09) COMP-3 VALUE ZERO.
001940 77  WS-DM-REPLAY-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
001950 77  WS-OA-COUNT                  PIC 9(09) COMP-3 VALUE ZERO.
001960 77  WS-OL-COUNT                  PIC 9(09) COMP-3 VALUE ZERO.
001970 77  WS-OS-COUNT                  PIC 9(09) COMP-3 VALUE ZERO.
001980 77  WS-BK-COUNT                  PIC 9(09) COMP-3 VALUE ZERO.
001990 77  WS-REMOVED-COUNT             PIC 9(09) COMP-3 VALUE ZERO.
002000 77  WS-MOVEMENT                  PIC S9(13)V99 COMP-3 VALUE ZERO.
002010*****************************************************************
002020*    REBUILT MASTER TOTALS BY STATUS, AS YTBL001, AND THE PROOF
002030*****************************************************************
002040 77  WS-AC-COUNT                  PIC 9(09) COMP-3 VALUE ZERO.
002050 77  WS-AC-TOTAL                  PIC S9(13)V99 COMP-3 VALUE ZERO.
002060 77  WS-CL-COUNT                  PIC 9(09) COMP-3 VALUE ZERO.
002070 77  WS-CL-TOTAL                  PIC S9(13)V99 COMP-3 VALUE ZERO.
002080 77  WS-EX-COUNT                  PIC 9(09) COMP-3 VALUE ZERO.
002090 77  WS-EX-TOTAL                  PIC S9(13)V99 COMP-3 VALUE ZERO.
002100 77  WS-DM-COUNT                  PIC 9(09) COMP-3 VALUE ZERO.
002110 77  WS-DM-TOTAL                  PIC S9(13)V99 COMP-3 VALUE ZERO.
002120 77  WS-OTH-COUNT                 PIC 9(09) COMP-3 VALUE ZERO.
002130 77  WS-OTH-TOTAL                 PIC S9(13)V99 COMP-3 VALUE ZERO.
002140 77  WS-MASTER-COUNT              PIC 9(09) COMP-3 VALUE ZERO.
002150 77  WS-MASTER-TOTAL              PIC S9(13)V99 COMP-3 VALUE ZERO.
002160 77  WS-EXPECTED-COUNT            PIC S9(09) COMP-3 VALUE ZERO.
002170 77  WS-EXPECTED-TOTAL            PIC S9(13)V99 COMP-3 VALUE ZERO.
002180 77  WS-DRIFT-AMOUNT              PIC S9(13)V99 COMP-3 VALUE ZERO.
002190 77  WS-PRIOR-DATE                PIC 9(08) VALUE ZERO.
002200 77  WS-PRIOR-TOTAL               PIC S9(13)V99 COMP-3 VALUE ZERO.
002201*****************************************************************
002202*    THE RUN'S POSTED 'AD'/'CH'/'DB' RECORDS OFF RPTIN, IN ACCOUNT
002203*    ORDER - YFRC001J SORTS THEM - AND SEARCHED WITH A BINARY
002204*    SEARCH ALL.  1320 PROVES THE ORDER AS IT LOADS.  A NIGHT
002205*    POSTS AT MOST WS-TONITE-LIMIT (25000) OF THEM IN MYPGM, SO
002206*    THE TABLE HOLDS TWO NIGHTS' WORTH FOR A FALL-BACK RESTORE.
002207*    STATE ' ' NOT YET PAIRED, 'M' PAIRED WITH A REPLAYED ENTRY,
002208*    'B' PAIRED WITH A 'BK' THAT REVERSED IT, 'O' AN ONLINE
002209*    'ONLA' RECORD - PAIRED ONLY BY A 'BK'
002210*****************************************************************
002211 77  WS-PST-LIMIT                 PIC 9(05) COMP VALUE 50000.
002212 77  WS-PST-COUNT                 PIC 9(05) COMP VALUE ZERO.
002213 77  WS-PST-IX                    PIC 9(05) COMP VALUE ZERO.
002214 77  WS-PST-PREV-IX               PIC 9(05) COMP VALUE ZERO.
002215 77  WS-PST-WANTED                PIC X(01) VALUE SPACE.
002216 77  WS-PREV-PST-ID               PIC X(10) VALUE LOW-VALUES.
002217 01  WS-PST-TABLE.
002218     05  WS-PST-ENTRY OCCURS 1 TO 50000 TIMES
002219             DEPENDING ON WS-PST-COUNT
002220             ASCENDING KEY IS WS-PST-ID
002221             INDEXED BY WS-PST-NDX.
002222         10  WS-PST-ID            PIC X(10).
002223         10  WS-PST-AMOUNT        PIC S9(09)V99 COMP-3.
002224         10  WS-PST-INTEREST-SW   PIC X(01).
002225             88  WS-PST-INTEREST      VALUE 'Y'.
002226         10  WS-PST-SYSTEM-SW     PIC X(01).
002227             88  WS-PST-SYSTEM        VALUE 'Y'.
002228         10  WS-PST-TRANS-DATE    PIC 9(08).
002229         10  WS-PST-STATE         PIC X(01).
002230*****************************************************************
002231*    INTEREST REPLAY COUNTS - RECORDS LOADED, INTEREST ROLLED AND
002232*    BACKED OUT, ENTRIES WITH NO RECORD, RECORDS NEVER PAIRED
002233*****************************************************************
002234 77  WS-PST-LOADED-COUNT          PIC 9(09) COMP-3 VALUE ZERO.
002235 77  WS-INT-COUNT                 PIC 9(09) COMP-3 VALUE ZERO.
002236 77  WS-INT-BACKED-COUNT          PIC 9(09) COMP-3 VALUE ZERO.
002237 77  WS-INT-AMOUNT                PIC S9(13)V99 COMP-3 VALUE ZERO.
002238 77  WS-UNPROVED-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
002239 77  WS-UNPAIRED-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
002240*****************************************************************
002241*    REPORT LINE LAYOUTS
002242*****************************************************************
002243 01  WS-HDG1-LINE.
002250     05  FILLER                   PIC X(01) VALUE '1'.
002260     05  FILLER                   PIC X(33) VALUE
002270         'MASTER FORWARD RECOVERY - YFRC001'.
002280     05  FILLER                   PIC X(12) VALUE SPACES.
002290     05  FILLER                   PIC X(09) VALUE 'RUN DATE '.
002300     05  HDG1-RUN-DATE            PIC 9(08).
002310     05  FILLER                   PIC X(17) VALUE SPACES.
002320 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
002330 01  WS-STAMP-LINE.
002340     05  FILLER                   PIC X(01) VALUE SPACE.
002350     05  STP-LABEL                PIC X(30).
002360     05  STP-DATE                 PIC 9(08).
002370     05  FILLER                   PIC X(03) VALUE ' / '.
002380     05  STP-TIME                 PIC 9(06).
002390     05  FILLER                   PIC X(32) VALUE SPACES.
002400 01  WS-COUNT-LINE.
002410     05  FILLER                   PIC X(01) VALUE SPACE.
002420     05  CNT-LABEL                PIC X(30).
002430     05  CNT-COUNT                PIC ZZZ.ZZZ.ZZ9.
002440     05  FILLER                   PIC X(38) VALUE SPACES.
002450 01  WS-STATUS-LINE.
002460     05  FILLER                   PIC X(01) VALUE SPACE.
002470     05  STA-LABEL                PIC X(22).
002480     05  FILLER                   PIC X(04) VALUE 'CNT '.
002490     05  STA-COUNT                PIC ZZZ.ZZZ.ZZ9.
002500     05  FILLER                   PIC X(04) VALUE ' AMT'.
002510     05  STA-AMOUNT               PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
002520     05  FILLER                   PIC X(17) VALUE SPACES.
002530 01  WS-PROOF-LINE.
002540     05  FILLER                   PIC X(01) VALUE SPACE.
002550     05  PRF-LABEL                PIC X(30).
002560     05  PRF-AMOUNT               PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
002570     05  FILLER                   PIC X(28) VALUE SPACES.
002580 01  WS-TEXT-LINE.
002590     05  FILLER                   PIC X(01) VALUE SPACE.
002600     05  TXT-TEXT                 PIC X(79).
002610 01  WS-STOP-LINE.
002620     05  FILLER                   PIC X(01) VALUE SPACE.
002630     05  FILLER                   PIC X(10) VALUE
002640         'STOPPED - '.
002650     05  STOP-RECORD-ID           PIC X(10).
002660     05  FILLER                   PIC X(01) VALUE SPACE.
002670     05  STOP-TRANS-CODE          PIC X(02).
002680     05  FILLER                   PIC X(01) VALUE SPACE.
002690     05  STOP-POST-DATE           PIC 9(08).
002700     05  FILLER                   PIC X(01) VALUE SPACE.
002710     05  STOP-POST-TIME           PIC 9(06).
002720     05  FILLER                   PIC X(01) VALUE SPACE.
002730     05  STOP-REASON              PIC X(30).
002740     05  FILLER                   PIC X(09) VALUE SPACES.
002741 01  WS-UNPROVED-LINE.
002742     05  FILLER                   PIC X(01) VALUE SPACE.
002743     05  FILLER                   PIC X(16) VALUE
002744         'NOT ON RPTIN  - '.
002745     05  UNP-RECORD-ID            PIC X(10).
002746     05  FILLER                   PIC X(01) VALUE SPACE.
002747     05  UNP-TRANS-CODE           PIC X(02).
002748     05  FILLER                   PIC X(01) VALUE SPACE.
002749     05  UNP-POST-DATE            PIC 9(08).
002750     05  FILLER                   PIC X(01) VALUE SPACE.
002751     05  UNP-POST-TIME            PIC 9(06).
002752     05  FILLER                   PIC X(01) VALUE SPACE.
002753     05  UNP-AMOUNT               PIC -ZZZ.ZZZ.ZZ9,99.
002754     05  FILLER                   PIC X(18) VALUE SPACES.
002755 PROCEDURE DIVISION.
002760*****************************************************************
002770*    0000-MAINLINE
002780*****************************************************************
002790 0000-MAINLINE.
002800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002810     PERFORM 2000-LOAD-IMAGE THRU 2000-EXIT
002820         UNTIL WS-EOF-IMAGE.
002830     PERFORM 2200-PROVE-IMAGE THRU 2200-EXIT.
002840     PERFORM 3000-REPLAY-JOURNAL THRU 3000-EXIT.
002850     PERFORM 4000-TALLY-MASTER THRU 4000-EXIT.
002860     PERFORM 5000-PROVE-RECOVERY THRU 5000-EXIT.
002870     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.
002880     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002890     IF WS-REPLAY-STOPPED OR NOT WS-IN-BALANCE
002900         MOVE 16 TO RETURN-CODE
002902     ELSE
002904         IF WS-UNPROVED-COUNT NOT = ZERO
002906             MOVE 4 TO RETURN-CODE
002908         END-IF
002910     END-IF.
002920     GOBACK.
002930*****************************************************************
002940*    1000-INITIALIZE - OPEN FILES, PICK UP THE PERIOD CUTOFF,
002950*    THE LAST TRIAL-BALANCE CARRY AND THE RUN'S POSTED RECORDS,
002960*    PRINT THE HEADING AND PRIME THE IMAGE READ.  THE CLUSTER
002970*    WAS DEFINED EMPTY BY THE JOB AND IS LOADED OUTPUT
002980*****************************************************************
002990 1000-INITIALIZE.
003000     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
003010     OPEN INPUT IMAGEIN.
003020     IF WS-IMAGE-STATUS NOT = '00'
003030         MOVE 'IMAGEIN' TO WS-ERROR-FILE-ID
003040         MOVE WS-IMAGE-STATUS TO WS-ERROR-STATUS
003050         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003060     END-IF.
003070     OPEN OUTPUT MASTFILE.
003080     IF WS-MAST-STATUS NOT = '00'
003090         MOVE 'MASTFILE' TO WS-ERROR-FILE-ID
003100         MOVE WS-MAST-STATUS TO WS-ERROR-STATUS
003110         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003120     END-IF.
003130     OPEN OUTPUT FRCRPT.
003140     IF WS-FRCRPT-STATUS NOT = '00'
003150         MOVE 'FRCRPT' TO WS-ERROR-FILE-ID
003160         MOVE WS-FRCRPT-STATUS TO WS-ERROR-STATUS
003170         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003180     END-IF.
003190     PERFORM 1100-READ-PERIOD THRU 1100-EXIT.
003200     PERFORM 1200-READ-CARRY THRU 1200-EXIT.
003205     PERFORM 1300-LOAD-POSTINGS THRU 1300-EXIT.
003210     MOVE WS-TODAY-DATE TO HDG1-RUN-DATE.
003220     MOVE WS-HDG1-LINE TO FRCRPT-RECORD.
003230     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
003240     MOVE WS-BLANK-LINE TO FRCRPT-RECORD.
003250     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
003260     PERFORM 2100-READ-IMAGE THRU 2100-EXIT.
003270 1000-EXIT.
003280     EXIT.
003290*****************************************************************
003300*    1100-READ-PERIOD - THE YXXX015 PERIOD CONTROL RECORD, READ
003310*    AS MYPGM READS IT.  NO RECORD MEANS NO PERIOD CONTROL, AND
003320*    EVERY REPLAYED POSTING ROLLS THE MONTH-TO-DATE FIELDS
003330*****************************************************************
003340 1100-READ-PERIOD.
003350     OPEN INPUT PERDFILE.
003360     IF WS-PERD-STATUS NOT = '00' AND WS-PERD-STATUS NOT = '05'
003370         MOVE 'PERDFILE' TO WS-ERROR-FILE-ID
003380         MOVE WS-PERD-STATUS TO WS-ERROR-STATUS
003390         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003400     END-IF.
003410     READ PERDFILE
003420         AT END
003430             MOVE 'Y' TO WS-EOF-PERD-SW
003440     END-READ.
003450     IF WS-PERD-STATUS NOT = '00' AND WS-PERD-STATUS NOT = '10'
003460         MOVE 'PERDFILE' TO WS-ERROR-FILE-ID
003470         MOVE WS-PERD-STATUS TO WS-ERROR-STATUS
003480         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003490     END-IF.
003500     IF NOT WS-EOF-PERD
003510         MOVE PRD-PRIOR-CUTOFF TO WS-PRIOR-CUTOFF
003511         IF PRD-CLOSED-YEAR NUMERIC
003512             AND PRD-CLOSED-YEAR NOT = ZERO
003513             MOVE PRD-CLOSED-YEAR TO WS-CLOSED-YEAR
003514             COMPUTE WS-YEAR-CUTOFF =
003515                 ((PRD-CLOSED-YEAR + 1) * 10000) + 101
003516         END-IF
003520     END-IF.
003530     CLOSE PERDFILE.
003540 1100-EXIT.
003550     EXIT.
003560*****************************************************************
003570*    1150-WRITE-FRCRPT - COMMON WRITE-AND-STATUS-CHECK FOR THE
003580*    RECOVERY REPORT
003590*****************************************************************
003600 1150-WRITE-FRCRPT.
003610     WRITE FRCRPT-RECORD.
003620     IF WS-FRCRPT-STATUS NOT = '00'
003630         MOVE 'FRCRPT' TO WS-ERROR-FILE-ID
003640         MOVE WS-FRCRPT-STATUS TO WS-ERROR-STATUS
003650         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003660     END-IF.
003670 1150-EXIT.
003680     EXIT.
003690*****************************************************************
003700*    1200-READ-CARRY - THE LAST RECORD ON THE YXXX007 TRIAL-
003710*    BALANCE CARRY, PRINTED BESIDE THE PROOF FOR COMPARISON.
003720*    IT IS THE MASTER AS OF THE LAST CLEAN NIGHT, SO IT AGREES
003730*    WITH THE REBUILT MASTER ONLY WHEN NOTHING HAS POSTED SINCE
003740*****************************************************************
003750 1200-READ-CARRY.
003760     OPEN INPUT TBALIN.
003770     IF WS-TBALIN-STATUS NOT = '00'
003780         AND WS-TBALIN-STATUS NOT = '05'
003790         MOVE 'TBALIN' TO WS-ERROR-FILE-ID
003800         MOVE WS-TBALIN-STATUS TO WS-ERROR-STATUS
003810         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003820     END-IF.
003830     PERFORM 1250-READ-TBALIN THRU 1250-EXIT.
003840     PERFORM 1220-KEEP-CARRY THRU 1220-EXIT
003850         UNTIL WS-EOF-TBALIN.
003860     CLOSE TBALIN.
003870 1200-EXIT.
003880     EXIT.
003890 1220-KEEP-CARRY.
003900     MOVE 'Y' TO WS-PRIOR-FOUND-SW.
003910     MOVE TBL-RUN-DATE TO WS-PRIOR-DATE.
003920     MOVE TBL-MASTER-TOTAL TO WS-PRIOR-TOTAL.
003930     PERFORM 1250-READ-TBALIN THRU 1250-EXIT.
003940 1220-EXIT.
003950     EXIT.
003960 1250-READ-TBALIN.
003970     READ TBALIN
003980         AT END
003990             MOVE 'Y' TO WS-EOF-TBALIN-SW
004000     END-READ.
004010     IF WS-TBALIN-STATUS NOT = '00'
004020         AND WS-TBALIN-STATUS NOT = '10'
004030         MOVE 'TBALIN' TO WS-ERROR-FILE-ID
004040         MOVE WS-TBALIN-STATUS TO WS-ERROR-STATUS
004050         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
004060     END-IF.
004070 1250-EXIT.
004080     EXIT.
004081*****************************************************************
004082*    1300-LOAD-POSTINGS - HOLD THE RUN'S POSTED RECORDS FOR THE
004083*    INTEREST PAIRING - SEE THE NARRATIVE.  NO RPTIN MEANS AN
004084*    EMPTY TABLE, AND EVERY REPLAYED POSTING IS LISTED
004085*****************************************************************
004086 1300-LOAD-POSTINGS.
004087     OPEN INPUT RPTIN.
004088     IF WS-RPTIN-STATUS NOT = '00'
004089         AND WS-RPTIN-STATUS NOT = '05'
004090         MOVE 'RPTIN' TO WS-ERROR-FILE-ID
004091         MOVE WS-RPTIN-STATUS TO WS-ERROR-STATUS
004092         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
004093     END-IF.
004094     PERFORM 1350-READ-RPTIN THRU 1350-EXIT.
004095     PERFORM 1320-KEEP-POSTING THRU 1320-EXIT
004096         UNTIL WS-EOF-RPTIN.
004097     CLOSE RPTIN.
004098 1300-EXIT.
004099     EXIT.
004100*****************************************************************
004101*    1320-KEEP-POSTING - ONE RECORD INTO THE TABLE.  THE FILE
004102*    MUST ARRIVE IN ACCOUNT ORDER - THE YFRC001J SORT STEP SORTS
004103*    IT - OR THE BINARY SEARCH WOULD MISS RECORDS SILENTLY.
004104*    PROVE THE ORDER AS WE LOAD.  ANYTHING BUT A POSTED 'AD'/'CH'/
004105*    'DB' IS PASSED OVER, IN CASE RPTIN WAS HANDED THE WHOLE FILE
004106*****************************************************************
004107 1320-KEEP-POSTING.
004108     IF NOT RPT-CAT-POSTED
004109         OR (NOT RPT-CODE-ADD AND NOT RPT-CODE-CHANGE
004110             AND NOT RPT-CODE-DEBIT)
004111         PERFORM 1350-READ-RPTIN THRU 1350-EXIT
004112         GO TO 1320-EXIT
004113     END-IF.
004114     IF RPT-RECORD-ID LESS THAN WS-PREV-PST-ID
004115         DISPLAY 'YFRC0006E RPTIN NOT IN ACCOUNT ORDER - '
004116             'SORT IT AS YFRC001J DOES AND RERUN'
004117         MOVE 16 TO RETURN-CODE
004118         GO TO 9999-ABEND-EXIT
004119     END-IF.
004120     MOVE RPT-RECORD-ID TO WS-PREV-PST-ID.
004121     IF WS-PST-COUNT = WS-PST-LIMIT
004122         DISPLAY 'YFRC0007E POSTED-RECORD TABLE FULL - RAISE '
004123             'WS-PST-LIMIT AND RERUN'
004124         MOVE 16 TO RETURN-CODE
004125         GO TO 9999-ABEND-EXIT
004126     END-IF.
004127     ADD 1 TO WS-PST-COUNT.
004128     ADD 1 TO WS-PST-LOADED-COUNT.
004129     MOVE RPT-RECORD-ID TO WS-PST-ID (WS-PST-COUNT).
004130     MOVE RPT-AMOUNT TO WS-PST-AMOUNT (WS-PST-COUNT).
004131     MOVE 'N' TO WS-PST-INTEREST-SW (WS-PST-COUNT).
004132     MOVE 'N' TO WS-PST-SYSTEM-SW (WS-PST-COUNT).
004133     IF RPT-FEED-ID = 'FEES' OR RPT-FEED-ID = 'INTACCR'
004134         MOVE 'Y' TO WS-PST-SYSTEM-SW (WS-PST-COUNT)
004135     END-IF.
004136     MOVE RPT-TRANS-DATE TO WS-PST-TRANS-DATE (WS-PST-COUNT).
004137     IF RPT-FEED-ID = 'INTACCR'
004138         MOVE 'Y' TO WS-PST-INTEREST-SW (WS-PST-COUNT)
004139     END-IF.
004140     MOVE SPACE TO WS-PST-STATE (WS-PST-COUNT).
004141     IF RPT-REASON-CODE = 'ONLA'
004142         MOVE 'O' TO WS-PST-STATE (WS-PST-COUNT)
004143     END-IF.
004144     PERFORM 1350-READ-RPTIN THRU 1350-EXIT.
004145 1320-EXIT.
004146     EXIT.
004147 1350-READ-RPTIN.
004148     READ RPTIN
004149         AT END
004150             MOVE 'Y' TO WS-EOF-RPTIN-SW
004151     END-READ.
004152     IF WS-RPTIN-STATUS NOT = '00'
004153         AND WS-RPTIN-STATUS NOT = '10'
004154         MOVE 'RPTIN' TO WS-ERROR-FILE-ID
004155         MOVE WS-RPTIN-STATUS TO WS-ERROR-STATUS
004156         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
004157     END-IF.
004158 1350-EXIT.
004159     EXIT.
004160*****************************************************************
004161*    2000-LOAD-IMAGE - WRITE ONE IMAGE RECORD BACK TO THE EMPTY
004162*    CLUSTER, OR TAKE THE TRAILER.  THE IMAGE IS IN KEY ORDER,
004163*    AS YIMG001 BROWSED IT.  NOTHING MAY FOLLOW THE TRAILER.
004164*    A CLOSE HAS RUN SINCE THE COPY WHEN THE PERIOD RECORD HAS
004165*    MOVED PAST THE STATE ON THE TRAILER.  A TRAILER WITH NO
004166*    STATE (CUT BEFORE IT WAS CARRIED, OR WITH NO PERIOD FILE
004167*    THEN) IS JUDGED BY ITS DATE
004168*****************************************************************
004169 2000-LOAD-IMAGE.
004170     IF IMG-TRAILER
004171         MOVE 'Y' TO WS-TRAILER-FOUND-SW
004172         MOVE IMG-IMAGE-DATE TO WS-IMAGE-DATE
004180         MOVE IMG-IMAGE-TIME TO WS-IMAGE-TIME
004181         IF IMG-PRIOR-CUTOFF NUMERIC
004182             AND IMG-PRIOR-CUTOFF NOT = ZERO
004183             IF WS-PRIOR-CUTOFF GREATER THAN IMG-PRIOR-CUTOFF
004184                 MOVE 'Y' TO WS-MTD-RESET-SW
004185             END-IF
004186         ELSE
004190             IF WS-PRIOR-CUTOFF NOT = ZERO
004200                 AND WS-IMAGE-DATE LESS THAN WS-PRIOR-CUTOFF
004210                 MOVE 'Y' TO WS-MTD-RESET-SW
004220             END-IF
004221         END-IF
004222         IF IMG-CLOSED-YEAR NUMERIC
004223             AND IMG-CLOSED-YEAR NOT = ZERO
004224             IF WS-CLOSED-YEAR GREATER THAN IMG-CLOSED-YEAR
004225                 MOVE 'Y' TO WS-YTD-RESET-SW
004226             END-IF
004227         ELSE
004228             IF WS-YEAR-CUTOFF NOT = ZERO
004229                 AND WS-IMAGE-DATE LESS THAN WS-YEAR-CUTOFF
004230                 MOVE 'Y' TO WS-YTD-RESET-SW
004231             END-IF
004232         END-IF
004233         PERFORM 2100-READ-IMAGE THRU 2100-EXIT
004240         GO TO 2000-EXIT
004250     END-IF.
004260     IF WS-TRAILER-FOUND
004270         ADD 1 TO WS-AFTER-TRAILER-COUNT
004280         PERFORM 2100-READ-IMAGE THRU 2100-EXIT
004290         GO TO 2000-EXIT
004300     END-IF.
004310     MOVE IMAGEIN-RECORD TO YXXX002-RECORD.
004320     WRITE YXXX002-RECORD.
004330     IF WS-MAST-STATUS NOT = '00'
004340         MOVE 'MASTFILE' TO WS-ERROR-FILE-ID
004350         MOVE WS-MAST-STATUS TO WS-ERROR-STATUS
004360         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
004370     END-IF.
004380     ADD 1 TO WS-IMAGE-COUNT.
004390     ADD MST-BALANCE OF YXXX002-RECORD TO WS-IMAGE-TOTAL.
004400     IF MST-STATUS-ACTIVE OF YXXX002-RECORD
004410         ADD 1 TO WS-IMAGE-AC-COUNT
004420     END-IF.
004430     IF MST-STATUS-CLOSED OF YXXX002-RECORD
004440         ADD 1 TO WS-IMAGE-CL-COUNT
004450     END-IF.
004460     IF MST-STATUS-EXCEPTION OF YXXX002-RECORD
004470         ADD 1 TO WS-IMAGE-EX-COUNT
004480     END-IF.
004490     IF MST-STATUS-DORMANT OF YXXX002-RECORD
004500         ADD 1 TO WS-IMAGE-DM-COUNT
004510     END-IF.
004520     PERFORM 2100-READ-IMAGE THRU 2100-EXIT.
004530 2000-EXIT.
004540     EXIT.
004550*****************************************************************
004560*    2100-READ-IMAGE - READ THE NEXT IMAGE-COPY RECORD
004570*****************************************************************
004580 2100-READ-IMAGE.
004590     READ IMAGEIN
004600         AT END
004610             MOVE 'Y' TO WS-EOF-IMAGE-SW
004620     END-READ.
004630     IF WS-IMAGE-STATUS NOT = '00' AND WS-IMAGE-STATUS NOT = '10'
004640         MOVE 'IMAGEIN' TO WS-ERROR-FILE-ID
004650         MOVE WS-IMAGE-STATUS TO WS-ERROR-STATUS
004660         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
004670     END-IF.
004680 2100-EXIT.
004690     EXIT.
004700*****************************************************************
004710*    2200-PROVE-IMAGE - THE LOADED IMAGE MUST MATCH ITS TRAILER
004720*    IN COUNT, BALANCE TOTAL AND STATUS COUNTS.  THE LOAD SIDE
004730*    OF THE REPORT IS PRINTED EITHER WAY; A FAILED PROOF ENDS
004740*    THE RUN HERE, BEFORE ANY JOURNAL ENTRY IS APPLIED
004750*****************************************************************
004760 2200-PROVE-IMAGE.
004770     IF NOT WS-TRAILER-FOUND
004780         MOVE 'N' TO WS-IMAGE-PROVED-SW
004790         MOVE SPACES TO WS-TEXT-LINE
004800         MOVE 'IMAGE HAS NO YXXX025 TRAILER - INCOMPLETE COPY'
004810             TO TXT-TEXT
004820         MOVE WS-TEXT-LINE TO FRCRPT-RECORD
004830         PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT
004840         GO TO 2200-FAILED
004850     END-IF.
004860     IF WS-IMAGE-COUNT NOT = IMG-RECORD-COUNT
004870         OR WS-IMAGE-TOTAL NOT = IMG-MASTER-TOTAL
004880         OR WS-IMAGE-AC-COUNT NOT = IMG-AC-COUNT
004890         OR WS-IMAGE-CL-COUNT NOT = IMG-CL-COUNT
004900         OR WS-IMAGE-EX-COUNT NOT = IMG-EX-COUNT
004910         OR WS-IMAGE-DM-COUNT NOT = IMG-DM-COUNT
004920         OR WS-AFTER-TRAILER-COUNT NOT = ZERO
004930         MOVE 'N' TO WS-IMAGE-PROVED-SW
004940     END-IF.
004950     MOVE SPACES TO WS-STAMP-LINE.
004960     MOVE 'IMAGE TAKEN (DATE / TIME).....' TO STP-LABEL.
004970     MOVE WS-IMAGE-DATE TO STP-DATE.
004980     MOVE WS-IMAGE-TIME TO STP-TIME.
004990     MOVE WS-STAMP-LINE TO FRCRPT-RECORD.
005000     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
005010     MOVE SPACES TO WS-COUNT-LINE.
005020     MOVE 'IMAGE RECORDS LOADED..........' TO CNT-LABEL.
005030     MOVE WS-IMAGE-COUNT TO CNT-COUNT.
005040     MOVE WS-COUNT-LINE TO FRCRPT-RECORD.
005050     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
005060     MOVE SPACES TO WS-COUNT-LINE.
005070     MOVE 'TRAILER RECORD COUNT..........' TO CNT-LABEL.
005080     MOVE IMG-RECORD-COUNT TO CNT-COUNT.
005090     MOVE WS-COUNT-LINE TO FRCRPT-RECORD.
005100     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
005110     MOVE SPACES TO WS-PROOF-LINE.
005120     MOVE 'IMAGE BALANCE LOADED..........' TO PRF-LABEL.
005130     MOVE WS-IMAGE-TOTAL TO PRF-AMOUNT.
005140     MOVE WS-PROOF-LINE TO FRCRPT-RECORD.
005150     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
005160     MOVE SPACES TO WS-PROOF-LINE.
005170     MOVE 'TRAILER BALANCE TOTAL.........' TO PRF-LABEL.
005180     MOVE IMG-MASTER-TOTAL TO PRF-AMOUNT.
005190     MOVE WS-PROOF-LINE TO FRCRPT-RECORD.
005200     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
005210     IF WS-AFTER-TRAILER-COUNT NOT = ZERO
005220         MOVE SPACES TO WS-COUNT-LINE
005230         MOVE 'RECORDS AFTER THE TRAILER.....' TO CNT-LABEL
005240         MOVE WS-AFTER-TRAILER-COUNT TO CNT-COUNT
005250         MOVE WS-COUNT-LINE TO FRCRPT-RECORD
005260         PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT
005270     END-IF.
005280     MOVE SPACES TO WS-TEXT-LINE.
005290     IF WS-IMAGE-PROVED
005300         MOVE 'IMAGE PROVED AGAINST ITS TRAILER' TO TXT-TEXT
005310     ELSE
005320         MOVE 'IMAGE DOES NOT AGREE WITH ITS TRAILER'
005330             TO TXT-TEXT
005340     END-IF.
005350     MOVE WS-TEXT-LINE TO FRCRPT-RECORD.
005360     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
005370     IF NOT WS-IMAGE-PROVED
005380         GO TO 2200-FAILED
005390     END-IF.
005400     IF WS-MTD-RESET
005410         MOVE SPACES TO WS-TEXT-LINE
005420         MOVE 'MONTH CLOSED SINCE THE IMAGE - MTD FIELDS ZEROED'
005430             TO TXT-TEXT
005440         MOVE WS-TEXT-LINE TO FRCRPT-RECORD
005450         PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT
005460     END-IF.
005461     IF WS-YTD-RESET
005462         MOVE SPACES TO WS-TEXT-LINE
005463         MOVE 'YEAR CLOSED SINCE THE IMAGE - YTD FIELDS ZEROED'
005464             TO TXT-TEXT
005465         MOVE WS-TEXT-LINE TO FRCRPT-RECORD
005466         PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT
005467     END-IF.
005473     GO TO 2200-EXIT.
005480 2200-FAILED.
005490     DISPLAY 'YFRC0003E IMAGE COPY FAILED ITS TRAILER PROOF - '
005500         'NOTHING REPLAYED, RESTORE THE PRIOR GENERATION'.
005510     MOVE 16 TO RETURN-CODE.
005520     GO TO 9999-ABEND-EXIT.
005530 2200-EXIT.
005540     EXIT.
005550*****************************************************************
005554*    2300-ZERO-MTD - THE MONTH WAS CLOSED AFTER THE IMAGE WAS
005558*    TAKEN; THE CLOSE RESET EVERY ACCOUNT'S MONTH-TO-DATE FIELDS
005562*    AND WROTE NO JOURNAL ENTRY, SO THE RESET IS REDONE HERE.
005566*    THE SAME GOES FOR THE YEAR-TO-DATE FIELDS WHEN YYEC001
005570*    CLOSED A YEAR SINCE
005574*****************************************************************
005578 2300-ZERO-MTD.
005582     IF WS-MTD-RESET
005586         MOVE ZERO TO MST-MTD-POST-COUNT OF YXXX002-RECORD
005590         MOVE ZERO TO MST-MTD-POST-AMOUNT OF YXXX002-RECORD
005594     END-IF.
005598     IF WS-YTD-RESET
005602         MOVE ZERO TO MST-YTD-POST-COUNT OF YXXX002-RECORD
005606         MOVE ZERO TO MST-YTD-POST-AMOUNT OF YXXX002-RECORD
005610         MOVE ZERO TO MST-YTD-INTEREST OF YXXX002-RECORD
005614     END-IF.
005630     REWRITE YXXX002-RECORD.
005640     IF WS-MAST-STATUS NOT = '00'
005650         MOVE 'MASTFILE' TO WS-ERROR-FILE-ID
005660         MOVE WS-MAST-STATUS TO WS-ERROR-STATUS
005670         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
005680     END-IF.
005690     PERFORM 4100-READ-MASTER THRU 4100-EXIT.
005700 2300-EXIT.
005710     EXIT.
005720*****************************************************************
005730*    3000-REPLAY-JOURNAL - REOPEN THE LOADED CLUSTER FOR UPDATE
005740*    AND APPLY THE SORTED JOURNAL, ONE ENTRY AT A TIME, UNTIL IT
005750*    ENDS OR AN ENTRY DOES NOT AGREE.  THE TRAILER'S DATE IS
005760*    ONLY KNOWN ONCE THE LOAD HAS FINISHED, SO A MONTH-TO-DATE
005770*    RESET IS A PASS OF ITS OWN AHEAD OF THE REPLAY
005780*****************************************************************
005790 3000-REPLAY-JOURNAL.
005800     CLOSE MASTFILE.
005810     CLOSE IMAGEIN.
005820     OPEN I-O MASTFILE.
005830     IF WS-MAST-STATUS NOT = '00'
005840         MOVE 'MASTFILE' TO WS-ERROR-FILE-ID
005850         MOVE WS-MAST-STATUS TO WS-ERROR-STATUS
005860         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
005870     END-IF.
005880     IF WS-MTD-RESET OR WS-YTD-RESET
005890         PERFORM 4100-READ-MASTER THRU 4100-EXIT
005900         PERFORM 2300-ZERO-MTD THRU 2300-EXIT
005910             UNTIL WS-EOF-MAST
005920         MOVE 'N' TO WS-EOF-MAST-SW
005930     END-IF.
005940     OPEN INPUT JRNLIN.
005950     IF WS-JRNL-STATUS NOT = '00'
005960         MOVE 'JRNLIN' TO WS-ERROR-FILE-ID
005970         MOVE WS-JRNL-STATUS TO WS-ERROR-STATUS
005980         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
005990     END-IF.
006000     PERFORM 3050-READ-JOURNAL THRU 3050-EXIT.
006010     PERFORM 3100-REPLAY-ENTRY THRU 3100-EXIT
006020         UNTIL WS-EOF-JRNL OR WS-REPLAY-STOPPED.
006030     CLOSE JRNLIN.
006040     CLOSE MASTFILE.
006050 3000-EXIT.
006060     EXIT.
006070*****************************************************************
006080*    3050-READ-JOURNAL - READ THE NEXT SORTED YXXX004 ENTRY
006090*****************************************************************
006100 3050-READ-JOURNAL.
006110     READ JRNLIN
006120         AT END
006130             MOVE 'Y' TO WS-EOF-JRNL-SW
006140     END-READ.
006150     IF WS-JRNL-STATUS NOT = '00' AND WS-JRNL-STATUS NOT = '10'
006160         MOVE 'JRNLIN' TO WS-ERROR-FILE-ID
006170         MOVE WS-JRNL-STATUS TO WS-ERROR-STATUS
006180         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
006190     END-IF.
006200     IF NOT WS-EOF-JRNL
006210         ADD 1 TO WS-JRNL-READ-COUNT
006220     END-IF.
006230 3050-EXIT.
006240     EXIT.
006250*****************************************************************
006260*    3100-REPLAY-ENTRY - PLACE ONE ENTRY AGAINST THE IMAGE STAMP.
006270*    AN ENTRY CUT BEFORE HST-POST-TIME EXISTED CARRIES SPACES
006280*    THERE AND COUNTS AS MIDNIGHT - IT PREDATES EVERY IMAGE.
006290*    AN ENTRY STAMPED BEHIND ITS PREDECESSOR MEANS THE JOURNAL
006300*    WAS NOT SORTED, AND NOTHING AFTER IT CAN BE TRUSTED
006310*****************************************************************
006320 3100-REPLAY-ENTRY.
006330     MOVE HST-POST-DATE TO WS-ENTRY-DATE.
006340     IF HST-POST-TIME NUMERIC
006350         MOVE HST-POST-TIME TO WS-ENTRY-TIME
006360     ELSE
006370         MOVE ZERO TO WS-ENTRY-TIME
006380     END-IF.
006390     IF WS-ENTRY-STAMP LESS THAN WS-LAST-STAMP
006400         MOVE 'N' TO WS-MASTER-FOUND-SW
006410         MOVE 'JOURNAL NOT IN POSTING ORDER' TO WS-STOP-REASON
006420         PERFORM 3900-STOP-REPLAY THRU 3900-EXIT
006430         GO TO 3100-EXIT
006440     END-IF.
006450     MOVE WS-ENTRY-STAMP TO WS-LAST-STAMP.
006460     IF WS-ENTRY-STAMP LESS THAN WS-IMAGE-STAMP
006470         ADD 1 TO WS-PRE-IMAGE-COUNT
006480     ELSE
006490         PERFORM 3200-APPLY-ENTRY THRU 3200-EXIT
006500     END-IF.
006510     IF NOT WS-REPLAY-STOPPED
006520         PERFORM 3050-READ-JOURNAL THRU 3050-EXIT
006530     END-IF.
006540 3100-EXIT.
006550     EXIT.
006560*****************************************************************
006570*    3200-APPLY-ENTRY - PROVE THE ENTRY'S BALANCE BEFORE AGAINST
006580*    THE REBUILT RECORD AND HAND IT TO THE PARAGRAPH FOR ITS
006590*    TRANSACTION CODE
006600*****************************************************************
006610 3200-APPLY-ENTRY.
006620     PERFORM 3300-FIND-MASTER THRU 3300-EXIT.
006630     IF HST-TRANS-CODE = 'AD'
006640         PERFORM 3400-REPLAY-ADD THRU 3400-EXIT
006650         GO TO 3200-EXIT
006660     END-IF.
006670     IF NOT WS-MASTER-FOUND
006680         MOVE 'ACCOUNT NOT ON REBUILT MASTER' TO WS-STOP-REASON
006690         PERFORM 3900-STOP-REPLAY THRU 3900-EXIT
006700         GO TO 3200-EXIT
006710     END-IF.
006720     IF HST-BALANCE-BEFORE NOT = MST-BALANCE OF YXXX002-RECORD
006730         MOVE 'BALANCE BEFORE DOES NOT AGREE' TO WS-STOP-REASON
006740         PERFORM 3900-STOP-REPLAY THRU 3900-EXIT
006750         GO TO 3200-EXIT
006760     END-IF.
006770     IF HST-TRANS-CODE = 'CH' OR HST-TRANS-CODE = 'DB'
006780         OR HST-TRANS-CODE = 'OA'
006790         PERFORM 3500-REPLAY-POSTING THRU 3500-EXIT
006800     ELSE
006810         IF HST-TRANS-CODE = 'DL' OR HST-TRANS-CODE = 'DM'
006820             OR HST-TRANS-CODE = 'OL' OR HST-TRANS-CODE = 'OS'
006830             PERFORM 3600-REPLAY-MAINTENANCE THRU 3600-EXIT
006840         ELSE
006850             IF HST-TRANS-CODE = 'BK'
006860                 PERFORM 3700-REPLAY-BACKOUT THRU 3700-EXIT
006870             ELSE
006880                 MOVE 'BLANK/UNKNOWN TRANS CODE'
006890                     TO WS-STOP-REASON
006900                 PERFORM 3900-STOP-REPLAY THRU 3900-EXIT
006910             END-IF
006920         END-IF
006930     END-IF.
006940 3200-EXIT.
006950     EXIT.
006960*****************************************************************
006970*    3300-FIND-MASTER - DIRECT KEYED READ OF THE REBUILT KSDS,
006980*    SAME TECHNIQUE AS MYPGM/2300-FIND-MASTER.  THE PERIOD TEST
006990*    FOR THE MONTH-TO-DATE FIELDS IS SETTLED HERE TOO
007000*****************************************************************
007010 3300-FIND-MASTER.
007020     MOVE HST-RECORD-ID TO MST-RECORD-ID OF YXXX002-RECORD.
007030     MOVE 'Y' TO WS-MASTER-FOUND-SW.
007040     READ MASTFILE
007050         INVALID KEY
007060             MOVE 'N' TO WS-MASTER-FOUND-SW
007070     END-READ.
007080     IF WS-MAST-STATUS NOT = '00' AND WS-MAST-STATUS NOT = '23'
007090         MOVE 'MASTFILE' TO WS-ERROR-FILE-ID
007100         MOVE WS-MAST-STATUS TO WS-ERROR-STATUS
007110         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
007120     END-IF.
007130     MOVE 'Y' TO WS-IN-PERIOD-SW.
007140     IF WS-PRIOR-CUTOFF NOT = ZERO
007150         AND HST-POST-DATE LESS THAN WS-PRIOR-CUTOFF
007160         MOVE 'N' TO WS-IN-PERIOD-SW
007170     END-IF.
007171     MOVE 'Y' TO WS-IN-YEAR-SW.
007172     IF WS-YEAR-CUTOFF NOT = ZERO
007173         AND HST-POST-DATE LESS THAN WS-YEAR-CUTOFF
007174         MOVE 'N' TO WS-IN-YEAR-SW
007175     END-IF.
007180 3300-EXIT.
007190     EXIT.
007200*****************************************************************
007210*    3400-REPLAY-ADD - AN 'AD' OPENED THE ACCOUNT.  IT MUST NOT
007220*    ALREADY BE ON THE REBUILT MASTER AND ITS BALANCE BEFORE
007230*    MUST BE ZERO.  THE RECORD IS BUILT AS MYPGM/2510-ADD-
007240*    MASTER BUILT IT
007250*****************************************************************
007260 3400-REPLAY-ADD.
007270     IF WS-MASTER-FOUND
007280         MOVE 'ADD FOR AN EXISTING ACCOUNT' TO WS-STOP-REASON
007290         PERFORM 3900-STOP-REPLAY THRU 3900-EXIT
007300         GO TO 3400-EXIT
007310     END-IF.
007320     IF HST-BALANCE-BEFORE NOT = ZERO
007330         MOVE 'BALANCE BEFORE DOES NOT AGREE' TO WS-STOP-REASON
007340         PERFORM 3900-STOP-REPLAY THRU 3900-EXIT
007350         GO TO 3400-EXIT
007360     END-IF.
007370     MOVE SPACES TO YXXX002-RECORD.
007380     MOVE HST-RECORD-ID TO MST-RECORD-ID OF YXXX002-RECORD.
007390     MOVE 'AC' TO MST-STATUS OF YXXX002-RECORD.
007400     MOVE HST-CURRENCY-CODE
007410         TO MST-CURRENCY-CODE OF YXXX002-RECORD.
007420     MOVE '01' TO MST-ACCOUNT-CLASS OF YXXX002-RECORD.
007430     MOVE ZERO TO MST-OVERDRAFT-LIMIT OF YXXX002-RECORD.
007440     MOVE ZERO TO MST-MTD-POST-COUNT OF YXXX002-RECORD.
007450     MOVE ZERO TO MST-MTD-POST-AMOUNT OF YXXX002-RECORD.
007460     IF WS-IN-PERIOD
007470         MOVE 1 TO MST-MTD-POST-COUNT OF YXXX002-RECORD
007480         MOVE HST-AMOUNT TO MST-MTD-POST-AMOUNT
007490             OF YXXX002-RECORD
007500     END-IF.
007501     MOVE ZERO TO MST-YTD-POST-COUNT OF YXXX002-RECORD.
007502     MOVE ZERO TO MST-YTD-POST-AMOUNT OF YXXX002-RECORD.
007503     MOVE ZERO TO MST-YTD-INTEREST OF YXXX002-RECORD.
007504     IF WS-IN-YEAR
007505         MOVE 1 TO MST-YTD-POST-COUNT OF YXXX002-RECORD
007506         MOVE HST-AMOUNT TO MST-YTD-POST-AMOUNT
007507             OF YXXX002-RECORD
007508     END-IF.
007509     PERFORM 3550-PAIR-POSTING THRU 3550-EXIT.
007510     MOVE HST-BALANCE-AFTER TO MST-BALANCE OF YXXX002-RECORD.
007520     MOVE HST-POST-DATE
007530         TO MST-LAST-TRANS-DATE OF YXXX002-RECORD.
007532     IF WS-PST-FOUND
007534         MOVE WS-PST-TRANS-DATE (WS-PST-IX)
007536             TO MST-LAST-TRANS-DATE OF YXXX002-RECORD
007538     END-IF.
007540     PERFORM 3850-STAMP-REPLAY THRU 3850-EXIT.
007550     WRITE YXXX002-RECORD.
007560     IF WS-MAST-STATUS NOT = '00'
007570         MOVE 'MASTFILE' TO WS-ERROR-FILE-ID
007580         MOVE WS-MAST-STATUS TO WS-ERROR-STATUS
007590         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
007600     END-IF.
007610     ADD 1 TO WS-AD-COUNT.
007620     PERFORM 3950-COUNT-REPLAYED THRU 3950-EXIT.
007630 3400-EXIT.
007640     EXIT.
007650*****************************************************************
007660*    3500-REPLAY-POSTING - A BALANCE-AFFECTING 'CH'/'DB' (BATCH)
007670*    OR 'OA' (ONLINE YMNT 'B').  THE BALANCE AFTER IS TAKEN FROM
007680*    THE ENTRY AND THE MONTH-TO-DATE FIELDS ROLL AS MYPGM AND
007690*    YMNT001 ROLLED THEM.  A BATCH POSTING ALSO MOVES THE LAST
007700*    TRANSACTION DATE (3590), AND IS PAIRED WITH ITS RPTIN
007705*    RECORD FOR THE INTEREST; AN ONLINE ADJUSTMENT DOES NEITHER
007710*****************************************************************
007720 3500-REPLAY-POSTING.
007730     MOVE HST-BALANCE-AFTER TO MST-BALANCE OF YXXX002-RECORD.
007740     IF MST-MTD-POST-COUNT OF YXXX002-RECORD NOT NUMERIC
007750         MOVE ZERO TO MST-MTD-POST-COUNT OF YXXX002-RECORD
007760     END-IF.
007770     IF MST-MTD-POST-AMOUNT OF YXXX002-RECORD NOT NUMERIC
007780         MOVE ZERO TO MST-MTD-POST-AMOUNT OF YXXX002-RECORD
007790     END-IF.
007800     IF WS-IN-PERIOD
007810         ADD 1 TO MST-MTD-POST-COUNT OF YXXX002-RECORD
007820         ADD HST-AMOUNT TO MST-MTD-POST-AMOUNT
007830             OF YXXX002-RECORD
007840     END-IF.
007841     IF MST-YTD-POST-COUNT OF YXXX002-RECORD NOT NUMERIC
007842         MOVE ZERO TO MST-YTD-POST-COUNT OF YXXX002-RECORD
007843     END-IF.
007844     IF MST-YTD-POST-AMOUNT OF YXXX002-RECORD NOT NUMERIC
007845         MOVE ZERO TO MST-YTD-POST-AMOUNT OF YXXX002-RECORD
007846     END-IF.
007847     IF WS-IN-YEAR
007848         ADD 1 TO MST-YTD-POST-COUNT OF YXXX002-RECORD
007849         ADD HST-AMOUNT TO MST-YTD-POST-AMOUNT
007850             OF YXXX002-RECORD
007851     END-IF.
007852     IF HST-TRANS-CODE = 'OA'
007860         ADD 1 TO WS-OA-COUNT
007870     ELSE
007900         IF HST-TRANS-CODE = 'DB'
007910             ADD 1 TO WS-DB-COUNT
007920         ELSE
007930             ADD 1 TO WS-CH-COUNT
007940         END-IF
007945         PERFORM 3550-PAIR-POSTING THRU 3550-EXIT
007947         PERFORM 3590-SET-LAST-DATE THRU 3590-EXIT
007950     END-IF.
007960     PERFORM 3800-REWRITE-MASTER THRU 3800-EXIT.
007970 3500-EXIT.
007980     EXIT.
007981*****************************************************************
007982*    3550-PAIR-POSTING - PAIR A REPLAYED 'AD'/'CH'/'DB' WITH ITS
007983*    RPTIN RECORD.  ONE THAT CAME IN ON 'INTACCR' ROLLS THE
007984*    YEAR-TO-DATE INTEREST AS MYPGM DID, WHEN IT FALLS AFTER THE
007985*    LAST YEAR CLOSED.  NO RECORD - THE ENTRY IS LISTED
007986*****************************************************************
007987 3550-PAIR-POSTING.
007988     MOVE SPACE TO WS-PST-WANTED.
007989     PERFORM 3560-FIND-POSTING THRU 3560-EXIT.
007990     IF NOT WS-PST-FOUND
007991         PERFORM 3580-LIST-UNPROVED THRU 3580-EXIT
007992         GO TO 3550-EXIT
007993     END-IF.
007994     MOVE 'M' TO WS-PST-STATE (WS-PST-IX).
007995     IF NOT WS-PST-INTEREST (WS-PST-IX)
007996         GO TO 3550-EXIT
007997     END-IF.
007998     IF MST-YTD-INTEREST OF YXXX002-RECORD NOT NUMERIC
007999         MOVE ZERO TO MST-YTD-INTEREST OF YXXX002-RECORD
008000     END-IF.
008001     IF WS-IN-YEAR
008002         ADD HST-AMOUNT TO MST-YTD-INTEREST OF YXXX002-RECORD
008003         ADD 1 TO WS-INT-COUNT
008004         ADD HST-AMOUNT TO WS-INT-AMOUNT
008005     END-IF.
008006 3550-EXIT.
008007     EXIT.
008008*****************************************************************
008009*    3560-FIND-POSTING - THE FIRST RECORD OF THE ENTRY'S ACCOUNT
008010*    AND AMOUNT IN STATE WS-PST-WANTED.  THE BINARY SEARCH LANDS
008011*    ON ANY RECORD OF THE ACCOUNT; BACK UP TO ITS FIRST, THEN
008012*    SCAN FORWARD IN POSTING ORDER (THE SORT KEEPS IT)
008013*****************************************************************
008014 3560-FIND-POSTING.
008015     MOVE 'N' TO WS-PST-FOUND-SW.
008016     MOVE ZERO TO WS-PST-IX.
008017     IF WS-PST-COUNT = ZERO
008018         GO TO 3560-EXIT
008019     END-IF.
008020     SEARCH ALL WS-PST-ENTRY
008021         WHEN WS-PST-ID (WS-PST-NDX) = HST-RECORD-ID
008022             SET WS-PST-IX TO WS-PST-NDX
008023     END-SEARCH.
008024     IF WS-PST-IX = ZERO
008025         GO TO 3560-EXIT
008026     END-IF.
008027     MOVE 'N' TO WS-PST-SCAN-END-SW.
008028     PERFORM 3565-BACK-UP THRU 3565-EXIT
008029         UNTIL WS-PST-SCAN-END.
008030     MOVE 'N' TO WS-PST-SCAN-END-SW.
008031     PERFORM 3570-SCAN-POSTING THRU 3570-EXIT
008032         UNTIL WS-PST-SCAN-END.
008033 3560-EXIT.
008034     EXIT.
008035 3565-BACK-UP.
008036     IF WS-PST-IX = 1
008037         MOVE 'Y' TO WS-PST-SCAN-END-SW
008038         GO TO 3565-EXIT
008039     END-IF.
008040     COMPUTE WS-PST-PREV-IX = WS-PST-IX - 1.
008041     IF WS-PST-ID (WS-PST-PREV-IX) NOT = HST-RECORD-ID
008042         MOVE 'Y' TO WS-PST-SCAN-END-SW
008043         GO TO 3565-EXIT
008044     END-IF.
008045     MOVE WS-PST-PREV-IX TO WS-PST-IX.
008046 3565-EXIT.
008047     EXIT.
008048 3570-SCAN-POSTING.
008049     IF WS-PST-IX GREATER THAN WS-PST-COUNT
008050         MOVE 'Y' TO WS-PST-SCAN-END-SW
008051         GO TO 3570-EXIT
008052     END-IF.
008053     IF WS-PST-ID (WS-PST-IX) NOT = HST-RECORD-ID
008054         MOVE 'Y' TO WS-PST-SCAN-END-SW
008055         GO TO 3570-EXIT
008056     END-IF.
008057     IF WS-PST-STATE (WS-PST-IX) = WS-PST-WANTED
008058         AND WS-PST-AMOUNT (WS-PST-IX) = HST-AMOUNT
008059         MOVE 'Y' TO WS-PST-FOUND-SW
008060         MOVE 'Y' TO WS-PST-SCAN-END-SW
008061         GO TO 3570-EXIT
008062     END-IF.
008063     ADD 1 TO WS-PST-IX.
008064 3570-EXIT.
008065     EXIT.
008066*****************************************************************
008067*    3580-LIST-UNPROVED - AN ENTRY WITH NO RPTIN RECORD.  IT MAY
008068*    HAVE BEEN INTEREST, SO ITS ACCOUNT'S YEAR-TO-DATE INTEREST
008069*    IS NOT PROVED - LIST IT FOR A HAND CHECK (RC=4)
008070*****************************************************************
008071 3580-LIST-UNPROVED.
008072     ADD 1 TO WS-UNPROVED-COUNT.
008073     MOVE HST-RECORD-ID TO UNP-RECORD-ID.
008074     MOVE HST-TRANS-CODE TO UNP-TRANS-CODE.
008075     MOVE WS-ENTRY-DATE TO UNP-POST-DATE.
008076     MOVE WS-ENTRY-TIME TO UNP-POST-TIME.
008077     MOVE HST-AMOUNT TO UNP-AMOUNT.
008078     MOVE WS-UNPROVED-LINE TO FRCRPT-RECORD.
008079     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
008080 3580-EXIT.
008081     EXIT.
008082*****************************************************************
008083*    3590-SET-LAST-DATE - THE LAST TRANSACTION DATE OF A
008084*    REPLAYED 'CH'/'DB', AS MYPGM 2520 WROTE IT: THE FEED'S
008085*    TRANSACTION DATE OFF THE PAIRED RPTIN RECORD, OR NO MOVE
008086*    AT ALL FOR A SYSTEM 'FEES'/'INTACCR' POSTING.  UNPAIRED -
008087*    ALREADY LISTED - THE POSTING DATE IS THE BEST THERE IS
008088*****************************************************************
008089 3590-SET-LAST-DATE.
008090     IF NOT WS-PST-FOUND
008091         MOVE HST-POST-DATE
008092             TO MST-LAST-TRANS-DATE OF YXXX002-RECORD
008093         GO TO 3590-EXIT
008094     END-IF.
008095     IF WS-PST-SYSTEM (WS-PST-IX)
008096         GO TO 3590-EXIT
008097     END-IF.
008098     MOVE WS-PST-TRANS-DATE (WS-PST-IX)
008099         TO MST-LAST-TRANS-DATE OF YXXX002-RECORD.
008100 3590-EXIT.
008101     EXIT.
008102*****************************************************************
008103*    3600-REPLAY-MAINTENANCE - ENTRIES THAT LEAVE THE BALANCE
008104*    ALONE: 'DL' CLOSES THE ACCOUNT, 'DM' PARKS IT DORMANT
008105*    (YDRM001), 'OL' SETS THE OVERDRAFT LIMIT TO HST-AMOUNT AND
008106*    'OS' SETS THE STATUS TO HST-NEW-STATUS - AN 'OS' CUT
008107*    BEFORE THAT FIELD EXISTED CANNOT BE REPLAYED.  AN 'OS'
008108*    THAT TAKES A DORMANT ACCOUNT BACK TO 'AC' IS A YMNT
008109*    REACTIVATION, WHICH RESTARTED THE DORMANCY CLOCK
008110*****************************************************************
008111 3600-REPLAY-MAINTENANCE.
008112     IF HST-TRANS-CODE = 'DL'
008113         MOVE 'CL' TO MST-STATUS OF YXXX002-RECORD
008114         MOVE HST-POST-DATE
008120             TO MST-LAST-TRANS-DATE OF YXXX002-RECORD
008130         ADD 1 TO WS-DL-COUNT
008140     END-IF.
008150     IF HST-TRANS-CODE = 'DM'
008160         MOVE 'DM' TO MST-STATUS OF YXXX002-RECORD
008170         ADD 1 TO WS-DM-REPLAY-COUNT
008180     END-IF.
008190     IF HST-TRANS-CODE = 'OL'
008200         MOVE HST-AMOUNT
008210             TO MST-OVERDRAFT-LIMIT OF YXXX002-RECORD
008220         ADD 1 TO WS-OL-COUNT
008230     END-IF.
008240     IF HST-TRANS-CODE = 'OS'
008250         IF HST-NEW-STATUS = SPACES
008260             MOVE 'STATUS CHANGE HAS NO NEW STATUS'
008270                 TO WS-STOP-REASON
008280             PERFORM 3900-STOP-REPLAY THRU 3900-EXIT
008290             GO TO 3600-EXIT
008300         END-IF
008310         IF MST-STATUS-DORMANT OF YXXX002-RECORD
008320             AND HST-NEW-STATUS = 'AC'
008330             MOVE HST-POST-DATE
008340                 TO MST-LAST-TRANS-DATE OF YXXX002-RECORD
008350         END-IF
008360         ADD 1 TO WS-OS-COUNT
008370     END-IF.
008380     PERFORM 3800-REWRITE-MASTER THRU 3800-EXIT.
008390 3600-EXIT.
008400     EXIT.
008410*****************************************************************
008420*    3700-REPLAY-BACKOUT - A YBCK001 REVERSAL.  'RM' IS THE
008430*    BACKOUT OF AN 'AD' - THE ACCOUNT IS DELETED.  A CLOSED
008440*    ACCOUNT GOING BACK TO 'AC' WITH ITS BALANCE UNTOUCHED IS
008450*    THE BACKOUT OF A 'DL'.  ANYTHING ELSE IS THE BACKOUT OF A
008460*    'CH'/'DB', WHICH ALSO BACKED OUT THE MONTH-TO-DATE FIELDS
008470*    (COUNT FLOORED AT ZERO) - REPEATED HERE WHEN THE BACKOUT
008480*    FELL IN THE OPEN PERIOD - AND THE INTEREST WHEN THE POSTING
008485*    CAME IN ON 'INTACCR' (SEE 3750-PAIR-BACKOUT)
008490*****************************************************************
008500 3700-REPLAY-BACKOUT.
008510     ADD 1 TO WS-BK-COUNT.
008520     IF HST-ACCOUNT-REMOVED
008530         DELETE MASTFILE RECORD
008540             INVALID KEY
008550                 MOVE 'MASTFILE' TO WS-ERROR-FILE-ID
008560                 MOVE WS-MAST-STATUS TO WS-ERROR-STATUS
008570                 PERFORM 9900-FILE-ERROR THRU 9900-EXIT
008580         END-DELETE
008590         IF WS-MAST-STATUS NOT = '00'
008600             MOVE 'MASTFILE' TO WS-ERROR-FILE-ID
008610             MOVE WS-MAST-STATUS TO WS-ERROR-STATUS
008620             PERFORM 9900-FILE-ERROR THRU 9900-EXIT
008630         END-IF
008640         ADD 1 TO WS-REMOVED-COUNT
008650         PERFORM 3950-COUNT-REPLAYED THRU 3950-EXIT
008660         GO TO 3700-EXIT
008670     END-IF.
008680     IF MST-STATUS-CLOSED OF YXXX002-RECORD
008690         AND HST-NEW-STATUS = 'AC'
008700         AND HST-BALANCE-AFTER = HST-BALANCE-BEFORE
008710         PERFORM 3800-REWRITE-MASTER THRU 3800-EXIT
008720         GO TO 3700-EXIT
008730     END-IF.
008740     MOVE HST-BALANCE-AFTER TO MST-BALANCE OF YXXX002-RECORD.
008750     IF MST-MTD-POST-COUNT OF YXXX002-RECORD NOT NUMERIC
008760         MOVE ZERO TO MST-MTD-POST-COUNT OF YXXX002-RECORD
008770     END-IF.
008780     IF MST-MTD-POST-AMOUNT OF YXXX002-RECORD NOT NUMERIC
008790         MOVE ZERO TO MST-MTD-POST-AMOUNT OF YXXX002-RECORD
008800     END-IF.
008810     IF WS-IN-PERIOD
008820         IF MST-MTD-POST-COUNT OF YXXX002-RECORD GREATER THAN ZERO
008830             SUBTRACT 1 FROM MST-MTD-POST-COUNT
008840                 OF YXXX002-RECORD
008850         END-IF
008860         SUBTRACT HST-AMOUNT FROM MST-MTD-POST-AMOUNT
008870             OF YXXX002-RECORD
008880     END-IF.
008881     IF MST-YTD-POST-COUNT OF YXXX002-RECORD NOT NUMERIC
008882         MOVE ZERO TO MST-YTD-POST-COUNT OF YXXX002-RECORD
008883     END-IF.
008884     IF MST-YTD-POST-AMOUNT OF YXXX002-RECORD NOT NUMERIC
008885         MOVE ZERO TO MST-YTD-POST-AMOUNT OF YXXX002-RECORD
008886     END-IF.
008887     IF WS-IN-YEAR
008888         IF MST-YTD-POST-COUNT OF YXXX002-RECORD GREATER THAN ZERO
008889             SUBTRACT 1 FROM MST-YTD-POST-COUNT
008890                 OF YXXX002-RECORD
008891         END-IF
008892         SUBTRACT HST-AMOUNT FROM MST-YTD-POST-AMOUNT
008893             OF YXXX002-RECORD
008894     END-IF.
008895     PERFORM 3750-PAIR-BACKOUT THRU 3750-EXIT.
008896     PERFORM 3800-REWRITE-MASTER THRU 3800-EXIT.
008900 3700-EXIT.
008910     EXIT.
008911*****************************************************************
008912*    3750-PAIR-BACKOUT - A 'BK' CARRIES THE AMOUNT OF THE POSTING
008913*    IT REVERSED.  PAIR IT WITH THAT POSTING'S RECORD - ONE
008914*    ALREADY PAIRED BY THE REPLAY, FAILING THAT AN UNPAIRED ONE
008915*    (THE POSTING WAS IN THE IMAGE), FAILING THAT AN ONLINE
008916*    'ONLA' ONE - AND TAKE THE INTEREST BACK OUT AS YBCK001 DID.
008917*    NO RECORD - THE ENTRY IS LISTED
008918*****************************************************************
008919 3750-PAIR-BACKOUT.
008920     MOVE 'M' TO WS-PST-WANTED.
008921     PERFORM 3560-FIND-POSTING THRU 3560-EXIT.
008922     IF NOT WS-PST-FOUND
008923         MOVE SPACE TO WS-PST-WANTED
008924         PERFORM 3560-FIND-POSTING THRU 3560-EXIT
008925     END-IF.
008926     IF NOT WS-PST-FOUND
008927         MOVE 'O' TO WS-PST-WANTED
008928         PERFORM 3560-FIND-POSTING THRU 3560-EXIT
008929     END-IF.
008930     IF NOT WS-PST-FOUND
008931         PERFORM 3580-LIST-UNPROVED THRU 3580-EXIT
008932         GO TO 3750-EXIT
008933     END-IF.
008934     MOVE 'B' TO WS-PST-STATE (WS-PST-IX).
008935     IF NOT WS-PST-INTEREST (WS-PST-IX)
008936         GO TO 3750-EXIT
008937     END-IF.
008938     IF MST-YTD-INTEREST OF YXXX002-RECORD NOT NUMERIC
008939         MOVE ZERO TO MST-YTD-INTEREST OF YXXX002-RECORD
008940     END-IF.
008941     IF WS-IN-YEAR
008942         SUBTRACT HST-AMOUNT FROM MST-YTD-INTEREST
008943             OF YXXX002-RECORD
008944         ADD 1 TO WS-INT-BACKED-COUNT
008945         SUBTRACT HST-AMOUNT FROM WS-INT-AMOUNT
008946     END-IF.
008947 3750-EXIT.
008948     EXIT.
008949*****************************************************************
008950*    3800-REWRITE-MASTER - TAKE THE STATUS THE ENTRY LEFT ON THE
008951*    MASTER (BLANK = UNCHANGED), STAMP THE UPDATE AND REWRITE
008952*****************************************************************
008960 3800-REWRITE-MASTER.
008970     IF HST-NEW-STATUS NOT = SPACES
008980         MOVE HST-NEW-STATUS TO MST-STATUS OF YXXX002-RECORD
008990     END-IF.
009000     PERFORM 3850-STAMP-REPLAY THRU 3850-EXIT.
009010     REWRITE YXXX002-RECORD.
009020     IF WS-MAST-STATUS NOT = '00'
009030         MOVE 'MASTFILE' TO WS-ERROR-FILE-ID
009040         MOVE WS-MAST-STATUS TO WS-ERROR-STATUS
009050         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
009060     END-IF.
009070     PERFORM 3950-COUNT-REPLAYED THRU 3950-EXIT.
009080 3800-EXIT.
009090     EXIT.
009100*****************************************************************
009110*    3850-STAMP-REPLAY - THE AUDIT STAMP OF A REPLAYED UPDATE IS
009120*    THE ENTRY'S OWN POSTING DATE AND TIME.  THE RUN MODE IS
009130*    CARRIED WHERE THE ORIGINAL UPDATE SET ONE ('F'/'I' BATCH,
009140*    'O' ONLINE); THE JOURNAL HOLDS NO OPERATOR, SO IT IS 'BCH'
009150*****************************************************************
009160 3850-STAMP-REPLAY.
009170     MOVE HST-POST-DATE
009180         TO MST-LAST-UPDATE-DATE OF YXXX002-RECORD.
009190     MOVE WS-ENTRY-TIME
009200         TO MST-LAST-UPDATE-TIME OF YXXX002-RECORD.
009210     IF HST-RUN-MODE = 'F' OR HST-RUN-MODE = 'I'
009220         OR HST-RUN-MODE = 'O'
009230         MOVE HST-RUN-MODE TO MST-LAST-RUN-MODE OF YXXX002-RECORD
009240     END-IF.
009250     MOVE 'BCH' TO MST-LAST-OPERATOR OF YXXX002-RECORD.
009260 3850-EXIT.
009270     EXIT.
009280*****************************************************************
009290*    3900-STOP-REPLAY - THE FIRST ENTRY THAT CANNOT BE APPLIED.
009300*    PRINT IT WITH THE BALANCE IT EXPECTED AND THE BALANCE THE
009310*    REBUILT MASTER HOLDS, AND STOP - NOTHING AFTER IT IS
009320*    APPLIED, SO THE MASTER STANDS AT THE LAST ENTRY THAT AGREED
009330*****************************************************************
009340 3900-STOP-REPLAY.
009350     MOVE 'Y' TO WS-REPLAY-STOPPED-SW.
009360     MOVE HST-RECORD-ID TO STOP-RECORD-ID.
009370     MOVE HST-TRANS-CODE TO STOP-TRANS-CODE.
009380     MOVE WS-ENTRY-DATE TO STOP-POST-DATE.
009390     MOVE WS-ENTRY-TIME TO STOP-POST-TIME.
009400     MOVE WS-STOP-REASON TO STOP-REASON.
009410     MOVE WS-STOP-LINE TO FRCRPT-RECORD.
009420     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
009430     MOVE SPACES TO WS-PROOF-LINE.
009440     MOVE 'JOURNAL BALANCE BEFORE........' TO PRF-LABEL.
009450     MOVE HST-BALANCE-BEFORE TO PRF-AMOUNT.
009460     MOVE WS-PROOF-LINE TO FRCRPT-RECORD.
009470     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
009480     MOVE SPACES TO WS-PROOF-LINE.
009490     MOVE 'REBUILT BALANCE...............' TO PRF-LABEL.
009500     IF WS-MASTER-FOUND
009510         MOVE MST-BALANCE OF YXXX002-RECORD TO PRF-AMOUNT
009520     ELSE
009530         MOVE ZERO TO PRF-AMOUNT
009540     END-IF.
009550     MOVE WS-PROOF-LINE TO FRCRPT-RECORD.
009560     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
009570     DISPLAY 'YFRC0004E REPLAY STOPPED AT ' HST-RECORD-ID
009580         ' ' HST-TRANS-CODE ' ' WS-ENTRY-DATE ' ' WS-ENTRY-TIME
009590         ' - ' WS-STOP-REASON.
009600 3900-EXIT.
009610     EXIT.
009620*****************************************************************
009630*    3950-COUNT-REPLAYED - ONE MORE ENTRY APPLIED, AND ITS
009640*    MOVEMENT ON THE MASTER TOTAL
009650*****************************************************************
009660 3950-COUNT-REPLAYED.
009670     ADD 1 TO WS-REPLAY-COUNT.
009680     COMPUTE WS-MOVEMENT = WS-MOVEMENT
009690         + HST-BALANCE-AFTER - HST-BALANCE-BEFORE.
009700 3950-EXIT.
009710     EXIT.
009720*****************************************************************
009730*    4000-TALLY-MASTER - READ THE REBUILT MASTER END TO END AND
009740*    TOTAL IT BY STATUS, AS YTBL001 DOES
009750*****************************************************************
009760 4000-TALLY-MASTER.
009770     OPEN INPUT MASTFILE.
009780     IF WS-MAST-STATUS NOT = '00'
009790         MOVE 'MASTFILE' TO WS-ERROR-FILE-ID
009800         MOVE WS-MAST-STATUS TO WS-ERROR-STATUS
009810         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
009820     END-IF.
009830     MOVE 'N' TO WS-EOF-MAST-SW.
009840     PERFORM 4100-READ-MASTER THRU 4100-EXIT.
009850     PERFORM 4200-TALLY-ONE THRU 4200-EXIT
009860         UNTIL WS-EOF-MAST.
009870 4000-EXIT.
009880     EXIT.
009890*****************************************************************
009900*    4100-READ-MASTER - NEXT RECORD OF THE REBUILT KSDS
009910*****************************************************************
009920 4100-READ-MASTER.
009930     READ MASTFILE NEXT RECORD
009940         AT END
009950             MOVE 'Y' TO WS-EOF-MAST-SW
009960     END-READ.
009970     IF WS-MAST-STATUS NOT = '00' AND WS-MAST-STATUS NOT = '10'
009980         MOVE 'MASTFILE' TO WS-ERROR-FILE-ID
009990         MOVE WS-MAST-STATUS TO WS-ERROR-STATUS
010000         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
010010     END-IF.
010020 4100-EXIT.
010030     EXIT.
010040*****************************************************************
010050*    4200-TALLY-ONE - ADD ONE RECORD INTO ITS STATUS BUCKET
010060*****************************************************************
010070 4200-TALLY-ONE.
010080     ADD 1 TO WS-MASTER-COUNT.
010090     ADD MST-BALANCE OF YXXX002-RECORD TO WS-MASTER-TOTAL.
010100     IF MST-STATUS-ACTIVE OF YXXX002-RECORD
010110         ADD 1 TO WS-AC-COUNT
010120         ADD MST-BALANCE OF YXXX002-RECORD TO WS-AC-TOTAL
010130     ELSE
010140         IF MST-STATUS-CLOSED OF YXXX002-RECORD
010150             ADD 1 TO WS-CL-COUNT
010160             ADD MST-BALANCE OF YXXX002-RECORD TO WS-CL-TOTAL
010170         ELSE
010180             IF MST-STATUS-EXCEPTION OF YXXX002-RECORD
010190                 ADD 1 TO WS-EX-COUNT
010200                 ADD MST-BALANCE OF YXXX002-RECORD
010210                     TO WS-EX-TOTAL
010220             ELSE
010230                 IF MST-STATUS-DORMANT OF YXXX002-RECORD
010240                     ADD 1 TO WS-DM-COUNT
010250                     ADD MST-BALANCE OF YXXX002-RECORD
010260                         TO WS-DM-TOTAL
010270                 ELSE
010280                     ADD 1 TO WS-OTH-COUNT
010290                     ADD MST-BALANCE OF YXXX002-RECORD
010300                         TO WS-OTH-TOTAL
010310                 END-IF
010320             END-IF
010330         END-IF
010340     END-IF.
010350     PERFORM 4100-READ-MASTER THRU 4100-EXIT.
010360 4200-EXIT.
010370     EXIT.
010380*****************************************************************
010390*    5000-PROVE-RECOVERY - IMAGE TOTAL PLUS THE MOVEMENT OF
010400*    EVERY REPLAYED ENTRY MUST EQUAL WHAT IS NOW ON THE MASTER,
010410*    AND THE RECORD COUNT MUST MOVE ONLY BY THE ADDS AND THE
010420*    REMOVALS
010430*****************************************************************
010440 5000-PROVE-RECOVERY.
010450     COMPUTE WS-EXPECTED-TOTAL = WS-IMAGE-TOTAL + WS-MOVEMENT.
010460     COMPUTE WS-EXPECTED-COUNT =
010470         WS-IMAGE-COUNT + WS-AD-COUNT - WS-REMOVED-COUNT.
010480     COMPUTE WS-DRIFT-AMOUNT =
010490         WS-MASTER-TOTAL - WS-EXPECTED-TOTAL.
010500     IF WS-DRIFT-AMOUNT NOT = ZERO
010510         OR WS-MASTER-COUNT NOT = WS-EXPECTED-COUNT
010520         MOVE 'N' TO WS-IN-BALANCE-SW
010530         DISPLAY 'YFRC0005E REBUILT MASTER DOES NOT PROVE - '
010540             'SEE FRCRPT'
010550     END-IF.
010560 5000-EXIT.
010570     EXIT.
010580*****************************************************************
010590*    8000-WRITE-REPORT - REPLAY COUNTS, STATUS BREAKOUT OF THE
010600*    REBUILT MASTER AND THE PROOF
010610*****************************************************************
010620 8000-WRITE-REPORT.
010630     MOVE WS-BLANK-LINE TO FRCRPT-RECORD.
010640     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
010650     MOVE SPACES TO WS-COUNT-LINE.
010660     MOVE 'JOURNAL ENTRIES READ..........' TO CNT-LABEL.
010670     MOVE WS-JRNL-READ-COUNT TO CNT-COUNT.
010680     MOVE WS-COUNT-LINE TO FRCRPT-RECORD.
010690     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
010700     MOVE SPACES TO WS-COUNT-LINE.
010710     MOVE 'ALREADY IN THE IMAGE..........' TO CNT-LABEL.
010720     MOVE WS-PRE-IMAGE-COUNT TO CNT-COUNT.
010730     MOVE WS-COUNT-LINE TO FRCRPT-RECORD.
010740     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
010750     MOVE SPACES TO WS-COUNT-LINE.
010760     MOVE 'ENTRIES REPLAYED..............' TO CNT-LABEL.
010770     MOVE WS-REPLAY-COUNT TO CNT-COUNT.
010780     MOVE WS-COUNT-LINE TO FRCRPT-RECORD.
010790     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
010800     MOVE SPACES TO WS-COUNT-LINE.
010810     MOVE '  ADDS (AD)...................' TO CNT-LABEL.
010820     MOVE WS-AD-COUNT TO CNT-COUNT.
010830     MOVE WS-COUNT-LINE TO FRCRPT-RECORD.
010840     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
010850     MOVE SPACES TO WS-COUNT-LINE.
010860     MOVE '  CHANGES (CH)................' TO CNT-LABEL.
010870     MOVE WS-CH-COUNT TO CNT-COUNT.
010880     MOVE WS-COUNT-LINE TO FRCRPT-RECORD.
010890     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
010900     MOVE SPACES TO WS-COUNT-LINE.
010910     MOVE '  DEBITS (DB).................' TO CNT-LABEL.
010920     MOVE WS-DB-COUNT TO CNT-COUNT.
010930     MOVE WS-COUNT-LINE TO FRCRPT-RECORD.
010940     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
010950     MOVE SPACES TO WS-COUNT-LINE.
010960     MOVE '  DELETES (DL)................' TO CNT-LABEL.
010970     MOVE WS-DL-COUNT TO CNT-COUNT.
010980     MOVE WS-COUNT-LINE TO FRCRPT-RECORD.
010990     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
011000     MOVE SPACES TO WS-COUNT-LINE.
011010     MOVE '  DORMANCY (DM)...............' TO CNT-LABEL.
011020     MOVE WS-DM-REPLAY-COUNT TO CNT-COUNT.
011030     MOVE WS-COUNT-LINE TO FRCRPT-RECORD.
011040     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
011050     MOVE SPACES TO WS-COUNT-LINE.
011060     MOVE '  ONLINE BALANCE (OA).........' TO CNT-LABEL.
011070     MOVE WS-OA-COUNT TO CNT-COUNT.
011080     MOVE WS-COUNT-LINE TO FRCRPT-RECORD.
011090     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
011100     MOVE SPACES TO WS-COUNT-LINE.
011110     MOVE '  ONLINE LIMIT (OL)...........' TO CNT-LABEL.
011120     MOVE WS-OL-COUNT TO CNT-COUNT.
011130     MOVE WS-COUNT-LINE TO FRCRPT-RECORD.
011140     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
011150     MOVE SPACES TO WS-COUNT-LINE.
011160     MOVE '  ONLINE STATUS (OS)..........' TO CNT-LABEL.
011170     MOVE WS-OS-COUNT TO CNT-COUNT.
011180     MOVE WS-COUNT-LINE TO FRCRPT-RECORD.
011190     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
011200     MOVE SPACES TO WS-COUNT-LINE.
011210     MOVE '  BACKOUTS (BK)...............' TO CNT-LABEL.
011220     MOVE WS-BK-COUNT TO CNT-COUNT.
011230     MOVE WS-COUNT-LINE TO FRCRPT-RECORD.
011240     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
011250     MOVE SPACES TO WS-COUNT-LINE.
011260     MOVE '  ACCOUNTS REMOVED BY BK......' TO CNT-LABEL.
011270     MOVE WS-REMOVED-COUNT TO CNT-COUNT.
011280     MOVE WS-COUNT-LINE TO FRCRPT-RECORD.
011290     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
011295     PERFORM 8100-WRITE-INTEREST THRU 8100-EXIT.
011300     MOVE WS-BLANK-LINE TO FRCRPT-RECORD.
011310     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
011320     MOVE SPACES TO WS-STATUS-LINE.
011330     MOVE 'ACTIVE   (AC)........' TO STA-LABEL.
011340     MOVE WS-AC-COUNT TO STA-COUNT.
011350     MOVE WS-AC-TOTAL TO STA-AMOUNT.
011360     MOVE WS-STATUS-LINE TO FRCRPT-RECORD.
011370     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
011380     MOVE SPACES TO WS-STATUS-LINE.
011390     MOVE 'CLOSED   (CL)........' TO STA-LABEL.
011400     MOVE WS-CL-COUNT TO STA-COUNT.
011410     MOVE WS-CL-TOTAL TO STA-AMOUNT.
011420     MOVE WS-STATUS-LINE TO FRCRPT-RECORD.
011430     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
011440     MOVE SPACES TO WS-STATUS-LINE.
011450     MOVE 'EXCEPTION(EX)........' TO STA-LABEL.
011460     MOVE WS-EX-COUNT TO STA-COUNT.
011470     MOVE WS-EX-TOTAL TO STA-AMOUNT.
011480     MOVE WS-STATUS-LINE TO FRCRPT-RECORD.
011490     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
011500     MOVE SPACES TO WS-STATUS-LINE.
011510     MOVE 'DORMANT  (DM)........' TO STA-LABEL.
011520     MOVE WS-DM-COUNT TO STA-COUNT.
011530     MOVE WS-DM-TOTAL TO STA-AMOUNT.
011540     MOVE WS-STATUS-LINE TO FRCRPT-RECORD.
011550     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
011560     IF WS-OTH-COUNT NOT = ZERO
011570         MOVE SPACES TO WS-STATUS-LINE
011580         MOVE 'UNKNOWN STATUS.......' TO STA-LABEL
011590         MOVE WS-OTH-COUNT TO STA-COUNT
011600         MOVE WS-OTH-TOTAL TO STA-AMOUNT
011610         MOVE WS-STATUS-LINE TO FRCRPT-RECORD
011620         PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT
011630     END-IF.
011640     MOVE SPACES TO WS-STATUS-LINE.
011650     MOVE 'MASTER FILE TOTAL....' TO STA-LABEL.
011660     MOVE WS-MASTER-COUNT TO STA-COUNT.
011670     MOVE WS-MASTER-TOTAL TO STA-AMOUNT.
011680     MOVE WS-STATUS-LINE TO FRCRPT-RECORD.
011690     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
011700     MOVE WS-BLANK-LINE TO FRCRPT-RECORD.
011710     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
011720     MOVE SPACES TO WS-PROOF-LINE.
011730     MOVE 'IMAGE MASTER TOTAL............' TO PRF-LABEL.
011740     MOVE WS-IMAGE-TOTAL TO PRF-AMOUNT.
011750     MOVE WS-PROOF-LINE TO FRCRPT-RECORD.
011760     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
011770     MOVE SPACES TO WS-PROOF-LINE.
011780     MOVE 'REPLAYED MOVEMENT.............' TO PRF-LABEL.
011790     MOVE WS-MOVEMENT TO PRF-AMOUNT.
011800     MOVE WS-PROOF-LINE TO FRCRPT-RECORD.
011810     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
011820     MOVE SPACES TO WS-PROOF-LINE.
011830     MOVE 'EXPECTED MASTER TOTAL.........' TO PRF-LABEL.
011840     MOVE WS-EXPECTED-TOTAL TO PRF-AMOUNT.
011850     MOVE WS-PROOF-LINE TO FRCRPT-RECORD.
011860     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
011870     MOVE SPACES TO WS-PROOF-LINE.
011880     MOVE 'ACTUAL MASTER TOTAL...........' TO PRF-LABEL.
011890     MOVE WS-MASTER-TOTAL TO PRF-AMOUNT.
011900     MOVE WS-PROOF-LINE TO FRCRPT-RECORD.
011910     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
011920     MOVE SPACES TO WS-COUNT-LINE.
011930     MOVE 'EXPECTED RECORD COUNT.........' TO CNT-LABEL.
011940     MOVE WS-EXPECTED-COUNT TO CNT-COUNT.
011950     MOVE WS-COUNT-LINE TO FRCRPT-RECORD.
011960     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
011970     MOVE SPACES TO WS-COUNT-LINE.
011980     MOVE 'ACTUAL RECORD COUNT...........' TO CNT-LABEL.
011990     MOVE WS-MASTER-COUNT TO CNT-COUNT.
012000     MOVE WS-COUNT-LINE TO FRCRPT-RECORD.
012010     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
012020     MOVE WS-BLANK-LINE TO FRCRPT-RECORD.
012030     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
012040     MOVE SPACES TO WS-TEXT-LINE.
012050     IF WS-REPLAY-STOPPED
012060         MOVE 'REPLAY STOPPED - MASTER NOT RECOVERED, DO NOT OPEN'
012070             TO TXT-TEXT
012080     ELSE
012090         IF WS-IN-BALANCE
012100             MOVE 'REBUILT MASTER IN BALANCE' TO TXT-TEXT
012110         ELSE
012120             MOVE 'REBUILT MASTER OUT OF BALANCE - SEE DRIFT'
012130                 TO TXT-TEXT
012140         END-IF
012150     END-IF.
012160     MOVE WS-TEXT-LINE TO FRCRPT-RECORD.
012170     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
012180     IF NOT WS-IN-BALANCE
012190         MOVE SPACES TO WS-PROOF-LINE
012200         MOVE 'DRIFT (ACTUAL - EXPECTED).....' TO PRF-LABEL
012210         MOVE WS-DRIFT-AMOUNT TO PRF-AMOUNT
012220         MOVE WS-PROOF-LINE TO FRCRPT-RECORD
012230         PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT
012240     END-IF.
012250     MOVE WS-BLANK-LINE TO FRCRPT-RECORD.
012260     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
012270     IF WS-PRIOR-FOUND
012280         MOVE SPACES TO WS-STAMP-LINE
012290         MOVE 'LAST TRIAL-BALANCE CARRY DATE.' TO STP-LABEL
012300         MOVE WS-PRIOR-DATE TO STP-DATE
012310         MOVE ZERO TO STP-TIME
012320         MOVE WS-STAMP-LINE TO FRCRPT-RECORD
012330         PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT
012340         MOVE SPACES TO WS-PROOF-LINE
012350         MOVE 'LAST TRIAL-BALANCE CARRY TOTAL' TO PRF-LABEL
012360         MOVE WS-PRIOR-TOTAL TO PRF-AMOUNT
012370         MOVE WS-PROOF-LINE TO FRCRPT-RECORD
012380         PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT
012390     ELSE
012400         MOVE SPACES TO WS-TEXT-LINE
012410         MOVE 'NO TRIAL-BALANCE CARRY RECORD' TO TXT-TEXT
012420         MOVE WS-TEXT-LINE TO FRCRPT-RECORD
012430         PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT
012440     END-IF.
012450 8000-EXIT.
012460     EXIT.
012461*****************************************************************
012462*    8100-WRITE-INTEREST - THE RPTIN PAIRING AND THE YEAR-TO-DATE
012463*    INTEREST IT REPLAYED.  RECORDS NEVER PAIRED ARE COUNTED OFF
012464*    THE TABLE HERE
012465*****************************************************************
012466 8100-WRITE-INTEREST.
012467     PERFORM 8150-COUNT-UNPAIRED THRU 8150-EXIT
012468         VARYING WS-PST-IX FROM 1 BY 1
012469         UNTIL WS-PST-IX GREATER THAN WS-PST-COUNT.
012470     MOVE WS-BLANK-LINE TO FRCRPT-RECORD.
012471     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
012472     MOVE SPACES TO WS-COUNT-LINE.
012473     MOVE 'RPTIN POSTED RECORDS LOADED...' TO CNT-LABEL.
012474     MOVE WS-PST-LOADED-COUNT TO CNT-COUNT.
012475     MOVE WS-COUNT-LINE TO FRCRPT-RECORD.
012476     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
012477     MOVE SPACES TO WS-COUNT-LINE.
012478     MOVE '  NOT REPLAYED (IN THE IMAGE).' TO CNT-LABEL.
012479     MOVE WS-UNPAIRED-COUNT TO CNT-COUNT.
012480     MOVE WS-COUNT-LINE TO FRCRPT-RECORD.
012481     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
012482     MOVE SPACES TO WS-COUNT-LINE.
012483     MOVE 'INTEREST POSTINGS REPLAYED....' TO CNT-LABEL.
012484     MOVE WS-INT-COUNT TO CNT-COUNT.
012485     MOVE WS-COUNT-LINE TO FRCRPT-RECORD.
012486     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
012487     MOVE SPACES TO WS-COUNT-LINE.
012488     MOVE 'INTEREST POSTINGS BACKED OUT..' TO CNT-LABEL.
012489     MOVE WS-INT-BACKED-COUNT TO CNT-COUNT.
012490     MOVE WS-COUNT-LINE TO FRCRPT-RECORD.
012491     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
012492     MOVE SPACES TO WS-PROOF-LINE.
012493     MOVE 'NET YTD INTEREST REPLAYED.....' TO PRF-LABEL.
012494     MOVE WS-INT-AMOUNT TO PRF-AMOUNT.
012495     MOVE WS-PROOF-LINE TO FRCRPT-RECORD.
012496     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
012497     MOVE SPACES TO WS-COUNT-LINE.
012498     MOVE 'ENTRIES NOT ON RPTIN..........' TO CNT-LABEL.
012499     MOVE WS-UNPROVED-COUNT TO CNT-COUNT.
012500     MOVE WS-COUNT-LINE TO FRCRPT-RECORD.
012501     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
012502     MOVE SPACES TO WS-TEXT-LINE.
012503     IF WS-UNPROVED-COUNT = ZERO
012504         MOVE 'YTD INTEREST REPLAYED - EVERY POSTING ON RPTIN'
012505             TO TXT-TEXT
012506     ELSE
012507         MOVE 'YTD INTEREST NOT PROVED FOR THE ENTRIES LISTED'
012508             TO TXT-TEXT
012509         DISPLAY 'YFRC0008W ' WS-UNPROVED-COUNT
012510             ' REPLAYED ENTRIES NOT ON RPTIN - YTD INTEREST NOT '
012511             'PROVED, SEE FRCRPT'
012512     END-IF.
012513     MOVE WS-TEXT-LINE TO FRCRPT-RECORD.
012514     PERFORM 1150-WRITE-FRCRPT THRU 1150-EXIT.
012515 8100-EXIT.
012516     EXIT.
012517 8150-COUNT-UNPAIRED.
012518     IF WS-PST-STATE (WS-PST-IX) = SPACE
012519         ADD 1 TO WS-UNPAIRED-COUNT
012520     END-IF.
012521 8150-EXIT.
012522     EXIT.
012523*****************************************************************
012524*    9000-TERMINATE - CLOSE THE FILES STILL OPEN
012525*****************************************************************
012526 9000-TERMINATE.
012527     CLOSE MASTFILE.
012528     CLOSE FRCRPT.
012530 9000-EXIT.
012540     EXIT.
012550*****************************************************************
012560*    9900-FILE-ERROR - COMMON I/O ERROR HANDLER.  WRITES AN
012570*    OPERATOR MESSAGE AND FALLS THROUGH TO THE ABEND EXIT SO A
012580*    BAD OPEN/READ/WRITE NEVER PRODUCES A "CLEAN" RETURN CODE
012590*****************************************************************
012600 9900-FILE-ERROR.
012610     DISPLAY 'YFRC0001E I/O ERROR ON FILE ' WS-ERROR-FILE-ID
012620         ' - FILE STATUS ' WS-ERROR-STATUS.
012630     DISPLAY 'YFRC0002E RUN TERMINATED - NOTIFY OPERATIONS'.
012640     MOVE 16 TO RETURN-CODE.
012650     GO TO 9999-ABEND-EXIT.
012660 9900-EXIT.
012670     EXIT.
012680*****************************************************************
012690*    9999-ABEND-EXIT - CLOSE WHATEVER FILES ARE OPEN AND END THE
012700*    RUN WITH THE NON-ZERO RETURN CODE ALREADY SET.  A MASTER
012710*    LEFT HALF-BUILT HERE IS NOT OPENED - RERUN YFRC001J, WHICH
012720*    REDEFINES THE CLUSTER AND STARTS AGAIN FROM THE IMAGE
012730*****************************************************************
012740 9999-ABEND-EXIT.
012750     CLOSE IMAGEIN
012760         JRNLIN
012765         RPTIN
012770         MASTFILE
012780         FRCRPT.
012790     GOBACK.
