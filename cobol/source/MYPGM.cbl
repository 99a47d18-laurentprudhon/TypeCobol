002130*                     UNCHANGED - THE SORT IS DETERMINISTIC
002140*                     (OPTION EQUALS) SO A RESTART SKIPS THE
002150*                     SAME RECORDS THE FIRST ATTEMPT READ
002151*    2026-09-02  JWH  EVERY POSTING-HISTORY RECORD IS NOW ALSO
002152*                     MIRRORED TO THE YXXX016 KSDS (HISTVS),
002153*                     KEYED ON ACCOUNT + POSTING DATE +
002154*                     SEQUENCE, SO THE YHSB INQUIRY CAN BROWSE
002155*                     AN ACCOUNT'S POSTINGS ONLINE - SEE
002156*                     2710-WRITE-HISTORY-VSAM.  DEFINE AND
002157*                     BACKFILL THE CLUSTER WITH YXXX016D
002158*                     BEFORE THE FIRST RUN AT THIS LEVEL
002159*    2026-10-15  JWH  DEBIT TRANSACTION CODE 'DB' - THE FEED CAN
002160*                     NOW TAKE MONEY OUT OF AN ACCOUNT.  THE
002161*                     AMOUNT ARRIVES UNSIGNED AND IS EDITED AND
002162*                     HASHED LIKE ANY OTHER DETAIL; 2400-CONVERT-
002163*                     AMOUNT NEGATES IT, SO FROM THERE ON IT IS
002164*                     THE SIGNED LEDGER EFFECT - 2500 POSTS IT
002165*                     THROUGH THE SAME OVERDRAFT CHECK AND
002166*                     2520-CHANGE-MASTER PATH AS A 'CH' (OR HOLDS
002167*                     IT 'OI'/NFND), AND THE YXXX003 AMOUNT, THE
002168*                     POSTING HISTORY, THE MTD AMOUNT AND THE
002169*                     CONTROL TOTAL ALL CARRY IT NEGATIVE.  THE
002170*                     DUPLICATE KEY NOW INCLUDES THE DIRECTION
002171*                     (RCT-DIRECTION ON YXXX010) SO A DEBIT AND
002172*                     A CREDIT OF THE SAME AMOUNT ARE NOT TAKEN
002173*                     FOR ONE ANOTHER - SEE THE PROMRC SORT
002174*    2026-10-15  JWH  DORMANT ACCOUNTS - A 'CH' OR 'DB' AGAINST
002175*                     AN ACCOUNT THE YDRM001 SWEEP HAS PARKED AT
002176*                     STATUS 'DM' DOES NOT POST.  IT GOES TO THE
002177*                     YXXX003 OUTPUT AS CATEGORY 'DO' REASON
002178*                     'DORM', COUNTS AS A REJECT ON THE FEED
002179*                     ACKNOWLEDGMENT AND ON ITS OWN RUN-SUMMARY
002180*                     LINE, AND YRPT001 LISTS IT.  THE ACCOUNT
002181*                     MUST BE REACTIVATED THROUGH YMNT ACTION
002182*                     'R' AND THE ITEM RESUBMITTED.  A 'DL' STILL
002183*                     CLOSES A DORMANT ACCOUNT - IT MOVES NO MONEY
002184*    2026-10-15  JWH  ACCOUNT HOLDS - A 'CH' OR 'DB' THAT REDUCES
002185*                     THE BALANCE IS NOW JUDGED AGAINST THE
002186*                     AVAILABLE BALANCE, MST-BALANCE LESS THE
002187*                     ACCOUNT'S ACTIVE HOLDS ON THE YXXX024 KSDS
002188*                     (HOLDVS), AND NOT THE RAW BALANCE ALONE.
002189*                     ONE THAT WOULD TAKE THE AVAILABLE BALANCE
002190*                     BELOW MINUS THE OVERDRAFT LIMIT GOES TO THE
002191*                     YXXX003 OUTPUT AS 'EX' REASON 'HELD' AND TO
002192*                     EXCPFILE, THE SAME AS AN 'OVLM', AND HAS ITS
002193*                     OWN RUN-SUMMARY LINE.  SEE 2517-CHECK-HOLDS.
002194*                     HOLDS ARE PLACED/RELEASED ONLINE THROUGH
002195*                     YHLD AND LAPSED BY YHLX001 AHEAD OF THIS
002196*                     STEP.  DEFINE THE CLUSTER WITH YXXX024D
002197*                     BEFORE THE FIRST RUN AT THIS LEVEL
002198*    2026-10-15  JWH  EVERY POSTING-HISTORY RECORD NOW CARRIES
002199*                     HST-POST-TIME AND HST-NEW-STATUS (SEE
002200*                     YXXX004) FOR THE YFRC001 FORWARD RECOVERY.
002201*                     A BATCH POSTING IS STAMPED WITH THE RUN'S
002202*                     START TIME AND THE STATUS IT LEFT ON THE
002203*                     MASTER; AN ONLINE ADJUSTMENT WITH THE ADJ-
002204*                     TIME IT WAS MADE AND, FOR 'OS', ITS NEW
002205*                     STATUS
002206*    2026-10-15  JWH  FEED-SENDER REGISTRY - THE YXXX026 CARDS ON
002207*                     FEEDREG ARE LOADED AT 1700-LOAD-FEED-
002208*                     REGISTRY.  THE PREVALIDATION PASS NOW ENDS
002209*                     THE RUN RC=16, BEFORE ANYTHING POSTS, ON A
002210*                     SET FROM A SENDER WITH NO CARD OR A
002211*                     SUSPENDED ONE (2122) OR WHOSE TRAILER HASH
002212*                     IS OVER THE SENDER'S FILE CEILING (2130).
002213*                     A DETAIL CARRYING A CODE OR CURRENCY ITS
002214*                     SENDER MAY NOT SEND, OR AN AMOUNT OVER THE
002215*                     SENDER'S RECORD CEILING, DOES NOT POST - IT
002216*                     GOES TO THE YXXX003 OUTPUT AS 'EX' REASON
002217*                     'FCOD'/'FCCY'/'FLIM' AND TO EXCPFILE, COUNTS
002218*                     AS A REJECT ON THE FEED ACKNOWLEDGMENT AND
002219*                     HAS ITS OWN RUN-SUMMARY LINE.  SEE 2260-
002220*                     CHECK-SENDER-RULES.  SUSPENSE RE-DRIVES ARE
002221*                     NOT RE-JUDGED - THEY PASSED THE NIGHT THEY
002222*                     ARRIVED
002223*    2026-10-15  JWH  YEAR-END CLOSE - AD/CH/DB POSTINGS NOW ALSO
002224*                     ROLL THE CALENDAR YEAR-TO-DATE
002225*                     ACCUMULATORS ON THE MASTER, AND A POSTING
002226*                     FROM THE 'INTACCR' FEED (TRX-FEED-ID, SO A
002227*                     SUSPENSE RE-DRIVE COUNTS TOO) ALSO ROLLS
002228*                     MST-YTD-INTEREST, WHICH THE YYEC001 YEAR-END
002229*                     CLOSE CERTIFIES AND RESETS.  THE FEED ID NOW
002230*                     RIDES ON THE YXXX003 OUTPUT (RPT-FEED-ID) SO
002231*                     YBCK001 CAN BACK THE INTEREST OUT.  THE LAST
002232*                     YEAR CLOSED COMES IN ON THE YXXX015 PERIOD
002233*                     RECORD: A DETAIL DATED INTO IT GOES 'PD'
002234*                     REASON 'CLSY', THE SAME WAY A CLOSED MONTH'S
002235*                     DOES, AND THE RUN ENDS RC=16 IF THE OPEN
002236*                     PERIOD HAS PASSED THE YEAR AFTER IT - A
002237*                     DECEMBER CLOSED WITHOUT ITS YEAR-END CLOSE
002238*    2026-10-15  JWH  A 'FEES' OR 'INTACCR' POSTING NO LONGER
002239*                     MOVES MST-LAST-TRANS-DATE - A SYSTEM CHARGE
002240*                     OR ACCRUAL IS NOT ACTIVITY, AND IT HELD
002241*                     EVERY FEE-CHARGED OR INTEREST-EARNING
002242*                     ACCOUNT OUT OF THE YDRM001 DORMANCY SWEEP
002243*****************************************************************
002250**********************
002260 ENVIRONMENT DIVISION.
002270**********************
002610         ACCESS MODE IS DYNAMIC
002620         RECORD KEY IS BRW-KEY OF YXXX016-RECORD
002630         FILE STATUS IS WS-HSTV-STATUS.
002631     SELECT HOLDVSAM ASSIGN TO HOLDVS
002632         ORGANIZATION IS INDEXED
002633         ACCESS MODE IS DYNAMIC
002634         RECORD KEY IS HLD-KEY OF YXXX024-RECORD
002635         FILE STATUS IS WS-HOLD-STATUS.
002640     SELECT OPTIONAL SUSPIN ASSIGN TO SUSPIN
002650         ORGANIZATION IS SEQUENTIAL
002660         FILE STATUS IS WS-SUSPIN-STATUS.
002820     SELECT OPTIONAL PERDFILE ASSIGN TO PERDIN
002830         ORGANIZATION IS SEQUENTIAL
002840         FILE STATUS IS WS-PERD-STATUS.
002842     SELECT REGFILE  ASSIGN TO FEEDREG
002844         ORGANIZATION IS SEQUENTIAL
002846         FILE STATUS IS WS-FREG-STATUS.
002850     SELECT ACKFILE  ASSIGN TO ACKOUT
002860         ORGANIZATION IS SEQUENTIAL
002870         FILE STATUS IS WS-ACK-STATUS.
003320     RECORDING MODE IS F
003330     LABEL RECORDS ARE STANDARD.
003340     COPY YXXX016.
003342 FD  HOLDVSAM
003344     RECORDING MODE IS F
003346     LABEL RECORDS ARE STANDARD.
003348     COPY YXXX024.
003350 FD  SUSPIN
003360     RECORDING MODE IS F
003370     LABEL RECORDS ARE STANDARD.
003640     RECORDING MODE IS F
003650     LABEL RECORDS ARE STANDARD.
003660     COPY YXXX015.
003662 FD  REGFILE
003664     RECORDING MODE IS F
003666     LABEL RECORDS ARE STANDARD.
003668     COPY YXXX026.
003670 FD  ACKFILE
003680     RECORDING MODE IS F
003690     LABEL RECORDS ARE STANDARD.
003920     88  WS-MASTER-FOUND          VALUE 'Y'.
003930 77  WS-OVERDRAFT-SW          PIC X(01)   VALUE 'N'.
003940     88  WS-OVERDRAFT-BREACH      VALUE 'Y'.
003943 77  WS-HOLD-BREACH-SW        PIC X(01)   VALUE 'N'.
003946     88  WS-HOLD-BREACH           VALUE 'Y'.
003950*    WITH THE FEED SORTED INTO KEY ORDER, SAME-ACCOUNT DETAILS
003960*    ARRIVE BACK TO BACK - WS-MASTER-WORK IS KEPT AS A ONE-
003970*    RECORD CACHE SO THE REPEAT READS NEVER TOUCH THE KSDS
004120 77  WS-EXCP-STATUS           PIC X(02)   VALUE '00'.
004130 77  WS-HIST-STATUS           PIC X(02)   VALUE '00'.
004140 77  WS-HSTV-STATUS           PIC X(02)   VALUE '00'.
004145 77  WS-HOLD-STATUS           PIC X(02)   VALUE '00'.
004150 77  WS-SUSPIN-STATUS         PIC X(02)   VALUE '00'.
004160 77  WS-SUSPOUT-STATUS        PIC X(02)   VALUE '00'.
004170 77  WS-ADJ-STATUS            PIC X(02)   VALUE '00'.
004190 77  WS-RCNTIN-STATUS         PIC X(02)   VALUE '00'.
004200 77  WS-RCNTOUT-STATUS        PIC X(02)   VALUE '00'.
004210 77  WS-PERD-STATUS           PIC X(02)   VALUE '00'.
004215 77  WS-FREG-STATUS           PIC X(02)   VALUE '00'.
004220 77  WS-ACK-STATUS            PIC X(02)   VALUE '00'.
004230 77  WS-RNLG-STATUS           PIC X(02)   VALUE '00'.
004240*****************************************************************
004700         10  WS-FEED-SET-DATE     PIC 9(08).
004710         10  WS-FEED-RECEIVED     PIC 9(09) COMP-3.
004720         10  WS-FEED-POSTED       PIC 9(09) COMP-3.
004721         10  WS-FEED-REJECT       PIC 9(09) COMP-3.
004722         10  WS-FEED-DUPE         PIC 9(09) COMP-3.
004723         10  WS-FEED-SUSP         PIC 9(09) COMP-3.
004724         10  WS-FEED-REG-IX       PIC 9(03) COMP.
004725*****************************************************************
004726*    FEED-SENDER REGISTRY - THE YXXX026 CARDS, LOADED AT
004727*    1700-LOAD-FEED-REGISTRY.  EVERY FEED SET MUST FIND ITS
004728*    SENDER HERE (2122) AND THE SENDER'S ENTRY NUMBER RIDES THE
004729*    SET'S ACKNOWLEDGMENT ENTRY (WS-FEED-REG-IX), SO THE POSTING
004730*    PASS JUDGES EACH DETAIL AGAINST ITS OWN SENDER'S RULES -
004731*    SEE 2260-CHECK-SENDER-RULES
004732*****************************************************************
004733 77  WS-EOF-REG-SW            PIC X(01)   VALUE 'N'.
004734     88  WS-EOF-REG               VALUE 'Y'.
004735 77  WS-SENDER-BREACH-SW      PIC X(01)   VALUE 'N'.
004736     88  WS-SENDER-BREACH         VALUE 'Y'.
004737 77  WS-REG-LIMIT             PIC 9(03) COMP VALUE 020.
004738 77  WS-REG-COUNT             PIC 9(03) COMP VALUE ZERO.
004739 77  WS-REG-IX                PIC 9(03) COMP VALUE ZERO.
004740 77  WS-REG-HIT               PIC 9(03) COMP VALUE ZERO.
004741 77  WS-REG-SUB               PIC 9(03) COMP VALUE ZERO.
004742 77  WS-REG-MATCH             PIC 9(03) COMP VALUE ZERO.
004743 77  WS-REG-KEY               PIC X(08)   VALUE SPACES.
004744 77  WS-REG-ERROR-TEXT        PIC X(40)   VALUE SPACES.
004745 77  WS-RULE-AMOUNT           PIC 9(07)V99 COMP-3 VALUE ZERO.
004746 77  WS-SENDER-REJECT-COUNT   PIC 9(09) COMP-3 VALUE ZERO.
004747 01  WS-REG-TABLE.
004748     05  WS-REG-ENTRY OCCURS 20.
004749         10  WS-REG-FEED-ID       PIC X(08).
004750         10  WS-REG-SENDER-STATUS PIC X(01).
004751             88  WS-REG-SUSPENDED     VALUE 'S'.
004752         10  WS-REG-TRANS-CODE    PIC X(02) OCCURS 6.
004753         10  WS-REG-CURRENCY      PIC X(03) OCCURS 5.
004754         10  WS-REG-RECORD-CEILING PIC 9(07)V99 COMP-3.
004755         10  WS-REG-FILE-CEILING  PIC 9(13)V99 COMP-3.
004760*****************************************************************
004770*    ACCOUNTING-PERIOD CONTROLS - LOADED FROM THE YXXX015
004780*    RECORD AT 1600-LOAD-PERIOD-CONTROL.  A ZERO CUTOFF (NO
004810 77  WS-EOF-PERD-SW           PIC X(01)   VALUE 'N'.
004820     88  WS-EOF-PERD              VALUE 'Y'.
004830 77  WS-PRIOR-CUTOFF          PIC 9(08)   VALUE ZERO.
004831 77  WS-CURRENT-PERIOD        PIC 9(06)   VALUE ZERO.
004832 77  WS-PERIOD-REJECT-COUNT   PIC 9(09) COMP-3 VALUE ZERO.
004833*    YEAR-END LOCK - THE LAST YEAR CLOSED BY YYEC001 AND THE
004834*    FIRST POSTING DATE AFTER IT.  ZERO (NO YEAR ON THE PERIOD
004835*    RECORD) DISABLES THE CHECK
004836 77  WS-CLOSED-YEAR           PIC 9(04)   VALUE ZERO.
004837 77  WS-YEAR-CUTOFF           PIC 9(08)   VALUE ZERO.
004838 77  WS-PERIOD-YEAR           PIC 9(04)   VALUE ZERO.
004839 77  WS-PERIOD-MONTH-REM      PIC 9(02)   VALUE ZERO.
004840*****************************************************************
004841*    DORMANT-ACCOUNT CONTROL - POSTINGS REFUSED BECAUSE THE
004842*    ACCOUNT IS AT STATUS 'DM' (SEE 2500-UPDATE-MASTER)
004843*****************************************************************
004844 77  WS-DORMANT-REJECT-COUNT  PIC 9(09) COMP-3 VALUE ZERO.
004845*****************************************************************
004846*    ACCOUNT-HOLD CONTROL - THE SUM OF THE ACTIVE HOLDS FOR THE
004847*    LAST ACCOUNT LOOKED UP (SEE 2518-SUM-HOLDS).  THE HOLD FILE
004848*    IS INPUT ONLY TO THIS STEP, SO THE FIGURE STANDS FOR THE
004849*    WHOLE RUN AND SAME-ACCOUNT DETAILS DO NOT RE-BROWSE IT
004850*****************************************************************
004851 77  WS-EOF-HOLD-SW           PIC X(01)   VALUE 'N'.
004852     88  WS-EOF-HOLD              VALUE 'Y'.
004853 77  WS-HOLD-ACCOUNT          PIC X(10)   VALUE LOW-VALUES.
004854 77  WS-HOLD-TOTAL            PIC S9(09)V99 COMP-3 VALUE ZERO.
004855 77  WS-HOLD-REJECT-COUNT     PIC 9(09) COMP-3 VALUE ZERO.
004860*****************************************************************
004870*    SUSPENSE RE-DRIVE CONTROLS - LAST NIGHT'S OPEN ITEMS ARE
004880*    RE-APPLIED AT THE START OF EACH RUN; AN ITEM STILL
005030*    AT THE AGE LIMIT ROLLS OFF THE NEXT LOAD.  A FEED DETAIL
005040*    MATCHING AN ENTRY ON RECORD ID, TRANSACTION DATE AND
005050*    AMOUNT TEXT IS A SUSPECTED RETRANSMISSION - IT IS
005055*    REPORTED 'EX'/'DUPE' AND NEVER POSTED.  THE DIRECTION
005060*    ('D' FOR A 'DB' DEBIT) IS PART OF THE KEY - A DEBIT NEVER
005065*    MATCHES A CREDIT OF THE SAME AMOUNT
005070*****************************************************************
005080 77  WS-EOF-RCNT-SW           PIC X(01)   VALUE 'N'.
005090     88  WS-EOF-RCNT              VALUE 'Y'.
005110 77  WS-DUPE-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
005120*****************************************************************
005130*    THE BASE TABLE HOLDS THE ROLLING FILE IN (ID, DATE,
005136*    AMOUNT TEXT, DIRECTION) KEY ORDER - THE PROMRC PROMOTE
005142*    IN MYPGMJ
005150*    SORTS IT - AND IS SEARCHED WITH A BINARY SEARCH ALL.
005160*    1450 PROVES THE ORDER AS IT LOADS.  TONIGHT'S OWN
005170*    POSTINGS GO TO THE SEPARATE WS-TONITE TABLE, SCANNED
005210 77  WS-RECENT-COUNT          PIC 9(06) COMP VALUE ZERO.
005220 77  WS-RECENT-IX             PIC 9(06) COMP VALUE ZERO.
005230 77  WS-RECENT-HIT            PIC 9(05) COMP VALUE ZERO.
005240 77  WS-PREV-RECENT-KEY       PIC X(29)   VALUE LOW-VALUES.
005250 01  WS-DUPE-KEY.
005260     05  WS-DUPE-KEY-ID           PIC X(10).
005270     05  WS-DUPE-KEY-DATE         PIC 9(08).
005280     05  WS-DUPE-KEY-AMOUNT       PIC X(10).
005285     05  WS-DUPE-KEY-DIRECTION    PIC X(01).
005290 01  WS-RECENT-TABLE.
005300     05  WS-RECENT-ENTRY OCCURS 1 TO 100000 TIMES
005310             DEPENDING ON WS-RECENT-COUNT
005350             15  WS-RECENT-ID     PIC X(10).
005360             15  WS-RECENT-DATE   PIC 9(08).
005370             15  WS-RECENT-AMOUNT PIC X(10).
005375             15  WS-RECENT-DIRECTION PIC X(01).
005380         10  WS-RECENT-POSTED     PIC 9(08).
005390         10  WS-RECENT-AGE        PIC 9(03).
005400 77  WS-TONITE-LIMIT          PIC 9(05) COMP VALUE 25000.
005450         10  WS-TONITE-ID         PIC X(10).
005460         10  WS-TONITE-DATE       PIC 9(08).
005470         10  WS-TONITE-AMOUNT     PIC X(10).
005475         10  WS-TONITE-DIRECTION  PIC X(01).
005480*****************************************************************
005490*    ONLINE ADJUSTMENT FOLD-IN CONTROLS - SEE 7000-APPLY-
005500*    ADJUSTMENTS - AND THE TIME FIELD FOR THE MASTER AUDIT
006240 01  WS-SUM-PERD-LINE.
006250     05  FILLER PIC X(30) VALUE 'CLOSED-PERIOD REJECTS......'.
006260     05  WS-SUM-PERD-COUNT       PIC ZZZ.ZZZ.ZZ9.
006261     05  FILLER                  PIC X(39) VALUE SPACES.
006262 01  WS-SUM-DORM-LINE.
006263     05  FILLER PIC X(30) VALUE 'DORMANT-ACCOUNT REJECTS....'.
006264     05  WS-SUM-DORM-COUNT       PIC ZZZ.ZZZ.ZZ9.
006265     05  FILLER                  PIC X(39) VALUE SPACES.
006266 01  WS-SUM-HOLD-LINE.
006267     05  FILLER PIC X(30) VALUE 'HELD-FUNDS REJECTS.........'.
006268     05  WS-SUM-HOLD-COUNT       PIC ZZZ.ZZZ.ZZ9.
006269     05  FILLER                  PIC X(39) VALUE SPACES.
006270 01  WS-SUM-SNDR-LINE.
006271     05  FILLER PIC X(30) VALUE 'SENDER-RULE REJECTS........'.
006272     05  WS-SUM-SNDR-COUNT       PIC ZZZ.ZZZ.ZZ9.
006273     05  FILLER                  PIC X(39) VALUE SPACES.
006280 01  WS-SUM-SUSP-POST-LINE.
006290     05  FILLER PIC X(30) VALUE 'SUSPENSE ITEMS POSTED......'.
006300     05  WS-SUM-SUSP-POST-COUNT  PIC ZZZ.ZZZ.ZZ9.
006880 01  WS-OVERDRAFT-FIELDS.
006890     05  WS-PROJECTED-BALANCE     PIC S9(09)V99 COMP-3.
006900     05  WS-OD-FLOOR              PIC S9(09)V99 COMP-3.
006905     05  WS-AVAILABLE-BALANCE     PIC S9(09)V99 COMP-3.
006910**********************
006920 LINKAGE SECTION.
006930**********************
007290     PERFORM 1050-DETERMINE-RUN-MODE THRU 1050-EXIT.
007300     PERFORM 1300-LOAD-RATE-TABLE THRU 1300-EXIT.
007310     PERFORM 1600-LOAD-PERIOD-CONTROL THRU 1600-EXIT.
007315     PERFORM 1700-LOAD-FEED-REGISTRY THRU 1700-EXIT.
007320*    A FULL REBUILD REPLAYS THE WHOLE EXTRACT - CHECKING IT
007330*    AGAINST THE ROLLING FILE WOULD FLAG EVERY RECENTLY POSTED
007340*    ACCOUNT AS A DUPLICATE AND DROP IT FROM THE REBUILT
008260     IF WS-HSTV-STATUS NOT = '00'
008270         MOVE 'HISTVSAM' TO WS-ERROR-FILE-ID
008280         MOVE WS-HSTV-STATUS TO WS-ERROR-STATUS
008281         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
008282     END-IF.
008283     OPEN INPUT HOLDVSAM.
008284     IF WS-HOLD-STATUS NOT = '00'
008285         MOVE 'HOLDVSAM' TO WS-ERROR-FILE-ID
008286         MOVE WS-HOLD-STATUS TO WS-ERROR-STATUS
008290         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
008300     END-IF.
008310     IF WS-RESTART-RUN
010040         MOVE WS-RCNTIN-STATUS TO WS-ERROR-STATUS
010050         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
010060     END-IF.
010068*    THE FILE MUST ARRIVE IN (ID, DATE, AMOUNT TEXT,
010076*    DIRECTION) ORDER - THE PROMRC PROMOTE SORTS IT - OR THE
010084*    BINARY SEARCH WOULD MISS DUPLICATES SILENTLY.  PROVE THE
010092*    ORDER AS WE LOAD
010100     MOVE RCT-RECORD-ID OF RCNTIN-RECORD TO WS-DUPE-KEY-ID.
010110     MOVE RCT-TRANS-DATE OF RCNTIN-RECORD TO WS-DUPE-KEY-DATE.
010120     MOVE RCT-AMOUNT-TEXT OF RCNTIN-RECORD
010130         TO WS-DUPE-KEY-AMOUNT.
010133     MOVE RCT-DIRECTION OF RCNTIN-RECORD
010136         TO WS-DUPE-KEY-DIRECTION.
010140     IF WS-DUPE-KEY LESS THAN WS-PREV-RECENT-KEY
010150         DISPLAY 'MYPGM0021E RECENT FILE NOT IN KEY ORDER - '
010160             'SORT PROD.MYPGM.RECENT AND RERUN'
010350         TO WS-RECENT-DATE (WS-RECENT-COUNT).
010360     MOVE RCT-AMOUNT-TEXT OF RCNTIN-RECORD
010370         TO WS-RECENT-AMOUNT (WS-RECENT-COUNT).
010373     MOVE RCT-DIRECTION OF RCNTIN-RECORD
010376         TO WS-RECENT-DIRECTION (WS-RECENT-COUNT).
010380     MOVE RCT-POSTED-DATE OF RCNTIN-RECORD
010390         TO WS-RECENT-POSTED (WS-RECENT-COUNT).
010400     ADD 1 TO RCT-RUN-AGE OF RCNTIN-RECORD
010510*    THE ONLY PASS THAT READS THE RAW CONCATENATION - THE
010520*    POSTING PASS READS TRANSRT, THE SORTED DETAIL FILE THE
010530*    SORTTRN STEP CUT FROM THE SAME CONCATENATION, AND PROVES
010534*    ITS DETAIL COUNT AGAINST THE GRAND COUNT TAKEN HERE.
010538*    A SET FROM A SENDER THE FEED REGISTRY DOES NOT KNOW, OR
010542*    HAS SUSPENDED, OR WHOSE TOTAL IS OVER THE SENDER'S FILE
010546*    CEILING IS REFUSED HERE THE SAME WAY (2122/2130)
010550*****************************************************************
010560 1500-PREVALIDATE-FEED.
010570     PERFORM 1550-PREVALIDATE-RECORD THRU 1550-EXIT
011630     MOVE PRD-CURRENT-PERIOD TO WS-CURRENT-PERIOD.
011640     MOVE PRD-PRIOR-CUTOFF TO WS-PRIOR-CUTOFF.
011650     DISPLAY 'MYPGM0018I OPEN PERIOD ' WS-CURRENT-PERIOD
011651         ' - DETAILS DATED BEFORE ' WS-PRIOR-CUTOFF
011652         ' WILL NOT POST'.
011653*    THE YEAR-END LOCK.  AN OPEN PERIOD MORE THAN A YEAR PAST
011654*    THE LAST YEAR CLOSED MEANS YCLS001 HAS ROLLED OUT OF A
011655*    DECEMBER WHOSE YEAR YYEC001 NEVER CLOSED - POSTING NOW
011656*    WOULD MIX TWO YEARS IN THE YEAR-TO-DATE ACCUMULATORS
011657     IF PRD-CLOSED-YEAR NUMERIC
011658         AND PRD-CLOSED-YEAR NOT = ZERO
011659         MOVE PRD-CLOSED-YEAR TO WS-CLOSED-YEAR
011660         COMPUTE WS-YEAR-CUTOFF =
011661             ((WS-CLOSED-YEAR + 1) * 10000) + 101
011662         DIVIDE WS-CURRENT-PERIOD BY 100 GIVING WS-PERIOD-YEAR
011663             REMAINDER WS-PERIOD-MONTH-REM
011664         IF WS-PERIOD-YEAR GREATER THAN WS-CLOSED-YEAR + 1
011665             CLOSE PERDFILE
011666             MOVE 'PRIOR YEAR NOT CLOSED - RUN YYEC001J'
011667                 TO WS-CTL-ERROR-TEXT
011668             PERFORM 9910-CONTROL-ERROR THRU 9910-EXIT
011669         END-IF
011670         DISPLAY 'MYPGM0029I YEAR ' WS-CLOSED-YEAR
011671             ' IS CLOSED - DETAILS DATED BEFORE ' WS-YEAR-CUTOFF
011672             ' WILL NOT POST'
011673     ELSE
011674         DISPLAY 'MYPGM0029I NO YEAR CLOSED ON THE PERIOD '
011675             'RECORD - CLOSED-YEAR CHECKING IS OFF'
011676     END-IF.
011680     CLOSE PERDFILE.
011690 1600-EXIT.
011691     EXIT.
011692*****************************************************************
011693*    1700-LOAD-FEED-REGISTRY - LOAD THE YXXX026 FEED-SENDER
011694*    REGISTRY.  THE FILE IS REQUIRED - WITHOUT IT NO SENDER CAN
011695*    BE JUDGED, SO A MISSING DD ENDS THE RUN LIKE A MISSING RATE
011696*    FILE.  A DAMAGED CARD STOPS THE RUN TOO (1760) - JUDGING A
011697*    NIGHT'S FEEDS AGAINST HALF A REGISTRY IS WORSE THAN POSTING
011698*    LATE
011699*****************************************************************
011700 1700-LOAD-FEED-REGISTRY.
011701     OPEN INPUT REGFILE.
011702     IF WS-FREG-STATUS NOT = '00'
011703         MOVE 'REGFILE' TO WS-ERROR-FILE-ID
011704         MOVE WS-FREG-STATUS TO WS-ERROR-STATUS
011705         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
011706     END-IF.
011707     PERFORM 1750-LOAD-ONE-SENDER THRU 1750-EXIT
011708         UNTIL WS-EOF-REG.
011709     CLOSE REGFILE.
011710     DISPLAY 'MYPGM0025I ' WS-REG-COUNT
011711         ' FEED SENDERS ON THE FEED REGISTRY'.
011712 1700-EXIT.
011713     EXIT.
011714*****************************************************************
011715*    1750-LOAD-ONE-SENDER - READ, VALIDATE AND TABLE ONE
011716*    REGISTRY CARD
011717*****************************************************************
011718 1750-LOAD-ONE-SENDER.
011719     READ REGFILE
011720         AT END
011721             MOVE 'Y' TO WS-EOF-REG-SW
011722             GO TO 1750-EXIT
011723     END-READ.
011724     IF WS-FREG-STATUS NOT = '00'
011725         MOVE 'REGFILE' TO WS-ERROR-FILE-ID
011726         MOVE WS-FREG-STATUS TO WS-ERROR-STATUS
011727         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
011728     END-IF.
011729     IF REG-FEED-ID = SPACES
011730         MOVE 'CARD CARRIES NO FEED ID'
011731             TO WS-REG-ERROR-TEXT
011732         PERFORM 1760-REGISTRY-CARD-ERROR THRU 1760-EXIT
011733     END-IF.
011734     IF NOT REG-STATUS-ACTIVE AND NOT REG-STATUS-SUSPENDED
011735         MOVE 'STATUS MUST BE A OR S'
011736             TO WS-REG-ERROR-TEXT
011737         PERFORM 1760-REGISTRY-CARD-ERROR THRU 1760-EXIT
011738     END-IF.
011739     IF NOT REG-SCHED-DAYS AND NOT REG-SCHED-MONTH-END
011740         AND NOT REG-SCHED-ON-REQUEST
011741         MOVE 'SCHEDULE MUST BE D, M OR R'
011742             TO WS-REG-ERROR-TEXT
011743         PERFORM 1760-REGISTRY-CARD-ERROR THRU 1760-EXIT
011744     END-IF.
011745     IF REG-RECORD-CEILING NOT NUMERIC
011746         OR REG-FILE-CEILING NOT NUMERIC
011747         MOVE 'CEILING IS NOT NUMERIC'
011748             TO WS-REG-ERROR-TEXT
011749         PERFORM 1760-REGISTRY-CARD-ERROR THRU 1760-EXIT
011750     END-IF.
011751     IF REG-TRANS-CODE (1) = SPACES
011752         MOVE 'NO PERMITTED TRANSACTION CODE'
011753             TO WS-REG-ERROR-TEXT
011754         PERFORM 1760-REGISTRY-CARD-ERROR THRU 1760-EXIT
011755     END-IF.
011756     IF REG-CURRENCY (1) = SPACES
011757         MOVE 'NO PERMITTED CURRENCY'
011758             TO WS-REG-ERROR-TEXT
011759         PERFORM 1760-REGISTRY-CARD-ERROR THRU 1760-EXIT
011760     END-IF.
011761     MOVE REG-FEED-ID TO WS-REG-KEY.
011762     MOVE ZERO TO WS-REG-HIT.
011763     PERFORM 1770-MATCH-SENDER THRU 1770-EXIT
011764         VARYING WS-REG-IX FROM 1 BY 1
011765         UNTIL WS-REG-IX GREATER THAN WS-REG-COUNT
011766             OR WS-REG-HIT NOT = ZERO.
011767     IF WS-REG-HIT NOT = ZERO
011768         MOVE 'FEED ID IS REGISTERED TWICE'
011769             TO WS-REG-ERROR-TEXT
011770         PERFORM 1760-REGISTRY-CARD-ERROR THRU 1760-EXIT
011771     END-IF.
011772     IF WS-REG-COUNT = WS-REG-LIMIT
011773         DISPLAY 'MYPGM0023E MORE THAN 20 FEED REGISTRY CARDS - '
011774             'RAISE WS-REG-LIMIT AND RERUN'
011775         MOVE 16 TO RETURN-CODE
011776         GO TO 9999-ABEND-EXIT
011777     END-IF.
011778     ADD 1 TO WS-REG-COUNT.
011779     MOVE REG-FEED-ID TO WS-REG-FEED-ID (WS-REG-COUNT).
011780     MOVE REG-STATUS TO WS-REG-SENDER-STATUS (WS-REG-COUNT).
011781     PERFORM 1780-TABLE-SENDER-CODE THRU 1780-EXIT
011782         VARYING WS-REG-SUB FROM 1 BY 1
011783         UNTIL WS-REG-SUB GREATER THAN 6.
011784     PERFORM 1790-TABLE-SENDER-CCY THRU 1790-EXIT
011785         VARYING WS-REG-SUB FROM 1 BY 1
011786         UNTIL WS-REG-SUB GREATER THAN 5.
011787     MOVE REG-RECORD-CEILING
011788         TO WS-REG-RECORD-CEILING (WS-REG-COUNT).
011789     MOVE REG-FILE-CEILING TO WS-REG-FILE-CEILING (WS-REG-COUNT).
011790 1750-EXIT.
011791     EXIT.
011792*****************************************************************
011793*    1760-REGISTRY-CARD-ERROR - A REGISTRY CARD FAILED ITS EDIT.
011794*    OPERATOR MESSAGE, RC=16, AND OUT - THE SAME TREATMENT AS A
011795*    BAD RATE CARD
011796*****************************************************************
011797 1760-REGISTRY-CARD-ERROR.
011798     DISPLAY 'MYPGM0024E FEED REGISTRY CARD ' REG-FEED-ID
011799         ' - ' WS-REG-ERROR-TEXT.
011800     DISPLAY 'MYPGM0002E RUN TERMINATED - NOTIFY OPERATIONS'.
011801     MOVE 16 TO RETURN-CODE.
011802     GO TO 9999-ABEND-EXIT.
011803 1760-EXIT.
011804     EXIT.
011805*****************************************************************
011806*    1770-MATCH-SENDER - IS WS-REG-KEY ON THE REGISTRY TABLE?
011807*    SHARED BY THE LOAD (DUPLICATE CARDS) AND 2122 (HEADERS)
011808*****************************************************************
011809 1770-MATCH-SENDER.
011810     IF WS-REG-FEED-ID (WS-REG-IX) = WS-REG-KEY
011811         MOVE WS-REG-IX TO WS-REG-HIT
011812     END-IF.
011813 1770-EXIT.
011814     EXIT.
011815 1780-TABLE-SENDER-CODE.
011816     MOVE REG-TRANS-CODE (WS-REG-SUB)
011817         TO WS-REG-TRANS-CODE (WS-REG-COUNT, WS-REG-SUB).
011818 1780-EXIT.
011819     EXIT.
011820 1790-TABLE-SENDER-CCY.
011821     MOVE REG-CURRENCY (WS-REG-SUB)
011822         TO WS-REG-CURRENCY (WS-REG-COUNT, WS-REG-SUB).
011823 1790-EXIT.
011824     EXIT.
011825*****************************************************************
011826*    2000-PROCESS-TRANSACTION - APPLY ONE TRANSACTION AGAINST
011827*    THE MASTER, WRITE THE RESULT RECORD, AND TAKE A CHECKPOINT
011828*    EVERY WS-CHECKPOINT-INTERVAL TRANSACTIONS
011829*****************************************************************
011830 2000-PROCESS-TRANSACTION.
011831     PERFORM 2200-EDIT-TRANSACTION THRU 2200-EXIT.
011832     IF WS-EDIT-ERROR
011833         PERFORM 2250-WRITE-EXCEPTION THRU 2250-EXIT
011834         ADD 1 TO WS-FEED-REJECT (WS-FEED-CUR)
011835     ELSE
011836         PERFORM 2400-CONVERT-AMOUNT THRU 2400-EXIT
011837*        SENDER RULES - A CODE, CURRENCY OR AMOUNT THE FEED
011838*        REGISTRY DOES NOT ALLOW THIS SENDER NEVER POSTS.
011839*        LIKE AN 'OVLM' IT GOES TO EXCPFILE AS WELL AS THE
011840*        YXXX003 OUTPUT
011841         PERFORM 2260-CHECK-SENDER-RULES THRU 2260-EXIT
011842         IF WS-SENDER-BREACH
011843             MOVE 'EX' TO WS-OUTPUT-CATEGORY
011844             ADD 1 TO WS-SENDER-REJECT-COUNT
011845             ADD 1 TO WS-FEED-REJECT (WS-FEED-CUR)
011846             PERFORM 2250-WRITE-EXCEPTION THRU 2250-EXIT
011847             PERFORM 2600-WRITE-OUTPUT THRU 2600-EXIT
011848             GO TO 2000-NEXT
011849         END-IF
011850*        CLOSED-PERIOD CONTROL - A DETAIL DATED BEFORE THE
011851*        CUTOFF MUST NOT MOVE A MONTH ALREADY REPORTED, NOR
011852*        ONE DATED INTO A YEAR YYEC001 HAS CLOSED
011853         IF (WS-PRIOR-CUTOFF NOT = ZERO
011854             AND TRX-TRANS-DATE LESS THAN WS-PRIOR-CUTOFF)
011855             OR (WS-YEAR-CUTOFF NOT = ZERO
011856             AND TRX-TRANS-DATE LESS THAN WS-YEAR-CUTOFF)
011870             MOVE 'PD' TO WS-OUTPUT-CATEGORY
011872             IF WS-YEAR-CUTOFF NOT = ZERO
011874                 AND TRX-TRANS-DATE LESS THAN WS-YEAR-CUTOFF
011876                 MOVE 'CLSY' TO WS-OUTPUT-REASON
011878             ELSE
011880                 MOVE 'CLSD' TO WS-OUTPUT-REASON
011882             END-IF
011890             ADD 1 TO WS-PERIOD-REJECT-COUNT
011900             ADD 1 TO WS-FEED-REJECT (WS-FEED-CUR)
011910             PERFORM 2600-WRITE-OUTPUT THRU 2600-EXIT
012160             END-IF
012170         END-IF
012180     END-IF.
012185 2000-NEXT.
012190     DIVIDE WS-TRANS-READ-COUNT BY WS-CHECKPOINT-INTERVAL
012200         GIVING WS-CKPT-QUOTIENT
012210         REMAINDER WS-CKPT-REMAINDER.
013050     END-IF.
013060     MOVE 'Y' TO WS-HEADER-SEEN-SW.
013070     DISPLAY 'MYPGM0005I FEED ' CTL-FEED-ID
013071         ' HEADER DATE VERIFIED'.
013072     PERFORM 2122-CHECK-REGISTRY THRU 2122-EXIT.
013073     PERFORM 2125-OPEN-FEED-SET THRU 2125-EXIT.
013074 2120-EXIT.
013075     EXIT.
013076*****************************************************************
013077*    2122-CHECK-REGISTRY - THE HEADER'S FEED ID MUST BELONG TO
013078*    A SENDER ON THE FEED REGISTRY, AND THAT SENDER MUST NOT BE
013079*    SUSPENDED.  EITHER WAY THE SET IS REFUSED HERE, ON THE
013080*    PREVALIDATION PASS, SO NOTHING OF TONIGHT'S FEED POSTS -
013081*    TAKE THE FILE OUT OF THE CONCATENATION (OR CORRECT THE
013082*    REGISTRY) AND RERUN.  WS-REG-HIT COMES BACK AS THE
013083*    SENDER'S ENTRY FOR 2125 TO RECORD ON THE SET
013084*****************************************************************
013085 2122-CHECK-REGISTRY.
013086     MOVE CTL-FEED-ID TO WS-REG-KEY.
013087     MOVE ZERO TO WS-REG-HIT.
013088     PERFORM 1770-MATCH-SENDER THRU 1770-EXIT
013089         VARYING WS-REG-IX FROM 1 BY 1
013090         UNTIL WS-REG-IX GREATER THAN WS-REG-COUNT
013091             OR WS-REG-HIT NOT = ZERO.
013092     IF WS-REG-HIT = ZERO
013093         DISPLAY 'MYPGM0026E FEED ' CTL-FEED-ID
013094             ' HAS NO FEED REGISTRY CARD'
013095         MOVE 'FEED SENDER IS NOT ON THE FEED REGISTRY'
013096             TO WS-CTL-ERROR-TEXT
013097         PERFORM 9910-CONTROL-ERROR THRU 9910-EXIT
013098     END-IF.
013099     IF WS-REG-SUSPENDED (WS-REG-HIT)
013100         DISPLAY 'MYPGM0027E FEED ' CTL-FEED-ID
013101             ' IS SUSPENDED ON THE FEED REGISTRY'
013102         MOVE 'FEED SENDER IS SUSPENDED ON THE REGISTRY'
013103             TO WS-CTL-ERROR-TEXT
013104         PERFORM 9910-CONTROL-ERROR THRU 9910-EXIT
013105     END-IF.
013106 2122-EXIT.
013110     EXIT.
013120*****************************************************************
013130*    2125-OPEN-FEED-SET - FIND OR ADD THE ACKNOWLEDGMENT TABLE
013390     MOVE ZERO TO WS-FEED-REJECT (WS-FEED-CUR).
013400     MOVE ZERO TO WS-FEED-DUPE (WS-FEED-CUR).
013410     MOVE ZERO TO WS-FEED-SUSP (WS-FEED-CUR).
013415     MOVE WS-REG-HIT TO WS-FEED-REG-IX (WS-FEED-CUR).
013420 2125-EXIT.
013430     EXIT.
013440 2126-MATCH-FEED-SET.
013810         PERFORM 9910-CONTROL-ERROR THRU 9910-EXIT
013820     END-IF.
013830     DISPLAY 'MYPGM0006I FEED TRAILER BALANCED - COUNT AND '
013831         'HASH AGREE'.
013832     MOVE WS-FEED-REG-IX (WS-FEED-CUR) TO WS-REG-HIT.
013833     IF WS-REG-FILE-CEILING (WS-REG-HIT) NOT = ZERO
013834         AND CTL-HASH-TOTAL GREATER THAN
013835             WS-REG-FILE-CEILING (WS-REG-HIT)
013836         DISPLAY 'MYPGM0028E FEED ' CTL-FEED-ID ' HASH '
013837             CTL-HASH-TOTAL ' REGISTRY CEILING '
013838             WS-REG-FILE-CEILING (WS-REG-HIT)
013839         MOVE 'FEED SET TOTAL OVER ITS REGISTRY CEILING'
013840             TO WS-CTL-ERROR-TEXT
013841         PERFORM 9910-CONTROL-ERROR THRU 9910-EXIT
013842     END-IF.
013850 2130-EXIT.
013860     EXIT.
013870*****************************************************************
014120     EXIT.
014130*****************************************************************
014140*    2145-COUNT-HASH-DETAIL - FOLD ONE DETAIL INTO THE FEED
014144*    BALANCING TOTALS ON THE PREVALIDATION PASS (1560).  THE
014148*    HASH IS THE UNSIGNED AMOUNT TEXT AS THE SENDER CUT IT - A
014152*    'DB' DETAIL ADDS TO IT LIKE A 'CH', WHATEVER ITS LEDGER
014156*    DIRECTION
014160*****************************************************************
014170 2145-COUNT-HASH-DETAIL.
014180     ADD 1 TO WS-FEED-DETAIL-COUNT.
015030*    THE SMALL WS-TONITE TABLE AND ARE SCANNED SERIALLY.  A
015040*    HIT LEAVES WS-RECENT-HIT NON-ZERO AND THE CALLER ROUTES
015050*    THE RECORD 'EX'/'DUPE' INSTEAD OF POSTING IT A SECOND
015055*    TIME.  THE KEY ALSO CARRIES THE DIRECTION ('D' FOR A
015060*    'DB'), SO A DEBIT NEVER MATCHES A CREDIT OF THE SAME
015065*    AMOUNT
015070*****************************************************************
015080 2230-CHECK-DUPLICATE.
015090     MOVE ZERO TO WS-RECENT-HIT.
015100     MOVE TRX-RECORD-ID TO WS-DUPE-KEY-ID.
015110     MOVE TRX-TRANS-DATE TO WS-DUPE-KEY-DATE.
015120     MOVE TRX-AMOUNT-TEXT TO WS-DUPE-KEY-AMOUNT.
015122     MOVE SPACE TO WS-DUPE-KEY-DIRECTION.
015124     IF TRX-CODE-DEBIT
015126         MOVE 'D' TO WS-DUPE-KEY-DIRECTION
015128     END-IF.
015130     IF WS-RECENT-COUNT NOT = ZERO
015140         SEARCH ALL WS-RECENT-ENTRY
015150             WHEN WS-RECENT-KEY (WS-RECENT-NDX) = WS-DUPE-KEY
015280     IF WS-TONITE-ID (WS-TONITE-IX) = TRX-RECORD-ID
015290         AND WS-TONITE-DATE (WS-TONITE-IX) = TRX-TRANS-DATE
015300         AND WS-TONITE-AMOUNT (WS-TONITE-IX) = TRX-AMOUNT-TEXT
015303         AND WS-TONITE-DIRECTION (WS-TONITE-IX)
015306             = WS-DUPE-KEY-DIRECTION
015310         MOVE WS-TONITE-IX TO WS-RECENT-HIT
015320     END-IF.
015330 2245-EXIT.
015400     MOVE YXXX001-RECORD TO EXCP-RECORD.
015410     WRITE EXCP-RECORD.
015420     IF WS-EXCP-STATUS NOT = '00'
015421         MOVE 'EXCPFILE' TO WS-ERROR-FILE-ID
015422         MOVE WS-EXCP-STATUS TO WS-ERROR-STATUS
015423         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
015424     END-IF.
015425     ADD 1 TO WS-EXCP-COUNT.
015426 2250-EXIT.
015427     EXIT.
015428*****************************************************************
015429*    2260-CHECK-SENDER-RULES - JUDGE THE DETAIL IN HAND AGAINST
015430*    ITS SENDER'S REGISTRY CARD (THE SET'S WS-FEED-REG-IX):
015431*    THE TRANSACTION CODE AND THE CURRENCY (BLANK ALREADY MADE
015432*    THE LEDGER CURRENCY BY 2210) MUST BE ON THE CARD'S LISTS,
015433*    AND THE AMOUNT AS SENT MUST NOT BE OVER THE RECORD
015434*    CEILING.  A BREACH SETS WS-SENDER-BREACH AND THE REASON -
015435*    'FCOD', 'FCCY' OR 'FLIM' - FOR THE CALLER TO REPORT
015436*****************************************************************
015437 2260-CHECK-SENDER-RULES.
015438     MOVE 'N' TO WS-SENDER-BREACH-SW.
015439     MOVE WS-FEED-REG-IX (WS-FEED-CUR) TO WS-REG-HIT.
015440     MOVE ZERO TO WS-REG-MATCH.
015441     PERFORM 2262-MATCH-SENDER-CODE THRU 2262-EXIT
015442         VARYING WS-REG-SUB FROM 1 BY 1
015443         UNTIL WS-REG-SUB GREATER THAN 6
015444             OR WS-REG-MATCH NOT = ZERO.
015445     IF WS-REG-MATCH = ZERO
015446         MOVE 'Y' TO WS-SENDER-BREACH-SW
015447         MOVE 'FCOD' TO WS-OUTPUT-REASON
015448         GO TO 2260-EXIT
015449     END-IF.
015450     MOVE ZERO TO WS-REG-MATCH.
015451     PERFORM 2264-MATCH-SENDER-CCY THRU 2264-EXIT
015452         VARYING WS-REG-SUB FROM 1 BY 1
015453         UNTIL WS-REG-SUB GREATER THAN 5
015454             OR WS-REG-MATCH NOT = ZERO.
015455     IF WS-REG-MATCH = ZERO
015456         MOVE 'Y' TO WS-SENDER-BREACH-SW
015457         MOVE 'FCCY' TO WS-OUTPUT-REASON
015458         GO TO 2260-EXIT
015459     END-IF.
015460     IF WS-REG-RECORD-CEILING (WS-REG-HIT) = ZERO
015461         GO TO 2260-EXIT
015462     END-IF.
015463     COMPUTE WS-RULE-AMOUNT =
015464         WS-TRX-AMOUNT-INT + (WS-TRX-AMOUNT-DEC / 100).
015465     IF WS-RULE-AMOUNT GREATER THAN
015466         WS-REG-RECORD-CEILING (WS-REG-HIT)
015467         MOVE 'Y' TO WS-SENDER-BREACH-SW
015468         MOVE 'FLIM' TO WS-OUTPUT-REASON
015469     END-IF.
015470 2260-EXIT.
015471     EXIT.
015472 2262-MATCH-SENDER-CODE.
015473     IF WS-REG-TRANS-CODE (WS-REG-HIT, WS-REG-SUB)
015474         = TRX-TRANS-CODE
015475         AND TRX-TRANS-CODE NOT = SPACES
015476         MOVE WS-REG-SUB TO WS-REG-MATCH
015477     END-IF.
015478 2262-EXIT.
015479     EXIT.
015480 2264-MATCH-SENDER-CCY.
015481     IF WS-REG-CURRENCY (WS-REG-HIT, WS-REG-SUB)
015482         = WS-WORK-CURRENCY
015483         MOVE WS-REG-SUB TO WS-REG-MATCH
015484     END-IF.
015485 2264-EXIT.
015490     EXIT.
015500*****************************************************************
015510*    2300-FIND-MASTER - LOCATE THE MASTER RECORD FOR THE
015860*    2400-CONVERT-AMOUNT - BUILD A NUMERIC AMOUNT FROM THE
015870*    DISPLAY TEXT ON THE TRANSACTION RECORD AND CONVERT IT TO
015880*    THE LEDGER CURRENCY AT THE DAY'S RATE.  THE FEED-CURRENCY
015883*    AMOUNT IS KEPT FOR THE PER-CURRENCY SUMMARY BREAKDOWN.
015886*    A 'DB' ARRIVES UNSIGNED - THE CODE CARRIES THE DIRECTION -
015889*    AND IS NEGATED HERE, SO FROM THIS POINT ON BOTH AMOUNTS
015892*    ARE THE SIGNED LEDGER EFFECT AND THE OVERDRAFT CHECK, THE
015895*    POSTING AND EVERY TOTAL TREAT IT LIKE ANY OTHER MOVEMENT
015900*****************************************************************
015910 2400-CONVERT-AMOUNT.
015920     MOVE TRX-AMOUNT-INT-TEXT TO WS-TRX-AMOUNT-INT.
015930     MOVE TRX-AMOUNT-DEC-TEXT TO WS-TRX-AMOUNT-DEC.
015940     COMPUTE WS-TRX-AMOUNT-ORIG =
015950         WS-TRX-AMOUNT-INT + (WS-TRX-AMOUNT-DEC / 100).
015952     IF TRX-CODE-DEBIT
015954         COMPUTE WS-TRX-AMOUNT-ORIG = ZERO - WS-TRX-AMOUNT-ORIG
015956     END-IF.
015960     PERFORM 2210-FIND-RATE THRU 2210-EXIT.
015970     COMPUTE WS-TRX-AMOUNT-NUM ROUNDED =
015980         WS-TRX-AMOUNT-ORIG * WS-RATE-VALUE (WS-RATE-HIT).
016010*****************************************************************
016020*    2500-UPDATE-MASTER - APPLY THE TRANSACTION TO THE MASTER
016030*    RECORD ACCORDING TO ITS TRANSACTION CODE (ADD/CHANGE/
016040*    DEBIT/DELETE) AND SET WS-OUTPUT-CATEGORY/WS-OUTPUT-REASON FOR
016050*    2600-WRITE-OUTPUT TO REPORT.  THE UPDATED MASTFILE KSDS
016060*    RECORD IS THERE FOR THE NEXT LOOKUP - INCLUDING THE ONLINE
016064*    INQUIRY TRANSACTION.  A DORMANT ACCOUNT TAKES NO 'CH'/'DB'
016068*    ('DO'/'DORM') UNTIL YMNT REACTIVATES IT.
016072*    A REDUCTION THAT CLEARS THE OVERDRAFT CHECK MUST ALSO CLEAR
016076*    THE ACCOUNT'S HOLDS ('EX'/'HELD') - SEE 2517-CHECK-HOLDS
016080*****************************************************************
016090 2500-UPDATE-MASTER.
016100     MOVE 'PO' TO WS-OUTPUT-CATEGORY.
016170             PERFORM 2510-ADD-MASTER THRU 2510-EXIT
016180         END-IF
016190     ELSE
016194*        A 'DB' TAKES THE 'CH' PATH - ITS AMOUNT IS ALREADY
016198*        NEGATIVE (2400), SO THE OVERDRAFT PROJECTION AND THE
016202*        POSTING BOTH SIMPLY ADD IT
016206         IF TRX-CODE-CHANGE OR TRX-CODE-DEBIT
016210             IF WS-MASTER-FOUND
016211                 IF MST-STATUS-DORMANT OF WS-MASTER-WORK
016212                     MOVE 'DO' TO WS-OUTPUT-CATEGORY
016213                     MOVE 'DORM' TO WS-OUTPUT-REASON
016214                     ADD 1 TO WS-DORMANT-REJECT-COUNT
016215                     GO TO 2500-EXIT
016216                 END-IF
016220                 PERFORM 2515-CHECK-OVERDRAFT THRU 2515-EXIT
016230                 IF WS-OVERDRAFT-BREACH
016240                     MOVE 'EX' TO WS-OUTPUT-CATEGORY
016280*                    REPORT AS WELL AS THE YXXX003 OUTPUT
016290                     PERFORM 2250-WRITE-EXCEPTION THRU 2250-EXIT
016300                 ELSE
016301                     PERFORM 2517-CHECK-HOLDS THRU 2517-EXIT
016302                     IF WS-HOLD-BREACH
016303                         MOVE 'EX' TO WS-OUTPUT-CATEGORY
016304                         MOVE 'HELD' TO WS-OUTPUT-REASON
016305                         ADD 1 TO WS-HOLD-REJECT-COUNT
016306                         PERFORM 2250-WRITE-EXCEPTION
016307                             THRU 2250-EXIT
016308                     ELSE
016309                         PERFORM 2520-CHANGE-MASTER THRU 2520-EXIT
016310                     END-IF
016320                 END-IF
016330             ELSE
016340                 MOVE 'OI' TO WS-OUTPUT-CATEGORY
016690     MOVE 1 TO MST-MTD-POST-COUNT OF WS-MASTER-WORK.
016700     MOVE WS-TRX-AMOUNT-NUM TO MST-MTD-POST-AMOUNT
016710         OF WS-MASTER-WORK.
016711     MOVE 1 TO MST-YTD-POST-COUNT OF WS-MASTER-WORK.
016712     MOVE WS-TRX-AMOUNT-NUM TO MST-YTD-POST-AMOUNT
016713         OF WS-MASTER-WORK.
016714     MOVE ZERO TO MST-YTD-INTEREST OF WS-MASTER-WORK.
016715     IF TRX-FEED-ID = 'INTACCR'
016716         MOVE WS-TRX-AMOUNT-NUM TO MST-YTD-INTEREST
016717             OF WS-MASTER-WORK
016718     END-IF.
016720     MOVE WS-TRX-AMOUNT-NUM TO MST-BALANCE OF WS-MASTER-WORK.
016730     MOVE TRX-TRANS-DATE TO MST-LAST-TRANS-DATE
016740         OF WS-MASTER-WORK.
017170     END-IF.
017180     COMPUTE WS-OD-FLOOR =
017190         ZERO - MST-OVERDRAFT-LIMIT OF WS-MASTER-WORK.
017191     IF WS-PROJECTED-BALANCE LESS THAN WS-OD-FLOOR
017192         MOVE 'Y' TO WS-OVERDRAFT-SW
017193     END-IF.
017194 2515-EXIT.
017195     EXIT.
017196*****************************************************************
017197*    2517-CHECK-HOLDS - A POSTING THAT REDUCES THE BALANCE IS
017198*    JUDGED AGAINST THE AVAILABLE BALANCE: THE PROJECTED BALANCE
017199*    2515 HAS JUST WORKED OUT, LESS THE ACCOUNT'S ACTIVE HOLDS,
017200*    MAY NOT FALL BELOW THE SAME OVERDRAFT FLOOR.  A CREDIT IS
017201*    NEVER STOPPED BY A HOLD.  OVERFLOW IS A BREACH, AS IN 2515
017202*****************************************************************
017203 2517-CHECK-HOLDS.
017204     MOVE 'N' TO WS-HOLD-BREACH-SW.
017205     IF WS-TRX-AMOUNT-NUM NOT LESS THAN ZERO
017206         GO TO 2517-EXIT
017207     END-IF.
017208     IF MST-RECORD-ID OF WS-MASTER-WORK NOT = WS-HOLD-ACCOUNT
017209         PERFORM 2518-SUM-HOLDS THRU 2518-EXIT
017210     END-IF.
017211     IF WS-HOLD-TOTAL = ZERO
017212         GO TO 2517-EXIT
017213     END-IF.
017214     COMPUTE WS-AVAILABLE-BALANCE =
017215         WS-PROJECTED-BALANCE - WS-HOLD-TOTAL
017216         ON SIZE ERROR
017217             MOVE 'Y' TO WS-HOLD-BREACH-SW
017218     END-COMPUTE.
017219     IF WS-HOLD-BREACH
017220         GO TO 2517-EXIT
017221     END-IF.
017222     IF WS-AVAILABLE-BALANCE LESS THAN WS-OD-FLOOR
017223         MOVE 'Y' TO WS-HOLD-BREACH-SW
017224     END-IF.
017225 2517-EXIT.
017226     EXIT.
017227*****************************************************************
017228*    2518-SUM-HOLDS - BROWSE THE ACCOUNT'S HOLDS AND TOTAL THE
017229*    ONES STILL COUNTING: STATUS 'AC' AND NOT PAST THEIR EXPIRY
017230*    DATE.  YHLX001 LAPSES THEM AHEAD OF THIS STEP, BUT A HOLD
017231*    WHOSE EXPIRY HAS PASSED NEVER COUNTS EITHER WAY
017232*****************************************************************
017233 2518-SUM-HOLDS.
017234     MOVE MST-RECORD-ID OF WS-MASTER-WORK TO WS-HOLD-ACCOUNT.
017235     MOVE ZERO TO WS-HOLD-TOTAL.
017236     MOVE 'N' TO WS-EOF-HOLD-SW.
017237     MOVE WS-HOLD-ACCOUNT TO HLD-RECORD-ID.
017238     MOVE ZERO TO HLD-HOLD-NO.
017239     START HOLDVSAM KEY IS NOT LESS THAN HLD-KEY.
017240     IF WS-HOLD-STATUS = '23'
017241         GO TO 2518-EXIT
017242     END-IF.
017243     IF WS-HOLD-STATUS NOT = '00'
017244         MOVE 'HOLDVSAM' TO WS-ERROR-FILE-ID
017245         MOVE WS-HOLD-STATUS TO WS-ERROR-STATUS
017246         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
017247     END-IF.
017248     PERFORM 2519-READ-HOLD THRU 2519-EXIT
017249         UNTIL WS-EOF-HOLD.
017250 2518-EXIT.
017251     EXIT.
017252 2519-READ-HOLD.
017253     READ HOLDVSAM NEXT RECORD.
017254     IF WS-HOLD-STATUS = '10'
017255         MOVE 'Y' TO WS-EOF-HOLD-SW
017256         GO TO 2519-EXIT
017257     END-IF.
017258     IF WS-HOLD-STATUS NOT = '00'
017259         MOVE 'HOLDVSAM' TO WS-ERROR-FILE-ID
017260         MOVE WS-HOLD-STATUS TO WS-ERROR-STATUS
017261         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
017262     END-IF.
017263     IF HLD-RECORD-ID NOT = WS-HOLD-ACCOUNT
017264         MOVE 'Y' TO WS-EOF-HOLD-SW
017265         GO TO 2519-EXIT
017266     END-IF.
017267     IF HLD-STATUS-ACTIVE
017268         IF HLD-NO-EXPIRY
017269             OR HLD-EXPIRY-DATE NOT LESS THAN WS-TODAY-DATE
017270             ADD HLD-AMOUNT TO WS-HOLD-TOTAL
017271         END-IF
017272     END-IF.
017273 2519-EXIT.
017274     EXIT.
017275*****************************************************************
017276*    2520-CHANGE-MASTER - A 'CH' TRANSACTION AGAINST AN EXISTING
017277*    ACCOUNT ADDS THE TRANSACTION AMOUNT TO ITS BALANCE.  A 'DB'
017278*    ADDS ITS NEGATED AMOUNT, REDUCING THE BALANCE, AND COUNTS
017279*    AS A POSTING ON THE MTD ACCUMULATORS THE SAME WAY
017280*****************************************************************
017290 2520-CHANGE-MASTER.
017300     MOVE MST-BALANCE OF WS-MASTER-WORK TO WS-HIST-BAL-BEFORE.
017400     END-IF.
017410     ADD 1 TO MST-MTD-POST-COUNT OF WS-MASTER-WORK.
017420     ADD WS-TRX-AMOUNT-NUM TO MST-MTD-POST-AMOUNT
017421         OF WS-MASTER-WORK.
017422*    AND THE YEAR-TO-DATE ONES, WITH THE INTEREST FEED'S SHARE
017423*    KEPT APART FOR THE YYEC001 INTEREST CERTIFICATES
017424     IF MST-YTD-POST-COUNT OF WS-MASTER-WORK NOT NUMERIC
017425         MOVE ZERO TO MST-YTD-POST-COUNT OF WS-MASTER-WORK
017426     END-IF.
017427     IF MST-YTD-POST-AMOUNT OF WS-MASTER-WORK NOT NUMERIC
017428         MOVE ZERO TO MST-YTD-POST-AMOUNT OF WS-MASTER-WORK
017429     END-IF.
017430     IF MST-YTD-INTEREST OF WS-MASTER-WORK NOT NUMERIC
017431         MOVE ZERO TO MST-YTD-INTEREST OF WS-MASTER-WORK
017432     END-IF.
017433     ADD 1 TO MST-YTD-POST-COUNT OF WS-MASTER-WORK.
017434     ADD WS-TRX-AMOUNT-NUM TO MST-YTD-POST-AMOUNT
017435         OF WS-MASTER-WORK.
017436     IF TRX-FEED-ID = 'INTACCR'
017437         ADD WS-TRX-AMOUNT-NUM TO MST-YTD-INTEREST
017438             OF WS-MASTER-WORK
017439     END-IF.
017440*    A SYSTEM FEE OR INTEREST POSTING IS NOT ACTIVITY ON THE
017441*    ACCOUNT - IT LEAVES THE LAST-TRANSACTION DATE THE YDRM001
017442*    DORMANCY SWEEP JUDGES BY WHERE THE CUSTOMER LAST LEFT IT
017443     IF TRX-FEED-ID NOT = 'FEES'
017444         AND TRX-FEED-ID NOT = 'INTACCR'
017445         MOVE TRX-TRANS-DATE TO MST-LAST-TRANS-DATE
017450             OF WS-MASTER-WORK
017455     END-IF.
017460     ACCEPT MST-LAST-UPDATE-DATE OF WS-MASTER-WORK
017470         FROM DATE YYYYMMDD.
017480     MOVE WS-RUN-MODE-SW TO MST-LAST-RUN-MODE
017980 2560-EXIT.
017990     EXIT.
018000*****************************************************************
018010*    2550-WRITE-SUSPENSE - A 'CH'/'DB' ARRIVED BEFORE ITS ACCOUNT
018020*    EXISTS ('OI' REASON 'NFND').  HOLD THE ORIGINAL FEED RECORD
018030*    ON THE SUSPENSE FILE SO THE NEXT RUN CAN RE-DRIVE IT ONCE
018040*    THE ACCOUNT HAS BEEN ADDED - SEE 3000-REDRIVE-SUSPENSE
018330     MOVE WS-OUTPUT-REASON TO RPT-REASON-CODE.
018340     MOVE TRX-TRANS-CODE TO RPT-TRANS-CODE.
018350     MOVE WS-WORK-CURRENCY TO RPT-CURRENCY-CODE.
018355     MOVE TRX-FEED-ID TO RPT-FEED-ID.
018360     WRITE YXXX003-RECORD.
018370     IF WS-RPT-STATUS NOT = '00'
018380         MOVE 'RPTFILE' TO WS-ERROR-FILE-ID
018730     MOVE TRX-TRANS-DATE TO WS-TONITE-DATE (WS-TONITE-COUNT).
018740     MOVE TRX-AMOUNT-TEXT
018750         TO WS-TONITE-AMOUNT (WS-TONITE-COUNT).
018752     MOVE SPACE TO WS-TONITE-DIRECTION (WS-TONITE-COUNT).
018754     IF TRX-CODE-DEBIT
018756         MOVE 'D' TO WS-TONITE-DIRECTION (WS-TONITE-COUNT)
018758     END-IF.
018760 2650-EXIT.
018770     EXIT.
018780*****************************************************************
018910     MOVE WS-HIST-BAL-AFTER TO HST-BALANCE-AFTER.
018920     MOVE WS-RUN-MODE-SW TO HST-RUN-MODE.
018930     MOVE WS-WORK-CURRENCY TO HST-CURRENCY-CODE.
018933     MOVE WS-RLG-START-TIME TO HST-POST-TIME.
018936     MOVE MST-STATUS OF WS-MASTER-WORK TO HST-NEW-STATUS.
018940     WRITE YXXX004-RECORD.
018950     IF WS-HIST-STATUS NOT = '00'
018960         MOVE 'HISTFILE' TO WS-ERROR-FILE-ID
021930     MOVE ADJ-BALANCE-AFTER TO HST-BALANCE-AFTER.
021940     MOVE 'O' TO HST-RUN-MODE.
021950     MOVE WS-LEDGER-CURRENCY TO HST-CURRENCY-CODE.
021951*    THE ADJUSTMENT'S OWN DATE AND TIME - IT WAS MADE DURING THE
021952*    ONLINE DAY, AHEAD OF TONIGHT'S POSTINGS, AND THAT IS WHERE A
021953*    REPLAY OF THE JOURNAL MUST PUT IT
021954     MOVE ADJ-TIME TO HST-POST-TIME.
021955     MOVE ADJ-NEW-STATUS TO HST-NEW-STATUS.
021960     WRITE YXXX004-RECORD.
021970     IF WS-HIST-STATUS NOT = '00'
021980         MOVE 'HISTFILE' TO WS-ERROR-FILE-ID
022800     MOVE WS-PERIOD-REJECT-COUNT TO WS-SUM-PERD-COUNT.
022810     WRITE SUMRPT-RECORD FROM WS-SUM-PERD-LINE.
022820     PERFORM 8050-CHECK-SUMRPT-STATUS THRU 8050-EXIT.
022821     MOVE WS-DORMANT-REJECT-COUNT TO WS-SUM-DORM-COUNT.
022822     WRITE SUMRPT-RECORD FROM WS-SUM-DORM-LINE.
022823     PERFORM 8050-CHECK-SUMRPT-STATUS THRU 8050-EXIT.
022824     MOVE WS-HOLD-REJECT-COUNT TO WS-SUM-HOLD-COUNT.
022825     WRITE SUMRPT-RECORD FROM WS-SUM-HOLD-LINE.
022826     PERFORM 8050-CHECK-SUMRPT-STATUS THRU 8050-EXIT.
022827     MOVE WS-SENDER-REJECT-COUNT TO WS-SUM-SNDR-COUNT.
022828     WRITE SUMRPT-RECORD FROM WS-SUM-SNDR-LINE.
022829     PERFORM 8050-CHECK-SUMRPT-STATUS THRU 8050-EXIT.
022830     MOVE WS-SUSP-POSTED-COUNT TO WS-SUM-SUSP-POST-COUNT.
022840     WRITE SUMRPT-RECORD FROM WS-SUM-SUSP-POST-LINE.
022850     PERFORM 8050-CHECK-SUMRPT-STATUS THRU 8050-EXIT.
023400     CLOSE EXCPFILE.
023410     CLOSE HISTFILE.
023420     CLOSE HISTVSAM.
023425     CLOSE HOLDVSAM.
023430     CLOSE ACKFILE.
023440     CLOSE SUSPOUT.
023450 9000-EXIT.
023820         TO RCT-POSTED-DATE OF RCNTOUT-RECORD.
023830     MOVE WS-RECENT-AGE (WS-RECENT-IX)
023840         TO RCT-RUN-AGE OF RCNTOUT-RECORD.
023843     MOVE WS-RECENT-DIRECTION (WS-RECENT-IX)
023846         TO RCT-DIRECTION OF RCNTOUT-RECORD.
023850     WRITE RCNTOUT-RECORD.
023860     IF WS-RCNTOUT-STATUS NOT = '00'
023870         MOVE 'RCNTOUT' TO WS-ERROR-FILE-ID
024060         TO RCT-AMOUNT-TEXT OF RCNTOUT-RECORD.
024070     MOVE WS-TODAY-DATE TO RCT-POSTED-DATE OF RCNTOUT-RECORD.
024080     MOVE ZERO TO RCT-RUN-AGE OF RCNTOUT-RECORD.
024083     MOVE WS-TONITE-DIRECTION (WS-TONITE-IX)
024086         TO RCT-DIRECTION OF RCNTOUT-RECORD.
024090     WRITE RCNTOUT-RECORD.
024100     IF WS-RCNTOUT-STATUS NOT = '00'
024110         MOVE 'RCNTOUT' TO WS-ERROR-FILE-ID
025010         EXCPFILE
025020         HISTFILE
025030         HISTVSAM
025035         HOLDVSAM
025040         ACKFILE
025050         SUSPIN
025060         SUSPOUT
025070         ADJFILE
025080         RATEFILE
025090         RCNTIN
025096         RCNTOUT
025102         REGFILE.
025110     GOBACK.
