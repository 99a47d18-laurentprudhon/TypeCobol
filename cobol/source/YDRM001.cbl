000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. YDRM001.
000030 AUTHOR. J W HARMON.
000040 INSTALLATION. DAILY LEDGER PROCESSING - OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD LOG
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  --------------------------------------------
000110*    2026-10-15  JWH  ORIGINAL PROGRAM - DORMANCY SWEEP.  MOVES
000120*                     ACTIVE ACCOUNTS WITH NO POSTING INSIDE THE
000130*                     INACTIVITY THRESHOLD TO STATUS 'DM'
000132*    2026-10-15  JWH  THE 'DM' JOURNAL ENTRY NOW CARRIES THE
000134*                     SWEEP'S START TIME (HST-POST-TIME) AND THE
000136*                     NEW STATUS (HST-NEW-STATUS) FOR THE YFRC001
000138*                     FORWARD RECOVERY
000140*    2026-10-15  JWH  NARRATIVE - THE SYSTEM 'FEES' AND 'INTACCR'
000142*                     POSTINGS NO LONGER MOVE MST-LAST-TRANS-DATE
000144*                     (SEE MYPGM), SO THEY DO NOT HOLD AN IDLE
000146*                     ACCOUNT OUT OF THE SWEEP
000148*****************************************************************
000150*    NARRATIVE
000160*    AN ACCOUNT NOBODY HAS POSTED TO FOR A LONG TIME IS THE
000170*    ONE A FRAUDULENT FEED LINE IS MOST LIKELY TO GO UNNOTICED
000180*    ON.  THIS PROGRAM RUNS PERIODICALLY AFTER A CLEAN MYPGMJ
000190*    (SEE YDRM001J), BROWSES THE YXXX002 MASTER AND, FOR EVERY
000200*    'AC' ACCOUNT WHOSE MST-LAST-TRANS-DATE IS MORE THAN THE
000210*    PARM THRESHOLD OF DAYS BEFORE TODAY:
000220*      - SETS THE STATUS TO 'DM' (DORMANT) AND STAMPS THE
000230*        RECORD 'BCH' THE WAY MYPGM STAMPS A BATCH POSTING,
000240*      - JOURNALS THE CHANGE TO THE YXXX004 POSTING HISTORY AS
000250*        TRANS CODE 'DM' (AMOUNT ZERO, BALANCE BEFORE = AFTER)
000260*        AND MIRRORS IT TO THE YXXX016 BROWSE KSDS,
000270*      - LISTS THE ACCOUNT ON THE DORMANCY REPORT WITH ITS
000280*        LAST POSTING DATE, DAYS IDLE AND LEDGER BALANCE.
000290*    FROM THEN ON MYPGM REFUSES FEED DEBITS AND CHANGES TO THE
000300*    ACCOUNT ('DO'/'DORM' ON YXXX003) UNTIL A SUPERVISOR
000310*    REACTIVATES IT THROUGH YMNT (ACTION 'R').
000311*    MST-LAST-TRANS-DATE IS THE LAST ACTIVITY BY THE CUSTOMER.
000312*    THE SYSTEM POSTINGS - THE MONTHLY YFEE001 'FEES' CHARGES
000313*    AND THE YACR001 'INTACCR' INTEREST - DO NOT MOVE IT (SEE
000314*    MYPGM 2520-CHANGE-MASTER), SO AN ACCOUNT THAT ONLY EVER
000315*    SEES ITS FEE OR ITS INTEREST STILL GOES DORMANT.
000320*    ACCOUNTS ALREADY DORMANT ARE COUNTED, NOT TOUCHED, SO A
000330*    RERUN OF THE SAME SWEEP CHANGES NOTHING.  AN ACTIVE
000340*    ACCOUNT WITH NO LAST-POSTING DATE CANNOT BE JUDGED - IT IS
000350*    LISTED AND THE RUN ENDS RC=4.  THE THRESHOLD COMES IN ON
000360*    THE PARM, FIXED COLUMNS:
000370*        PARM='DDDD'
000380*    WHERE D = DAYS WITHOUT A POSTING, 0001-9999.
000390*    DD NAMES MASTFILE/HISTOUT/HISTVS/DRMRPT - SEE YDRM001J.jcl.
000400*****************************************************************
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-3090.
000440 OBJECT-COMPUTER. IBM-3090.
000450*****************************************************************
000460*    DECIMAL-POINT IS COMMA, AS IN MYPGM - THE REPORT BALANCES
000470*    ARE READ NEXT TO MYPGM'S SUMRPT
000480*****************************************************************
000490 SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT MASTFILE ASSIGN TO MASTFILE
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS MST-RECORD-ID OF YXXX002-RECORD
000560         FILE STATUS IS WS-MAST-STATUS.
000570     SELECT HISTFILE ASSIGN TO HISTOUT
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-HIST-STATUS.
000600     SELECT HISTVSAM ASSIGN TO HISTVS
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS BRW-KEY OF YXXX016-RECORD
000640         FILE STATUS IS WS-HSTV-STATUS.
000650     SELECT DRMRPT ASSIGN TO DRMRPT
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-DRMRPT-STATUS.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  MASTFILE
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730     COPY YXXX002.
000740 FD  HISTFILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770     COPY YXXX004.
000780 FD  HISTVSAM
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810     COPY YXXX016.
000820 FD  DRMRPT
000830     RECORD CONTAINS 80 CHARACTERS
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 01  DRMRPT-RECORD                PIC X(80).
000870 WORKING-STORAGE SECTION.
000880*****************************************************************
000890*    SWITCHES
000900*****************************************************************
000910 77  WS-EOF-MAST-SW               PIC X(01) VALUE 'N'.
000920     88  WS-EOF-MAST                   VALUE 'Y'.
000930*****************************************************************
000940*    FILE STATUS FIELDS
000950*****************************************************************
000960 77  WS-MAST-STATUS               PIC X(02) VALUE '00'.
000970 77  WS-HIST-STATUS               PIC X(02) VALUE '00'.
000980 77  WS-HSTV-STATUS               PIC X(02) VALUE '00'.
000990 77  WS-DRMRPT-STATUS             PIC X(02) VALUE '00'.
001000 77  WS-ERROR-FILE-ID             PIC X(08) VALUE SPACES.
001010 77  WS-ERROR-STATUS              PIC X(02) VALUE SPACES.
001020*****************************************************************
001030*    RUN DATE, THE THRESHOLD DECODED FROM THE PARM, AND TODAY
001040*    AS A DAY NUMBER (2800) FOR THE DAYS-IDLE ARITHMETIC
001050*****************************************************************
001060 77  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
001070 77  WS-TIME-WORK                 PIC 9(08) VALUE ZERO.
001075 77  WS-RUN-TIME                  PIC 9(06) VALUE ZERO.
001080 77  WS-THRESHOLD-DAYS            PIC 9(04) VALUE ZERO.
001090 77  WS-TODAY-DAYNUM              PIC 9(07) COMP-3 VALUE ZERO.
001100 77  WS-DAYS-IDLE                 PIC S9(07) COMP-3 VALUE ZERO.
001110*****************************************************************
001120*    MIRROR SEQUENCE CACHE - SEE 2710-WRITE-HISTORY-VSAM
001130*****************************************************************
001140 01  WS-MIRROR-FIELDS.
001150     05  WS-BRW-LAST-ID           PIC X(10) VALUE LOW-VALUES.
001160     05  WS-BRW-LAST-DATE         PIC 9(08) VALUE ZERO.
001170     05  WS-BRW-LAST-SEQ          PIC 9(05) VALUE ZERO.
001180*****************************************************************
001190*    SWEEP COUNTS AND CONTROL TOTALS
001200*****************************************************************
001210 77  WS-MASTER-READ-COUNT         PIC 9(09) COMP-3 VALUE ZERO.
001220 77  WS-DORMANT-COUNT             PIC 9(09) COMP-3 VALUE ZERO.
001230 77  WS-DORMANT-TOTAL             PIC S9(11)V99 COMP-3 VALUE ZERO.
001240 77  WS-ALREADY-COUNT             PIC 9(09) COMP-3 VALUE ZERO.
001250 77  WS-ALREADY-TOTAL             PIC S9(11)V99 COMP-3 VALUE ZERO.
001260 77  WS-STILL-ACTIVE-COUNT        PIC 9(09) COMP-3 VALUE ZERO.
001270 77  WS-INACTIVE-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
001280 77  WS-NO-DATE-COUNT             PIC 9(09) COMP-3 VALUE ZERO.
001290*****************************************************************
001300*    DATE-TO-DAY-NUMBER WORK FIELDS (2800) - DAYS SINCE A FIXED
001310*    ORIGIN, GREGORIAN LEAP RULES, SO TWO DATES SUBTRACT TO THE
001320*    DAYS BETWEEN THEM ACROSS MONTH AND YEAR ENDS
001330*****************************************************************
001340 01  WS-DAYNUM-FIELDS.
001350     05  WS-DN-DATE               PIC 9(08).
001360     05  WS-DN-DATE-SPLIT REDEFINES WS-DN-DATE.
001370         10  WS-DN-YEAR           PIC 9(04).
001380         10  WS-DN-MONTH          PIC 9(02).
001390         10  WS-DN-DAY            PIC 9(02).
001400     05  WS-DN-DAYNUM             PIC 9(07) COMP-3.
001410     05  WS-DN-PRIOR-YEARS        PIC 9(04) COMP-3.
001420     05  WS-DN-QUOTIENT           PIC 9(04) COMP-3.
001430     05  WS-DN-REMAINDER          PIC 9(04) COMP-3.
001440     05  WS-DN-LEAP-SW            PIC X(01).
001450         88  WS-DN-LEAP-YEAR          VALUE 'Y'.
001460 01  WS-CUM-DAYS-VALUES.
001470     05  FILLER                   PIC X(36) VALUE
001480         '000031059090120151181212243273304334'.
001490 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
001500     05  WS-CUM-DAYS              PIC 9(03) OCCURS 12.
001510*****************************************************************
001520*    REPORT LINE LAYOUTS
001530*****************************************************************
001540 01  WS-HDG1-LINE.
001550     05  FILLER                   PIC X(01) VALUE '1'.
001560     05  FILLER                   PIC X(33) VALUE
001570         'DORMANCY SWEEP REPORT   - YDRM001'.
001580     05  FILLER                   PIC X(12) VALUE SPACES.
001590     05  FILLER                   PIC X(09) VALUE 'RUN DATE '.
001600     05  HDG1-RUN-DATE            PIC 9(08).
001610     05  FILLER                   PIC X(17) VALUE SPACES.
001620 01  WS-HDG2-LINE.
001630     05  FILLER                   PIC X(01) VALUE SPACE.
001640     05  FILLER                   PIC X(31) VALUE
001650         'DORMANT AFTER NO POSTING FOR  '.
001660     05  HDG2-THRESHOLD           PIC ZZZ9.
001670     05  FILLER                   PIC X(05) VALUE ' DAYS'.
001680     05  FILLER                   PIC X(39) VALUE SPACES.
001690 01  WS-HDG3-LINE.
001700     05  FILLER                   PIC X(01) VALUE SPACE.
001710     05  FILLER                   PIC X(11) VALUE 'ACCOUNT'.
001720     05  FILLER                   PIC X(03) VALUE 'CL'.
001730     05  FILLER                   PIC X(04) VALUE 'CCY'.
001740     05  FILLER                   PIC X(10) VALUE 'LAST POST'.
001750     05  FILLER                   PIC X(08) VALUE '    DAYS'.
001760     05  FILLER                   PIC X(17) VALUE
001770         '          BALANCE'.
001780     05  FILLER                   PIC X(26) VALUE SPACES.
001790 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
001800 01  WS-DORMANT-LINE.
001810     05  FILLER                   PIC X(01) VALUE SPACE.
001820     05  DRL-ACCOUNT-ID           PIC X(10).
001830     05  FILLER                   PIC X(01) VALUE SPACE.
001840     05  DRL-CLASS                PIC X(02).
001850     05  FILLER                   PIC X(01) VALUE SPACE.
001860     05  DRL-CURRENCY             PIC X(03).
001870     05  FILLER                   PIC X(01) VALUE SPACE.
001880     05  DRL-LAST-POST-DATE       PIC 9(08).
001890     05  FILLER                   PIC X(01) VALUE SPACE.
001900     05  DRL-DAYS                 PIC ZZZZZZ9.
001910     05  FILLER                   PIC X(01) VALUE SPACE.
001920     05  DRL-BALANCE              PIC -ZZZ.ZZZ.ZZ9,99.
001930     05  FILLER                   PIC X(29) VALUE SPACES.
001940 01  WS-SKIP-LINE.
001950     05  FILLER                   PIC X(01) VALUE SPACE.
001960     05  SKP-ACCOUNT-ID           PIC X(10).
001970     05  FILLER                   PIC X(01) VALUE SPACE.
001980     05  SKP-CLASS                PIC X(02).
001990     05  FILLER                   PIC X(01) VALUE SPACE.
002000     05  SKP-REASON               PIC X(40).
002010     05  FILLER                   PIC X(25) VALUE SPACES.
002020 01  WS-COUNT-LINE.
002030     05  FILLER                   PIC X(01) VALUE SPACE.
002040     05  CNT-LABEL                PIC X(30).
002050     05  CNT-COUNT                PIC ZZZ.ZZZ.ZZ9.
002060     05  FILLER                   PIC X(38) VALUE SPACES.
002070 01  WS-AMOUNT-LINE.
002080     05  FILLER                   PIC X(01) VALUE SPACE.
002090     05  AMT-LABEL                PIC X(30).
002100     05  AMT-AMOUNT               PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
002110     05  FILLER                   PIC X(31) VALUE SPACES.
002120**********************
002130 LINKAGE SECTION.
002140**********************
002150*****************************************************************
002160*    THRESHOLD PARM - DAYS(4)
002170*****************************************************************
002180 01  LS-PARM-AREA.
002190     05  LS-PARM-LENGTH           PIC S9(04) COMP.
002200     05  LS-PARM-DAYS             PIC X(04).
002210 PROCEDURE DIVISION USING LS-PARM-AREA.
002220*****************************************************************
002230*    0000-MAINLINE
002240*****************************************************************
002250 0000-MAINLINE.
002260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002270     PERFORM 2000-JUDGE-ONE-ACCOUNT THRU 2000-EXIT
002280         UNTIL WS-EOF-MAST.
002290     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
002300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002310     IF WS-NO-DATE-COUNT NOT = ZERO
002320         MOVE 4 TO RETURN-CODE
002330     END-IF.
002340     GOBACK.
002350*****************************************************************
002360*    1000-INITIALIZE - DECODE THE PARM, OPEN FILES, PRINT THE
002370*    REPORT HEADINGS AND READ THE FIRST MASTER RECORD
002380*****************************************************************
002390 1000-INITIALIZE.
002400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002403     ACCEPT WS-TIME-WORK FROM TIME.
002406     MOVE WS-TIME-WORK (1:6) TO WS-RUN-TIME.
002410     PERFORM 1050-DECODE-PARM THRU 1050-EXIT.
002420     MOVE WS-TODAY-DATE TO WS-DN-DATE.
002430     PERFORM 2800-DATE-TO-DAYNUM THRU 2800-EXIT.
002440     MOVE WS-DN-DAYNUM TO WS-TODAY-DAYNUM.
002450     OPEN I-O MASTFILE.
002460     IF WS-MAST-STATUS NOT = '00'
002470         MOVE 'MASTFILE' TO WS-ERROR-FILE-ID
002480         MOVE WS-MAST-STATUS TO WS-ERROR-STATUS
002490         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
002500     END-IF.
002510     OPEN EXTEND HISTFILE.
002520     IF WS-HIST-STATUS NOT = '00'
002530         MOVE 'HISTFILE' TO WS-ERROR-FILE-ID
002540         MOVE WS-HIST-STATUS TO WS-ERROR-STATUS
002550         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
002560     END-IF.
002570     OPEN I-O HISTVSAM.
002580     IF WS-HSTV-STATUS NOT = '00'
002590         MOVE 'HISTVSAM' TO WS-ERROR-FILE-ID
002600         MOVE WS-HSTV-STATUS TO WS-ERROR-STATUS
002610         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
002620     END-IF.
002630     OPEN OUTPUT DRMRPT.
002640     IF WS-DRMRPT-STATUS NOT = '00'
002650         MOVE 'DRMRPT' TO WS-ERROR-FILE-ID
002660         MOVE WS-DRMRPT-STATUS TO WS-ERROR-STATUS
002670         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
002680     END-IF.
002690     MOVE WS-TODAY-DATE TO HDG1-RUN-DATE.
002700     MOVE WS-HDG1-LINE TO DRMRPT-RECORD.
002710     PERFORM 1150-WRITE-DRMRPT THRU 1150-EXIT.
002720     MOVE WS-THRESHOLD-DAYS TO HDG2-THRESHOLD.
002730     MOVE WS-HDG2-LINE TO DRMRPT-RECORD.
002740     PERFORM 1150-WRITE-DRMRPT THRU 1150-EXIT.
002750     MOVE WS-BLANK-LINE TO DRMRPT-RECORD.
002760     PERFORM 1150-WRITE-DRMRPT THRU 1150-EXIT.
002770     MOVE WS-HDG3-LINE TO DRMRPT-RECORD.
002780     PERFORM 1150-WRITE-DRMRPT THRU 1150-EXIT.
002790     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002800 1000-EXIT.
002810     EXIT.
002820*****************************************************************
002830*    1050-DECODE-PARM - THE THRESHOLD ARRIVES ON THE PARM IN
002840*    FIXED COLUMNS.  A SHORT, NON-NUMERIC OR ZERO THRESHOLD ENDS
002850*    THE RUN RC=16 - A WRONG ONE WOULD FREEZE LIVE ACCOUNTS
002860*****************************************************************
002870 1050-DECODE-PARM.
002880     IF LS-PARM-LENGTH LESS THAN 4
002890         DISPLAY 'YDRM0003E PARM MUST BE DAYS(4) - SEE '
002900             'YDRM001J'
002910         MOVE 16 TO RETURN-CODE
002920         GO TO 9999-ABEND-EXIT
002930     END-IF.
002940     IF LS-PARM-DAYS NOT NUMERIC
002950         DISPLAY 'YDRM0004E THRESHOLD DAYS MUST BE NUMERIC'
002960         MOVE 16 TO RETURN-CODE
002970         GO TO 9999-ABEND-EXIT
002980     END-IF.
002990     MOVE LS-PARM-DAYS TO WS-THRESHOLD-DAYS.
003000     IF WS-THRESHOLD-DAYS = ZERO
003010         DISPLAY 'YDRM0005E THRESHOLD DAYS MUST NOT BE ZERO'
003020         MOVE 16 TO RETURN-CODE
003030         GO TO 9999-ABEND-EXIT
003040     END-IF.
003050 1050-EXIT.
003060     EXIT.
003070*****************************************************************
003080*    1150-WRITE-DRMRPT - COMMON WRITE-AND-STATUS-CHECK FOR THE
003090*    DORMANCY REPORT
003100*****************************************************************
003110 1150-WRITE-DRMRPT.
003120     WRITE DRMRPT-RECORD.
003130     IF WS-DRMRPT-STATUS NOT = '00'
003140         MOVE 'DRMRPT' TO WS-ERROR-FILE-ID
003150         MOVE WS-DRMRPT-STATUS TO WS-ERROR-STATUS
003160         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003170     END-IF.
003180 1150-EXIT.
003190     EXIT.
003200*****************************************************************
003210*    2000-JUDGE-ONE-ACCOUNT - JUDGE ONE MASTER RECORD.  ONLY AN
003220*    ACTIVE ACCOUNT CAN GO DORMANT; ONE ALREADY DORMANT IS
003230*    COUNTED WITH ITS BALANCE SO THE REPORT SHOWS THE WHOLE
003240*    DORMANT BOOK, NOT JUST TONIGHT'S ADDITIONS
003250*****************************************************************
003260 2000-JUDGE-ONE-ACCOUNT.
003270     ADD 1 TO WS-MASTER-READ-COUNT.
003280     IF MST-STATUS-DORMANT OF YXXX002-RECORD
003290         ADD 1 TO WS-ALREADY-COUNT
003300         ADD MST-BALANCE OF YXXX002-RECORD TO WS-ALREADY-TOTAL
003310         GO TO 2000-NEXT
003320     END-IF.
003330     IF NOT MST-STATUS-ACTIVE OF YXXX002-RECORD
003340         ADD 1 TO WS-INACTIVE-COUNT
003350         GO TO 2000-NEXT
003360     END-IF.
003370     IF MST-LAST-TRANS-DATE OF YXXX002-RECORD NOT NUMERIC
003380         OR MST-LAST-TRANS-DATE OF YXXX002-RECORD = ZERO
003390         MOVE SPACES TO WS-SKIP-LINE
003400         MOVE MST-RECORD-ID OF YXXX002-RECORD
003410             TO SKP-ACCOUNT-ID
003420         MOVE MST-ACCOUNT-CLASS OF YXXX002-RECORD
003430             TO SKP-CLASS
003440         MOVE 'NO LAST-POSTING DATE - NOT JUDGED'
003450             TO SKP-REASON
003460         MOVE WS-SKIP-LINE TO DRMRPT-RECORD
003470         PERFORM 1150-WRITE-DRMRPT THRU 1150-EXIT
003480         ADD 1 TO WS-NO-DATE-COUNT
003490         GO TO 2000-NEXT
003500     END-IF.
003510     MOVE MST-LAST-TRANS-DATE OF YXXX002-RECORD TO WS-DN-DATE.
003520     PERFORM 2800-DATE-TO-DAYNUM THRU 2800-EXIT.
003530     COMPUTE WS-DAYS-IDLE = WS-TODAY-DAYNUM - WS-DN-DAYNUM.
003540     IF WS-DAYS-IDLE NOT GREATER THAN WS-THRESHOLD-DAYS
003550         ADD 1 TO WS-STILL-ACTIVE-COUNT
003560         GO TO 2000-NEXT
003570     END-IF.
003580     PERFORM 2500-MAKE-DORMANT THRU 2500-EXIT.
003590 2000-NEXT.
003600     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
003610 2000-EXIT.
003620     EXIT.
003630*****************************************************************
003640*    2100-READ-MASTER - SEQUENTIAL BROWSE OF THE WHOLE KSDS
003650*****************************************************************
003660 2100-READ-MASTER.
003670     READ MASTFILE
003680         AT END
003690             MOVE 'Y' TO WS-EOF-MAST-SW
003700     END-READ.
003710     IF WS-MAST-STATUS NOT = '00' AND WS-MAST-STATUS NOT = '10'
003720         MOVE 'MASTFILE' TO WS-ERROR-FILE-ID
003730         MOVE WS-MAST-STATUS TO WS-ERROR-STATUS
003740         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003750     END-IF.
003760 2100-EXIT.
003770     EXIT.
003780*****************************************************************
003790*    2500-MAKE-DORMANT - SET THE STATUS, STAMP THE RECORD THE
003800*    WAY MYPGM'S 2560 STAMPS A BATCH POSTING, REWRITE IT IN
003810*    PLACE, JOURNAL THE CHANGE AND LIST THE ACCOUNT.  THE
003820*    BALANCE AND MST-LAST-TRANS-DATE ARE NOT TOUCHED - NOTHING
003830*    WAS POSTED
003840*****************************************************************
003850 2500-MAKE-DORMANT.
003860     MOVE 'DM' TO MST-STATUS OF YXXX002-RECORD.
003870     MOVE WS-TODAY-DATE TO MST-LAST-UPDATE-DATE OF YXXX002-RECORD.
003880     MOVE 'BCH' TO MST-LAST-OPERATOR OF YXXX002-RECORD.
003890     ACCEPT WS-TIME-WORK FROM TIME.
003900     MOVE WS-TIME-WORK (1:6)
003910         TO MST-LAST-UPDATE-TIME OF YXXX002-RECORD.
003920     REWRITE YXXX002-RECORD.
003930     IF WS-MAST-STATUS NOT = '00'
003940         MOVE 'MASTFILE' TO WS-ERROR-FILE-ID
003950         MOVE WS-MAST-STATUS TO WS-ERROR-STATUS
003960         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003970     END-IF.
003980     PERFORM 2700-WRITE-HISTORY THRU 2700-EXIT.
003990     ADD 1 TO WS-DORMANT-COUNT.
004000     ADD MST-BALANCE OF YXXX002-RECORD TO WS-DORMANT-TOTAL.
004010     MOVE SPACES TO WS-DORMANT-LINE.
004020     MOVE MST-RECORD-ID OF YXXX002-RECORD TO DRL-ACCOUNT-ID.
004030     MOVE MST-ACCOUNT-CLASS OF YXXX002-RECORD TO DRL-CLASS.
004040     MOVE MST-CURRENCY-CODE OF YXXX002-RECORD TO DRL-CURRENCY.
004050     MOVE MST-LAST-TRANS-DATE OF YXXX002-RECORD
004060         TO DRL-LAST-POST-DATE.
004070     MOVE WS-DAYS-IDLE TO DRL-DAYS.
004080     MOVE MST-BALANCE OF YXXX002-RECORD TO DRL-BALANCE.
004090     MOVE WS-DORMANT-LINE TO DRMRPT-RECORD.
004100     PERFORM 1150-WRITE-DRMRPT THRU 1150-EXIT.
004110 2500-EXIT.
004120     EXIT.
004130*****************************************************************
004140*    2700-WRITE-HISTORY - JOURNAL THE STATUS CHANGE TO THE
004150*    YXXX004 POSTING HISTORY, TRANS CODE 'DM', SO THE AUDIT
004160*    TRAIL SHOWS WHEN AND WHY THE ACCOUNT STOPPED TAKING
004170*    POSTINGS
004180*****************************************************************
004190 2700-WRITE-HISTORY.
004200     MOVE SPACES TO YXXX004-RECORD.
004210     MOVE MST-RECORD-ID OF YXXX002-RECORD TO HST-RECORD-ID.
004220     MOVE WS-TODAY-DATE TO HST-POST-DATE.
004230     MOVE 'DM' TO HST-TRANS-CODE.
004240     MOVE ZERO TO HST-AMOUNT.
004250     MOVE MST-BALANCE OF YXXX002-RECORD TO HST-BALANCE-BEFORE.
004260     MOVE MST-BALANCE OF YXXX002-RECORD TO HST-BALANCE-AFTER.
004270     MOVE 'B' TO HST-RUN-MODE.
004273     MOVE WS-RUN-TIME TO HST-POST-TIME.
004276     MOVE 'DM' TO HST-NEW-STATUS.
004280     MOVE MST-CURRENCY-CODE OF YXXX002-RECORD
004290         TO HST-CURRENCY-CODE.
004300     WRITE YXXX004-RECORD.
004310     IF WS-HIST-STATUS NOT = '00'
004320         MOVE 'HISTFILE' TO WS-ERROR-FILE-ID
004330         MOVE WS-HIST-STATUS TO WS-ERROR-STATUS
004340         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
004350     END-IF.
004360     PERFORM 2710-WRITE-HISTORY-VSAM THRU 2710-EXIT.
004370 2700-EXIT.
004380     EXIT.
004390*****************************************************************
004400*    2710-WRITE-HISTORY-VSAM - MIRROR THE ENTRY JUST JOURNALED
004410*    TO THE BROWSABLE KSDS THE YHSB INQUIRY READS - SAME
004420*    TECHNIQUE AS MYPGM'S 2710.  A DUPLICATE-KEY 22 BUMPS THE
004430*    SEQUENCE AND RETRIES, SO A SWEEP ON THE SAME DATE AS A
004440*    POSTING SLOTS IN BEHIND IT
004450*****************************************************************
004460 2710-WRITE-HISTORY-VSAM.
004470     MOVE SPACES TO YXXX016-RECORD.
004480     MOVE HST-RECORD-ID TO BRW-RECORD-ID.
004490     MOVE HST-POST-DATE TO BRW-POST-DATE.
004500     IF HST-RECORD-ID = WS-BRW-LAST-ID
004510         AND HST-POST-DATE = WS-BRW-LAST-DATE
004520         ADD 1 TO WS-BRW-LAST-SEQ
004530     ELSE
004540         MOVE HST-RECORD-ID TO WS-BRW-LAST-ID
004550         MOVE HST-POST-DATE TO WS-BRW-LAST-DATE
004560         MOVE 1 TO WS-BRW-LAST-SEQ
004570     END-IF.
004580     MOVE WS-BRW-LAST-SEQ TO BRW-POST-SEQ.
004590     MOVE HST-TRANS-CODE TO BRW-TRANS-CODE.
004600     MOVE HST-AMOUNT TO BRW-AMOUNT.
004610     MOVE HST-BALANCE-BEFORE TO BRW-BALANCE-BEFORE.
004620     MOVE HST-BALANCE-AFTER TO BRW-BALANCE-AFTER.
004630     MOVE HST-RUN-MODE TO BRW-RUN-MODE.
004640     MOVE HST-CURRENCY-CODE TO BRW-CURRENCY-CODE.
004650     WRITE YXXX016-RECORD.
004660     PERFORM 2720-BUMP-MIRROR-SEQ THRU 2720-EXIT
004670         UNTIL WS-HSTV-STATUS NOT = '22'.
004680     IF WS-HSTV-STATUS NOT = '00'
004690         MOVE 'HISTVSAM' TO WS-ERROR-FILE-ID
004700         MOVE WS-HSTV-STATUS TO WS-ERROR-STATUS
004710         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
004720     END-IF.
004730     MOVE BRW-POST-SEQ TO WS-BRW-LAST-SEQ.
004740 2710-EXIT.
004750     EXIT.
004760*****************************************************************
004770*    2720-BUMP-MIRROR-SEQ - THE KEY IS ALREADY ON FILE - TAKE
004780*    THE NEXT SEQUENCE AND TRY AGAIN
004790*****************************************************************
004800 2720-BUMP-MIRROR-SEQ.
004810     ADD 1 TO BRW-POST-SEQ.
004820     WRITE YXXX016-RECORD.
004830 2720-EXIT.
004840     EXIT.
004850*****************************************************************
004860*    2800-DATE-TO-DAYNUM - WS-DN-DATE (YYYYMMDD) TO A DAY NUMBER
004870*    IN WS-DN-DAYNUM: 365 A YEAR PLUS THE LEAP DAYS OF THE
004880*    PRIOR YEARS, PLUS THE DAYS BEFORE THE MONTH, PLUS THE DAY.
004890*    EACH DIVIDE TRUNCATES TO A WHOLE NUMBER, AS THE LEAP RULES
004900*    NEED
004910*****************************************************************
004920 2800-DATE-TO-DAYNUM.
004930     SUBTRACT 1 FROM WS-DN-YEAR GIVING WS-DN-PRIOR-YEARS.
004940     COMPUTE WS-DN-DAYNUM = WS-DN-PRIOR-YEARS * 365.
004950     DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-QUOTIENT.
004960     ADD WS-DN-QUOTIENT TO WS-DN-DAYNUM.
004970     DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-QUOTIENT.
004980     SUBTRACT WS-DN-QUOTIENT FROM WS-DN-DAYNUM.
004990     DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-QUOTIENT.
005000     ADD WS-DN-QUOTIENT TO WS-DN-DAYNUM.
005010     ADD WS-CUM-DAYS (WS-DN-MONTH) TO WS-DN-DAYNUM.
005020     ADD WS-DN-DAY TO WS-DN-DAYNUM.
005030     IF WS-DN-MONTH GREATER THAN 2
005040         MOVE 'N' TO WS-DN-LEAP-SW
005050         DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOTIENT
005060             REMAINDER WS-DN-REMAINDER
005070         IF WS-DN-REMAINDER = ZERO
005080             MOVE 'Y' TO WS-DN-LEAP-SW
005090             DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT
005100                 REMAINDER WS-DN-REMAINDER
005110             IF WS-DN-REMAINDER = ZERO
005120                 MOVE 'N' TO WS-DN-LEAP-SW
005130                 DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT
005140                     REMAINDER WS-DN-REMAINDER
005150                 IF WS-DN-REMAINDER = ZERO
005160                     MOVE 'Y' TO WS-DN-LEAP-SW
005170                 END-IF
005180             END-IF
005190         END-IF
005200         IF WS-DN-LEAP-YEAR
005210             ADD 1 TO WS-DN-DAYNUM
005220         END-IF
005230     END-IF.
005240 2800-EXIT.
005250     EXIT.
005260*****************************************************************
005270*    8000-WRITE-TOTALS - SWEEP CONTROL TOTALS.  THE DORMANT
005280*    COUNTS TOGETHER MUST TIE TO THE 'DORMANT (DM)' LINE OF THE
005290*    NEXT YTBL001 TRIAL BALANCE
005300*****************************************************************
005310 8000-WRITE-TOTALS.
005320     MOVE WS-BLANK-LINE TO DRMRPT-RECORD.
005330     PERFORM 1150-WRITE-DRMRPT THRU 1150-EXIT.
005340     MOVE SPACES TO WS-COUNT-LINE.
005350     MOVE 'MASTER RECORDS READ...........' TO CNT-LABEL.
005360     MOVE WS-MASTER-READ-COUNT TO CNT-COUNT.
005370     MOVE WS-COUNT-LINE TO DRMRPT-RECORD.
005380     PERFORM 1150-WRITE-DRMRPT THRU 1150-EXIT.
005390     MOVE SPACES TO WS-COUNT-LINE.
005400     MOVE 'ACCOUNTS MADE DORMANT.........' TO CNT-LABEL.
005410     MOVE WS-DORMANT-COUNT TO CNT-COUNT.
005420     MOVE WS-COUNT-LINE TO DRMRPT-RECORD.
005430     PERFORM 1150-WRITE-DRMRPT THRU 1150-EXIT.
005440     MOVE SPACES TO WS-AMOUNT-LINE.
005450     MOVE 'BALANCE MADE DORMANT..........' TO AMT-LABEL.
005460     MOVE WS-DORMANT-TOTAL TO AMT-AMOUNT.
005470     MOVE WS-AMOUNT-LINE TO DRMRPT-RECORD.
005480     PERFORM 1150-WRITE-DRMRPT THRU 1150-EXIT.
005490     MOVE SPACES TO WS-COUNT-LINE.
005500     MOVE 'ACCOUNTS ALREADY DORMANT......' TO CNT-LABEL.
005510     MOVE WS-ALREADY-COUNT TO CNT-COUNT.
005520     MOVE WS-COUNT-LINE TO DRMRPT-RECORD.
005530     PERFORM 1150-WRITE-DRMRPT THRU 1150-EXIT.
005540     MOVE SPACES TO WS-AMOUNT-LINE.
005550     MOVE 'BALANCE ALREADY DORMANT.......' TO AMT-LABEL.
005560     MOVE WS-ALREADY-TOTAL TO AMT-AMOUNT.
005570     MOVE WS-AMOUNT-LINE TO DRMRPT-RECORD.
005580     PERFORM 1150-WRITE-DRMRPT THRU 1150-EXIT.
005590     MOVE SPACES TO WS-COUNT-LINE.
005600     MOVE 'ACTIVE INSIDE THRESHOLD.......' TO CNT-LABEL.
005610     MOVE WS-STILL-ACTIVE-COUNT TO CNT-COUNT.
005620     MOVE WS-COUNT-LINE TO DRMRPT-RECORD.
005630     PERFORM 1150-WRITE-DRMRPT THRU 1150-EXIT.
005640     MOVE SPACES TO WS-COUNT-LINE.
005650     MOVE 'CLOSED/EXCEPTION SKIPPED......' TO CNT-LABEL.
005660     MOVE WS-INACTIVE-COUNT TO CNT-COUNT.
005670     MOVE WS-COUNT-LINE TO DRMRPT-RECORD.
005680     PERFORM 1150-WRITE-DRMRPT THRU 1150-EXIT.
005690     MOVE SPACES TO WS-COUNT-LINE.
005700     MOVE 'NO LAST-POSTING DATE..........' TO CNT-LABEL.
005710     MOVE WS-NO-DATE-COUNT TO CNT-COUNT.
005720     MOVE WS-COUNT-LINE TO DRMRPT-RECORD.
005730     PERFORM 1150-WRITE-DRMRPT THRU 1150-EXIT.
005740 8000-EXIT.
005750     EXIT.
005760*****************************************************************
005770*    9000-TERMINATE - CLOSE THE FILES
005780*****************************************************************
005790 9000-TERMINATE.
005800     CLOSE MASTFILE.
005810     CLOSE HISTFILE.
005820     CLOSE HISTVSAM.
005830     CLOSE DRMRPT.
005840 9000-EXIT.
005850     EXIT.
005860*****************************************************************
005870*    9900-FILE-ERROR - COMMON I/O ERROR HANDLER.  WRITES AN
005880*    OPERATOR MESSAGE AND FALLS THROUGH TO THE ABEND EXIT SO A
005890*    BAD OPEN/READ/WRITE NEVER PRODUCES A "CLEAN" RETURN CODE
005900*****************************************************************
005910 9900-FILE-ERROR.
005920     DISPLAY 'YDRM0001E I/O ERROR ON FILE ' WS-ERROR-FILE-ID
005930         ' - FILE STATUS ' WS-ERROR-STATUS.
005940     DISPLAY 'YDRM0002E RUN TERMINATED - NOTIFY OPERATIONS'.
005950     MOVE 16 TO RETURN-CODE.
005960     GO TO 9999-ABEND-EXIT.
005970 9900-EXIT.
005980     EXIT.
005990*****************************************************************
006000*    9999-ABEND-EXIT - CLOSE WHATEVER FILES ARE OPEN AND END THE
006010*    RUN WITH THE NON-ZERO RETURN CODE ALREADY SET
006020*****************************************************************
006030 9999-ABEND-EXIT.
006040     CLOSE MASTFILE
006050         HISTFILE
006060         HISTVSAM
006070         DRMRPT.
006080     GOBACK.
