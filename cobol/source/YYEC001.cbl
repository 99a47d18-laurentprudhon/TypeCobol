000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. YYEC001.
000030 AUTHOR. J W HARMON.
000040 INSTALLATION. DAILY LEDGER PROCESSING - OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD LOG
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  --------------------------------------------
000110*    2026-10-15  JWH  ORIGINAL PROGRAM - CALENDAR YEAR-END CLOSE,
000120*                     ANNUAL INTEREST CERTIFICATES AND THE
000130*                     INTEREST TAX-REPORTING EXTRACT
000140*****************************************************************
000150*    NARRATIVE
000160*    RUNS ONCE A YEAR, AFTER THE YCLS001J DECEMBER CLOSE HAS
000170*    ROLLED THE PERIOD INTO JANUARY AND BEFORE THE FIRST
000180*    JANUARY MYPGMJ.  THE YEAR CLOSED IS THE ONE BEFORE THE
000190*    OPEN PERIOD'S.  IT
000200*      - WRITES ONE YXXX027 INTEREST CERTIFICATE PER ACCOUNT
000210*        WHOSE YEAR-TO-DATE INTEREST (MST-YTD-INTEREST - THE
000220*        'INTACCR' FEED POSTINGS) IS NOT ZERO, ADDRESSED TO THE
000230*        ACCOUNT'S PRINCIPAL HOLDER ON THE YXXX021 / YXXX020
000240*        CUSTOMER FILES, AND A MATCHING YXXX028 DETAIL ON THE
000250*        TAX-REPORTING EXTRACT, CLOSED BY A COUNT/TOTAL TRAILER
000260*      - RESETS THE YEAR-TO-DATE ACCUMULATORS
000270*        (MST-YTD-POST-COUNT / MST-YTD-POST-AMOUNT /
000280*        MST-YTD-INTEREST) ON EVERY MASTER RECORD - THE ONLY
000290*        PLACE THEY ARE EVER RESET
000300*      - SNAPSHOTS THE YEAR'S CLOSING MASTER POSITION TO THE
000310*        PERIOD-SNAPSHOT FILE ALONGSIDE THE YCLS001 MONTH-END
000320*        RECORDS (YXXX007, TBL-SNAPSHOT-TYPE 'Y', DATED THE
000330*        31 DECEMBER OF THE YEAR CLOSED)
000340*      - SETS PRD-CLOSED-YEAR ON THE YXXX015 PERIOD RECORD, SO
000350*        FROM THE NEXT RUN ON MYPGM REFUSES ANY DETAIL DATED
000360*        INTO THE YEAR JUST CLOSED ('PD'/'CLSY' ON THE YXXX003
000370*        OUTPUT), EXACTLY AS IT REFUSES A CLOSED MONTH
000380*    THE MASTER IS READ TWICE.  THE FIRST PASS ONLY READS IT -
000390*    CERTIFICATES, EXTRACT AND TOTALS ARE ALL BUILT BEFORE ANY
000400*    ACCUMULATOR IS TOUCHED, SO A FAILURE THERE LEAVES THE
000410*    MASTER AS IT WAS; RERUN THE JOB.  THE SECOND PASS RESETS.
000420*    A FAILURE AFTER YYEC0010I HAS BEEN DISPLAYED HAS RESET PART
000430*    OF THE MASTER - RESTORE IT FROM THE IMAGE YYEC001J STEP005
000440*    TOOK (YFRC001J) BEFORE RERUNNING.  THE NEW PERIOD RECORD
000450*    GOES TO PERDOUT AND IS PROMOTED ONLY ON A CLEAN STEP (SEE
000460*    YYEC001J); A YEAR ALREADY CLOSED IS NEVER CLOSED AGAIN.
000470*    RC=4 - AT LEAST ONE CERTIFICATE COULD NOT BE ADDRESSED (NO
000480*    HOLDER LINKED, OR THE HOLDER IS NOT ON THE CUSTOMER FILE).
000490*    IT IS STILL WRITTEN, FLAGGED 'N', AND LISTED ON YECRPT -
000500*    PUT THE LINK RIGHT THROUGH YCUM AND TELL THE PRINT VENDOR.
000510*    DD NAMES PERDIN/MASTFILE/RELACCT/CUSTFILE/SNAPOUT/CERTOUT/
000520*    TAXOUT/PERDOUT/YECRPT - SEE YYEC001J.jcl.
000530*****************************************************************
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER. IBM-3090.
000570 OBJECT-COMPUTER. IBM-3090.
000580*****************************************************************
000590*    DECIMAL-POINT IS COMMA, AS IN MYPGM - THE SNAPSHOT TOTALS
000600*    TIE TO THE YTBL001 TRIAL-BALANCE LINES
000610*****************************************************************
000620 SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT PERDIN ASSIGN TO PERDIN
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-PERDIN-STATUS.
000680     SELECT MASTFILE ASSIGN TO MASTFILE
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS SEQUENTIAL
000710         RECORD KEY IS MST-RECORD-ID OF YXXX002-RECORD
000720         FILE STATUS IS WS-MAST-STATUS.
000730     SELECT RELACCT ASSIGN TO RELACCT
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-RELACCT-STATUS.
000760     SELECT CUSTFILE ASSIGN TO CUSTFILE
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS RANDOM
000790         RECORD KEY IS CUS-CUSTOMER-ID OF YXXX020-RECORD
000800         FILE STATUS IS WS-CUST-STATUS.
000810     SELECT SNAPOUT ASSIGN TO SNAPOUT
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-SNAP-STATUS.
000840     SELECT CERTOUT ASSIGN TO CERTOUT
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-CERT-STATUS.
000870     SELECT TAXOUT ASSIGN TO TAXOUT
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-TAX-STATUS.
000900     SELECT PERDOUT ASSIGN TO PERDOUT
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-PERDOUT-STATUS.
000930     SELECT YECRPT ASSIGN TO YECRPT
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-YECRPT-STATUS.
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  PERDIN
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010     COPY YXXX015 REPLACING ==YXXX015-RECORD== BY
001020         ==PERDIN-RECORD==.
001030 FD  MASTFILE
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD.
001060     COPY YXXX002.
001070 FD  RELACCT
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100     COPY YXXX021 REPLACING ==YXXX021-RECORD== BY
001110         ==RELACCT-RECORD==.
001120 FD  CUSTFILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150     COPY YXXX020.
001160 FD  SNAPOUT
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190     COPY YXXX007.
001200 FD  CERTOUT
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
001230     COPY YXXX027.
001240 FD  TAXOUT
001250     RECORDING MODE IS F
001260     LABEL RECORDS ARE STANDARD.
001270     COPY YXXX028.
001280 FD  PERDOUT
001290     RECORDING MODE IS F
001300     LABEL RECORDS ARE STANDARD.
001310     COPY YXXX015 REPLACING ==YXXX015-RECORD== BY
001320         ==PERDOUT-RECORD==.
001330 FD  YECRPT
001340     RECORD CONTAINS 80 CHARACTERS
001350     RECORDING MODE IS F
001360     LABEL RECORDS ARE STANDARD.
001370 01  YECRPT-RECORD                PIC X(80).
001380 WORKING-STORAGE SECTION.
001390*****************************************************************
001400*    SWITCHES
001410*****************************************************************
001420 77  WS-EOF-MAST-SW               PIC X(01) VALUE 'N'.
001430     88  WS-EOF-MAST                   VALUE 'Y'.
001440 77  WS-EOF-RELACCT-SW            PIC X(01) VALUE 'N'.
001450     88  WS-EOF-RELACCT                VALUE 'Y'.
001460 77  WS-PERIOD-FOUND-SW           PIC X(01) VALUE 'N'.
001470     88  WS-PERIOD-FOUND               VALUE 'Y'.
001480 77  WS-CUST-FOUND-SW             PIC X(01) VALUE 'N'.
001490     88  WS-CUST-FOUND                 VALUE 'Y'.
001500 77  WS-UNADDR-HDG-SW             PIC X(01) VALUE 'N'.
001510     88  WS-UNADDR-HDG-DONE            VALUE 'Y'.
001520*****************************************************************
001530*    FILE STATUS FIELDS
001540*****************************************************************
001550 77  WS-PERDIN-STATUS             PIC X(02) VALUE '00'.
001560 77  WS-MAST-STATUS               PIC X(02) VALUE '00'.
001570 77  WS-RELACCT-STATUS            PIC X(02) VALUE '00'.
001580 77  WS-CUST-STATUS               PIC X(02) VALUE '00'.
001590 77  WS-SNAP-STATUS               PIC X(02) VALUE '00'.
001600 77  WS-CERT-STATUS               PIC X(02) VALUE '00'.
001610 77  WS-TAX-STATUS                PIC X(02) VALUE '00'.
001620 77  WS-PERDOUT-STATUS            PIC X(02) VALUE '00'.
001630 77  WS-YECRPT-STATUS             PIC X(02) VALUE '00'.
001640 77  WS-ERROR-FILE-ID             PIC X(08) VALUE SPACES.
001650 77  WS-ERROR-STATUS              PIC X(02) VALUE SPACES.
001660*****************************************************************
001670*    RUN DATE, THE OPEN PERIOD AND THE YEAR BEING CLOSED.  THE
001680*    PERIOD RECORD IS KEPT HERE ONCE READ - PERDOUT IS THE SAME
001690*    RECORD WITH ONLY THE LAST YEAR CLOSED MOVED ON
001700*****************************************************************
001710 77  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
001720 77  WS-OPEN-PERIOD               PIC 9(06) VALUE ZERO.
001730 77  WS-OPEN-YEAR                 PIC 9(04) VALUE ZERO.
001740 77  WS-OPEN-MONTH-REM            PIC 9(02) VALUE ZERO.
001750 77  WS-CLOSED-YEAR               PIC 9(04) VALUE ZERO.
001760 77  WS-CLOSING-YEAR              PIC 9(04) VALUE ZERO.
001770 77  WS-YEAR-END-DATE             PIC 9(08) VALUE ZERO.
001780 77  WS-NEW-YEAR-DATE             PIC 9(08) VALUE ZERO.
001790 77  WS-LEDGER-CURRENCY           PIC X(03) VALUE 'EUR'.
001800 01  WS-PERIOD-SAVE               PIC X(20) VALUE SPACES.
001810*****************************************************************
001820*    HOLDERS OF THE CURRENT ACCOUNT, MATCHED OFF THE RELATIONSHIP
001830*    FILE IN ACCOUNT ORDER
001840*****************************************************************
001850 77  WS-PREV-RECORD-ID            PIC X(10) VALUE LOW-VALUES.
001860 77  WS-HOLDER-COUNT              PIC 9(04) COMP VALUE ZERO.
001870 77  WS-FIRST-HOLDER-ID           PIC X(10) VALUE SPACES.
001880 77  WS-PRINCIPAL-ID              PIC X(10) VALUE SPACES.
001890 77  WS-CERT-CUSTOMER-ID          PIC X(10) VALUE SPACES.
001900*****************************************************************
001910*    MASTER SNAPSHOT TOTALS - THE SAME BREAKOUT YCLS001 TAKES AT
001920*    MONTH END - THE YEAR-TO-DATE TOTALS BEING RESET, AND THE
001930*    CERTIFICATE AND EXTRACT TOTALS
001940*****************************************************************
001950 77  WS-MASTER-COUNT              PIC 9(09) COMP-3 VALUE ZERO.
001960 77  WS-MASTER-TOTAL              PIC S9(13)V99 COMP-3 VALUE ZERO.
001970 77  WS-AC-COUNT                  PIC 9(09) COMP-3 VALUE ZERO.
001980 77  WS-CL-COUNT                  PIC 9(09) COMP-3 VALUE ZERO.
001990 77  WS-EX-COUNT                  PIC 9(09) COMP-3 VALUE ZERO.
002000 77  WS-DM-COUNT                  PIC 9(09) COMP-3 VALUE ZERO.
002010 77  WS-YTD-COUNT-TOTAL           PIC 9(11) COMP-3 VALUE ZERO.
002020 77  WS-YTD-AMOUNT-TOTAL          PIC S9(15)V99 COMP-3 VALUE ZERO.
002030 77  WS-YTD-INTEREST-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
002040 77  WS-CERT-COUNT                PIC 9(09) COMP-3 VALUE ZERO.
002050 77  WS-CERT-TOTAL                PIC S9(13)V99 COMP-3 VALUE ZERO.
002060 77  WS-TAX-COUNT                 PIC 9(09) COMP-3 VALUE ZERO.
002070 77  WS-TAX-TOTAL                 PIC S9(13)V99 COMP-3 VALUE ZERO.
002080 77  WS-UNADDR-COUNT              PIC 9(09) COMP-3 VALUE ZERO.
002090 77  WS-RESET-COUNT               PIC 9(09) COMP-3 VALUE ZERO.
002100*****************************************************************
002110*    REPORT LINE LAYOUTS
002120*****************************************************************
002130 01  WS-HDG1-LINE.
002140     05  FILLER                   PIC X(01) VALUE '1'.
002150     05  FILLER                   PIC X(33) VALUE
002160         'CALENDAR YEAR-END CLOSE - YYEC001'.
002170     05  FILLER                   PIC X(12) VALUE SPACES.
002180     05  FILLER                   PIC X(09) VALUE 'RUN DATE '.
002190     05  HDG1-RUN-DATE            PIC 9(08).
002200     05  FILLER                   PIC X(17) VALUE SPACES.
002210 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
002220 01  WS-UNADDR-HDG-LINE.
002230     05  FILLER                   PIC X(01) VALUE SPACE.
002240     05  FILLER                   PIC X(40) VALUE
002250         'CERTIFICATES NOT ADDRESSED'.
002260     05  FILLER                   PIC X(39) VALUE SPACES.
002270 01  WS-UNADDR-COL-LINE.
002280     05  FILLER                   PIC X(01) VALUE SPACE.
002290     05  FILLER                   PIC X(12) VALUE 'ACCOUNT'.
002300     05  FILLER                   PIC X(12) VALUE 'CUSTOMER'.
002310     05  FILLER                   PIC X(30) VALUE 'REASON'.
002320     05  FILLER                   PIC X(25) VALUE
002330         '         INTEREST'.
002340 01  WS-UNADDR-LINE.
002350     05  FILLER                   PIC X(01) VALUE SPACE.
002360     05  UAL-ACCOUNT-ID           PIC X(10).
002370     05  FILLER                   PIC X(02) VALUE SPACES.
002380     05  UAL-CUSTOMER-ID          PIC X(10).
002390     05  FILLER                   PIC X(02) VALUE SPACES.
002400     05  UAL-REASON               PIC X(28).
002410     05  UAL-INTEREST             PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
002420     05  FILLER                   PIC X(08) VALUE SPACES.
002430 01  WS-YEAR-LINE.
002440     05  FILLER                   PIC X(01) VALUE SPACE.
002450     05  YRL-LABEL                PIC X(30).
002460     05  YRL-YEAR                 PIC 9(04).
002470     05  FILLER                   PIC X(45) VALUE SPACES.
002480 01  WS-COUNT-LINE.
002490     05  FILLER                   PIC X(01) VALUE SPACE.
002500     05  CNT-LABEL                PIC X(30).
002510     05  CNT-COUNT                PIC ZZZ.ZZZ.ZZ9.
002520     05  FILLER                   PIC X(38) VALUE SPACES.
002530 01  WS-AMOUNT-LINE.
002540     05  FILLER                   PIC X(01) VALUE SPACE.
002550     05  AMT-LABEL                PIC X(30).
002560     05  AMT-AMOUNT               PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
002570     05  FILLER                   PIC X(27) VALUE SPACES.
002580 PROCEDURE DIVISION.
002590*****************************************************************
002600*    0000-MAINLINE
002610*****************************************************************
002620 0000-MAINLINE.
002630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002640     PERFORM 2000-CERTIFY-ONE-MASTER THRU 2000-EXIT
002650         UNTIL WS-EOF-MAST.
002660     PERFORM 3000-WRITE-TAX-TRAILER THRU 3000-EXIT.
002670     PERFORM 4000-START-RESET THRU 4000-EXIT.
002680     PERFORM 4100-RESET-ONE-MASTER THRU 4100-EXIT
002690         UNTIL WS-EOF-MAST.
002700     PERFORM 5000-WRITE-SNAPSHOT THRU 5000-EXIT.
002710     PERFORM 6000-CLOSE-YEAR THRU 6000-EXIT.
002720     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
002730     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002740     IF WS-UNADDR-COUNT NOT = ZERO
002750         MOVE 4 TO RETURN-CODE
002760     END-IF.
002770     GOBACK.
002780*****************************************************************
002790*    1000-INITIALIZE - READ THE PERIOD RECORD AND WORK OUT THE
002800*    YEAR TO CLOSE, THEN OPEN FILES.  NO PERIOD RECORD, ONE
002810*    MARKED CLOSED, AN OPEN PERIOD OTHER THAN A JANUARY, OR A
002820*    YEAR ALREADY CLOSED ENDS THE RUN RC=16 BEFORE THE MASTER
002830*    IS OPENED
002840*****************************************************************
002850 1000-INITIALIZE.
002860     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002870     OPEN INPUT PERDIN.
002880     IF WS-PERDIN-STATUS NOT = '00'
002890         MOVE 'PERDIN' TO WS-ERROR-FILE-ID
002900         MOVE WS-PERDIN-STATUS TO WS-ERROR-STATUS
002910         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
002920     END-IF.
002930     READ PERDIN
002940         AT END
002950             MOVE 'N' TO WS-PERIOD-FOUND-SW
002960         NOT AT END
002970             MOVE 'Y' TO WS-PERIOD-FOUND-SW
002980             MOVE PERDIN-RECORD TO WS-PERIOD-SAVE
002990     END-READ.
003000     CLOSE PERDIN.
003010     IF NOT WS-PERIOD-FOUND
003020         DISPLAY 'YYEC0003E NO PERIOD CONTROL RECORD ON '
003030             'PERDIN - SEE YCLS001J FOR THE ONE-TIME SETUP'
003040         MOVE 16 TO RETURN-CODE
003050         GO TO 9999-ABEND-EXIT
003060     END-IF.
003070     IF PRD-STATUS-CLOSED OF PERDIN-RECORD
003080         DISPLAY 'YYEC0004E PERIOD MARKED CLOSED - FINISH THE '
003090             'YCLS001J CLOSE BEFORE CLOSING THE YEAR'
003100         MOVE 16 TO RETURN-CODE
003110         GO TO 9999-ABEND-EXIT
003120     END-IF.
003130*    THE YEAR CAN ONLY BE CLOSED FROM THE JANUARY AFTER IT - THE
003140*    DECEMBER CLOSE MUST ALREADY HAVE ROLLED THE PERIOD ON, OR
003150*    DECEMBER POSTINGS WOULD STILL BE ARRIVING
003160     MOVE PRD-CURRENT-PERIOD OF PERDIN-RECORD TO WS-OPEN-PERIOD.
003170     DIVIDE WS-OPEN-PERIOD BY 100 GIVING WS-OPEN-YEAR
003180         REMAINDER WS-OPEN-MONTH-REM.
003190     IF WS-OPEN-MONTH-REM NOT = 1
003200         DISPLAY 'YYEC0005E OPEN PERIOD ' WS-OPEN-PERIOD
003210             ' IS NOT A JANUARY - CLOSE DECEMBER WITH '
003220             'YCLS001J FIRST'
003230         MOVE 16 TO RETURN-CODE
003240         GO TO 9999-ABEND-EXIT
003250     END-IF.
003260     COMPUTE WS-CLOSING-YEAR = WS-OPEN-YEAR - 1.
003270     IF PRD-CLOSED-YEAR OF PERDIN-RECORD NUMERIC
003280         MOVE PRD-CLOSED-YEAR OF PERDIN-RECORD TO WS-CLOSED-YEAR
003290     END-IF.
003300     IF WS-CLOSED-YEAR NOT LESS THAN WS-CLOSING-YEAR
003310         DISPLAY 'YYEC0006E YEAR ' WS-CLOSING-YEAR
003320             ' IS ALREADY CLOSED - HAS THE JOB ALREADY RUN?'
003330         MOVE 16 TO RETURN-CODE
003340         GO TO 9999-ABEND-EXIT
003350     END-IF.
003360*    A GAP MEANS A YEAR WAS NEVER CLOSED.  ITS ACCUMULATORS ARE
003370*    MIXED INTO THIS ONE'S AND NO CERTIFICATE COULD BE RIGHT
003380     IF WS-CLOSED-YEAR NOT = ZERO
003390         AND WS-CLOSING-YEAR GREATER THAN WS-CLOSED-YEAR + 1
003400         DISPLAY 'YYEC0009E YEAR ' WS-CLOSED-YEAR
003410             ' IS THE LAST YEAR CLOSED - YEAR ' WS-CLOSING-YEAR
003420             ' CANNOT BE CLOSED ON ITS OWN - NOTIFY OPERATIONS'
003430         MOVE 16 TO RETURN-CODE
003440         GO TO 9999-ABEND-EXIT
003450     END-IF.
003460     COMPUTE WS-YEAR-END-DATE = (WS-CLOSING-YEAR * 10000) + 1231.
003470     COMPUTE WS-NEW-YEAR-DATE = (WS-OPEN-YEAR * 10000) + 101.
003480     IF WS-TODAY-DATE LESS THAN WS-NEW-YEAR-DATE
003490         DISPLAY 'YYEC0007E RUN DATE ' WS-TODAY-DATE
003500             ' IS BEFORE THE END OF YEAR ' WS-CLOSING-YEAR
003510             ' - CHECK THE PERIOD RECORD'
003520         MOVE 16 TO RETURN-CODE
003530         GO TO 9999-ABEND-EXIT
003540     END-IF.
003550     OPEN INPUT MASTFILE.
003560     IF WS-MAST-STATUS NOT = '00'
003570         MOVE 'MASTFILE' TO WS-ERROR-FILE-ID
003580         MOVE WS-MAST-STATUS TO WS-ERROR-STATUS
003590         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003600     END-IF.
003610     OPEN INPUT RELACCT.
003620     IF WS-RELACCT-STATUS NOT = '00'
003630         MOVE 'RELACCT' TO WS-ERROR-FILE-ID
003640         MOVE WS-RELACCT-STATUS TO WS-ERROR-STATUS
003650         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003660     END-IF.
003670     OPEN INPUT CUSTFILE.
003680     IF WS-CUST-STATUS NOT = '00'
003690         MOVE 'CUSTFILE' TO WS-ERROR-FILE-ID
003700         MOVE WS-CUST-STATUS TO WS-ERROR-STATUS
003710         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003720     END-IF.
003730     OPEN OUTPUT SNAPOUT.
003740     IF WS-SNAP-STATUS NOT = '00'
003750         MOVE 'SNAPOUT' TO WS-ERROR-FILE-ID
003760         MOVE WS-SNAP-STATUS TO WS-ERROR-STATUS
003770         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003780     END-IF.
003790     OPEN OUTPUT CERTOUT.
003800     IF WS-CERT-STATUS NOT = '00'
003810         MOVE 'CERTOUT' TO WS-ERROR-FILE-ID
003820         MOVE WS-CERT-STATUS TO WS-ERROR-STATUS
003830         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003840     END-IF.
003850     OPEN OUTPUT TAXOUT.
003860     IF WS-TAX-STATUS NOT = '00'
003870         MOVE 'TAXOUT' TO WS-ERROR-FILE-ID
003880         MOVE WS-TAX-STATUS TO WS-ERROR-STATUS
003890         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003900     END-IF.
003910     OPEN OUTPUT PERDOUT.
003920     IF WS-PERDOUT-STATUS NOT = '00'
003930         MOVE 'PERDOUT' TO WS-ERROR-FILE-ID
003940         MOVE WS-PERDOUT-STATUS TO WS-ERROR-STATUS
003950         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003960     END-IF.
003970     OPEN OUTPUT YECRPT.
003980     IF WS-YECRPT-STATUS NOT = '00'
003990         MOVE 'YECRPT' TO WS-ERROR-FILE-ID
004000         MOVE WS-YECRPT-STATUS TO WS-ERROR-STATUS
004010         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
004020     END-IF.
004030     MOVE WS-TODAY-DATE TO HDG1-RUN-DATE.
004040     MOVE WS-HDG1-LINE TO YECRPT-RECORD.
004050     PERFORM 1150-WRITE-YECRPT THRU 1150-EXIT.
004060     MOVE WS-BLANK-LINE TO YECRPT-RECORD.
004070     PERFORM 1150-WRITE-YECRPT THRU 1150-EXIT.
004080     PERFORM 2500-READ-RELACCT THRU 2500-EXIT.
004090     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
004100 1000-EXIT.
004110     EXIT.
004120*****************************************************************
004130*    1150-WRITE-YECRPT - COMMON WRITE-AND-STATUS-CHECK FOR THE
004140*    YEAR-END REPORT
004150*****************************************************************
004160 1150-WRITE-YECRPT.
004170     WRITE YECRPT-RECORD.
004180     IF WS-YECRPT-STATUS NOT = '00'
004190         MOVE 'YECRPT' TO WS-ERROR-FILE-ID
004200         MOVE WS-YECRPT-STATUS TO WS-ERROR-STATUS
004210         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
004220     END-IF.
004230 1150-EXIT.
004240     EXIT.
004250*****************************************************************
004260*    2000-CERTIFY-ONE-MASTER - FIRST PASS, READ ONLY.  TALLY ONE
004270*    MASTER RECORD INTO THE SNAPSHOT AND YEAR-TO-DATE TOTALS,
004280*    MATCH ITS HOLDERS, AND CERTIFY ANY INTEREST IT EARNED
004290*****************************************************************
004300 2000-CERTIFY-ONE-MASTER.
004310     ADD 1 TO WS-MASTER-COUNT.
004320     ADD MST-BALANCE OF YXXX002-RECORD TO WS-MASTER-TOTAL.
004330     IF MST-STATUS-ACTIVE OF YXXX002-RECORD
004340         ADD 1 TO WS-AC-COUNT
004350     ELSE
004360         IF MST-STATUS-CLOSED OF YXXX002-RECORD
004370             ADD 1 TO WS-CL-COUNT
004380         ELSE
004390             IF MST-STATUS-DORMANT OF YXXX002-RECORD
004400                 ADD 1 TO WS-DM-COUNT
004410             ELSE
004420                 ADD 1 TO WS-EX-COUNT
004430             END-IF
004440         END-IF
004450     END-IF.
004460*    A RECORD NOT REWRITTEN SINCE THE YTD FIELDS WERE ADDED
004470*    CARRIES SPACES IN THEM - IT HAS NOTHING TO REPORT AND IS
004480*    SIMPLY RESET IN THE SECOND PASS
004490     IF MST-YTD-POST-COUNT OF YXXX002-RECORD NOT NUMERIC
004500         MOVE ZERO TO MST-YTD-POST-COUNT OF YXXX002-RECORD
004510     END-IF.
004520     IF MST-YTD-POST-AMOUNT OF YXXX002-RECORD NOT NUMERIC
004530         MOVE ZERO TO MST-YTD-POST-AMOUNT OF YXXX002-RECORD
004540     END-IF.
004550     IF MST-YTD-INTEREST OF YXXX002-RECORD NOT NUMERIC
004560         MOVE ZERO TO MST-YTD-INTEREST OF YXXX002-RECORD
004570     END-IF.
004580     ADD MST-YTD-POST-COUNT OF YXXX002-RECORD
004590         TO WS-YTD-COUNT-TOTAL.
004600     ADD MST-YTD-POST-AMOUNT OF YXXX002-RECORD
004610         TO WS-YTD-AMOUNT-TOTAL.
004620     ADD MST-YTD-INTEREST OF YXXX002-RECORD
004630         TO WS-YTD-INTEREST-TOTAL.
004640     PERFORM 2200-MATCH-HOLDERS THRU 2200-EXIT.
004650     IF MST-YTD-INTEREST OF YXXX002-RECORD NOT = ZERO
004660         PERFORM 2400-WRITE-CERTIFICATE THRU 2400-EXIT
004670     END-IF.
004680     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
004690 2000-EXIT.
004700     EXIT.
004710*****************************************************************
004720*    2100-READ-MASTER - SEQUENTIAL BROWSE OF THE WHOLE KSDS,
004730*    USED BY BOTH PASSES
004740*****************************************************************
004750 2100-READ-MASTER.
004760     READ MASTFILE
004770         AT END
004780             MOVE 'Y' TO WS-EOF-MAST-SW
004790     END-READ.
004800     IF WS-MAST-STATUS NOT = '00' AND WS-MAST-STATUS NOT = '10'
004810         MOVE 'MASTFILE' TO WS-ERROR-FILE-ID
004820         MOVE WS-MAST-STATUS TO WS-ERROR-STATUS
004830         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
004840     END-IF.
004850 2100-EXIT.
004860     EXIT.
004870*****************************************************************
004880*    2200-MATCH-HOLDERS - THE RELATIONSHIPS ARE IN ACCOUNT ORDER
004890*    LIKE THE MASTER.  LINKS TO ACCOUNTS BELOW THIS ONE ARE NOT
004900*    ON THE MASTER (YCUP001 REPORTS THEM) AND ARE PASSED OVER;
004910*    EVERY LINK ON THIS ACCOUNT IS A HOLDER
004920*****************************************************************
004930 2200-MATCH-HOLDERS.
004940     MOVE ZERO TO WS-HOLDER-COUNT.
004950     MOVE SPACES TO WS-FIRST-HOLDER-ID.
004960     MOVE SPACES TO WS-PRINCIPAL-ID.
004970     PERFORM 2500-READ-RELACCT THRU 2500-EXIT
004980         UNTIL WS-EOF-RELACCT
004990         OR REL-RECORD-ID OF RELACCT-RECORD
005000             NOT LESS THAN MST-RECORD-ID OF YXXX002-RECORD.
005010     PERFORM 2300-TAKE-HOLDER THRU 2300-EXIT
005020         UNTIL WS-EOF-RELACCT
005030         OR REL-RECORD-ID OF RELACCT-RECORD
005040             NOT = MST-RECORD-ID OF YXXX002-RECORD.
005050 2200-EXIT.
005060     EXIT.
005070*****************************************************************
005080*    2300-TAKE-HOLDER - COUNT ONE HOLDER OF THE CURRENT ACCOUNT.
005090*    THE CERTIFICATE GOES TO THE FIRST PRINCIPAL HOLDER, OR TO
005100*    THE FIRST HOLDER LINKED WHEN NONE IS MARKED PRINCIPAL
005110*****************************************************************
005120 2300-TAKE-HOLDER.
005130     ADD 1 TO WS-HOLDER-COUNT.
005140     IF WS-FIRST-HOLDER-ID = SPACES
005150         MOVE REL-CUSTOMER-ID OF RELACCT-RECORD
005160             TO WS-FIRST-HOLDER-ID
005170     END-IF.
005180     IF WS-PRINCIPAL-ID = SPACES
005190         AND REL-ROLE-PRINCIPAL OF RELACCT-RECORD
005200         MOVE REL-CUSTOMER-ID OF RELACCT-RECORD
005210             TO WS-PRINCIPAL-ID
005220     END-IF.
005230     PERFORM 2500-READ-RELACCT THRU 2500-EXIT.
005240 2300-EXIT.
005250     EXIT.
005260*****************************************************************
005270*    2400-WRITE-CERTIFICATE - ONE YXXX027 CERTIFICATE AND ITS
005280*    YXXX028 TAX DETAIL.  AN ACCOUNT WITH NO HOLDER, OR ONE NOT
005290*    ON THE CUSTOMER FILE, IS STILL CERTIFIED - FLAGGED 'N' AND
005300*    LISTED, ENDING THE RUN RC=4
005310*****************************************************************
005320 2400-WRITE-CERTIFICATE.
005330     MOVE SPACES TO YXXX027-RECORD.
005340     MOVE WS-CLOSING-YEAR TO CRT-TAX-YEAR.
005350     MOVE MST-RECORD-ID OF YXXX002-RECORD TO CRT-ACCOUNT-ID.
005360     IF WS-HOLDER-COUNT GREATER THAN 99
005370         MOVE 99 TO CRT-HOLDER-COUNT
005380     ELSE
005390         MOVE WS-HOLDER-COUNT TO CRT-HOLDER-COUNT
005400     END-IF.
005410     MOVE WS-LEDGER-CURRENCY TO CRT-CURRENCY-CODE.
005420     MOVE MST-YTD-INTEREST OF YXXX002-RECORD
005430         TO CRT-INTEREST-AMOUNT.
005440     MOVE MST-BALANCE OF YXXX002-RECORD TO CRT-YEAR-END-BALANCE.
005450     MOVE WS-TODAY-DATE TO CRT-ISSUE-DATE.
005460     IF WS-PRINCIPAL-ID NOT = SPACES
005470         MOVE WS-PRINCIPAL-ID TO WS-CERT-CUSTOMER-ID
005480     ELSE
005490         MOVE WS-FIRST-HOLDER-ID TO WS-CERT-CUSTOMER-ID
005500     END-IF.
005510     MOVE WS-CERT-CUSTOMER-ID TO CRT-CUSTOMER-ID.
005520     MOVE 'N' TO WS-CUST-FOUND-SW.
005530     IF WS-CERT-CUSTOMER-ID NOT = SPACES
005540         PERFORM 2450-READ-CUSTOMER THRU 2450-EXIT
005550     END-IF.
005560     IF WS-CUST-FOUND
005570         MOVE 'Y' TO CRT-ADDRESS-STATUS
005580         MOVE CUS-NAME OF YXXX020-RECORD TO CRT-NAME
005590         MOVE CUS-ADDRESS-LINE-1 OF YXXX020-RECORD
005600             TO CRT-ADDRESS-LINE-1
005610         MOVE CUS-ADDRESS-LINE-2 OF YXXX020-RECORD
005620             TO CRT-ADDRESS-LINE-2
005630         MOVE CUS-ADDRESS-LINE-3 OF YXXX020-RECORD
005640             TO CRT-ADDRESS-LINE-3
005650         MOVE CUS-POSTCODE OF YXXX020-RECORD TO CRT-POSTCODE
005660     ELSE
005670         MOVE 'N' TO CRT-ADDRESS-STATUS
005680         PERFORM 2600-LIST-UNADDRESSED THRU 2600-EXIT
005690     END-IF.
005700     WRITE YXXX027-RECORD.
005710     IF WS-CERT-STATUS NOT = '00'
005720         MOVE 'CERTOUT' TO WS-ERROR-FILE-ID
005730         MOVE WS-CERT-STATUS TO WS-ERROR-STATUS
005740         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
005750     END-IF.
005760     ADD 1 TO WS-CERT-COUNT.
005770     ADD MST-YTD-INTEREST OF YXXX002-RECORD TO WS-CERT-TOTAL.
005780     MOVE SPACES TO YXXX028-RECORD.
005790     MOVE 'D' TO TAX-RECORD-TYPE.
005800     MOVE CRT-TAX-YEAR TO TAX-YEAR.
005810     MOVE CRT-ACCOUNT-ID TO TAX-ACCOUNT-ID.
005820     MOVE CRT-CUSTOMER-ID TO TAX-CUSTOMER-ID.
005830     MOVE CRT-HOLDER-COUNT TO TAX-HOLDER-COUNT.
005840     MOVE CRT-INTEREST-AMOUNT TO TAX-INTEREST-AMOUNT.
005850     MOVE CRT-CURRENCY-CODE TO TAX-CURRENCY-CODE.
005860     MOVE CRT-ADDRESS-STATUS TO TAX-ADDRESS-STATUS.
005870     WRITE YXXX028-RECORD.
005880     IF WS-TAX-STATUS NOT = '00'
005890         MOVE 'TAXOUT' TO WS-ERROR-FILE-ID
005900         MOVE WS-TAX-STATUS TO WS-ERROR-STATUS
005910         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
005920     END-IF.
005930     ADD 1 TO WS-TAX-COUNT.
005940     ADD MST-YTD-INTEREST OF YXXX002-RECORD TO WS-TAX-TOTAL.
005950 2400-EXIT.
005960     EXIT.
005970*****************************************************************
005980*    2450-READ-CUSTOMER - KEYED READ OF THE CERTIFICATE HOLDER
005990*****************************************************************
006000 2450-READ-CUSTOMER.
006010     MOVE WS-CERT-CUSTOMER-ID
006015         TO CUS-CUSTOMER-ID OF YXXX020-RECORD.
006020     MOVE 'Y' TO WS-CUST-FOUND-SW.
006030     READ CUSTFILE
006040         INVALID KEY
006050             MOVE 'N' TO WS-CUST-FOUND-SW
006060     END-READ.
006070     IF WS-CUST-STATUS NOT = '00' AND WS-CUST-STATUS NOT = '23'
006080         MOVE 'CUSTFILE' TO WS-ERROR-FILE-ID
006090         MOVE WS-CUST-STATUS TO WS-ERROR-STATUS
006100         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
006110     END-IF.
006120 2450-EXIT.
006130     EXIT.
006140*****************************************************************
006150*    2500-READ-RELACCT - NEXT RELATIONSHIP IN ACCOUNT ORDER,
006160*    PASSING OVER THE PLACEHOLDER AND PROVING THE SORT.  AN
006170*    OUT-OF-ORDER RECORD MEANS THE SORT STEP WAS SKIPPED - END
006180*    RC=16 BEFORE A CERTIFICATE GOES TO THE WRONG HOLDER
006190*****************************************************************
006200 2500-READ-RELACCT.
006210     READ RELACCT
006220         AT END
006230             MOVE 'Y' TO WS-EOF-RELACCT-SW
006240     END-READ.
006250     IF WS-RELACCT-STATUS NOT = '00'
006260         AND WS-RELACCT-STATUS NOT = '10'
006270         MOVE 'RELACCT' TO WS-ERROR-FILE-ID
006280         MOVE WS-RELACCT-STATUS TO WS-ERROR-STATUS
006290         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
006300     END-IF.
006310     IF WS-EOF-RELACCT
006320         GO TO 2500-EXIT
006330     END-IF.
006340     IF REL-PLACEHOLDER OF RELACCT-RECORD
006350         GO TO 2500-READ-RELACCT
006360     END-IF.
006370     IF REL-RECORD-ID OF RELACCT-RECORD LESS THAN
006380         WS-PREV-RECORD-ID
006390         DISPLAY 'YYEC0008E RELACCT NOT IN ACCOUNT ORDER - '
006400             'RUN THE YYEC001J SORT STEP'
006410         MOVE 16 TO RETURN-CODE
006420         GO TO 9999-ABEND-EXIT
006430     END-IF.
006440     MOVE REL-RECORD-ID OF RELACCT-RECORD TO WS-PREV-RECORD-ID.
006450 2500-EXIT.
006460     EXIT.
006470*****************************************************************
006480*    2600-LIST-UNADDRESSED - ONE LINE PER CERTIFICATE THE VENDOR
006490*    CANNOT MAIL, UNDER A HEADING PRINTED WITH THE FIRST
006500*****************************************************************
006510 2600-LIST-UNADDRESSED.
006520     IF NOT WS-UNADDR-HDG-DONE
006530         MOVE WS-UNADDR-HDG-LINE TO YECRPT-RECORD
006540         PERFORM 1150-WRITE-YECRPT THRU 1150-EXIT
006550         MOVE WS-UNADDR-COL-LINE TO YECRPT-RECORD
006560         PERFORM 1150-WRITE-YECRPT THRU 1150-EXIT
006570         MOVE 'Y' TO WS-UNADDR-HDG-SW
006580     END-IF.
006590     MOVE MST-RECORD-ID OF YXXX002-RECORD TO UAL-ACCOUNT-ID.
006600     MOVE WS-CERT-CUSTOMER-ID TO UAL-CUSTOMER-ID.
006610     IF WS-CERT-CUSTOMER-ID = SPACES
006620         MOVE 'NO HOLDER LINKED' TO UAL-REASON
006630     ELSE
006640         MOVE 'HOLDER NOT ON CUSTOMER FILE' TO UAL-REASON
006650     END-IF.
006660     MOVE MST-YTD-INTEREST OF YXXX002-RECORD TO UAL-INTEREST.
006670     MOVE WS-UNADDR-LINE TO YECRPT-RECORD.
006680     PERFORM 1150-WRITE-YECRPT THRU 1150-EXIT.
006690     ADD 1 TO WS-UNADDR-COUNT.
006700 2600-EXIT.
006710     EXIT.
006720*****************************************************************
006730*    3000-WRITE-TAX-TRAILER - COUNT AND INTEREST TOTAL FOR THE
006740*    TAX-REPORTING SIDE TO BALANCE AGAINST
006750*****************************************************************
006760 3000-WRITE-TAX-TRAILER.
006770     MOVE SPACES TO YXXX028-TRAILER.
006780     MOVE 'T' TO TXT-RECORD-TYPE.
006790     MOVE WS-CLOSING-YEAR TO TXT-TAX-YEAR.
006800     MOVE WS-TAX-COUNT TO TXT-RECORD-COUNT.
006810     MOVE WS-TAX-TOTAL TO TXT-INTEREST-TOTAL.
006820     WRITE YXXX028-TRAILER.
006830     IF WS-TAX-STATUS NOT = '00'
006840         MOVE 'TAXOUT' TO WS-ERROR-FILE-ID
006850         MOVE WS-TAX-STATUS TO WS-ERROR-STATUS
006860         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
006870     END-IF.
006880 3000-EXIT.
006890     EXIT.
006900*****************************************************************
006910*    4000-START-RESET - SECOND PASS.  REOPEN THE MASTER FOR
006920*    UPDATE.  FROM HERE ON A FAILURE LEAVES THE MASTER PARTLY
006930*    RESET - THE OPERATOR MESSAGE MARKS THE POINT
006940*****************************************************************
006950 4000-START-RESET.
006960     CLOSE MASTFILE.
006970     MOVE 'N' TO WS-EOF-MAST-SW.
006980     OPEN I-O MASTFILE.
006990     IF WS-MAST-STATUS NOT = '00'
007000         MOVE 'MASTFILE' TO WS-ERROR-FILE-ID
007010         MOVE WS-MAST-STATUS TO WS-ERROR-STATUS
007020         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
007030     END-IF.
007040     DISPLAY 'YYEC0010I YEAR ' WS-CLOSING-YEAR
007050         ' CERTIFIED - RESETTING THE YEAR-TO-DATE ACCUMULATORS'.
007060     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
007070 4000-EXIT.
007080     EXIT.
007090*****************************************************************
007100*    4100-RESET-ONE-MASTER - ZERO THE YEAR-TO-DATE ACCUMULATORS
007110*    FOR THE NEW YEAR
007120*****************************************************************
007130 4100-RESET-ONE-MASTER.
007140     MOVE ZERO TO MST-YTD-POST-COUNT OF YXXX002-RECORD.
007150     MOVE ZERO TO MST-YTD-POST-AMOUNT OF YXXX002-RECORD.
007160     MOVE ZERO TO MST-YTD-INTEREST OF YXXX002-RECORD.
007170     REWRITE YXXX002-RECORD.
007180     IF WS-MAST-STATUS NOT = '00'
007190         MOVE 'MASTFILE' TO WS-ERROR-FILE-ID
007200         MOVE WS-MAST-STATUS TO WS-ERROR-STATUS
007210         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
007220     END-IF.
007230     ADD 1 TO WS-RESET-COUNT.
007240     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
007250 4100-EXIT.
007260     EXIT.
007270*****************************************************************
007280*    5000-WRITE-SNAPSHOT - THE CLOSED YEAR'S MASTER POSITION ON
007290*    THE PERIOD-SNAPSHOT FILE, DATED THE LAST DAY OF THE YEAR
007300*    AND MARKED AS THE YEAR-END RECORD
007310*****************************************************************
007320 5000-WRITE-SNAPSHOT.
007330     MOVE SPACES TO YXXX007-RECORD.
007340     MOVE WS-YEAR-END-DATE TO TBL-RUN-DATE.
007350     MOVE WS-MASTER-TOTAL TO TBL-MASTER-TOTAL.
007360     MOVE WS-MASTER-COUNT TO TBL-RECORD-COUNT.
007370     MOVE WS-AC-COUNT TO TBL-AC-COUNT.
007380     MOVE WS-CL-COUNT TO TBL-CL-COUNT.
007390     MOVE WS-EX-COUNT TO TBL-EX-COUNT.
007400     MOVE WS-DM-COUNT TO TBL-DM-COUNT.
007410     MOVE 'Y' TO TBL-SNAPSHOT-TYPE.
007420     WRITE YXXX007-RECORD.
007430     IF WS-SNAP-STATUS NOT = '00'
007440         MOVE 'SNAPOUT' TO WS-ERROR-FILE-ID
007450         MOVE WS-SNAP-STATUS TO WS-ERROR-STATUS
007460         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
007470     END-IF.
007480 5000-EXIT.
007490     EXIT.
007500*****************************************************************
007510*    6000-CLOSE-YEAR - THE PERIOD RECORD AS READ, WITH THE LAST
007520*    YEAR CLOSED MOVED ON.  IT GOES TO PERDOUT; YYEC001J
007530*    PROMOTES IT OVER THE LIVE FILE ONLY ON A CLEAN STEP
007540*****************************************************************
007550 6000-CLOSE-YEAR.
007560     MOVE WS-PERIOD-SAVE TO PERDOUT-RECORD.
007570     MOVE WS-CLOSING-YEAR TO PRD-CLOSED-YEAR OF PERDOUT-RECORD.
007580     WRITE PERDOUT-RECORD.
007590     IF WS-PERDOUT-STATUS NOT = '00'
007600         MOVE 'PERDOUT' TO WS-ERROR-FILE-ID
007610         MOVE WS-PERDOUT-STATUS TO WS-ERROR-STATUS
007620         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
007630     END-IF.
007640 6000-EXIT.
007650     EXIT.
007660*****************************************************************
007670*    8000-WRITE-TOTALS - THE YEAR CLOSED, THE POSITION IT CLOSED
007680*    AT, AND THE CERTIFICATE AND EXTRACT CONTROL TOTALS.
007690*    "CERTIFICATE INTEREST TOTAL" MUST EQUAL BOTH THE YTD
007700*    INTEREST TOTAL AND THE TAX EXTRACT TRAILER
007710*****************************************************************
007720 8000-WRITE-TOTALS.
007730     IF WS-UNADDR-HDG-DONE
007740         MOVE WS-BLANK-LINE TO YECRPT-RECORD
007750         PERFORM 1150-WRITE-YECRPT THRU 1150-EXIT
007760     END-IF.
007770     MOVE SPACES TO WS-YEAR-LINE.
007780     MOVE 'YEAR CLOSED...................' TO YRL-LABEL.
007790     MOVE WS-CLOSING-YEAR TO YRL-YEAR.
007800     MOVE WS-YEAR-LINE TO YECRPT-RECORD.
007810     PERFORM 1150-WRITE-YECRPT THRU 1150-EXIT.
007820     MOVE WS-BLANK-LINE TO YECRPT-RECORD.
007830     PERFORM 1150-WRITE-YECRPT THRU 1150-EXIT.
007840     MOVE SPACES TO WS-COUNT-LINE.
007850     MOVE 'MASTER RECORDS................' TO CNT-LABEL.
007860     MOVE WS-MASTER-COUNT TO CNT-COUNT.
007870     MOVE WS-COUNT-LINE TO YECRPT-RECORD.
007880     PERFORM 1150-WRITE-YECRPT THRU 1150-EXIT.
007890     MOVE SPACES TO WS-AMOUNT-LINE.
007900     MOVE 'MASTER BALANCE TOTAL..........' TO AMT-LABEL.
007910     MOVE WS-MASTER-TOTAL TO AMT-AMOUNT.
007920     MOVE WS-AMOUNT-LINE TO YECRPT-RECORD.
007930     PERFORM 1150-WRITE-YECRPT THRU 1150-EXIT.
007940     MOVE SPACES TO WS-COUNT-LINE.
007950     MOVE 'YTD POSTINGS THIS YEAR........' TO CNT-LABEL.
007960     MOVE WS-YTD-COUNT-TOTAL TO CNT-COUNT.
007970     MOVE WS-COUNT-LINE TO YECRPT-RECORD.
007980     PERFORM 1150-WRITE-YECRPT THRU 1150-EXIT.
007990     MOVE SPACES TO WS-AMOUNT-LINE.
008000     MOVE 'YTD POSTED AMOUNT THIS YEAR...' TO AMT-LABEL.
008010     MOVE WS-YTD-AMOUNT-TOTAL TO AMT-AMOUNT.
008020     MOVE WS-AMOUNT-LINE TO YECRPT-RECORD.
008030     PERFORM 1150-WRITE-YECRPT THRU 1150-EXIT.
008040     MOVE SPACES TO WS-AMOUNT-LINE.
008050     MOVE 'YTD INTEREST THIS YEAR........' TO AMT-LABEL.
008060     MOVE WS-YTD-INTEREST-TOTAL TO AMT-AMOUNT.
008070     MOVE WS-AMOUNT-LINE TO YECRPT-RECORD.
008080     PERFORM 1150-WRITE-YECRPT THRU 1150-EXIT.
008090     MOVE WS-BLANK-LINE TO YECRPT-RECORD.
008100     PERFORM 1150-WRITE-YECRPT THRU 1150-EXIT.
008110     MOVE SPACES TO WS-COUNT-LINE.
008120     MOVE 'CERTIFICATES WRITTEN..........' TO CNT-LABEL.
008130     MOVE WS-CERT-COUNT TO CNT-COUNT.
008140     MOVE WS-COUNT-LINE TO YECRPT-RECORD.
008150     PERFORM 1150-WRITE-YECRPT THRU 1150-EXIT.
008160     MOVE SPACES TO WS-AMOUNT-LINE.
008170     MOVE 'CERTIFICATE INTEREST TOTAL....' TO AMT-LABEL.
008180     MOVE WS-CERT-TOTAL TO AMT-AMOUNT.
008190     MOVE WS-AMOUNT-LINE TO YECRPT-RECORD.
008200     PERFORM 1150-WRITE-YECRPT THRU 1150-EXIT.
008210     MOVE SPACES TO WS-COUNT-LINE.
008220     MOVE 'CERTIFICATES NOT ADDRESSED....' TO CNT-LABEL.
008230     MOVE WS-UNADDR-COUNT TO CNT-COUNT.
008240     MOVE WS-COUNT-LINE TO YECRPT-RECORD.
008250     PERFORM 1150-WRITE-YECRPT THRU 1150-EXIT.
008260     MOVE SPACES TO WS-COUNT-LINE.
008270     MOVE 'TAX EXTRACT DETAILS...........' TO CNT-LABEL.
008280     MOVE WS-TAX-COUNT TO CNT-COUNT.
008290     MOVE WS-COUNT-LINE TO YECRPT-RECORD.
008300     PERFORM 1150-WRITE-YECRPT THRU 1150-EXIT.
008310     MOVE SPACES TO WS-AMOUNT-LINE.
008320     MOVE 'TAX EXTRACT INTEREST TOTAL....' TO AMT-LABEL.
008330     MOVE WS-TAX-TOTAL TO AMT-AMOUNT.
008340     MOVE WS-AMOUNT-LINE TO YECRPT-RECORD.
008350     PERFORM 1150-WRITE-YECRPT THRU 1150-EXIT.
008360     MOVE WS-BLANK-LINE TO YECRPT-RECORD.
008370     PERFORM 1150-WRITE-YECRPT THRU 1150-EXIT.
008380     MOVE SPACES TO WS-COUNT-LINE.
008390     MOVE 'YTD ACCUMULATORS RESET........' TO CNT-LABEL.
008400     MOVE WS-RESET-COUNT TO CNT-COUNT.
008410     MOVE WS-COUNT-LINE TO YECRPT-RECORD.
008420     PERFORM 1150-WRITE-YECRPT THRU 1150-EXIT.
008430 8000-EXIT.
008440     EXIT.
008450*****************************************************************
008460*    9000-TERMINATE - CLOSE THE FILES
008470*****************************************************************
008480 9000-TERMINATE.
008490     CLOSE MASTFILE.
008500     CLOSE RELACCT.
008510     CLOSE CUSTFILE.
008520     CLOSE SNAPOUT.
008530     CLOSE CERTOUT.
008540     CLOSE TAXOUT.
008550     CLOSE PERDOUT.
008560     CLOSE YECRPT.
008570 9000-EXIT.
008580     EXIT.
008590*****************************************************************
008600*    9900-FILE-ERROR - COMMON I/O ERROR HANDLER.  WRITES AN
008610*    OPERATOR MESSAGE AND FALLS THROUGH TO THE ABEND EXIT SO A
008620*    BAD OPEN/READ/WRITE NEVER PRODUCES A "CLEAN" RETURN CODE
008630*****************************************************************
008640 9900-FILE-ERROR.
008650     DISPLAY 'YYEC0001E I/O ERROR ON FILE ' WS-ERROR-FILE-ID
008660         ' - FILE STATUS ' WS-ERROR-STATUS.
008670     DISPLAY 'YYEC0002E RUN TERMINATED - NOTIFY OPERATIONS'.
008680     MOVE 16 TO RETURN-CODE.
008690     GO TO 9999-ABEND-EXIT.
008700 9900-EXIT.
008710     EXIT.
008720*****************************************************************
008730*    9999-ABEND-EXIT - CLOSE WHATEVER FILES ARE OPEN AND END THE
008740*    RUN WITH THE NON-ZERO RETURN CODE ALREADY SET
008750*****************************************************************
008760 9999-ABEND-EXIT.
008770     CLOSE PERDIN
008780         MASTFILE
008790         RELACCT
008800         CUSTFILE
008810         SNAPOUT
008820         CERTOUT
008830         TAXOUT
008840         PERDOUT
008850         YECRPT.
008860     GOBACK.
