000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. YHLD001.
000030 AUTHOR. J W HARMON.
000040 INSTALLATION. DAILY LEDGER PROCESSING - OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD LOG
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  --------------------------------------------
000110*    2026-10-15  JWH  ORIGINAL PROGRAM - ONLINE ACCOUNT HOLD
000120*                     MAINTENANCE (TRANSID YHLD) OVER THE
000130*                     YXXX024 HOLDS FILE
000140*****************************************************************
000150*    NARRATIVE
000160*    PSEUDO-CONVERSATIONAL CICS TRANSACTION, BUILT ON THE YSOM001
000170*    PATTERN, FOR PLACING AND RELEASING HOLDS ON AN ACCOUNT'S
000180*    FUNDS.  THE OPERATOR KEYS AN ACCOUNT ON MAP YHLDMP1 (MAPSET
000190*    YHLDMS) AND PRESSES ENTER TO SEE ITS LEDGER BALANCE, THE
000200*    TOTAL ON HOLD, THE AVAILABLE BALANCE AND THE FIRST SIX
000210*    ACTIVE HOLDS.  KEYING A HOLD NUMBER AS WELL SHOWS THAT HOLD
000220*    IN FULL, WHATEVER ITS STATUS.  KEYING AN ACTION APPLIES A
000230*    CHANGE:
000240*        ACTION 'P' - PLACE.  AMOUNT AND REASON CODE ARE
000250*                     REQUIRED; REASON TEXT AND EXPIRY DATE ARE
000260*                     OPTIONAL.  THE ACCOUNT MUST BE ON THE
000270*                     MASTER AND NOT CLOSED.  THE HOLD NUMBER IS
000280*                     ASSIGNED HERE - ONE ABOVE THE HIGHEST THE
000290*                     ACCOUNT HAS EVER HAD - AND ANY NUMBER KEYED
000300*                     IS IGNORED
000310*        ACTION 'R' - RELEASE THE KEYED HOLD.  ONLY AN ACTIVE
000320*                     HOLD CAN BE RELEASED; THE RECORD STAYS ON
000330*                     FILE AS 'RL' FOR THE AUDIT TRAIL
000340*    AN EXPIRY DATE MAY NOT BE IN THE PAST; THE HOLD STOPS
000350*    COUNTING AFTER THAT DAY AND THE NIGHTLY YHLX001 STEP MARKS
000360*    IT EXPIRED.  A HOLD COUNTS AGAINST THE AVAILABLE BALANCE
000370*    WHILE ACTIVE AND NOT PAST ITS EXPIRY - THE SAME TEST MYPGM
000380*    APPLIES TO DEBITS (2517-CHECK-HOLDS) AND YINQ SHOWS.  THE
000390*    LEDGER IS NOT TOUCHED HERE, SO NOTHING IS JOURNALED TO
000400*    YADJ; THE HOLD IS STAMPED WITH THE OPERATOR ID AND
000410*    TIMESTAMP INSTEAD.
000420*****************************************************************
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. IBM-3090.
000460 OBJECT-COMPUTER. IBM-3090.
000470 DATA DIVISION.
000480 WORKING-STORAGE SECTION.
000490*****************************************************************
000500*    SYMBOLIC MAP FOR MAPSET YHLDMS, MAP YHLDMP1
000510*****************************************************************
000520     COPY YHLDMAP.
000530*****************************************************************
000540*    AID KEY CONSTANTS - SEE 0000-MAINLINE FOR THE EIBAID TEST
000550*****************************************************************
000560     COPY DFHAID.
000570*****************************************************************
000580*    WORKING COPY OF THE YXXX024 HOLD RECORD - THE HOLD SHOWN OR
000590*    CHANGED
000600*****************************************************************
000610     COPY YXXX024 REPLACING ==YXXX024-RECORD== BY
000620         ==WS-HLD-RECORD==.
000630*****************************************************************
000640*    SECOND COPY OF THE HOLD RECORD FOR THE ACTIVE-HOLD BROWSE,
000650*    SO THE LIST NEVER OVERLAYS THE HOLD ON DISPLAY
000660*****************************************************************
000670     COPY YXXX024 REPLACING ==YXXX024-RECORD== BY
000680         ==WS-BRW-RECORD==.
000690*****************************************************************
000700*    WORKING COPY OF THE YXXX002 MASTER RECORD
000710*****************************************************************
000720     COPY YXXX002 REPLACING ==YXXX002-RECORD== BY
000730         ==WS-MASTER-RECORD==.
000740*****************************************************************
000750*    CICS RESOURCE NAMES.  THE MASTER IS READ THROUGH YINQ'S
000760*    READ-ONLY YXXX002 ENTRY
000770*****************************************************************
000780 77  WS-TRANSID                   PIC X(04) VALUE 'YHLD'.
000790 77  WS-MAPSET-NAME               PIC X(08) VALUE 'YHLDMS'.
000800 77  WS-MAP-NAME                  PIC X(08) VALUE 'YHLDMP1'.
000810 77  WS-FILE-NAME                 PIC X(08) VALUE 'YXXX024'.
000820 77  WS-MASTER-FILE-NAME          PIC X(08) VALUE 'YXXX002'.
000830*****************************************************************
000840*    SWITCHES AND RESPONSE-HANDLING FIELDS
000850*****************************************************************
000860 77  WS-EDIT-ERROR-SW             PIC X(01) VALUE 'N'.
000870     88  WS-EDIT-ERROR                VALUE 'Y'.
000880 77  WS-NOTFND-SW                 PIC X(01) VALUE 'N'.
000890     88  WS-HOLD-NOTFND               VALUE 'Y'.
000900 77  WS-APPLY-MODE-SW             PIC X(01) VALUE 'N'.
000910     88  WS-APPLY-MODE                VALUE 'Y'.
000920 77  WS-HOLD-SHOWN-SW             PIC X(01) VALUE 'N'.
000930     88  WS-HOLD-SHOWN                VALUE 'Y'.
000940 77  WS-HOLDS-LISTED-SW           PIC X(01) VALUE 'N'.
000950     88  WS-HOLDS-LISTED              VALUE 'Y'.
000960 77  WS-BROWSE-DONE-SW            PIC X(01) VALUE 'N'.
000970     88  WS-BROWSE-DONE               VALUE 'Y'.
000980 77  WS-LEAP-SW                   PIC X(01) VALUE 'N'.
000990     88  WS-LEAP-YEAR                 VALUE 'Y'.
001000 77  WS-RESP-CODE                 PIC S9(08) COMP VALUE ZERO.
001010 77  WS-EDIT-MESSAGE              PIC X(60) VALUE SPACES.
001020 77  WS-APPLIED-MESSAGE           PIC X(60) VALUE SPACES.
001030 01  WS-PLACED-MESSAGE.
001040     05  FILLER                   PIC X(05) VALUE 'HOLD '.
001050     05  WS-PLACED-HOLD-NO        PIC 9(03).
001060     05  FILLER                   PIC X(07) VALUE ' PLACED'.
001070*****************************************************************
001080*    OPERATOR / TIMESTAMP FIELDS
001090*****************************************************************
001100 77  WS-OPERATOR-ID               PIC X(03) VALUE SPACES.
001110 77  WS-ABSTIME                   PIC S9(15) COMP-3 VALUE ZERO.
001120 77  WS-STAMP-DATE                PIC 9(08) VALUE ZERO.
001130 77  WS-STAMP-TIME                PIC 9(06) VALUE ZERO.
001140*****************************************************************
001150*    HOLD NUMBER AS KEYED
001160*****************************************************************
001170 01  WS-KEY-FIELDS.
001180     05  WS-KEY-HOLD-TEXT         PIC X(03).
001190     05  WS-KEY-HOLD-NUM REDEFINES WS-KEY-HOLD-TEXT
001200                                  PIC 9(03).
001210*****************************************************************
001220*    EDITED VALUES FOR A PLACEMENT - MOVED TO THE RECORD ONLY
001230*    ONCE EVERY KEYED FIELD HAS PASSED ITS EDIT
001240*****************************************************************
001250 01  WS-NEW-VALUES.
001260     05  WS-NEW-AMOUNT            PIC 9(07)V99 COMP-3.
001270     05  WS-NEW-REASON-CODE       PIC X(04).
001280         88  WS-NEW-REASON-VALID      VALUE 'DISP' 'LEGL'
001290                                            'SETL' 'OTHR'.
001300     05  WS-NEW-REASON-TEXT       PIC X(30).
001310     05  WS-NEW-EXPIRY-DATE       PIC 9(08).
001320*****************************************************************
001330*    AMOUNT EDIT FIELDS - THE AMOUNT ARRIVES AS DISPLAY TEXT,
001340*    9999999,99, COMMA DECIMAL AS ON THE FEED
001350*****************************************************************
001360 01  WS-AMOUNT-EDIT-FIELDS.
001370     05  WS-AMT-TEXT              PIC X(10).
001380     05  WS-AMT-SPLIT REDEFINES WS-AMT-TEXT.
001390         10  WS-AMT-INT-TEXT      PIC X(07).
001400         10  WS-AMT-SEP           PIC X(01).
001410         10  WS-AMT-DEC-TEXT      PIC X(02).
001420     05  WS-AMT-INT-NUM           PIC 9(07).
001430     05  WS-AMT-DEC-NUM           PIC 9(02).
001440*****************************************************************
001450*    DATE EDIT FIELDS - SEE 3190-CHECK-DATE
001460*****************************************************************
001470 01  WS-CHECK-DATE-FIELDS.
001480     05  WS-CHK-DATE-TEXT         PIC X(08).
001490     05  WS-CHK-DATE REDEFINES WS-CHK-DATE-TEXT
001500                                  PIC 9(08).
001510     05  WS-CHK-DATE-SPLIT REDEFINES WS-CHK-DATE-TEXT.
001520         10  WS-CHK-YEAR          PIC 9(04).
001530         10  WS-CHK-MONTH         PIC 9(02).
001540         10  WS-CHK-DAY           PIC 9(02).
001550     05  WS-CHK-MONTH-DAYS        PIC 9(02).
001560     05  WS-CHK-QUOTIENT          PIC 9(04) COMP-3.
001570     05  WS-CHK-REMAINDER         PIC 9(04) COMP-3.
001580 01  WS-MONTH-DAYS-VALUES.
001590     05  FILLER                   PIC X(24) VALUE
001600         '312831303130313130313031'.
001610 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001620     05  WS-MONTH-DAYS            PIC 9(02) OCCURS 12.
001630*****************************************************************
001640*    ACTIVE-HOLD BROWSE - THE KEY TO START AT, THE HIGHEST HOLD
001650*    NUMBER THE ACCOUNT HAS USED, THE ACTIVE HOLDS FOUND AND
001660*    THEIR TOTAL, AND THE STAGING TABLE FOR THE SIX DISPLAY LINES
001670*****************************************************************
001680 01  WS-BRW-KEY.
001690     05  WS-BRW-ACCOUNT           PIC X(10).
001700     05  WS-BRW-HOLD-NO           PIC 9(03).
001710 77  WS-HIGH-HOLD-NO              PIC 9(03) VALUE ZERO.
001720 77  WS-HOLDS-FOUND               PIC 9(03) COMP-3 VALUE ZERO.
001730 77  WS-HELD-TOTAL                PIC S9(11)V99 COMP-3
001740                                            VALUE ZERO.
001750 77  WS-AVAILABLE-BALANCE         PIC S9(11)V99 COMP-3
001760                                            VALUE ZERO.
001770 01  WS-HOLD-LINE.
001780     05  HLL-HOLD-NO              PIC 9(03).
001790     05  FILLER                   PIC X(02) VALUE SPACES.
001800     05  HLL-AMOUNT               PIC -ZZZ,ZZZ,ZZ9.99.
001810     05  FILLER                   PIC X(02) VALUE SPACES.
001820     05  HLL-REASON               PIC X(04).
001830     05  FILLER                   PIC X(02) VALUE SPACES.
001840     05  HLL-EXPIRY               PIC X(10).
001850     05  FILLER                   PIC X(02) VALUE SPACES.
001860     05  HLL-PLACED-BY            PIC X(03).
001870     05  FILLER                   PIC X(01) VALUE SPACE.
001880     05  HLL-PLACED-DATE          PIC X(10).
001890 01  WS-HOLD-TABLE.
001900     05  WS-HOLD-ENTRY OCCURS 6   PIC X(55).
001910*****************************************************************
001920*    EDITED FIELDS FOR THE RESPONSE MAP
001930*****************************************************************
001940 01  WS-SHOW-AMOUNT               PIC 9(07)V99.
001950 01  WS-SHOW-AMOUNT-SPLIT REDEFINES WS-SHOW-AMOUNT.
001960     05  WS-SHOW-INT              PIC 9(07).
001970     05  WS-SHOW-DEC              PIC 9(02).
001980 01  WS-AMOUNT-DISPLAY.
001990     05  WS-AMT-DISP-INT          PIC 9(07).
002000     05  FILLER                   PIC X(01) VALUE ','.
002010     05  WS-AMT-DISP-DEC          PIC 9(02).
002020 77  WS-BALANCE-EDIT              PIC -ZZZ,ZZZ,ZZ9.99.
002030 77  WS-COUNT-EDIT                PIC ZZ9.
002040 01  WS-DATE-WORK                 PIC 9(08).
002050 01  WS-DATE-BREAKDOWN REDEFINES WS-DATE-WORK.
002060     05  WS-DATE-CC               PIC 9(02).
002070     05  WS-DATE-YY               PIC 9(02).
002080     05  WS-DATE-MM               PIC 9(02).
002090     05  WS-DATE-DD               PIC 9(02).
002100 01  WS-UPDT-DATE-EDIT.
002110     05  WS-UPDT-DATE-CC          PIC 9(02).
002120     05  WS-UPDT-DATE-YY          PIC 9(02).
002130     05  FILLER                   PIC X(01) VALUE '-'.
002140     05  WS-UPDT-DATE-MM          PIC 9(02).
002150     05  FILLER                   PIC X(01) VALUE '-'.
002160     05  WS-UPDT-DATE-DD          PIC 9(02).
002170 01  WS-STAMP-EDIT.
002180     05  WS-STAMP-EDIT-ID         PIC X(03).
002190     05  FILLER                   PIC X(01) VALUE SPACE.
002200     05  WS-STAMP-EDIT-DATE       PIC X(10).
002210     05  FILLER                   PIC X(01) VALUE SPACE.
002220     05  WS-STAMP-EDIT-HH         PIC 9(02).
002230     05  FILLER                   PIC X(01) VALUE ':'.
002240     05  WS-STAMP-EDIT-MM         PIC 9(02).
002250     05  FILLER                   PIC X(01) VALUE ':'.
002260     05  WS-STAMP-EDIT-SS         PIC 9(02).
002270 01  WS-TIME-BREAKDOWN.
002280     05  WS-TIME-HH               PIC 9(02).
002290     05  WS-TIME-MM               PIC 9(02).
002300     05  WS-TIME-SS               PIC 9(02).
002310 LINKAGE SECTION.
002320 01  DFHCOMMAREA                  PIC X(01).
002330 PROCEDURE DIVISION.
002340*****************************************************************
002350*    0000-MAINLINE - FIRST ENTRY SENDS A BLANK HOLD SCREEN;
002360*    EVERY SUBSEQUENT ENTRY PROCESSES WHAT THE OPERATOR KEYED -
002370*    DISPLAY WHEN ONLY AN ACCOUNT (AND HOLD NUMBER) WAS KEYED,
002380*    APPLY WHEN AN ACTION WAS KEYED TOO.  CLEAR/PF3 ENDS THE
002390*    CONVERSATION
002400*****************************************************************
002410 0000-MAINLINE.
002420     IF EIBCALEN = ZERO
002430         PERFORM 2000-SEND-BLANK-MAP THRU 2000-EXIT
002440         PERFORM 6000-RETURN-TRANS THRU 6000-EXIT
002450     ELSE
002460         IF EIBAID = DFHCLEAR OR EIBAID = DFHPF3
002470             PERFORM 7000-END-SESSION THRU 7000-EXIT
002480         ELSE
002490             PERFORM 3000-PROCESS-REQUEST THRU 3000-EXIT
002500             PERFORM 6000-RETURN-TRANS THRU 6000-EXIT
002510         END-IF
002520     END-IF.
002530     GOBACK.
002540*****************************************************************
002550*    6000-RETURN-TRANS - RETURN TO CICS, RE-ARMING TRANSID YHLD
002560*****************************************************************
002570 6000-RETURN-TRANS.
002580     EXEC CICS RETURN
002590         TRANSID(WS-TRANSID)
002600         COMMAREA(DFHCOMMAREA)
002610     END-EXEC.
002620 6000-EXIT.
002630     EXIT.
002640*****************************************************************
002650*    2000-SEND-BLANK-MAP - FIRST-TIME ENTRY - CLEAR THE SCREEN
002660*    AND PROMPT FOR AN ACCOUNT
002670*****************************************************************
002680 2000-SEND-BLANK-MAP.
002690     MOVE LOW-VALUES TO YHLDMP1O.
002700     EXEC CICS SEND MAP(WS-MAP-NAME)
002710         MAPSET(WS-MAPSET-NAME)
002720         ERASE
002730     END-EXEC.
002740 2000-EXIT.
002750     EXIT.
002760*****************************************************************
002770*    3000-PROCESS-REQUEST - RECEIVE THE MAP, CHECK THE ACCOUNT
002780*    AND LIST ITS ACTIVE HOLDS, THEN EITHER DISPLAY THE KEYED
002790*    HOLD OR APPLY THE CHANGE.  A SUCCESSFUL CHANGE IS FOLLOWED
002800*    BY A SECOND PASS OF THE LIST SO THE BALANCES SHOWN INCLUDE
002810*    IT
002820*****************************************************************
002830 3000-PROCESS-REQUEST.
002840     PERFORM 3100-RECEIVE-MAP THRU 3100-EXIT.
002850     IF NOT WS-EDIT-ERROR
002860         PERFORM 3360-CHECK-ACCOUNT THRU 3360-EXIT
002870     END-IF.
002880     IF NOT WS-EDIT-ERROR
002890         PERFORM 3600-COLLECT-HOLDS THRU 3600-EXIT
002900         IF WS-APPLY-MODE
002910             PERFORM 3300-APPLY-CHANGE THRU 3300-EXIT
002920             IF NOT WS-EDIT-ERROR AND NOT WS-HOLD-NOTFND
002930                 PERFORM 3600-COLLECT-HOLDS THRU 3600-EXIT
002940             END-IF
002950         ELSE
002960             IF WS-KEY-HOLD-NUM NOT = ZERO
002970                 PERFORM 3200-READ-HOLD THRU 3200-EXIT
002980             END-IF
002990         END-IF
003000     END-IF.
003010     IF WS-EDIT-ERROR OR WS-HOLD-NOTFND
003020         PERFORM 3900-SEND-ERROR-MAP THRU 3900-EXIT
003030     ELSE
003040         PERFORM 3400-BUILD-RESPONSE THRU 3400-EXIT
003050         PERFORM 3500-SEND-RESPONSE-MAP THRU 3500-EXIT
003060     END-IF.
003070 3000-EXIT.
003080     EXIT.
003090*****************************************************************
003100*    3100-RECEIVE-MAP - RECEIVE THE SCREEN AND DECIDE DISPLAY
003110*    VS APPLY.  ALL FIELD EDITS HAPPEN HERE SO NOTHING TOUCHES
003120*    THE FILE UNTIL THE WHOLE CHANGE IS CLEAN
003130*****************************************************************
003140 3100-RECEIVE-MAP.
003150     MOVE 'N' TO WS-EDIT-ERROR-SW.
003160     MOVE 'N' TO WS-NOTFND-SW.
003170     MOVE 'N' TO WS-APPLY-MODE-SW.
003180     MOVE 'N' TO WS-HOLD-SHOWN-SW.
003190     MOVE 'N' TO WS-HOLDS-LISTED-SW.
003200     MOVE SPACES TO WS-EDIT-MESSAGE.
003210     MOVE ZERO TO WS-KEY-HOLD-NUM.
003220     EXEC CICS RECEIVE MAP(WS-MAP-NAME)
003230         MAPSET(WS-MAPSET-NAME)
003240         INTO(YHLDMP1I)
003250         RESP(WS-RESP-CODE)
003260     END-EXEC.
003270     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
003280         MOVE 'Y' TO WS-EDIT-ERROR-SW
003290         MOVE 'PLEASE KEY AN ACCOUNT ID' TO WS-EDIT-MESSAGE
003300         GO TO 3100-EXIT
003310     END-IF.
003320     IF ACCTIDL = ZERO AND ACCTIDI = SPACES
003330         MOVE 'Y' TO WS-EDIT-ERROR-SW
003340         MOVE 'PLEASE KEY AN ACCOUNT ID' TO WS-EDIT-MESSAGE
003350         GO TO 3100-EXIT
003360     END-IF.
003370*    TODAY'S DATE DECIDES WHICH HOLDS STILL COUNT, AND IS
003380*    NEEDED TO EDIT AN EXPIRY DATE
003390     PERFORM 3350-GET-STAMP THRU 3350-EXIT.
003400     IF HOLDNOL NOT = ZERO
003410         MOVE HOLDNOI TO WS-KEY-HOLD-TEXT
003420         IF WS-KEY-HOLD-TEXT NOT NUMERIC
003430             OR WS-KEY-HOLD-NUM = ZERO
003440             MOVE ZERO TO WS-KEY-HOLD-NUM
003450             MOVE 'Y' TO WS-EDIT-ERROR-SW
003460             MOVE 'HOLD NUMBER MUST BE KEYED AS 001-999'
003470                 TO WS-EDIT-MESSAGE
003480             GO TO 3100-EXIT
003490         END-IF
003500     END-IF.
003510     IF ACTIONI = SPACE OR ACTIONI = LOW-VALUE
003520         GO TO 3100-EXIT
003530     END-IF.
003540     MOVE 'Y' TO WS-APPLY-MODE-SW.
003550     IF ACTIONI NOT = 'P' AND ACTIONI NOT = 'R'
003560         MOVE 'Y' TO WS-EDIT-ERROR-SW
003570         MOVE 'ACTION MUST BE P (PLACE) OR R (RELEASE)'
003580             TO WS-EDIT-MESSAGE
003590         GO TO 3100-EXIT
003600     END-IF.
003610     IF ACTIONI = 'R'
003620         IF WS-KEY-HOLD-NUM = ZERO
003630             MOVE 'Y' TO WS-EDIT-ERROR-SW
003640             MOVE 'KEY THE NUMBER OF THE HOLD TO RELEASE'
003650                 TO WS-EDIT-MESSAGE
003660         END-IF
003670         GO TO 3100-EXIT
003680     END-IF.
003690*    A PLACEMENT IS NUMBERED BY 3310 - ANY NUMBER KEYED IS
003700*    IGNORED
003710     MOVE ZERO TO WS-KEY-HOLD-NUM.
003720     PERFORM 3110-EDIT-PLACEMENT THRU 3110-EXIT.
003730 3100-EXIT.
003740     EXIT.
003750*****************************************************************
003760*    3110-EDIT-PLACEMENT - A NEW HOLD MUST KEY AN AMOUNT AND A
003770*    REASON CODE; THE REASON TEXT AND EXPIRY DATE ARE OPTIONAL
003780*****************************************************************
003790 3110-EDIT-PLACEMENT.
003800     MOVE ZERO TO WS-NEW-AMOUNT WS-NEW-EXPIRY-DATE.
003810     MOVE SPACES TO WS-NEW-REASON-CODE WS-NEW-REASON-TEXT.
003820     IF AMOUNTL = ZERO OR RSNCDL = ZERO
003830         MOVE 'Y' TO WS-EDIT-ERROR-SW
003840         MOVE 'AMOUNT AND REASON CODE ARE REQUIRED TO PLACE'
003850             TO WS-EDIT-MESSAGE
003860         GO TO 3110-EXIT
003870     END-IF.
003880     PERFORM 3130-EDIT-AMOUNT THRU 3130-EXIT.
003890     IF WS-EDIT-ERROR
003900         GO TO 3110-EXIT
003910     END-IF.
003920     MOVE RSNCDI TO WS-NEW-REASON-CODE.
003930     IF NOT WS-NEW-REASON-VALID
003940         MOVE 'Y' TO WS-EDIT-ERROR-SW
003950         MOVE 'REASON MUST BE DISP, LEGL, SETL OR OTHR'
003960             TO WS-EDIT-MESSAGE
003970         GO TO 3110-EXIT
003980     END-IF.
003990     IF RSNTXTL NOT = ZERO
004000         MOVE RSNTXTI TO WS-NEW-REASON-TEXT
004010         INSPECT WS-NEW-REASON-TEXT
004020             REPLACING ALL LOW-VALUE BY SPACE
004030     END-IF.
004040     IF EXPIRYL NOT = ZERO
004050         PERFORM 3150-EDIT-EXPIRY THRU 3150-EXIT
004060     END-IF.
004070 3110-EXIT.
004080     EXIT.
004090*****************************************************************
004100*    3130-EDIT-AMOUNT - KEYED AS 9999999,99, THE SAME COMMA
004110*    DECIMAL THE FEED USES.  NEVER ZERO
004120*****************************************************************
004130 3130-EDIT-AMOUNT.
004140     MOVE AMOUNTI TO WS-AMT-TEXT.
004150     IF WS-AMT-SEP NOT = ','
004160         OR WS-AMT-INT-TEXT NOT NUMERIC
004170         OR WS-AMT-DEC-TEXT NOT NUMERIC
004180         MOVE 'Y' TO WS-EDIT-ERROR-SW
004190         MOVE 'AMOUNT MUST BE KEYED AS 9999999,99'
004200             TO WS-EDIT-MESSAGE
004210         GO TO 3130-EXIT
004220     END-IF.
004230     MOVE WS-AMT-INT-TEXT TO WS-AMT-INT-NUM.
004240     MOVE WS-AMT-DEC-TEXT TO WS-AMT-DEC-NUM.
004250     COMPUTE WS-NEW-AMOUNT =
004260         WS-AMT-INT-NUM + (WS-AMT-DEC-NUM / 100).
004270     IF WS-NEW-AMOUNT = ZERO
004280         MOVE 'Y' TO WS-EDIT-ERROR-SW
004290         MOVE 'A ZERO HOLD HOLDS NOTHING' TO WS-EDIT-MESSAGE
004300     END-IF.
004310 3130-EXIT.
004320     EXIT.
004330*****************************************************************
004340*    3150-EDIT-EXPIRY - 00000000 MEANS THE HOLD RUNS UNTIL IT IS
004350*    RELEASED; ANYTHING ELSE MUST BE A REAL CALENDAR DATE, TODAY
004360*    OR LATER.  THE HOLD COUNTS UP TO AND INCLUDING THAT DAY
004370*****************************************************************
004380 3150-EDIT-EXPIRY.
004390     MOVE EXPIRYI TO WS-CHK-DATE-TEXT.
004400     IF WS-CHK-DATE-TEXT = '00000000'
004410         MOVE ZERO TO WS-NEW-EXPIRY-DATE
004420         GO TO 3150-EXIT
004430     END-IF.
004440     PERFORM 3190-CHECK-DATE THRU 3190-EXIT.
004450     IF WS-EDIT-ERROR
004460         MOVE 'EXPIRY MUST BE YYYYMMDD, OR BLANK FOR NONE'
004470             TO WS-EDIT-MESSAGE
004480         GO TO 3150-EXIT
004490     END-IF.
004500     IF WS-CHK-DATE LESS THAN WS-STAMP-DATE
004510         MOVE 'Y' TO WS-EDIT-ERROR-SW
004520         MOVE 'EXPIRY DATE MAY NOT BE IN THE PAST'
004530             TO WS-EDIT-MESSAGE
004540         GO TO 3150-EXIT
004550     END-IF.
004560     MOVE WS-CHK-DATE TO WS-NEW-EXPIRY-DATE.
004570 3150-EXIT.
004580     EXIT.
004590*****************************************************************
004600*    3190-CHECK-DATE - IS WS-CHK-DATE-TEXT A REAL YYYYMMDD DATE?
004610*    SETS WS-EDIT-ERROR-SW WHEN IT IS NOT; THE CALLER SUPPLIES
004620*    THE MESSAGE
004630*****************************************************************
004640 3190-CHECK-DATE.
004650     IF WS-CHK-DATE-TEXT NOT NUMERIC
004660         MOVE 'Y' TO WS-EDIT-ERROR-SW
004670         GO TO 3190-EXIT
004680     END-IF.
004690     IF WS-CHK-YEAR LESS THAN 1900
004700         OR WS-CHK-MONTH LESS THAN 1
004710         OR WS-CHK-MONTH GREATER THAN 12
004720         OR WS-CHK-DAY LESS THAN 1
004730         MOVE 'Y' TO WS-EDIT-ERROR-SW
004740         GO TO 3190-EXIT
004750     END-IF.
004760     MOVE WS-MONTH-DAYS (WS-CHK-MONTH) TO WS-CHK-MONTH-DAYS.
004770     IF WS-CHK-MONTH = 2
004780         MOVE 'N' TO WS-LEAP-SW
004790         DIVIDE WS-CHK-YEAR BY 4 GIVING WS-CHK-QUOTIENT
004800             REMAINDER WS-CHK-REMAINDER
004810         IF WS-CHK-REMAINDER = ZERO
004820             MOVE 'Y' TO WS-LEAP-SW
004830             DIVIDE WS-CHK-YEAR BY 100 GIVING WS-CHK-QUOTIENT
004840                 REMAINDER WS-CHK-REMAINDER
004850             IF WS-CHK-REMAINDER = ZERO
004860                 MOVE 'N' TO WS-LEAP-SW
004870                 DIVIDE WS-CHK-YEAR BY 400
004880                     GIVING WS-CHK-QUOTIENT
004890                     REMAINDER WS-CHK-REMAINDER
004900                 IF WS-CHK-REMAINDER = ZERO
004910                     MOVE 'Y' TO WS-LEAP-SW
004920                 END-IF
004930             END-IF
004940         END-IF
004950         IF WS-LEAP-YEAR
004960             MOVE 29 TO WS-CHK-MONTH-DAYS
004970         END-IF
004980     END-IF.
004990     IF WS-CHK-DAY GREATER THAN WS-CHK-MONTH-DAYS
005000         MOVE 'Y' TO WS-EDIT-ERROR-SW
005010     END-IF.
005020 3190-EXIT.
005030     EXIT.
005040*****************************************************************
005050*    3200-READ-HOLD - PLAIN KEYED READ FOR THE DISPLAY PATH,
005060*    SAME TECHNIQUE AS YSOM001/3200-READ-INSTRUCTION
005070*****************************************************************
005080 3200-READ-HOLD.
005090     MOVE ACCTIDI TO HLD-RECORD-ID OF WS-HLD-RECORD.
005100     MOVE WS-KEY-HOLD-NUM TO HLD-HOLD-NO OF WS-HLD-RECORD.
005110     EXEC CICS READ
005120         FILE(WS-FILE-NAME)
005130         INTO(WS-HLD-RECORD)
005140         RIDFLD(HLD-KEY OF WS-HLD-RECORD)
005150         RESP(WS-RESP-CODE)
005160     END-EXEC.
005170     IF WS-RESP-CODE = DFHRESP(NOTFND)
005180         MOVE 'Y' TO WS-NOTFND-SW
005190         GO TO 3200-EXIT
005200     END-IF.
005210     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
005220         EXEC CICS ABEND
005230             ABCODE('YHL1')
005240         END-EXEC
005250     END-IF.
005260     MOVE 'Y' TO WS-HOLD-SHOWN-SW.
005270 3200-EXIT.
005280     EXIT.
005290*****************************************************************
005300*    3300-APPLY-CHANGE - A PLACEMENT WRITES A NEW HOLD; A RELEASE
005310*    READS THE HOLD FOR UPDATE, CHECKS IT IS STILL ACTIVE, MARKS
005320*    IT RELEASED, STAMPS OPERATOR AND TIMESTAMP AND REWRITES
005330*****************************************************************
005340 3300-APPLY-CHANGE.
005350     IF ACTIONI = 'P'
005360         PERFORM 3310-PLACE-HOLD THRU 3310-EXIT
005370         GO TO 3300-EXIT
005380     END-IF.
005390     MOVE ACCTIDI TO HLD-RECORD-ID OF WS-HLD-RECORD.
005400     MOVE WS-KEY-HOLD-NUM TO HLD-HOLD-NO OF WS-HLD-RECORD.
005410     EXEC CICS READ
005420         FILE(WS-FILE-NAME)
005430         INTO(WS-HLD-RECORD)
005440         RIDFLD(HLD-KEY OF WS-HLD-RECORD)
005450         UPDATE
005460         RESP(WS-RESP-CODE)
005470     END-EXEC.
005480     IF WS-RESP-CODE = DFHRESP(NOTFND)
005490         MOVE 'Y' TO WS-NOTFND-SW
005500         GO TO 3300-EXIT
005510     END-IF.
005520     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
005530         EXEC CICS ABEND
005540             ABCODE('YHL2')
005550         END-EXEC
005560     END-IF.
005570     IF NOT HLD-STATUS-ACTIVE OF WS-HLD-RECORD
005580*        NOTHING WAS CHANGED - THE HELD RECORD IS RELEASED WHEN
005590*        THE TASK ENDS
005600         MOVE 'Y' TO WS-EDIT-ERROR-SW
005610         MOVE 'HOLD IS ALREADY RELEASED OR EXPIRED'
005620             TO WS-EDIT-MESSAGE
005630         GO TO 3300-EXIT
005640     END-IF.
005650     MOVE 'RL' TO HLD-STATUS OF WS-HLD-RECORD.
005660     MOVE WS-OPERATOR-ID TO HLD-RELEASED-BY OF WS-HLD-RECORD.
005670     MOVE WS-STAMP-DATE TO HLD-RELEASED-DATE OF WS-HLD-RECORD.
005680     MOVE WS-STAMP-TIME TO HLD-RELEASED-TIME OF WS-HLD-RECORD.
005690     EXEC CICS REWRITE
005700         FILE(WS-FILE-NAME)
005710         FROM(WS-HLD-RECORD)
005720         RESP(WS-RESP-CODE)
005730     END-EXEC.
005740     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
005750         EXEC CICS ABEND
005760             ABCODE('YHL3')
005770         END-EXEC
005780     END-IF.
005790     MOVE 'Y' TO WS-HOLD-SHOWN-SW.
005800     MOVE 'HOLD RELEASED' TO WS-APPLIED-MESSAGE.
005810 3300-EXIT.
005820     EXIT.
005830*****************************************************************
005840*    3310-PLACE-HOLD - THE ACCOUNT MUST NOT BE CLOSED.  THE NEW
005850*    HOLD TAKES THE NEXT NUMBER AFTER THE HIGHEST 3600 FOUND, SO
005860*    A NUMBER IS NEVER REUSED.  A DUPLICATE KEY MEANS ANOTHER
005870*    TERMINAL PLACED A HOLD ON THE ACCOUNT IN BETWEEN
005880*****************************************************************
005890 3310-PLACE-HOLD.
005900     IF MST-STATUS-CLOSED OF WS-MASTER-RECORD
005910         MOVE 'Y' TO WS-EDIT-ERROR-SW
005920         MOVE 'ACCOUNT IS CLOSED - HOLD REFUSED'
005930             TO WS-EDIT-MESSAGE
005940         GO TO 3310-EXIT
005950     END-IF.
005960     IF WS-HIGH-HOLD-NO = 999
005970         MOVE 'Y' TO WS-EDIT-ERROR-SW
005980         MOVE 'ACCOUNT HAS USED ALL 999 HOLD NUMBERS - SEE OPS'
005990             TO WS-EDIT-MESSAGE
006000         GO TO 3310-EXIT
006010     END-IF.
006020     MOVE SPACES TO WS-HLD-RECORD.
006030     MOVE ACCTIDI TO HLD-RECORD-ID OF WS-HLD-RECORD.
006040     COMPUTE HLD-HOLD-NO OF WS-HLD-RECORD = WS-HIGH-HOLD-NO + 1.
006050     MOVE 'AC' TO HLD-STATUS OF WS-HLD-RECORD.
006060     MOVE WS-NEW-AMOUNT TO HLD-AMOUNT OF WS-HLD-RECORD.
006070     MOVE WS-NEW-REASON-CODE TO HLD-REASON-CODE OF WS-HLD-RECORD.
006080     MOVE WS-NEW-REASON-TEXT TO HLD-REASON-TEXT OF WS-HLD-RECORD.
006090     MOVE WS-OPERATOR-ID TO HLD-PLACED-BY OF WS-HLD-RECORD.
006100     MOVE WS-STAMP-DATE TO HLD-PLACED-DATE OF WS-HLD-RECORD.
006110     MOVE WS-STAMP-TIME TO HLD-PLACED-TIME OF WS-HLD-RECORD.
006120     MOVE WS-NEW-EXPIRY-DATE TO HLD-EXPIRY-DATE OF WS-HLD-RECORD.
006130     MOVE ZERO TO HLD-RELEASED-DATE OF WS-HLD-RECORD
006140         HLD-RELEASED-TIME OF WS-HLD-RECORD.
006150     EXEC CICS WRITE
006160         FILE(WS-FILE-NAME)
006170         FROM(WS-HLD-RECORD)
006180         RIDFLD(HLD-KEY OF WS-HLD-RECORD)
006190         RESP(WS-RESP-CODE)
006200     END-EXEC.
006210     IF WS-RESP-CODE = DFHRESP(DUPREC)
006220         MOVE 'Y' TO WS-EDIT-ERROR-SW
006230         MOVE 'HOLD NUMBER JUST TAKEN AT ANOTHER TERMINAL - RETRY'
006240             TO WS-EDIT-MESSAGE
006250         GO TO 3310-EXIT
006260     END-IF.
006270     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
006280         EXEC CICS ABEND
006290             ABCODE('YHL4')
006300         END-EXEC
006310     END-IF.
006320     MOVE HLD-HOLD-NO OF WS-HLD-RECORD TO WS-KEY-HOLD-NUM
006330         WS-PLACED-HOLD-NO.
006340     MOVE 'Y' TO WS-HOLD-SHOWN-SW.
006350     MOVE WS-PLACED-MESSAGE TO WS-APPLIED-MESSAGE.
006360 3310-EXIT.
006370     EXIT.
006380*****************************************************************
006390*    3350-GET-STAMP - OPERATOR ID AND CURRENT DATE/TIME FOR THE
006400*    RECORD STAMP, THE EXPIRY EDIT AND THE ACTIVE-HOLD TEST
006410*****************************************************************
006420 3350-GET-STAMP.
006430     EXEC CICS ASSIGN
006440         OPID(WS-OPERATOR-ID)
006450     END-EXEC.
006460     EXEC CICS ASKTIME
006470         ABSTIME(WS-ABSTIME)
006480     END-EXEC.
006490     EXEC CICS FORMATTIME
006500         ABSTIME(WS-ABSTIME)
006510         YYYYMMDD(WS-STAMP-DATE)
006520         TIME(WS-STAMP-TIME)
006530     END-EXEC.
006540 3350-EXIT.
006550     EXIT.
006560*****************************************************************
006570*    3360-CHECK-ACCOUNT - EVERY REQUEST NEEDS THE ACCOUNT ON THE
006580*    MASTER - ITS BALANCE IS THE LEDGER FIGURE THE HOLDS ARE
006590*    TAKEN FROM
006600*****************************************************************
006610 3360-CHECK-ACCOUNT.
006620     EXEC CICS READ
006630         FILE(WS-MASTER-FILE-NAME)
006640         INTO(WS-MASTER-RECORD)
006650         RIDFLD(ACCTIDI)
006660         RESP(WS-RESP-CODE)
006670     END-EXEC.
006680     IF WS-RESP-CODE = DFHRESP(NOTFND)
006690         MOVE 'Y' TO WS-EDIT-ERROR-SW
006700         MOVE 'ACCOUNT NOT FOUND ON MASTER' TO WS-EDIT-MESSAGE
006710         GO TO 3360-EXIT
006720     END-IF.
006730     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
006740         EXEC CICS ABEND
006750             ABCODE('YHL5')
006760         END-EXEC
006770     END-IF.
006780 3360-EXIT.
006790     EXIT.
006800*****************************************************************
006810*    3400-BUILD-RESPONSE - THE ACCOUNT'S BALANCES AND ACTIVE
006820*    HOLDS, AND THE (POSSIBLY JUST-CHANGED) HOLD IF ONE IS SHOWN
006830*****************************************************************
006840 3400-BUILD-RESPONSE.
006850     MOVE ACCTIDI TO ACCTIDO.
006860     PERFORM 3650-MOVE-HOLDS THRU 3650-EXIT.
006870     MOVE SPACES TO HOLDNOO HSTATO AMOUNTO RSNCDO RSNTXTO
006880         EXPIRYO PLCBYO ENDBYO ACTIONO.
006890     IF WS-APPLY-MODE
006900         MOVE WS-APPLIED-MESSAGE TO MSGO
006910     ELSE
006920         MOVE SPACES TO MSGO
006930     END-IF.
006940     IF NOT WS-HOLD-SHOWN
006950         GO TO 3400-EXIT
006960     END-IF.
006970     MOVE WS-KEY-HOLD-TEXT TO HOLDNOO.
006980     IF HLD-STATUS-ACTIVE OF WS-HLD-RECORD
006990         IF HLD-NO-EXPIRY OF WS-HLD-RECORD
007000             OR HLD-EXPIRY-DATE OF WS-HLD-RECORD
007010                 NOT LESS THAN WS-STAMP-DATE
007020             MOVE 'ACTIVE' TO HSTATO
007030         ELSE
007040             MOVE 'LAPSED' TO HSTATO
007050         END-IF
007060     ELSE
007070         IF HLD-STATUS-RELEASED OF WS-HLD-RECORD
007080             MOVE 'RELEASED' TO HSTATO
007090         ELSE
007100             MOVE 'EXPIRED' TO HSTATO
007110         END-IF
007120     END-IF.
007130*    A RECORD CUT WITHOUT PACKED FIELDS (THE YXXX024D
007140*    PLACEHOLDER) SHOWS ZEROS RATHER THAN ABENDING
007150     IF HLD-AMOUNT OF WS-HLD-RECORD NUMERIC
007160         MOVE HLD-AMOUNT OF WS-HLD-RECORD TO WS-SHOW-AMOUNT
007170     ELSE
007180         MOVE ZERO TO WS-SHOW-AMOUNT
007190     END-IF.
007200     MOVE WS-SHOW-INT TO WS-AMT-DISP-INT.
007210     MOVE WS-SHOW-DEC TO WS-AMT-DISP-DEC.
007220     MOVE WS-AMOUNT-DISPLAY TO AMOUNTO.
007230     MOVE HLD-REASON-CODE OF WS-HLD-RECORD TO RSNCDO.
007240     MOVE HLD-REASON-TEXT OF WS-HLD-RECORD TO RSNTXTO.
007250     MOVE HLD-EXPIRY-DATE OF WS-HLD-RECORD TO EXPIRYO.
007260     MOVE HLD-PLACED-BY OF WS-HLD-RECORD TO WS-STAMP-EDIT-ID.
007270     MOVE HLD-PLACED-DATE OF WS-HLD-RECORD TO WS-DATE-WORK.
007280     MOVE HLD-PLACED-TIME OF WS-HLD-RECORD TO WS-TIME-BREAKDOWN.
007290     PERFORM 3460-EDIT-STAMP THRU 3460-EXIT.
007300     MOVE WS-STAMP-EDIT TO PLCBYO.
007310     IF NOT HLD-STATUS-ACTIVE OF WS-HLD-RECORD
007320         MOVE HLD-RELEASED-BY OF WS-HLD-RECORD
007330             TO WS-STAMP-EDIT-ID
007340         MOVE HLD-RELEASED-DATE OF WS-HLD-RECORD TO WS-DATE-WORK
007350         MOVE HLD-RELEASED-TIME OF WS-HLD-RECORD
007360             TO WS-TIME-BREAKDOWN
007370         PERFORM 3460-EDIT-STAMP THRU 3460-EXIT
007380         MOVE WS-STAMP-EDIT TO ENDBYO
007390     END-IF.
007400 3400-EXIT.
007410     EXIT.
007420*****************************************************************
007430*    3450-EDIT-DATE - WS-DATE-WORK INTO CCYY-MM-DD
007440*****************************************************************
007450 3450-EDIT-DATE.
007460     MOVE WS-DATE-CC TO WS-UPDT-DATE-CC.
007470     MOVE WS-DATE-YY TO WS-UPDT-DATE-YY.
007480     MOVE WS-DATE-MM TO WS-UPDT-DATE-MM.
007490     MOVE WS-DATE-DD TO WS-UPDT-DATE-DD.
007500 3450-EXIT.
007510     EXIT.
007520*****************************************************************
007530*    3460-EDIT-STAMP - OPERATOR, WS-DATE-WORK AND
007540*    WS-TIME-BREAKDOWN INTO 'OPR CCYY-MM-DD HH:MM:SS'
007550*****************************************************************
007560 3460-EDIT-STAMP.
007570     PERFORM 3450-EDIT-DATE THRU 3450-EXIT.
007580     MOVE WS-UPDT-DATE-EDIT TO WS-STAMP-EDIT-DATE.
007590     MOVE WS-TIME-HH TO WS-STAMP-EDIT-HH.
007600     MOVE WS-TIME-MM TO WS-STAMP-EDIT-MM.
007610     MOVE WS-TIME-SS TO WS-STAMP-EDIT-SS.
007620 3460-EXIT.
007630     EXIT.
007640*****************************************************************
007650*    3500-SEND-RESPONSE-MAP - SEND THE COMPLETED SCREEN BACK
007660*****************************************************************
007670 3500-SEND-RESPONSE-MAP.
007680     EXEC CICS SEND MAP(WS-MAP-NAME)
007690         MAPSET(WS-MAPSET-NAME)
007700         DATAONLY
007710     END-EXEC.
007720 3500-EXIT.
007730     EXIT.
007740*****************************************************************
007750*    3600-COLLECT-HOLDS - BROWSE EVERY HOLD THE ACCOUNT HAS EVER
007760*    HAD.  THE HIGHEST NUMBER IS KEPT FOR THE NEXT PLACEMENT;
007770*    HOLDS STILL COUNTING ARE TOTALLED AND THE FIRST SIX STAGED
007780*    FOR THE LIST.  NOTFND ON THE START MEANS NO HOLD AT OR AFTER
007790*    THE ACCOUNT
007800*****************************************************************
007810 3600-COLLECT-HOLDS.
007820     MOVE ZERO TO WS-HIGH-HOLD-NO WS-HOLDS-FOUND WS-HELD-TOTAL.
007830     MOVE SPACES TO WS-HOLD-TABLE.
007840     MOVE 'N' TO WS-BROWSE-DONE-SW.
007850     MOVE 'Y' TO WS-HOLDS-LISTED-SW.
007860     MOVE ACCTIDI TO WS-BRW-ACCOUNT.
007870     MOVE ZERO TO WS-BRW-HOLD-NO.
007880     EXEC CICS STARTBR
007890         FILE(WS-FILE-NAME)
007900         RIDFLD(WS-BRW-KEY)
007910         GTEQ
007920         RESP(WS-RESP-CODE)
007930     END-EXEC.
007940     IF WS-RESP-CODE = DFHRESP(NOTFND)
007950         GO TO 3600-EXIT
007960     END-IF.
007970     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
007980         EXEC CICS ABEND
007990             ABCODE('YHL6')
008000         END-EXEC
008010     END-IF.
008020     PERFORM 3610-READ-NEXT-HOLD THRU 3610-EXIT
008030         UNTIL WS-BROWSE-DONE.
008040     EXEC CICS ENDBR
008050         FILE(WS-FILE-NAME)
008060         RESP(WS-RESP-CODE)
008070     END-EXEC.
008080 3600-EXIT.
008090     EXIT.
008100*****************************************************************
008110*    3610-READ-NEXT-HOLD - ONE READNEXT.  THE BROWSE ENDS AT END
008120*    OF FILE OR AT THE FIRST HOLD FOR ANOTHER ACCOUNT (THE
008130*    PLACEHOLDER SORTS LAST).  A HOLD COUNTS WHILE ACTIVE AND
008140*    NOT PAST ITS EXPIRY DATE
008150*****************************************************************
008160 3610-READ-NEXT-HOLD.
008170     EXEC CICS READNEXT
008180         FILE(WS-FILE-NAME)
008190         INTO(WS-BRW-RECORD)
008200         RIDFLD(WS-BRW-KEY)
008210         RESP(WS-RESP-CODE)
008220     END-EXEC.
008230     IF WS-RESP-CODE = DFHRESP(ENDFILE)
008240         MOVE 'Y' TO WS-BROWSE-DONE-SW
008250         GO TO 3610-EXIT
008260     END-IF.
008270     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
008280         EXEC CICS ABEND
008290             ABCODE('YHL7')
008300         END-EXEC
008310     END-IF.
008320     IF HLD-RECORD-ID OF WS-BRW-RECORD NOT = ACCTIDI
008330         MOVE 'Y' TO WS-BROWSE-DONE-SW
008340         GO TO 3610-EXIT
008350     END-IF.
008360     MOVE HLD-HOLD-NO OF WS-BRW-RECORD TO WS-HIGH-HOLD-NO.
008370     IF NOT HLD-STATUS-ACTIVE OF WS-BRW-RECORD
008380         GO TO 3610-EXIT
008390     END-IF.
008400     IF NOT HLD-NO-EXPIRY OF WS-BRW-RECORD
008410         AND HLD-EXPIRY-DATE OF WS-BRW-RECORD
008420             LESS THAN WS-STAMP-DATE
008430         GO TO 3610-EXIT
008440     END-IF.
008450     ADD HLD-AMOUNT OF WS-BRW-RECORD TO WS-HELD-TOTAL.
008460     ADD 1 TO WS-HOLDS-FOUND.
008470     IF WS-HOLDS-FOUND GREATER THAN 6
008480         GO TO 3610-EXIT
008490     END-IF.
008500     MOVE SPACES TO WS-HOLD-LINE.
008510     MOVE HLD-HOLD-NO OF WS-BRW-RECORD TO HLL-HOLD-NO.
008520     MOVE HLD-AMOUNT OF WS-BRW-RECORD TO HLL-AMOUNT.
008530     MOVE HLD-REASON-CODE OF WS-BRW-RECORD TO HLL-REASON.
008540     IF HLD-NO-EXPIRY OF WS-BRW-RECORD
008550         MOVE 'NONE' TO HLL-EXPIRY
008560     ELSE
008570         MOVE HLD-EXPIRY-DATE OF WS-BRW-RECORD TO WS-DATE-WORK
008580         PERFORM 3450-EDIT-DATE THRU 3450-EXIT
008590         MOVE WS-UPDT-DATE-EDIT TO HLL-EXPIRY
008600     END-IF.
008610     MOVE HLD-PLACED-BY OF WS-BRW-RECORD TO HLL-PLACED-BY.
008620     MOVE HLD-PLACED-DATE OF WS-BRW-RECORD TO WS-DATE-WORK.
008630     PERFORM 3450-EDIT-DATE THRU 3450-EXIT.
008640     MOVE WS-UPDT-DATE-EDIT TO HLL-PLACED-DATE.
008650     MOVE WS-HOLD-LINE TO WS-HOLD-ENTRY (WS-HOLDS-FOUND).
008660 3610-EXIT.
008670     EXIT.
008680*****************************************************************
008690*    3650-MOVE-HOLDS - LEDGER, HELD AND AVAILABLE BALANCES AND
008700*    THE STAGED HOLD LINES TO THE MAP.  AVAILABLE = MST-BALANCE
008710*    LESS THE HOLDS STILL COUNTING
008720*****************************************************************
008730 3650-MOVE-HOLDS.
008740     MOVE MST-BALANCE OF WS-MASTER-RECORD TO WS-BALANCE-EDIT.
008750     MOVE WS-BALANCE-EDIT TO LEDGERO.
008760     MOVE WS-HELD-TOTAL TO WS-BALANCE-EDIT.
008770     MOVE WS-BALANCE-EDIT TO HELDO.
008780     COMPUTE WS-AVAILABLE-BALANCE =
008790         MST-BALANCE OF WS-MASTER-RECORD - WS-HELD-TOTAL.
008800     MOVE WS-AVAILABLE-BALANCE TO WS-BALANCE-EDIT.
008810     MOVE WS-BALANCE-EDIT TO AVAILO.
008820     MOVE WS-HOLDS-FOUND TO WS-COUNT-EDIT.
008830     MOVE WS-COUNT-EDIT TO HCOUNTO.
008840     MOVE WS-HOLD-ENTRY (1) TO QL1O.
008850     MOVE WS-HOLD-ENTRY (2) TO QL2O.
008860     MOVE WS-HOLD-ENTRY (3) TO QL3O.
008870     MOVE WS-HOLD-ENTRY (4) TO QL4O.
008880     MOVE WS-HOLD-ENTRY (5) TO QL5O.
008890     MOVE WS-HOLD-ENTRY (6) TO QL6O.
008900     IF WS-HOLDS-FOUND = ZERO
008910         MOVE '- NONE' TO QMOREO
008920     ELSE
008930         IF WS-HOLDS-FOUND GREATER THAN 6
008940             MOVE '- MORE, KEY A HOLD NUMBER TO SEE OTHERS'
008950                 TO QMOREO
008960         ELSE
008970             MOVE '- END OF LIST' TO QMOREO
008980         END-IF
008990     END-IF.
009000 3650-EXIT.
009010     EXIT.
009020*****************************************************************
009030*    3900-SEND-ERROR-MAP - EDIT ERROR OR HOLD NOT FOUND - TELL
009040*    THE OPERATOR AND RE-PROMPT.  NOTHING WAS CHANGED.  THE
009050*    BALANCES AND LIST STAY UP ONCE THE ACCOUNT HAS BEEN FOUND;
009060*    WHAT THE OPERATOR KEYED STAYS ON THE SCREEN TO BE CORRECTED
009070*****************************************************************
009080 3900-SEND-ERROR-MAP.
009090     MOVE SPACES TO HSTATO PLCBYO ENDBYO.
009100     IF WS-HOLDS-LISTED
009110         PERFORM 3650-MOVE-HOLDS THRU 3650-EXIT
009120     ELSE
009130         MOVE SPACES TO LEDGERO AVAILO HELDO HCOUNTO QMOREO
009140             QL1O QL2O QL3O QL4O QL5O QL6O
009150     END-IF.
009160     IF WS-HOLD-NOTFND
009170         MOVE 'HOLD NOT FOUND FOR THIS ACCOUNT' TO MSGO
009180     ELSE
009190         MOVE WS-EDIT-MESSAGE TO MSGO
009200     END-IF.
009210     EXEC CICS SEND MAP(WS-MAP-NAME)
009220         MAPSET(WS-MAPSET-NAME)
009230         DATAONLY
009240     END-EXEC.
009250 3900-EXIT.
009260     EXIT.
009270*****************************************************************
009280*    7000-END-SESSION - OPERATOR PRESSED CLEAR OR PF3 - END THE
009290*    CONVERSATION WITHOUT RE-ARMING THE TRANSACTION
009300*****************************************************************
009310 7000-END-SESSION.
009320     EXEC CICS SEND TEXT
009330         FROM('ACCOUNT HOLD MAINTENANCE COMPLETE')
009340         ERASE
009350         FREEKB
009360     END-EXEC.
009370     EXEC CICS RETURN END-EXEC.
009380 7000-EXIT.
009390     EXIT.
