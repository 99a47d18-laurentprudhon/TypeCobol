000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. YSOM001.
000030 AUTHOR. J W HARMON.
000040 INSTALLATION. DAILY LEDGER PROCESSING - OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD LOG
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  --------------------------------------------
000110*    2026-10-15  JWH  ORIGINAL PROGRAM - ONLINE STANDING-ORDER
000120*                     MAINTENANCE (TRANSID YSOM) OVER THE
000130*                     YXXX019 INSTRUCTION FILE
000140*****************************************************************
000150*    NARRATIVE
000160*    PSEUDO-CONVERSATIONAL CICS TRANSACTION, BUILT ON THE YMNT001
000170*    PATTERN, FOR KEEPING THE STANDING INSTRUCTIONS THE NIGHTLY
000180*    YSOG001 GENERATOR CUTS INTO THE 'STANDORD' FEED.  THE
000190*    OPERATOR KEYS AN ACCOUNT AND A 3-DIGIT INSTRUCTION NUMBER
000200*    ON MAP YSOMMP1 (MAPSET YSOMMS) AND PRESSES ENTER TO SEE THE
000210*    INSTRUCTION.  KEYING AN ACTION WITH THE KEY APPLIES A
000220*    CHANGE:
000230*        ACTION 'C' - CREATE.  CODE (CH/DB), AMOUNT, FREQUENCY
000240*                     (W/M/Q) AND NEXT DUE DATE ARE REQUIRED;
000250*                     CURRENCY, END DATE, COUNT AND REFERENCE
000260*                     ARE OPTIONAL.  THE ACCOUNT MUST BE ON THE
000270*                     MASTER AND ACTIVE
000280*        ACTION 'A' - AMEND.  ONLY THE FIELDS THE OPERATOR
000290*                     OVERKEYS ARE CHANGED
000300*        ACTION 'S' - SUSPEND.  THE GENERATOR SKIPS (AND LISTS)
000310*                     EVERY OCCURRENCE THAT FALLS DUE WHILE
000320*                     SUSPENDED
000330*        ACTION 'R' - RESUME A SUSPENDED INSTRUCTION
000340*        ACTION 'X' - CANCEL.  THE RECORD STAYS ON FILE AS 'CN'
000350*                     FOR THE AUDIT TRAIL AND IS NEVER CUT AGAIN
000360*    A NEW NEXT DUE DATE MAY NOT BE IN THE PAST, AND ITS DAY OF
000370*    MONTH BECOMES THE ANCHOR DAY MONTHLY AND QUARTERLY
000380*    INSTRUCTIONS RETURN TO AFTER A SHORT MONTH.  NO CHANGE IS
000390*    TAKEN WHILE AN OCCURRENCE IS STILL PENDING FROM A NIGHT
000400*    THAT HAS NOT CONFIRMED ITS POSTING - THE RERUN MUST CUT IT
000410*    AS IT WAS.  THE LEDGER IS NOT TOUCHED HERE, SO NOTHING IS
000420*    JOURNALED TO YADJ; THE INSTRUCTION IS STAMPED WITH THE
000430*    OPERATOR ID AND TIMESTAMP INSTEAD.
000440*****************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-3090.
000480 OBJECT-COMPUTER. IBM-3090.
000490 DATA DIVISION.
000500 WORKING-STORAGE SECTION.
000510*****************************************************************
000520*    SYMBOLIC MAP FOR MAPSET YSOMMS, MAP YSOMMP1
000530*****************************************************************
000540     COPY YSOMMAP.
000550*****************************************************************
000560*    AID KEY CONSTANTS - SEE 0000-MAINLINE FOR THE EIBAID TEST
000570*****************************************************************
000580     COPY DFHAID.
000590*****************************************************************
000600*    WORKING COPY OF THE YXXX019 INSTRUCTION RECORD
000610*****************************************************************
000620     COPY YXXX019 REPLACING ==YXXX019-RECORD== BY
000630         ==WS-SOR-RECORD==.
000640*****************************************************************
000650*    WORKING COPY OF THE YXXX002 MASTER RECORD - CREATE ONLY
000660*****************************************************************
000670     COPY YXXX002 REPLACING ==YXXX002-RECORD== BY
000680         ==WS-MASTER-RECORD==.
000690*****************************************************************
000700*    CICS RESOURCE NAMES.  THE MASTER IS READ THROUGH YINQ'S
000710*    READ-ONLY YXXX002 ENTRY
000720*****************************************************************
000730 77  WS-TRANSID                   PIC X(04) VALUE 'YSOM'.
000740 77  WS-MAPSET-NAME               PIC X(08) VALUE 'YSOMMS'.
000750 77  WS-MAP-NAME                  PIC X(08) VALUE 'YSOMMP1'.
000760 77  WS-FILE-NAME                 PIC X(08) VALUE 'YXXX019'.
000770 77  WS-MASTER-FILE-NAME          PIC X(08) VALUE 'YXXX002'.
000780*****************************************************************
000790*    SWITCHES AND RESPONSE-HANDLING FIELDS
000800*****************************************************************
000810 77  WS-EDIT-ERROR-SW             PIC X(01) VALUE 'N'.
000820     88  WS-EDIT-ERROR                VALUE 'Y'.
000830 77  WS-NOTFND-SW                 PIC X(01) VALUE 'N'.
000840     88  WS-INSTR-NOTFND              VALUE 'Y'.
000850 77  WS-APPLY-MODE-SW             PIC X(01) VALUE 'N'.
000860     88  WS-APPLY-MODE                VALUE 'Y'.
000870 77  WS-LEAP-SW                   PIC X(01) VALUE 'N'.
000880     88  WS-LEAP-YEAR                 VALUE 'Y'.
000890 77  WS-RESP-CODE                 PIC S9(08) COMP VALUE ZERO.
000900 77  WS-EDIT-MESSAGE              PIC X(60) VALUE SPACES.
000910 77  WS-APPLIED-MESSAGE           PIC X(60) VALUE SPACES.
000920*****************************************************************
000930*    OPERATOR / TIMESTAMP FIELDS
000940*****************************************************************
000950 77  WS-OPERATOR-ID               PIC X(03) VALUE SPACES.
000960 77  WS-ABSTIME                   PIC S9(15) COMP-3 VALUE ZERO.
000970 77  WS-STAMP-DATE                PIC 9(08) VALUE ZERO.
000980 77  WS-STAMP-TIME                PIC 9(06) VALUE ZERO.
000990*****************************************************************
001000*    INSTRUCTION KEY AS KEYED
001010*****************************************************************
001020 01  WS-KEY-FIELDS.
001030     05  WS-KEY-INSTR-TEXT        PIC X(03).
001040     05  WS-KEY-INSTR-NUM REDEFINES WS-KEY-INSTR-TEXT
001050                                  PIC 9(03).
001060*****************************************************************
001070*    EDITED VALUES FOR A CREATE OR AMEND - MOVED TO THE RECORD
001080*    ONLY ONCE EVERY KEYED FIELD HAS PASSED ITS EDIT
001090*****************************************************************
001100 01  WS-NEW-VALUES.
001110     05  WS-NEW-TRANS-CODE        PIC X(02).
001120     05  WS-NEW-AMOUNT            PIC 9(07)V99 COMP-3.
001130     05  WS-NEW-CURRENCY          PIC X(03).
001140     05  WS-NEW-FREQUENCY         PIC X(01).
001150     05  WS-NEW-NEXT-DUE          PIC 9(08).
001160     05  WS-NEW-END-DATE          PIC 9(08).
001170     05  WS-NEW-COUNT             PIC 9(05).
001180     05  WS-NEW-REFERENCE         PIC X(20).
001190*****************************************************************
001200*    AMOUNT EDIT FIELDS - THE AMOUNT ARRIVES AS DISPLAY TEXT,
001210*    9999999,99, COMMA DECIMAL AS ON THE FEED
001220*****************************************************************
001230 01  WS-AMOUNT-EDIT-FIELDS.
001240     05  WS-AMT-TEXT              PIC X(10).
001250     05  WS-AMT-SPLIT REDEFINES WS-AMT-TEXT.
001260         10  WS-AMT-INT-TEXT      PIC X(07).
001270         10  WS-AMT-SEP           PIC X(01).
001280         10  WS-AMT-DEC-TEXT      PIC X(02).
001290     05  WS-AMT-INT-NUM           PIC 9(07).
001300     05  WS-AMT-DEC-NUM           PIC 9(02).
001310*****************************************************************
001320*    DATE EDIT FIELDS - SEE 3190-CHECK-DATE
001330*****************************************************************
001340 01  WS-CHECK-DATE-FIELDS.
001350     05  WS-CHK-DATE-TEXT         PIC X(08).
001360     05  WS-CHK-DATE REDEFINES WS-CHK-DATE-TEXT
001370                                  PIC 9(08).
001380     05  WS-CHK-DATE-SPLIT REDEFINES WS-CHK-DATE-TEXT.
001390         10  WS-CHK-YEAR          PIC 9(04).
001400         10  WS-CHK-MONTH         PIC 9(02).
001410         10  WS-CHK-DAY           PIC 9(02).
001420     05  WS-CHK-MONTH-DAYS        PIC 9(02).
001430     05  WS-CHK-QUOTIENT          PIC 9(04) COMP-3.
001440     05  WS-CHK-REMAINDER         PIC 9(04) COMP-3.
001450 01  WS-MONTH-DAYS-VALUES.
001460     05  FILLER                   PIC X(24) VALUE
001470         '312831303130313130313031'.
001480 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001490     05  WS-MONTH-DAYS            PIC 9(02) OCCURS 12.
001500 01  WS-ANCHOR-WORK               PIC 9(08).
001510 01  WS-ANCHOR-SPLIT REDEFINES WS-ANCHOR-WORK.
001520     05  FILLER                   PIC 9(06).
001530     05  WS-ANCHOR-DAY            PIC 9(02).
001540*****************************************************************
001550*    EDITED FIELDS FOR THE RESPONSE MAP
001560*****************************************************************
001570 01  WS-SHOW-AMOUNT               PIC 9(07)V99.
001580 01  WS-SHOW-AMOUNT-SPLIT REDEFINES WS-SHOW-AMOUNT.
001590     05  WS-SHOW-INT              PIC 9(07).
001600     05  WS-SHOW-DEC              PIC 9(02).
001610 01  WS-AMOUNT-DISPLAY.
001620     05  WS-AMT-DISP-INT          PIC 9(07).
001630     05  FILLER                   PIC X(01) VALUE ','.
001640     05  WS-AMT-DISP-DEC          PIC 9(02).
001650 77  WS-SHOW-COUNT                PIC 9(05).
001660 01  WS-DATE-WORK                 PIC 9(08).
001670 01  WS-DATE-BREAKDOWN REDEFINES WS-DATE-WORK.
001680     05  WS-DATE-CC               PIC 9(02).
001690     05  WS-DATE-YY               PIC 9(02).
001700     05  WS-DATE-MM               PIC 9(02).
001710     05  WS-DATE-DD               PIC 9(02).
001720 01  WS-UPDT-DATE-EDIT.
001730     05  WS-UPDT-DATE-CC          PIC 9(02).
001740     05  WS-UPDT-DATE-YY          PIC 9(02).
001750     05  FILLER                   PIC X(01) VALUE '-'.
001760     05  WS-UPDT-DATE-MM          PIC 9(02).
001770     05  FILLER                   PIC X(01) VALUE '-'.
001780     05  WS-UPDT-DATE-DD          PIC 9(02).
001790 01  WS-LAST-CUT-EDIT.
001800     05  WS-CUT-DATE-EDIT         PIC X(10).
001810     05  FILLER                   PIC X(01) VALUE SPACE.
001820     05  WS-CUT-PENDING           PIC X(09).
001830 01  WS-OPR-TIME-EDIT.
001840     05  WS-OPR-EDIT-ID           PIC X(03).
001850     05  FILLER                   PIC X(01) VALUE '/'.
001860     05  WS-OPR-EDIT-HH           PIC 9(02).
001870     05  FILLER                   PIC X(01) VALUE ':'.
001880     05  WS-OPR-EDIT-MM           PIC 9(02).
001890     05  FILLER                   PIC X(01) VALUE ':'.
001900     05  WS-OPR-EDIT-SS           PIC 9(02).
001910 01  WS-TIME-BREAKDOWN.
001920     05  WS-TIME-HH               PIC 9(02).
001930     05  WS-TIME-MM               PIC 9(02).
001940     05  WS-TIME-SS               PIC 9(02).
001950 LINKAGE SECTION.
001960 01  DFHCOMMAREA                  PIC X(01).
001970 PROCEDURE DIVISION.
001980*****************************************************************
001990*    0000-MAINLINE - FIRST ENTRY SENDS A BLANK MAINTENANCE
002000*    SCREEN; EVERY SUBSEQUENT ENTRY PROCESSES WHAT THE OPERATOR
002010*    KEYED - DISPLAY WHEN ONLY A KEY WAS KEYED, APPLY WHEN AN
002020*    ACTION WAS KEYED TOO.  CLEAR/PF3 ENDS THE CONVERSATION
002030*****************************************************************
002040 0000-MAINLINE.
002050     IF EIBCALEN = ZERO
002060         PERFORM 2000-SEND-BLANK-MAP THRU 2000-EXIT
002070         PERFORM 6000-RETURN-TRANS THRU 6000-EXIT
002080     ELSE
002090         IF EIBAID = DFHCLEAR OR EIBAID = DFHPF3
002100             PERFORM 7000-END-SESSION THRU 7000-EXIT
002110         ELSE
002120             PERFORM 3000-PROCESS-REQUEST THRU 3000-EXIT
002130             PERFORM 6000-RETURN-TRANS THRU 6000-EXIT
002140         END-IF
002150     END-IF.
002160     GOBACK.
002170*****************************************************************
002180*    6000-RETURN-TRANS - RETURN TO CICS, RE-ARMING TRANSID YSOM
002190*****************************************************************
002200 6000-RETURN-TRANS.
002210     EXEC CICS RETURN
002220         TRANSID(WS-TRANSID)
002230         COMMAREA(DFHCOMMAREA)
002240     END-EXEC.
002250 6000-EXIT.
002260     EXIT.
002270*****************************************************************
002280*    2000-SEND-BLANK-MAP - FIRST-TIME ENTRY - CLEAR THE SCREEN
002290*    AND PROMPT FOR AN ACCOUNT AND INSTRUCTION NUMBER
002300*****************************************************************
002310 2000-SEND-BLANK-MAP.
002320     MOVE LOW-VALUES TO YSOMMP1O.
002330     EXEC CICS SEND MAP(WS-MAP-NAME)
002340         MAPSET(WS-MAPSET-NAME)
002350         ERASE
002360     END-EXEC.
002370 2000-EXIT.
002380     EXIT.
002390*****************************************************************
002400*    3000-PROCESS-REQUEST - RECEIVE THE MAP, LOOK THE
002410*    INSTRUCTION UP, AND EITHER DISPLAY IT OR APPLY THE CHANGE
002420*****************************************************************
002430 3000-PROCESS-REQUEST.
002440     PERFORM 3100-RECEIVE-MAP THRU 3100-EXIT.
002450     IF NOT WS-EDIT-ERROR
002460         IF WS-APPLY-MODE
002470             PERFORM 3300-APPLY-CHANGE THRU 3300-EXIT
002480         ELSE
002490             PERFORM 3200-READ-INSTRUCTION THRU 3200-EXIT
002500         END-IF
002510     END-IF.
002520     IF WS-EDIT-ERROR OR WS-INSTR-NOTFND
002530         PERFORM 3900-SEND-ERROR-MAP THRU 3900-EXIT
002540     ELSE
002550         PERFORM 3400-BUILD-RESPONSE THRU 3400-EXIT
002560         PERFORM 3500-SEND-RESPONSE-MAP THRU 3500-EXIT
002570     END-IF.
002580 3000-EXIT.
002590     EXIT.
002600*****************************************************************
002610*    3100-RECEIVE-MAP - RECEIVE THE SCREEN AND DECIDE DISPLAY
002620*    VS APPLY.  ALL FIELD EDITS HAPPEN HERE SO NOTHING TOUCHES
002630*    THE FILE UNTIL THE WHOLE CHANGE IS CLEAN
002640*****************************************************************
002650 3100-RECEIVE-MAP.
002660     MOVE 'N' TO WS-EDIT-ERROR-SW.
002670     MOVE 'N' TO WS-NOTFND-SW.
002680     MOVE 'N' TO WS-APPLY-MODE-SW.
002690     MOVE SPACES TO WS-EDIT-MESSAGE.
002700     EXEC CICS RECEIVE MAP(WS-MAP-NAME)
002710         MAPSET(WS-MAPSET-NAME)
002720         INTO(YSOMMP1I)
002730         RESP(WS-RESP-CODE)
002740     END-EXEC.
002750     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
002760         MOVE 'Y' TO WS-EDIT-ERROR-SW
002770         MOVE 'PLEASE KEY AN ACCOUNT ID AND INSTRUCTION NUMBER'
002780             TO WS-EDIT-MESSAGE
002790         GO TO 3100-EXIT
002800     END-IF.
002810     IF ACCTIDL = ZERO AND ACCTIDI = SPACES
002820         MOVE 'Y' TO WS-EDIT-ERROR-SW
002830         MOVE 'PLEASE KEY AN ACCOUNT ID AND INSTRUCTION NUMBER'
002840             TO WS-EDIT-MESSAGE
002850         GO TO 3100-EXIT
002860     END-IF.
002870     MOVE INSTNOI TO WS-KEY-INSTR-TEXT.
002880     IF WS-KEY-INSTR-TEXT NOT NUMERIC
002890         OR WS-KEY-INSTR-NUM = ZERO
002900         MOVE 'Y' TO WS-EDIT-ERROR-SW
002910         MOVE 'INSTRUCTION NUMBER MUST BE KEYED AS 001-999'
002920             TO WS-EDIT-MESSAGE
002930         GO TO 3100-EXIT
002940     END-IF.
002950     MOVE ACCTIDI TO SOR-RECORD-ID OF WS-SOR-RECORD.
002960     MOVE WS-KEY-INSTR-NUM TO SOR-INSTR-NO OF WS-SOR-RECORD.
002970     IF ACTIONI = SPACE OR ACTIONI = LOW-VALUE
002980         GO TO 3100-EXIT
002990     END-IF.
003000     MOVE 'Y' TO WS-APPLY-MODE-SW.
003010     IF ACTIONI NOT = 'C' AND ACTIONI NOT = 'A'
003020         AND ACTIONI NOT = 'S' AND ACTIONI NOT = 'R'
003030         AND ACTIONI NOT = 'X'
003040         MOVE 'Y' TO WS-EDIT-ERROR-SW
003050         MOVE 'ACTION MUST BE C, A, S (SUSPEND), R (RESUME) OR X'
003060             TO WS-EDIT-MESSAGE
003070         GO TO 3100-EXIT
003080     END-IF.
003090*    TODAY'S DATE IS NEEDED TO EDIT THE NEXT DUE DATE
003100     PERFORM 3350-GET-STAMP THRU 3350-EXIT.
003110     IF ACTIONI = 'C' OR ACTIONI = 'A'
003120         PERFORM 3110-EDIT-INSTRUCTION THRU 3110-EXIT
003130     END-IF.
003140 3100-EXIT.
003150     EXIT.
003160*****************************************************************
003170*    3110-EDIT-INSTRUCTION - EDIT EVERY DETAIL FIELD THE
003180*    OPERATOR KEYED.  A CREATE MUST KEY CODE, AMOUNT, FREQUENCY
003190*    AND NEXT DUE DATE; THE REST DEFAULT TO BLANK OR ZERO.  AN
003200*    AMEND CHANGES ONLY WHAT WAS KEYED, AND MUST KEY SOMETHING
003210*****************************************************************
003220 3110-EDIT-INSTRUCTION.
003230     MOVE SPACES TO WS-NEW-TRANS-CODE WS-NEW-CURRENCY
003240         WS-NEW-FREQUENCY WS-NEW-REFERENCE.
003250     MOVE ZERO TO WS-NEW-AMOUNT WS-NEW-NEXT-DUE
003260         WS-NEW-END-DATE WS-NEW-COUNT.
003270     IF ACTIONI = 'C'
003280         IF TRCODEL = ZERO OR AMOUNTL = ZERO
003290             OR FREQL = ZERO OR NXTDUEL = ZERO
003300             MOVE 'Y' TO WS-EDIT-ERROR-SW
003310             MOVE 'CODE, AMOUNT, FREQUENCY, NEXT DUE ARE REQUIRED'
003320                 TO WS-EDIT-MESSAGE
003330             GO TO 3110-EXIT
003340         END-IF
003350     ELSE
003360         IF TRCODEL = ZERO AND AMOUNTL = ZERO AND CCYL = ZERO
003370             AND FREQL = ZERO AND NXTDUEL = ZERO
003380             AND ENDDTEL = ZERO AND REMCNTL = ZERO
003390             AND REFERL = ZERO
003400             MOVE 'Y' TO WS-EDIT-ERROR-SW
003410             MOVE 'NOTHING KEYED - OVERKEY THE FIELDS TO AMEND'
003420                 TO WS-EDIT-MESSAGE
003430             GO TO 3110-EXIT
003440         END-IF
003450     END-IF.
003460     IF TRCODEL NOT = ZERO
003470         PERFORM 3120-EDIT-TRANS-CODE THRU 3120-EXIT
003480     END-IF.
003490     IF AMOUNTL NOT = ZERO AND NOT WS-EDIT-ERROR
003500         PERFORM 3130-EDIT-AMOUNT THRU 3130-EXIT
003510     END-IF.
003520     IF CCYL NOT = ZERO
003530         MOVE CCYI TO WS-NEW-CURRENCY
003540         INSPECT WS-NEW-CURRENCY REPLACING ALL LOW-VALUE BY SPACE
003550     END-IF.
003560     IF FREQL NOT = ZERO AND NOT WS-EDIT-ERROR
003570         PERFORM 3140-EDIT-FREQUENCY THRU 3140-EXIT
003580     END-IF.
003590     IF NXTDUEL NOT = ZERO AND NOT WS-EDIT-ERROR
003600         PERFORM 3150-EDIT-NEXT-DUE THRU 3150-EXIT
003610     END-IF.
003620     IF ENDDTEL NOT = ZERO AND NOT WS-EDIT-ERROR
003630         PERFORM 3160-EDIT-END-DATE THRU 3160-EXIT
003640     END-IF.
003650     IF REMCNTL NOT = ZERO AND NOT WS-EDIT-ERROR
003660         PERFORM 3170-EDIT-COUNT THRU 3170-EXIT
003670     END-IF.
003680     IF REFERL NOT = ZERO
003690         MOVE REFERI TO WS-NEW-REFERENCE
003700         INSPECT WS-NEW-REFERENCE
003710             REPLACING ALL LOW-VALUE BY SPACE
003720     END-IF.
003730 3110-EXIT.
003740     EXIT.
003750*****************************************************************
003760*    3120-EDIT-TRANS-CODE - AN INSTRUCTION CREDITS ('CH') OR
003770*    DEBITS ('DB') THE ACCOUNT
003780*****************************************************************
003790 3120-EDIT-TRANS-CODE.
003800     IF TRCODEI NOT = 'CH' AND TRCODEI NOT = 'DB'
003810         MOVE 'Y' TO WS-EDIT-ERROR-SW
003820         MOVE 'CODE MUST BE CH (CREDIT) OR DB (DEBIT)'
003830             TO WS-EDIT-MESSAGE
003840         GO TO 3120-EXIT
003850     END-IF.
003860     MOVE TRCODEI TO WS-NEW-TRANS-CODE.
003870 3120-EXIT.
003880     EXIT.
003890*****************************************************************
003900*    3130-EDIT-AMOUNT - KEYED AS 9999999,99, THE SAME COMMA
003910*    DECIMAL THE FEED USES.  NEVER NEGATIVE - THE CODE CARRIES
003920*    THE DIRECTION - AND NEVER ZERO
003930*****************************************************************
003940 3130-EDIT-AMOUNT.
003950     MOVE AMOUNTI TO WS-AMT-TEXT.
003960     IF WS-AMT-SEP NOT = ','
003970         OR WS-AMT-INT-TEXT NOT NUMERIC
003980         OR WS-AMT-DEC-TEXT NOT NUMERIC
003990         MOVE 'Y' TO WS-EDIT-ERROR-SW
004000         MOVE 'AMOUNT MUST BE KEYED AS 9999999,99'
004010             TO WS-EDIT-MESSAGE
004020         GO TO 3130-EXIT
004030     END-IF.
004040     MOVE WS-AMT-INT-TEXT TO WS-AMT-INT-NUM.
004050     MOVE WS-AMT-DEC-TEXT TO WS-AMT-DEC-NUM.
004060     COMPUTE WS-NEW-AMOUNT =
004070         WS-AMT-INT-NUM + (WS-AMT-DEC-NUM / 100).
004080     IF WS-NEW-AMOUNT = ZERO
004090         MOVE 'Y' TO WS-EDIT-ERROR-SW
004100         MOVE 'A ZERO STANDING ORDER MOVES NOTHING'
004110             TO WS-EDIT-MESSAGE
004120     END-IF.
004130 3130-EXIT.
004140     EXIT.
004150*****************************************************************
004160*    3140-EDIT-FREQUENCY - WEEKLY, MONTHLY OR QUARTERLY
004170*****************************************************************
004180 3140-EDIT-FREQUENCY.
004190     IF FREQI NOT = 'W' AND FREQI NOT = 'M' AND FREQI NOT = 'Q'
004200         MOVE 'Y' TO WS-EDIT-ERROR-SW
004210         MOVE 'FREQUENCY MUST BE W (WEEKLY), M (MONTHLY) OR Q'
004220             TO WS-EDIT-MESSAGE
004230         GO TO 3140-EXIT
004240     END-IF.
004250     MOVE FREQI TO WS-NEW-FREQUENCY.
004260 3140-EXIT.
004270     EXIT.
004280*****************************************************************
004290*    3150-EDIT-NEXT-DUE - A REAL CALENDAR DATE, TODAY OR LATER.
004300*    A DATE IN THE PAST WOULD BE CUT TONIGHT AS A BACK-DATED
004310*    POSTING NOBODY ASKED FOR
004320*****************************************************************
004330 3150-EDIT-NEXT-DUE.
004340     MOVE NXTDUEI TO WS-CHK-DATE-TEXT.
004350     PERFORM 3190-CHECK-DATE THRU 3190-EXIT.
004360     IF WS-EDIT-ERROR
004370         MOVE 'NEXT DUE MUST BE A VALID DATE, YYYYMMDD'
004380             TO WS-EDIT-MESSAGE
004390         GO TO 3150-EXIT
004400     END-IF.
004410     IF WS-CHK-DATE LESS THAN WS-STAMP-DATE
004420         MOVE 'Y' TO WS-EDIT-ERROR-SW
004430         MOVE 'NEXT DUE DATE MAY NOT BE IN THE PAST'
004440             TO WS-EDIT-MESSAGE
004450         GO TO 3150-EXIT
004460     END-IF.
004470     MOVE WS-CHK-DATE TO WS-NEW-NEXT-DUE.
004480 3150-EXIT.
004490     EXIT.
004500*****************************************************************
004510*    3160-EDIT-END-DATE - 00000000 MEANS NO END DATE; ANYTHING
004520*    ELSE MUST BE A REAL CALENDAR DATE
004530*****************************************************************
004540 3160-EDIT-END-DATE.
004550     MOVE ENDDTEI TO WS-CHK-DATE-TEXT.
004560     IF WS-CHK-DATE-TEXT = '00000000'
004570         MOVE ZERO TO WS-NEW-END-DATE
004580         GO TO 3160-EXIT
004590     END-IF.
004600     PERFORM 3190-CHECK-DATE THRU 3190-EXIT.
004610     IF WS-EDIT-ERROR
004620         MOVE 'END DATE MUST BE YYYYMMDD, OR 00000000 FOR NONE'
004630             TO WS-EDIT-MESSAGE
004640         GO TO 3160-EXIT
004650     END-IF.
004660     MOVE WS-CHK-DATE TO WS-NEW-END-DATE.
004670 3160-EXIT.
004680     EXIT.
004690*****************************************************************
004700*    3170-EDIT-COUNT - NUMBER OF OCCURRENCES STILL TO RUN,
004710*    KEYED AS FIVE DIGITS.  00000 MEANS NO LIMIT
004720*****************************************************************
004730 3170-EDIT-COUNT.
004740     IF REMCNTI NOT NUMERIC
004750         MOVE 'Y' TO WS-EDIT-ERROR-SW
004760         MOVE 'COUNT MUST BE KEYED AS 5 DIGITS, 00000 = NO LIMIT'
004770             TO WS-EDIT-MESSAGE
004780         GO TO 3170-EXIT
004790     END-IF.
004800     MOVE REMCNTI TO WS-NEW-COUNT.
004810 3170-EXIT.
004820     EXIT.
004830*****************************************************************
004840*    3190-CHECK-DATE - IS WS-CHK-DATE-TEXT A REAL YYYYMMDD DATE?
004850*    SETS WS-EDIT-ERROR-SW WHEN IT IS NOT; THE CALLER SUPPLIES
004860*    THE MESSAGE
004870*****************************************************************
004880 3190-CHECK-DATE.
004890     IF WS-CHK-DATE-TEXT NOT NUMERIC
004900         MOVE 'Y' TO WS-EDIT-ERROR-SW
004910         GO TO 3190-EXIT
004920     END-IF.
004930     IF WS-CHK-YEAR LESS THAN 1900
004940         OR WS-CHK-MONTH LESS THAN 1
004950         OR WS-CHK-MONTH GREATER THAN 12
004960         OR WS-CHK-DAY LESS THAN 1
004970         MOVE 'Y' TO WS-EDIT-ERROR-SW
004980         GO TO 3190-EXIT
004990     END-IF.
005000     MOVE WS-MONTH-DAYS (WS-CHK-MONTH) TO WS-CHK-MONTH-DAYS.
005010     IF WS-CHK-MONTH = 2
005020         MOVE 'N' TO WS-LEAP-SW
005030         DIVIDE WS-CHK-YEAR BY 4 GIVING WS-CHK-QUOTIENT
005040             REMAINDER WS-CHK-REMAINDER
005050         IF WS-CHK-REMAINDER = ZERO
005060             MOVE 'Y' TO WS-LEAP-SW
005070             DIVIDE WS-CHK-YEAR BY 100 GIVING WS-CHK-QUOTIENT
005080                 REMAINDER WS-CHK-REMAINDER
005090             IF WS-CHK-REMAINDER = ZERO
005100                 MOVE 'N' TO WS-LEAP-SW
005110                 DIVIDE WS-CHK-YEAR BY 400
005120                     GIVING WS-CHK-QUOTIENT
005130                     REMAINDER WS-CHK-REMAINDER
005140                 IF WS-CHK-REMAINDER = ZERO
005150                     MOVE 'Y' TO WS-LEAP-SW
005160                 END-IF
005170             END-IF
005180         END-IF
005190         IF WS-LEAP-YEAR
005200             MOVE 29 TO WS-CHK-MONTH-DAYS
005210         END-IF
005220     END-IF.
005230     IF WS-CHK-DAY GREATER THAN WS-CHK-MONTH-DAYS
005240         MOVE 'Y' TO WS-EDIT-ERROR-SW
005250     END-IF.
005260 3190-EXIT.
005270     EXIT.
005280*****************************************************************
005290*    3200-READ-INSTRUCTION - PLAIN KEYED READ FOR THE DISPLAY
005300*    PATH, SAME TECHNIQUE AS YMNT001/3200-READ-MASTER
005310*****************************************************************
005320 3200-READ-INSTRUCTION.
005330     EXEC CICS READ
005340         FILE(WS-FILE-NAME)
005350         INTO(WS-SOR-RECORD)
005360         RIDFLD(SOR-KEY OF WS-SOR-RECORD)
005370         RESP(WS-RESP-CODE)
005380     END-EXEC.
005390     IF WS-RESP-CODE = DFHRESP(NOTFND)
005400         MOVE 'Y' TO WS-NOTFND-SW
005410     ELSE
005420         IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
005430             EXEC CICS ABEND
005440                 ABCODE('YSM1')
005450             END-EXEC
005460         END-IF
005470     END-IF.
005480 3200-EXIT.
005490     EXIT.
005500*****************************************************************
005510*    3300-APPLY-CHANGE - A CREATE WRITES A NEW INSTRUCTION;
005520*    EVERY OTHER ACTION READS THE INSTRUCTION FOR UPDATE,
005530*    CHECKS THE CHANGE IS ALLOWED FROM ITS CURRENT STATE,
005540*    APPLIES IT, STAMPS OPERATOR AND TIMESTAMP AND REWRITES
005550*****************************************************************
005560 3300-APPLY-CHANGE.
005570     IF ACTIONI = 'C'
005580         PERFORM 3310-CREATE-INSTRUCTION THRU 3310-EXIT
005590         GO TO 3300-EXIT
005600     END-IF.
005610     EXEC CICS READ
005620         FILE(WS-FILE-NAME)
005630         INTO(WS-SOR-RECORD)
005640         RIDFLD(SOR-KEY OF WS-SOR-RECORD)
005650         UPDATE
005660         RESP(WS-RESP-CODE)
005670     END-EXEC.
005680     IF WS-RESP-CODE = DFHRESP(NOTFND)
005690         MOVE 'Y' TO WS-NOTFND-SW
005700         GO TO 3300-EXIT
005710     END-IF.
005720     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
005730         EXEC CICS ABEND
005740             ABCODE('YSM2')
005750         END-EXEC
005760     END-IF.
005770     PERFORM 3320-CHECK-TRANSITION THRU 3320-EXIT.
005780     IF WS-EDIT-ERROR
005790*        NOTHING WAS CHANGED - THE HELD RECORD IS RELEASED WHEN
005800*        THE TASK ENDS
005810         GO TO 3300-EXIT
005820     END-IF.
005830     IF ACTIONI = 'A'
005840         PERFORM 3340-MERGE-FIELDS THRU 3340-EXIT
005850         PERFORM 3345-CHECK-DATES THRU 3345-EXIT
005860         IF WS-EDIT-ERROR
005870             GO TO 3300-EXIT
005880         END-IF
005890         MOVE 'INSTRUCTION AMENDED' TO WS-APPLIED-MESSAGE
005900     ELSE
005910         IF ACTIONI = 'S'
005920             MOVE 'SU' TO SOR-STATUS OF WS-SOR-RECORD
005930             MOVE 'INSTRUCTION SUSPENDED' TO WS-APPLIED-MESSAGE
005940         ELSE
005950             IF ACTIONI = 'R'
005960                 MOVE 'AC' TO SOR-STATUS OF WS-SOR-RECORD
005970                 MOVE 'INSTRUCTION RESUMED' TO WS-APPLIED-MESSAGE
005980             ELSE
005990                 MOVE 'CN' TO SOR-STATUS OF WS-SOR-RECORD
006000                 MOVE 'INSTRUCTION CANCELLED'
006010                     TO WS-APPLIED-MESSAGE
006020             END-IF
006030         END-IF
006040     END-IF.
006050     PERFORM 3330-STAMP-INSTRUCTION THRU 3330-EXIT.
006060     EXEC CICS REWRITE
006070         FILE(WS-FILE-NAME)
006080         FROM(WS-SOR-RECORD)
006090         RESP(WS-RESP-CODE)
006100     END-EXEC.
006110     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
006120         EXEC CICS ABEND
006130             ABCODE('YSM3')
006140         END-EXEC
006150     END-IF.
006160 3300-EXIT.
006170     EXIT.
006180*****************************************************************
006190*    3310-CREATE-INSTRUCTION - THE ACCOUNT MUST BE ON THE MASTER
006200*    AND ACTIVE.  BUILD THE NEW RECORD FROM THE EDITED VALUES
006210*    AND WRITE IT; A DUPLICATE KEY IS THE OPERATOR'S CUE TO
006220*    DISPLAY AND AMEND INSTEAD
006230*****************************************************************
006240 3310-CREATE-INSTRUCTION.
006250     PERFORM 3360-CHECK-ACCOUNT THRU 3360-EXIT.
006260     IF WS-EDIT-ERROR
006270         GO TO 3310-EXIT
006280     END-IF.
006290     MOVE SPACES TO WS-SOR-RECORD.
006300     MOVE ACCTIDI TO SOR-RECORD-ID OF WS-SOR-RECORD.
006310     MOVE WS-KEY-INSTR-NUM TO SOR-INSTR-NO OF WS-SOR-RECORD.
006320     MOVE 'AC' TO SOR-STATUS OF WS-SOR-RECORD.
006330     MOVE 'N' TO SOR-PENDING-SW OF WS-SOR-RECORD.
006340     MOVE ZERO TO SOR-AMOUNT OF WS-SOR-RECORD
006350         SOR-END-DATE OF WS-SOR-RECORD
006360         SOR-REMAINING-COUNT OF WS-SOR-RECORD
006370         SOR-LAST-GEN-DATE OF WS-SOR-RECORD
006380         SOR-LAST-GEN-DUE OF WS-SOR-RECORD.
006390     PERFORM 3340-MERGE-FIELDS THRU 3340-EXIT.
006400     PERFORM 3345-CHECK-DATES THRU 3345-EXIT.
006410     IF WS-EDIT-ERROR
006420         GO TO 3310-EXIT
006430     END-IF.
006440     MOVE WS-STAMP-DATE TO SOR-CREATED-DATE OF WS-SOR-RECORD.
006450     PERFORM 3330-STAMP-INSTRUCTION THRU 3330-EXIT.
006460     EXEC CICS WRITE
006470         FILE(WS-FILE-NAME)
006480         FROM(WS-SOR-RECORD)
006490         RIDFLD(SOR-KEY OF WS-SOR-RECORD)
006500         RESP(WS-RESP-CODE)
006510     END-EXEC.
006520     IF WS-RESP-CODE = DFHRESP(DUPREC)
006530         MOVE 'Y' TO WS-EDIT-ERROR-SW
006540         MOVE 'INSTRUCTION ALREADY ON FILE - USE ACTION A'
006550             TO WS-EDIT-MESSAGE
006560         GO TO 3310-EXIT
006570     END-IF.
006580     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
006590         EXEC CICS ABEND
006600             ABCODE('YSM4')
006610         END-EXEC
006620     END-IF.
006630     MOVE 'INSTRUCTION CREATED' TO WS-APPLIED-MESSAGE.
006640 3310-EXIT.
006650     EXIT.
006660*****************************************************************
006670*    3320-CHECK-TRANSITION - IS THE ACTION ALLOWED FROM THE
006680*    INSTRUCTION'S CURRENT STATE?  A CANCELLED OR ENDED
006690*    INSTRUCTION IS HISTORY; SUSPEND NEEDS AN ACTIVE ONE AND
006700*    RESUME A SUSPENDED ONE.  NOTHING MOVES WHILE LAST NIGHT'S
006710*    OCCURRENCE IS UNCONFIRMED - THE RERUN MUST RE-CUT IT AS IT
006720*    WAS GENERATED
006730*****************************************************************
006740 3320-CHECK-TRANSITION.
006750     IF SOR-PENDING OF WS-SOR-RECORD
006760         MOVE 'Y' TO WS-EDIT-ERROR-SW
006770         MOVE 'LAST OCCURRENCE NOT CONFIRMED POSTED - SEE OPS'
006780             TO WS-EDIT-MESSAGE
006790         GO TO 3320-EXIT
006800     END-IF.
006810     IF SOR-STATUS-CANCELLED OF WS-SOR-RECORD
006820         OR SOR-STATUS-ENDED OF WS-SOR-RECORD
006830         MOVE 'Y' TO WS-EDIT-ERROR-SW
006840         MOVE 'INSTRUCTION IS CANCELLED OR ENDED - KEY A NEW ONE'
006850             TO WS-EDIT-MESSAGE
006860         GO TO 3320-EXIT
006870     END-IF.
006880     IF ACTIONI = 'S' AND NOT SOR-STATUS-ACTIVE OF WS-SOR-RECORD
006890         MOVE 'Y' TO WS-EDIT-ERROR-SW
006900         MOVE 'INSTRUCTION IS NOT ACTIVE - NOTHING TO SUSPEND'
006910             TO WS-EDIT-MESSAGE
006920         GO TO 3320-EXIT
006930     END-IF.
006940     IF ACTIONI = 'R'
006950         AND NOT SOR-STATUS-SUSPENDED OF WS-SOR-RECORD
006960         MOVE 'Y' TO WS-EDIT-ERROR-SW
006970         MOVE 'INSTRUCTION IS NOT SUSPENDED - NOTHING TO RESUME'
006980             TO WS-EDIT-MESSAGE
006990     END-IF.
007000 3320-EXIT.
007010     EXIT.
007020*****************************************************************
007030*    3330-STAMP-INSTRUCTION - OPERATOR ID AND TIMESTAMP ON THE
007040*    RECORD, AS YMNT001 STAMPS THE MASTER
007050*****************************************************************
007060 3330-STAMP-INSTRUCTION.
007070     MOVE WS-OPERATOR-ID TO SOR-LAST-OPERATOR OF WS-SOR-RECORD.
007080     MOVE WS-STAMP-DATE TO SOR-LAST-UPDATE-DATE OF WS-SOR-RECORD.
007090     MOVE WS-STAMP-TIME TO SOR-LAST-UPDATE-TIME OF WS-SOR-RECORD.
007100 3330-EXIT.
007110     EXIT.
007120*****************************************************************
007130*    3340-MERGE-FIELDS - MOVE EVERY KEYED, EDITED VALUE ONTO THE
007140*    RECORD.  A NEW NEXT DUE DATE ALSO RESETS THE ANCHOR DAY
007150*****************************************************************
007160 3340-MERGE-FIELDS.
007170     IF TRCODEL NOT = ZERO
007180         MOVE WS-NEW-TRANS-CODE TO SOR-TRANS-CODE OF WS-SOR-RECORD
007190     END-IF.
007200     IF AMOUNTL NOT = ZERO
007210         MOVE WS-NEW-AMOUNT TO SOR-AMOUNT OF WS-SOR-RECORD
007220     END-IF.
007230     IF CCYL NOT = ZERO
007240         MOVE WS-NEW-CURRENCY
007250             TO SOR-CURRENCY-CODE OF WS-SOR-RECORD
007260     END-IF.
007270     IF FREQL NOT = ZERO
007280         MOVE WS-NEW-FREQUENCY TO SOR-FREQUENCY OF WS-SOR-RECORD
007290     END-IF.
007300     IF NXTDUEL NOT = ZERO
007310         MOVE WS-NEW-NEXT-DUE
007320             TO SOR-NEXT-DUE-DATE OF WS-SOR-RECORD
007330         MOVE WS-NEW-NEXT-DUE TO WS-ANCHOR-WORK
007340         MOVE WS-ANCHOR-DAY TO SOR-ANCHOR-DAY OF WS-SOR-RECORD
007350     END-IF.
007360     IF ENDDTEL NOT = ZERO
007370         MOVE WS-NEW-END-DATE TO SOR-END-DATE OF WS-SOR-RECORD
007380     END-IF.
007390     IF REMCNTL NOT = ZERO
007400         MOVE WS-NEW-COUNT
007410             TO SOR-REMAINING-COUNT OF WS-SOR-RECORD
007420     END-IF.
007430     IF REFERL NOT = ZERO
007440         MOVE WS-NEW-REFERENCE TO SOR-REFERENCE OF WS-SOR-RECORD
007450     END-IF.
007460 3340-EXIT.
007470     EXIT.
007480*****************************************************************
007490*    3345-CHECK-DATES - ON THE MERGED RECORD, AN END DATE MAY
007500*    NOT FALL BEFORE THE NEXT DUE DATE - THE INSTRUCTION WOULD
007510*    END WITHOUT EVER RUNNING
007520*****************************************************************
007530 3345-CHECK-DATES.
007540     IF SOR-END-DATE OF WS-SOR-RECORD NOT = ZERO
007550         AND SOR-END-DATE OF WS-SOR-RECORD
007560             LESS THAN SOR-NEXT-DUE-DATE OF WS-SOR-RECORD
007570         MOVE 'Y' TO WS-EDIT-ERROR-SW
007580         MOVE 'END DATE IS BEFORE THE NEXT DUE DATE'
007590             TO WS-EDIT-MESSAGE
007600     END-IF.
007610 3345-EXIT.
007620     EXIT.
007630*****************************************************************
007640*    3350-GET-STAMP - OPERATOR ID AND CURRENT DATE/TIME FOR THE
007650*    RECORD STAMP AND THE NEXT-DUE EDIT
007660*****************************************************************
007670 3350-GET-STAMP.
007680     EXEC CICS ASSIGN
007690         OPID(WS-OPERATOR-ID)
007700     END-EXEC.
007710     EXEC CICS ASKTIME
007720         ABSTIME(WS-ABSTIME)
007730     END-EXEC.
007740     EXEC CICS FORMATTIME
007750         ABSTIME(WS-ABSTIME)
007760         YYYYMMDD(WS-STAMP-DATE)
007770         TIME(WS-STAMP-TIME)
007780     END-EXEC.
007790 3350-EXIT.
007800     EXIT.
007810*****************************************************************
007820*    3360-CHECK-ACCOUNT - A NEW INSTRUCTION NEEDS AN ACTIVE
007830*    ACCOUNT ON THE MASTER.  YSOG001 CHECKS AGAIN EVERY NIGHT,
007840*    SINCE THE ACCOUNT MAY CHANGE STATUS AFTERWARDS
007850*****************************************************************
007860 3360-CHECK-ACCOUNT.
007870     EXEC CICS READ
007880         FILE(WS-MASTER-FILE-NAME)
007890         INTO(WS-MASTER-RECORD)
007900         RIDFLD(ACCTIDI)
007910         RESP(WS-RESP-CODE)
007920     END-EXEC.
007930     IF WS-RESP-CODE = DFHRESP(NOTFND)
007940         MOVE 'Y' TO WS-EDIT-ERROR-SW
007950         MOVE 'ACCOUNT NOT FOUND ON MASTER' TO WS-EDIT-MESSAGE
007960         GO TO 3360-EXIT
007970     END-IF.
007980     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
007990         EXEC CICS ABEND
008000             ABCODE('YSM5')
008010         END-EXEC
008020     END-IF.
008030     IF NOT MST-STATUS-ACTIVE OF WS-MASTER-RECORD
008040         MOVE 'Y' TO WS-EDIT-ERROR-SW
008050         MOVE 'ACCOUNT IS NOT ACTIVE - STANDING ORDER REFUSED'
008060             TO WS-EDIT-MESSAGE
008070     END-IF.
008080 3360-EXIT.
008090     EXIT.
008100*****************************************************************
008110*    3400-BUILD-RESPONSE - FORMAT THE (POSSIBLY JUST-CHANGED)
008120*    INSTRUCTION BACK ONTO THE SCREEN
008130*****************************************************************
008140 3400-BUILD-RESPONSE.
008150     MOVE ACCTIDI TO ACCTIDO.
008160     MOVE WS-KEY-INSTR-TEXT TO INSTNOO.
008170     IF SOR-STATUS-ACTIVE OF WS-SOR-RECORD
008180         MOVE 'ACTIVE' TO SOSTATO
008190     ELSE
008200         IF SOR-STATUS-SUSPENDED OF WS-SOR-RECORD
008210             MOVE 'SUSPENDED' TO SOSTATO
008220         ELSE
008230             IF SOR-STATUS-CANCELLED OF WS-SOR-RECORD
008240                 MOVE 'CANCELLED' TO SOSTATO
008250             ELSE
008260                 MOVE 'ENDED' TO SOSTATO
008270             END-IF
008280         END-IF
008290     END-IF.
008300     MOVE SOR-TRANS-CODE OF WS-SOR-RECORD TO TRCODEO.
008310*    A RECORD CUT WITHOUT PACKED FIELDS (THE YXXX019D
008320*    PLACEHOLDER) SHOWS ZEROS RATHER THAN ABENDING
008330     IF SOR-AMOUNT OF WS-SOR-RECORD NUMERIC
008340         MOVE SOR-AMOUNT OF WS-SOR-RECORD TO WS-SHOW-AMOUNT
008350     ELSE
008360         MOVE ZERO TO WS-SHOW-AMOUNT
008370     END-IF.
008380     MOVE WS-SHOW-INT TO WS-AMT-DISP-INT.
008390     MOVE WS-SHOW-DEC TO WS-AMT-DISP-DEC.
008400     MOVE WS-AMOUNT-DISPLAY TO AMOUNTO.
008410     MOVE SOR-CURRENCY-CODE OF WS-SOR-RECORD TO CCYO.
008420     MOVE SOR-FREQUENCY OF WS-SOR-RECORD TO FREQO.
008430     MOVE SOR-NEXT-DUE-DATE OF WS-SOR-RECORD TO NXTDUEO.
008440     MOVE SOR-END-DATE OF WS-SOR-RECORD TO ENDDTEO.
008450     IF SOR-REMAINING-COUNT OF WS-SOR-RECORD NUMERIC
008460         MOVE SOR-REMAINING-COUNT OF WS-SOR-RECORD
008470             TO WS-SHOW-COUNT
008480     ELSE
008490         MOVE ZERO TO WS-SHOW-COUNT
008500     END-IF.
008510     MOVE WS-SHOW-COUNT TO REMCNTO.
008520     MOVE SOR-REFERENCE OF WS-SOR-RECORD TO REFERO.
008530     MOVE SPACES TO LSTCUTO.
008540     IF SOR-LAST-GEN-DUE OF WS-SOR-RECORD NUMERIC
008550         AND SOR-LAST-GEN-DUE OF WS-SOR-RECORD NOT = ZERO
008560         MOVE SOR-LAST-GEN-DUE OF WS-SOR-RECORD TO WS-DATE-WORK
008570         PERFORM 3450-EDIT-DATE THRU 3450-EXIT
008580         MOVE WS-UPDT-DATE-EDIT TO WS-CUT-DATE-EDIT
008590         MOVE SPACES TO WS-CUT-PENDING
008600         IF SOR-PENDING OF WS-SOR-RECORD
008610             MOVE 'PENDING' TO WS-CUT-PENDING
008620         END-IF
008630         MOVE WS-LAST-CUT-EDIT TO LSTCUTO
008640     END-IF.
008650     MOVE SOR-LAST-UPDATE-DATE OF WS-SOR-RECORD TO WS-DATE-WORK.
008660     PERFORM 3450-EDIT-DATE THRU 3450-EXIT.
008670     MOVE WS-UPDT-DATE-EDIT TO LSTUPDTO.
008680     MOVE SOR-LAST-OPERATOR OF WS-SOR-RECORD TO WS-OPR-EDIT-ID.
008690     MOVE SOR-LAST-UPDATE-TIME OF WS-SOR-RECORD
008700         TO WS-TIME-BREAKDOWN.
008710     MOVE WS-TIME-HH TO WS-OPR-EDIT-HH.
008720     MOVE WS-TIME-MM TO WS-OPR-EDIT-MM.
008730     MOVE WS-TIME-SS TO WS-OPR-EDIT-SS.
008740     MOVE WS-OPR-TIME-EDIT TO LSTOPRO.
008750     MOVE SPACES TO ACTIONO.
008760     IF WS-APPLY-MODE
008770         MOVE WS-APPLIED-MESSAGE TO MSGO
008780     ELSE
008790         MOVE SPACES TO MSGO
008800     END-IF.
008810 3400-EXIT.
008820     EXIT.
008830*****************************************************************
008840*    3450-EDIT-DATE - WS-DATE-WORK INTO CCYY-MM-DD
008850*****************************************************************
008860 3450-EDIT-DATE.
008870     MOVE WS-DATE-CC TO WS-UPDT-DATE-CC.
008880     MOVE WS-DATE-YY TO WS-UPDT-DATE-YY.
008890     MOVE WS-DATE-MM TO WS-UPDT-DATE-MM.
008900     MOVE WS-DATE-DD TO WS-UPDT-DATE-DD.
008910 3450-EXIT.
008920     EXIT.
008930*****************************************************************
008940*    3500-SEND-RESPONSE-MAP - SEND THE COMPLETED SCREEN BACK
008950*****************************************************************
008960 3500-SEND-RESPONSE-MAP.
008970     EXEC CICS SEND MAP(WS-MAP-NAME)
008980         MAPSET(WS-MAPSET-NAME)
008990         DATAONLY
009000     END-EXEC.
009010 3500-EXIT.
009020     EXIT.
009030*****************************************************************
009040*    3900-SEND-ERROR-MAP - EDIT ERROR OR INSTRUCTION NOT FOUND -
009050*    TELL THE OPERATOR AND RE-PROMPT.  NOTHING WAS CHANGED
009060*****************************************************************
009070 3900-SEND-ERROR-MAP.
009080     MOVE SPACES TO SOSTATO LSTCUTO LSTUPDTO LSTOPRO.
009090     IF WS-INSTR-NOTFND
009100         MOVE 'INSTRUCTION NOT FOUND - USE ACTION C TO CREATE'
009110             TO MSGO
009120     ELSE
009130         MOVE WS-EDIT-MESSAGE TO MSGO
009140     END-IF.
009150     EXEC CICS SEND MAP(WS-MAP-NAME)
009160         MAPSET(WS-MAPSET-NAME)
009170         DATAONLY
009180     END-EXEC.
009190 3900-EXIT.
009200     EXIT.
009210*****************************************************************
009220*    7000-END-SESSION - OPERATOR PRESSED CLEAR OR PF3 - END THE
009230*    CONVERSATION WITHOUT RE-ARMING THE TRANSACTION
009240*****************************************************************
009250 7000-END-SESSION.
009260     EXEC CICS SEND TEXT
009270         FROM('STANDING ORDER MAINTENANCE COMPLETE')
009280         ERASE
009290         FREEKB
009300     END-EXEC.
009310     EXEC CICS RETURN END-EXEC.
009320 7000-EXIT.
009330     EXIT.
