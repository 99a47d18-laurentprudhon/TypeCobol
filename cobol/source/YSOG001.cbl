000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. YSOG001.
000030 AUTHOR. J W HARMON.
000040 INSTALLATION. DAILY LEDGER PROCESSING - OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD LOG
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  --------------------------------------------
000110*    2026-10-15  JWH  ORIGINAL PROGRAM - NIGHTLY STANDING-ORDER
000120*                     GENERATOR.  CUTS EVERY YXXX019 INSTRUCTION
000130*                     DUE TONIGHT INTO A YXXX001 FEED (FEED ID
000140*                     'STANDORD') AHEAD OF MYPGM
000150*****************************************************************
000160*    NARRATIVE
000170*    RECURRING MOVEMENTS USED TO BE RE-KEYED BY THE SENDER EVERY
000180*    CYCLE.  THEY ARE NOW HELD AS STANDING INSTRUCTIONS ON THE
000190*    YXXX019 KSDS (MAINTAINED ONLINE THROUGH YSOM) AND THIS
000200*    PROGRAM, RUN AT THE HEAD OF MYPGMJ, TURNS THEM INTO POSTINGS.
000210*    PARM='GENR' (THE DEFAULT) - GENERATE.  FOR EVERY ACTIVE
000220*    INSTRUCTION WHOSE SOR-NEXT-DUE-DATE IS TODAY OR EARLIER,
000230*    ONE OCCURRENCE IS CUT AS A YXXX001 DETAIL (CODE 'CH' OR
000240*    'DB' OFF THE INSTRUCTION, TRANS DATE = THE DUE DATE) UNDER
000250*    ONE HD/TR PAIR, FEED ID 'STANDORD', FEED DATE = TODAY, TO A
000260*    FILE THAT RIDES THE TRANIN CONCATENATION THE WAY THE
000270*    'INTACCR' AND 'FEES' FILES DO.  THE INSTRUCTION IS MARKED
000280*    PENDING, ITS NEXT DUE DATE ADVANCED ONE PERIOD (W/M/Q) AND
000290*    ITS REMAINING COUNT TAKEN DOWN; IT ENDS ('EN') WHEN THE
000300*    COUNT RUNS OUT OR THE NEXT DUE DATE PASSES ITS END DATE.
000310*    ONE OCCURRENCE PER INSTRUCTION PER NIGHT - AN INSTRUCTION
000320*    STILL DUE AFTER ADVANCING (A NIGHT WITH NO RUN) CATCHES UP
000330*    ON THE FOLLOWING NIGHTS, EACH OCCURRENCE ON ITS OWN DATE.
000340*    A DUE OCCURRENCE OF A SUSPENDED INSTRUCTION, OR ONE ON AN
000350*    ACCOUNT THAT IS MISSING OR NOT 'AC' ON THE MASTER, IS NOT
000360*    CUT - IT IS LISTED AS SKIPPED AND THE DUE DATE ROLLED PAST
000370*    TODAY, SO A RESUMED INSTRUCTION NEVER POSTS A BACKLOG.
000380*    RESTART SAFETY - THE FEED IS REBUILT FROM SCRATCH ON EVERY
000390*    RUN.  AN INSTRUCTION STILL PENDING FROM AN EARLIER ATTEMPT
000400*    WHOSE FEED NEVER POSTED IS RE-CUT FOR THE SAME DUE DATE
000410*    (SOR-LAST-GEN-DUE) WITHOUT BEING ADVANCED AGAIN, SO A RERUN
000420*    OF THE NIGHT CUTS THE SAME OCCURRENCES AND NO MORE.
000430*    PARM='CONF' - CONFIRM.  RUN AFTER A CLEAN STEP010 (SEE
000440*    MYPGMJ): THE FEED HAS POSTED, SO EVERY PENDING MARK IS
000450*    CLEARED.  FROM THEN ON A RERUN GENERATES NOTHING TWICE.
000460*    AN INSTRUCTION RECORD WITH A NON-NUMERIC AMOUNT OR DATE IS
000470*    LISTED, LEFT ALONE, AND THE RUN ENDS RC=4.
000480*    DD NAMES SORFILE/MASTFILE/SOFEED/SORPT - SEE MYPGMJ.jcl.
000490*****************************************************************
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER. IBM-3090.
000530 OBJECT-COMPUTER. IBM-3090.
000540*****************************************************************
000550*    DECIMAL-POINT IS COMMA, AS IN MYPGM - THE FEED THIS
000560*    PROGRAM CUTS IS BALANCED BY MYPGM'S CONTROL CHECKS
000570*****************************************************************
000580 SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT SORFILE ASSIGN TO SORFILE
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS SEQUENTIAL
000640         RECORD KEY IS SOR-KEY OF YXXX019-RECORD
000650         FILE STATUS IS WS-SOR-STATUS.
000660     SELECT MASTFILE ASSIGN TO MASTFILE
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS MST-RECORD-ID OF YXXX002-RECORD
000700         FILE STATUS IS WS-MAST-STATUS.
000710     SELECT SOFEED ASSIGN TO SOFEED
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-FEED-STATUS.
000740     SELECT SORPT ASSIGN TO SORPT
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-SORPT-STATUS.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  SORFILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820     COPY YXXX019.
000830 FD  MASTFILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860     COPY YXXX002.
000870 FD  SOFEED
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900     COPY YXXX001.
000910 FD  SORPT
000920     RECORD CONTAINS 80 CHARACTERS
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 01  SORPT-RECORD                 PIC X(80).
000960 WORKING-STORAGE SECTION.
000970*****************************************************************
000980*    SWITCHES
000990*****************************************************************
001000 77  WS-EOF-SOR-SW                PIC X(01) VALUE 'N'.
001010     88  WS-EOF-SOR                    VALUE 'Y'.
001020 77  WS-HEADER-WRITTEN-SW         PIC X(01) VALUE 'N'.
001030     88  WS-HEADER-WRITTEN             VALUE 'Y'.
001040 77  WS-RUN-MODE-SW               PIC X(01) VALUE 'G'.
001050     88  WS-MODE-GENERATE              VALUE 'G'.
001060     88  WS-MODE-CONFIRM               VALUE 'C'.
001070 77  WS-LEAP-SW                   PIC X(01) VALUE 'N'.
001080     88  WS-LEAP-YEAR                  VALUE 'Y'.
001090*****************************************************************
001100*    FILE STATUS FIELDS
001110*****************************************************************
001120 77  WS-SOR-STATUS                PIC X(02) VALUE '00'.
001130 77  WS-MAST-STATUS               PIC X(02) VALUE '00'.
001140 77  WS-FEED-STATUS               PIC X(02) VALUE '00'.
001150 77  WS-SORPT-STATUS              PIC X(02) VALUE '00'.
001160 77  WS-ERROR-FILE-ID             PIC X(08) VALUE SPACES.
001170 77  WS-ERROR-STATUS              PIC X(02) VALUE SPACES.
001180*****************************************************************
001190*    RUN DATE AND TIME
001200*****************************************************************
001210 77  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
001220 77  WS-TIME-WORK                 PIC 9(08) VALUE ZERO.
001230*****************************************************************
001240*    GENERATOR COUNTS AND CONTROL TOTALS
001250*****************************************************************
001260 77  WS-SOR-READ-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
001270 77  WS-GENERATED-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
001280 77  WS-CREDIT-TOTAL              PIC S9(11)V99 COMP-3 VALUE ZERO.
001290 77  WS-DEBIT-TOTAL               PIC S9(11)V99 COMP-3 VALUE ZERO.
001300 77  WS-RECUT-COUNT               PIC 9(09) COMP-3 VALUE ZERO.
001310 77  WS-SUSPENDED-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
001320 77  WS-NO-ACCOUNT-COUNT          PIC 9(09) COMP-3 VALUE ZERO.
001330 77  WS-ENDED-COUNT               PIC 9(09) COMP-3 VALUE ZERO.
001340 77  WS-NOT-DUE-COUNT             PIC 9(09) COMP-3 VALUE ZERO.
001350 77  WS-CLOSED-COUNT              PIC 9(09) COMP-3 VALUE ZERO.
001360 77  WS-DAMAGED-COUNT             PIC 9(09) COMP-3 VALUE ZERO.
001370 77  WS-CONFIRMED-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
001380 77  WS-FEED-COUNT                PIC 9(09) COMP-3 VALUE ZERO.
001390 77  WS-FEED-HASH-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
001400*****************************************************************
001410*    FEED AMOUNT - THE INSTRUCTION AMOUNT SPLIT FOR THE
001420*    9999999,99 DETAIL FORMAT
001430*****************************************************************
001440 01  WS-FEED-AMOUNT-FIELDS.
001450     05  WS-FEED-AMOUNT           PIC 9(07)V99.
001460     05  WS-FEED-SPLIT REDEFINES WS-FEED-AMOUNT.
001470         10  WS-FEED-INT          PIC 9(07).
001480         10  WS-FEED-DEC          PIC 9(02).
001490 01  WS-DEFAULT-REFERENCE.
001500     05  FILLER                   PIC X(15) VALUE
001510         'STANDING ORDER '.
001520     05  WS-DEFAULT-REF-NO        PIC 9(03).
001530     05  FILLER                   PIC X(02) VALUE SPACES.
001540*****************************************************************
001550*    DUE-DATE ADVANCE WORK FIELDS (2600) - CALENDAR ARITHMETIC
001560*    ON THE SPLIT DATE, GREGORIAN LEAP RULES
001570*****************************************************************
001580 01  WS-ADVANCE-FIELDS.
001590     05  WS-ADV-DATE              PIC 9(08).
001600     05  WS-ADV-DATE-SPLIT REDEFINES WS-ADV-DATE.
001610         10  WS-ADV-YEAR          PIC 9(04).
001620         10  WS-ADV-MONTH         PIC 9(02).
001630         10  WS-ADV-DAY           PIC 9(02).
001640     05  WS-ADV-MONTH-DAYS        PIC 9(02).
001650     05  WS-ADV-QUOTIENT          PIC 9(04) COMP-3.
001660     05  WS-ADV-REMAINDER         PIC 9(04) COMP-3.
001670 01  WS-MONTH-DAYS-VALUES.
001680     05  FILLER                   PIC X(24) VALUE
001690         '312831303130313130313031'.
001700 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001710     05  WS-MONTH-DAYS            PIC 9(02) OCCURS 12.
001720*****************************************************************
001730*    REPORT LINE LAYOUTS
001740*****************************************************************
001750 01  WS-HDG1-LINE.
001760     05  FILLER                   PIC X(01) VALUE '1'.
001770     05  FILLER                   PIC X(33) VALUE
001780         'STANDING ORDER GENERATOR- YSOG001'.
001790     05  FILLER                   PIC X(12) VALUE SPACES.
001800     05  FILLER                   PIC X(09) VALUE 'RUN DATE '.
001810     05  HDG1-RUN-DATE            PIC 9(08).
001820     05  FILLER                   PIC X(17) VALUE SPACES.
001830 01  WS-HDG2-LINE.
001840     05  FILLER                   PIC X(01) VALUE SPACE.
001850     05  FILLER                   PIC X(10) VALUE 'RUN MODE '.
001860     05  HDG2-MODE                PIC X(04).
001870     05  FILLER                   PIC X(65) VALUE SPACES.
001880 01  WS-HDG3-LINE.
001890     05  FILLER                   PIC X(01) VALUE SPACE.
001900     05  FILLER                   PIC X(11) VALUE 'ACCOUNT'.
001910     05  FILLER                   PIC X(04) VALUE 'NO.'.
001920     05  FILLER                   PIC X(03) VALUE 'CD'.
001930     05  FILLER                   PIC X(04) VALUE 'CCY'.
001940     05  FILLER                   PIC X(09) VALUE 'DUE DATE'.
001950     05  FILLER                   PIC X(13) VALUE
001960         '       AMOUNT'.
001970     05  FILLER                   PIC X(35) VALUE 'ACTION'.
001980 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
001990 01  WS-DETAIL-LINE.
002000     05  FILLER                   PIC X(01) VALUE SPACE.
002010     05  DTL-ACCOUNT-ID           PIC X(10).
002020     05  FILLER                   PIC X(01) VALUE SPACE.
002030     05  DTL-INSTR-NO             PIC 9(03).
002040     05  FILLER                   PIC X(01) VALUE SPACE.
002050     05  DTL-TRANS-CODE           PIC X(02).
002060     05  FILLER                   PIC X(01) VALUE SPACE.
002070     05  DTL-CURRENCY             PIC X(03).
002080     05  FILLER                   PIC X(01) VALUE SPACE.
002090     05  DTL-DUE-DATE             PIC 9(08).
002100     05  FILLER                   PIC X(01) VALUE SPACE.
002110     05  DTL-AMOUNT               PIC Z.ZZZ.ZZ9,99.
002120     05  FILLER                   PIC X(01) VALUE SPACE.
002130     05  DTL-ACTION               PIC X(30).
002140     05  FILLER                   PIC X(05) VALUE SPACES.
002150 01  WS-COUNT-LINE.
002160     05  FILLER                   PIC X(01) VALUE SPACE.
002170     05  CNT-LABEL                PIC X(30).
002180     05  CNT-COUNT                PIC ZZZ.ZZZ.ZZ9.
002190     05  FILLER                   PIC X(38) VALUE SPACES.
002200 01  WS-AMOUNT-LINE.
002210     05  FILLER                   PIC X(01) VALUE SPACE.
002220     05  AMT-LABEL                PIC X(30).
002230     05  AMT-AMOUNT               PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
002240     05  FILLER                   PIC X(31) VALUE SPACES.
002250**********************
002260 LINKAGE SECTION.
002270**********************
002280*****************************************************************
002290*    RUN-MODE PARM - 'GENR' OR 'CONF'
002300*****************************************************************
002310 01  LS-PARM-AREA.
002320     05  LS-PARM-LENGTH           PIC S9(04) COMP.
002330     05  LS-PARM-TEXT             PIC X(04).
002340 PROCEDURE DIVISION USING LS-PARM-AREA.
002350*****************************************************************
002360*    0000-MAINLINE
002370*****************************************************************
002380 0000-MAINLINE.
002390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002400     IF WS-MODE-CONFIRM
002410         PERFORM 3000-CONFIRM-ONE THRU 3000-EXIT
002420             UNTIL WS-EOF-SOR
002430     ELSE
002440         PERFORM 2000-GENERATE-ONE THRU 2000-EXIT
002450             UNTIL WS-EOF-SOR
002460         PERFORM 3500-WRITE-TRAILER THRU 3500-EXIT
002470     END-IF.
002480     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
002490     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002500     IF WS-DAMAGED-COUNT NOT = ZERO
002510         MOVE 4 TO RETURN-CODE
002520     END-IF.
002530     GOBACK.
002540*****************************************************************
002550*    1000-INITIALIZE - DECODE THE PARM, OPEN FILES, PRINT THE
002560*    REPORT HEADINGS AND READ THE FIRST INSTRUCTION.  THE
002570*    MASTER AND THE FEED ARE ONLY NEEDED TO GENERATE
002580*****************************************************************
002590 1000-INITIALIZE.
002600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002610     PERFORM 1050-DETERMINE-RUN-MODE THRU 1050-EXIT.
002620     OPEN I-O SORFILE.
002630     IF WS-SOR-STATUS NOT = '00'
002640         MOVE 'SORFILE' TO WS-ERROR-FILE-ID
002650         MOVE WS-SOR-STATUS TO WS-ERROR-STATUS
002660         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
002670     END-IF.
002680     IF WS-MODE-GENERATE
002690         OPEN INPUT MASTFILE
002700         IF WS-MAST-STATUS NOT = '00'
002710             MOVE 'MASTFILE' TO WS-ERROR-FILE-ID
002720             MOVE WS-MAST-STATUS TO WS-ERROR-STATUS
002730             PERFORM 9900-FILE-ERROR THRU 9900-EXIT
002740         END-IF
002750         OPEN OUTPUT SOFEED
002760         IF WS-FEED-STATUS NOT = '00'
002770             MOVE 'SOFEED' TO WS-ERROR-FILE-ID
002780             MOVE WS-FEED-STATUS TO WS-ERROR-STATUS
002790             PERFORM 9900-FILE-ERROR THRU 9900-EXIT
002800         END-IF
002810     END-IF.
002820     OPEN OUTPUT SORPT.
002830     IF WS-SORPT-STATUS NOT = '00'
002840         MOVE 'SORPT' TO WS-ERROR-FILE-ID
002850         MOVE WS-SORPT-STATUS TO WS-ERROR-STATUS
002860         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
002870     END-IF.
002880     MOVE WS-TODAY-DATE TO HDG1-RUN-DATE.
002890     MOVE WS-HDG1-LINE TO SORPT-RECORD.
002900     PERFORM 1150-WRITE-SORPT THRU 1150-EXIT.
002910     IF WS-MODE-CONFIRM
002920         MOVE 'CONF' TO HDG2-MODE
002930     ELSE
002940         MOVE 'GENR' TO HDG2-MODE
002950     END-IF.
002960     MOVE WS-HDG2-LINE TO SORPT-RECORD.
002970     PERFORM 1150-WRITE-SORPT THRU 1150-EXIT.
002980     MOVE WS-BLANK-LINE TO SORPT-RECORD.
002990     PERFORM 1150-WRITE-SORPT THRU 1150-EXIT.
003000     MOVE WS-HDG3-LINE TO SORPT-RECORD.
003010     PERFORM 1150-WRITE-SORPT THRU 1150-EXIT.
003020     PERFORM 2100-READ-INSTRUCTION THRU 2100-EXIT.
003030 1000-EXIT.
003040     EXIT.
003050*****************************************************************
003060*    1050-DETERMINE-RUN-MODE - NO PARM MEANS GENERATE, AS A
003070*    MISSING PARM ON MYPGM MEANS AN INCREMENTAL RUN
003080*****************************************************************
003090 1050-DETERMINE-RUN-MODE.
003100     IF LS-PARM-LENGTH = ZERO
003110         MOVE 'G' TO WS-RUN-MODE-SW
003120     ELSE
003130         IF LS-PARM-TEXT = 'GENR'
003140             MOVE 'G' TO WS-RUN-MODE-SW
003150         ELSE
003160             IF LS-PARM-TEXT = 'CONF'
003170                 MOVE 'C' TO WS-RUN-MODE-SW
003180             ELSE
003190                 DISPLAY 'YSOG0003E INVALID PARM - MUST BE '
003200                     'GENR OR CONF'
003210                 MOVE 16 TO RETURN-CODE
003220                 GO TO 9999-ABEND-EXIT
003230             END-IF
003240         END-IF
003250     END-IF.
003260 1050-EXIT.
003270     EXIT.
003280*****************************************************************
003290*    1150-WRITE-SORPT - COMMON WRITE-AND-STATUS-CHECK FOR THE
003300*    GENERATOR REPORT
003310*****************************************************************
003320 1150-WRITE-SORPT.
003330     WRITE SORPT-RECORD.
003340     IF WS-SORPT-STATUS NOT = '00'
003350         MOVE 'SORPT' TO WS-ERROR-FILE-ID
003360         MOVE WS-SORPT-STATUS TO WS-ERROR-STATUS
003370         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003380     END-IF.
003390 1150-EXIT.
003400     EXIT.
003410*****************************************************************
003420*    2000-GENERATE-ONE - JUDGE ONE INSTRUCTION.  A PENDING
003430*    OCCURRENCE FROM AN EARLIER ATTEMPT IS RE-CUT AND NOTHING
003440*    ELSE IS DONE TO THE INSTRUCTION TONIGHT; OTHERWISE AN
003450*    ACTIVE INSTRUCTION THAT HAS FALLEN DUE IS GENERATED
003460*****************************************************************
003470 2000-GENERATE-ONE.
003480     ADD 1 TO WS-SOR-READ-COUNT.
003490     IF SOR-STATUS-CANCELLED OF YXXX019-RECORD
003500         ADD 1 TO WS-CLOSED-COUNT
003510         GO TO 2000-NEXT
003520     END-IF.
003530     IF SOR-AMOUNT OF YXXX019-RECORD NOT NUMERIC
003540         OR SOR-NEXT-DUE-DATE OF YXXX019-RECORD NOT NUMERIC
003550         OR SOR-END-DATE OF YXXX019-RECORD NOT NUMERIC
003560         OR SOR-REMAINING-COUNT OF YXXX019-RECORD NOT NUMERIC
003570         MOVE 'NOT JUDGED - RECORD DAMAGED' TO DTL-ACTION
003580         PERFORM 2900-LIST-INSTRUCTION THRU 2900-EXIT
003590         ADD 1 TO WS-DAMAGED-COUNT
003600         GO TO 2000-NEXT
003610     END-IF.
003620     IF SOR-PENDING OF YXXX019-RECORD
003630         PERFORM 2300-RECUT-OCCURRENCE THRU 2300-EXIT
003640         GO TO 2000-NEXT
003650     END-IF.
003660     IF SOR-STATUS-ENDED OF YXXX019-RECORD
003670         ADD 1 TO WS-CLOSED-COUNT
003680         GO TO 2000-NEXT
003690     END-IF.
003700     IF SOR-NEXT-DUE-DATE OF YXXX019-RECORD
003710         GREATER THAN WS-TODAY-DATE
003720         ADD 1 TO WS-NOT-DUE-COUNT
003730         GO TO 2000-NEXT
003740     END-IF.
003750     IF SOR-END-DATE OF YXXX019-RECORD NOT = ZERO
003760         AND SOR-NEXT-DUE-DATE OF YXXX019-RECORD
003770             GREATER THAN SOR-END-DATE OF YXXX019-RECORD
003780         MOVE 'EN' TO SOR-STATUS OF YXXX019-RECORD
003790         PERFORM 2800-REWRITE-INSTRUCTION THRU 2800-EXIT
003800         MOVE 'ENDED - END DATE PASSED' TO DTL-ACTION
003810         PERFORM 2900-LIST-INSTRUCTION THRU 2900-EXIT
003820         ADD 1 TO WS-ENDED-COUNT
003830         GO TO 2000-NEXT
003840     END-IF.
003850     IF SOR-STATUS-SUSPENDED OF YXXX019-RECORD
003860         MOVE 'SKIPPED - SUSPENDED' TO DTL-ACTION
003870         PERFORM 2900-LIST-INSTRUCTION THRU 2900-EXIT
003880         PERFORM 2600-ADVANCE-DUE-DATE THRU 2600-EXIT
003890             UNTIL SOR-NEXT-DUE-DATE OF YXXX019-RECORD
003900                 GREATER THAN WS-TODAY-DATE
003910         PERFORM 2800-REWRITE-INSTRUCTION THRU 2800-EXIT
003920         ADD 1 TO WS-SUSPENDED-COUNT
003930         GO TO 2000-NEXT
003940     END-IF.
003950     PERFORM 2200-CHECK-ACCOUNT THRU 2200-EXIT.
003960     IF DTL-ACTION NOT = SPACES
003970         PERFORM 2900-LIST-INSTRUCTION THRU 2900-EXIT
003980         PERFORM 2600-ADVANCE-DUE-DATE THRU 2600-EXIT
003990             UNTIL SOR-NEXT-DUE-DATE OF YXXX019-RECORD
004000                 GREATER THAN WS-TODAY-DATE
004010         PERFORM 2800-REWRITE-INSTRUCTION THRU 2800-EXIT
004020         ADD 1 TO WS-NO-ACCOUNT-COUNT
004030         GO TO 2000-NEXT
004040     END-IF.
004050     PERFORM 2500-GENERATE-OCCURRENCE THRU 2500-EXIT.
004060 2000-NEXT.
004070     PERFORM 2100-READ-INSTRUCTION THRU 2100-EXIT.
004080 2000-EXIT.
004090     EXIT.
004100*****************************************************************
004110*    2100-READ-INSTRUCTION - SEQUENTIAL BROWSE OF THE WHOLE KSDS
004120*****************************************************************
004130 2100-READ-INSTRUCTION.
004140     READ SORFILE
004150         AT END
004160             MOVE 'Y' TO WS-EOF-SOR-SW
004170     END-READ.
004180     IF WS-SOR-STATUS NOT = '00' AND WS-SOR-STATUS NOT = '10'
004190         MOVE 'SORFILE' TO WS-ERROR-FILE-ID
004200         MOVE WS-SOR-STATUS TO WS-ERROR-STATUS
004210         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
004220     END-IF.
004230 2100-EXIT.
004240     EXIT.
004250*****************************************************************
004260*    2200-CHECK-ACCOUNT - THE ACCOUNT MUST BE ON THE MASTER AND
004270*    ACTIVE.  A CLOSED, EXCEPTION OR DORMANT ACCOUNT WOULD ONLY
004280*    BE REFUSED BY MYPGM - LISTING IT HERE PUTS THE REASON NEXT
004290*    TO THE INSTRUCTION.  DTL-ACTION COMES BACK BLANK WHEN THE
004300*    OCCURRENCE MAY BE CUT
004310*****************************************************************
004320 2200-CHECK-ACCOUNT.
004330     MOVE SPACES TO DTL-ACTION.
004340     MOVE SOR-RECORD-ID OF YXXX019-RECORD
004350         TO MST-RECORD-ID OF YXXX002-RECORD.
004360     READ MASTFILE
004370         INVALID KEY
004380             MOVE 'SKIPPED - ACCOUNT NOT ON MASTER' TO DTL-ACTION
004390             GO TO 2200-EXIT
004400     END-READ.
004410     IF WS-MAST-STATUS NOT = '00'
004420         MOVE 'MASTFILE' TO WS-ERROR-FILE-ID
004430         MOVE WS-MAST-STATUS TO WS-ERROR-STATUS
004440         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
004450     END-IF.
004460     IF NOT MST-STATUS-ACTIVE OF YXXX002-RECORD
004470         MOVE 'SKIPPED - ACCOUNT STATUS' TO DTL-ACTION
004480         MOVE MST-STATUS OF YXXX002-RECORD TO DTL-ACTION (26:2)
004490     END-IF.
004500 2200-EXIT.
004510     EXIT.
004520*****************************************************************
004530*    2300-RECUT-OCCURRENCE - AN EARLIER ATTEMPT TONIGHT (OR A
004540*    FAILED NIGHT BEFORE) CUT THIS OCCURRENCE AND MYPGM NEVER
004550*    POSTED IT.  CUT IT AGAIN FOR THE SAME DUE DATE; THE
004560*    INSTRUCTION WAS ALREADY ADVANCED AND IS NOT TOUCHED
004570*****************************************************************
004580 2300-RECUT-OCCURRENCE.
004590     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
004600     ADD 1 TO WS-RECUT-COUNT.
004610     MOVE 'RE-CUT - NOT YET POSTED' TO DTL-ACTION.
004620     PERFORM 2900-LIST-INSTRUCTION THRU 2900-EXIT.
004630 2300-EXIT.
004640     EXIT.
004650*****************************************************************
004660*    2500-GENERATE-OCCURRENCE - CUT THE OCCURRENCE, MARK IT
004670*    PENDING, ADVANCE THE DUE DATE ONE PERIOD, TAKE DOWN THE
004680*    REMAINING COUNT AND END THE INSTRUCTION WHEN IT IS SPENT
004690*****************************************************************
004700 2500-GENERATE-OCCURRENCE.
004710     MOVE SOR-NEXT-DUE-DATE OF YXXX019-RECORD
004720         TO SOR-LAST-GEN-DUE OF YXXX019-RECORD.
004730     MOVE WS-TODAY-DATE TO SOR-LAST-GEN-DATE OF YXXX019-RECORD.
004740     MOVE 'Y' TO SOR-PENDING-SW OF YXXX019-RECORD.
004750     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
004760     ADD 1 TO WS-GENERATED-COUNT.
004770     MOVE 'GENERATED' TO DTL-ACTION.
004780     PERFORM 2600-ADVANCE-DUE-DATE THRU 2600-EXIT.
004790     IF SOR-REMAINING-COUNT OF YXXX019-RECORD NOT = ZERO
004800         SUBTRACT 1 FROM SOR-REMAINING-COUNT OF YXXX019-RECORD
004810         IF SOR-REMAINING-COUNT OF YXXX019-RECORD = ZERO
004820             MOVE 'EN' TO SOR-STATUS OF YXXX019-RECORD
004830         END-IF
004840     END-IF.
004850     IF SOR-END-DATE OF YXXX019-RECORD NOT = ZERO
004860         AND SOR-NEXT-DUE-DATE OF YXXX019-RECORD
004870             GREATER THAN SOR-END-DATE OF YXXX019-RECORD
004880         MOVE 'EN' TO SOR-STATUS OF YXXX019-RECORD
004890     END-IF.
004900     IF SOR-STATUS-ENDED OF YXXX019-RECORD
004910         MOVE 'GENERATED - LAST OCCURRENCE' TO DTL-ACTION
004920         ADD 1 TO WS-ENDED-COUNT
004930     END-IF.
004940     PERFORM 2800-REWRITE-INSTRUCTION THRU 2800-EXIT.
004950     PERFORM 2900-LIST-INSTRUCTION THRU 2900-EXIT.
004960 2500-EXIT.
004970     EXIT.
004980*****************************************************************
004990*    2600-ADVANCE-DUE-DATE - MOVE SOR-NEXT-DUE-DATE ON ONE
005000*    PERIOD.  'W' ADDS SEVEN DAYS ACROSS THE MONTH END; 'M' AND
005010*    'Q' STEP ONE OR THREE MONTHS AND LAND ON THE ANCHOR DAY,
005020*    PULLED BACK TO THE LAST DAY OF A SHORTER MONTH
005030*****************************************************************
005040 2600-ADVANCE-DUE-DATE.
005050     MOVE SOR-NEXT-DUE-DATE OF YXXX019-RECORD TO WS-ADV-DATE.
005060     IF SOR-FREQ-WEEKLY OF YXXX019-RECORD
005070         ADD 7 TO WS-ADV-DAY
005080         PERFORM 2650-MONTH-LENGTH THRU 2650-EXIT
005090         IF WS-ADV-DAY GREATER THAN WS-ADV-MONTH-DAYS
005100             SUBTRACT WS-ADV-MONTH-DAYS FROM WS-ADV-DAY
005110             PERFORM 2660-NEXT-MONTH THRU 2660-EXIT
005120         END-IF
005130     ELSE
005140         PERFORM 2660-NEXT-MONTH THRU 2660-EXIT
005150         IF SOR-FREQ-QUARTERLY OF YXXX019-RECORD
005160             PERFORM 2660-NEXT-MONTH THRU 2660-EXIT
005170             PERFORM 2660-NEXT-MONTH THRU 2660-EXIT
005180         END-IF
005190*        A RECORD WITHOUT A USABLE ANCHOR KEEPS ITS CURRENT DAY
005200         IF SOR-ANCHOR-DAY OF YXXX019-RECORD NUMERIC
005210             AND SOR-ANCHOR-DAY OF YXXX019-RECORD NOT = ZERO
005220             MOVE SOR-ANCHOR-DAY OF YXXX019-RECORD TO WS-ADV-DAY
005230         END-IF
005240         PERFORM 2650-MONTH-LENGTH THRU 2650-EXIT
005250         IF WS-ADV-DAY GREATER THAN WS-ADV-MONTH-DAYS
005260             MOVE WS-ADV-MONTH-DAYS TO WS-ADV-DAY
005270         END-IF
005280     END-IF.
005290     MOVE WS-ADV-DATE TO SOR-NEXT-DUE-DATE OF YXXX019-RECORD.
005300 2600-EXIT.
005310     EXIT.
005320*****************************************************************
005330*    2650-MONTH-LENGTH - DAYS IN WS-ADV-MONTH OF WS-ADV-YEAR
005340*****************************************************************
005350 2650-MONTH-LENGTH.
005360     MOVE WS-MONTH-DAYS (WS-ADV-MONTH) TO WS-ADV-MONTH-DAYS.
005370     IF WS-ADV-MONTH NOT = 2
005380         GO TO 2650-EXIT
005390     END-IF.
005400     MOVE 'N' TO WS-LEAP-SW.
005410     DIVIDE WS-ADV-YEAR BY 4 GIVING WS-ADV-QUOTIENT
005420         REMAINDER WS-ADV-REMAINDER.
005430     IF WS-ADV-REMAINDER = ZERO
005440         MOVE 'Y' TO WS-LEAP-SW
005450         DIVIDE WS-ADV-YEAR BY 100 GIVING WS-ADV-QUOTIENT
005460             REMAINDER WS-ADV-REMAINDER
005470         IF WS-ADV-REMAINDER = ZERO
005480             MOVE 'N' TO WS-LEAP-SW
005490             DIVIDE WS-ADV-YEAR BY 400 GIVING WS-ADV-QUOTIENT
005500                 REMAINDER WS-ADV-REMAINDER
005510             IF WS-ADV-REMAINDER = ZERO
005520                 MOVE 'Y' TO WS-LEAP-SW
005530             END-IF
005540         END-IF
005550     END-IF.
005560     IF WS-LEAP-YEAR
005570         MOVE 29 TO WS-ADV-MONTH-DAYS
005580     END-IF.
005590 2650-EXIT.
005600     EXIT.
005610*****************************************************************
005620*    2660-NEXT-MONTH - STEP WS-ADV-DATE INTO THE NEXT MONTH,
005630*    ACROSS THE YEAR END
005640*****************************************************************
005650 2660-NEXT-MONTH.
005660     IF WS-ADV-MONTH = 12
005670         MOVE 1 TO WS-ADV-MONTH
005680         ADD 1 TO WS-ADV-YEAR
005690     ELSE
005700         ADD 1 TO WS-ADV-MONTH
005710     END-IF.
005720 2660-EXIT.
005730     EXIT.
005740*****************************************************************
005750*    2700-WRITE-DETAIL - ONE YXXX001 DETAIL FOR THE OCCURRENCE
005760*    DUE ON SOR-LAST-GEN-DUE, UNDER THE 'STANDORD' HD/TR PAIR.
005770*    THE HEADER IS WRITTEN AHEAD OF THE FIRST DETAIL, AS IN
005780*    YACR001
005790*****************************************************************
005800 2700-WRITE-DETAIL.
005810     IF NOT WS-HEADER-WRITTEN
005820         PERFORM 2750-WRITE-FEED-HEADER THRU 2750-EXIT
005830     END-IF.
005840     MOVE SOR-AMOUNT OF YXXX019-RECORD TO WS-FEED-AMOUNT.
005850     MOVE SPACES TO YXXX001-RECORD.
005860     MOVE SOR-RECORD-ID OF YXXX019-RECORD TO TRX-RECORD-ID.
005870     MOVE SOR-TRANS-CODE OF YXXX019-RECORD TO TRX-TRANS-CODE.
005880     MOVE SOR-LAST-GEN-DUE OF YXXX019-RECORD TO TRX-TRANS-DATE.
005890     MOVE WS-FEED-INT TO TRX-AMOUNT-INT-TEXT.
005900     MOVE ',' TO TRX-AMOUNT-SEP.
005910     MOVE WS-FEED-DEC TO TRX-AMOUNT-DEC-TEXT.
005920     IF SOR-REFERENCE OF YXXX019-RECORD = SPACES
005930         MOVE SOR-INSTR-NO OF YXXX019-RECORD
005940             TO WS-DEFAULT-REF-NO
005950         MOVE WS-DEFAULT-REFERENCE TO TRX-DESCRIPTION
005960     ELSE
005970         MOVE SOR-REFERENCE OF YXXX019-RECORD TO TRX-DESCRIPTION
005980     END-IF.
005990     MOVE SOR-CURRENCY-CODE OF YXXX019-RECORD
006000         TO TRX-CURRENCY-CODE.
006010     WRITE YXXX001-RECORD.
006020     IF WS-FEED-STATUS NOT = '00'
006030         MOVE 'SOFEED' TO WS-ERROR-FILE-ID
006040         MOVE WS-FEED-STATUS TO WS-ERROR-STATUS
006050         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
006060     END-IF.
006070     ADD 1 TO WS-FEED-COUNT.
006080     ADD WS-FEED-AMOUNT TO WS-FEED-HASH-TOTAL.
006090     IF SOR-CODE-DEBIT OF YXXX019-RECORD
006100         ADD WS-FEED-AMOUNT TO WS-DEBIT-TOTAL
006110     ELSE
006120         ADD WS-FEED-AMOUNT TO WS-CREDIT-TOTAL
006130     END-IF.
006140 2700-EXIT.
006150     EXIT.
006160*****************************************************************
006170*    2750-WRITE-FEED-HEADER - THE 'STANDORD' SET OPENS WITH ITS
006180*    OWN HD RECORD SO MYPGM'S PER-SET CONTROL BALANCING PROVES
006190*    THE GENERATED FEED LIKE ANY OTHER
006200*****************************************************************
006210 2750-WRITE-FEED-HEADER.
006220     MOVE SPACES TO YXXX001-CONTROL.
006230     MOVE 'CONTROL' TO CTL-RECORD-LABEL.
006240     MOVE 'HD' TO CTL-RECORD-CODE.
006250     MOVE WS-TODAY-DATE TO CTL-FEED-DATE.
006260     MOVE 'STANDORD' TO CTL-FEED-ID.
006270     MOVE ZERO TO CTL-RECORD-COUNT.
006280     MOVE ZERO TO CTL-HASH-TOTAL.
006290     WRITE YXXX001-CONTROL.
006300     IF WS-FEED-STATUS NOT = '00'
006310         MOVE 'SOFEED' TO WS-ERROR-FILE-ID
006320         MOVE WS-FEED-STATUS TO WS-ERROR-STATUS
006330         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
006340     END-IF.
006350     MOVE 'Y' TO WS-HEADER-WRITTEN-SW.
006360 2750-EXIT.
006370     EXIT.
006380*****************************************************************
006390*    2800-REWRITE-INSTRUCTION - STAMP THE INSTRUCTION 'BCH' THE
006400*    WAY MYPGM STAMPS A BATCH POSTING AND REWRITE IT IN PLACE
006410*****************************************************************
006420 2800-REWRITE-INSTRUCTION.
006430     MOVE 'BCH' TO SOR-LAST-OPERATOR OF YXXX019-RECORD.
006440     MOVE WS-TODAY-DATE TO SOR-LAST-UPDATE-DATE OF YXXX019-RECORD.
006450     ACCEPT WS-TIME-WORK FROM TIME.
006460     MOVE WS-TIME-WORK (1:6)
006470         TO SOR-LAST-UPDATE-TIME OF YXXX019-RECORD.
006480     REWRITE YXXX019-RECORD.
006490     IF WS-SOR-STATUS NOT = '00'
006500         MOVE 'SORFILE' TO WS-ERROR-FILE-ID
006510         MOVE WS-SOR-STATUS TO WS-ERROR-STATUS
006520         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
006530     END-IF.
006540 2800-EXIT.
006550     EXIT.
006560*****************************************************************
006570*    2900-LIST-INSTRUCTION - ONE REPORT LINE FOR THE CURRENT
006580*    INSTRUCTION; THE CALLER HAS SET DTL-ACTION.  THE DUE DATE
006590*    SHOWN IS THE OCCURRENCE JUDGED (BEFORE ANY ADVANCE) OR,
006600*    FOR A GENERATED ONE, THE OCCURRENCE CUT
006610*****************************************************************
006620 2900-LIST-INSTRUCTION.
006630     MOVE SOR-RECORD-ID OF YXXX019-RECORD TO DTL-ACCOUNT-ID.
006640     MOVE SOR-INSTR-NO OF YXXX019-RECORD TO DTL-INSTR-NO.
006650     MOVE SOR-TRANS-CODE OF YXXX019-RECORD TO DTL-TRANS-CODE.
006660     MOVE SOR-CURRENCY-CODE OF YXXX019-RECORD TO DTL-CURRENCY.
006670     IF SOR-PENDING OF YXXX019-RECORD
006680         MOVE SOR-LAST-GEN-DUE OF YXXX019-RECORD TO DTL-DUE-DATE
006690     ELSE
006700         IF SOR-NEXT-DUE-DATE OF YXXX019-RECORD NUMERIC
006710             MOVE SOR-NEXT-DUE-DATE OF YXXX019-RECORD
006720                 TO DTL-DUE-DATE
006730         ELSE
006740             MOVE ZERO TO DTL-DUE-DATE
006750         END-IF
006760     END-IF.
006770     IF SOR-AMOUNT OF YXXX019-RECORD NUMERIC
006780         MOVE SOR-AMOUNT OF YXXX019-RECORD TO DTL-AMOUNT
006790     ELSE
006800         MOVE ZERO TO DTL-AMOUNT
006810     END-IF.
006820     MOVE WS-DETAIL-LINE TO SORPT-RECORD.
006830     PERFORM 1150-WRITE-SORPT THRU 1150-EXIT.
006840 2900-EXIT.
006850     EXIT.
006860*****************************************************************
006870*    3000-CONFIRM-ONE - THE NIGHT'S FEED HAS POSTED; CLEAR THE
006880*    PENDING MARK SO THE OCCURRENCE IS NEVER CUT AGAIN
006890*****************************************************************
006900 3000-CONFIRM-ONE.
006910     ADD 1 TO WS-SOR-READ-COUNT.
006920     IF NOT SOR-PENDING OF YXXX019-RECORD
006930         GO TO 3000-NEXT
006940     END-IF.
006950     MOVE 'N' TO SOR-PENDING-SW OF YXXX019-RECORD.
006960     PERFORM 2800-REWRITE-INSTRUCTION THRU 2800-EXIT.
006970     ADD 1 TO WS-CONFIRMED-COUNT.
006980 3000-NEXT.
006990     PERFORM 2100-READ-INSTRUCTION THRU 2100-EXIT.
007000 3000-EXIT.
007010     EXIT.
007020*****************************************************************
007030*    3500-WRITE-TRAILER - CLOSE THE 'STANDORD' SET WITH THE COUNT
007040*    AND HASH MYPGM WILL BALANCE AGAINST.  NOTHING DUE MEANS NO
007050*    HEADER WAS WRITTEN AND THE FILE STAYS EMPTY - AN EMPTY FILE
007060*    IN THE TRANIN CONCATENATION IS HARMLESS
007070*****************************************************************
007080 3500-WRITE-TRAILER.
007090     IF NOT WS-HEADER-WRITTEN
007100         GO TO 3500-EXIT
007110     END-IF.
007120     MOVE SPACES TO YXXX001-CONTROL.
007130     MOVE 'CONTROL' TO CTL-RECORD-LABEL.
007140     MOVE 'TR' TO CTL-RECORD-CODE.
007150     MOVE ZERO TO CTL-FEED-DATE.
007160     MOVE 'STANDORD' TO CTL-FEED-ID.
007170     MOVE WS-FEED-COUNT TO CTL-RECORD-COUNT.
007180     MOVE WS-FEED-HASH-TOTAL TO CTL-HASH-TOTAL.
007190     WRITE YXXX001-CONTROL.
007200     IF WS-FEED-STATUS NOT = '00'
007210         MOVE 'SOFEED' TO WS-ERROR-FILE-ID
007220         MOVE WS-FEED-STATUS TO WS-ERROR-STATUS
007230         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
007240     END-IF.
007250 3500-EXIT.
007260     EXIT.
007270*****************************************************************
007280*    8000-WRITE-TOTALS - GENERATOR CONTROL TOTALS.  THE FEED
007290*    HASH REAPPEARS AS THE 'STANDORD' SET'S HASH ON SUMRPT
007300*****************************************************************
007310 8000-WRITE-TOTALS.
007320     MOVE WS-BLANK-LINE TO SORPT-RECORD.
007330     PERFORM 1150-WRITE-SORPT THRU 1150-EXIT.
007340     MOVE SPACES TO WS-COUNT-LINE.
007350     MOVE 'INSTRUCTIONS READ.............' TO CNT-LABEL.
007360     MOVE WS-SOR-READ-COUNT TO CNT-COUNT.
007370     MOVE WS-COUNT-LINE TO SORPT-RECORD.
007380     PERFORM 1150-WRITE-SORPT THRU 1150-EXIT.
007390     IF WS-MODE-CONFIRM
007400         MOVE SPACES TO WS-COUNT-LINE
007410         MOVE 'OCCURRENCES CONFIRMED POSTED..' TO CNT-LABEL
007420         MOVE WS-CONFIRMED-COUNT TO CNT-COUNT
007430         MOVE WS-COUNT-LINE TO SORPT-RECORD
007440         PERFORM 1150-WRITE-SORPT THRU 1150-EXIT
007450         GO TO 8000-EXIT
007460     END-IF.
007470     MOVE SPACES TO WS-COUNT-LINE.
007480     MOVE 'OCCURRENCES GENERATED.........' TO CNT-LABEL.
007490     MOVE WS-GENERATED-COUNT TO CNT-COUNT.
007500     MOVE WS-COUNT-LINE TO SORPT-RECORD.
007510     PERFORM 1150-WRITE-SORPT THRU 1150-EXIT.
007520     MOVE SPACES TO WS-COUNT-LINE.
007530     MOVE 'OCCURRENCES RE-CUT............' TO CNT-LABEL.
007540     MOVE WS-RECUT-COUNT TO CNT-COUNT.
007550     MOVE WS-COUNT-LINE TO SORPT-RECORD.
007560     PERFORM 1150-WRITE-SORPT THRU 1150-EXIT.
007570     MOVE SPACES TO WS-AMOUNT-LINE.
007580     MOVE 'CREDITS ON THE FEED...........' TO AMT-LABEL.
007590     MOVE WS-CREDIT-TOTAL TO AMT-AMOUNT.
007600     MOVE WS-AMOUNT-LINE TO SORPT-RECORD.
007610     PERFORM 1150-WRITE-SORPT THRU 1150-EXIT.
007620     MOVE SPACES TO WS-AMOUNT-LINE.
007630     MOVE 'DEBITS ON THE FEED............' TO AMT-LABEL.
007640     MOVE WS-DEBIT-TOTAL TO AMT-AMOUNT.
007650     MOVE WS-AMOUNT-LINE TO SORPT-RECORD.
007660     PERFORM 1150-WRITE-SORPT THRU 1150-EXIT.
007670     MOVE SPACES TO WS-AMOUNT-LINE.
007680     MOVE 'FEED HASH TOTAL...............' TO AMT-LABEL.
007690     MOVE WS-FEED-HASH-TOTAL TO AMT-AMOUNT.
007700     MOVE WS-AMOUNT-LINE TO SORPT-RECORD.
007710     PERFORM 1150-WRITE-SORPT THRU 1150-EXIT.
007720     MOVE SPACES TO WS-COUNT-LINE.
007730     MOVE 'SKIPPED - SUSPENDED...........' TO CNT-LABEL.
007740     MOVE WS-SUSPENDED-COUNT TO CNT-COUNT.
007750     MOVE WS-COUNT-LINE TO SORPT-RECORD.
007760     PERFORM 1150-WRITE-SORPT THRU 1150-EXIT.
007770     MOVE SPACES TO WS-COUNT-LINE.
007780     MOVE 'SKIPPED - ACCOUNT.............' TO CNT-LABEL.
007790     MOVE WS-NO-ACCOUNT-COUNT TO CNT-COUNT.
007800     MOVE WS-COUNT-LINE TO SORPT-RECORD.
007810     PERFORM 1150-WRITE-SORPT THRU 1150-EXIT.
007820     MOVE SPACES TO WS-COUNT-LINE.
007830     MOVE 'INSTRUCTIONS ENDED TONIGHT....' TO CNT-LABEL.
007840     MOVE WS-ENDED-COUNT TO CNT-COUNT.
007850     MOVE WS-COUNT-LINE TO SORPT-RECORD.
007860     PERFORM 1150-WRITE-SORPT THRU 1150-EXIT.
007870     MOVE SPACES TO WS-COUNT-LINE.
007880     MOVE 'NOT YET DUE...................' TO CNT-LABEL.
007890     MOVE WS-NOT-DUE-COUNT TO CNT-COUNT.
007900     MOVE WS-COUNT-LINE TO SORPT-RECORD.
007910     PERFORM 1150-WRITE-SORPT THRU 1150-EXIT.
007920     MOVE SPACES TO WS-COUNT-LINE.
007930     MOVE 'CANCELLED OR ENDED ON FILE....' TO CNT-LABEL.
007940     MOVE WS-CLOSED-COUNT TO CNT-COUNT.
007950     MOVE WS-COUNT-LINE TO SORPT-RECORD.
007960     PERFORM 1150-WRITE-SORPT THRU 1150-EXIT.
007970     MOVE SPACES TO WS-COUNT-LINE.
007980     MOVE 'DAMAGED RECORDS...............' TO CNT-LABEL.
007990     MOVE WS-DAMAGED-COUNT TO CNT-COUNT.
008000     MOVE WS-COUNT-LINE TO SORPT-RECORD.
008010     PERFORM 1150-WRITE-SORPT THRU 1150-EXIT.
008020 8000-EXIT.
008030     EXIT.
008040*****************************************************************
008050*    9000-TERMINATE - CLOSE THE FILES
008060*****************************************************************
008070 9000-TERMINATE.
008080     CLOSE SORFILE.
008090     IF WS-MODE-GENERATE
008100         CLOSE MASTFILE
008110         CLOSE SOFEED
008120     END-IF.
008130     CLOSE SORPT.
008140 9000-EXIT.
008150     EXIT.
008160*****************************************************************
008170*    9900-FILE-ERROR - COMMON I/O ERROR HANDLER.  WRITES AN
008180*    OPERATOR MESSAGE AND FALLS THROUGH TO THE ABEND EXIT SO A
008190*    BAD OPEN/READ/WRITE NEVER PRODUCES A "CLEAN" RETURN CODE
008200*****************************************************************
008210 9900-FILE-ERROR.
008220     DISPLAY 'YSOG0001E I/O ERROR ON FILE ' WS-ERROR-FILE-ID
008230         ' - FILE STATUS ' WS-ERROR-STATUS.
008240     DISPLAY 'YSOG0002E RUN TERMINATED - NOTIFY OPERATIONS'.
008250     MOVE 16 TO RETURN-CODE.
008260     GO TO 9999-ABEND-EXIT.
008270 9900-EXIT.
008280     EXIT.
008290*****************************************************************
008300*    9999-ABEND-EXIT - CLOSE WHATEVER FILES ARE OPEN AND END THE
008310*    RUN WITH THE NON-ZERO RETURN CODE ALREADY SET
008320*****************************************************************
008330 9999-ABEND-EXIT.
008340     CLOSE SORFILE
008350         MASTFILE
008360         SOFEED
008370         SORPT.
008380     GOBACK.
