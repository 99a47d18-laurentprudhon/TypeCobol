000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. YFDM001.
000030 AUTHOR. J W HARMON.
000040 INSTALLATION. DAILY LEDGER PROCESSING - OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD LOG
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  --------------------------------------------
000110*    2026-10-15  JWH  ORIGINAL PROGRAM - MISSING-FEED REPORT
000120*                     AGAINST THE YXXX026 FEED-SENDER REGISTRY
000130*****************************************************************
000140*    NARRATIVE
000150*    MYPGM ACKNOWLEDGES EVERY HD/TR SET IT CONSUMES, BUT A FEED
000160*    THAT NEVER ARRIVED LEAVES NO ACK AND NO MESSAGE - AN EMPTY
000170*    FILE HAS NO HEADER, SO THE RUN IS CLEAN AND NOBODY NOTICES
000180*    UNTIL THE SENDER'S CUSTOMERS DO.  THIS PROGRAM RUNS IN
000190*    MYPGMJ AFTER A CLEAN STEP010 AND READS THE NIGHT'S YXXX014
000200*    ACKS (THE SAME PROD.MYPGM.FEEDACK GENERATION STEP010 JUST
000210*    WROTE) AGAINST THE YXXX026 REGISTRY CARDS.  FOR EVERY
000220*    SENDER IT DECIDES WHETHER A FEED WAS DUE TONIGHT FROM
000230*    REG-SCHEDULE - THE DAY OF THE WEEK FOR 'D', THE LAST
000240*    WEEKDAY OF THE MONTH FOR 'M', NEVER FOR 'R' OR A SUSPENDED
000250*    SENDER - AND PRINTS ONE LINE ON FDMRPT: RECEIVED, MISSING,
000260*    NOT DUE, ON REQUEST OR SUSPENDED.  EVERY MISSING FEED IS
000270*    ALSO DISPLAYED (YFDM0004W) FOR THE CONSOLE.
000280*    THE NIGHT CHECKED IS TODAY'S DATE, OR THE YYYYMMDD DATE IN
000290*    THE EXEC PARM WHEN A PAST NIGHT IS BEING RE-CHECKED AGAINST
000300*    ITS OWN FEEDACK GENERATION.
000310*    RC=0  - EVERY FEED DUE TONIGHT ARRIVED.
000320*    RC=4  - AN ACK CARRIES A FEED ID THAT IS NOT ON THE
000330*            REGISTRY (YFDM0005W) - THE CARDS CHANGED UNDER THE
000340*            RUN.  NOTHING IS MISSING.
000350*    RC=8  - AT LEAST ONE EXPECTED FEED IS MISSING - CALL THE
000360*            SENDER.  THE POSTING RUN ITSELF IS NOT AFFECTED.
000370*    RC=16 - A BAD PARM, A BAD REGISTRY CARD OR AN I/O ERROR.
000380*    DD NAMES FEEDREG/ACKIN/FDMRPT - SEE MYPGMJ.
000390*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-3090.
000430 OBJECT-COMPUTER. IBM-3090.
000440*****************************************************************
000450*    DECIMAL-POINT IS COMMA, AS IN MYPGM - THE RECEIVED COUNTS
000460*    ARE EDITED THE SAME WAY AS ON THE RUN SUMMARY
000470*****************************************************************
000480 SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT REGFILE ASSIGN TO FEEDREG
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-FREG-STATUS.
000540     SELECT ACKIN ASSIGN TO ACKIN
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-ACK-STATUS.
000570     SELECT FDMRPT ASSIGN TO FDMRPT
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-FDMRPT-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  REGFILE
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000650     COPY YXXX026.
000660 FD  ACKIN
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690     COPY YXXX014.
000700 FD  FDMRPT
000710     RECORD CONTAINS 80 CHARACTERS
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740 01  FDMRPT-RECORD                PIC X(80).
000750 WORKING-STORAGE SECTION.
000760*****************************************************************
000770*    SWITCHES
000780*****************************************************************
000790 77  WS-EOF-REG-SW                PIC X(01) VALUE 'N'.
000800     88  WS-EOF-REG                    VALUE 'Y'.
000810 77  WS-EOF-ACK-SW                PIC X(01) VALUE 'N'.
000820     88  WS-EOF-ACK                    VALUE 'Y'.
000830 77  WS-MONTH-END-SW              PIC X(01) VALUE 'N'.
000840     88  WS-MONTH-END                  VALUE 'Y'.
000850 77  WS-DUE-SW                    PIC X(01) VALUE 'N'.
000860     88  WS-FEED-DUE                   VALUE 'Y'.
000870*****************************************************************
000880*    FILE STATUS FIELDS
000890*****************************************************************
000900 77  WS-FREG-STATUS               PIC X(02) VALUE '00'.
000910 77  WS-ACK-STATUS                PIC X(02) VALUE '00'.
000920 77  WS-FDMRPT-STATUS             PIC X(02) VALUE '00'.
000930 77  WS-ERROR-FILE-ID             PIC X(08) VALUE SPACES.
000940 77  WS-ERROR-STATUS              PIC X(02) VALUE SPACES.
000950*****************************************************************
000960*    RUN DATE, THE NIGHT CHECKED AND ITS PLACE IN THE CALENDAR
000970*****************************************************************
000980 77  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
000990 77  WS-CHECK-DATE                PIC 9(08) VALUE ZERO.
001000 77  WS-CHECK-DAYNUM              PIC 9(07) COMP-3 VALUE ZERO.
001010 77  WS-NEXT-MONTH-DAYNUM         PIC 9(07) COMP-3 VALUE ZERO.
001020 77  WS-NEXT-BUSINESS-DAYNUM      PIC 9(07) COMP-3 VALUE ZERO.
001030 77  WS-WEEK-DAYS                 PIC 9(07) COMP-3 VALUE ZERO.
001040 77  WS-WEEK-QUOTIENT             PIC 9(07) COMP-3 VALUE ZERO.
001050 77  WS-DAY-OF-WEEK               PIC 9(01) VALUE ZERO.
001060*****************************************************************
001070*    COUNTS
001080*****************************************************************
001090 77  WS-ACK-READ-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
001100 77  WS-DUE-COUNT                 PIC 9(09) COMP-3 VALUE ZERO.
001110 77  WS-RECEIVED-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
001120 77  WS-MISSING-COUNT             PIC 9(09) COMP-3 VALUE ZERO.
001130 77  WS-UNKNOWN-COUNT             PIC 9(09) COMP-3 VALUE ZERO.
001140*****************************************************************
001150*    REGISTRY TABLE - THE SAME 20-SENDER LIMIT AS MYPGM.  EACH
001160*    ENTRY ADDS UP THE ACKS (ONE PER HD/TR SET) AND DETAILS
001170*    RECEIVED FOR ITS FEED ID, AND KEEPS THE STATUS CODE OF THE
001180*    LAST ACK
001190*****************************************************************
001200 77  WS-REG-LIMIT                 PIC 9(03) COMP VALUE 020.
001210 77  WS-REG-COUNT                 PIC 9(03) COMP VALUE ZERO.
001220 77  WS-REG-IX                    PIC 9(03) COMP VALUE ZERO.
001230 77  WS-REG-HIT                   PIC 9(03) COMP VALUE ZERO.
001240 77  WS-REG-SUB                   PIC 9(03) COMP VALUE ZERO.
001250 77  WS-REG-KEY                   PIC X(08) VALUE SPACES.
001260 77  WS-REG-ERROR-TEXT            PIC X(40) VALUE SPACES.
001270 01  WS-REG-TABLE.
001280     05  WS-REG-ENTRY OCCURS 20 TIMES.
001290         10  WS-REG-FEED-ID       PIC X(08).
001300         10  WS-REG-SENDER-STATUS PIC X(01).
001310             88  WS-REG-SUSPENDED      VALUE 'S'.
001320         10  WS-REG-SCHEDULE      PIC X(01).
001330             88  WS-REG-SCHED-DAYS     VALUE 'D'.
001340             88  WS-REG-SCHED-MONTH-END
001350                                       VALUE 'M'.
001360         10  WS-REG-DELIVERY-DAYS PIC X(07).
001370         10  WS-REG-DAY-TABLE REDEFINES WS-REG-DELIVERY-DAYS.
001380             15  WS-REG-DAY-FLAG  PIC X(01) OCCURS 7.
001390         10  WS-REG-SET-COUNT     PIC 9(05) COMP-3.
001400         10  WS-REG-DETAIL-COUNT  PIC 9(09) COMP-3.
001410         10  WS-REG-ACK-CODE      PIC X(02).
001420*****************************************************************
001430*    DAY-NUMBER WORK AREA - THE YDRM001 METHOD.  DAY 1 IS
001440*    0001-01-01, A MONDAY, SO (DAY NUMBER - 1) MOD 7 + 1 IS THE
001450*    DAY OF THE WEEK, MONDAY = 1, THE REG-DELIVERY-DAYS ORDER
001460*****************************************************************
001470 01  WS-DAYNUM-FIELDS.
001480     05  WS-DN-DATE               PIC 9(08).
001490     05  WS-DN-DATE-SPLIT REDEFINES WS-DN-DATE.
001500         10  WS-DN-YEAR           PIC 9(04).
001510         10  WS-DN-MONTH          PIC 9(02).
001520         10  WS-DN-DAY            PIC 9(02).
001530     05  WS-DN-DAYNUM             PIC 9(07) COMP-3.
001540     05  WS-DN-PRIOR-YEARS        PIC 9(04) COMP-3.
001550     05  WS-DN-QUOTIENT           PIC 9(04) COMP-3.
001560     05  WS-DN-REMAINDER          PIC 9(04) COMP-3.
001570     05  WS-DN-LEAP-SW            PIC X(01).
001580         88  WS-DN-LEAP-YEAR          VALUE 'Y'.
001590 01  WS-CUM-DAYS-VALUES.
001600     05  FILLER                   PIC X(36) VALUE
001610         '000031059090120151181212243273304334'.
001620 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
001630     05  WS-CUM-DAYS              PIC 9(03) OCCURS 12.
001640 01  WS-DAY-NAME-VALUES.
001650     05  FILLER                   PIC X(27) VALUE
001660         'MONDAY   TUESDAY  WEDNESDAY'.
001670     05  FILLER                   PIC X(36) VALUE
001680         'THURSDAY FRIDAY   SATURDAY SUNDAY   '.
001690 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
001700     05  WS-DAY-NAME              PIC X(09) OCCURS 7.
001710*****************************************************************
001720*    REPORT LINE LAYOUTS
001730*****************************************************************
001740 01  WS-HDG1-LINE.
001750     05  FILLER                   PIC X(01) VALUE '1'.
001760     05  FILLER                   PIC X(33) VALUE
001770         'MISSING-FEED REPORT     - YFDM001'.
001780     05  FILLER                   PIC X(12) VALUE SPACES.
001790     05  FILLER                   PIC X(09) VALUE 'RUN DATE '.
001800     05  HDG1-RUN-DATE            PIC 9(08).
001810     05  FILLER                   PIC X(17) VALUE SPACES.
001820 01  WS-HDG2-LINE.
001830     05  FILLER                   PIC X(01) VALUE SPACE.
001840     05  FILLER                   PIC X(30) VALUE
001850         'FEEDS CHECKED FOR NIGHT OF....'.
001860     05  HDG2-CHECK-DATE          PIC 9(08).
001870     05  FILLER                   PIC X(02) VALUE SPACES.
001880     05  HDG2-DAY-NAME            PIC X(09).
001890     05  FILLER                   PIC X(02) VALUE SPACES.
001900     05  HDG2-MONTH-END           PIC X(15).
001910     05  FILLER                   PIC X(13) VALUE SPACES.
001920 01  WS-HDG3-LINE.
001930     05  FILLER                   PIC X(01) VALUE SPACE.
001940     05  FILLER                   PIC X(10) VALUE 'FEED ID'.
001950     05  FILLER                   PIC X(11) VALUE 'STATUS'.
001960     05  FILLER                   PIC X(10) VALUE 'SCHEDULE'.
001970     05  FILLER                   PIC X(09) VALUE 'MTWTFSS'.
001980     05  FILLER                   PIC X(05) VALUE 'DUE'.
001990     05  FILLER                   PIC X(12) VALUE 'RESULT'.
002000     05  FILLER                   PIC X(05) VALUE 'SETS'.
002010     05  FILLER                   PIC X(04) VALUE 'ACK'.
002020     05  FILLER                   PIC X(11) VALUE
002030         '    DETAILS'.
002040     05  FILLER                   PIC X(02) VALUE SPACES.
002050 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
002060 01  WS-FEED-LINE.
002070     05  FILLER                   PIC X(01) VALUE SPACE.
002080     05  FDL-FEED-ID              PIC X(08).
002090     05  FILLER                   PIC X(02) VALUE SPACES.
002100     05  FDL-STATUS               PIC X(09).
002110     05  FILLER                   PIC X(02) VALUE SPACES.
002120     05  FDL-SCHEDULE             PIC X(09).
002130     05  FILLER                   PIC X(01) VALUE SPACE.
002140     05  FDL-DAYS                 PIC X(07).
002150     05  FILLER                   PIC X(02) VALUE SPACES.
002160     05  FDL-DUE                  PIC X(03).
002170     05  FILLER                   PIC X(02) VALUE SPACES.
002180     05  FDL-RESULT               PIC X(10).
002190     05  FILLER                   PIC X(02) VALUE SPACES.
002200     05  FDL-SETS                 PIC ZZZ9.
002210     05  FILLER                   PIC X(01) VALUE SPACE.
002220     05  FDL-ACK-CODE             PIC X(02).
002230     05  FILLER                   PIC X(02) VALUE SPACES.
002240     05  FDL-DETAILS              PIC ZZZ.ZZZ.ZZ9.
002250     05  FILLER                   PIC X(02) VALUE SPACES.
002260 01  WS-COUNT-LINE.
002270     05  FILLER                   PIC X(01) VALUE SPACE.
002280     05  CNT-LABEL                PIC X(30).
002290     05  CNT-COUNT                PIC ZZZ.ZZZ.ZZ9.
002300     05  FILLER                   PIC X(38) VALUE SPACES.
002310**********************
002320 LINKAGE SECTION.
002330**********************
002340*****************************************************************
002350*    OPTIONAL NIGHT-TO-CHECK PARM, YYYYMMDD.  NO PARM (THE
002360*    NIGHTLY CASE) CHECKS TODAY
002370*****************************************************************
002380 01  LS-PARM-AREA.
002390     05  LS-PARM-LENGTH           PIC S9(04) COMP.
002400     05  LS-PARM-DATE             PIC 9(08).
002410 PROCEDURE DIVISION USING LS-PARM-AREA.
002420*****************************************************************
002430*    0000-MAINLINE
002440*****************************************************************
002450 0000-MAINLINE.
002460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002470     PERFORM 2000-MATCH-ACK THRU 2000-EXIT
002480         UNTIL WS-EOF-ACK.
002490     PERFORM 3000-PLACE-NIGHT THRU 3000-EXIT.
002500     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.
002510     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002520     GOBACK.
002530*****************************************************************
002540*    1000-INITIALIZE - FIX THE NIGHT TO CHECK, LOAD THE REGISTRY,
002550*    OPEN THE ACKS AND THE REPORT AND PRIME THE ACK READ
002560*****************************************************************
002570 1000-INITIALIZE.
002580     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002590     MOVE WS-TODAY-DATE TO WS-CHECK-DATE.
002600     IF LS-PARM-LENGTH NOT = ZERO
002610         PERFORM 1050-EDIT-PARM THRU 1050-EXIT
002620     END-IF.
002630     OPEN INPUT REGFILE.
002640     IF WS-FREG-STATUS NOT = '00'
002650         MOVE 'FEEDREG' TO WS-ERROR-FILE-ID
002660         MOVE WS-FREG-STATUS TO WS-ERROR-STATUS
002670         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
002680     END-IF.
002690     PERFORM 1100-LOAD-ONE-SENDER THRU 1100-EXIT
002700         UNTIL WS-EOF-REG.
002710     CLOSE REGFILE.
002720     OPEN INPUT ACKIN.
002730     IF WS-ACK-STATUS NOT = '00'
002740         MOVE 'ACKIN' TO WS-ERROR-FILE-ID
002750         MOVE WS-ACK-STATUS TO WS-ERROR-STATUS
002760         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
002770     END-IF.
002780     OPEN OUTPUT FDMRPT.
002790     IF WS-FDMRPT-STATUS NOT = '00'
002800         MOVE 'FDMRPT' TO WS-ERROR-FILE-ID
002810         MOVE WS-FDMRPT-STATUS TO WS-ERROR-STATUS
002820         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
002830     END-IF.
002840     PERFORM 2100-READ-ACK THRU 2100-EXIT.
002850 1000-EXIT.
002860     EXIT.
002870*****************************************************************
002880*    1050-EDIT-PARM - THE PARM MUST BE A PLAUSIBLE YYYYMMDD DATE.
002890*    CHECKING THE WRONG NIGHT WOULD REPORT FEEDS MISSING THAT
002900*    WERE NEVER DUE, SO A BAD PARM ENDS THE RUN
002910*****************************************************************
002920 1050-EDIT-PARM.
002930     IF LS-PARM-LENGTH NOT = 8
002940         OR LS-PARM-DATE NOT NUMERIC
002950         DISPLAY 'YFDM0006E PARM MUST BE A YYYYMMDD DATE'
002960         DISPLAY 'YFDM0002E RUN TERMINATED - NOTIFY OPERATIONS'
002970         MOVE 16 TO RETURN-CODE
002980         GO TO 9999-ABEND-EXIT
002990     END-IF.
003000     MOVE LS-PARM-DATE TO WS-DN-DATE.
003010     IF WS-DN-MONTH LESS THAN 1 OR WS-DN-MONTH GREATER THAN 12
003020         OR WS-DN-DAY LESS THAN 1 OR WS-DN-DAY GREATER THAN 31
003030         DISPLAY 'YFDM0006E PARM MUST BE A YYYYMMDD DATE'
003040         DISPLAY 'YFDM0002E RUN TERMINATED - NOTIFY OPERATIONS'
003050         MOVE 16 TO RETURN-CODE
003060         GO TO 9999-ABEND-EXIT
003070     END-IF.
003080     MOVE LS-PARM-DATE TO WS-CHECK-DATE.
003090 1050-EXIT.
003100     EXIT.
003110*****************************************************************
003120*    1100-LOAD-ONE-SENDER - READ AND TABLE ONE REGISTRY CARD.
003130*    STATUS AND SCHEDULE ARE EDITED AS IN MYPGM; THE DELIVERY
003140*    DAYS ARE ONLY USED HERE, SO THEY ARE ONLY EDITED HERE
003150*****************************************************************
003160 1100-LOAD-ONE-SENDER.
003170     READ REGFILE
003180         AT END
003190             MOVE 'Y' TO WS-EOF-REG-SW
003200             GO TO 1100-EXIT
003210     END-READ.
003220     IF WS-FREG-STATUS NOT = '00'
003230         MOVE 'FEEDREG' TO WS-ERROR-FILE-ID
003240         MOVE WS-FREG-STATUS TO WS-ERROR-STATUS
003250         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003260     END-IF.
003270     IF NOT REG-STATUS-ACTIVE AND NOT REG-STATUS-SUSPENDED
003280         MOVE 'STATUS MUST BE A OR S'
003290             TO WS-REG-ERROR-TEXT
003300         PERFORM 1160-REGISTRY-CARD-ERROR THRU 1160-EXIT
003310     END-IF.
003320     IF NOT REG-SCHED-DAYS AND NOT REG-SCHED-MONTH-END
003330         AND NOT REG-SCHED-ON-REQUEST
003340         MOVE 'SCHEDULE MUST BE D, M OR R'
003350             TO WS-REG-ERROR-TEXT
003360         PERFORM 1160-REGISTRY-CARD-ERROR THRU 1160-EXIT
003370     END-IF.
003380     IF REG-SCHED-DAYS
003390         PERFORM 1150-EDIT-DAY-FLAG THRU 1150-EXIT
003400             VARYING WS-REG-SUB FROM 1 BY 1
003410             UNTIL WS-REG-SUB GREATER THAN 7
003420     END-IF.
003430     IF WS-REG-COUNT = WS-REG-LIMIT
003440         DISPLAY 'YFDM0003E MORE THAN 20 FEED REGISTRY CARDS - '
003450             'RAISE WS-REG-LIMIT AND RERUN'
003460         MOVE 16 TO RETURN-CODE
003470         GO TO 9999-ABEND-EXIT
003480     END-IF.
003490     ADD 1 TO WS-REG-COUNT.
003500     MOVE REG-FEED-ID TO WS-REG-FEED-ID (WS-REG-COUNT).
003510     MOVE REG-STATUS TO WS-REG-SENDER-STATUS (WS-REG-COUNT).
003520     MOVE REG-SCHEDULE TO WS-REG-SCHEDULE (WS-REG-COUNT).
003530     MOVE REG-DELIVERY-DAYS
003540         TO WS-REG-DELIVERY-DAYS (WS-REG-COUNT).
003550     MOVE ZERO TO WS-REG-SET-COUNT (WS-REG-COUNT).
003560     MOVE ZERO TO WS-REG-DETAIL-COUNT (WS-REG-COUNT).
003570     MOVE SPACES TO WS-REG-ACK-CODE (WS-REG-COUNT).
003580 1100-EXIT.
003590     EXIT.
003600*****************************************************************
003610*    1150-EDIT-DAY-FLAG - EVERY DAY OF A 'D' SCHEDULE MUST SAY Y
003620*    OR N - A BLANK DAY WOULD QUIETLY NEVER BE CHECKED
003630*****************************************************************
003640 1150-EDIT-DAY-FLAG.
003650     IF REG-DAY-FLAG (WS-REG-SUB) NOT = 'Y'
003660         AND REG-DAY-FLAG (WS-REG-SUB) NOT = 'N'
003670         MOVE 'DELIVERY DAYS MUST BE Y OR N'
003680             TO WS-REG-ERROR-TEXT
003690         PERFORM 1160-REGISTRY-CARD-ERROR THRU 1160-EXIT
003700     END-IF.
003710 1150-EXIT.
003720     EXIT.
003730*****************************************************************
003740*    1160-REGISTRY-CARD-ERROR - A REGISTRY CARD FAILED ITS EDIT.
003750*    OPERATOR MESSAGE, RC=16, AND OUT, AS IN MYPGM
003760*****************************************************************
003770 1160-REGISTRY-CARD-ERROR.
003780     DISPLAY 'YFDM0007E FEED REGISTRY CARD ' REG-FEED-ID
003790         ' - ' WS-REG-ERROR-TEXT.
003800     DISPLAY 'YFDM0002E RUN TERMINATED - NOTIFY OPERATIONS'.
003810     MOVE 16 TO RETURN-CODE.
003820     GO TO 9999-ABEND-EXIT.
003830 1160-EXIT.
003840     EXIT.
003850*****************************************************************
003860*    2000-MATCH-ACK - CREDIT ONE ACK TO ITS SENDER.  A SENDER
003870*    THAT SENT TWO SETS HAS TWO ACKS AND BOTH ARE COUNTED.  AN
003880*    ACK FROM A FEED ID WITH NO CARD CANNOT COME FROM A CLEAN
003890*    STEP010 UNLESS THE CARDS WERE CHANGED SINCE - IT IS
003900*    DISPLAYED AND COUNTED, AND THE RUN ENDS RC=4
003910*****************************************************************
003920 2000-MATCH-ACK.
003930     ADD 1 TO WS-ACK-READ-COUNT.
003940     MOVE ACK-FEED-ID TO WS-REG-KEY.
003950     MOVE ZERO TO WS-REG-HIT.
003960     PERFORM 2200-MATCH-SENDER THRU 2200-EXIT
003970         VARYING WS-REG-IX FROM 1 BY 1
003980         UNTIL WS-REG-IX GREATER THAN WS-REG-COUNT
003990             OR WS-REG-HIT NOT = ZERO.
004000     IF WS-REG-HIT = ZERO
004010         DISPLAY 'YFDM0005W ACK FOR FEED ' ACK-FEED-ID
004020             ' - FEED ID IS NOT ON THE FEED REGISTRY'
004030         ADD 1 TO WS-UNKNOWN-COUNT
004040     ELSE
004050         ADD 1 TO WS-REG-SET-COUNT (WS-REG-HIT)
004060         ADD ACK-RECEIVED-COUNT
004070             TO WS-REG-DETAIL-COUNT (WS-REG-HIT)
004080         MOVE ACK-STATUS-CODE TO WS-REG-ACK-CODE (WS-REG-HIT)
004090     END-IF.
004100     PERFORM 2100-READ-ACK THRU 2100-EXIT.
004110 2000-EXIT.
004120     EXIT.
004130*****************************************************************
004140*    2100-READ-ACK - AN EMPTY ACK FILE IS A NIGHT ON WHICH NO
004150*    FEED ARRIVED AT ALL, NOT AN ERROR
004160*****************************************************************
004170 2100-READ-ACK.
004180     READ ACKIN
004190         AT END
004200             MOVE 'Y' TO WS-EOF-ACK-SW
004210     END-READ.
004220     IF WS-ACK-STATUS NOT = '00' AND WS-ACK-STATUS NOT = '10'
004230         MOVE 'ACKIN' TO WS-ERROR-FILE-ID
004240         MOVE WS-ACK-STATUS TO WS-ERROR-STATUS
004250         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
004260     END-IF.
004270 2100-EXIT.
004280     EXIT.
004290*****************************************************************
004300*    2200-MATCH-SENDER - IS WS-REG-KEY ON THE REGISTRY TABLE?
004310*****************************************************************
004320 2200-MATCH-SENDER.
004330     IF WS-REG-FEED-ID (WS-REG-IX) = WS-REG-KEY
004340         MOVE WS-REG-IX TO WS-REG-HIT
004350     END-IF.
004360 2200-EXIT.
004370     EXIT.
004380*****************************************************************
004390*    3000-PLACE-NIGHT - DAY OF THE WEEK OF THE NIGHT CHECKED, AND
004400*    WHETHER IT IS THE LAST WEEKDAY OF ITS MONTH: A WEEKDAY WHOSE
004410*    NEXT WEEKDAY (MONDAY, FROM A FRIDAY) FALLS IN THE NEXT
004420*    MONTH.  THE MONTH-END FEEDS ARE CUT ON THAT DAY (SEE
004430*    YACR001J) - THERE IS NO HOLIDAY CALENDAR, SO A MONTH-END
004440*    FEED MOVED FOR A HOLIDAY SHOWS MISSING ON THE WEEKDAY
004450*****************************************************************
004460 3000-PLACE-NIGHT.
004470     MOVE WS-CHECK-DATE TO WS-DN-DATE.
004480     PERFORM 3800-DATE-TO-DAYNUM THRU 3800-EXIT.
004490     MOVE WS-DN-DAYNUM TO WS-CHECK-DAYNUM.
004500     SUBTRACT 1 FROM WS-CHECK-DAYNUM GIVING WS-WEEK-DAYS.
004510     DIVIDE WS-WEEK-DAYS BY 7 GIVING WS-WEEK-QUOTIENT
004520         REMAINDER WS-DAY-OF-WEEK.
004530     ADD 1 TO WS-DAY-OF-WEEK.
004540     IF WS-DAY-OF-WEEK GREATER THAN 5
004550         GO TO 3000-EXIT
004560     END-IF.
004570     IF WS-DAY-OF-WEEK = 5
004580         ADD 3 TO WS-CHECK-DAYNUM
004590             GIVING WS-NEXT-BUSINESS-DAYNUM
004600     ELSE
004610         ADD 1 TO WS-CHECK-DAYNUM
004620             GIVING WS-NEXT-BUSINESS-DAYNUM
004630     END-IF.
004640     MOVE WS-CHECK-DATE TO WS-DN-DATE.
004650     MOVE 01 TO WS-DN-DAY.
004660     IF WS-DN-MONTH = 12
004670         ADD 1 TO WS-DN-YEAR
004680         MOVE 01 TO WS-DN-MONTH
004690     ELSE
004700         ADD 1 TO WS-DN-MONTH
004710     END-IF.
004720     PERFORM 3800-DATE-TO-DAYNUM THRU 3800-EXIT.
004730     MOVE WS-DN-DAYNUM TO WS-NEXT-MONTH-DAYNUM.
004740     IF WS-NEXT-BUSINESS-DAYNUM NOT LESS THAN
004750         WS-NEXT-MONTH-DAYNUM
004760         MOVE 'Y' TO WS-MONTH-END-SW
004770     END-IF.
004780 3000-EXIT.
004790     EXIT.
004800*****************************************************************
004810*    3800-DATE-TO-DAYNUM - WS-DN-DATE TO A DAY NUMBER, AS IN
004820*    YDRM001
004830*****************************************************************
004840 3800-DATE-TO-DAYNUM.
004850     SUBTRACT 1 FROM WS-DN-YEAR GIVING WS-DN-PRIOR-YEARS.
004860     COMPUTE WS-DN-DAYNUM = WS-DN-PRIOR-YEARS * 365.
004870     DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-QUOTIENT.
004880     ADD WS-DN-QUOTIENT TO WS-DN-DAYNUM.
004890     DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-QUOTIENT.
004900     SUBTRACT WS-DN-QUOTIENT FROM WS-DN-DAYNUM.
004910     DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-QUOTIENT.
004920     ADD WS-DN-QUOTIENT TO WS-DN-DAYNUM.
004930     ADD WS-CUM-DAYS (WS-DN-MONTH) TO WS-DN-DAYNUM.
004940     ADD WS-DN-DAY TO WS-DN-DAYNUM.
004950     IF WS-DN-MONTH GREATER THAN 2
004960         MOVE 'N' TO WS-DN-LEAP-SW
004970         DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOTIENT
004980             REMAINDER WS-DN-REMAINDER
004990         IF WS-DN-REMAINDER = ZERO
005000             MOVE 'Y' TO WS-DN-LEAP-SW
005010             DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT
005020                 REMAINDER WS-DN-REMAINDER
005030             IF WS-DN-REMAINDER = ZERO
005040                 MOVE 'N' TO WS-DN-LEAP-SW
005050                 DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT
005060                     REMAINDER WS-DN-REMAINDER
005070                 IF WS-DN-REMAINDER = ZERO
005080                     MOVE 'Y' TO WS-DN-LEAP-SW
005090                 END-IF
005100             END-IF
005110         END-IF
005120         IF WS-DN-LEAP-YEAR
005130             ADD 1 TO WS-DN-DAYNUM
005140         END-IF
005150     END-IF.
005160 3800-EXIT.
005170     EXIT.
005180*****************************************************************
005190*    8000-WRITE-REPORT - HEADINGS, ONE LINE PER REGISTERED
005200*    SENDER IN CARD ORDER, AND THE TOTALS.  A MISSING FEED SETS
005210*    RC=8; AN UNREGISTERED ACK ALONE SETS RC=4
005220*****************************************************************
005230 8000-WRITE-REPORT.
005240     MOVE WS-TODAY-DATE TO HDG1-RUN-DATE.
005250     MOVE WS-HDG1-LINE TO FDMRPT-RECORD.
005260     PERFORM 8100-WRITE-FDMRPT THRU 8100-EXIT.
005270     MOVE WS-CHECK-DATE TO HDG2-CHECK-DATE.
005280     MOVE WS-DAY-NAME (WS-DAY-OF-WEEK) TO HDG2-DAY-NAME.
005290     IF WS-MONTH-END
005300         MOVE 'MONTH-END NIGHT' TO HDG2-MONTH-END
005310     ELSE
005320         MOVE SPACES TO HDG2-MONTH-END
005330     END-IF.
005340     MOVE WS-HDG2-LINE TO FDMRPT-RECORD.
005350     PERFORM 8100-WRITE-FDMRPT THRU 8100-EXIT.
005360     MOVE WS-BLANK-LINE TO FDMRPT-RECORD.
005370     PERFORM 8100-WRITE-FDMRPT THRU 8100-EXIT.
005380     MOVE WS-HDG3-LINE TO FDMRPT-RECORD.
005390     PERFORM 8100-WRITE-FDMRPT THRU 8100-EXIT.
005400     PERFORM 8200-WRITE-FEED-LINE THRU 8200-EXIT
005410         VARYING WS-REG-IX FROM 1 BY 1
005420         UNTIL WS-REG-IX GREATER THAN WS-REG-COUNT.
005430     MOVE WS-BLANK-LINE TO FDMRPT-RECORD.
005440     PERFORM 8100-WRITE-FDMRPT THRU 8100-EXIT.
005450     MOVE SPACES TO WS-COUNT-LINE.
005460     MOVE 'SENDERS ON THE REGISTRY.......' TO CNT-LABEL.
005470     MOVE WS-REG-COUNT TO CNT-COUNT.
005480     MOVE WS-COUNT-LINE TO FDMRPT-RECORD.
005490     PERFORM 8100-WRITE-FDMRPT THRU 8100-EXIT.
005500     MOVE SPACES TO WS-COUNT-LINE.
005510     MOVE 'ACKS READ.....................' TO CNT-LABEL.
005520     MOVE WS-ACK-READ-COUNT TO CNT-COUNT.
005530     MOVE WS-COUNT-LINE TO FDMRPT-RECORD.
005540     PERFORM 8100-WRITE-FDMRPT THRU 8100-EXIT.
005550     MOVE SPACES TO WS-COUNT-LINE.
005560     MOVE 'FEEDS DUE TONIGHT.............' TO CNT-LABEL.
005570     MOVE WS-DUE-COUNT TO CNT-COUNT.
005580     MOVE WS-COUNT-LINE TO FDMRPT-RECORD.
005590     PERFORM 8100-WRITE-FDMRPT THRU 8100-EXIT.
005600     MOVE SPACES TO WS-COUNT-LINE.
005610     MOVE 'FEEDS RECEIVED................' TO CNT-LABEL.
005620     MOVE WS-RECEIVED-COUNT TO CNT-COUNT.
005630     MOVE WS-COUNT-LINE TO FDMRPT-RECORD.
005640     PERFORM 8100-WRITE-FDMRPT THRU 8100-EXIT.
005650     MOVE SPACES TO WS-COUNT-LINE.
005660     MOVE 'EXPECTED FEEDS MISSING........' TO CNT-LABEL.
005670     MOVE WS-MISSING-COUNT TO CNT-COUNT.
005680     MOVE WS-COUNT-LINE TO FDMRPT-RECORD.
005690     PERFORM 8100-WRITE-FDMRPT THRU 8100-EXIT.
005700     IF WS-UNKNOWN-COUNT NOT = ZERO
005710         MOVE SPACES TO WS-COUNT-LINE
005720         MOVE 'ACKS NOT ON THE REGISTRY......' TO CNT-LABEL
005730         MOVE WS-UNKNOWN-COUNT TO CNT-COUNT
005740         MOVE WS-COUNT-LINE TO FDMRPT-RECORD
005750         PERFORM 8100-WRITE-FDMRPT THRU 8100-EXIT
005760     END-IF.
005770     IF WS-MISSING-COUNT NOT = ZERO
005780         MOVE 8 TO RETURN-CODE
005790     ELSE
005800         IF WS-UNKNOWN-COUNT NOT = ZERO
005810             MOVE 4 TO RETURN-CODE
005820         END-IF
005830     END-IF.
005840 8000-EXIT.
005850     EXIT.
005860*****************************************************************
005870*    8100-WRITE-FDMRPT - COMMON WRITE-AND-STATUS-CHECK FOR THE
005880*    REPORT
005890*****************************************************************
005900 8100-WRITE-FDMRPT.
005910     WRITE FDMRPT-RECORD.
005920     IF WS-FDMRPT-STATUS NOT = '00'
005930         MOVE 'FDMRPT' TO WS-ERROR-FILE-ID
005940         MOVE WS-FDMRPT-STATUS TO WS-ERROR-STATUS
005950         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
005960     END-IF.
005970 8100-EXIT.
005980     EXIT.
005990*****************************************************************
006000*    8200-WRITE-FEED-LINE - JUDGE ONE SENDER AGAINST TONIGHT AND
006010*    PRINT IT.  A FEED THAT ARRIVED IS RECEIVED WHETHER OR NOT
006020*    IT WAS DUE
006030*****************************************************************
006040 8200-WRITE-FEED-LINE.
006050     MOVE SPACES TO WS-FEED-LINE.
006060     MOVE 'N' TO WS-DUE-SW.
006070     MOVE WS-REG-FEED-ID (WS-REG-IX) TO FDL-FEED-ID.
006080     IF WS-REG-SUSPENDED (WS-REG-IX)
006090         MOVE 'SUSPENDED' TO FDL-STATUS
006100     ELSE
006110         MOVE 'ACTIVE' TO FDL-STATUS
006120         IF WS-REG-SCHED-DAYS (WS-REG-IX)
006130             IF WS-REG-DAY-FLAG (WS-REG-IX, WS-DAY-OF-WEEK)
006140                 = 'Y'
006150                 MOVE 'Y' TO WS-DUE-SW
006160             END-IF
006170         ELSE
006180             IF WS-REG-SCHED-MONTH-END (WS-REG-IX)
006190                 AND WS-MONTH-END
006200                 MOVE 'Y' TO WS-DUE-SW
006210             END-IF
006220         END-IF
006230     END-IF.
006240     IF WS-REG-SCHED-DAYS (WS-REG-IX)
006250         MOVE 'DAYS' TO FDL-SCHEDULE
006260         MOVE WS-REG-DELIVERY-DAYS (WS-REG-IX) TO FDL-DAYS
006270     ELSE
006280         IF WS-REG-SCHED-MONTH-END (WS-REG-IX)
006290             MOVE 'MONTH-END' TO FDL-SCHEDULE
006300         ELSE
006310             MOVE 'REQUEST' TO FDL-SCHEDULE
006320         END-IF
006330     END-IF.
006340     IF WS-FEED-DUE
006350         ADD 1 TO WS-DUE-COUNT
006360         MOVE 'YES' TO FDL-DUE
006370     ELSE
006380         MOVE 'NO' TO FDL-DUE
006390     END-IF.
006400     IF WS-REG-SET-COUNT (WS-REG-IX) NOT = ZERO
006410         ADD 1 TO WS-RECEIVED-COUNT
006420         MOVE 'RECEIVED' TO FDL-RESULT
006430         MOVE WS-REG-SET-COUNT (WS-REG-IX) TO FDL-SETS
006440         MOVE WS-REG-ACK-CODE (WS-REG-IX) TO FDL-ACK-CODE
006450         MOVE WS-REG-DETAIL-COUNT (WS-REG-IX) TO FDL-DETAILS
006460     ELSE
006470         IF WS-FEED-DUE
006480             ADD 1 TO WS-MISSING-COUNT
006490             MOVE 'MISSING' TO FDL-RESULT
006500             DISPLAY 'YFDM0004W EXPECTED FEED '
006510                 WS-REG-FEED-ID (WS-REG-IX)
006520                 ' NOT RECEIVED FOR ' WS-CHECK-DATE
006530         ELSE
006540             IF WS-REG-SUSPENDED (WS-REG-IX)
006550                 MOVE 'SUSPENDED' TO FDL-RESULT
006560             ELSE
006570                 IF WS-REG-SCHED-DAYS (WS-REG-IX)
006580                     OR WS-REG-SCHED-MONTH-END (WS-REG-IX)
006590                     MOVE 'NOT DUE' TO FDL-RESULT
006600                 ELSE
006610                     MOVE 'ON REQUEST' TO FDL-RESULT
006620                 END-IF
006630             END-IF
006640         END-IF
006650     END-IF.
006660     MOVE WS-FEED-LINE TO FDMRPT-RECORD.
006670     PERFORM 8100-WRITE-FDMRPT THRU 8100-EXIT.
006680 8200-EXIT.
006690     EXIT.
006700*****************************************************************
006710*    9000-TERMINATE - CLOSE THE FILES
006720*****************************************************************
006730 9000-TERMINATE.
006740     CLOSE ACKIN.
006750     CLOSE FDMRPT.
006760 9000-EXIT.
006770     EXIT.
006780*****************************************************************
006790*    9900-FILE-ERROR - COMMON I/O ERROR HANDLER.  WRITES AN
006800*    OPERATOR MESSAGE AND FALLS THROUGH TO THE ABEND EXIT SO A
006810*    BAD OPEN/READ/WRITE NEVER PRODUCES A "CLEAN" RETURN CODE
006820*****************************************************************
006830 9900-FILE-ERROR.
006840     DISPLAY 'YFDM0001E I/O ERROR ON FILE ' WS-ERROR-FILE-ID
006850         ' - FILE STATUS ' WS-ERROR-STATUS.
006860     DISPLAY 'YFDM0002E RUN TERMINATED - NOTIFY OPERATIONS'.
006870     MOVE 16 TO RETURN-CODE.
006880     GO TO 9999-ABEND-EXIT.
006890 9900-EXIT.
006900     EXIT.
006910*****************************************************************
006920*    9999-ABEND-EXIT - CLOSE WHATEVER FILES ARE OPEN AND END THE
006930*    RUN WITH THE NON-ZERO RETURN CODE ALREADY SET
006940*****************************************************************
006950 9999-ABEND-EXIT.
006960     CLOSE REGFILE
006970         ACKIN
006980         FDMRPT.
006990     GOBACK.
