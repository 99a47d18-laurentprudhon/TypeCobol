000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. YALM001.
000030 AUTHOR. J W HARMON.
000040 INSTALLATION. DAILY LEDGER PROCESSING - OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD LOG
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  --------------------------------------------
000110*    2026-10-15  JWH  ORIGINAL PROGRAM - ONLINE COMPLIANCE ALERT
000120*                     QUEUE (TRANSID YALM) OVER THE YXXX023
000130*                     ALERTS RAISED BY YMON001
000140*****************************************************************
000150*    NARRATIVE
000160*    PSEUDO-CONVERSATIONAL CICS TRANSACTION, BUILT ON THE YCUM001
000170*    PATTERN, FOR WORKING THE ALERTS THE NIGHTLY MONITOR RAISES.
000180*    THE LOWER HALF OF MAP YALMMP1 (MAPSET YALMMS) LISTS THE
000190*    ALERTS STILL OPEN OR REVIEWED, EIGHT AT A TIME IN KEY ORDER
000200*    - OLDEST NIGHT FIRST.  PF8 PAGES ON FROM THE KEY CARRIED IN
000210*    THE COMMAREA; ENTER STARTS THE LIST AGAIN FROM THE TOP.
000220*    THE REVIEWER KEYS AN ALERT KEY - DATE, ACCOUNT, RULE AND
000230*    SEQUENCE, AS LISTED - AND PRESSES ENTER TO SEE THE ALERT.
000240*    KEYING AN ACTION WITH THE KEY RECORDS A DISPOSITION:
000250*        ACTION 'R' - REVIEWED.  AN OPEN ALERT HAS BEEN LOOKED
000260*                     AT AND IS BEING FOLLOWED UP
000270*        ACTION 'C' - CLOSE.  FROM OPEN OR REVIEWED; A NOTE
000280*                     SAYING WHY IS REQUIRED - KEYED NOW OR
000290*                     ALREADY ON THE ALERT
000300*        ACTION 'O' - REOPEN A REVIEWED OR CLOSED ALERT
000310*    A NOTE KEYED WITH ANY ACTION REPLACES THE ONE ON FILE.
000320*    EVERY DISPOSITION IS STAMPED WITH THE REVIEWER'S OPERATOR
000330*    ID AND THE TIMESTAMP.  ALERTS ARE NEVER ADDED OR DELETED
000340*    HERE - THE CSD ENTRY ALLOWS NEITHER.
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-3090.
000390 OBJECT-COMPUTER. IBM-3090.
000400 DATA DIVISION.
000410 WORKING-STORAGE SECTION.
000420*****************************************************************
000430*    SYMBOLIC MAP FOR MAPSET YALMMS, MAP YALMMP1
000440*****************************************************************
000450     COPY YALMMAP.
000460*****************************************************************
000470*    AID KEY CONSTANTS - SEE 0000-MAINLINE FOR THE EIBAID TEST
000480*****************************************************************
000490     COPY DFHAID.
000500*****************************************************************
000510*    WORKING COPY OF THE YXXX023 ALERT ON DISPLAY
000520*****************************************************************
000530     COPY YXXX023 REPLACING ==YXXX023-RECORD== BY
000540         ==WS-ALR-RECORD==.
000550*****************************************************************
000560*    SECOND COPY OF THE YXXX023 RECORD FOR THE QUEUE BROWSE, SO
000570*    THE LIST NEVER OVERLAYS THE ALERT ON DISPLAY
000580*****************************************************************
000590     COPY YXXX023 REPLACING ==YXXX023-RECORD== BY
000600         ==WS-QUE-RECORD==.
000610*****************************************************************
000620*    CICS RESOURCE NAMES
000630*****************************************************************
000640 77  WS-TRANSID                   PIC X(04) VALUE 'YALM'.
000650 77  WS-MAPSET-NAME               PIC X(08) VALUE 'YALMMS'.
000660 77  WS-MAP-NAME                  PIC X(08) VALUE 'YALMMP1'.
000670 77  WS-FILE-NAME                 PIC X(08) VALUE 'YXXX023'.
000680*****************************************************************
000690*    SWITCHES AND RESPONSE-HANDLING FIELDS
000700*****************************************************************
000710 77  WS-EDIT-ERROR-SW             PIC X(01) VALUE 'N'.
000720     88  WS-EDIT-ERROR                VALUE 'Y'.
000730 77  WS-NOTFND-SW                 PIC X(01) VALUE 'N'.
000740     88  WS-ALERT-NOTFND              VALUE 'Y'.
000750 77  WS-APPLY-MODE-SW             PIC X(01) VALUE 'N'.
000760     88  WS-APPLY-MODE                VALUE 'Y'.
000770 77  WS-QUEUE-ONLY-SW             PIC X(01) VALUE 'N'.
000780     88  WS-QUEUE-ONLY                VALUE 'Y'.
000790 77  WS-BROWSE-DONE-SW            PIC X(01) VALUE 'N'.
000800     88  WS-BROWSE-DONE               VALUE 'Y'.
000810 77  WS-RESP-CODE                 PIC S9(08) COMP VALUE ZERO.
000820 77  WS-EDIT-MESSAGE              PIC X(60) VALUE SPACES.
000830 77  WS-APPLIED-MESSAGE           PIC X(60) VALUE SPACES.
000840*****************************************************************
000850*    OPERATOR / TIMESTAMP FIELDS
000860*****************************************************************
000870 77  WS-OPERATOR-ID               PIC X(03) VALUE SPACES.
000880 77  WS-ABSTIME                   PIC S9(15) COMP-3 VALUE ZERO.
000890 77  WS-STAMP-DATE                PIC 9(08) VALUE ZERO.
000900 77  WS-STAMP-TIME                PIC 9(06) VALUE ZERO.
000910*****************************************************************
000920*    EDITED DISPOSITION - THE NOTE KEYED, IF ANY
000930*****************************************************************
000940 77  WS-NEW-NOTE                  PIC X(40) VALUE SPACES.
000950*****************************************************************
000960*    COMMAREA - THE KEY THE NEXT PF8 PAGE OF THE QUEUE STARTS
000970*    AT.  SPACES MEANS START AGAIN FROM THE TOP
000980*****************************************************************
000990 01  WS-COMM-AREA.
001000     05  WS-COMM-NEXT-KEY         PIC X(23).
001010*****************************************************************
001020*    QUEUE BROWSE - THE KEY TO START AT, THE ALERTS LISTED, AND
001030*    THE STAGING TABLE FOR THE EIGHT DISPLAY LINES
001040*****************************************************************
001050 01  WS-QUE-KEY                   PIC X(23).
001060 77  WS-QUEUE-FOUND               PIC 9(03) COMP-3 VALUE ZERO.
001070 01  WS-QUEUE-LINE.
001080     05  QLL-ALERT-DATE           PIC 9(08).
001090     05  FILLER                   PIC X(01) VALUE SPACE.
001100     05  QLL-ACCOUNT-ID           PIC X(10).
001110     05  FILLER                   PIC X(01) VALUE SPACE.
001120     05  QLL-RULE                 PIC X(02).
001130     05  FILLER                   PIC X(01) VALUE SPACE.
001140     05  QLL-SEQ                  PIC 9(03).
001150     05  FILLER                   PIC X(01) VALUE SPACE.
001160     05  QLL-STATUS               PIC X(02).
001170     05  FILLER                   PIC X(01) VALUE SPACE.
001180     05  QLL-AMOUNT               PIC -ZZZ,ZZZ,ZZ9.99.
001190     05  FILLER                   PIC X(01) VALUE SPACE.
001200     05  QLL-COUNT                PIC ZZZZ9.
001210     05  FILLER                   PIC X(01) VALUE SPACE.
001220     05  QLL-REVIEWER             PIC X(03).
001230 01  WS-QUEUE-TABLE.
001240     05  WS-QUEUE-ENTRY OCCURS 8  PIC X(55).
001250*****************************************************************
001260*    ALERT DETAIL LINES FOR THE RESPONSE MAP.  FOR A VELOCITY
001270*    ALERT THE LIMIT IS A NUMBER OF POSTINGS, NOT AN AMOUNT
001280*****************************************************************
001290 01  WS-DET1-LINE.
001300     05  FILLER                   PIC X(05) VALUE 'CODE '.
001310     05  DT1-TRANS-CODE           PIC X(02).
001320     05  FILLER                   PIC X(06) VALUE '  CCY '.
001330     05  DT1-CURRENCY             PIC X(03).
001340     05  FILLER                   PIC X(09) VALUE '  AMOUNT '.
001350     05  DT1-AMOUNT               PIC -ZZZ,ZZZ,ZZ9.99.
001360     05  FILLER                   PIC X(09) VALUE '  LIMIT '.
001370     05  DT1-LIMIT                PIC -ZZZ,ZZZ,ZZ9.99.
001380     05  DT1-LIMIT-COUNT REDEFINES DT1-LIMIT.
001390         10  FILLER               PIC X(04).
001400         10  DT1-LIMIT-POSTINGS   PIC ZZZ,ZZZ,ZZ9.
001410 01  WS-DET2-LINE.
001420     05  FILLER                   PIC X(06) VALUE 'COUNT '.
001430     05  DT2-COUNT                PIC ZZZZ9.
001440     05  FILLER                   PIC X(09) VALUE '  WINDOW '.
001450     05  DT2-DAYS                 PIC ZZ9.
001460     05  FILLER                   PIC X(05) VALUE ' DAYS'.
001470     05  DT2-OPENED-LABEL         PIC X(10).
001480     05  DT2-OPENED-DATE          PIC X(10).
001490     05  FILLER                   PIC X(02) VALUE SPACES.
001500     05  DT2-RULE-TEXT            PIC X(20).
001510*****************************************************************
001520*    EDITED FIELDS FOR THE RESPONSE MAP
001530*****************************************************************
001540 01  WS-DATE-WORK                 PIC 9(08).
001550 01  WS-DATE-BREAKDOWN REDEFINES WS-DATE-WORK.
001560     05  WS-DATE-CC               PIC 9(02).
001570     05  WS-DATE-YY               PIC 9(02).
001580     05  WS-DATE-MM               PIC 9(02).
001590     05  WS-DATE-DD               PIC 9(02).
001600 01  WS-UPDT-DATE-EDIT.
001610     05  WS-UPDT-DATE-CC          PIC 9(02).
001620     05  WS-UPDT-DATE-YY          PIC 9(02).
001630     05  FILLER                   PIC X(01) VALUE '-'.
001640     05  WS-UPDT-DATE-MM          PIC 9(02).
001650     05  FILLER                   PIC X(01) VALUE '-'.
001660     05  WS-UPDT-DATE-DD          PIC 9(02).
001670 01  WS-OPR-TIME-EDIT.
001680     05  WS-OPR-EDIT-ID           PIC X(03).
001690     05  FILLER                   PIC X(01) VALUE '/'.
001700     05  WS-OPR-EDIT-HH           PIC 9(02).
001710     05  FILLER                   PIC X(01) VALUE ':'.
001720     05  WS-OPR-EDIT-MM           PIC 9(02).
001730     05  FILLER                   PIC X(01) VALUE ':'.
001740     05  WS-OPR-EDIT-SS           PIC 9(02).
001750 01  WS-TIME-BREAKDOWN.
001760     05  WS-TIME-HH               PIC 9(02).
001770     05  WS-TIME-MM               PIC 9(02).
001780     05  WS-TIME-SS               PIC 9(02).
001790 LINKAGE SECTION.
001800 01  DFHCOMMAREA                  PIC X(23).
001810 PROCEDURE DIVISION.
001820*****************************************************************
001830*    0000-MAINLINE - FIRST ENTRY SENDS THE SCREEN WITH THE FIRST
001840*    PAGE OF THE QUEUE; EVERY SUBSEQUENT ENTRY PROCESSES WHAT THE
001850*    REVIEWER KEYED, OR PAGES THE QUEUE ON PF8.  CLEAR/PF3 ENDS
001860*    THE CONVERSATION
001870*****************************************************************
001880 0000-MAINLINE.
001890     IF EIBCALEN = ZERO
001900         MOVE SPACES TO WS-COMM-AREA
001910         PERFORM 2000-SEND-FIRST-MAP THRU 2000-EXIT
001920         PERFORM 6000-RETURN-TRANS THRU 6000-EXIT
001930     ELSE
001940         IF EIBAID = DFHCLEAR OR EIBAID = DFHPF3
001950             PERFORM 7000-END-SESSION THRU 7000-EXIT
001960         ELSE
001970             MOVE DFHCOMMAREA TO WS-COMM-AREA
001980             IF EIBAID = DFHPF8
001990                 PERFORM 4000-PAGE-QUEUE THRU 4000-EXIT
002000             ELSE
002010                 PERFORM 3000-PROCESS-REQUEST THRU 3000-EXIT
002020             END-IF
002030             PERFORM 6000-RETURN-TRANS THRU 6000-EXIT
002040         END-IF
002050     END-IF.
002060     GOBACK.
002070*****************************************************************
002080*    6000-RETURN-TRANS - RETURN TO CICS, RE-ARMING TRANSID YALM
002090*    WITH THE QUEUE POSITION IN THE COMMAREA
002100*****************************************************************
002110 6000-RETURN-TRANS.
002120     EXEC CICS RETURN
002130         TRANSID(WS-TRANSID)
002140         COMMAREA(WS-COMM-AREA)
002150     END-EXEC.
002160 6000-EXIT.
002170     EXIT.
002180*****************************************************************
002190*    2000-SEND-FIRST-MAP - FIRST-TIME ENTRY - CLEAR THE SCREEN,
002200*    LIST THE FIRST PAGE OF THE QUEUE AND PROMPT FOR AN ALERT
002210*****************************************************************
002220 2000-SEND-FIRST-MAP.
002230     MOVE LOW-VALUES TO YALMMP1O.
002240     MOVE LOW-VALUES TO WS-QUE-KEY.
002250     PERFORM 3600-COLLECT-QUEUE THRU 3600-EXIT.
002260     PERFORM 3650-MOVE-QUEUE THRU 3650-EXIT.
002270     EXEC CICS SEND MAP(WS-MAP-NAME)
002280         MAPSET(WS-MAPSET-NAME)
002290         ERASE
002300     END-EXEC.
002310 2000-EXIT.
002320     EXIT.
002330*****************************************************************
002340*    3000-PROCESS-REQUEST - RECEIVE THE MAP, LOOK THE ALERT UP,
002350*    AND EITHER DISPLAY IT OR RECORD THE DISPOSITION.  EITHER
002360*    WAY THE QUEUE IS LISTED AGAIN FROM THE TOP, SO IT SHOWS THE
002370*    CHANGE JUST MADE
002380*****************************************************************
002390 3000-PROCESS-REQUEST.
002400     PERFORM 3100-RECEIVE-MAP THRU 3100-EXIT.
002410     IF NOT WS-EDIT-ERROR AND NOT WS-QUEUE-ONLY
002420         IF WS-APPLY-MODE
002430             PERFORM 3300-APPLY-DISPOSITION THRU 3300-EXIT
002440         ELSE
002450             PERFORM 3200-READ-ALERT THRU 3200-EXIT
002460         END-IF
002470     END-IF.
002480     MOVE LOW-VALUES TO WS-QUE-KEY.
002490     PERFORM 3600-COLLECT-QUEUE THRU 3600-EXIT.
002500     IF WS-EDIT-ERROR OR WS-ALERT-NOTFND
002510         PERFORM 3900-SEND-ERROR-MAP THRU 3900-EXIT
002520     ELSE
002530         PERFORM 3400-BUILD-RESPONSE THRU 3400-EXIT
002540         PERFORM 3500-SEND-RESPONSE-MAP THRU 3500-EXIT
002550     END-IF.
002560 3000-EXIT.
002570     EXIT.
002580*****************************************************************
002590*    3100-RECEIVE-MAP - RECEIVE THE SCREEN AND DECIDE DISPLAY
002600*    VS APPLY.  NO ALERT KEY AT ALL JUST REFRESHES THE QUEUE.
002610*    ALL FIELD EDITS HAPPEN HERE SO NOTHING TOUCHES THE FILE
002620*    UNTIL THE WHOLE CHANGE IS CLEAN
002630*****************************************************************
002640 3100-RECEIVE-MAP.
002650     MOVE 'N' TO WS-EDIT-ERROR-SW.
002660     MOVE 'N' TO WS-NOTFND-SW.
002670     MOVE 'N' TO WS-APPLY-MODE-SW.
002680     MOVE 'N' TO WS-QUEUE-ONLY-SW.
002690     MOVE SPACES TO WS-EDIT-MESSAGE.
002700     MOVE SPACES TO WS-NEW-NOTE.
002710     EXEC CICS RECEIVE MAP(WS-MAP-NAME)
002720         MAPSET(WS-MAPSET-NAME)
002730         INTO(YALMMP1I)
002740         RESP(WS-RESP-CODE)
002750     END-EXEC.
002760     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
002770         MOVE 'Y' TO WS-QUEUE-ONLY-SW
002780         GO TO 3100-EXIT
002790     END-IF.
002800     IF (ADATEL = ZERO OR ADATEI = SPACES)
002810         AND (AACCTL = ZERO OR AACCTI = SPACES)
002820         MOVE 'Y' TO WS-QUEUE-ONLY-SW
002830         GO TO 3100-EXIT
002840     END-IF.
002850     IF ADATEI NOT NUMERIC
002860         MOVE 'Y' TO WS-EDIT-ERROR-SW
002870         MOVE 'ALERT DATE MUST BE KEYED AS YYYYMMDD'
002880             TO WS-EDIT-MESSAGE
002890         GO TO 3100-EXIT
002900     END-IF.
002910     IF AACCTL = ZERO OR AACCTI = SPACES
002920         MOVE 'Y' TO WS-EDIT-ERROR-SW
002930         MOVE 'PLEASE KEY THE ACCOUNT OF THE ALERT'
002940             TO WS-EDIT-MESSAGE
002950         GO TO 3100-EXIT
002960     END-IF.
002970     MOVE SPACES TO WS-ALR-RECORD.
002980     MOVE ADATEI TO ALR-ALERT-DATE OF WS-ALR-RECORD.
002990     MOVE AACCTI TO ALR-RECORD-ID OF WS-ALR-RECORD.
003000     MOVE ARULEI TO ALR-RULE-TYPE OF WS-ALR-RECORD.
003010     IF NOT ALR-RULE-LARGE-VALUE OF WS-ALR-RECORD
003020         AND NOT ALR-RULE-VELOCITY OF WS-ALR-RECORD
003030         AND NOT ALR-RULE-NEAR-THRESHOLD OF WS-ALR-RECORD
003040         AND NOT ALR-RULE-NEW-ACCOUNT OF WS-ALR-RECORD
003050         MOVE 'Y' TO WS-EDIT-ERROR-SW
003060         MOVE 'RULE MUST BE LV, VE, NT OR NA' TO WS-EDIT-MESSAGE
003070         GO TO 3100-EXIT
003080     END-IF.
003090*    ... THE SEQUENCE MAY BE LEFT BLANK FOR THE FIRST (OFTEN
003100*    ONLY) ALERT OF A RULE
003110     IF ASEQL = ZERO OR ASEQI = SPACES
003120         MOVE 1 TO ALR-RULE-SEQ OF WS-ALR-RECORD
003130     ELSE
003140         IF ASEQI NOT NUMERIC
003150             MOVE 'Y' TO WS-EDIT-ERROR-SW
003160             MOVE 'SEQUENCE MUST BE NUMERIC' TO WS-EDIT-MESSAGE
003170             GO TO 3100-EXIT
003180         END-IF
003190         MOVE ASEQI TO ALR-RULE-SEQ OF WS-ALR-RECORD
003200     END-IF.
003210     IF ALR-PLACEHOLDER OF WS-ALR-RECORD
003220         MOVE 'Y' TO WS-EDIT-ERROR-SW
003230         MOVE 'ALERT DATE 99999999 IS RESERVED'
003240             TO WS-EDIT-MESSAGE
003250         GO TO 3100-EXIT
003260     END-IF.
003270     IF NOTEL NOT = ZERO
003280         MOVE NOTEI TO WS-NEW-NOTE
003290         INSPECT WS-NEW-NOTE REPLACING ALL LOW-VALUE BY SPACE
003300     END-IF.
003310     IF ACTIONI = SPACE OR ACTIONI = LOW-VALUE
003320         GO TO 3100-EXIT
003330     END-IF.
003340     MOVE 'Y' TO WS-APPLY-MODE-SW.
003350     IF ACTIONI NOT = 'R' AND ACTIONI NOT = 'C'
003360         AND ACTIONI NOT = 'O'
003370         MOVE 'Y' TO WS-EDIT-ERROR-SW
003380         MOVE 'ACTION MUST BE R (REVIEWED), C (CLOSE) OR O'
003390             TO WS-EDIT-MESSAGE
003400         GO TO 3100-EXIT
003410     END-IF.
003420     PERFORM 3350-GET-STAMP THRU 3350-EXIT.
003430 3100-EXIT.
003440     EXIT.
003450*****************************************************************
003460*    3200-READ-ALERT - PLAIN KEYED READ FOR THE DISPLAY PATH,
003470*    SAME TECHNIQUE AS YCUM001/3200-READ-CUSTOMER
003480*****************************************************************
003490 3200-READ-ALERT.
003500     EXEC CICS READ
003510         FILE(WS-FILE-NAME)
003520         INTO(WS-ALR-RECORD)
003530         RIDFLD(ALR-KEY OF WS-ALR-RECORD)
003540         RESP(WS-RESP-CODE)
003550     END-EXEC.
003560     IF WS-RESP-CODE = DFHRESP(NOTFND)
003570         MOVE 'Y' TO WS-NOTFND-SW
003580     ELSE
003590         IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
003600             EXEC CICS ABEND
003610                 ABCODE('YAL1')
003620             END-EXEC
003630         END-IF
003640     END-IF.
003650 3200-EXIT.
003660     EXIT.
003670*****************************************************************
003680*    3300-APPLY-DISPOSITION - READ THE ALERT FOR UPDATE, CHECK
003690*    THE DISPOSITION IS ALLOWED FROM ITS STATUS, APPLY IT, STAMP
003700*    THE REVIEWER AND TIMESTAMP AND REWRITE
003710*****************************************************************
003720 3300-APPLY-DISPOSITION.
003730     EXEC CICS READ
003740         FILE(WS-FILE-NAME)
003750         INTO(WS-ALR-RECORD)
003760         RIDFLD(ALR-KEY OF WS-ALR-RECORD)
003770         UPDATE
003780         RESP(WS-RESP-CODE)
003790     END-EXEC.
003800     IF WS-RESP-CODE = DFHRESP(NOTFND)
003810         MOVE 'Y' TO WS-NOTFND-SW
003820         GO TO 3300-EXIT
003830     END-IF.
003840     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
003850         EXEC CICS ABEND
003860             ABCODE('YAL2')
003870         END-EXEC
003880     END-IF.
003890     PERFORM 3320-CHECK-TRANSITION THRU 3320-EXIT.
003900     IF WS-EDIT-ERROR
003910*        NOTHING WAS CHANGED - THE HELD RECORD IS RELEASED WHEN
003920*        THE TASK ENDS
003930         GO TO 3300-EXIT
003940     END-IF.
003950     IF ACTIONI = 'R'
003960         MOVE 'RV' TO ALR-STATUS OF WS-ALR-RECORD
003970         MOVE 'ALERT MARKED REVIEWED' TO WS-APPLIED-MESSAGE
003980     ELSE
003990         IF ACTIONI = 'C'
004000             MOVE 'CL' TO ALR-STATUS OF WS-ALR-RECORD
004010             MOVE 'ALERT CLOSED' TO WS-APPLIED-MESSAGE
004020         ELSE
004030             MOVE 'OP' TO ALR-STATUS OF WS-ALR-RECORD
004040             MOVE 'ALERT REOPENED' TO WS-APPLIED-MESSAGE
004050         END-IF
004060     END-IF.
004070     IF WS-NEW-NOTE NOT = SPACES
004080         MOVE WS-NEW-NOTE TO ALR-REVIEW-NOTE OF WS-ALR-RECORD
004090     END-IF.
004100     PERFORM 3330-STAMP-ALERT THRU 3330-EXIT.
004110     EXEC CICS REWRITE
004120         FILE(WS-FILE-NAME)
004130         FROM(WS-ALR-RECORD)
004140         RESP(WS-RESP-CODE)
004150     END-EXEC.
004160     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
004170         EXEC CICS ABEND
004180             ABCODE('YAL3')
004190         END-EXEC
004200     END-IF.
004210 3300-EXIT.
004220     EXIT.
004230*****************************************************************
004240*    3320-CHECK-TRANSITION - REVIEWED ONLY FROM OPEN; CLOSED
004250*    FROM OPEN OR REVIEWED, WITH A NOTE; REOPENED ONLY FROM
004260*    REVIEWED OR CLOSED
004270*****************************************************************
004280 3320-CHECK-TRANSITION.
004290     IF ACTIONI = 'R'
004300         IF NOT ALR-STATUS-OPEN OF WS-ALR-RECORD
004310             MOVE 'Y' TO WS-EDIT-ERROR-SW
004320             MOVE 'ONLY AN OPEN ALERT CAN BE MARKED REVIEWED'
004330                 TO WS-EDIT-MESSAGE
004340         END-IF
004350         GO TO 3320-EXIT
004360     END-IF.
004370     IF ACTIONI = 'C'
004380         IF ALR-STATUS-CLOSED OF WS-ALR-RECORD
004390             MOVE 'Y' TO WS-EDIT-ERROR-SW
004400             MOVE 'ALERT IS ALREADY CLOSED' TO WS-EDIT-MESSAGE
004410             GO TO 3320-EXIT
004420         END-IF
004430         IF WS-NEW-NOTE = SPACES
004440             AND ALR-REVIEW-NOTE OF WS-ALR-RECORD = SPACES
004450             MOVE 'Y' TO WS-EDIT-ERROR-SW
004460             MOVE 'KEY A NOTE SAYING WHY THE ALERT IS CLOSED'
004470                 TO WS-EDIT-MESSAGE
004480         END-IF
004490         GO TO 3320-EXIT
004500     END-IF.
004510     IF ALR-STATUS-OPEN OF WS-ALR-RECORD
004520         MOVE 'Y' TO WS-EDIT-ERROR-SW
004530         MOVE 'ALERT IS ALREADY OPEN' TO WS-EDIT-MESSAGE
004540     END-IF.
004550 3320-EXIT.
004560     EXIT.
004570*****************************************************************
004580*    3330-STAMP-ALERT - REVIEWER AND TIMESTAMP OF THE DISPOSITION
004590*****************************************************************
004600 3330-STAMP-ALERT.
004610     MOVE WS-OPERATOR-ID TO ALR-REVIEWER-ID OF WS-ALR-RECORD.
004620     MOVE WS-STAMP-DATE TO ALR-REVIEW-DATE OF WS-ALR-RECORD.
004630     MOVE WS-STAMP-TIME TO ALR-REVIEW-TIME OF WS-ALR-RECORD.
004640 3330-EXIT.
004650     EXIT.
004660*****************************************************************
004670*    3350-GET-STAMP - OPERATOR ID, TODAY'S DATE AND THE TIME
004680*****************************************************************
004690 3350-GET-STAMP.
004700     EXEC CICS ASSIGN
004710         OPID(WS-OPERATOR-ID)
004720     END-EXEC.
004730     EXEC CICS ASKTIME
004740         ABSTIME(WS-ABSTIME)
004750     END-EXEC.
004760     EXEC CICS FORMATTIME
004770         ABSTIME(WS-ABSTIME)
004780         YYYYMMDD(WS-STAMP-DATE)
004790         TIME(WS-STAMP-TIME)
004800     END-EXEC.
004810 3350-EXIT.
004820     EXIT.
004830*****************************************************************
004840*    3400-BUILD-RESPONSE - FORMAT THE ALERT AND THE STAGED QUEUE
004850*    LINES FOR DISPLAY.  A QUEUE REFRESH WITH NO ALERT KEYED
004860*    SENDS THE QUEUE ALONE
004870*****************************************************************
004880 3400-BUILD-RESPONSE.
004890     PERFORM 3650-MOVE-QUEUE THRU 3650-EXIT.
004900     MOVE SPACES TO ACTIONO.
004910     IF WS-QUEUE-ONLY
004920         MOVE SPACES TO ASTATO AREVBYO ARVDTO DET1O DET2O NOTEO
004930         MOVE 'QUEUE LISTED FROM THE TOP' TO MSGO
004940         GO TO 3400-EXIT
004950     END-IF.
004960     MOVE ALR-ALERT-DATE OF WS-ALR-RECORD TO ADATEO.
004970     MOVE ALR-RECORD-ID OF WS-ALR-RECORD TO AACCTO.
004980     MOVE ALR-RULE-TYPE OF WS-ALR-RECORD TO ARULEO.
004990     MOVE ALR-RULE-SEQ OF WS-ALR-RECORD TO ASEQO.
005000     IF ALR-STATUS-OPEN OF WS-ALR-RECORD
005010         MOVE 'OPEN' TO ASTATO
005020     ELSE
005030         IF ALR-STATUS-REVIEWED OF WS-ALR-RECORD
005040             MOVE 'REVIEWED' TO ASTATO
005050         ELSE
005060             MOVE 'CLOSED' TO ASTATO
005070         END-IF
005080     END-IF.
005090     IF ALR-REVIEWER-ID OF WS-ALR-RECORD = SPACES
005100         MOVE SPACES TO AREVBYO ARVDTO
005110     ELSE
005120         MOVE ALR-REVIEWER-ID OF WS-ALR-RECORD TO WS-OPR-EDIT-ID
005130         MOVE ALR-REVIEW-TIME OF WS-ALR-RECORD
005140             TO WS-TIME-BREAKDOWN
005150         MOVE WS-TIME-HH TO WS-OPR-EDIT-HH
005160         MOVE WS-TIME-MM TO WS-OPR-EDIT-MM
005170         MOVE WS-TIME-SS TO WS-OPR-EDIT-SS
005180         MOVE WS-OPR-TIME-EDIT TO AREVBYO
005190         MOVE ALR-REVIEW-DATE OF WS-ALR-RECORD TO WS-DATE-WORK
005200         PERFORM 3450-EDIT-DATE THRU 3450-EXIT
005210         MOVE WS-UPDT-DATE-EDIT TO ARVDTO
005220     END-IF.
005230     MOVE ALR-TRANS-CODE OF WS-ALR-RECORD TO DT1-TRANS-CODE.
005240     MOVE ALR-CURRENCY-CODE OF WS-ALR-RECORD TO DT1-CURRENCY.
005250     MOVE ALR-AMOUNT OF WS-ALR-RECORD TO DT1-AMOUNT.
005260     IF ALR-RULE-VELOCITY OF WS-ALR-RECORD
005270         MOVE SPACES TO DT1-LIMIT-COUNT
005280         MOVE ALR-LIMIT OF WS-ALR-RECORD TO DT1-LIMIT-POSTINGS
005290     ELSE
005300         MOVE ALR-LIMIT OF WS-ALR-RECORD TO DT1-LIMIT
005310     END-IF.
005320     MOVE WS-DET1-LINE TO DET1O.
005330     MOVE ALR-OBSERVED-COUNT OF WS-ALR-RECORD TO DT2-COUNT.
005340     MOVE ALR-WINDOW-DAYS OF WS-ALR-RECORD TO DT2-DAYS.
005350     IF ALR-RULE-NEW-ACCOUNT OF WS-ALR-RECORD
005360         MOVE '  OPENED ' TO DT2-OPENED-LABEL
005370         MOVE ALR-OPENED-DATE OF WS-ALR-RECORD TO WS-DATE-WORK
005380         PERFORM 3450-EDIT-DATE THRU 3450-EXIT
005390         MOVE WS-UPDT-DATE-EDIT TO DT2-OPENED-DATE
005400     ELSE
005410         MOVE SPACES TO DT2-OPENED-LABEL DT2-OPENED-DATE
005420     END-IF.
005430     IF ALR-RULE-LARGE-VALUE OF WS-ALR-RECORD
005440         MOVE 'LARGE VALUE' TO DT2-RULE-TEXT
005450     ELSE
005460         IF ALR-RULE-VELOCITY OF WS-ALR-RECORD
005470             MOVE 'VELOCITY' TO DT2-RULE-TEXT
005480         ELSE
005490             IF ALR-RULE-NEAR-THRESHOLD OF WS-ALR-RECORD
005500                 MOVE 'NEAR THRESHOLD' TO DT2-RULE-TEXT
005510             ELSE
005520                 MOVE 'NEW ACCOUNT' TO DT2-RULE-TEXT
005530             END-IF
005540         END-IF
005550     END-IF.
005560     MOVE WS-DET2-LINE TO DET2O.
005570     MOVE ALR-REVIEW-NOTE OF WS-ALR-RECORD TO NOTEO.
005580     IF WS-APPLY-MODE
005590         MOVE WS-APPLIED-MESSAGE TO MSGO
005600     ELSE
005610         MOVE SPACES TO MSGO
005620     END-IF.
005630 3400-EXIT.
005640     EXIT.
005650*****************************************************************
005660*    3450-EDIT-DATE - YYYYMMDD TO YYYY-MM-DD FOR DISPLAY
005670*****************************************************************
005680 3450-EDIT-DATE.
005690     MOVE WS-DATE-CC TO WS-UPDT-DATE-CC.
005700     MOVE WS-DATE-YY TO WS-UPDT-DATE-YY.
005710     MOVE WS-DATE-MM TO WS-UPDT-DATE-MM.
005720     MOVE WS-DATE-DD TO WS-UPDT-DATE-DD.
005730 3450-EXIT.
005740     EXIT.
005750*****************************************************************
005760*    3500-SEND-RESPONSE-MAP - SEND THE FORMATTED DATA ONLY
005770*****************************************************************
005780 3500-SEND-RESPONSE-MAP.
005790     EXEC CICS SEND MAP(WS-MAP-NAME)
005800         MAPSET(WS-MAPSET-NAME)
005810         DATAONLY
005820     END-EXEC.
005830 3500-EXIT.
005840     EXIT.
005850*****************************************************************
005860*    3600-COLLECT-QUEUE - BROWSE THE ALERTS FROM WS-QUE-KEY AND
005870*    STAGE A LINE FOR EACH OF THE NEXT EIGHT STILL OPEN OR
005880*    REVIEWED.  ONE MORE IS READ, IF THERE IS ONE, AND ITS KEY
005890*    GOES TO THE COMMAREA FOR PF8.  CLOSED ALERTS AND THE
005900*    PLACEHOLDER ARE PASSED OVER.  NOTFND ON THE START MEANS
005910*    NO ALERT AT OR AFTER THE KEY
005920*****************************************************************
005930 3600-COLLECT-QUEUE.
005940     MOVE ZERO TO WS-QUEUE-FOUND.
005950     MOVE SPACES TO WS-QUEUE-TABLE.
005960     MOVE SPACES TO WS-COMM-AREA.
005970     MOVE 'N' TO WS-BROWSE-DONE-SW.
005980     EXEC CICS STARTBR
005990         FILE(WS-FILE-NAME)
006000         RIDFLD(WS-QUE-KEY)
006010         GTEQ
006020         RESP(WS-RESP-CODE)
006030     END-EXEC.
006040     IF WS-RESP-CODE = DFHRESP(NOTFND)
006050         GO TO 3600-EXIT
006060     END-IF.
006070     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
006080         EXEC CICS ABEND
006090             ABCODE('YAL4')
006100         END-EXEC
006110     END-IF.
006120     PERFORM 3610-READ-NEXT-ALERT THRU 3610-EXIT
006130         UNTIL WS-BROWSE-DONE
006140             OR WS-QUEUE-FOUND GREATER THAN 8.
006150     EXEC CICS ENDBR
006160         FILE(WS-FILE-NAME)
006170         RESP(WS-RESP-CODE)
006180     END-EXEC.
006190 3600-EXIT.
006200     EXIT.
006210*****************************************************************
006220*    3610-READ-NEXT-ALERT - ONE READNEXT.  THE BROWSE ENDS AT
006230*    END OF FILE OR AT THE PLACEHOLDER, WHICH SORTS LAST
006240*****************************************************************
006250 3610-READ-NEXT-ALERT.
006260     EXEC CICS READNEXT
006270         FILE(WS-FILE-NAME)
006280         INTO(WS-QUE-RECORD)
006290         RIDFLD(WS-QUE-KEY)
006300         RESP(WS-RESP-CODE)
006310     END-EXEC.
006320     IF WS-RESP-CODE = DFHRESP(ENDFILE)
006330         MOVE 'Y' TO WS-BROWSE-DONE-SW
006340         GO TO 3610-EXIT
006350     END-IF.
006360     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
006370         EXEC CICS ABEND
006380             ABCODE('YAL5')
006390         END-EXEC
006400     END-IF.
006410     IF ALR-PLACEHOLDER OF WS-QUE-RECORD
006420         MOVE 'Y' TO WS-BROWSE-DONE-SW
006430         GO TO 3610-EXIT
006440     END-IF.
006450     IF ALR-STATUS-CLOSED OF WS-QUE-RECORD
006460         GO TO 3610-EXIT
006470     END-IF.
006480     ADD 1 TO WS-QUEUE-FOUND.
006490     IF WS-QUEUE-FOUND GREATER THAN 8
006500         MOVE ALR-KEY OF WS-QUE-RECORD TO WS-COMM-NEXT-KEY
006510         GO TO 3610-EXIT
006520     END-IF.
006530     MOVE SPACES TO WS-QUEUE-LINE.
006540     MOVE ALR-ALERT-DATE OF WS-QUE-RECORD TO QLL-ALERT-DATE.
006550     MOVE ALR-RECORD-ID OF WS-QUE-RECORD TO QLL-ACCOUNT-ID.
006560     MOVE ALR-RULE-TYPE OF WS-QUE-RECORD TO QLL-RULE.
006570     MOVE ALR-RULE-SEQ OF WS-QUE-RECORD TO QLL-SEQ.
006580     MOVE ALR-STATUS OF WS-QUE-RECORD TO QLL-STATUS.
006590     MOVE ALR-AMOUNT OF WS-QUE-RECORD TO QLL-AMOUNT.
006600     MOVE ALR-OBSERVED-COUNT OF WS-QUE-RECORD TO QLL-COUNT.
006610     MOVE ALR-REVIEWER-ID OF WS-QUE-RECORD TO QLL-REVIEWER.
006620     MOVE WS-QUEUE-LINE TO WS-QUEUE-ENTRY (WS-QUEUE-FOUND).
006630 3610-EXIT.
006640     EXIT.
006650*****************************************************************
006660*    3650-MOVE-QUEUE - THE STAGED QUEUE LINES TO THE MAP
006670*****************************************************************
006680 3650-MOVE-QUEUE.
006690     MOVE WS-QUEUE-ENTRY (1) TO QL1O.
006700     MOVE WS-QUEUE-ENTRY (2) TO QL2O.
006710     MOVE WS-QUEUE-ENTRY (3) TO QL3O.
006720     MOVE WS-QUEUE-ENTRY (4) TO QL4O.
006730     MOVE WS-QUEUE-ENTRY (5) TO QL5O.
006740     MOVE WS-QUEUE-ENTRY (6) TO QL6O.
006750     MOVE WS-QUEUE-ENTRY (7) TO QL7O.
006760     MOVE WS-QUEUE-ENTRY (8) TO QL8O.
006770     IF WS-QUEUE-FOUND = ZERO
006780         MOVE '- NONE' TO QMOREO
006790     ELSE
006800         IF WS-QUEUE-FOUND GREATER THAN 8
006810             MOVE '- MORE, PF8 FOR THE NEXT PAGE' TO QMOREO
006820         ELSE
006830             MOVE '- END OF QUEUE' TO QMOREO
006840         END-IF
006850     END-IF.
006860 3650-EXIT.
006870     EXIT.
006880*****************************************************************
006890*    3900-SEND-ERROR-MAP - NOT FOUND OR EDIT FAILURE - CLEAR THE
006900*    DISPLAY-ONLY ALERT FIELDS AND SHOW THE MESSAGE.  WHAT THE
006910*    REVIEWER KEYED STAYS ON THE SCREEN TO BE CORRECTED
006920*****************************************************************
006930 3900-SEND-ERROR-MAP.
006940     PERFORM 3650-MOVE-QUEUE THRU 3650-EXIT.
006950     MOVE SPACES TO ASTATO AREVBYO ARVDTO DET1O DET2O.
006960     IF WS-ALERT-NOTFND
006970         MOVE 'ALERT NOT FOUND - CHECK THE KEY AGAINST THE LIST'
006980             TO MSGO
006990     ELSE
007000         MOVE WS-EDIT-MESSAGE TO MSGO
007010     END-IF.
007020     EXEC CICS SEND MAP(WS-MAP-NAME)
007030         MAPSET(WS-MAPSET-NAME)
007040         DATAONLY
007050     END-EXEC.
007060 3900-EXIT.
007070     EXIT.
007080*****************************************************************
007090*    4000-PAGE-QUEUE - PF8 - THE NEXT PAGE OF THE QUEUE FROM THE
007100*    KEY IN THE COMMAREA, OR FROM THE TOP AGAIN WHEN THE LAST
007110*    PAGE HAS BEEN SHOWN.  THE ALERT ON DISPLAY IS LEFT ALONE
007120*****************************************************************
007130 4000-PAGE-QUEUE.
007140     IF WS-COMM-NEXT-KEY = SPACES
007150         MOVE LOW-VALUES TO WS-QUE-KEY
007160     ELSE
007170         MOVE WS-COMM-NEXT-KEY TO WS-QUE-KEY
007180     END-IF.
007190     PERFORM 3600-COLLECT-QUEUE THRU 3600-EXIT.
007200     MOVE LOW-VALUES TO YALMMP1O.
007210     PERFORM 3650-MOVE-QUEUE THRU 3650-EXIT.
007220     MOVE SPACES TO MSGO.
007230     EXEC CICS SEND MAP(WS-MAP-NAME)
007240         MAPSET(WS-MAPSET-NAME)
007250         DATAONLY
007260     END-EXEC.
007270 4000-EXIT.
007280     EXIT.
007290*****************************************************************
007300*    7000-END-SESSION - CLEAR/PF3 - SAY GOODBYE AND END THE
007310*    CONVERSATION WITHOUT RE-ARMING THE TRANSID
007320*****************************************************************
007330 7000-END-SESSION.
007340     EXEC CICS SEND TEXT
007350         FROM('COMPLIANCE ALERT QUEUE COMPLETE')
007360         ERASE
007370         FREEKB
007380     END-EXEC.
007390     EXEC CICS RETURN END-EXEC.
007400 7000-EXIT.
007410     EXIT.
