000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. YCUM001.
000030 AUTHOR. J W HARMON.
000040 INSTALLATION. DAILY LEDGER PROCESSING - OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD LOG
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  --------------------------------------------
000110*    2026-10-15  JWH  ORIGINAL PROGRAM - ONLINE CUSTOMER
000120*                     MAINTENANCE (TRANSID YCUM) OVER THE YXXX020
000130*                     CUSTOMER MASTER AND THE YXXX021 ACCOUNT
000140*                     RELATIONSHIPS
000150*****************************************************************
000160*    NARRATIVE
000170*    PSEUDO-CONVERSATIONAL CICS TRANSACTION, BUILT ON THE YMNT001
000180*    PATTERN, FOR KEEPING THE CUSTOMER MASTER AND THE LINKS
000190*    BETWEEN CUSTOMERS AND YXXX002 ACCOUNTS.  THE OPERATOR KEYS
000200*    A CUSTOMER ID ON MAP YCUMMP1 (MAPSET YCUMMS) AND PRESSES
000210*    ENTER TO SEE THE CUSTOMER AND UP TO SIX OF ITS ACCOUNTS.
000220*    KEYING AN ACTION WITH THE ID APPLIES A CHANGE:
000230*        ACTION 'C' - CREATE.  NAME AND ADDRESS LINE 1 ARE
000240*                     REQUIRED; THE CUSTOMER STARTS 'AC'
000250*        ACTION 'A' - AMEND.  ONLY THE FIELDS THE OPERATOR
000260*                     OVERKEYS ARE CHANGED
000270*        ACTION 'S' - STATUS CHANGE TO THE NEW STATUS KEYED -
000280*                     AC ACTIVE, IN INACTIVE, CL CLOSED.  A
000290*                     CUSTOMER IS ONLY CLOSED ONCE EVERY
000300*                     ACCOUNT HAS BEEN UNLINKED
000310*        ACTION 'L' - LINK THE ACCOUNT KEYED TO THE CUSTOMER,
000320*                     ROLE 'P' (PRINCIPAL) OR 'J' (JOINT).  THE
000330*                     ACCOUNT MUST BE ON THE MASTER AND THE
000340*                     CUSTOMER ACTIVE.  AN ACCOUNT MAY BE LINKED
000350*                     TO AS MANY CUSTOMERS AS HOLD IT
000360*        ACTION 'U' - UNLINK THE ACCOUNT KEYED
000370*    THE LEDGER IS NOT TOUCHED HERE, SO NOTHING IS JOURNALED TO
000380*    YADJ; THE RECORDS ARE STAMPED WITH THE OPERATOR ID AND
000390*    TIMESTAMP INSTEAD.  THE FULL POSITION OF A CUSTOMER WITH
000400*    MORE THAN SIX ACCOUNTS IS ON THE YCUP001 REPORT.
000410*****************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-3090.
000450 OBJECT-COMPUTER. IBM-3090.
000460 DATA DIVISION.
000470 WORKING-STORAGE SECTION.
000480*****************************************************************
000490*    SYMBOLIC MAP FOR MAPSET YCUMMS, MAP YCUMMP1
000500*****************************************************************
000510     COPY YCUMMAP.
000520*****************************************************************
000530*    AID KEY CONSTANTS - SEE 0000-MAINLINE FOR THE EIBAID TEST
000540*****************************************************************
000550     COPY DFHAID.
000560*****************************************************************
000570*    WORKING COPY OF THE YXXX020 CUSTOMER RECORD
000580*****************************************************************
000590     COPY YXXX020 REPLACING ==YXXX020-RECORD== BY
000600         ==WS-CUS-RECORD==.
000610*****************************************************************
000620*    WORKING COPY OF THE YXXX021 RELATIONSHIP RECORD
000630*****************************************************************
000640     COPY YXXX021 REPLACING ==YXXX021-RECORD== BY
000650         ==WS-REL-RECORD==.
000660*****************************************************************
000670*    WORKING COPY OF THE YXXX002 MASTER RECORD - LINK CHECK AND
000680*    THE ACCOUNTS-HELD LINES
000690*****************************************************************
000700     COPY YXXX002 REPLACING ==YXXX002-RECORD== BY
000710         ==WS-MASTER-RECORD==.
000720*****************************************************************
000730*    CICS RESOURCE NAMES.  THE MASTER IS READ THROUGH YINQ'S
000740*    READ-ONLY YXXX002 ENTRY
000750*****************************************************************
000760 77  WS-TRANSID                   PIC X(04) VALUE 'YCUM'.
000770 77  WS-MAPSET-NAME               PIC X(08) VALUE 'YCUMMS'.
000780 77  WS-MAP-NAME                  PIC X(08) VALUE 'YCUMMP1'.
000790 77  WS-FILE-NAME                 PIC X(08) VALUE 'YXXX020'.
000800 77  WS-REL-FILE-NAME             PIC X(08) VALUE 'YXXX021'.
000810 77  WS-MASTER-FILE-NAME          PIC X(08) VALUE 'YXXX002'.
000820*****************************************************************
000830*    SWITCHES AND RESPONSE-HANDLING FIELDS
000840*****************************************************************
000850 77  WS-EDIT-ERROR-SW             PIC X(01) VALUE 'N'.
000860     88  WS-EDIT-ERROR                VALUE 'Y'.
000870 77  WS-NOTFND-SW                 PIC X(01) VALUE 'N'.
000880     88  WS-CUSTOMER-NOTFND           VALUE 'Y'.
000890 77  WS-APPLY-MODE-SW             PIC X(01) VALUE 'N'.
000900     88  WS-APPLY-MODE                VALUE 'Y'.
000910 77  WS-BROWSE-DONE-SW            PIC X(01) VALUE 'N'.
000920     88  WS-BROWSE-DONE               VALUE 'Y'.
000930 77  WS-RESP-CODE                 PIC S9(08) COMP VALUE ZERO.
000940 77  WS-EDIT-MESSAGE              PIC X(60) VALUE SPACES.
000950 77  WS-APPLIED-MESSAGE           PIC X(60) VALUE SPACES.
000960*****************************************************************
000970*    OPERATOR / TIMESTAMP FIELDS
000980*****************************************************************
000990 77  WS-OPERATOR-ID               PIC X(03) VALUE SPACES.
001000 77  WS-ABSTIME                   PIC S9(15) COMP-3 VALUE ZERO.
001010 77  WS-STAMP-DATE                PIC 9(08) VALUE ZERO.
001020 77  WS-STAMP-TIME                PIC 9(06) VALUE ZERO.
001030*****************************************************************
001040*    EDITED VALUES FOR A CREATE OR AMEND - MOVED TO THE RECORD
001050*    ONLY ONCE EVERY KEYED FIELD HAS PASSED ITS EDIT
001060*****************************************************************
001070 01  WS-NEW-VALUES.
001080     05  WS-NEW-NAME              PIC X(40).
001090     05  WS-NEW-ADDRESS-1         PIC X(35).
001100     05  WS-NEW-ADDRESS-2         PIC X(35).
001110     05  WS-NEW-ADDRESS-3         PIC X(35).
001120     05  WS-NEW-POSTCODE          PIC X(10).
001130     05  WS-NEW-PHONE             PIC X(20).
001140     05  WS-NEW-EMAIL             PIC X(40).
001150     05  WS-NEW-STATUS            PIC X(02).
001160     05  WS-NEW-ROLE              PIC X(01).
001170*****************************************************************
001180*    ACCOUNTS-HELD BROWSE - THE RELATIONSHIP KEY TO START AT
001190*    (CUSTOMER ID + LOW-VALUES), THE LINKS FOUND, AND THE
001200*    STAGING TABLE FOR THE SIX DISPLAY LINES
001210*****************************************************************
001220 01  WS-RID-KEY.
001230     05  WS-RID-CUSTOMER-ID       PIC X(10).
001240     05  WS-RID-RECORD-ID         PIC X(10).
001250 77  WS-LINKS-FOUND               PIC 9(03) COMP-3 VALUE ZERO.
001260 01  WS-LINK-LINE.
001270     05  LKL-ACCOUNT-ID           PIC X(10).
001280     05  FILLER                   PIC X(01) VALUE SPACE.
001290     05  LKL-ROLE                 PIC X(01).
001300     05  FILLER                   PIC X(01) VALUE SPACE.
001310     05  LKL-STATUS               PIC X(02).
001320     05  FILLER                   PIC X(01) VALUE SPACE.
001330     05  LKL-BALANCE              PIC -ZZZ,ZZZ,ZZ9.99.
001340     05  LKL-NOT-FOUND REDEFINES LKL-BALANCE
001350                                  PIC X(15).
001360 01  WS-LINK-TABLE.
001370     05  WS-LINK-ENTRY OCCURS 6   PIC X(31).
001380*****************************************************************
001390*    EDITED FIELDS FOR THE RESPONSE MAP
001400*****************************************************************
001410 01  WS-DATE-WORK                 PIC 9(08).
001420 01  WS-DATE-BREAKDOWN REDEFINES WS-DATE-WORK.
001430     05  WS-DATE-CC               PIC 9(02).
001440     05  WS-DATE-YY               PIC 9(02).
001450     05  WS-DATE-MM               PIC 9(02).
001460     05  WS-DATE-DD               PIC 9(02).
001470 01  WS-UPDT-DATE-EDIT.
001480     05  WS-UPDT-DATE-CC          PIC 9(02).
001490     05  WS-UPDT-DATE-YY          PIC 9(02).
001500     05  FILLER                   PIC X(01) VALUE '-'.
001510     05  WS-UPDT-DATE-MM          PIC 9(02).
001520     05  FILLER                   PIC X(01) VALUE '-'.
001530     05  WS-UPDT-DATE-DD          PIC 9(02).
001540 01  WS-OPR-TIME-EDIT.
001550     05  WS-OPR-EDIT-ID           PIC X(03).
001560     05  FILLER                   PIC X(01) VALUE '/'.
001570     05  WS-OPR-EDIT-HH           PIC 9(02).
001580     05  FILLER                   PIC X(01) VALUE ':'.
001590     05  WS-OPR-EDIT-MM           PIC 9(02).
001600     05  FILLER                   PIC X(01) VALUE ':'.
001610     05  WS-OPR-EDIT-SS           PIC 9(02).
001620 01  WS-TIME-BREAKDOWN.
001630     05  WS-TIME-HH               PIC 9(02).
001640     05  WS-TIME-MM               PIC 9(02).
001650     05  WS-TIME-SS               PIC 9(02).
001660 LINKAGE SECTION.
001670 01  DFHCOMMAREA                  PIC X(01).
001680 PROCEDURE DIVISION.
001690*****************************************************************
001700*    0000-MAINLINE - FIRST ENTRY SENDS A BLANK MAINTENANCE
001710*    SCREEN; EVERY SUBSEQUENT ENTRY PROCESSES WHAT THE OPERATOR
001720*    KEYED - DISPLAY WHEN ONLY A CUSTOMER ID WAS KEYED, APPLY
001730*    WHEN AN ACTION WAS KEYED TOO.  CLEAR/PF3 ENDS THE
001740*    CONVERSATION
001750*****************************************************************
001760 0000-MAINLINE.
001770     IF EIBCALEN = ZERO
001780         PERFORM 2000-SEND-BLANK-MAP THRU 2000-EXIT
001790         PERFORM 6000-RETURN-TRANS THRU 6000-EXIT
001800     ELSE
001810         IF EIBAID = DFHCLEAR OR EIBAID = DFHPF3
001820             PERFORM 7000-END-SESSION THRU 7000-EXIT
001830         ELSE
001840             PERFORM 3000-PROCESS-REQUEST THRU 3000-EXIT
001850             PERFORM 6000-RETURN-TRANS THRU 6000-EXIT
001860         END-IF
001870     END-IF.
001880     GOBACK.
001890*****************************************************************
001900*    6000-RETURN-TRANS - RETURN TO CICS, RE-ARMING TRANSID YCUM
001910*****************************************************************
001920 6000-RETURN-TRANS.
001930     EXEC CICS RETURN
001940         TRANSID(WS-TRANSID)
001950         COMMAREA(DFHCOMMAREA)
001960     END-EXEC.
001970 6000-EXIT.
001980     EXIT.
001990*****************************************************************
002000*    2000-SEND-BLANK-MAP - FIRST-TIME ENTRY - CLEAR THE SCREEN
002010*    AND PROMPT FOR A CUSTOMER ID
002020*****************************************************************
002030 2000-SEND-BLANK-MAP.
002040     MOVE LOW-VALUES TO YCUMMP1O.
002050     EXEC CICS SEND MAP(WS-MAP-NAME)
002060         MAPSET(WS-MAPSET-NAME)
002070         ERASE
002080     END-EXEC.
002090 2000-EXIT.
002100     EXIT.
002110*****************************************************************
002120*    3000-PROCESS-REQUEST - RECEIVE THE MAP, LOOK THE CUSTOMER
002130*    UP, AND EITHER DISPLAY IT OR APPLY THE CHANGE.  EITHER WAY
002140*    THE RESPONSE SHOWS THE ACCOUNTS LINKED TO THE CUSTOMER
002150*****************************************************************
002160 3000-PROCESS-REQUEST.
002170     PERFORM 3100-RECEIVE-MAP THRU 3100-EXIT.
002180     IF NOT WS-EDIT-ERROR
002190         IF WS-APPLY-MODE
002200             PERFORM 3300-APPLY-CHANGE THRU 3300-EXIT
002210         ELSE
002220             PERFORM 3200-READ-CUSTOMER THRU 3200-EXIT
002230         END-IF
002240     END-IF.
002250     IF WS-EDIT-ERROR OR WS-CUSTOMER-NOTFND
002260         PERFORM 3900-SEND-ERROR-MAP THRU 3900-EXIT
002270     ELSE
002280         PERFORM 3250-COLLECT-LINKS THRU 3250-EXIT
002290         PERFORM 3400-BUILD-RESPONSE THRU 3400-EXIT
002300         PERFORM 3500-SEND-RESPONSE-MAP THRU 3500-EXIT
002310     END-IF.
002320 3000-EXIT.
002330     EXIT.
002340*****************************************************************
002350*    3100-RECEIVE-MAP - RECEIVE THE SCREEN AND DECIDE DISPLAY
002360*    VS APPLY.  ALL FIELD EDITS HAPPEN HERE SO NOTHING TOUCHES
002370*    THE FILES UNTIL THE WHOLE CHANGE IS CLEAN
002380*****************************************************************
002390 3100-RECEIVE-MAP.
002400     MOVE 'N' TO WS-EDIT-ERROR-SW.
002410     MOVE 'N' TO WS-NOTFND-SW.
002420     MOVE 'N' TO WS-APPLY-MODE-SW.
002430     MOVE SPACES TO WS-EDIT-MESSAGE.
002440     EXEC CICS RECEIVE MAP(WS-MAP-NAME)
002450         MAPSET(WS-MAPSET-NAME)
002460         INTO(YCUMMP1I)
002470         RESP(WS-RESP-CODE)
002480     END-EXEC.
002490     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
002500         MOVE 'Y' TO WS-EDIT-ERROR-SW
002510         MOVE 'PLEASE KEY A CUSTOMER ID' TO WS-EDIT-MESSAGE
002520         GO TO 3100-EXIT
002530     END-IF.
002540     IF CUSTIDL = ZERO AND CUSTIDI = SPACES
002550         MOVE 'Y' TO WS-EDIT-ERROR-SW
002560         MOVE 'PLEASE KEY A CUSTOMER ID' TO WS-EDIT-MESSAGE
002570         GO TO 3100-EXIT
002580     END-IF.
002590     MOVE CUSTIDI TO CUS-CUSTOMER-ID OF WS-CUS-RECORD.
002600     IF CUS-PLACEHOLDER OF WS-CUS-RECORD
002610         MOVE 'Y' TO WS-EDIT-ERROR-SW
002620         MOVE 'CUSTOMER ID 9999999999 IS RESERVED'
002630             TO WS-EDIT-MESSAGE
002640         GO TO 3100-EXIT
002650     END-IF.
002660     IF ACTIONI = SPACE OR ACTIONI = LOW-VALUE
002670         GO TO 3100-EXIT
002680     END-IF.
002690     MOVE 'Y' TO WS-APPLY-MODE-SW.
002700     IF ACTIONI NOT = 'C' AND ACTIONI NOT = 'A'
002710         AND ACTIONI NOT = 'S' AND ACTIONI NOT = 'L'
002720         AND ACTIONI NOT = 'U'
002730         MOVE 'Y' TO WS-EDIT-ERROR-SW
002740         MOVE 'ACTION MUST BE C, A, S (STATUS), L (LINK) OR U'
002750             TO WS-EDIT-MESSAGE
002760         GO TO 3100-EXIT
002770     END-IF.
002780     PERFORM 3350-GET-STAMP THRU 3350-EXIT.
002790     IF ACTIONI = 'C' OR ACTIONI = 'A'
002800         PERFORM 3110-EDIT-CUSTOMER THRU 3110-EXIT
002810     ELSE
002820         IF ACTIONI = 'S'
002830             PERFORM 3120-EDIT-STATUS THRU 3120-EXIT
002840         ELSE
002850             PERFORM 3130-EDIT-LINK THRU 3130-EXIT
002860         END-IF
002870     END-IF.
002880 3100-EXIT.
002890     EXIT.
002900*****************************************************************
002910*    3110-EDIT-CUSTOMER - PICK UP EVERY DETAIL FIELD THE
002920*    OPERATOR KEYED.  A CREATE MUST KEY NAME AND ADDRESS LINE
002930*    1; AN AMEND CHANGES ONLY WHAT WAS KEYED, MUST KEY
002940*    SOMETHING, AND MAY NOT BLANK THE NAME OR ADDRESS LINE 1
002950*****************************************************************
002960 3110-EDIT-CUSTOMER.
002970     MOVE SPACES TO WS-NEW-VALUES.
002980     IF ACTIONI = 'C'
002990         IF NAMEL = ZERO OR ADDR1L = ZERO
003000             MOVE 'Y' TO WS-EDIT-ERROR-SW
003010             MOVE 'NAME AND ADDRESS LINE 1 ARE REQUIRED'
003020                 TO WS-EDIT-MESSAGE
003030             GO TO 3110-EXIT
003040         END-IF
003050     ELSE
003060         IF NAMEL = ZERO AND ADDR1L = ZERO AND ADDR2L = ZERO
003070             AND ADDR3L = ZERO AND POSTCDL = ZERO
003080             AND PHONEL = ZERO AND EMAILL = ZERO
003090             MOVE 'Y' TO WS-EDIT-ERROR-SW
003100             MOVE 'NOTHING KEYED - OVERKEY THE FIELDS TO AMEND'
003110                 TO WS-EDIT-MESSAGE
003120             GO TO 3110-EXIT
003130         END-IF
003140     END-IF.
003150     IF NAMEL NOT = ZERO
003160         MOVE NAMEI TO WS-NEW-NAME
003170         INSPECT WS-NEW-NAME REPLACING ALL LOW-VALUE BY SPACE
003180     END-IF.
003190     IF ADDR1L NOT = ZERO
003200         MOVE ADDR1I TO WS-NEW-ADDRESS-1
003210         INSPECT WS-NEW-ADDRESS-1
003220             REPLACING ALL LOW-VALUE BY SPACE
003230     END-IF.
003240     IF ADDR2L NOT = ZERO
003250         MOVE ADDR2I TO WS-NEW-ADDRESS-2
003260         INSPECT WS-NEW-ADDRESS-2
003270             REPLACING ALL LOW-VALUE BY SPACE
003280     END-IF.
003290     IF ADDR3L NOT = ZERO
003300         MOVE ADDR3I TO WS-NEW-ADDRESS-3
003310         INSPECT WS-NEW-ADDRESS-3
003320             REPLACING ALL LOW-VALUE BY SPACE
003330     END-IF.
003340     IF POSTCDL NOT = ZERO
003350         MOVE POSTCDI TO WS-NEW-POSTCODE
003360         INSPECT WS-NEW-POSTCODE
003370             REPLACING ALL LOW-VALUE BY SPACE
003380     END-IF.
003390     IF PHONEL NOT = ZERO
003400         MOVE PHONEI TO WS-NEW-PHONE
003410         INSPECT WS-NEW-PHONE REPLACING ALL LOW-VALUE BY SPACE
003420     END-IF.
003430     IF EMAILL NOT = ZERO
003440         MOVE EMAILI TO WS-NEW-EMAIL
003450         INSPECT WS-NEW-EMAIL REPLACING ALL LOW-VALUE BY SPACE
003460     END-IF.
003470     IF (NAMEL NOT = ZERO AND WS-NEW-NAME = SPACES)
003480         OR (ADDR1L NOT = ZERO AND WS-NEW-ADDRESS-1 = SPACES)
003490         MOVE 'Y' TO WS-EDIT-ERROR-SW
003500         MOVE 'NAME AND ADDRESS LINE 1 MAY NOT BE BLANK'
003510             TO WS-EDIT-MESSAGE
003520     END-IF.
003530 3110-EXIT.
003540     EXIT.
003550*****************************************************************
003560*    3120-EDIT-STATUS - THE NEW STATUS MUST BE KEYED AS AC, IN
003570*    OR CL
003580*****************************************************************
003590 3120-EDIT-STATUS.
003600     MOVE SPACES TO WS-NEW-VALUES.
003610     IF NEWSTATI NOT = 'AC' AND NEWSTATI NOT = 'IN'
003620         AND NEWSTATI NOT = 'CL'
003630         MOVE 'Y' TO WS-EDIT-ERROR-SW
003640         MOVE 'NEW STATUS MUST BE AC, IN (INACTIVE) OR CL'
003650             TO WS-EDIT-MESSAGE
003660         GO TO 3120-EXIT
003670     END-IF.
003680     MOVE NEWSTATI TO WS-NEW-STATUS.
003690 3120-EXIT.
003700     EXIT.
003710*****************************************************************
003720*    3130-EDIT-LINK - A LINK OR UNLINK NAMES THE ACCOUNT; A LINK
003730*    ALSO NAMES THE ROLE, 'P' PRINCIPAL OR 'J' JOINT HOLDER
003740*****************************************************************
003750 3130-EDIT-LINK.
003760     MOVE SPACES TO WS-NEW-VALUES.
003770     IF LNKACCTL = ZERO OR LNKACCTI = SPACES
003780         MOVE 'Y' TO WS-EDIT-ERROR-SW
003790         MOVE 'KEY THE ACCOUNT TO LINK OR UNLINK'
003800             TO WS-EDIT-MESSAGE
003810         GO TO 3130-EXIT
003820     END-IF.
003830     MOVE SPACES TO WS-REL-RECORD.
003840     MOVE CUS-CUSTOMER-ID OF WS-CUS-RECORD
003850         TO REL-CUSTOMER-ID OF WS-REL-RECORD.
003860     MOVE LNKACCTI TO REL-RECORD-ID OF WS-REL-RECORD.
003870     IF ACTIONI = 'L'
003880         IF LNKROLEI NOT = 'P' AND LNKROLEI NOT = 'J'
003890             MOVE 'Y' TO WS-EDIT-ERROR-SW
003900             MOVE 'ROLE MUST BE P (PRINCIPAL) OR J (JOINT)'
003910                 TO WS-EDIT-MESSAGE
003920             GO TO 3130-EXIT
003930         END-IF
003940         MOVE LNKROLEI TO WS-NEW-ROLE
003950     END-IF.
003960 3130-EXIT.
003970     EXIT.
003980*****************************************************************
003990*    3200-READ-CUSTOMER - PLAIN KEYED READ FOR THE DISPLAY
004000*    PATH, SAME TECHNIQUE AS YMNT001/3200-READ-MASTER
004010*****************************************************************
004020 3200-READ-CUSTOMER.
004030     EXEC CICS READ
004040         FILE(WS-FILE-NAME)
004050         INTO(WS-CUS-RECORD)
004060         RIDFLD(CUS-CUSTOMER-ID OF WS-CUS-RECORD)
004070         RESP(WS-RESP-CODE)
004080     END-EXEC.
004090     IF WS-RESP-CODE = DFHRESP(NOTFND)
004100         MOVE 'Y' TO WS-NOTFND-SW
004110     ELSE
004120         IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
004130             EXEC CICS ABEND
004140                 ABCODE('YCM1')
004150             END-EXEC
004160         END-IF
004170     END-IF.
004180 3200-EXIT.
004190     EXIT.
004200*****************************************************************
004210*    3250-COLLECT-LINKS - BROWSE THE RELATIONSHIPS FROM THE
004220*    CUSTOMER'S FIRST KEY AND STAGE A LINE FOR EACH OF THE
004230*    FIRST SIX ACCOUNTS.  ONE MORE LINK IS READ, IF THERE IS
004240*    ONE, SO THE SCREEN CAN SAY THERE ARE MORE.  NOTFND ON THE
004250*    START MEANS NO RELATIONSHIP AT OR AFTER THE KEY
004260*****************************************************************
004270 3250-COLLECT-LINKS.
004280     MOVE ZERO TO WS-LINKS-FOUND.
004290     MOVE SPACES TO WS-LINK-TABLE.
004300     MOVE 'N' TO WS-BROWSE-DONE-SW.
004310     MOVE CUS-CUSTOMER-ID OF WS-CUS-RECORD TO WS-RID-CUSTOMER-ID.
004320     MOVE LOW-VALUES TO WS-RID-RECORD-ID.
004330     EXEC CICS STARTBR
004340         FILE(WS-REL-FILE-NAME)
004350         RIDFLD(WS-RID-KEY)
004360         GTEQ
004370         RESP(WS-RESP-CODE)
004380     END-EXEC.
004390     IF WS-RESP-CODE = DFHRESP(NOTFND)
004400         GO TO 3250-EXIT
004410     END-IF.
004420     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
004430         EXEC CICS ABEND
004440             ABCODE('YCM2')
004450         END-EXEC
004460     END-IF.
004470     PERFORM 3260-READ-NEXT-LINK THRU 3260-EXIT
004480         UNTIL WS-BROWSE-DONE
004490             OR WS-LINKS-FOUND GREATER THAN 6.
004500     EXEC CICS ENDBR
004510         FILE(WS-REL-FILE-NAME)
004520         RESP(WS-RESP-CODE)
004530     END-EXEC.
004540 3250-EXIT.
004550     EXIT.
004560*****************************************************************
004570*    3260-READ-NEXT-LINK - ONE READNEXT.  THE BROWSE ENDS AT END
004580*    OF FILE OR WHEN THE KEY LEAVES THE CUSTOMER
004590*****************************************************************
004600 3260-READ-NEXT-LINK.
004610     EXEC CICS READNEXT
004620         FILE(WS-REL-FILE-NAME)
004630         INTO(WS-REL-RECORD)
004640         RIDFLD(WS-RID-KEY)
004650         RESP(WS-RESP-CODE)
004660     END-EXEC.
004670     IF WS-RESP-CODE = DFHRESP(ENDFILE)
004680         MOVE 'Y' TO WS-BROWSE-DONE-SW
004690         GO TO 3260-EXIT
004700     END-IF.
004710     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
004720         EXEC CICS ABEND
004730             ABCODE('YCM3')
004740         END-EXEC
004750     END-IF.
004760     IF REL-CUSTOMER-ID OF WS-REL-RECORD
004770         NOT = CUS-CUSTOMER-ID OF WS-CUS-RECORD
004780         MOVE 'Y' TO WS-BROWSE-DONE-SW
004790         GO TO 3260-EXIT
004800     END-IF.
004810     ADD 1 TO WS-LINKS-FOUND.
004820     IF WS-LINKS-FOUND GREATER THAN 6
004830         GO TO 3260-EXIT
004840     END-IF.
004850     PERFORM 3270-FORMAT-LINK THRU 3270-EXIT.
004860     MOVE WS-LINK-LINE TO WS-LINK-ENTRY (WS-LINKS-FOUND).
004870 3260-EXIT.
004880     EXIT.
004890*****************************************************************
004900*    3270-FORMAT-LINK - ONE ACCOUNTS-HELD LINE - ACCOUNT, ROLE,
004910*    AND THE ACCOUNT'S STATUS AND LEDGER BALANCE FROM THE
004920*    MASTER
004930*****************************************************************
004940 3270-FORMAT-LINK.
004950     MOVE SPACES TO WS-LINK-LINE.
004960     MOVE REL-RECORD-ID OF WS-REL-RECORD TO LKL-ACCOUNT-ID.
004970     MOVE REL-ROLE OF WS-REL-RECORD TO LKL-ROLE.
004980     EXEC CICS READ
004990         FILE(WS-MASTER-FILE-NAME)
005000         INTO(WS-MASTER-RECORD)
005010         RIDFLD(REL-RECORD-ID OF WS-REL-RECORD)
005020         RESP(WS-RESP-CODE)
005030     END-EXEC.
005040     IF WS-RESP-CODE = DFHRESP(NOTFND)
005050         MOVE 'NOT ON MASTER' TO LKL-NOT-FOUND
005060         GO TO 3270-EXIT
005070     END-IF.
005080     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
005090         EXEC CICS ABEND
005100             ABCODE('YCM4')
005110         END-EXEC
005120     END-IF.
005130     MOVE MST-STATUS OF WS-MASTER-RECORD TO LKL-STATUS.
005140     MOVE MST-BALANCE OF WS-MASTER-RECORD TO LKL-BALANCE.
005150 3270-EXIT.
005160     EXIT.
005170*****************************************************************
005180*    3300-APPLY-CHANGE - A CREATE WRITES A NEW CUSTOMER; A LINK
005190*    OR UNLINK WORKS ON THE RELATIONSHIP FILE; AN AMEND OR
005200*    STATUS CHANGE READS THE CUSTOMER FOR UPDATE, CHECKS THE
005210*    CHANGE IS ALLOWED, APPLIES IT, STAMPS OPERATOR AND
005220*    TIMESTAMP AND REWRITES
005230*****************************************************************
005240 3300-APPLY-CHANGE.
005250     IF ACTIONI = 'C'
005260         PERFORM 3310-CREATE-CUSTOMER THRU 3310-EXIT
005270         GO TO 3300-EXIT
005280     END-IF.
005290     IF ACTIONI = 'L' OR ACTIONI = 'U'
005300         PERFORM 3200-READ-CUSTOMER THRU 3200-EXIT
005310         IF WS-CUSTOMER-NOTFND
005320             GO TO 3300-EXIT
005330         END-IF
005340         IF ACTIONI = 'L'
005350             PERFORM 3370-LINK-ACCOUNT THRU 3370-EXIT
005360         ELSE
005370             PERFORM 3380-UNLINK-ACCOUNT THRU 3380-EXIT
005380         END-IF
005390         GO TO 3300-EXIT
005400     END-IF.
005410     EXEC CICS READ
005420         FILE(WS-FILE-NAME)
005430         INTO(WS-CUS-RECORD)
005440         RIDFLD(CUS-CUSTOMER-ID OF WS-CUS-RECORD)
005450         UPDATE
005460         RESP(WS-RESP-CODE)
005470     END-EXEC.
005480     IF WS-RESP-CODE = DFHRESP(NOTFND)
005490         MOVE 'Y' TO WS-NOTFND-SW
005500         GO TO 3300-EXIT
005510     END-IF.
005520     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
005530         EXEC CICS ABEND
005540             ABCODE('YCM5')
005550         END-EXEC
005560     END-IF.
005570     PERFORM 3320-CHECK-TRANSITION THRU 3320-EXIT.
005580     IF WS-EDIT-ERROR
005590*        NOTHING WAS CHANGED - THE HELD RECORD IS RELEASED WHEN
005600*        THE TASK ENDS
005610         GO TO 3300-EXIT
005620     END-IF.
005630     IF ACTIONI = 'A'
005640         PERFORM 3340-MERGE-FIELDS THRU 3340-EXIT
005650         MOVE 'CUSTOMER AMENDED' TO WS-APPLIED-MESSAGE
005660     ELSE
005670         MOVE WS-NEW-STATUS TO CUS-STATUS OF WS-CUS-RECORD
005680         MOVE 'CUSTOMER STATUS CHANGED' TO WS-APPLIED-MESSAGE
005690     END-IF.
005700     PERFORM 3330-STAMP-CUSTOMER THRU 3330-EXIT.
005710     EXEC CICS REWRITE
005720         FILE(WS-FILE-NAME)
005730         FROM(WS-CUS-RECORD)
005740         RESP(WS-RESP-CODE)
005750     END-EXEC.
005760     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
005770         EXEC CICS ABEND
005780             ABCODE('YCM6')
005790         END-EXEC
005800     END-IF.
005810 3300-EXIT.
005820     EXIT.
005830*****************************************************************
005840*    3310-CREATE-CUSTOMER - BUILD THE NEW RECORD FROM THE EDITED
005850*    VALUES, STATUS 'AC'
005860*****************************************************************
005870 3310-CREATE-CUSTOMER.
005880     MOVE SPACES TO WS-CUS-RECORD.
005890     MOVE CUSTIDI TO CUS-CUSTOMER-ID OF WS-CUS-RECORD.
005900     MOVE 'AC' TO CUS-STATUS OF WS-CUS-RECORD.
005910     PERFORM 3340-MERGE-FIELDS THRU 3340-EXIT.
005920     MOVE WS-STAMP-DATE TO CUS-CREATED-DATE OF WS-CUS-RECORD.
005930     PERFORM 3330-STAMP-CUSTOMER THRU 3330-EXIT.
005940     EXEC CICS WRITE
005950         FILE(WS-FILE-NAME)
005960         FROM(WS-CUS-RECORD)
005970         RIDFLD(CUS-CUSTOMER-ID OF WS-CUS-RECORD)
005980         RESP(WS-RESP-CODE)
005990     END-EXEC.
006000     IF WS-RESP-CODE = DFHRESP(DUPREC)
006010         MOVE 'Y' TO WS-EDIT-ERROR-SW
006020         MOVE 'CUSTOMER ALREADY ON FILE - USE ACTION A'
006030             TO WS-EDIT-MESSAGE
006040         GO TO 3310-EXIT
006050     END-IF.
006060     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
006070         EXEC CICS ABEND
006080             ABCODE('YCM7')
006090         END-EXEC
006100     END-IF.
006110     MOVE 'CUSTOMER CREATED' TO WS-APPLIED-MESSAGE.
006120 3310-EXIT.
006130     EXIT.
006140*****************************************************************
006150*    3320-CHECK-TRANSITION - A CLOSED CUSTOMER IS NOT AMENDED
006160*    UNTIL IT IS REOPENED; A STATUS CHANGE MUST CHANGE THE
006170*    STATUS; AND A CUSTOMER IS CLOSED ONLY WITH NO ACCOUNT
006180*    LINKED, SO NO ACCOUNT IS LEFT HELD BY A CLOSED CUSTOMER
006190*****************************************************************
006200 3320-CHECK-TRANSITION.
006210     IF ACTIONI = 'A'
006220         IF CUS-STATUS-CLOSED OF WS-CUS-RECORD
006230             MOVE 'Y' TO WS-EDIT-ERROR-SW
006240             MOVE 'CUSTOMER IS CLOSED - REOPEN IT (S, AC) FIRST'
006250                 TO WS-EDIT-MESSAGE
006260         END-IF
006270         GO TO 3320-EXIT
006280     END-IF.
006290     IF WS-NEW-STATUS = CUS-STATUS OF WS-CUS-RECORD
006300         MOVE 'Y' TO WS-EDIT-ERROR-SW
006310         MOVE 'CUSTOMER ALREADY HAS THAT STATUS'
006320             TO WS-EDIT-MESSAGE
006330         GO TO 3320-EXIT
006340     END-IF.
006350     IF WS-NEW-STATUS = 'CL'
006360         PERFORM 3250-COLLECT-LINKS THRU 3250-EXIT
006370         IF WS-LINKS-FOUND NOT = ZERO
006380             MOVE 'Y' TO WS-EDIT-ERROR-SW
006390             MOVE 'UNLINK EVERY ACCOUNT BEFORE CLOSING'
006400                 TO WS-EDIT-MESSAGE
006410         END-IF
006420     END-IF.
006430 3320-EXIT.
006440     EXIT.
006450*****************************************************************
006460*    3330-STAMP-CUSTOMER - OPERATOR AND TIMESTAMP OF THE CHANGE
006470*****************************************************************
006480 3330-STAMP-CUSTOMER.
006490     MOVE WS-OPERATOR-ID TO CUS-LAST-OPERATOR OF WS-CUS-RECORD.
006500     MOVE WS-STAMP-DATE TO CUS-LAST-UPDATE-DATE OF WS-CUS-RECORD.
006510     MOVE WS-STAMP-TIME TO CUS-LAST-UPDATE-TIME OF WS-CUS-RECORD.
006520 3330-EXIT.
006530     EXIT.
006540*****************************************************************
006550*    3340-MERGE-FIELDS - MOVE EVERY KEYED FIELD INTO THE RECORD
006560*****************************************************************
006570 3340-MERGE-FIELDS.
006580     IF NAMEL NOT = ZERO
006590         MOVE WS-NEW-NAME TO CUS-NAME OF WS-CUS-RECORD
006600     END-IF.
006610     IF ADDR1L NOT = ZERO
006620         MOVE WS-NEW-ADDRESS-1
006630             TO CUS-ADDRESS-LINE-1 OF WS-CUS-RECORD
006640     END-IF.
006650     IF ADDR2L NOT = ZERO
006660         MOVE WS-NEW-ADDRESS-2
006670             TO CUS-ADDRESS-LINE-2 OF WS-CUS-RECORD
006680     END-IF.
006690     IF ADDR3L NOT = ZERO
006700         MOVE WS-NEW-ADDRESS-3
006710             TO CUS-ADDRESS-LINE-3 OF WS-CUS-RECORD
006720     END-IF.
006730     IF POSTCDL NOT = ZERO
006740         MOVE WS-NEW-POSTCODE TO CUS-POSTCODE OF WS-CUS-RECORD
006750     END-IF.
006760     IF PHONEL NOT = ZERO
006770         MOVE WS-NEW-PHONE TO CUS-PHONE OF WS-CUS-RECORD
006780     END-IF.
006790     IF EMAILL NOT = ZERO
006800         MOVE WS-NEW-EMAIL TO CUS-EMAIL OF WS-CUS-RECORD
006810     END-IF.
006820 3340-EXIT.
006830     EXIT.
006840*****************************************************************
006850*    3350-GET-STAMP - OPERATOR ID, TODAY'S DATE AND THE TIME
006860*****************************************************************
006870 3350-GET-STAMP.
006880     EXEC CICS ASSIGN
006890         OPID(WS-OPERATOR-ID)
006900     END-EXEC.
006910     EXEC CICS ASKTIME
006920         ABSTIME(WS-ABSTIME)
006930     END-EXEC.
006940     EXEC CICS FORMATTIME
006950         ABSTIME(WS-ABSTIME)
006960         YYYYMMDD(WS-STAMP-DATE)
006970         TIME(WS-STAMP-TIME)
006980     END-EXEC.
006990 3350-EXIT.
007000     EXIT.
007010*****************************************************************
007020*    3370-LINK-ACCOUNT - THE CUSTOMER MUST BE ACTIVE AND THE
007030*    ACCOUNT ON THE MASTER.  THE RELATIONSHIP KEY WAS BUILT IN
007040*    3130; DUPREC MEANS THE LINK IS ALREADY THERE
007050*****************************************************************
007060 3370-LINK-ACCOUNT.
007070     IF NOT CUS-STATUS-ACTIVE OF WS-CUS-RECORD
007080         MOVE 'Y' TO WS-EDIT-ERROR-SW
007090         MOVE 'CUSTOMER IS NOT ACTIVE - LINK REFUSED'
007100             TO WS-EDIT-MESSAGE
007110         GO TO 3370-EXIT
007120     END-IF.
007130     EXEC CICS READ
007140         FILE(WS-MASTER-FILE-NAME)
007150         INTO(WS-MASTER-RECORD)
007160         RIDFLD(REL-RECORD-ID OF WS-REL-RECORD)
007170         RESP(WS-RESP-CODE)
007180     END-EXEC.
007190     IF WS-RESP-CODE = DFHRESP(NOTFND)
007200         MOVE 'Y' TO WS-EDIT-ERROR-SW
007210         MOVE 'ACCOUNT NOT FOUND ON MASTER' TO WS-EDIT-MESSAGE
007220         GO TO 3370-EXIT
007230     END-IF.
007240     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
007250         EXEC CICS ABEND
007260             ABCODE('YCM8')
007270         END-EXEC
007280     END-IF.
007290     MOVE WS-NEW-ROLE TO REL-ROLE OF WS-REL-RECORD.
007300     MOVE WS-STAMP-DATE TO REL-LINKED-DATE OF WS-REL-RECORD.
007310     MOVE WS-OPERATOR-ID TO REL-LAST-OPERATOR OF WS-REL-RECORD.
007320     MOVE WS-STAMP-DATE TO REL-LAST-UPDATE-DATE OF WS-REL-RECORD.
007330     MOVE WS-STAMP-TIME TO REL-LAST-UPDATE-TIME OF WS-REL-RECORD.
007340     EXEC CICS WRITE
007350         FILE(WS-REL-FILE-NAME)
007360         FROM(WS-REL-RECORD)
007370         RIDFLD(REL-KEY OF WS-REL-RECORD)
007380         RESP(WS-RESP-CODE)
007390     END-EXEC.
007400     IF WS-RESP-CODE = DFHRESP(DUPREC)
007410         MOVE 'Y' TO WS-EDIT-ERROR-SW
007420         MOVE 'ACCOUNT IS ALREADY LINKED TO THIS CUSTOMER'
007430             TO WS-EDIT-MESSAGE
007440         GO TO 3370-EXIT
007450     END-IF.
007460     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
007470         EXEC CICS ABEND
007480             ABCODE('YCM9')
007490         END-EXEC
007500     END-IF.
007510     MOVE 'ACCOUNT LINKED' TO WS-APPLIED-MESSAGE.
007520 3370-EXIT.
007530     EXIT.
007540*****************************************************************
007550*    3380-UNLINK-ACCOUNT - DELETE THE RELATIONSHIP BY ITS KEY,
007560*    BUILT IN 3130
007570*****************************************************************
007580 3380-UNLINK-ACCOUNT.
007590     EXEC CICS DELETE
007600         FILE(WS-REL-FILE-NAME)
007610         RIDFLD(REL-KEY OF WS-REL-RECORD)
007620         RESP(WS-RESP-CODE)
007630     END-EXEC.
007640     IF WS-RESP-CODE = DFHRESP(NOTFND)
007650         MOVE 'Y' TO WS-EDIT-ERROR-SW
007660         MOVE 'ACCOUNT IS NOT LINKED TO THIS CUSTOMER'
007670             TO WS-EDIT-MESSAGE
007680         GO TO 3380-EXIT
007690     END-IF.
007700     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
007710         EXEC CICS ABEND
007720             ABCODE('YCMA')
007730         END-EXEC
007740     END-IF.
007750     MOVE 'ACCOUNT UNLINKED' TO WS-APPLIED-MESSAGE.
007760 3380-EXIT.
007770     EXIT.
007780*****************************************************************
007790*    3400-BUILD-RESPONSE - FORMAT THE CUSTOMER AND THE STAGED
007800*    ACCOUNTS-HELD LINES FOR DISPLAY
007810*****************************************************************
007820 3400-BUILD-RESPONSE.
007830     MOVE CUS-CUSTOMER-ID OF WS-CUS-RECORD TO CUSTIDO.
007840     IF CUS-STATUS-ACTIVE OF WS-CUS-RECORD
007850         MOVE 'ACTIVE' TO CSTATO
007860     ELSE
007870         IF CUS-STATUS-INACTIVE OF WS-CUS-RECORD
007880             MOVE 'INACTIVE' TO CSTATO
007890         ELSE
007900             MOVE 'CLOSED' TO CSTATO
007910         END-IF
007920     END-IF.
007930     MOVE CUS-NAME OF WS-CUS-RECORD TO NAMEO.
007940     MOVE CUS-ADDRESS-LINE-1 OF WS-CUS-RECORD TO ADDR1O.
007950     MOVE CUS-ADDRESS-LINE-2 OF WS-CUS-RECORD TO ADDR2O.
007960     MOVE CUS-ADDRESS-LINE-3 OF WS-CUS-RECORD TO ADDR3O.
007970     MOVE CUS-POSTCODE OF WS-CUS-RECORD TO POSTCDO.
007980     MOVE CUS-PHONE OF WS-CUS-RECORD TO PHONEO.
007990     MOVE CUS-EMAIL OF WS-CUS-RECORD TO EMAILO.
008000     MOVE CUS-LAST-UPDATE-DATE OF WS-CUS-RECORD TO WS-DATE-WORK.
008010     PERFORM 3450-EDIT-DATE THRU 3450-EXIT.
008020     MOVE WS-UPDT-DATE-EDIT TO LSTUPDTO.
008030     MOVE CUS-LAST-OPERATOR OF WS-CUS-RECORD TO WS-OPR-EDIT-ID.
008040     MOVE CUS-LAST-UPDATE-TIME OF WS-CUS-RECORD
008050         TO WS-TIME-BREAKDOWN.
008060     MOVE WS-TIME-HH TO WS-OPR-EDIT-HH.
008070     MOVE WS-TIME-MM TO WS-OPR-EDIT-MM.
008080     MOVE WS-TIME-SS TO WS-OPR-EDIT-SS.
008090     MOVE WS-OPR-TIME-EDIT TO LSTOPRO.
008100     MOVE WS-LINK-ENTRY (1) TO LK1O.
008110     MOVE WS-LINK-ENTRY (2) TO LK2O.
008120     MOVE WS-LINK-ENTRY (3) TO LK3O.
008130     MOVE WS-LINK-ENTRY (4) TO LK4O.
008140     MOVE WS-LINK-ENTRY (5) TO LK5O.
008150     MOVE WS-LINK-ENTRY (6) TO LK6O.
008160     IF WS-LINKS-FOUND = ZERO
008170         MOVE '- NONE LINKED' TO LKMOREO
008180     ELSE
008190         IF WS-LINKS-FOUND GREATER THAN 6
008200             MOVE '- FIRST SIX SHOWN, MORE ON YCUP001'
008210                 TO LKMOREO
008220         ELSE
008230             MOVE SPACES TO LKMOREO
008240         END-IF
008250     END-IF.
008260     MOVE SPACES TO ACTIONO NEWSTATO LNKACCTO LNKROLEO.
008270     IF WS-APPLY-MODE
008280         MOVE WS-APPLIED-MESSAGE TO MSGO
008290     ELSE
008300         MOVE SPACES TO MSGO
008310     END-IF.
008320 3400-EXIT.
008330     EXIT.
008340*****************************************************************
008350*    3450-EDIT-DATE - YYYYMMDD TO YYYY-MM-DD FOR DISPLAY
008360*****************************************************************
008370 3450-EDIT-DATE.
008380     MOVE WS-DATE-CC TO WS-UPDT-DATE-CC.
008390     MOVE WS-DATE-YY TO WS-UPDT-DATE-YY.
008400     MOVE WS-DATE-MM TO WS-UPDT-DATE-MM.
008410     MOVE WS-DATE-DD TO WS-UPDT-DATE-DD.
008420 3450-EXIT.
008430     EXIT.
008440*****************************************************************
008450*    3500-SEND-RESPONSE-MAP - SEND THE FORMATTED DATA ONLY
008460*****************************************************************
008470 3500-SEND-RESPONSE-MAP.
008480     EXEC CICS SEND MAP(WS-MAP-NAME)
008490         MAPSET(WS-MAPSET-NAME)
008500         DATAONLY
008510     END-EXEC.
008520 3500-EXIT.
008530     EXIT.
008540*****************************************************************
008550*    3900-SEND-ERROR-MAP - NOT FOUND OR EDIT FAILURE - CLEAR THE
008560*    DISPLAY-ONLY FIELDS AND SHOW THE MESSAGE.  WHAT THE
008570*    OPERATOR KEYED STAYS ON THE SCREEN TO BE CORRECTED
008580*****************************************************************
008590 3900-SEND-ERROR-MAP.
008600     MOVE SPACES TO CSTATO LSTUPDTO LSTOPRO LKMOREO
008610         LK1O LK2O LK3O LK4O LK5O LK6O.
008620     IF WS-CUSTOMER-NOTFND
008630         MOVE 'CUSTOMER NOT FOUND - USE ACTION C TO CREATE'
008640             TO MSGO
008650     ELSE
008660         MOVE WS-EDIT-MESSAGE TO MSGO
008670     END-IF.
008680     EXEC CICS SEND MAP(WS-MAP-NAME)
008690         MAPSET(WS-MAPSET-NAME)
008700         DATAONLY
008710     END-EXEC.
008720 3900-EXIT.
008730     EXIT.
008740*****************************************************************
008750*    7000-END-SESSION - CLEAR/PF3 - SAY GOODBYE AND END THE
008760*    CONVERSATION WITHOUT RE-ARMING THE TRANSID
008770*****************************************************************
008780 7000-END-SESSION.
008790     EXEC CICS SEND TEXT
008800         FROM('CUSTOMER MAINTENANCE COMPLETE')
008810         ERASE
008820         FREEKB
008830     END-EXEC.
008840     EXEC CICS RETURN END-EXEC.
008850 7000-EXIT.
008860     EXIT.
