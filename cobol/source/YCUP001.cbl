000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. YCUP001.
000030 AUTHOR. J W HARMON.
000040 INSTALLATION. DAILY LEDGER PROCESSING - OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD LOG
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  --------------------------------------------
000110*    2026-10-15  JWH  ORIGINAL PROGRAM - CUSTOMER POSITION
000120*                     REPORT OFF THE YXXX020 CUSTOMER MASTER AND
000130*                     THE YXXX021 RELATIONSHIPS, WITH THE LIST
000140*                     OF ORPHAN ACCOUNTS NO CUSTOMER HOLDS
000150*****************************************************************
000160*    NARRATIVE
000170*    ANSWERS "WHAT DOES THIS CUSTOMER HOLD WITH US".  PART ONE
000180*    READS THE YXXX020 CUSTOMER MASTER AND THE YXXX021
000190*    RELATIONSHIP FILE TOGETHER IN CUSTOMER ORDER (BOTH KSDS
000200*    ARE KEYED ON CUSTOMER ID FIRST) AND, PER CUSTOMER, PRINTS
000210*    NAME, ADDRESS AND STATUS, EVERY LINKED YXXX002 ACCOUNT -
000220*    ROLE, STATUS, LEDGER BALANCE, MONTH-TO-DATE POSTING COUNT
000230*    AND AMOUNT, OVERDRAFT LIMIT - AND THE CUSTOMER'S TOTALS:
000240*    BALANCE, MTD ACTIVITY, LIMITS GRANTED, AMOUNT OVERDRAWN
000250*    AND AMOUNT OVERDRAWN BEYOND THE LIMIT.  MST-BALANCE IS
000260*    ALWAYS HELD IN THE LEDGER CURRENCY, SO THE ACCOUNTS ADD
000270*    UP WITHOUT CONVERSION.  A JOINT ACCOUNT APPEARS UNDER
000280*    EVERY HOLDER, SO CUSTOMER TOTALS MUST NOT BE SUMMED TO A
000290*    BOOK TOTAL - THE CONTROL TOTALS AT THE END DO THAT.
000300*    PART TWO READS THE MASTER FROM THE TOP AGAINST THE
000310*    RELATIONSHIPS SORTED INTO ACCOUNT ORDER (SEE THE SORT
000320*    STEP IN YCUP001J) AND LISTS EVERY ACCOUNT NO CUSTOMER IS
000330*    LINKED TO - THE ORPHAN ACCOUNTS - ON A PAGE OF ITS OWN.
000340*    THE CONTROL TOTALS PROVE LINKED PLUS ORPHAN BALANCES
000350*    AGAINST THE MASTER.
000360*    A LINK TO AN ACCOUNT NOT ON THE MASTER, OR FROM A
000370*    CUSTOMER NOT ON THE CUSTOMER MASTER, IS FLAGGED WHERE IT
000380*    FALLS AND THE RUN ENDS RC=4.  RELACCT OUT OF ACCOUNT ORDER
000390*    ENDS THE RUN RC=16.  NOTHING IS UPDATED.
000400*    DD NAMES CUSTFILE/RELFILE/RELACCT/MASTFILE/CUSRPT - SEE
000410*    YCUP001J.jcl.
000420*****************************************************************
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. IBM-3090.
000460 OBJECT-COMPUTER. IBM-3090.
000470*****************************************************************
000480*    DECIMAL-POINT IS COMMA, AS IN MYPGM - THE REPORT BALANCES
000490*    ARE READ NEXT TO MYPGM'S SUMRPT
000500*****************************************************************
000510 SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT CUSTFILE ASSIGN TO CUSTFILE
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS CUS-CUSTOMER-ID OF YXXX020-RECORD
000580         FILE STATUS IS WS-CUST-STATUS.
000590     SELECT RELFILE ASSIGN TO RELFILE
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS REL-KEY OF YXXX021-RECORD
000630         FILE STATUS IS WS-REL-STATUS.
000640     SELECT RELACCT ASSIGN TO RELACCT
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-RELACCT-STATUS.
000670     SELECT MASTFILE ASSIGN TO MASTFILE
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS MST-RECORD-ID OF YXXX002-RECORD
000710         FILE STATUS IS WS-MAST-STATUS.
000720     SELECT CUSRPT ASSIGN TO CUSRPT
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-CUSRPT-STATUS.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  CUSTFILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800     COPY YXXX020.
000810 FD  RELFILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840     COPY YXXX021.
000850 FD  RELACCT
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880     COPY YXXX021 REPLACING ==YXXX021-RECORD== BY
000890         ==RELACCT-RECORD==.
000900 FD  MASTFILE
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD.
000930     COPY YXXX002.
000940 FD  CUSRPT
000950     RECORD CONTAINS 80 CHARACTERS
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980 01  CUSRPT-RECORD                PIC X(80).
000990 WORKING-STORAGE SECTION.
001000*****************************************************************
001010*    SWITCHES
001020*****************************************************************
001030 77  WS-EOF-CUST-SW               PIC X(01) VALUE 'N'.
001040     88  WS-EOF-CUST                   VALUE 'Y'.
001050 77  WS-EOF-REL-SW                PIC X(01) VALUE 'N'.
001060     88  WS-EOF-REL                    VALUE 'Y'.
001070 77  WS-EOF-RELACCT-SW            PIC X(01) VALUE 'N'.
001080     88  WS-EOF-RELACCT                VALUE 'Y'.
001090 77  WS-EOF-MAST-SW               PIC X(01) VALUE 'N'.
001100     88  WS-EOF-MAST                   VALUE 'Y'.
001110 77  WS-MASTER-FOUND-SW           PIC X(01) VALUE 'N'.
001120     88  WS-MASTER-FOUND               VALUE 'Y'.
001130*    WHICH COLUMN HEADINGS A NEW PAGE CARRIES
001140 77  WS-SECTION-SW                PIC X(01) VALUE 'C'.
001150     88  WS-SECTION-CUSTOMER           VALUE 'C'.
001160     88  WS-SECTION-ORPHAN             VALUE 'O'.
001170*****************************************************************
001180*    FILE STATUS FIELDS
001190*****************************************************************
001200 77  WS-CUST-STATUS               PIC X(02) VALUE '00'.
001210 77  WS-REL-STATUS                PIC X(02) VALUE '00'.
001220 77  WS-RELACCT-STATUS            PIC X(02) VALUE '00'.
001230 77  WS-MAST-STATUS               PIC X(02) VALUE '00'.
001240 77  WS-CUSRPT-STATUS             PIC X(02) VALUE '00'.
001250 77  WS-ERROR-FILE-ID             PIC X(08) VALUE SPACES.
001260 77  WS-ERROR-STATUS              PIC X(02) VALUE SPACES.
001270*****************************************************************
001280*    PAGE AND LINE CONTROL
001290*****************************************************************
001300 77  WS-PAGE-COUNT                PIC 9(05) COMP-3 VALUE ZERO.
001310 77  WS-LINE-COUNT                PIC 9(03) COMP-3 VALUE ZERO.
001320 77  WS-LINES-PER-PAGE            PIC 9(03) VALUE 050.
001330 77  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
001340*****************************************************************
001350*    SORT-ORDER PROOF - RELACCT MUST ARRIVE SORTED BY ACCOUNT
001360*    (SEE THE SORT STEP IN YCUP001J).  OUT OF ORDER, A LINKED
001370*    ACCOUNT WOULD BE LISTED AS AN ORPHAN - THE RUN MUST NOT
001380*    STAND
001390*****************************************************************
001400 77  WS-PREV-RECORD-ID            PIC X(10) VALUE LOW-VALUES.
001410*****************************************************************
001420*    CURRENT-CUSTOMER TOTALS
001430*****************************************************************
001440 77  WS-CUST-ACCOUNT-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
001450 77  WS-CUST-BALANCE              PIC S9(11)V99 COMP-3 VALUE ZERO.
001460 77  WS-CUST-MTD-COUNT            PIC 9(07) COMP-3 VALUE ZERO.
001470 77  WS-CUST-MTD-AMOUNT           PIC S9(11)V99 COMP-3 VALUE ZERO.
001480 77  WS-CUST-OD-LIMIT             PIC S9(11)V99 COMP-3 VALUE ZERO.
001490 77  WS-CUST-OVERDRAWN            PIC S9(11)V99 COMP-3 VALUE ZERO.
001500 77  WS-CUST-OVER-LIMIT           PIC S9(11)V99 COMP-3 VALUE ZERO.
001510*****************************************************************
001520*    ONE ACCOUNT'S FIGURES - FIELDS NOT YET NUMERIC ON AN OLDER
001530*    MASTER RECORD COUNT AS ZERO
001540*****************************************************************
001550 77  WS-ACCT-MTD-COUNT            PIC 9(07) COMP-3 VALUE ZERO.
001560 77  WS-ACCT-MTD-AMOUNT           PIC S9(09)V99 COMP-3 VALUE ZERO.
001570 77  WS-ACCT-OD-LIMIT             PIC S9(09)V99 COMP-3 VALUE ZERO.
001580 77  WS-ACCT-OVERDRAWN            PIC S9(09)V99 COMP-3 VALUE ZERO.
001590*****************************************************************
001600*    RUN TOTALS
001610*****************************************************************
001620 77  WS-CUSTOMER-COUNT            PIC 9(07) COMP-3 VALUE ZERO.
001630 77  WS-NO-ACCOUNT-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
001640 77  WS-LINK-COUNT                PIC 9(07) COMP-3 VALUE ZERO.
001650 77  WS-LINK-NOMAST-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
001660 77  WS-LINK-NOCUST-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
001670 77  WS-MASTER-COUNT              PIC 9(07) COMP-3 VALUE ZERO.
001680 77  WS-MASTER-TOTAL              PIC S9(11)V99 COMP-3 VALUE ZERO.
001690 77  WS-LINKED-COUNT              PIC 9(07) COMP-3 VALUE ZERO.
001700 77  WS-LINKED-TOTAL              PIC S9(11)V99 COMP-3 VALUE ZERO.
001710 77  WS-ORPHAN-COUNT              PIC 9(07) COMP-3 VALUE ZERO.
001720 77  WS-ORPHAN-TOTAL              PIC S9(11)V99 COMP-3 VALUE ZERO.
001730*****************************************************************
001740*    REPORT LINE LAYOUTS
001750*****************************************************************
001760 01  WS-HDG1-LINE.
001770     05  FILLER                   PIC X(01) VALUE '1'.
001780     05  FILLER                   PIC X(33) VALUE
001790         'CUSTOMER POSITION REPORT- YCUP001'.
001800     05  FILLER                   PIC X(04) VALUE SPACES.
001810     05  FILLER                   PIC X(09) VALUE 'RUN DATE '.
001820     05  HDG1-RUN-DATE            PIC 9(08).
001830     05  FILLER                   PIC X(15) VALUE SPACES.
001840     05  FILLER                   PIC X(05) VALUE 'PAGE '.
001850     05  HDG1-PAGE                PIC ZZZZ9.
001860 01  WS-HDG2-LINE.
001870     05  FILLER                   PIC X(01) VALUE SPACE.
001880     05  FILLER                   PIC X(04) VALUE SPACES.
001890     05  FILLER                   PIC X(11) VALUE 'ACCOUNT'.
001900     05  FILLER                   PIC X(02) VALUE 'R'.
001910     05  FILLER                   PIC X(03) VALUE 'ST'.
001920     05  FILLER                   PIC X(16) VALUE
001930         '        BALANCE '.
001940     05  FILLER                   PIC X(08) VALUE 'MTD CNT '.
001950     05  FILLER                   PIC X(16) VALUE
001960         '     MTD AMOUNT '.
001970     05  FILLER                   PIC X(14) VALUE
001980         '      OD LIMIT'.
001990     05  FILLER                   PIC X(05) VALUE SPACES.
002000 01  WS-HDG3-LINE.
002010     05  FILLER                   PIC X(01) VALUE SPACE.
002020     05  FILLER                   PIC X(45) VALUE
002030         'ORPHAN ACCOUNTS - NO CUSTOMER LINKED'.
002040     05  FILLER                   PIC X(34) VALUE SPACES.
002050 01  WS-HDG4-LINE.
002060     05  FILLER                   PIC X(01) VALUE SPACE.
002070     05  FILLER                   PIC X(11) VALUE 'ACCOUNT'.
002080     05  FILLER                   PIC X(03) VALUE 'ST'.
002090     05  FILLER                   PIC X(03) VALUE 'CL'.
002100     05  FILLER                   PIC X(04) VALUE 'CCY'.
002110     05  FILLER                   PIC X(09) VALUE 'LAST POST'.
002120     05  FILLER                   PIC X(15) VALUE
002130         '        BALANCE'.
002140     05  FILLER                   PIC X(34) VALUE SPACES.
002150 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
002160 01  WS-CUST-LINE.
002170     05  FILLER                   PIC X(01) VALUE SPACE.
002180     05  FILLER                   PIC X(09) VALUE 'CUSTOMER '.
002190     05  CSL-CUSTOMER-ID          PIC X(10).
002200     05  FILLER                   PIC X(01) VALUE SPACE.
002210     05  CSL-NAME                 PIC X(40).
002220     05  FILLER                   PIC X(01) VALUE SPACE.
002230     05  CSL-STATUS               PIC X(08).
002240     05  FILLER                   PIC X(10) VALUE SPACES.
002250 01  WS-ADDR-LINE.
002260     05  FILLER                   PIC X(01) VALUE SPACE.
002270     05  FILLER                   PIC X(20) VALUE SPACES.
002280     05  ADL-ADDRESS-LINE         PIC X(35).
002290     05  FILLER                   PIC X(01) VALUE SPACE.
002300     05  ADL-POSTCODE             PIC X(10).
002310     05  FILLER                   PIC X(13) VALUE SPACES.
002320 01  WS-ACCT-LINE.
002330     05  FILLER                   PIC X(01) VALUE SPACE.
002340     05  FILLER                   PIC X(04) VALUE SPACES.
002350     05  ACL-ACCOUNT-ID           PIC X(10).
002360     05  FILLER                   PIC X(01) VALUE SPACE.
002370     05  ACL-ROLE                 PIC X(01).
002380     05  FILLER                   PIC X(01) VALUE SPACE.
002390     05  ACL-STATUS               PIC X(02).
002400     05  FILLER                   PIC X(01) VALUE SPACE.
002410     05  ACL-BALANCE              PIC -ZZZ.ZZZ.ZZ9,99.
002420     05  FILLER                   PIC X(01) VALUE SPACE.
002430     05  ACL-MTD-COUNT            PIC ZZZZZZ9.
002440     05  FILLER                   PIC X(01) VALUE SPACE.
002450     05  ACL-MTD-AMOUNT           PIC -ZZZ.ZZZ.ZZ9,99.
002460     05  FILLER                   PIC X(01) VALUE SPACE.
002470     05  ACL-OD-LIMIT             PIC ZZZ.ZZZ.ZZ9,99.
002480     05  FILLER                   PIC X(05) VALUE SPACES.
002490 01  WS-NOMAST-LINE.
002500     05  FILLER                   PIC X(01) VALUE SPACE.
002510     05  FILLER                   PIC X(04) VALUE SPACES.
002520     05  NML-ACCOUNT-ID           PIC X(10).
002530     05  FILLER                   PIC X(01) VALUE SPACE.
002540     05  NML-ROLE                 PIC X(01).
002550     05  FILLER                   PIC X(01) VALUE SPACE.
002560     05  FILLER                   PIC X(44) VALUE
002570         '** ACCOUNT NOT ON THE MASTER - INVESTIGATE'.
002580     05  FILLER                   PIC X(18) VALUE SPACES.
002590 01  WS-NONE-LINE.
002600     05  FILLER                   PIC X(01) VALUE SPACE.
002610     05  FILLER                   PIC X(04) VALUE SPACES.
002620     05  FILLER                   PIC X(30) VALUE
002630         'NO ACCOUNTS LINKED'.
002640     05  FILLER                   PIC X(45) VALUE SPACES.
002650 01  WS-CTOT-LINE.
002660     05  FILLER                   PIC X(01) VALUE SPACE.
002670     05  FILLER                   PIC X(04) VALUE SPACES.
002680     05  CTL-LABEL                PIC X(16).
002690     05  CTL-BALANCE              PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
002700     05  FILLER                   PIC X(01) VALUE SPACE.
002710     05  CTL-MTD-COUNT            PIC ZZZZZZ9.
002720     05  FILLER                   PIC X(01) VALUE SPACE.
002730     05  CTL-MTD-AMOUNT           PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
002740     05  FILLER                   PIC X(01) VALUE SPACE.
002750     05  CTL-OD-LIMIT             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
002760 01  WS-EXPOSURE-LINE.
002770     05  FILLER                   PIC X(01) VALUE SPACE.
002780     05  FILLER                   PIC X(04) VALUE SPACES.
002790     05  EXL-LABEL                PIC X(16).
002800     05  EXL-AMOUNT               PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
002810     05  FILLER                   PIC X(41) VALUE SPACES.
002820 01  WS-NOCUST-LINE.
002830     05  FILLER                   PIC X(01) VALUE SPACE.
002840     05  FILLER                   PIC X(28) VALUE
002850         '** LINK FROM UNKNOWN CUST.  '.
002860     05  NCL-CUSTOMER-ID          PIC X(10).
002870     05  FILLER                   PIC X(09) VALUE ' ACCOUNT '.
002880     05  NCL-ACCOUNT-ID           PIC X(10).
002890     05  FILLER                   PIC X(22) VALUE SPACES.
002900 01  WS-ORPHAN-LINE.
002910     05  FILLER                   PIC X(01) VALUE SPACE.
002920     05  ORL-ACCOUNT-ID           PIC X(10).
002930     05  FILLER                   PIC X(01) VALUE SPACE.
002940     05  ORL-STATUS               PIC X(02).
002950     05  FILLER                   PIC X(01) VALUE SPACE.
002960     05  ORL-CLASS                PIC X(02).
002970     05  FILLER                   PIC X(01) VALUE SPACE.
002980     05  ORL-CURRENCY             PIC X(03).
002990     05  FILLER                   PIC X(01) VALUE SPACE.
003000     05  ORL-LAST-POST-DATE       PIC 9(08).
003010     05  FILLER                   PIC X(01) VALUE SPACE.
003020     05  ORL-BALANCE              PIC -ZZZ.ZZZ.ZZ9,99.
003030     05  FILLER                   PIC X(34) VALUE SPACES.
003040 01  WS-NO-ORPHAN-LINE.
003050     05  FILLER                   PIC X(01) VALUE SPACE.
003060     05  FILLER                   PIC X(40) VALUE
003070         'NONE - EVERY ACCOUNT HAS A CUSTOMER'.
003080     05  FILLER                   PIC X(39) VALUE SPACES.
003090 01  WS-COUNT-LINE.
003100     05  FILLER                   PIC X(01) VALUE SPACE.
003110     05  CNT-LABEL                PIC X(30).
003120     05  CNT-COUNT                PIC ZZZ.ZZZ.ZZ9.
003130     05  FILLER                   PIC X(38) VALUE SPACES.
003140 01  WS-AMOUNT-LINE.
003150     05  FILLER                   PIC X(01) VALUE SPACE.
003160     05  AMT-LABEL                PIC X(30).
003170     05  AMT-AMOUNT               PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
003180     05  FILLER                   PIC X(31) VALUE SPACES.
003190 PROCEDURE DIVISION.
003200*****************************************************************
003210*    0000-MAINLINE
003220*****************************************************************
003230 0000-MAINLINE.
003240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003250     PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT
003260         UNTIL WS-EOF-CUST.
003270     PERFORM 2200-UNKNOWN-CUSTOMER THRU 2200-EXIT
003280         UNTIL WS-EOF-REL.
003290     PERFORM 3000-START-ORPHANS THRU 3000-EXIT.
003300     PERFORM 3100-CHECK-ACCOUNT THRU 3100-EXIT
003310         UNTIL WS-EOF-MAST.
003320     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
003330     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003340     IF WS-LINK-NOMAST-COUNT NOT = ZERO
003350         OR WS-LINK-NOCUST-COUNT NOT = ZERO
003360         MOVE 4 TO RETURN-CODE
003370     END-IF.
003380     GOBACK.
003390*****************************************************************
003400*    1000-INITIALIZE - OPEN FILES, START THE FIRST PAGE AND
003410*    PRIME THE CUSTOMER AND RELATIONSHIP READS
003420*****************************************************************
003430 1000-INITIALIZE.
003440     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
003450     OPEN INPUT CUSTFILE.
003460     IF WS-CUST-STATUS NOT = '00'
003470         MOVE 'CUSTFILE' TO WS-ERROR-FILE-ID
003480         MOVE WS-CUST-STATUS TO WS-ERROR-STATUS
003490         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003500     END-IF.
003510     OPEN INPUT RELFILE.
003520     IF WS-REL-STATUS NOT = '00'
003530         MOVE 'RELFILE' TO WS-ERROR-FILE-ID
003540         MOVE WS-REL-STATUS TO WS-ERROR-STATUS
003550         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003560     END-IF.
003570     OPEN INPUT RELACCT.
003580     IF WS-RELACCT-STATUS NOT = '00'
003590         MOVE 'RELACCT' TO WS-ERROR-FILE-ID
003600         MOVE WS-RELACCT-STATUS TO WS-ERROR-STATUS
003610         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003620     END-IF.
003630     OPEN INPUT MASTFILE.
003640     IF WS-MAST-STATUS NOT = '00'
003650         MOVE 'MASTFILE' TO WS-ERROR-FILE-ID
003660         MOVE WS-MAST-STATUS TO WS-ERROR-STATUS
003670         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003680     END-IF.
003690     OPEN OUTPUT CUSRPT.
003700     IF WS-CUSRPT-STATUS NOT = '00'
003710         MOVE 'CUSRPT' TO WS-ERROR-FILE-ID
003720         MOVE WS-CUSRPT-STATUS TO WS-ERROR-STATUS
003730         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003740     END-IF.
003750     MOVE WS-TODAY-DATE TO HDG1-RUN-DATE.
003760     MOVE 'C' TO WS-SECTION-SW.
003770     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
003780     PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT.
003790     PERFORM 2150-READ-RELATION THRU 2150-EXIT.
003800 1000-EXIT.
003810     EXIT.
003820*****************************************************************
003830*    1100-WRITE-HEADINGS - START A NEW PAGE WITH THE COLUMN
003840*    HEADINGS OF THE PART BEING PRINTED
003850*****************************************************************
003860 1100-WRITE-HEADINGS.
003870     ADD 1 TO WS-PAGE-COUNT.
003880     MOVE WS-PAGE-COUNT TO HDG1-PAGE.
003890     MOVE WS-HDG1-LINE TO CUSRPT-RECORD.
003900     PERFORM 1150-WRITE-CUSRPT THRU 1150-EXIT.
003910     MOVE WS-BLANK-LINE TO CUSRPT-RECORD.
003920     PERFORM 1150-WRITE-CUSRPT THRU 1150-EXIT.
003930     IF WS-SECTION-ORPHAN
003940         MOVE WS-HDG3-LINE TO CUSRPT-RECORD
003950         PERFORM 1150-WRITE-CUSRPT THRU 1150-EXIT
003960         MOVE WS-BLANK-LINE TO CUSRPT-RECORD
003970         PERFORM 1150-WRITE-CUSRPT THRU 1150-EXIT
003980         MOVE WS-HDG4-LINE TO CUSRPT-RECORD
003990     ELSE
004000         MOVE WS-HDG2-LINE TO CUSRPT-RECORD
004010     END-IF.
004020     PERFORM 1150-WRITE-CUSRPT THRU 1150-EXIT.
004030     MOVE ZERO TO WS-LINE-COUNT.
004040 1100-EXIT.
004050     EXIT.
004060*****************************************************************
004070*    1150-WRITE-CUSRPT - COMMON WRITE-AND-STATUS-CHECK FOR THE
004080*    POSITION REPORT
004090*****************************************************************
004100 1150-WRITE-CUSRPT.
004110     WRITE CUSRPT-RECORD.
004120     IF WS-CUSRPT-STATUS NOT = '00'
004130         MOVE 'CUSRPT' TO WS-ERROR-FILE-ID
004140         MOVE WS-CUSRPT-STATUS TO WS-ERROR-STATUS
004150         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
004160     END-IF.
004170     ADD 1 TO WS-LINE-COUNT.
004180 1150-EXIT.
004190     EXIT.
004200*****************************************************************
004210*    1200-CHECK-PAGE - THROW A NEW PAGE WHEN THE CURRENT ONE IS
004220*    FULL
004230*****************************************************************
004240 1200-CHECK-PAGE.
004250     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
004260         PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
004270     END-IF.
004280 1200-EXIT.
004290     EXIT.
004300*****************************************************************
004310*    2000-PROCESS-CUSTOMER - ONE CUSTOMER.  LINKS KEYED BELOW
004320*    THIS CUSTOMER BELONG TO NO CUSTOMER ON FILE AND ARE
004330*    FLAGGED FIRST; THEN THE CUSTOMER, ITS LINKED ACCOUNTS AND
004340*    ITS TOTALS
004350*****************************************************************
004360 2000-PROCESS-CUSTOMER.
004370     PERFORM 2200-UNKNOWN-CUSTOMER THRU 2200-EXIT
004380         UNTIL WS-EOF-REL
004390         OR REL-CUSTOMER-ID OF YXXX021-RECORD
004400             NOT LESS THAN CUS-CUSTOMER-ID OF YXXX020-RECORD.
004410     PERFORM 2300-START-CUSTOMER THRU 2300-EXIT.
004420     PERFORM 2400-LIST-ACCOUNT THRU 2400-EXIT
004430         UNTIL WS-EOF-REL
004440         OR REL-CUSTOMER-ID OF YXXX021-RECORD
004450             NOT = CUS-CUSTOMER-ID OF YXXX020-RECORD.
004460     PERFORM 2500-END-CUSTOMER THRU 2500-EXIT.
004470     PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT.
004480 2000-EXIT.
004490     EXIT.
004500*****************************************************************
004510*    2100-READ-CUSTOMER - NEXT CUSTOMER IN KEY ORDER, PASSING
004520*    OVER THE DEFINE JOB'S PLACEHOLDER
004530*****************************************************************
004540 2100-READ-CUSTOMER.
004550     READ CUSTFILE
004560         AT END
004570             MOVE 'Y' TO WS-EOF-CUST-SW
004580     END-READ.
004590     IF WS-CUST-STATUS NOT = '00'
004600         AND WS-CUST-STATUS NOT = '10'
004610         MOVE 'CUSTFILE' TO WS-ERROR-FILE-ID
004620         MOVE WS-CUST-STATUS TO WS-ERROR-STATUS
004630         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
004640     END-IF.
004650     IF NOT WS-EOF-CUST
004660         AND CUS-PLACEHOLDER OF YXXX020-RECORD
004670         GO TO 2100-READ-CUSTOMER
004680     END-IF.
004690 2100-EXIT.
004700     EXIT.
004710*****************************************************************
004720*    2150-READ-RELATION - NEXT RELATIONSHIP IN CUSTOMER /
004730*    ACCOUNT ORDER, PASSING OVER THE PLACEHOLDER
004740*****************************************************************
004750 2150-READ-RELATION.
004760     READ RELFILE
004770         AT END
004780             MOVE 'Y' TO WS-EOF-REL-SW
004790     END-READ.
004800     IF WS-REL-STATUS NOT = '00'
004810         AND WS-REL-STATUS NOT = '10'
004820         MOVE 'RELFILE' TO WS-ERROR-FILE-ID
004830         MOVE WS-REL-STATUS TO WS-ERROR-STATUS
004840         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
004850     END-IF.
004860     IF NOT WS-EOF-REL
004870         AND REL-PLACEHOLDER OF YXXX021-RECORD
004880         GO TO 2150-READ-RELATION
004890     END-IF.
004900 2150-EXIT.
004910     EXIT.
004920*****************************************************************
004930*    2200-UNKNOWN-CUSTOMER - A LINK WHOSE CUSTOMER IS NOT ON
004940*    THE CUSTOMER MASTER.  FLAGGED AND COUNTED - THE RUN ENDS
004950*    RC=4
004960*****************************************************************
004970 2200-UNKNOWN-CUSTOMER.
004980     PERFORM 1200-CHECK-PAGE THRU 1200-EXIT.
004990     MOVE REL-CUSTOMER-ID OF YXXX021-RECORD TO NCL-CUSTOMER-ID.
005000     MOVE REL-RECORD-ID OF YXXX021-RECORD TO NCL-ACCOUNT-ID.
005010     MOVE WS-NOCUST-LINE TO CUSRPT-RECORD.
005020     PERFORM 1150-WRITE-CUSRPT THRU 1150-EXIT.
005030     ADD 1 TO WS-LINK-NOCUST-COUNT.
005040     PERFORM 2150-READ-RELATION THRU 2150-EXIT.
005050 2200-EXIT.
005060     EXIT.
005070*****************************************************************
005080*    2300-START-CUSTOMER - CUSTOMER LINE AND ADDRESS, KEPT ON
005090*    ONE PAGE WITH AT LEAST ITS FIRST ACCOUNT
005100*****************************************************************
005110 2300-START-CUSTOMER.
005120     ADD 1 TO WS-CUSTOMER-COUNT.
005130     MOVE ZERO TO WS-CUST-ACCOUNT-COUNT WS-CUST-BALANCE
005140         WS-CUST-MTD-COUNT WS-CUST-MTD-AMOUNT WS-CUST-OD-LIMIT
005150         WS-CUST-OVERDRAWN WS-CUST-OVER-LIMIT.
005160     IF WS-LINE-COUNT + 6 GREATER THAN WS-LINES-PER-PAGE
005170         PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
005180     END-IF.
005190     MOVE WS-BLANK-LINE TO CUSRPT-RECORD.
005200     PERFORM 1150-WRITE-CUSRPT THRU 1150-EXIT.
005210     MOVE CUS-CUSTOMER-ID OF YXXX020-RECORD TO CSL-CUSTOMER-ID.
005220     MOVE CUS-NAME OF YXXX020-RECORD TO CSL-NAME.
005230     IF CUS-STATUS-ACTIVE OF YXXX020-RECORD
005240         MOVE 'ACTIVE' TO CSL-STATUS
005250     ELSE
005260         IF CUS-STATUS-INACTIVE OF YXXX020-RECORD
005270             MOVE 'INACTIVE' TO CSL-STATUS
005280         ELSE
005290             IF CUS-STATUS-CLOSED OF YXXX020-RECORD
005300                 MOVE 'CLOSED' TO CSL-STATUS
005310             ELSE
005320                 MOVE CUS-STATUS OF YXXX020-RECORD
005330                     TO CSL-STATUS
005340             END-IF
005350         END-IF
005360     END-IF.
005370     MOVE WS-CUST-LINE TO CUSRPT-RECORD.
005380     PERFORM 1150-WRITE-CUSRPT THRU 1150-EXIT.
005390     MOVE CUS-ADDRESS-LINE-1 OF YXXX020-RECORD
005400         TO ADL-ADDRESS-LINE.
005410     MOVE CUS-POSTCODE OF YXXX020-RECORD TO ADL-POSTCODE.
005420     MOVE WS-ADDR-LINE TO CUSRPT-RECORD.
005430     PERFORM 1150-WRITE-CUSRPT THRU 1150-EXIT.
005440 2300-EXIT.
005450     EXIT.
005460*****************************************************************
005470*    2400-LIST-ACCOUNT - ONE LINKED ACCOUNT, LOOKED UP ON THE
005480*    MASTER AND ADDED INTO THE CUSTOMER'S TOTALS.  A LINK TO AN
005490*    ACCOUNT NOT ON THE MASTER IS FLAGGED AND COUNTED
005500*****************************************************************
005510 2400-LIST-ACCOUNT.
005520     PERFORM 1200-CHECK-PAGE THRU 1200-EXIT.
005530     ADD 1 TO WS-LINK-COUNT.
005540     MOVE REL-RECORD-ID OF YXXX021-RECORD
005550         TO MST-RECORD-ID OF YXXX002-RECORD.
005560     MOVE 'Y' TO WS-MASTER-FOUND-SW.
005570     READ MASTFILE
005580         INVALID KEY
005590             MOVE 'N' TO WS-MASTER-FOUND-SW
005600     END-READ.
005610     IF WS-MAST-STATUS NOT = '00' AND WS-MAST-STATUS NOT = '23'
005620         MOVE 'MASTFILE' TO WS-ERROR-FILE-ID
005630         MOVE WS-MAST-STATUS TO WS-ERROR-STATUS
005640         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
005650     END-IF.
005660     IF NOT WS-MASTER-FOUND
005670         MOVE REL-RECORD-ID OF YXXX021-RECORD TO NML-ACCOUNT-ID
005680         MOVE REL-ROLE OF YXXX021-RECORD TO NML-ROLE
005690         MOVE WS-NOMAST-LINE TO CUSRPT-RECORD
005700         PERFORM 1150-WRITE-CUSRPT THRU 1150-EXIT
005710         ADD 1 TO WS-LINK-NOMAST-COUNT
005720         GO TO 2400-NEXT
005730     END-IF.
005740     PERFORM 2450-ACCOUNT-FIGURES THRU 2450-EXIT.
005750     MOVE REL-RECORD-ID OF YXXX021-RECORD TO ACL-ACCOUNT-ID.
005760     MOVE REL-ROLE OF YXXX021-RECORD TO ACL-ROLE.
005770     MOVE MST-STATUS OF YXXX002-RECORD TO ACL-STATUS.
005780     MOVE MST-BALANCE OF YXXX002-RECORD TO ACL-BALANCE.
005790     MOVE WS-ACCT-MTD-COUNT TO ACL-MTD-COUNT.
005800     MOVE WS-ACCT-MTD-AMOUNT TO ACL-MTD-AMOUNT.
005810     MOVE WS-ACCT-OD-LIMIT TO ACL-OD-LIMIT.
005820     MOVE WS-ACCT-LINE TO CUSRPT-RECORD.
005830     PERFORM 1150-WRITE-CUSRPT THRU 1150-EXIT.
005840     ADD 1 TO WS-CUST-ACCOUNT-COUNT.
005850     ADD MST-BALANCE OF YXXX002-RECORD TO WS-CUST-BALANCE.
005860     ADD WS-ACCT-MTD-COUNT TO WS-CUST-MTD-COUNT.
005870     ADD WS-ACCT-MTD-AMOUNT TO WS-CUST-MTD-AMOUNT.
005880     ADD WS-ACCT-OD-LIMIT TO WS-CUST-OD-LIMIT.
005890     IF WS-ACCT-OVERDRAWN GREATER THAN ZERO
005900         ADD WS-ACCT-OVERDRAWN TO WS-CUST-OVERDRAWN
005910         IF WS-ACCT-OVERDRAWN GREATER THAN WS-ACCT-OD-LIMIT
005920             COMPUTE WS-CUST-OVER-LIMIT = WS-CUST-OVER-LIMIT
005930                 + WS-ACCT-OVERDRAWN - WS-ACCT-OD-LIMIT
005940         END-IF
005950     END-IF.
005960 2400-NEXT.
005970     PERFORM 2150-READ-RELATION THRU 2150-EXIT.
005980 2400-EXIT.
005990     EXIT.
006000*****************************************************************
006010*    2450-ACCOUNT-FIGURES - THE MTD AND LIMIT FIELDS OF THE
006020*    MASTER RECORD JUST READ, ZERO WHERE NOT YET NUMERIC, AND
006030*    THE AMOUNT THE ACCOUNT IS OVERDRAWN (ZERO IF IN CREDIT)
006040*****************************************************************
006050 2450-ACCOUNT-FIGURES.
006060     MOVE ZERO TO WS-ACCT-MTD-COUNT WS-ACCT-MTD-AMOUNT
006070         WS-ACCT-OD-LIMIT WS-ACCT-OVERDRAWN.
006080     IF MST-MTD-POST-COUNT OF YXXX002-RECORD NUMERIC
006090         MOVE MST-MTD-POST-COUNT OF YXXX002-RECORD
006100             TO WS-ACCT-MTD-COUNT
006110     END-IF.
006120     IF MST-MTD-POST-AMOUNT OF YXXX002-RECORD NUMERIC
006130         MOVE MST-MTD-POST-AMOUNT OF YXXX002-RECORD
006140             TO WS-ACCT-MTD-AMOUNT
006150     END-IF.
006160     IF MST-OVERDRAFT-LIMIT OF YXXX002-RECORD NUMERIC
006170         MOVE MST-OVERDRAFT-LIMIT OF YXXX002-RECORD
006180             TO WS-ACCT-OD-LIMIT
006190     END-IF.
006200     IF MST-BALANCE OF YXXX002-RECORD LESS THAN ZERO
006210         COMPUTE WS-ACCT-OVERDRAWN =
006220             ZERO - MST-BALANCE OF YXXX002-RECORD
006230     END-IF.
006240 2450-EXIT.
006250     EXIT.
006260*****************************************************************
006270*    2500-END-CUSTOMER - THE CUSTOMER'S TOTALS AND OVERDRAFT
006280*    EXPOSURE, OR A NOTE THAT NO ACCOUNT IS LINKED
006290*****************************************************************
006300 2500-END-CUSTOMER.
006310     IF WS-CUST-ACCOUNT-COUNT = ZERO
006320         MOVE WS-NONE-LINE TO CUSRPT-RECORD
006330         PERFORM 1150-WRITE-CUSRPT THRU 1150-EXIT
006340         ADD 1 TO WS-NO-ACCOUNT-COUNT
006350         GO TO 2500-EXIT
006360     END-IF.
006370     PERFORM 1200-CHECK-PAGE THRU 1200-EXIT.
006380     MOVE SPACES TO WS-CTOT-LINE.
006390     MOVE 'CUSTOMER TOTAL..' TO CTL-LABEL.
006400     MOVE WS-CUST-BALANCE TO CTL-BALANCE.
006410     MOVE WS-CUST-MTD-COUNT TO CTL-MTD-COUNT.
006420     MOVE WS-CUST-MTD-AMOUNT TO CTL-MTD-AMOUNT.
006430     MOVE WS-CUST-OD-LIMIT TO CTL-OD-LIMIT.
006440     MOVE WS-CTOT-LINE TO CUSRPT-RECORD.
006450     PERFORM 1150-WRITE-CUSRPT THRU 1150-EXIT.
006460     IF WS-CUST-OVERDRAWN = ZERO
006470         GO TO 2500-EXIT
006480     END-IF.
006490     MOVE SPACES TO WS-EXPOSURE-LINE.
006500     MOVE 'OVERDRAWN.......' TO EXL-LABEL.
006510     MOVE WS-CUST-OVERDRAWN TO EXL-AMOUNT.
006520     MOVE WS-EXPOSURE-LINE TO CUSRPT-RECORD.
006530     PERFORM 1150-WRITE-CUSRPT THRU 1150-EXIT.
006540     IF WS-CUST-OVER-LIMIT NOT = ZERO
006550         MOVE SPACES TO WS-EXPOSURE-LINE
006560         MOVE 'BEYOND LIMIT....' TO EXL-LABEL
006570         MOVE WS-CUST-OVER-LIMIT TO EXL-AMOUNT
006580         MOVE WS-EXPOSURE-LINE TO CUSRPT-RECORD
006590         PERFORM 1150-WRITE-CUSRPT THRU 1150-EXIT
006600     END-IF.
006610 2500-EXIT.
006620     EXIT.
006630*****************************************************************
006640*    3000-START-ORPHANS - PART TWO ON A NEW PAGE.  PRIME THE
006650*    ACCOUNT-ORDER RELATIONSHIPS AND POSITION THE MASTER AT ITS
006660*    FIRST RECORD
006670*****************************************************************
006680 3000-START-ORPHANS.
006690     MOVE 'O' TO WS-SECTION-SW.
006700     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
006710     PERFORM 3050-READ-RELACCT THRU 3050-EXIT.
006720     MOVE LOW-VALUES TO MST-RECORD-ID OF YXXX002-RECORD.
006730     START MASTFILE
006740         KEY IS NOT LESS THAN MST-RECORD-ID OF YXXX002-RECORD
006750         INVALID KEY
006760             MOVE 'Y' TO WS-EOF-MAST-SW
006770     END-START.
006780     IF WS-MAST-STATUS NOT = '00' AND WS-MAST-STATUS NOT = '23'
006790         MOVE 'MASTFILE' TO WS-ERROR-FILE-ID
006800         MOVE WS-MAST-STATUS TO WS-ERROR-STATUS
006810         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
006820     END-IF.
006830     IF NOT WS-EOF-MAST
006840         PERFORM 3150-READ-MASTER THRU 3150-EXIT
006850     END-IF.
006860 3000-EXIT.
006870     EXIT.
006880*****************************************************************
006890*    3050-READ-RELACCT - NEXT RELATIONSHIP IN ACCOUNT ORDER,
006900*    PASSING OVER THE PLACEHOLDER AND PROVING THE SORT.  AN
006910*    OUT-OF-ORDER RECORD MEANS THE SORT STEP WAS SKIPPED - END
006920*    RC=16 BEFORE A HELD ACCOUNT IS LISTED AS AN ORPHAN
006930*****************************************************************
006940 3050-READ-RELACCT.
006950     READ RELACCT
006960         AT END
006970             MOVE 'Y' TO WS-EOF-RELACCT-SW
006980     END-READ.
006990     IF WS-RELACCT-STATUS NOT = '00'
007000         AND WS-RELACCT-STATUS NOT = '10'
007010         MOVE 'RELACCT' TO WS-ERROR-FILE-ID
007020         MOVE WS-RELACCT-STATUS TO WS-ERROR-STATUS
007030         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
007040     END-IF.
007050     IF WS-EOF-RELACCT
007060         GO TO 3050-EXIT
007070     END-IF.
007080     IF REL-PLACEHOLDER OF RELACCT-RECORD
007090         GO TO 3050-READ-RELACCT
007100     END-IF.
007110     IF REL-RECORD-ID OF RELACCT-RECORD LESS THAN
007120         WS-PREV-RECORD-ID
007130         DISPLAY 'YCUP0003E RELACCT NOT IN ACCOUNT ORDER - '
007140             'RUN THE YCUP001J SORT STEP'
007150         MOVE 16 TO RETURN-CODE
007160         GO TO 9999-ABEND-EXIT
007170     END-IF.
007180     MOVE REL-RECORD-ID OF RELACCT-RECORD TO WS-PREV-RECORD-ID.
007190 3050-EXIT.
007200     EXIT.
007210*****************************************************************
007220*    3100-CHECK-ACCOUNT - ONE MASTER ACCOUNT AGAINST THE
007230*    RELATIONSHIPS.  LINKS TO ACCOUNTS BELOW IT ARE NOT ON THE
007240*    MASTER (ALREADY FLAGGED IN PART ONE) AND ARE PASSED OVER;
007250*    A LINK ON THIS ACCOUNT MAKES IT HELD, OTHERWISE IT IS AN
007260*    ORPHAN
007270*****************************************************************
007280 3100-CHECK-ACCOUNT.
007290     ADD 1 TO WS-MASTER-COUNT.
007300     ADD MST-BALANCE OF YXXX002-RECORD TO WS-MASTER-TOTAL.
007310     PERFORM 3050-READ-RELACCT THRU 3050-EXIT
007320         UNTIL WS-EOF-RELACCT
007330         OR REL-RECORD-ID OF RELACCT-RECORD
007340             NOT LESS THAN MST-RECORD-ID OF YXXX002-RECORD.
007350     IF NOT WS-EOF-RELACCT
007360         AND REL-RECORD-ID OF RELACCT-RECORD
007370             = MST-RECORD-ID OF YXXX002-RECORD
007380         ADD 1 TO WS-LINKED-COUNT
007390         ADD MST-BALANCE OF YXXX002-RECORD TO WS-LINKED-TOTAL
007400         GO TO 3100-NEXT
007410     END-IF.
007420     PERFORM 1200-CHECK-PAGE THRU 1200-EXIT.
007430     MOVE MST-RECORD-ID OF YXXX002-RECORD TO ORL-ACCOUNT-ID.
007440     MOVE MST-STATUS OF YXXX002-RECORD TO ORL-STATUS.
007450     MOVE MST-ACCOUNT-CLASS OF YXXX002-RECORD TO ORL-CLASS.
007460     MOVE MST-CURRENCY-CODE OF YXXX002-RECORD TO ORL-CURRENCY.
007470     MOVE MST-LAST-TRANS-DATE OF YXXX002-RECORD
007480         TO ORL-LAST-POST-DATE.
007490     MOVE MST-BALANCE OF YXXX002-RECORD TO ORL-BALANCE.
007500     MOVE WS-ORPHAN-LINE TO CUSRPT-RECORD.
007510     PERFORM 1150-WRITE-CUSRPT THRU 1150-EXIT.
007520     ADD 1 TO WS-ORPHAN-COUNT.
007530     ADD MST-BALANCE OF YXXX002-RECORD TO WS-ORPHAN-TOTAL.
007540 3100-NEXT.
007550     PERFORM 3150-READ-MASTER THRU 3150-EXIT.
007560 3100-EXIT.
007570     EXIT.
007580*****************************************************************
007590*    3150-READ-MASTER - SEQUENTIAL BROWSE OF THE WHOLE KSDS
007600*****************************************************************
007610 3150-READ-MASTER.
007620     READ MASTFILE NEXT
007630         AT END
007640             MOVE 'Y' TO WS-EOF-MAST-SW
007650     END-READ.
007660     IF WS-MAST-STATUS NOT = '00'
007670         AND WS-MAST-STATUS NOT = '10'
007680         MOVE 'MASTFILE' TO WS-ERROR-FILE-ID
007690         MOVE WS-MAST-STATUS TO WS-ERROR-STATUS
007700         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
007710     END-IF.
007720 3150-EXIT.
007730     EXIT.
007740*****************************************************************
007750*    8000-WRITE-TOTALS - CONTROL TOTALS.  LINKED PLUS ORPHAN
007760*    BALANCE MUST EQUAL THE MASTER BALANCE - EACH ACCOUNT IS
007770*    COUNTED ONCE HERE, HOWEVER MANY HOLDERS IT HAS
007780*****************************************************************
007790 8000-WRITE-TOTALS.
007800     IF WS-ORPHAN-COUNT = ZERO
007810         MOVE WS-NO-ORPHAN-LINE TO CUSRPT-RECORD
007820         PERFORM 1150-WRITE-CUSRPT THRU 1150-EXIT
007830     END-IF.
007840     MOVE WS-BLANK-LINE TO CUSRPT-RECORD.
007850     PERFORM 1150-WRITE-CUSRPT THRU 1150-EXIT.
007860     MOVE SPACES TO WS-COUNT-LINE.
007870     MOVE 'CUSTOMERS LISTED..............' TO CNT-LABEL.
007880     MOVE WS-CUSTOMER-COUNT TO CNT-COUNT.
007890     MOVE WS-COUNT-LINE TO CUSRPT-RECORD.
007900     PERFORM 1150-WRITE-CUSRPT THRU 1150-EXIT.
007910     MOVE SPACES TO WS-COUNT-LINE.
007920     MOVE 'CUSTOMERS WITH NO ACCOUNT.....' TO CNT-LABEL.
007930     MOVE WS-NO-ACCOUNT-COUNT TO CNT-COUNT.
007940     MOVE WS-COUNT-LINE TO CUSRPT-RECORD.
007950     PERFORM 1150-WRITE-CUSRPT THRU 1150-EXIT.
007960     MOVE SPACES TO WS-COUNT-LINE.
007970     MOVE 'ACCOUNT LINKS READ............' TO CNT-LABEL.
007980     MOVE WS-LINK-COUNT TO CNT-COUNT.
007990     MOVE WS-COUNT-LINE TO CUSRPT-RECORD.
008000     PERFORM 1150-WRITE-CUSRPT THRU 1150-EXIT.
008010     MOVE SPACES TO WS-COUNT-LINE.
008020     MOVE 'LINKS - ACCOUNT NOT ON MASTER.' TO CNT-LABEL.
008030     MOVE WS-LINK-NOMAST-COUNT TO CNT-COUNT.
008040     MOVE WS-COUNT-LINE TO CUSRPT-RECORD.
008050     PERFORM 1150-WRITE-CUSRPT THRU 1150-EXIT.
008060     MOVE SPACES TO WS-COUNT-LINE.
008070     MOVE 'LINKS - CUSTOMER NOT ON FILE..' TO CNT-LABEL.
008080     MOVE WS-LINK-NOCUST-COUNT TO CNT-COUNT.
008090     MOVE WS-COUNT-LINE TO CUSRPT-RECORD.
008100     PERFORM 1150-WRITE-CUSRPT THRU 1150-EXIT.
008110     MOVE SPACES TO WS-COUNT-LINE.
008120     MOVE 'ACCOUNTS ON THE MASTER........' TO CNT-LABEL.
008130     MOVE WS-MASTER-COUNT TO CNT-COUNT.
008140     MOVE WS-COUNT-LINE TO CUSRPT-RECORD.
008150     PERFORM 1150-WRITE-CUSRPT THRU 1150-EXIT.
008160     MOVE SPACES TO WS-AMOUNT-LINE.
008170     MOVE 'MASTER BALANCE................' TO AMT-LABEL.
008180     MOVE WS-MASTER-TOTAL TO AMT-AMOUNT.
008190     MOVE WS-AMOUNT-LINE TO CUSRPT-RECORD.
008200     PERFORM 1150-WRITE-CUSRPT THRU 1150-EXIT.
008210     MOVE SPACES TO WS-COUNT-LINE.
008220     MOVE 'ACCOUNTS WITH A CUSTOMER......' TO CNT-LABEL.
008230     MOVE WS-LINKED-COUNT TO CNT-COUNT.
008240     MOVE WS-COUNT-LINE TO CUSRPT-RECORD.
008250     PERFORM 1150-WRITE-CUSRPT THRU 1150-EXIT.
008260     MOVE SPACES TO WS-AMOUNT-LINE.
008270     MOVE 'BALANCE WITH A CUSTOMER.......' TO AMT-LABEL.
008280     MOVE WS-LINKED-TOTAL TO AMT-AMOUNT.
008290     MOVE WS-AMOUNT-LINE TO CUSRPT-RECORD.
008300     PERFORM 1150-WRITE-CUSRPT THRU 1150-EXIT.
008310     MOVE SPACES TO WS-COUNT-LINE.
008320     MOVE 'ORPHAN ACCOUNTS...............' TO CNT-LABEL.
008330     MOVE WS-ORPHAN-COUNT TO CNT-COUNT.
008340     MOVE WS-COUNT-LINE TO CUSRPT-RECORD.
008350     PERFORM 1150-WRITE-CUSRPT THRU 1150-EXIT.
008360     MOVE SPACES TO WS-AMOUNT-LINE.
008370     MOVE 'ORPHAN BALANCE................' TO AMT-LABEL.
008380     MOVE WS-ORPHAN-TOTAL TO AMT-AMOUNT.
008390     MOVE WS-AMOUNT-LINE TO CUSRPT-RECORD.
008400     PERFORM 1150-WRITE-CUSRPT THRU 1150-EXIT.
008410     IF WS-LINK-NOMAST-COUNT NOT = ZERO
008420         OR WS-LINK-NOCUST-COUNT NOT = ZERO
008430         DISPLAY 'YCUP0004W BROKEN CUSTOMER LINKS ON FILE - '
008440             'SEE CUSRPT'
008450     END-IF.
008460 8000-EXIT.
008470     EXIT.
008480*****************************************************************
008490*    9000-TERMINATE - CLOSE THE FILES
008500*****************************************************************
008510 9000-TERMINATE.
008520     CLOSE CUSTFILE.
008530     CLOSE RELFILE.
008540     CLOSE RELACCT.
008550     CLOSE MASTFILE.
008560     CLOSE CUSRPT.
008570 9000-EXIT.
008580     EXIT.
008590*****************************************************************
008600*    9900-FILE-ERROR - COMMON I/O ERROR HANDLER.  WRITES AN
008610*    OPERATOR MESSAGE AND FALLS THROUGH TO THE ABEND EXIT SO A
008620*    BAD OPEN/READ/WRITE NEVER PRODUCES A "CLEAN" RETURN CODE
008630*****************************************************************
008640 9900-FILE-ERROR.
008650     DISPLAY 'YCUP0001E I/O ERROR ON FILE ' WS-ERROR-FILE-ID
008660         ' - FILE STATUS ' WS-ERROR-STATUS.
008670     DISPLAY 'YCUP0002E RUN TERMINATED - NOTIFY OPERATIONS'.
008680     MOVE 16 TO RETURN-CODE.
008690     GO TO 9999-ABEND-EXIT.
008700 9900-EXIT.
008710     EXIT.
008720*****************************************************************
008730*    9999-ABEND-EXIT - CLOSE WHATEVER FILES ARE OPEN AND END THE
008740*    RUN WITH THE NON-ZERO RETURN CODE ALREADY SET
008750*****************************************************************
008760 9999-ABEND-EXIT.
008770     CLOSE CUSTFILE
008780         RELFILE
008790         RELACCT
008800         MASTFILE
008810         CUSRPT.
008820     GOBACK.
