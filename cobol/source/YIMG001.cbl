000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. YIMG001.
000030 AUTHOR. J W HARMON.
000040 INSTALLATION. DAILY LEDGER PROCESSING - OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD LOG
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  --------------------------------------------
000110*    2026-10-15  JWH  ORIGINAL PROGRAM - NIGHTLY IMAGE COPY OF
000120*                     THE YXXX002 MASTER KSDS
000121*    2026-10-15  JWH  THE TRAILER NOW CARRIES THE PERIOD STATE
000122*                     (PRIOR CUTOFF, LAST YEAR CLOSED) OFF THE
000123*                     YXXX015 RECORD, SO YFRC001 CAN TELL WHICH
000124*                     CLOSES HAVE RUN SINCE THE COPY.  ADDED
000125*                     PERDIN
000130*****************************************************************
000140*    NARRATIVE
000150*    UNTIL NOW THE ONLY WAY BACK FROM A DAMAGED OR LOST MASTER
000160*    WAS YBCK001, WHICH NEEDS AN INTACT MASTER TO REVERSE
000170*    AGAINST, OR A PARM='FULL' REBUILD, WHICH LOSES EVERY
000180*    BALANCE THE EXTRACT DOES NOT CARRY.  THIS PROGRAM RUNS IN
000190*    MYPGMJ AHEAD OF STEP010, AFTER THE ONLINE DAY HAS CLOSED,
000200*    AND COPIES THE WHOLE MASTER - EVERY RECORD, AS IT STANDS -
000210*    TO A NEW DATED GENERATION OF PROD.YXXX002.IMAGE.  THE
000220*    GENERATION ENDS WITH A YXXX025 TRAILER CARRYING THE
000230*    RECORD COUNT, THE BALANCE TOTAL AND THE STATUS COUNTS OF
000240*    THE COPY, AND THE DATE AND TIME IT WAS TAKEN, WHICH THE
000250*    YFRC001 FORWARD RECOVERY PROVES THE RESTORED COPY AGAINST
000260*    AND USES AS THE POINT FROM WHICH TO REPLAY THE YXXX004
000262*    JOURNAL.  THE TRAILER ALSO CARRIES THE PERIOD STATE THE
000264*    COPY WAS TAKEN UNDER - PRD-PRIOR-CUTOFF AND PRD-CLOSED-YEAR
000266*    OFF THE YXXX015 RECORD (ZERO WITH NO PERIOD FILE).  A
000268*    YCLS001J OR YYEC001J CLOSE RUN AFTER THE COPY MOVES THE
000270*    PERIOD RECORD PAST THEM, AND THAT IS HOW YFRC001 KNOWS TO
000272*    REDO THE CLOSE'S RESET OF THE MONTH- OR YEAR-TO-DATE FIELDS.
000274*    THE SAME FIGURES ARE PRINTED ON IMGRPT.
000280*    ANY I/O ERROR ENDS THE RUN RC=16 AND MYPGMJ DOES NOT POST
000290*    (STEP010 RUNS ONLY ON A CLEAN COPY) - A NIGHT THAT POSTS
000300*    ALWAYS HAS AN IMAGE TO RECOVER FROM.
000310*    DD NAMES MASTFILE/PERDIN/IMAGEOUT/IMGRPT - SEE MYPGMJ.
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-3090.
000360 OBJECT-COMPUTER. IBM-3090.
000370*****************************************************************
000380*    DECIMAL-POINT IS COMMA, AS IN MYPGM - THE TOTALS HERE ARE
000390*    TIED OUT AGAINST THE YTBL001 TRIAL-BALANCE LINES
000400*****************************************************************
000410 SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT MASTFILE ASSIGN TO MASTFILE
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS MST-RECORD-ID OF YXXX002-RECORD
000480         FILE STATUS IS WS-MAST-STATUS.
000482     SELECT OPTIONAL PERDFILE ASSIGN TO PERDIN
000484         ORGANIZATION IS SEQUENTIAL
000486         FILE STATUS IS WS-PERD-STATUS.
000490     SELECT IMAGEOUT ASSIGN TO IMAGEOUT
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-IMAGE-STATUS.
000520     SELECT IMGRPT ASSIGN TO IMGRPT
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-IMGRPT-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  MASTFILE
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600     COPY YXXX002.
000602 FD  PERDFILE
000604     RECORDING MODE IS F
000606     LABEL RECORDS ARE STANDARD.
000608     COPY YXXX015.
000610 FD  IMAGEOUT
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640     COPY YXXX002 REPLACING ==YXXX002-RECORD== BY
000650         ==IMAGEOUT-RECORD==.
000660     COPY YXXX025.
000670 FD  IMGRPT
000680     RECORD CONTAINS 80 CHARACTERS
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD.
000710 01  IMGRPT-RECORD                PIC X(80).
000720 WORKING-STORAGE SECTION.
000730*****************************************************************
000740*    SWITCHES
000750*****************************************************************
000760 77  WS-EOF-MAST-SW               PIC X(01) VALUE 'N'.
000770     88  WS-EOF-MAST                   VALUE 'Y'.
000773 77  WS-EOF-PERD-SW               PIC X(01) VALUE 'N'.
000776     88  WS-EOF-PERD                   VALUE 'Y'.
000780*****************************************************************
000790*    FILE STATUS FIELDS
000800*****************************************************************
000810 77  WS-MAST-STATUS               PIC X(02) VALUE '00'.
000815 77  WS-PERD-STATUS               PIC X(02) VALUE '00'.
000820 77  WS-IMAGE-STATUS              PIC X(02) VALUE '00'.
000830 77  WS-IMGRPT-STATUS             PIC X(02) VALUE '00'.
000840 77  WS-ERROR-FILE-ID             PIC X(08) VALUE SPACES.
000850 77  WS-ERROR-STATUS              PIC X(02) VALUE SPACES.
000860*****************************************************************
000870*    IMAGE DATE AND TIME, AND THE TOTALS OF THE COPY BY STATUS
000880*****************************************************************
000890 77  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
000900 77  WS-TIME-WORK                 PIC 9(08) VALUE ZERO.
000910 77  WS-IMAGE-TIME                PIC 9(06) VALUE ZERO.
000913 77  WS-PRIOR-CUTOFF              PIC 9(08) VALUE ZERO.
000916 77  WS-CLOSED-YEAR               PIC 9(04) VALUE ZERO.
000920 77  WS-AC-COUNT                  PIC 9(09) COMP-3 VALUE ZERO.
000930 77  WS-AC-TOTAL                  PIC S9(13)V99 COMP-3 VALUE ZERO.
000940 77  WS-CL-COUNT                  PIC 9(09) COMP-3 VALUE ZERO.
000950 77  WS-CL-TOTAL                  PIC S9(13)V99 COMP-3 VALUE ZERO.
000960 77  WS-EX-COUNT                  PIC 9(09) COMP-3 VALUE ZERO.
000970 77  WS-EX-TOTAL                  PIC S9(13)V99 COMP-3 VALUE ZERO.
000980 77  WS-DM-COUNT                  PIC 9(09) COMP-3 VALUE ZERO.
000990 77  WS-DM-TOTAL                  PIC S9(13)V99 COMP-3 VALUE ZERO.
001000 77  WS-OTH-COUNT                 PIC 9(09) COMP-3 VALUE ZERO.
001010 77  WS-OTH-TOTAL                 PIC S9(13)V99 COMP-3 VALUE ZERO.
001020 77  WS-MASTER-COUNT              PIC 9(09) COMP-3 VALUE ZERO.
001030 77  WS-MASTER-TOTAL              PIC S9(13)V99 COMP-3 VALUE ZERO.
001040*****************************************************************
001050*    REPORT LINE LAYOUTS
001060*****************************************************************
001070 01  WS-HDG1-LINE.
001080     05  FILLER                   PIC X(01) VALUE '1'.
001090     05  FILLER                   PIC X(33) VALUE
001100         'MASTER IMAGE COPY       - YIMG001'.
001110     05  FILLER                   PIC X(12) VALUE SPACES.
001120     05  FILLER                   PIC X(09) VALUE 'RUN DATE '.
001130     05  HDG1-RUN-DATE            PIC 9(08).
001140     05  FILLER                   PIC X(17) VALUE SPACES.
001150 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
001160 01  WS-STATUS-LINE.
001170     05  FILLER                   PIC X(01) VALUE SPACE.
001180     05  STA-LABEL                PIC X(22).
001190     05  FILLER                   PIC X(04) VALUE 'CNT '.
001200     05  STA-COUNT                PIC ZZZ.ZZZ.ZZ9.
001210     05  FILLER                   PIC X(04) VALUE ' AMT'.
001220     05  STA-AMOUNT               PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
001230     05  FILLER                   PIC X(17) VALUE SPACES.
001240 01  WS-STAMP-LINE.
001250     05  FILLER                   PIC X(01) VALUE SPACE.
001260     05  FILLER                   PIC X(30) VALUE
001270         'IMAGE TAKEN (DATE / TIME).....'.
001280     05  STP-DATE                 PIC 9(08).
001290     05  FILLER                   PIC X(03) VALUE ' / '.
001300     05  STP-TIME                 PIC 9(06).
001310     05  FILLER                   PIC X(32) VALUE SPACES.
001311 01  WS-PERIOD-LINE.
001312     05  FILLER                   PIC X(01) VALUE SPACE.
001313     05  FILLER                   PIC X(30) VALUE
001314         'PERIOD CUTOFF / YEAR CLOSED...'.
001315     05  PER-CUTOFF               PIC 9(08).
001316     05  FILLER                   PIC X(03) VALUE ' / '.
001317     05  PER-YEAR                 PIC 9(04).
001318     05  FILLER                   PIC X(34) VALUE SPACES.
001320 PROCEDURE DIVISION.
001330*****************************************************************
001340*    0000-MAINLINE
001350*****************************************************************
001360 0000-MAINLINE.
001370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001380     PERFORM 2000-COPY-MASTER THRU 2000-EXIT
001390         UNTIL WS-EOF-MAST.
001400     PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.
001410     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.
001420     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001430     GOBACK.
001440*****************************************************************
001450*    1000-INITIALIZE - STAMP THE IMAGE, OPEN FILES AND PRIME THE
001460*    READ.  THE STAMP IS TAKEN BEFORE THE FIRST RECORD IS READ,
001470*    SO EVERY JOURNAL ENTRY THE COPY DOES NOT HOLD IS STAMPED
001480*    LATER THAN IT
001490*****************************************************************
001500 1000-INITIALIZE.
001510     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001520     ACCEPT WS-TIME-WORK FROM TIME.
001530     MOVE WS-TIME-WORK (1:6) TO WS-IMAGE-TIME.
001540     OPEN INPUT MASTFILE.
001550     IF WS-MAST-STATUS NOT = '00'
001560         MOVE 'MASTFILE' TO WS-ERROR-FILE-ID
001570         MOVE WS-MAST-STATUS TO WS-ERROR-STATUS
001580         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
001590     END-IF.
001600     OPEN OUTPUT IMAGEOUT.
001610     IF WS-IMAGE-STATUS NOT = '00'
001620         MOVE 'IMAGEOUT' TO WS-ERROR-FILE-ID
001630         MOVE WS-IMAGE-STATUS TO WS-ERROR-STATUS
001640         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
001650     END-IF.
001660     OPEN OUTPUT IMGRPT.
001670     IF WS-IMGRPT-STATUS NOT = '00'
001680         MOVE 'IMGRPT' TO WS-ERROR-FILE-ID
001690         MOVE WS-IMGRPT-STATUS TO WS-ERROR-STATUS
001700         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
001701     END-IF.
001702     PERFORM 1100-READ-PERIOD THRU 1100-EXIT.
001703     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
001704 1000-EXIT.
001705     EXIT.
001706*****************************************************************
001707*    1100-READ-PERIOD - THE YXXX015 PERIOD CONTROL RECORD, READ
001708*    AS MYPGM READS IT.  NO FILE OR NO RECORD MEANS NO PERIOD
001709*    CONTROL, AND THE TRAILER CARRIES ZERO.  A CLOSED YEAR CUT
001710*    BEFORE THAT FIELD EXISTED IS ZERO TOO
001711*****************************************************************
001712 1100-READ-PERIOD.
001713     OPEN INPUT PERDFILE.
001714     IF WS-PERD-STATUS NOT = '00' AND WS-PERD-STATUS NOT = '05'
001715         MOVE 'PERDFILE' TO WS-ERROR-FILE-ID
001716         MOVE WS-PERD-STATUS TO WS-ERROR-STATUS
001717         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
001718     END-IF.
001719     READ PERDFILE
001720         AT END
001721             MOVE 'Y' TO WS-EOF-PERD-SW
001722     END-READ.
001723     IF WS-PERD-STATUS NOT = '00' AND WS-PERD-STATUS NOT = '10'
001724         MOVE 'PERDFILE' TO WS-ERROR-FILE-ID
001725         MOVE WS-PERD-STATUS TO WS-ERROR-STATUS
001726         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
001727     END-IF.
001728     IF NOT WS-EOF-PERD
001729         IF PRD-PRIOR-CUTOFF NUMERIC
001730             MOVE PRD-PRIOR-CUTOFF TO WS-PRIOR-CUTOFF
001731         END-IF
001732         IF PRD-CLOSED-YEAR NUMERIC
001733             MOVE PRD-CLOSED-YEAR TO WS-CLOSED-YEAR
001734         END-IF
001735     END-IF.
001736     CLOSE PERDFILE.
001737 1100-EXIT.
001740     EXIT.
001750*****************************************************************
001760*    2000-COPY-MASTER - WRITE ONE MASTER RECORD TO THE IMAGE AS
001770*    IT STANDS AND ADD IT INTO ITS STATUS BUCKET AND THE TOTALS
001780*****************************************************************
001790 2000-COPY-MASTER.
001800     MOVE YXXX002-RECORD TO IMAGEOUT-RECORD.
001810     WRITE IMAGEOUT-RECORD.
001820     IF WS-IMAGE-STATUS NOT = '00'
001830         MOVE 'IMAGEOUT' TO WS-ERROR-FILE-ID
001840         MOVE WS-IMAGE-STATUS TO WS-ERROR-STATUS
001850         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
001860     END-IF.
001870     ADD 1 TO WS-MASTER-COUNT.
001880     ADD MST-BALANCE OF YXXX002-RECORD TO WS-MASTER-TOTAL.
001890     IF MST-STATUS-ACTIVE OF YXXX002-RECORD
001900         ADD 1 TO WS-AC-COUNT
001910         ADD MST-BALANCE OF YXXX002-RECORD TO WS-AC-TOTAL
001920     ELSE
001930         IF MST-STATUS-CLOSED OF YXXX002-RECORD
001940             ADD 1 TO WS-CL-COUNT
001950             ADD MST-BALANCE OF YXXX002-RECORD TO WS-CL-TOTAL
001960         ELSE
001970             IF MST-STATUS-EXCEPTION OF YXXX002-RECORD
001980                 ADD 1 TO WS-EX-COUNT
001990                 ADD MST-BALANCE OF YXXX002-RECORD
002000                     TO WS-EX-TOTAL
002010             ELSE
002020                 IF MST-STATUS-DORMANT OF YXXX002-RECORD
002030                     ADD 1 TO WS-DM-COUNT
002040                     ADD MST-BALANCE OF YXXX002-RECORD
002050                         TO WS-DM-TOTAL
002060                 ELSE
002070                     ADD 1 TO WS-OTH-COUNT
002080                     ADD MST-BALANCE OF YXXX002-RECORD
002090                         TO WS-OTH-TOTAL
002100                 END-IF
002110             END-IF
002120         END-IF
002130     END-IF.
002140     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002150 2000-EXIT.
002160     EXIT.
002170*****************************************************************
002180*    2100-READ-MASTER - SEQUENTIAL BROWSE OF THE WHOLE KSDS
002190*****************************************************************
002200 2100-READ-MASTER.
002210     READ MASTFILE
002220         AT END
002230             MOVE 'Y' TO WS-EOF-MAST-SW
002240     END-READ.
002250     IF WS-MAST-STATUS NOT = '00' AND WS-MAST-STATUS NOT = '10'
002260         MOVE 'MASTFILE' TO WS-ERROR-FILE-ID
002270         MOVE WS-MAST-STATUS TO WS-ERROR-STATUS
002280         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
002290     END-IF.
002300 2100-EXIT.
002310     EXIT.
002320*****************************************************************
002330*    3000-WRITE-TRAILER - THE YXXX025 CONTROL RECORD THAT CLOSES
002340*    THE GENERATION.  A RECORD OF UNKNOWN STATUS IS IN THE COUNT
002350*    AND TOTAL BUT IN NONE OF THE STATUS COUNTS, AS ON YXXX007
002360*****************************************************************
002370 3000-WRITE-TRAILER.
002380     MOVE SPACES TO YXXX025-RECORD.
002390     MOVE HIGH-VALUES TO IMG-TRAILER-ID.
002400     MOVE WS-TODAY-DATE TO IMG-IMAGE-DATE.
002410     MOVE WS-IMAGE-TIME TO IMG-IMAGE-TIME.
002420     MOVE WS-MASTER-COUNT TO IMG-RECORD-COUNT.
002430     MOVE WS-MASTER-TOTAL TO IMG-MASTER-TOTAL.
002440     MOVE WS-AC-COUNT TO IMG-AC-COUNT.
002450     MOVE WS-CL-COUNT TO IMG-CL-COUNT.
002460     MOVE WS-EX-COUNT TO IMG-EX-COUNT.
002470     MOVE WS-DM-COUNT TO IMG-DM-COUNT.
002473     MOVE WS-PRIOR-CUTOFF TO IMG-PRIOR-CUTOFF.
002476     MOVE WS-CLOSED-YEAR TO IMG-CLOSED-YEAR.
002480     WRITE YXXX025-RECORD.
002490     IF WS-IMAGE-STATUS NOT = '00'
002500         MOVE 'IMAGEOUT' TO WS-ERROR-FILE-ID
002510         MOVE WS-IMAGE-STATUS TO WS-ERROR-STATUS
002520         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
002530     END-IF.
002540 3000-EXIT.
002550     EXIT.
002560*****************************************************************
002570*    8000-WRITE-REPORT - THE STAMP AND THE STATUS BREAKOUT OF
002580*    THE COPY, IN THE YTBL001 LAYOUT
002590*****************************************************************
002600 8000-WRITE-REPORT.
002610     MOVE WS-TODAY-DATE TO HDG1-RUN-DATE.
002620     MOVE WS-HDG1-LINE TO IMGRPT-RECORD.
002630     PERFORM 8100-WRITE-IMGRPT THRU 8100-EXIT.
002640     MOVE WS-BLANK-LINE TO IMGRPT-RECORD.
002650     PERFORM 8100-WRITE-IMGRPT THRU 8100-EXIT.
002660     MOVE WS-TODAY-DATE TO STP-DATE.
002670     MOVE WS-IMAGE-TIME TO STP-TIME.
002680     MOVE WS-STAMP-LINE TO IMGRPT-RECORD.
002682     PERFORM 8100-WRITE-IMGRPT THRU 8100-EXIT.
002684     MOVE WS-PRIOR-CUTOFF TO PER-CUTOFF.
002686     MOVE WS-CLOSED-YEAR TO PER-YEAR.
002688     MOVE WS-PERIOD-LINE TO IMGRPT-RECORD.
002690     PERFORM 8100-WRITE-IMGRPT THRU 8100-EXIT.
002700     MOVE WS-BLANK-LINE TO IMGRPT-RECORD.
002710     PERFORM 8100-WRITE-IMGRPT THRU 8100-EXIT.
002720     MOVE SPACES TO WS-STATUS-LINE.
002730     MOVE 'ACTIVE   (AC)........' TO STA-LABEL.
002740     MOVE WS-AC-COUNT TO STA-COUNT.
002750     MOVE WS-AC-TOTAL TO STA-AMOUNT.
002760     MOVE WS-STATUS-LINE TO IMGRPT-RECORD.
002770     PERFORM 8100-WRITE-IMGRPT THRU 8100-EXIT.
002780     MOVE SPACES TO WS-STATUS-LINE.
002790     MOVE 'CLOSED   (CL)........' TO STA-LABEL.
002800     MOVE WS-CL-COUNT TO STA-COUNT.
002810     MOVE WS-CL-TOTAL TO STA-AMOUNT.
002820     MOVE WS-STATUS-LINE TO IMGRPT-RECORD.
002830     PERFORM 8100-WRITE-IMGRPT THRU 8100-EXIT.
002840     MOVE SPACES TO WS-STATUS-LINE.
002850     MOVE 'EXCEPTION(EX)........' TO STA-LABEL.
002860     MOVE WS-EX-COUNT TO STA-COUNT.
002870     MOVE WS-EX-TOTAL TO STA-AMOUNT.
002880     MOVE WS-STATUS-LINE TO IMGRPT-RECORD.
002890     PERFORM 8100-WRITE-IMGRPT THRU 8100-EXIT.
002900     MOVE SPACES TO WS-STATUS-LINE.
002910     MOVE 'DORMANT  (DM)........' TO STA-LABEL.
002920     MOVE WS-DM-COUNT TO STA-COUNT.
002930     MOVE WS-DM-TOTAL TO STA-AMOUNT.
002940     MOVE WS-STATUS-LINE TO IMGRPT-RECORD.
002950     PERFORM 8100-WRITE-IMGRPT THRU 8100-EXIT.
002960     IF WS-OTH-COUNT NOT = ZERO
002970         MOVE SPACES TO WS-STATUS-LINE
002980         MOVE 'UNKNOWN STATUS.......' TO STA-LABEL
002990         MOVE WS-OTH-COUNT TO STA-COUNT
003000         MOVE WS-OTH-TOTAL TO STA-AMOUNT
003010         MOVE WS-STATUS-LINE TO IMGRPT-RECORD
003020         PERFORM 8100-WRITE-IMGRPT THRU 8100-EXIT
003030     END-IF.
003040     MOVE SPACES TO WS-STATUS-LINE.
003050     MOVE 'IMAGE COPY TOTAL.....' TO STA-LABEL.
003060     MOVE WS-MASTER-COUNT TO STA-COUNT.
003070     MOVE WS-MASTER-TOTAL TO STA-AMOUNT.
003080     MOVE WS-STATUS-LINE TO IMGRPT-RECORD.
003090     PERFORM 8100-WRITE-IMGRPT THRU 8100-EXIT.
003100 8000-EXIT.
003110     EXIT.
003120*****************************************************************
003130*    8100-WRITE-IMGRPT - COMMON WRITE-AND-STATUS-CHECK FOR THE
003140*    REPORT
003150*****************************************************************
003160 8100-WRITE-IMGRPT.
003170     WRITE IMGRPT-RECORD.
003180     IF WS-IMGRPT-STATUS NOT = '00'
003190         MOVE 'IMGRPT' TO WS-ERROR-FILE-ID
003200         MOVE WS-IMGRPT-STATUS TO WS-ERROR-STATUS
003210         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003220     END-IF.
003230 8100-EXIT.
003240     EXIT.
003250*****************************************************************
003260*    9000-TERMINATE - CLOSE THE FILES
003270*****************************************************************
003280 9000-TERMINATE.
003290     CLOSE MASTFILE.
003300     CLOSE IMAGEOUT.
003310     CLOSE IMGRPT.
003320 9000-EXIT.
003330     EXIT.
003340*****************************************************************
003350*    9900-FILE-ERROR - COMMON I/O ERROR HANDLER.  WRITES AN
003360*    OPERATOR MESSAGE AND FALLS THROUGH TO THE ABEND EXIT SO A
003370*    BAD OPEN/READ/WRITE NEVER PRODUCES A "CLEAN" RETURN CODE
003380*****************************************************************
003390 9900-FILE-ERROR.
003400     DISPLAY 'YIMG0001E I/O ERROR ON FILE ' WS-ERROR-FILE-ID
003410         ' - FILE STATUS ' WS-ERROR-STATUS.
003420     DISPLAY 'YIMG0002E RUN TERMINATED - NOTIFY OPERATIONS'.
003430     MOVE 16 TO RETURN-CODE.
003440     GO TO 9999-ABEND-EXIT.
003450 9900-EXIT.
003460     EXIT.
003470*****************************************************************
003480*    9999-ABEND-EXIT - CLOSE WHATEVER FILES ARE OPEN AND END THE
003490*    RUN WITH THE NON-ZERO RETURN CODE ALREADY SET
003500*****************************************************************
003510 9999-ABEND-EXIT.
003520     CLOSE MASTFILE
003530         IMAGEOUT
003540         IMGRPT.
003550     GOBACK.
