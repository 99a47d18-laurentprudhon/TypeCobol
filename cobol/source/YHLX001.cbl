000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. YHLX001.
000030 AUTHOR. J W HARMON.
000040 INSTALLATION. DAILY LEDGER PROCESSING - OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD LOG
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  --------------------------------------------
000110*    2026-10-15  JWH  ORIGINAL PROGRAM - NIGHTLY HOLD EXPIRY AND
000120*                     HOLD ACTIVITY REPORT
000130*****************************************************************
000140*    NARRATIVE
000150*    HOLDS ARE PLACED AND RELEASED ONLINE THROUGH YHLD
000160*    (YHLD001) ON THE YXXX024 KSDS.  THIS PROGRAM RUNS AT THE
000170*    HEAD OF MYPGMJ (STEP004), AHEAD OF THE POSTING STEP, AND
000180*    BROWSES THE WHOLE HOLD FILE:
000190*      - AN ACTIVE HOLD WHOSE EXPIRY DATE IS BEFORE TODAY IS
000200*        LAPSED - STATUS 'EX', ENDED BY 'SYS' ON THE RUN DATE -
000210*        SO IT NO LONGER COUNTS AGAINST THE AVAILABLE BALANCE.
000220*        A HOLD EXPIRING TODAY STILL COUNTS TODAY.  A ZERO
000230*        EXPIRY DATE MEANS UNTIL RELEASED AND NEVER LAPSES,
000240*      - EVERY HOLD PLACED, RELEASED OR EXPIRED SINCE THE LAST
000250*        RUN IS LISTED ON THE HOLD REPORT WITH ITS AMOUNT,
000260*        REASON AND WHO/WHEN, AND MARKED ON THE RECORD
000270*        (HLD-REPORTED) SO IT IS LISTED ONCE ONLY - A RERUN OF
000280*        THE SAME NIGHT LISTS NOTHING TWICE,
000290*      - THE REPORT ENDS WITH COUNTS AND AMOUNTS FOR EACH OF
000300*        THE THREE AND FOR THE HOLDS STILL ACTIVE.
000310*    THE PLACEHOLDER RECORD (KEY 9999999999/999, SEE YXXX024D)
000320*    IS PASSED OVER.  MYPGM IGNORES A LAPSED HOLD BY DATE, SO
000330*    A NIGHT THIS STEP FAILS DOES NOT HOLD UP THE POSTING.
000340*    DD NAMES HOLDVS/HLXRPT - SEE MYPGMJ.jcl STEP004.
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-3090.
000390 OBJECT-COMPUTER. IBM-3090.
000400*****************************************************************
000410*    DECIMAL-POINT IS COMMA, AS IN MYPGM - THE REPORT AMOUNTS
000420*    ARE READ NEXT TO MYPGM'S SUMRPT
000430*****************************************************************
000440 SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT HOLDVSAM ASSIGN TO HOLDVS
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS HLD-KEY OF YXXX024-RECORD
000510         FILE STATUS IS WS-HOLD-STATUS.
000520     SELECT HLXRPT ASSIGN TO HLXRPT
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-HLXRPT-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  HOLDVSAM
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600     COPY YXXX024.
000610 FD  HLXRPT
000620     RECORD CONTAINS 80 CHARACTERS
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000650 01  HLXRPT-RECORD                PIC X(80).
000660 WORKING-STORAGE SECTION.
000670*****************************************************************
000680*    SWITCHES
000690*****************************************************************
000700 77  WS-EOF-HOLD-SW               PIC X(01) VALUE 'N'.
000710     88  WS-EOF-HOLD                   VALUE 'Y'.
000720 77  WS-CHANGED-SW                PIC X(01) VALUE 'N'.
000730     88  WS-RECORD-CHANGED             VALUE 'Y'.
000740*****************************************************************
000750*    FILE STATUS FIELDS
000760*****************************************************************
000770 77  WS-HOLD-STATUS               PIC X(02) VALUE '00'.
000780 77  WS-HLXRPT-STATUS             PIC X(02) VALUE '00'.
000790 77  WS-ERROR-FILE-ID             PIC X(08) VALUE SPACES.
000800 77  WS-ERROR-STATUS              PIC X(02) VALUE SPACES.
000810*****************************************************************
000820*    RUN DATE AND TIME OF DAY FOR THE EXPIRY STAMP
000830*****************************************************************
000840 77  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
000850 77  WS-TIME-WORK                 PIC 9(08) VALUE ZERO.
000860*****************************************************************
000870*    COUNTS AND CONTROL TOTALS
000880*****************************************************************
000890 77  WS-HOLD-READ-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
000900 77  WS-PLACED-COUNT              PIC 9(09) COMP-3 VALUE ZERO.
000910 77  WS-PLACED-TOTAL              PIC S9(11)V99 COMP-3 VALUE ZERO.
000920 77  WS-RELEASED-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
000930 77  WS-RELEASED-TOTAL            PIC S9(11)V99 COMP-3 VALUE ZERO.
000940 77  WS-EXPIRED-COUNT             PIC 9(09) COMP-3 VALUE ZERO.
000950 77  WS-EXPIRED-TOTAL             PIC S9(11)V99 COMP-3 VALUE ZERO.
000960 77  WS-ACTIVE-COUNT              PIC 9(09) COMP-3 VALUE ZERO.
000970 77  WS-ACTIVE-TOTAL              PIC S9(11)V99 COMP-3 VALUE ZERO.
000980*****************************************************************
000990*    REPORT LINE LAYOUTS
001000*****************************************************************
001010 01  WS-HDG1-LINE.
001020     05  FILLER                   PIC X(01) VALUE '1'.
001030     05  FILLER                   PIC X(33) VALUE
001040         'HOLD ACTIVITY REPORT    - YHLX001'.
001050     05  FILLER                   PIC X(12) VALUE SPACES.
001060     05  FILLER                   PIC X(09) VALUE 'RUN DATE '.
001070     05  HDG1-RUN-DATE            PIC 9(08).
001080     05  FILLER                   PIC X(17) VALUE SPACES.
001090 01  WS-HDG2-LINE.
001100     05  FILLER                   PIC X(01) VALUE SPACE.
001110     05  FILLER                   PIC X(45) VALUE
001120         'HOLDS PLACED, RELEASED AND EXPIRED SINCE THE '.
001130     05  FILLER                   PIC X(08) VALUE 'LAST RUN'.
001140     05  FILLER                   PIC X(26) VALUE SPACES.
001150 01  WS-HDG3-LINE.
001160     05  FILLER                   PIC X(01) VALUE SPACE.
001170     05  FILLER                   PIC X(11) VALUE 'ACCOUNT'.
001180     05  FILLER                   PIC X(04) VALUE 'NO.'.
001190     05  FILLER                   PIC X(09) VALUE 'ACTION'.
001200     05  FILLER                   PIC X(05) VALUE 'RSN'.
001210     05  FILLER                   PIC X(15) VALUE
001220         '         AMOUNT'.
001230     05  FILLER                   PIC X(04) VALUE ' BY'.
001240     05  FILLER                   PIC X(09) VALUE ' ON'.
001250     05  FILLER                   PIC X(09) VALUE ' EXPIRES'.
001260     05  FILLER                   PIC X(13) VALUE SPACES.
001270 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
001280*    BY/ON ARE THE PLACING OPERATOR AND DATE ON A 'PLACED'
001290*    LINE AND THE RELEASING OPERATOR ('SYS' ON EXPIRY) AND
001300*    DATE ON A 'RELEASED'/'EXPIRED' LINE
001310 01  WS-HOLD-LINE.
001320     05  FILLER                   PIC X(01) VALUE SPACE.
001330     05  HDL-ACCOUNT-ID           PIC X(10).
001340     05  FILLER                   PIC X(01) VALUE SPACE.
001350     05  HDL-HOLD-NO              PIC 9(03).
001360     05  FILLER                   PIC X(01) VALUE SPACE.
001370     05  HDL-ACTION               PIC X(08).
001380     05  FILLER                   PIC X(01) VALUE SPACE.
001390     05  HDL-REASON               PIC X(04).
001400     05  FILLER                   PIC X(01) VALUE SPACE.
001410     05  HDL-AMOUNT               PIC -ZZZ.ZZZ.ZZ9,99.
001420     05  FILLER                   PIC X(01) VALUE SPACE.
001430     05  HDL-BY                   PIC X(03).
001440     05  FILLER                   PIC X(01) VALUE SPACE.
001450     05  HDL-ON-DATE              PIC 9(08).
001460     05  FILLER                   PIC X(01) VALUE SPACE.
001470     05  HDL-EXPIRY-DATE          PIC X(08).
001480     05  FILLER                   PIC X(13) VALUE SPACES.
001490 01  WS-COUNT-LINE.
001500     05  FILLER                   PIC X(01) VALUE SPACE.
001510     05  CNT-LABEL                PIC X(30).
001520     05  CNT-COUNT                PIC ZZZ.ZZZ.ZZ9.
001530     05  FILLER                   PIC X(38) VALUE SPACES.
001540 01  WS-AMOUNT-LINE.
001550     05  FILLER                   PIC X(01) VALUE SPACE.
001560     05  AMT-LABEL                PIC X(30).
001570     05  AMT-AMOUNT               PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
001580     05  FILLER                   PIC X(31) VALUE SPACES.
001590 PROCEDURE DIVISION.
001600*****************************************************************
001610*    0000-MAINLINE
001620*****************************************************************
001630 0000-MAINLINE.
001640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001650     PERFORM 2000-JUDGE-ONE-HOLD THRU 2000-EXIT
001660         UNTIL WS-EOF-HOLD.
001670     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
001680     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001690     GOBACK.
001700*****************************************************************
001710*    1000-INITIALIZE - OPEN FILES, PRINT THE REPORT HEADINGS AND
001720*    READ THE FIRST HOLD RECORD
001730*****************************************************************
001740 1000-INITIALIZE.
001750     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001760     OPEN I-O HOLDVSAM.
001770     IF WS-HOLD-STATUS NOT = '00'
001780         MOVE 'HOLDVSAM' TO WS-ERROR-FILE-ID
001790         MOVE WS-HOLD-STATUS TO WS-ERROR-STATUS
001800         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
001810     END-IF.
001820     OPEN OUTPUT HLXRPT.
001830     IF WS-HLXRPT-STATUS NOT = '00'
001840         MOVE 'HLXRPT' TO WS-ERROR-FILE-ID
001850         MOVE WS-HLXRPT-STATUS TO WS-ERROR-STATUS
001860         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
001870     END-IF.
001880     MOVE WS-TODAY-DATE TO HDG1-RUN-DATE.
001890     MOVE WS-HDG1-LINE TO HLXRPT-RECORD.
001900     PERFORM 1150-WRITE-HLXRPT THRU 1150-EXIT.
001910     MOVE WS-HDG2-LINE TO HLXRPT-RECORD.
001920     PERFORM 1150-WRITE-HLXRPT THRU 1150-EXIT.
001930     MOVE WS-BLANK-LINE TO HLXRPT-RECORD.
001940     PERFORM 1150-WRITE-HLXRPT THRU 1150-EXIT.
001950     MOVE WS-HDG3-LINE TO HLXRPT-RECORD.
001960     PERFORM 1150-WRITE-HLXRPT THRU 1150-EXIT.
001970     PERFORM 2100-READ-HOLD THRU 2100-EXIT.
001980 1000-EXIT.
001990     EXIT.
002000*****************************************************************
002010*    1150-WRITE-HLXRPT - COMMON WRITE-AND-STATUS-CHECK FOR THE
002020*    HOLD REPORT
002030*****************************************************************
002040 1150-WRITE-HLXRPT.
002050     WRITE HLXRPT-RECORD.
002060     IF WS-HLXRPT-STATUS NOT = '00'
002070         MOVE 'HLXRPT' TO WS-ERROR-FILE-ID
002080         MOVE WS-HLXRPT-STATUS TO WS-ERROR-STATUS
002090         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
002100     END-IF.
002110 1150-EXIT.
002120     EXIT.
002130*****************************************************************
002140*    2000-JUDGE-ONE-HOLD - LAPSE THE HOLD IF ITS EXPIRY DATE HAS
002150*    PASSED, THEN LIST WHATEVER HAS HAPPENED TO IT THAT HAS NOT
002160*    BEEN LISTED YET.  A HOLD PLACED AND ENDED BETWEEN TWO RUNS
002170*    IS LISTED TWICE - ONCE PLACED, ONCE ENDED - SO THE PLACED
002180*    FIGURES STILL SHOW EVERYTHING THAT WAS PUT ON
002190*****************************************************************
002200 2000-JUDGE-ONE-HOLD.
002210     IF HLD-PLACEHOLDER
002220         GO TO 2000-NEXT
002230     END-IF.
002240     ADD 1 TO WS-HOLD-READ-COUNT.
002250     MOVE 'N' TO WS-CHANGED-SW.
002260     IF HLD-STATUS-ACTIVE
002270         AND NOT HLD-NO-EXPIRY
002280         AND HLD-EXPIRY-DATE LESS THAN WS-TODAY-DATE
002290         PERFORM 2500-EXPIRE-HOLD THRU 2500-EXIT
002300     END-IF.
002310     IF HLD-NOT-REPORTED
002320         PERFORM 2600-LIST-PLACED THRU 2600-EXIT
002330     END-IF.
002340     IF HLD-STATUS-RELEASED OR HLD-STATUS-EXPIRED
002350         IF NOT HLD-END-REPORTED
002360             PERFORM 2650-LIST-ENDED THRU 2650-EXIT
002370         END-IF
002380     END-IF.
002390     IF HLD-STATUS-ACTIVE
002400         ADD 1 TO WS-ACTIVE-COUNT
002410         ADD HLD-AMOUNT TO WS-ACTIVE-TOTAL
002420     END-IF.
002430     IF WS-RECORD-CHANGED
002440         PERFORM 2700-REWRITE-HOLD THRU 2700-EXIT
002450     END-IF.
002460 2000-NEXT.
002470     PERFORM 2100-READ-HOLD THRU 2100-EXIT.
002480 2000-EXIT.
002490     EXIT.
002500*****************************************************************
002510*    2100-READ-HOLD - SEQUENTIAL BROWSE OF THE WHOLE KSDS
002520*****************************************************************
002530 2100-READ-HOLD.
002540     READ HOLDVSAM
002550         AT END
002560             MOVE 'Y' TO WS-EOF-HOLD-SW
002570     END-READ.
002580     IF WS-HOLD-STATUS NOT = '00' AND WS-HOLD-STATUS NOT = '10'
002590         MOVE 'HOLDVSAM' TO WS-ERROR-FILE-ID
002600         MOVE WS-HOLD-STATUS TO WS-ERROR-STATUS
002610         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
002620     END-IF.
002630 2100-EXIT.
002640     EXIT.
002650*****************************************************************
002660*    2500-EXPIRE-HOLD - LAPSE AN ACTIVE HOLD PAST ITS EXPIRY
002670*    DATE.  THE RELEASE FIELDS CARRY 'SYS' AND THE RUN DATE SO
002680*    YHLD SHOWS HOW THE HOLD ENDED
002690*****************************************************************
002700 2500-EXPIRE-HOLD.
002710     MOVE 'EX' TO HLD-STATUS.
002720     MOVE 'SYS' TO HLD-RELEASED-BY.
002730     MOVE WS-TODAY-DATE TO HLD-RELEASED-DATE.
002740     ACCEPT WS-TIME-WORK FROM TIME.
002750     MOVE WS-TIME-WORK (1:6) TO HLD-RELEASED-TIME.
002760     MOVE 'Y' TO WS-CHANGED-SW.
002770 2500-EXIT.
002780     EXIT.
002790*****************************************************************
002800*    2600-LIST-PLACED - LIST A HOLD NOT YET REPORTED AS PLACED
002810*****************************************************************
002820 2600-LIST-PLACED.
002830     MOVE SPACES TO WS-HOLD-LINE.
002840     MOVE 'PLACED' TO HDL-ACTION.
002850     MOVE HLD-PLACED-BY TO HDL-BY.
002860     MOVE HLD-PLACED-DATE TO HDL-ON-DATE.
002870     PERFORM 2680-WRITE-HOLD-LINE THRU 2680-EXIT.
002880     ADD 1 TO WS-PLACED-COUNT.
002890     ADD HLD-AMOUNT TO WS-PLACED-TOTAL.
002900     MOVE 'P' TO HLD-REPORTED.
002910     MOVE 'Y' TO WS-CHANGED-SW.
002920 2600-EXIT.
002930     EXIT.
002940*****************************************************************
002950*    2650-LIST-ENDED - LIST A RELEASED OR EXPIRED HOLD NOT YET
002960*    REPORTED AS ENDED
002970*****************************************************************
002980 2650-LIST-ENDED.
002990     MOVE SPACES TO WS-HOLD-LINE.
003000     IF HLD-STATUS-EXPIRED
003010         MOVE 'EXPIRED' TO HDL-ACTION
003020         ADD 1 TO WS-EXPIRED-COUNT
003030         ADD HLD-AMOUNT TO WS-EXPIRED-TOTAL
003040     ELSE
003050         MOVE 'RELEASED' TO HDL-ACTION
003060         ADD 1 TO WS-RELEASED-COUNT
003070         ADD HLD-AMOUNT TO WS-RELEASED-TOTAL
003080     END-IF.
003090     MOVE HLD-RELEASED-BY TO HDL-BY.
003100     MOVE HLD-RELEASED-DATE TO HDL-ON-DATE.
003110     PERFORM 2680-WRITE-HOLD-LINE THRU 2680-EXIT.
003120     MOVE 'E' TO HLD-REPORTED.
003130     MOVE 'Y' TO WS-CHANGED-SW.
003140 2650-EXIT.
003150     EXIT.
003160*****************************************************************
003170*    2680-WRITE-HOLD-LINE - THE FIELDS COMMON TO EVERY LINE.  A
003180*    HOLD WITH NO EXPIRY DATE SHOWS 'RELEASE' - IT RUNS UNTIL
003190*    SOMEONE RELEASES IT
003200*****************************************************************
003210 2680-WRITE-HOLD-LINE.
003220     MOVE HLD-RECORD-ID TO HDL-ACCOUNT-ID.
003230     MOVE HLD-HOLD-NO TO HDL-HOLD-NO.
003240     MOVE HLD-REASON-CODE TO HDL-REASON.
003250     MOVE HLD-AMOUNT TO HDL-AMOUNT.
003260     IF HLD-NO-EXPIRY
003270         MOVE 'RELEASE' TO HDL-EXPIRY-DATE
003280     ELSE
003290         MOVE HLD-EXPIRY-DATE TO HDL-EXPIRY-DATE
003300     END-IF.
003310     MOVE WS-HOLD-LINE TO HLXRPT-RECORD.
003320     PERFORM 1150-WRITE-HLXRPT THRU 1150-EXIT.
003330 2680-EXIT.
003340     EXIT.
003350*****************************************************************
003360*    2700-REWRITE-HOLD - PUT THE EXPIRY AND THE REPORTED MARK
003370*    BACK IN PLACE
003380*****************************************************************
003390 2700-REWRITE-HOLD.
003400     REWRITE YXXX024-RECORD.
003410     IF WS-HOLD-STATUS NOT = '00'
003420         MOVE 'HOLDVSAM' TO WS-ERROR-FILE-ID
003430         MOVE WS-HOLD-STATUS TO WS-ERROR-STATUS
003440         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003450     END-IF.
003460 2700-EXIT.
003470     EXIT.
003480*****************************************************************
003490*    8000-WRITE-TOTALS - COUNTS AND AMOUNTS FOR EACH ACTIVITY
003500*    AND FOR THE HOLDS STILL ACTIVE AT THE END OF THE RUN
003510*****************************************************************
003520 8000-WRITE-TOTALS.
003530     MOVE WS-BLANK-LINE TO HLXRPT-RECORD.
003540     PERFORM 1150-WRITE-HLXRPT THRU 1150-EXIT.
003550     MOVE SPACES TO WS-COUNT-LINE.
003560     MOVE 'HOLD RECORDS READ.............' TO CNT-LABEL.
003570     MOVE WS-HOLD-READ-COUNT TO CNT-COUNT.
003580     MOVE WS-COUNT-LINE TO HLXRPT-RECORD.
003590     PERFORM 1150-WRITE-HLXRPT THRU 1150-EXIT.
003600     MOVE SPACES TO WS-COUNT-LINE.
003610     MOVE 'HOLDS PLACED..................' TO CNT-LABEL.
003620     MOVE WS-PLACED-COUNT TO CNT-COUNT.
003630     MOVE WS-COUNT-LINE TO HLXRPT-RECORD.
003640     PERFORM 1150-WRITE-HLXRPT THRU 1150-EXIT.
003650     MOVE SPACES TO WS-AMOUNT-LINE.
003660     MOVE 'AMOUNT PLACED.................' TO AMT-LABEL.
003670     MOVE WS-PLACED-TOTAL TO AMT-AMOUNT.
003680     MOVE WS-AMOUNT-LINE TO HLXRPT-RECORD.
003690     PERFORM 1150-WRITE-HLXRPT THRU 1150-EXIT.
003700     MOVE SPACES TO WS-COUNT-LINE.
003710     MOVE 'HOLDS RELEASED................' TO CNT-LABEL.
003720     MOVE WS-RELEASED-COUNT TO CNT-COUNT.
003730     MOVE WS-COUNT-LINE TO HLXRPT-RECORD.
003740     PERFORM 1150-WRITE-HLXRPT THRU 1150-EXIT.
003750     MOVE SPACES TO WS-AMOUNT-LINE.
003760     MOVE 'AMOUNT RELEASED...............' TO AMT-LABEL.
003770     MOVE WS-RELEASED-TOTAL TO AMT-AMOUNT.
003780     MOVE WS-AMOUNT-LINE TO HLXRPT-RECORD.
003790     PERFORM 1150-WRITE-HLXRPT THRU 1150-EXIT.
003800     MOVE SPACES TO WS-COUNT-LINE.
003810     MOVE 'HOLDS EXPIRED.................' TO CNT-LABEL.
003820     MOVE WS-EXPIRED-COUNT TO CNT-COUNT.
003830     MOVE WS-COUNT-LINE TO HLXRPT-RECORD.
003840     PERFORM 1150-WRITE-HLXRPT THRU 1150-EXIT.
003850     MOVE SPACES TO WS-AMOUNT-LINE.
003860     MOVE 'AMOUNT EXPIRED................' TO AMT-LABEL.
003870     MOVE WS-EXPIRED-TOTAL TO AMT-AMOUNT.
003880     MOVE WS-AMOUNT-LINE TO HLXRPT-RECORD.
003890     PERFORM 1150-WRITE-HLXRPT THRU 1150-EXIT.
003900     MOVE SPACES TO WS-COUNT-LINE.
003910     MOVE 'HOLDS STILL ACTIVE............' TO CNT-LABEL.
003920     MOVE WS-ACTIVE-COUNT TO CNT-COUNT.
003930     MOVE WS-COUNT-LINE TO HLXRPT-RECORD.
003940     PERFORM 1150-WRITE-HLXRPT THRU 1150-EXIT.
003950     MOVE SPACES TO WS-AMOUNT-LINE.
003960     MOVE 'AMOUNT STILL HELD.............' TO AMT-LABEL.
003970     MOVE WS-ACTIVE-TOTAL TO AMT-AMOUNT.
003980     MOVE WS-AMOUNT-LINE TO HLXRPT-RECORD.
003990     PERFORM 1150-WRITE-HLXRPT THRU 1150-EXIT.
004000 8000-EXIT.
004010     EXIT.
004020*****************************************************************
004030*    9000-TERMINATE - CLOSE THE FILES
004040*****************************************************************
004050 9000-TERMINATE.
004060     CLOSE HOLDVSAM.
004070     CLOSE HLXRPT.
004080 9000-EXIT.
004090     EXIT.
004100*****************************************************************
004110*    9900-FILE-ERROR - COMMON I/O ERROR HANDLER.  WRITES AN
004120*    OPERATOR MESSAGE AND FALLS THROUGH TO THE ABEND EXIT SO A
004130*    BAD OPEN/READ/WRITE NEVER PRODUCES A "CLEAN" RETURN CODE
004140*****************************************************************
004150 9900-FILE-ERROR.
004160     DISPLAY 'YHLX0001E I/O ERROR ON FILE ' WS-ERROR-FILE-ID
004170         ' - FILE STATUS ' WS-ERROR-STATUS.
004180     DISPLAY 'YHLX0002E RUN TERMINATED - NOTIFY OPERATIONS'.
004190     MOVE 16 TO RETURN-CODE.
004200     GO TO 9999-ABEND-EXIT.
004210 9900-EXIT.
004220     EXIT.
004230*****************************************************************
004240*    9999-ABEND-EXIT - CLOSE WHATEVER FILES ARE OPEN AND END THE
004250*    RUN WITH THE NON-ZERO RETURN CODE ALREADY SET
004260*****************************************************************
004270 9999-ABEND-EXIT.
004280     CLOSE HOLDVSAM
004290         HLXRPT.
004300     GOBACK.
