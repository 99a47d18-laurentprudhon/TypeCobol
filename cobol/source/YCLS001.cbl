000110*    2026-09-02  JWH  ORIGINAL PROGRAM - MONTH-END ACCOUNTING-
000120*                     PERIOD CLOSE.  THE CONTROL THE AUDITORS
000130*                     ASKED FOR AFTER THE LAST RESTATEMENT
000131*    2026-10-15  JWH  DORMANT ('DM') ACCOUNTS ARE COUNTED IN
000132*                     THEIR OWN SNAPSHOT BUCKET (TBL-DM-COUNT)
000133*                     INSTEAD OF FALLING INTO THE EXCEPTION COUNT
000134*    2026-10-15  JWH  THE YEAR-END LOCK (PRD-CLOSED-YEAR) IS
000135*                     CARRIED FORWARD ONTO THE ROLLED PERIOD
000136*                     RECORD, AND A JANUARY WHOSE PRIOR YEAR
000137*                     YYEC001 HAS NOT CLOSED IS NOT CLOSED HERE -
000138*                     THE YEAR-END CLOSE MUST RUN FIRST
000140*****************************************************************
000150*    NARRATIVE
000160*    RUNS ONCE AT MONTH END, AFTER THE MONTH'S FINAL MYPGMJ HAS
000350*    THEY WERE AT THE POINT OF FAILURE; RERUN THE JOB.  A
000360*    PERIOD RECORD HAND-SET TO STATUS 'C' FREEZES POSTING
000370*    ALTOGETHER (MYPGM ENDS RC=16) UNTIL THE ROLL COMPLETES.
000372*    THE DECEMBER CLOSE IS FOLLOWED BY THE YYEC001J YEAR-END
000374*    CLOSE BEFORE THE NEXT NIGHTLY RUN; THIS PROGRAM ONLY CARRIES
000376*    THE LAST YEAR CLOSED FORWARD AND NEVER ADVANCES IT.
000380*    DD NAMES PERDIN/MASTFILE/SNAPOUT/PERDOUT/CLSRPT - SEE
000390*    YCLS001J.jcl.
000400*****************************************************************
001152 77  WS-TODAY-PERIOD              PIC 9(06) VALUE ZERO.
001154 77  WS-TODAY-DAY-REM             PIC 9(02) VALUE ZERO.
001160 77  WS-CLOSING-PERIOD            PIC 9(06) VALUE ZERO.
001162 77  WS-CLOSED-YEAR               PIC 9(04) VALUE ZERO.
001164 77  WS-CLOSING-YEAR              PIC 9(04) VALUE ZERO.
001166 77  WS-CLOSING-MONTH-REM         PIC 9(02) VALUE ZERO.
001170 01  WS-NEXT-PERIOD-FIELDS.
001180     05  WS-NEXT-PERIOD           PIC 9(06).
001190     05  WS-NEXT-SPLIT REDEFINES WS-NEXT-PERIOD.
001290 77  WS-AC-COUNT                  PIC 9(09) COMP-3 VALUE ZERO.
001300 77  WS-CL-COUNT                  PIC 9(09) COMP-3 VALUE ZERO.
001310 77  WS-EX-COUNT                  PIC 9(09) COMP-3 VALUE ZERO.
001315 77  WS-DM-COUNT                  PIC 9(09) COMP-3 VALUE ZERO.
001320 77  WS-MTD-COUNT-TOTAL           PIC 9(09) COMP-3 VALUE ZERO.
001330 77  WS-MTD-AMOUNT-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
001340 77  WS-RESET-COUNT               PIC 9(09) COMP-3 VALUE ZERO.
002076     END-IF.
002077     MOVE PRD-CURRENT-PERIOD OF PERDIN-RECORD
002078         TO WS-CLOSING-PERIOD.
002079     IF PRD-CLOSED-YEAR OF PERDIN-RECORD NUMERIC
002080         MOVE PRD-CLOSED-YEAR OF PERDIN-RECORD TO WS-CLOSED-YEAR
002081     END-IF.
002082*    A PERIOD MORE THAN A YEAR PAST THE LAST YEAR CLOSED IS A
002083*    JANUARY WHOSE PRIOR YEAR WAS NEVER CLOSED.  ROLLING IT ON
002084*    WOULD STRAND THE YEAR - YYEC001 ONLY CLOSES FROM JANUARY
002085     DIVIDE WS-CLOSING-PERIOD BY 100 GIVING WS-CLOSING-YEAR
002086         REMAINDER WS-CLOSING-MONTH-REM.
002087     IF WS-CLOSED-YEAR NOT = ZERO
002088         AND WS-CLOSING-YEAR GREATER THAN WS-CLOSED-YEAR + 1
002089         DISPLAY 'YCLS0006E YEAR ' WS-CLOSED-YEAR
002090             ' IS THE LAST YEAR CLOSED - RUN YYEC001J BEFORE '
002091             'CLOSING PERIOD ' WS-CLOSING-PERIOD
002092         MOVE 16 TO RETURN-CODE
002093         GO TO 9999-ABEND-EXIT
002094     END-IF.
002095     OPEN I-O MASTFILE.
002100     IF WS-MAST-STATUS NOT = '00'
002110         MOVE 'MASTFILE' TO WS-ERROR-FILE-ID
002120         MOVE WS-MAST-STATUS TO WS-ERROR-STATUS
002600         IF MST-STATUS-CLOSED OF YXXX002-RECORD
002610             ADD 1 TO WS-CL-COUNT
002620         ELSE
002623             IF MST-STATUS-DORMANT OF YXXX002-RECORD
002626                 ADD 1 TO WS-DM-COUNT
002629             ELSE
002632                 ADD 1 TO WS-EX-COUNT
002635             END-IF
002640         END-IF
002650     END-IF.
002660*    A RECORD CUT BEFORE THE MTD FIELDS EXISTED CARRIES SPACES
003140     MOVE WS-AC-COUNT TO TBL-AC-COUNT.
003150     MOVE WS-CL-COUNT TO TBL-CL-COUNT.
003160     MOVE WS-EX-COUNT TO TBL-EX-COUNT.
003165     MOVE WS-DM-COUNT TO TBL-DM-COUNT.
003170     WRITE YXXX007-RECORD.
003180     IF WS-SNAP-STATUS NOT = '00'
003190         MOVE 'SNAPOUT' TO WS-ERROR-FILE-ID
003430     MOVE 'O' TO PRD-STATUS OF PERDOUT-RECORD.
003440     MOVE WS-NEXT-CUTOFF
003450         TO PRD-PRIOR-CUTOFF OF PERDOUT-RECORD.
003452     IF WS-CLOSED-YEAR NOT = ZERO
003454         MOVE WS-CLOSED-YEAR TO PRD-CLOSED-YEAR OF PERDOUT-RECORD
003456     END-IF.
003460     WRITE PERDOUT-RECORD.
003470     IF WS-PERDOUT-STATUS NOT = '00'
003480         MOVE 'PERDOUT' TO WS-ERROR-FILE-ID
