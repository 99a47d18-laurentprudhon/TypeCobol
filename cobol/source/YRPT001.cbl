000370*                     OWN BUCKET IN THE PER-CURRENCY BREAKDOWN
000380*                     SO THE CURRENCY LINES STILL CROSS-FOOT TO
000382*                     THE CATEGORY TOTALS
000383*    2026-10-15  JWH  NEW CATEGORY 'DO' - A POSTING REFUSED
000384*                     BECAUSE THE ACCOUNT IS DORMANT (SEE MYPGM
000385*                     AND YDRM001).  LISTED AS 'DORMANT' WITH
000386*                     ITS OWN COUNT, DOLLAR TOTAL AND CURRENCY
000387*                     BUCKET, THE SAME WAY AS 'PD'
000390*****************************************************************
000400*    NARRATIVE
000410*    READS THE YXXX003 RESULT RECORDS MYPGM WROTE OVERNIGHT AND
001160 77  WS-EXCEPTION-AMOUNT          PIC S9(09)V99 COMP-3 VALUE ZERO.
001170 77  WS-PERIOD-COUNT              PIC 9(07) COMP-3 VALUE ZERO.
001180 77  WS-PERIOD-AMOUNT             PIC S9(09)V99 COMP-3 VALUE ZERO.
001183 77  WS-DORMANT-COUNT             PIC 9(07) COMP-3 VALUE ZERO.
001186 77  WS-DORMANT-AMOUNT            PIC S9(09)V99 COMP-3 VALUE ZERO.
001190 77  WS-GRAND-COUNT               PIC 9(07) COMP-3 VALUE ZERO.
001200 77  WS-GRAND-AMOUNT              PIC S9(09)V99 COMP-3 VALUE ZERO.
001210*****************************************************************
001380         10  WS-CCY-EX-AMOUNT     PIC S9(09)V99 COMP-3.
001382         10  WS-CCY-PD-COUNT      PIC 9(07) COMP-3.
001384         10  WS-CCY-PD-AMOUNT     PIC S9(09)V99 COMP-3.
001386         10  WS-CCY-DO-COUNT      PIC 9(07) COMP-3.
001388         10  WS-CCY-DO-AMOUNT     PIC S9(09)V99 COMP-3.
001390*****************************************************************
001400*    REPORT LINE LAYOUTS
001410*****************************************************************
003230             IF RPT-CAT-PERIOD
003240                 MOVE 'PERIOD REJ' TO DTL-CATEGORY
003250             ELSE
003253                 IF RPT-CAT-DORMANT
003256                     MOVE 'DORMANT' TO DTL-CATEGORY
003259                 ELSE
003262                     MOVE 'EXCEPTION' TO DTL-CATEGORY
003265                 END-IF
003270             END-IF
003280         END-IF
003290     END-IF.
003520                 ADD 1 TO WS-PERIOD-COUNT
003530                 ADD RPT-AMOUNT TO WS-PERIOD-AMOUNT
003540             ELSE
003543                 IF RPT-CAT-DORMANT
003546                     ADD 1 TO WS-DORMANT-COUNT
003549                     ADD RPT-AMOUNT TO WS-DORMANT-AMOUNT
003552                 ELSE
003555                     ADD 1 TO WS-EXCEPTION-COUNT
003558                     ADD RPT-AMOUNT TO WS-EXCEPTION-AMOUNT
003561                 END-IF
003570             END-IF
003580         END-IF
003590     END-IF.
003860         MOVE ZERO TO WS-CCY-EX-AMOUNT (WS-CCY-HIT)
003862         MOVE ZERO TO WS-CCY-PD-COUNT (WS-CCY-HIT)
003864         MOVE ZERO TO WS-CCY-PD-AMOUNT (WS-CCY-HIT)
003866         MOVE ZERO TO WS-CCY-DO-COUNT (WS-CCY-HIT)
003868         MOVE ZERO TO WS-CCY-DO-AMOUNT (WS-CCY-HIT)
003870         IF RPT-CURRENCY-CODE = SPACES
003880             MOVE '***' TO WS-CCY-CODE (WS-CCY-HIT)
003890         ELSE
004006                 ADD RPT-AMOUNT
004008                     TO WS-CCY-PD-AMOUNT (WS-CCY-HIT)
004009             ELSE
004011                 IF RPT-CAT-DORMANT
004013                     ADD 1 TO WS-CCY-DO-COUNT (WS-CCY-HIT)
004015                     ADD RPT-AMOUNT
004017                         TO WS-CCY-DO-AMOUNT (WS-CCY-HIT)
004019                 ELSE
004021                     ADD 1 TO WS-CCY-EX-COUNT (WS-CCY-HIT)
004023                     ADD RPT-AMOUNT
004025                         TO WS-CCY-EX-AMOUNT (WS-CCY-HIT)
004027                 END-IF
004030             END-IF
004032         END-IF
004040     END-IF.
004590     MOVE WS-PERIOD-AMOUNT TO TOT-AMOUNT.
004600     MOVE WS-TOTAL-LINE TO RECRPT-RECORD.
004610     PERFORM 1150-WRITE-RECRPT THRU 1150-EXIT.
004611     MOVE SPACES TO WS-TOTAL-LINE.
004612     MOVE 'DORMANT REJECTS' TO TOT-LABEL.
004613     MOVE WS-DORMANT-COUNT TO TOT-COUNT.
004614     MOVE WS-DORMANT-AMOUNT TO TOT-AMOUNT.
004615     MOVE WS-TOTAL-LINE TO RECRPT-RECORD.
004616     PERFORM 1150-WRITE-RECRPT THRU 1150-EXIT.
004620     MOVE WS-BLANK-LINE TO RECRPT-RECORD.
004630     PERFORM 1150-WRITE-RECRPT THRU 1150-EXIT.
004640     MOVE SPACES TO WS-TOTAL-LINE.
005107         MOVE WS-CCY-LINE TO RECRPT-RECORD
005108         PERFORM 1150-WRITE-RECRPT THRU 1150-EXIT
005109     END-IF.
005110     IF WS-CCY-DO-COUNT (WS-CCY-IX) NOT = ZERO
005111         MOVE SPACES TO WS-CCY-LINE
005112         MOVE WS-CCY-CODE (WS-CCY-IX) TO CCY-CODE
005113         MOVE 'DORMANT' TO CCY-LABEL
005114         MOVE WS-CCY-DO-COUNT (WS-CCY-IX) TO CCY-COUNT
005115         MOVE WS-CCY-DO-AMOUNT (WS-CCY-IX) TO CCY-AMOUNT
005116         MOVE WS-CCY-LINE TO RECRPT-RECORD
005117         PERFORM 1150-WRITE-RECRPT THRU 1150-EXIT
005118     END-IF.
005119 8100-EXIT.
005120     EXIT.
005130*****************************************************************
005140*    9000-TERMINATE - CLOSE THE FILES
