000150*                     9800-WRITE-RUN-LOG - CARRYING THE MASTER
000160*                     TOTALS AND THE IN-BALANCE RESULT SO YRUN
000170*                     ANSWERS "DID THE LEDGER BALANCE LAST NIGHT"
000171*    2026-10-15  JWH  'DB' DEBIT POSTINGS MOVE THE BALANCE (BY A
000172*                     NEGATIVE AMOUNT) AND NOW JOIN THE POSTED
000173*                     DELTA IN THE PROOF EQUATION
000174*    2026-10-15  JWH  DORMANT ('DM') ACCOUNTS GET THEIR OWN LINE
000175*                     IN THE STATUS BREAKOUT AND THEIR OWN COUNT
000176*                     ON THE CARRY RECORD (TBL-DM-COUNT) - THEY
000177*                     NO LONGER SHOW AS UNKNOWN STATUS
000180*****************************************************************
000190*    NARRATIVE
000200*    YRPT001 ONLY TOTALS THE DAY'S YXXX003 RECORDS; NOTHING EVER
000210*    ADDED UP THE MASTER ITSELF, SO A BALANCE CORRUPTED ON THE
000220*    KSDS WOULD SIT UNDETECTED.  THIS PROGRAM BROWSES THE WHOLE
000230*    MASTER, REPORTS RECORD COUNTS AND BALANCE TOTALS BROKEN OUT
000240*    BY STATUS (AC/CL/EX/DM), AND PROVES
000250*        PRIOR-DAY MASTER TOTAL (YXXX007 CARRY RECORD)
000260*      + TONIGHT'S POSTED BALANCE-AFFECTING TOTAL (THE RUN'S
000270*        YXXX003 'PO' RECORDS CODED AD, CH OR DB - A 'DL' IS IN
000280*        THE DOLLAR CONTROL TOTAL BUT NEVER TOUCHES A BALANCE)
000290*      = TONIGHT'S MASTER TOTAL.
000300*    ANY DRIFT IS REPORTED AND THE RUN ENDS RC=16, SO MYPGMJ
000310*    DOES NOT END CLEAN UNLESS THE LEDGER ACTUALLY BALANCES.
001350 77  WS-CL-TOTAL                  PIC S9(13)V99 COMP-3 VALUE ZERO.
001360 77  WS-EX-COUNT                  PIC 9(09) COMP-3 VALUE ZERO.
001370 77  WS-EX-TOTAL                  PIC S9(13)V99 COMP-3 VALUE ZERO.
001373 77  WS-DM-COUNT                  PIC 9(09) COMP-3 VALUE ZERO.
001376 77  WS-DM-TOTAL                  PIC S9(13)V99 COMP-3 VALUE ZERO.
001380 77  WS-OTH-COUNT                 PIC 9(09) COMP-3 VALUE ZERO.
001390 77  WS-OTH-TOTAL                 PIC S9(13)V99 COMP-3 VALUE ZERO.
001400 77  WS-MASTER-COUNT              PIC 9(09) COMP-3 VALUE ZERO.
002650                 ADD MST-BALANCE OF YXXX002-RECORD
002660                     TO WS-EX-TOTAL
002670             ELSE
002674                 IF MST-STATUS-DORMANT OF YXXX002-RECORD
002678                     ADD 1 TO WS-DM-COUNT
002682                     ADD MST-BALANCE OF YXXX002-RECORD
002686                         TO WS-DM-TOTAL
002690                 ELSE
002694                     ADD 1 TO WS-OTH-COUNT
002698                     ADD MST-BALANCE OF YXXX002-RECORD
002702                         TO WS-OTH-TOTAL
002706                 END-IF
002710             END-IF
002720         END-IF
002730     END-IF.
002980 3000-TALLY-POSTINGS.
002990     IF RPT-CAT-POSTED
003000         ADD RPT-AMOUNT TO WS-POSTED-CONTROL
003010         IF RPT-CODE-ADD OR RPT-CODE-CHANGE OR RPT-CODE-DEBIT
003020             ADD RPT-AMOUNT TO WS-POSTED-DELTA
003030         END-IF
003040     END-IF.
003800     MOVE WS-AC-COUNT TO TBL-AC-COUNT OF TBALOUT-RECORD.
003810     MOVE WS-CL-COUNT TO TBL-CL-COUNT OF TBALOUT-RECORD.
003820     MOVE WS-EX-COUNT TO TBL-EX-COUNT OF TBALOUT-RECORD.
003825     MOVE WS-DM-COUNT TO TBL-DM-COUNT OF TBALOUT-RECORD.
003830     WRITE TBALOUT-RECORD.
003840     IF WS-TBALOUT-STATUS NOT = '00'
003850         MOVE 'TBALOUT' TO WS-ERROR-FILE-ID
004130     MOVE 'EXCEPTION(EX)........' TO STA-LABEL.
004140     MOVE WS-EX-COUNT TO STA-COUNT.
004150     MOVE WS-EX-TOTAL TO STA-AMOUNT.
004151     MOVE WS-STATUS-LINE TO TBLRPT-RECORD.
004152     PERFORM 8100-WRITE-TBLRPT THRU 8100-EXIT.
004153     MOVE SPACES TO WS-STATUS-LINE.
004154     MOVE 'DORMANT  (DM)........' TO STA-LABEL.
004155     MOVE WS-DM-COUNT TO STA-COUNT.
004156     MOVE WS-DM-TOTAL TO STA-AMOUNT.
004160     MOVE WS-STATUS-LINE TO TBLRPT-RECORD.
004170     PERFORM 8100-WRITE-TBLRPT THRU 8100-EXIT.
004180     IF WS-OTH-COUNT NOT = ZERO
