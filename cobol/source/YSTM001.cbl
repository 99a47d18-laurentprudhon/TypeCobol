000120*                     STATEMENTS OFF THE YXXX004 POSTING-HISTORY
000130*                     JOURNAL, ONE FORMATTED STATEMENT PER
000140*                     ACCOUNT WITH ACTIVITY IN THE PERIOD
000142*    2026-10-15  JWH  'DB' DEBIT POSTINGS - THEY LIST WITH
000144*                     THEIR NEGATIVE AMOUNT LIKE ANY OTHER
000146*                     POSTING, AND THE CLOSE OF EACH STATEMENT
000148*                     NOW ALSO SHOWS THE PERIOD'S DEBIT TOTAL
000150*****************************************************************
000160*    NARRATIVE
000170*    RUNS AFTER THE LAST BUSINESS DAY OF THE MONTH AND PRODUCES
000210*    OPENING BALANCE (BALANCE BEFORE THE FIRST POSTING IN THE
000220*    PERIOD), EVERY POSTING IN DATE ORDER - TRANSACTION CODE,
000230*    AMOUNT, BALANCE AFTER - INCLUDING THE ONLINE YMNT
000235*    ADJUSTMENTS MYPGM JOURNALS ('OA'/'OS') AND THE FEED'S
000240*    'DB' DEBITS (JOURNALED WITH A NEGATIVE AMOUNT, TOTALLED
000245*    AT THE CLOSE OF THE STATEMENT), AND THE CLOSING
000250*    BALANCE, WHICH IS THEN PROVED AGAINST MST-BALANCE ON THE
000260*    YXXX002 MASTER.  ANY DISAGREEMENT IS FLAGGED ON THE
000270*    STATEMENT AND THE RUN ENDS RC=4 SO OPERATIONS LOOKS.
001080 77  WS-ACCT-OPEN-BALANCE         PIC S9(09)V99 COMP-3 VALUE ZERO.
001090 77  WS-ACCT-CLOSE-BALANCE        PIC S9(09)V99 COMP-3 VALUE ZERO.
001100 77  WS-ACCT-POSTING-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
001105 77  WS-ACCT-DEBIT-TOTAL          PIC S9(09)V99 COMP-3 VALUE ZERO.
001110*****************************************************************
001120*    RUN TOTALS
001130*****************************************************************
003760     MOVE HST-RECORD-ID TO WS-CURR-ACCOUNT-ID.
003770     MOVE HST-BALANCE-BEFORE TO WS-ACCT-OPEN-BALANCE.
003780     MOVE ZERO TO WS-ACCT-POSTING-COUNT.
003785     MOVE ZERO TO WS-ACCT-DEBIT-TOTAL.
003790     ADD 1 TO WS-STMT-COUNT.
003800     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
003810     MOVE SPACES TO WS-BALANCE-LINE.
004040     ADD 1 TO WS-LINE-COUNT.
004050     MOVE HST-BALANCE-AFTER TO WS-ACCT-CLOSE-BALANCE.
004060     ADD 1 TO WS-ACCT-POSTING-COUNT.
004062     IF HST-TRANS-CODE = 'DB'
004064         ADD HST-AMOUNT TO WS-ACCT-DEBIT-TOTAL
004066     END-IF.
004070     ADD 1 TO WS-LISTED-COUNT.
004080 2300-EXIT.
004090     EXIT.
004170     MOVE SPACES TO WS-BALANCE-LINE.
004180     MOVE 'CLOSING BALANCE.........' TO BAL-LABEL.
004190     MOVE WS-ACCT-CLOSE-BALANCE TO BAL-AMOUNT.
004191     MOVE WS-BALANCE-LINE TO STMRPT-RECORD.
004192     PERFORM 1150-WRITE-STMRPT THRU 1150-EXIT.
004193     MOVE SPACES TO WS-BALANCE-LINE.
004194     MOVE 'DEBITS THIS PERIOD......' TO BAL-LABEL.
004195     MOVE WS-ACCT-DEBIT-TOTAL TO BAL-AMOUNT.
004200     MOVE WS-BALANCE-LINE TO STMRPT-RECORD.
004210     PERFORM 1150-WRITE-STMRPT THRU 1150-EXIT.
004220     MOVE SPACES TO WS-TOTAL-LINE.
