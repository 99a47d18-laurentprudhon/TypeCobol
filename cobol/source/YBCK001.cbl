000220*                     HISTORY IS NOW ALSO MIRRORED TO THE
000230*                     YXXX016 BROWSE KSDS (HISTVS) THE YHSB
000240*                     INQUIRY READS - SEE 2710-WRITE-HISTORY-
000241*                     VSAM, THE SAME TECHNIQUE MYPGM USES
000242*    2026-10-15  JWH  'DB' DEBIT POSTINGS ARE REVERSED LIKE A
000243*                     'CH' - THEIR YXXX003 AMOUNT IS ALREADY
000244*                     NEGATIVE, SO SUBTRACTING IT PUTS THE MONEY
000245*                     BACK.  COUNTED ON THEIR OWN BKRPT LINE; A
000246*                     SUSPENSE RE-DRIVE IS RESEEDED AS A 'DB'
000247*                     WITH THE UNSIGNED AMOUNT THE FEED CARRIES
000248*    2026-10-15  JWH  EVERY 'BK' JOURNAL ENTRY NOW CARRIES THE
000249*                     BACKOUT'S START TIME (HST-POST-TIME) AND
000250*                     THE STATUS THE REVERSAL LEFT ON THE MASTER
000251*                     (HST-NEW-STATUS) - 'RM' WHEN IT REMOVED AN
000252*                     ADDED ACCOUNT - SO THE YFRC001 FORWARD
000253*                     RECOVERY CAN REPLAY IT
000254*    2026-10-15  JWH  A REVERSED 'CH'/'DB' NOW ALSO BACKS OUT OF
000255*                     THE YEAR-TO-DATE ACCUMULATORS, AND OUT OF
000256*                     MST-YTD-INTEREST WHEN IT CAME IN ON THE
000257*                     'INTACCR' FEED (RPT-FEED-ID).  A SUSPENSE
000258*                     RE-DRIVE IS RESEEDED WITH ITS FEED ID
000260*****************************************************************
000270*    NARRATIVE
000280*    REVERSES ONE RUN OF MYPGM OUT OF THE MASTER.  READS THE
000310*    THE RECORD:
000320*        AD - THE RUN OPENED THE ACCOUNT; DELETE IT OFF THE KSDS
000330*        CH - THE RUN MOVED THE BALANCE; SUBTRACT THE AMOUNT BACK
000333*        DB - THE SAME - THE AMOUNT IS NEGATIVE, SO IT IS ADDED
000336*             BACK TO THE BALANCE
000340*        DL - THE RUN CLOSED THE ACCOUNT; SET IT ACTIVE AGAIN
000350*    'OI' AND 'EX' RECORDS NEVER TOUCHED THE MASTER AND ARE
000360*    SKIPPED.  EVERY REVERSAL IS JOURNALED TO THE YXXX004
001430*****************************************************************
001440 77  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
001450 77  WS-TIME-WORK                 PIC 9(08) VALUE ZERO.
001455 77  WS-RUN-TIME                  PIC 9(06) VALUE ZERO.
001460 01  WS-HISTORY-FIELDS.
001470     05  WS-HIST-BAL-BEFORE       PIC S9(09)V99 COMP-3.
001480     05  WS-HIST-BAL-AFTER        PIC S9(09)V99 COMP-3.
001620 77  WS-REVERSED-AMOUNT           PIC S9(11)V99 COMP-3 VALUE ZERO.
001630 77  WS-ADD-BACKED-COUNT          PIC 9(09) COMP-3 VALUE ZERO.
001640 77  WS-CHG-BACKED-COUNT          PIC 9(09) COMP-3 VALUE ZERO.
001645 77  WS-DBT-BACKED-COUNT          PIC 9(09) COMP-3 VALUE ZERO.
001650 77  WS-DEL-BACKED-COUNT          PIC 9(09) COMP-3 VALUE ZERO.
001660 77  WS-SKIPPED-COUNT             PIC 9(09) COMP-3 VALUE ZERO.
001670 77  WS-UNREVERSED-COUNT          PIC 9(09) COMP-3 VALUE ZERO.
002520*****************************************************************
002530 1000-INITIALIZE.
002540     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002543     ACCEPT WS-TIME-WORK FROM TIME.
002546     MOVE WS-TIME-WORK (1:6) TO WS-RUN-TIME.
002550     OPEN INPUT BKIN.
002560     IF WS-BKIN-STATUS NOT = '00'
002570         MOVE 'BKIN' TO WS-ERROR-FILE-ID
003720     IF RPT-CODE-ADD
003730         PERFORM 2400-BACKOUT-ADD THRU 2400-EXIT
003740     ELSE
003750         IF RPT-CODE-CHANGE OR RPT-CODE-DEBIT
003760             PERFORM 2500-BACKOUT-CHANGE THRU 2500-EXIT
003770         ELSE
003780             IF RPT-CODE-DELETE
004280     EXIT.
004290*****************************************************************
004300*    2500-BACKOUT-CHANGE - THE RUN ADDED THE AMOUNT TO THE
004306*    BALANCE, SO THE BACKOUT SUBTRACTS IT BACK OUT.  A 'DB'
004312*    COMES THROUGH HERE TOO - ITS AMOUNT IS NEGATIVE
004320*****************************************************************
004330 2500-BACKOUT-CHANGE.
004340     MOVE MST-BALANCE OF YXXX002-RECORD TO WS-HIST-BAL-BEFORE.
004500     IF MST-MTD-POST-COUNT OF YXXX002-RECORD GREATER THAN ZERO
004510         SUBTRACT 1 FROM MST-MTD-POST-COUNT OF YXXX002-RECORD
004520     END-IF.
004521     SUBTRACT RPT-AMOUNT FROM MST-MTD-POST-AMOUNT
004522         OF YXXX002-RECORD.
004523*    THE SAME FOR THE YEAR-TO-DATE ACCUMULATORS, AND FOR THE
004524*    INTEREST ONE WHEN THE POSTING CAME IN ON THE INTEREST FEED -
004525*    OR THE YYEC001 CERTIFICATE WOULD COUNT IT TWICE AFTER THE
004526*    RERUN
004527     IF MST-YTD-POST-COUNT OF YXXX002-RECORD NOT NUMERIC
004528         MOVE ZERO TO MST-YTD-POST-COUNT OF YXXX002-RECORD
004529     END-IF.
004530     IF MST-YTD-POST-AMOUNT OF YXXX002-RECORD NOT NUMERIC
004531         MOVE ZERO TO MST-YTD-POST-AMOUNT OF YXXX002-RECORD
004532     END-IF.
004533     IF MST-YTD-INTEREST OF YXXX002-RECORD NOT NUMERIC
004534         MOVE ZERO TO MST-YTD-INTEREST OF YXXX002-RECORD
004535     END-IF.
004536     IF MST-YTD-POST-COUNT OF YXXX002-RECORD GREATER THAN ZERO
004537         SUBTRACT 1 FROM MST-YTD-POST-COUNT OF YXXX002-RECORD
004538     END-IF.
004539     SUBTRACT RPT-AMOUNT FROM MST-YTD-POST-AMOUNT
004540         OF YXXX002-RECORD.
004541     IF RPT-FEED-ID = 'INTACCR'
004542         SUBTRACT RPT-AMOUNT FROM MST-YTD-INTEREST
004543             OF YXXX002-RECORD
004544     END-IF.
004550     ACCEPT MST-LAST-UPDATE-DATE OF YXXX002-RECORD
004560         FROM DATE YYYYMMDD.
004570     PERFORM 2800-REWRITE-MASTER THRU 2800-EXIT.
004580     ADD RPT-AMOUNT TO WS-REVERSED-AMOUNT.
004583     IF RPT-CODE-DEBIT
004586         ADD 1 TO WS-DBT-BACKED-COUNT
004589     ELSE
004592         ADD 1 TO WS-CHG-BACKED-COUNT
004595     END-IF.
004600     PERFORM 2700-WRITE-HISTORY THRU 2700-EXIT.
004610*    A REVERSED SUSPENSE RE-DRIVE POSTING GOES BACK ON THE
004620*    SUSPENSE FILE SO THE NEXT NIGHTLY RUN RE-APPLIES IT - THE
005010     MOVE WS-HIST-BAL-BEFORE TO HST-BALANCE-BEFORE.
005020     MOVE WS-HIST-BAL-AFTER TO HST-BALANCE-AFTER.
005030     MOVE 'B' TO HST-RUN-MODE.
005031     MOVE WS-RUN-TIME TO HST-POST-TIME.
005032     IF RPT-CODE-ADD
005033         MOVE 'RM' TO HST-NEW-STATUS
005034     ELSE
005035         MOVE MST-STATUS OF YXXX002-RECORD TO HST-NEW-STATUS
005036     END-IF.
005040     WRITE YXXX004-RECORD.
005050     IF WS-HIST-STATUS NOT = '00'
005060         MOVE 'HISTFILE' TO WS-ERROR-FILE-ID
005810*    WRITE IT BACK SO THE NEXT NIGHTLY RUN RE-DRIVES IT - NO
005820*    HAND RE-KEYING.  AN AMOUNT THE FEED FORMAT CANNOT CARRY
005830*    (OVER 9.999.999,99 OR NEGATIVE) IS LISTED FOR RE-KEYING
005835*    INSTEAD.  A 'DB' CARRIES A NEGATIVE LEDGER AMOUNT - THE
005840*    FEED SENDS IT UNSIGNED, SO ITS LIMITS ARE MIRRORED AND THE
005845*    UNSIGNED WS-RESEED-AMOUNT DROPS THE SIGN ON THE MOVE
005850*****************************************************************
005860 2750-RESEED-SUSPENSE.
005863     IF RPT-CODE-DEBIT
005866         IF RPT-AMOUNT LESS THAN -9999999,99
005869             OR RPT-AMOUNT GREATER THAN ZERO
005872             PERFORM 2770-REPORT-REKEY THRU 2770-EXIT
005875             GO TO 2750-EXIT
005878         END-IF
005881     ELSE
005884         IF RPT-AMOUNT GREATER THAN 9999999,99
005887             OR RPT-AMOUNT LESS THAN ZERO
005890             PERFORM 2770-REPORT-REKEY THRU 2770-EXIT
005893             GO TO 2750-EXIT
005896         END-IF
005910     END-IF.
005920     MOVE SPACES TO YXXX001-RECORD.
005930     MOVE RPT-RECORD-ID TO TRX-RECORD-ID.
005990     MOVE WS-RESEED-DEC TO TRX-AMOUNT-DEC-TEXT.
006000     MOVE 'RESEEDED BY BACKOUT' TO TRX-DESCRIPTION.
006010     MOVE SPACES TO TRX-CURRENCY-CODE.
006015     MOVE RPT-FEED-ID TO TRX-FEED-ID.
006020     MOVE SPACES TO SUSPOUT-RECORD.
006030     MOVE YXXX001-RECORD TO SUS-TRAN-IMAGE OF SUSPOUT-RECORD.
006040     MOVE WS-TODAY-DATE
006730     MOVE WS-COUNT-LINE TO BKRPT-RECORD.
006740     PERFORM 1150-WRITE-BKRPT THRU 1150-EXIT.
006750     MOVE SPACES TO WS-COUNT-LINE.
006751     MOVE 'DEBITS REVERSED...............' TO CNT-LABEL.
006752     MOVE WS-DBT-BACKED-COUNT TO CNT-COUNT.
006753     MOVE WS-COUNT-LINE TO BKRPT-RECORD.
006754     PERFORM 1150-WRITE-BKRPT THRU 1150-EXIT.
006755     MOVE SPACES TO WS-COUNT-LINE.
006760     MOVE 'DELETES REOPENED..............' TO CNT-LABEL.
006770     MOVE WS-DEL-BACKED-COUNT TO CNT-COUNT.
006780     MOVE WS-COUNT-LINE TO BKRPT-RECORD.
