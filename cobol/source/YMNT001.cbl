000200*                     SETS THE LIMIT ITSELF (KEYED IN THE ADJ
000210*                     AMOUNT FIELD, 9999999,99 NOT NEGATIVE)
000220*                     AND IS JOURNALED TO THE YADJ TDQ LIKE ANY
000221*                     OTHER SUPERVISED CHANGE
000222*    2026-10-15  JWH  NEW ACTION 'R' - REACTIVATE A DORMANT
000223*                     ('DM') ACCOUNT THE YDRM001 SWEEP PARKED.
000224*                     THE ONLY WAY BACK TO 'AC' - A STATUS
000225*                     CHANGE 'S' TO AC ON A DORMANT ACCOUNT IS
000226*                     REFUSED.  THE DORMANCY CLOCK (MST-LAST-
000227*                     TRANS-DATE) RESTARTS AT THE REACTIVATION
000228*                     DATE AND THE CHANGE IS JOURNALED TO YADJ
000229*    2026-10-15  JWH  A 'B' ADJUSTMENT NOW ALSO ROLLS THE YEAR-
000230*                     TO-DATE POSTING ACCUMULATORS.  IT IS NEVER
000231*                     INTEREST - MST-YTD-INTEREST MOVES ONLY ON
000232*                     THE 'INTACCR' FEED
000240*****************************************************************
000250*    NARRATIVE
000260*    PSEUDO-CONVERSATIONAL CICS TRANSACTION FOR SUPERVISED
000370*        ACTION 'L' - OVERDRAFT-LIMIT CHANGE, NEW LIMIT KEYED
000380*                     IN THE ADJ AMOUNT FIELD AS 9999999,99,
000390*                     NOT NEGATIVE (ZERO REMOVES THE OVERDRAFT)
000392*        ACTION 'R' - REACTIVATE A DORMANT ACCOUNT (STATUS 'DM'
000394*                     BACK TO 'AC').  A DORMANT ACCOUNT CANNOT
000396*                     BE SET 'AC' THROUGH ACTION 'S'
000400*    A REASON CODE IS MANDATORY ON EVERY CHANGE.  THE CHANGE IS
000410*    REWRITTEN TO THE KSDS IMMEDIATELY (FILE YXXX002M, THE
000420*    UPDATE-CAPABLE FCT ENTRY - YINQ'S YXXX002 ENTRY STAYS
002420     END-IF.
002430     MOVE 'Y' TO WS-APPLY-MODE-SW.
002440     IF ACTIONI NOT = 'S' AND ACTIONI NOT = 'B'
002450         AND ACTIONI NOT = 'L' AND ACTIONI NOT = 'R'
002460         MOVE 'Y' TO WS-EDIT-ERROR-SW
002470         MOVE 'ACTION MUST BE S (STATUS), B (BAL), L (LIMIT) OR R'
002480             TO WS-EDIT-MESSAGE
002490         GO TO 3100-EXIT
002500     END-IF.
002600         IF ACTIONI = 'B'
002610             PERFORM 3170-EDIT-ADJ-AMOUNT THRU 3170-EXIT
002620         ELSE
002625             IF ACTIONI = 'L'
002630                 PERFORM 3180-EDIT-LIMIT-AMOUNT THRU 3180-EXIT
002635             END-IF
002640         END-IF
002650     END-IF.
002660 3100-EXIT.
003860             ABCODE('YMN2')
003870         END-EXEC
003880     END-IF.
003881     PERFORM 3310-CHECK-DORMANCY THRU 3310-EXIT.
003882     IF WS-EDIT-ERROR
003883*        NOTHING WAS CHANGED - THE HELD RECORD IS RELEASED WHEN
003884*        THE TASK ENDS
003885         GO TO 3300-EXIT
003886     END-IF.
003890     PERFORM 3350-GET-STAMP THRU 3350-EXIT.
003900     MOVE SPACES TO YXXX008-RECORD.
003910     MOVE ACCTIDI TO ADJ-RECORD-ID.
003970         MOVE NEWSTATI TO MST-STATUS OF WS-MASTER-RECORD
003980         MOVE NEWSTATI TO ADJ-NEW-STATUS
003990     ELSE
003991         IF ACTIONI = 'R'
003992*            REACTIVATION - THE DORMANCY CLOCK RESTARTS
003993*            TODAY, SO THE NEXT YDRM001 SWEEP DOES NOT PARK
003994*            THE ACCOUNT STRAIGHT AGAIN
003995             MOVE 'AC' TO MST-STATUS OF WS-MASTER-RECORD
003996             MOVE 'AC' TO ADJ-NEW-STATUS
003997             MOVE WS-STAMP-DATE
003998                 TO MST-LAST-TRANS-DATE OF WS-MASTER-RECORD
003999         ELSE
004000             IF ACTIONI = 'B'
004001                 PERFORM 3320-CHECK-OVERDRAFT THRU 3320-EXIT
004002                 IF WS-EDIT-ERROR
004003*                    NOTHING WAS CHANGED - THE HELD RECORD IS
004004*                    RELEASED WHEN THE TASK ENDS
004005                     GO TO 3300-EXIT
004006                 END-IF
004007                 COMPUTE MST-BALANCE OF WS-MASTER-RECORD =
004008                     MST-BALANCE OF WS-MASTER-RECORD
004009                     + WS-ADJ-AMOUNT-NUM
004010*                AN ONLINE ADJUSTMENT MOVES THE BALANCE, SO IT
004011*                ROLLS THE MONTH-TO-DATE ACCUMULATORS LIKE ANY
004012*                BATCH 'CH' - OTHERWISE THE MONTH'S MTD AMOUNT
004013*                STOPS TYING TO BALANCE MOVEMENT.  SAME NOT-
004014*                NUMERIC GUARD AS THE OVERDRAFT LIMIT
004015                 IF MST-MTD-POST-COUNT OF WS-MASTER-RECORD
004016                     NOT NUMERIC
004017                     MOVE ZERO TO MST-MTD-POST-COUNT
004018                         OF WS-MASTER-RECORD
004019                 END-IF
004020                 IF MST-MTD-POST-AMOUNT OF WS-MASTER-RECORD
004021                     NOT NUMERIC
004022                     MOVE ZERO TO MST-MTD-POST-AMOUNT
004023                         OF WS-MASTER-RECORD
004024                 END-IF
004025                 ADD 1 TO MST-MTD-POST-COUNT OF WS-MASTER-RECORD
004026                 ADD WS-ADJ-AMOUNT-NUM
004027                     TO MST-MTD-POST-AMOUNT OF WS-MASTER-RECORD
004028*                AND THE YEAR-TO-DATE ONES THE SAME WAY
004029                 IF MST-YTD-POST-COUNT OF WS-MASTER-RECORD
004030                     NOT NUMERIC
004031                     MOVE ZERO TO MST-YTD-POST-COUNT
004032                         OF WS-MASTER-RECORD
004033                 END-IF
004034                 IF MST-YTD-POST-AMOUNT OF WS-MASTER-RECORD
004035                     NOT NUMERIC
004036                     MOVE ZERO TO MST-YTD-POST-AMOUNT
004037                         OF WS-MASTER-RECORD
004038                 END-IF
004039                 ADD 1 TO MST-YTD-POST-COUNT OF WS-MASTER-RECORD
004040                 ADD WS-ADJ-AMOUNT-NUM
004041                     TO MST-YTD-POST-AMOUNT OF WS-MASTER-RECORD
004042                 MOVE WS-ADJ-AMOUNT-NUM TO ADJ-AMOUNT
004043             ELSE
004044*                ACTION 'L' - THE NEW OVERDRAFT LIMIT; THE
004045*                BALANCE ITSELF IS UNTOUCHED
004046                 MOVE WS-ADJ-AMOUNT-NUM
004047                     TO MST-OVERDRAFT-LIMIT OF WS-MASTER-RECORD
004048                 MOVE WS-ADJ-AMOUNT-NUM TO ADJ-AMOUNT
004060             END-IF
004350         END-IF
004360     END-IF.
004370     MOVE MST-BALANCE OF WS-MASTER-RECORD TO ADJ-BALANCE-AFTER.
004660         EXEC CICS ABEND
004670             ABCODE('YMN4')
004680         END-EXEC
004681     END-IF.
004682 3300-EXIT.
004683     EXIT.
004684*****************************************************************
004685*    3310-CHECK-DORMANCY - ONLY A DORMANT ACCOUNT CAN BE
004686*    REACTIVATED, AND A DORMANT ACCOUNT RETURNS TO 'AC' ONLY BY
004687*    REACTIVATION - SO EVERY RETURN FROM DORMANCY IS A
004688*    DELIBERATE, JOURNALED 'R' AND NEVER A ROUTINE STATUS FIX
004689*****************************************************************
004690 3310-CHECK-DORMANCY.
004691     IF ACTIONI = 'R'
004692         AND NOT MST-STATUS-DORMANT OF WS-MASTER-RECORD
004693         MOVE 'Y' TO WS-EDIT-ERROR-SW
004694         MOVE 'ACCOUNT IS NOT DORMANT - NOTHING TO REACTIVATE'
004695             TO WS-EDIT-MESSAGE
004696     END-IF.
004697     IF ACTIONI = 'S' AND NEWSTATI = 'AC'
004698         AND MST-STATUS-DORMANT OF WS-MASTER-RECORD
004699         MOVE 'Y' TO WS-EDIT-ERROR-SW
004700         MOVE 'ACCOUNT IS DORMANT - USE ACTION R TO REACTIVATE'
004701             TO WS-EDIT-MESSAGE
004702     END-IF.
004703 3310-EXIT.
004710     EXIT.
004720*****************************************************************
004730*    3320-CHECK-OVERDRAFT - WOULD THE KEYED ADJUSTMENT TAKE THE
005310         IF MST-STATUS-CLOSED OF WS-MASTER-RECORD
005320             MOVE 'CLOSED' TO STATUSO
005330         ELSE
005333             IF MST-STATUS-DORMANT OF WS-MASTER-RECORD
005336                 MOVE 'DORMANT' TO STATUSO
005339             ELSE
005342                 MOVE 'EXCEPTION' TO STATUSO
005345             END-IF
005350         END-IF
005360     END-IF.
005370     MOVE MST-BALANCE OF WS-MASTER-RECORD TO WS-BALANCE-EDIT.
