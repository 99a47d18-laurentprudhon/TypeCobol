000154*                     THROUGHOUT THIS SYSTEM (SEE MYPGM), AND
000155*                     THIS PROGRAM HAD DRIFTED TO A MIX OF 77
000156*                     AND 01
000158*    2026-10-15  JWH  STATUS 'DM' NOW DISPLAYS AS DORMANT
000160*    2026-10-15  JWH  AVAILABLE BALANCE SHOWN BESIDE THE LEDGER
000162*                     BALANCE - MST-BALANCE LESS THE ACCOUNT'S
000164*                     ACTIVE YXXX024 HOLDS (3300-SUM-HOLDS)
000166*****************************************************************
000168*    NARRATIVE
000170*    THIS IS A PSEUDO-CONVERSATIONAL CICS TRANSACTION.  THE
000180*    OPERATOR KEYS AN ACCOUNT/RECORD ID ON MAP YINQMP1 (MAPSET
000190*    YINQMS) AND THE PROGRAM READS THAT RECORD DIRECTLY FROM THE
000220*    THE CURRENT STATUS, BALANCE, AND LAST-ACTIVITY DATES BACK
000230*    ON THE SAME SCREEN.  ENTER LOOKS UP THE ACCOUNT JUST KEYED;
000240*    CLEAR OR PF3 ENDS THE TRANSACTION.
000241*    THE AVAILABLE BALANCE BESIDE THE LEDGER BALANCE IS THE
000242*    LEDGER BALANCE LESS THE ACCOUNT'S HOLDS THAT ARE ACTIVE AND
000243*    NOT PAST THEIR EXPIRY DATE, BROWSED FROM THE YXXX024 HOLDS
000244*    KSDS (FILE ENTRY IN GROUP DLGLGRP) - THE SAME FIGURE MYPGM
000245*    JUDGES DEBITS AGAINST.  WHILE THE HOLDS FILE IS CLOSED FOR
000246*    THE NIGHT THE LEDGER BALANCE IS STILL SHOWN, WITH A MESSAGE.
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000400     COPY YXXX002 REPLACING ==YXXX002-RECORD== BY
000410         ==WS-MASTER-RECORD==.
000420*****************************************************************
000421*    WORKING COPY OF THE YXXX024 HOLD RECORD, BROWSED BY ACCOUNT
000422*    FOR THE AVAILABLE BALANCE
000423*****************************************************************
000424     COPY YXXX024 REPLACING ==YXXX024-RECORD== BY
000425         ==WS-HLD-RECORD==.
000426*****************************************************************
000430*    CICS RESOURCE NAMES
000440*****************************************************************
000450 77  WS-TRANSID                  PIC X(04) VALUE 'YINQ'.
000460 77  WS-MAPSET-NAME               PIC X(08) VALUE 'YINQMS'.
000470 77  WS-MAP-NAME                  PIC X(08) VALUE 'YINQMP1'.
000480 77  WS-FILE-NAME                 PIC X(08) VALUE 'YXXX002'.
000485 77  WS-HOLD-FILE-NAME            PIC X(08) VALUE 'YXXX024'.
000490*****************************************************************
000500*    SWITCHES AND RESPONSE-HANDLING FIELDS
000510*****************************************************************
000530     88  WS-EDIT-ERROR                VALUE 'Y'.
000540 77  WS-NOTFND-SW                 PIC X(01) VALUE 'N'.
000550     88  WS-MASTER-NOTFND             VALUE 'Y'.
000551 77  WS-RESP-CODE                 PIC S9(08) COMP VALUE ZERO.
000552 77  WS-BROWSE-DONE-SW            PIC X(01) VALUE 'N'.
000553     88  WS-BROWSE-DONE               VALUE 'Y'.
000554 77  WS-HOLDS-CLOSED-SW           PIC X(01) VALUE 'N'.
000555     88  WS-HOLDS-CLOSED              VALUE 'Y'.
000556*****************************************************************
000557*    HOLD BROWSE FIELDS - TODAY'S DATE DECIDES WHICH HOLDS STILL
000558*    COUNT
000559*****************************************************************
000560 01  WS-HLD-KEY.
000561     05  WS-HLD-KEY-ACCOUNT       PIC X(10).
000562     05  WS-HLD-KEY-NO            PIC 9(03).
000563 77  WS-ABSTIME                   PIC S9(15) COMP-3 VALUE ZERO.
000564 77  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
000565 77  WS-HELD-TOTAL                PIC S9(11)V99 COMP-3
000566                                            VALUE ZERO.
000567 77  WS-AVAILABLE-BALANCE         PIC S9(11)V99 COMP-3
000568                                            VALUE ZERO.
000570*****************************************************************
000580*    EDITED FIELDS FOR THE RESPONSE MAP
000590*****************************************************************
001250     IF NOT WS-EDIT-ERROR
001260         PERFORM 3200-READ-MASTER THRU 3200-EXIT
001270     END-IF.
001272     IF NOT WS-EDIT-ERROR AND NOT WS-MASTER-NOTFND
001274         PERFORM 3300-SUM-HOLDS THRU 3300-EXIT
001276     END-IF.
001280     IF WS-EDIT-ERROR OR WS-MASTER-NOTFND
001290         PERFORM 3900-SEND-ERROR-MAP THRU 3900-EXIT
001300     ELSE
001700         MOVE 'Y' TO WS-NOTFND-SW
001710     ELSE
001720         IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
001721             EXEC CICS ABEND
001722                 ABCODE('YIQ1')
001723             END-EXEC
001724         END-IF
001725     END-IF.
001726 3200-EXIT.
001727     EXIT.
001728*****************************************************************
001729*    3300-SUM-HOLDS - BROWSE THE ACCOUNT'S HOLDS AND TOTAL THOSE
001730*    STILL ACTIVE AND NOT PAST THEIR EXPIRY DATE (ZERO EXPIRY =
001731*    UNTIL RELEASED), AS MYPGM/2517-CHECK-HOLDS DOES.  NOTFND ON
001732*    THE START MEANS NO HOLD AT OR AFTER THE ACCOUNT.  NOTOPEN OR
001733*    DISABLED - THE FILE IS CLOSED WHILE THE NIGHTLY RUN HAS IT -
001734*    LEAVES THE AVAILABLE BALANCE BLANK RATHER THAN FAILING THE
001735*    INQUIRY
001736*****************************************************************
001737 3300-SUM-HOLDS.
001738     MOVE ZERO TO WS-HELD-TOTAL.
001739     MOVE 'N' TO WS-BROWSE-DONE-SW.
001740     MOVE 'N' TO WS-HOLDS-CLOSED-SW.
001741     EXEC CICS ASKTIME
001742         ABSTIME(WS-ABSTIME)
001743     END-EXEC.
001744     EXEC CICS FORMATTIME
001745         ABSTIME(WS-ABSTIME)
001746         YYYYMMDD(WS-TODAY-DATE)
001747     END-EXEC.
001748     MOVE ACCTIDI TO WS-HLD-KEY-ACCOUNT.
001749     MOVE ZERO TO WS-HLD-KEY-NO.
001750     EXEC CICS STARTBR
001751         FILE(WS-HOLD-FILE-NAME)
001752         RIDFLD(WS-HLD-KEY)
001753         GTEQ
001754         RESP(WS-RESP-CODE)
001755     END-EXEC.
001756     IF WS-RESP-CODE = DFHRESP(NOTFND)
001757         GO TO 3300-EXIT
001758     END-IF.
001759     IF WS-RESP-CODE = DFHRESP(NOTOPEN)
001760         OR WS-RESP-CODE = DFHRESP(DISABLED)
001761         MOVE 'Y' TO WS-HOLDS-CLOSED-SW
001762         GO TO 3300-EXIT
001763     END-IF.
001764     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
001765         EXEC CICS ABEND
001766             ABCODE('YIQ2')
001767         END-EXEC
001768     END-IF.
001769     PERFORM 3310-READ-NEXT-HOLD THRU 3310-EXIT
001770         UNTIL WS-BROWSE-DONE.
001771     EXEC CICS ENDBR
001772         FILE(WS-HOLD-FILE-NAME)
001773         RESP(WS-RESP-CODE)
001774     END-EXEC.
001775 3300-EXIT.
001776     EXIT.
001777*****************************************************************
001778*    3310-READ-NEXT-HOLD - ONE READNEXT.  THE BROWSE ENDS AT END
001779*    OF FILE OR AT THE FIRST HOLD FOR ANOTHER ACCOUNT
001780*****************************************************************
001781 3310-READ-NEXT-HOLD.
001782     EXEC CICS READNEXT
001783         FILE(WS-HOLD-FILE-NAME)
001784         INTO(WS-HLD-RECORD)
001785         RIDFLD(WS-HLD-KEY)
001786         RESP(WS-RESP-CODE)
001787     END-EXEC.
001788     IF WS-RESP-CODE = DFHRESP(ENDFILE)
001789         MOVE 'Y' TO WS-BROWSE-DONE-SW
001790         GO TO 3310-EXIT
001791     END-IF.
001792     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
001793         EXEC CICS ABEND
001794             ABCODE('YIQ3')
001795         END-EXEC
001796     END-IF.
001797     IF HLD-RECORD-ID OF WS-HLD-RECORD NOT = ACCTIDI
001798         MOVE 'Y' TO WS-BROWSE-DONE-SW
001799         GO TO 3310-EXIT
001800     END-IF.
001801     IF HLD-STATUS-ACTIVE OF WS-HLD-RECORD
001802         AND (HLD-NO-EXPIRY OF WS-HLD-RECORD
001803             OR HLD-EXPIRY-DATE OF WS-HLD-RECORD
001804                 NOT LESS THAN WS-TODAY-DATE)
001805         ADD HLD-AMOUNT OF WS-HLD-RECORD TO WS-HELD-TOTAL
001806     END-IF.
001807 3310-EXIT.
001808     EXIT.
001809*****************************************************************
001810*    3400-BUILD-RESPONSE - FORMAT THE MASTER STATUS ONTO THE
001820*    OUTPUT MAP FIELDS
001830*****************************************************************
001890         IF MST-STATUS-CLOSED OF WS-MASTER-RECORD
001900             MOVE 'CLOSED' TO STATUSO
001910         ELSE
001913             IF MST-STATUS-DORMANT OF WS-MASTER-RECORD
001916                 MOVE 'DORMANT' TO STATUSO
001919             ELSE
001922                 MOVE 'EXCEPTION' TO STATUSO
001925             END-IF
001930         END-IF
001940     END-IF.
001950     MOVE MST-BALANCE OF WS-MASTER-RECORD TO WS-BALANCE-EDIT.
001960     MOVE WS-BALANCE-EDIT TO BALANCEO.
001961     IF WS-HOLDS-CLOSED
001962         MOVE SPACES TO AVAILBLO
001963     ELSE
001964         COMPUTE WS-AVAILABLE-BALANCE =
001965             MST-BALANCE OF WS-MASTER-RECORD - WS-HELD-TOTAL
001966         MOVE WS-AVAILABLE-BALANCE TO WS-BALANCE-EDIT
001967         MOVE WS-BALANCE-EDIT TO AVAILBLO
001968     END-IF.
001970     MOVE MST-LAST-TRANS-DATE OF WS-MASTER-RECORD TO WS-DATE-WORK.
001980     MOVE WS-DATE-CC TO WS-TRANS-DATE-CC.
001990     MOVE WS-DATE-YY TO WS-TRANS-DATE-YY.
002080     MOVE WS-DATE-DD TO WS-TRANS-DATE-DD.
002090     MOVE WS-TRANS-DATE-EDIT TO LSTUPDTO.
002100     MOVE SPACES TO MSGO.
002102     IF WS-HOLDS-CLOSED
002104         MOVE 'HOLDS FILE CLOSED - AVAILABLE BALANCE NOT SHOWN'
002106             TO MSGO
002108     END-IF.
002110 3400-EXIT.
002120     EXIT.
002130*****************************************************************
002260*    MASTER - TELL THE OPERATOR AND RE-PROMPT
002270*****************************************************************
002280 3900-SEND-ERROR-MAP.
002290     MOVE SPACES TO STATUSO BALANCEO AVAILBLO LSTTRDTO LSTUPDTO.
002300     IF WS-MASTER-NOTFND
002310         MOVE 'ACCOUNT NOT FOUND ON MASTER' TO MSGO
002320     ELSE
