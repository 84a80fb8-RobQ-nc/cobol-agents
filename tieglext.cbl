000250*                  LOCATIONS.
000260*                  PARM IS RUNDATE (YYYYMMDD) - OMITTED MEANS
000270*                  THE SYSTEM DATE.
000271* 10/15/2026  RQ   MOVEMENTS ARE NOW VALUED AT COST - THE UNIT
000272*                  COST CARRIED ON EACH TIE-HISTORY MOVEMENT,
000273*                  OR TM-AVG-COST FOR MOVEMENTS WRITTEN BEFORE
000274*                  HISTORY CARRIED ONE. SELLING PRICE CHANGES
000275*                  NO LONGER MOVE THE BOOK VALUE OF STOCK, SO
000276*                  TIE-REVAL IS COUNTED ON THE REGISTER BUT NO
000277*                  LONGER JOURNALED TO 520000.
000280*-----------------------------------------------------------------
000290* ___________________________
000300*|                           |
000980 77  GX-PARM-DATE                   PIC X(08) VALUE SPACES.
000990 77  GX-MOVE-DATE                   PIC X(08) VALUE SPACES.
001000 77  GX-LAST-STYLE                  PIC X(06) VALUE SPACES.
001005 77  GX-UNIT-COST                   PIC S9(05)V99 COMP
001010                                    VALUE ZERO.
001015 77  GX-AVG-COST                    PIC S9(05)V99 COMP
001020                                    VALUE ZERO.
001030 77  GX-EXT-AMOUNT                  PIC S9(11)V99 COMP
001040                                    VALUE ZERO.
001090 77  GX-ADJUST-AMT                  PIC S9(11)V99 COMP
001100                                    VALUE ZERO.
001110 77  GX-RETURNS-AMT                 PIC S9(11)V99 COMP
001140                                    VALUE ZERO.
001150 77  GX-HASH-PENNIES                PIC 9(13) COMP VALUE ZERO.
001160 77  GX-WORK-PENNIES                PIC 9(13) COMP VALUE ZERO.
002150 1000-EXIT.
002160     EXIT.
002170*-----------------------------------------------------------------
002180* 2000-VALUE-MOVEMENTS - VALUE THE DAY'S MOVEMENTS AT THE UNIT
002190*   COST THEY WERE BOOKED AT INTO THE ACTIVITY BUCKETS
002200*-----------------------------------------------------------------
002210 2000-VALUE-MOVEMENTS.
002220     PERFORM 2100-READ-HISTORY-RECORD THRU 2100-EXIT
002480         GO TO 2200-NEXT
002490     END-IF
002500     ADD 1 TO GX-MOVES-READ
002504     IF TH-UNIT-COST NUMERIC
002508        AND TH-UNIT-COST GREATER THAN ZERO
002512         MOVE TH-UNIT-COST TO GX-UNIT-COST
002516     ELSE
002520         PERFORM 2500-GET-AVG-COST THRU 2500-EXIT
002524         IF NOT GX-STYLE-FOUND
002528            OR GX-AVG-COST NOT GREATER THAN ZERO
002532             ADD 1 TO GX-UNPRICED-COUNT
002536             GO TO 2200-NEXT
002540         END-IF
002544         MOVE GX-AVG-COST TO GX-UNIT-COST
002550     END-IF
002560     COMPUTE GX-EXT-AMOUNT = TH-TRANS-QTY * GX-UNIT-COST
002570     IF TH-COUNT-ADJUST
002580         IF TH-RECEIVE
002590             ADD GX-EXT-AMOUNT TO GX-ADJUST-AMT
002780 2200-EXIT.
002790     EXIT.
002800*-----------------------------------------------------------------
002810* 2500-GET-AVG-COST - RANDOM READ OF TIE-MASTER FOR THE STYLE
002820*   IN THE HISTORY RECORD AREA, HOLDING THE LAST STYLE READ
002830*-----------------------------------------------------------------
002840 2500-GET-AVG-COST.
002850     IF TH-STYLE-CODE = GX-LAST-STYLE
002860         GO TO 2500-EXIT
002870     END-IF
002880     MOVE "N" TO GX-STYLE-FOUND-SW
002890     MOVE ZERO TO GX-AVG-COST
002900     MOVE TH-STYLE-CODE TO TM-STYLE-CODE
002910     READ TIE-MASTER
002920         INVALID KEY
002940                     "NOT VALUED - " TH-STYLE-CODE
002950         NOT INVALID KEY
002960             SET GX-STYLE-FOUND TO TRUE
002965             IF TM-AVG-COST NUMERIC
002970                 MOVE TM-AVG-COST TO GX-AVG-COST
002975             END-IF
002980     END-READ
002990     MOVE TH-STYLE-CODE TO GX-LAST-STYLE.
003000 2500-EXIT.
003010     EXIT.
003020*-----------------------------------------------------------------
003027* 3000-VALUE-REVALUATIONS - COUNT THE MCP-PRC01 REVALUATION
003034*   FILE FOR THE REGISTER. STOCK IS BOOKED AT COST, SO A SELLING
003041*   PRICE CHANGE IS NOT JOURNALED. A MISSING FILE JUST MEANS NO
003050*   PRICE CHANGES APPLIED TONIGHT
003060*-----------------------------------------------------------------
003070 3000-VALUE-REVALUATIONS.
003380                 RV-STYLE-CODE ", SKIPPED"
003390         GO TO 3100-EXIT
003400     END-IF
003425     ADD 1 TO GX-REVALS-READ.
003450 3100-EXIT.
003460     EXIT.
003470*-----------------------------------------------------------------
003480* 4000-BUILD-JOURNAL - TURN THE ACTIVITY BUCKETS INTO BALANCED
003490*   DEBIT/CREDIT PAIRS BY ACCOUNT. 120000 INVENTORY, 200000
003500*   ACCRUED RECEIPTS, 500000 COST OF SHIPMENTS, 510000 COUNT
003515*   ADJUSTMENT SHRINK/GAIN, 530000 CUSTOMER RETURNS CLEARING
003530*-----------------------------------------------------------------
003540 4000-BUILD-JOURNAL.
003550     IF GX-RECEIPTS-AMT NOT = ZERO
003740         MOVE GX-RETURNS-AMT TO GX-EXT-AMOUNT
003750         MOVE "120000" TO GX-PAIR-DR-ACCT
003760         MOVE "530000" TO GX-PAIR-CR-ACCT
003830         PERFORM 4100-POST-PAIR THRU 4100-EXIT
003840     END-IF.
003850 4000-EXIT.
004830     MOVE "MOVEMENTS VALUED           -" TO RT-LABEL
004840     MOVE GX-MOVES-READ TO RT-VALUE
004850     WRITE TIE-GL-LINE FROM RPT-TOTAL-LINE
004860     MOVE "PRICE CHANGES NOT BOOKED   -" TO RT-LABEL
004870     MOVE GX-REVALS-READ TO RT-VALUE
004880     WRITE TIE-GL-LINE FROM RPT-TOTAL-LINE
004890     MOVE "MOVEMENTS NOT VALUED       -" TO RT-LABEL
