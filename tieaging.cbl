000250*                  MCP-ARC01 ARCHIVE WITH THE ARCHIVE
000260*                  GENERATIONS CONCATENATED AHEAD OF TIEHIST
000270*                  WHEN LAYERS REACH PAST THE RETENTION WINDOW.
000272* 10/15/2026  RQ   BUCKETS ARE NOW EXTENDED AT THE MOVING
000274*                  WEIGHTED-AVERAGE COST (TM-AVG-COST) INSTEAD
000276*                  OF THE SELLING PRICE.
000280*-----------------------------------------------------------------
000290* ___________________________
000300*|                           |
000860                   ==TH-WHSE-TRANSFER==   BY ==SH-WHSE-TRANSFER==
000870                   ==TH-CUST-RETURN==     BY ==SH-CUST-RETURN==
000880                   ==TH-ORDER-NO==        BY ==SH-ORDER-NO==
000884                   ==TH-CUST-CODE==       BY ==SH-CUST-CODE==
000888                   ==TH-UNIT-COST==       BY ==SH-UNIT-COST==
000892                   ==TH-VENDOR-CODE==     BY ==SH-VENDOR-CODE==
000896                   ==TH-PO-DUE-DATE==     BY ==SH-PO-DUE-DATE==.
000900 FD  TIE-AGING-RPT
000910     LABEL RECORDS ARE STANDARD.
000920 01  TIE-AGING-LINE                 PIC X(132).
001260 77  AG-REMAINING                   PIC S9(09) COMP VALUE ZERO.
001270 77  AG-BALANCE                     PIC S9(09) COMP VALUE ZERO.
001280 77  AG-ALLOC-QTY                   PIC S9(09) COMP VALUE ZERO.
001290 77  AG-UNIT-COST                   PIC S9(05)V99 COMP
001300                                    VALUE ZERO.
001310 77  AG-EXT-VALUE                   PIC S9(12)V99 COMP
001320                                    VALUE ZERO.
003650     EXIT.
003660*-----------------------------------------------------------------
003670* 2500-START-GROUP - LOOK UP THE LOCATION BALANCE AND THE UNIT
003680*   COST FOR THE NEW STYLE/WAREHOUSE AND REMEMBER THE KEY ON
003690*   THE SEEN TABLE FOR THE LAYERLESS SWEEP
003700*-----------------------------------------------------------------
003710 2500-START-GROUP.
003860             END-IF
003870     END-READ
003880     MOVE AG-BALANCE TO AG-REMAINING
003890     MOVE ZERO TO AG-UNIT-COST
003900     MOVE AG-CUR-STYLE TO TM-STYLE-CODE
003910     READ TIE-MASTER
003920         INVALID KEY
003930             CONTINUE
003940         NOT INVALID KEY
003945             IF TM-AVG-COST NUMERIC
003950                 MOVE TM-AVG-COST TO AG-UNIT-COST
003955             END-IF
003960     END-READ
003970     IF AG-SEEN-COUNT NOT LESS THAN 500
003980         DISPLAY "MCP-RPT04 - SEEN TABLE FULL"
004450         END-IF
004460     END-IF
004470     ADD AG-ALLOC-QTY TO AG-BKT-QTY (AG-SUB)
004480     COMPUTE AG-EXT-VALUE = AG-ALLOC-QTY * AG-UNIT-COST
004490     ADD AG-EXT-VALUE TO AG-BKT-VAL (AG-SUB).
004500 2700-EXIT.
004510     EXIT.
004570 3000-FINISH-GROUP.
004580     IF AG-REMAINING GREATER THAN ZERO
004590         ADD AG-REMAINING TO AG-BKT-QTY (4)
004600         COMPUTE AG-EXT-VALUE = AG-REMAINING * AG-UNIT-COST
004610         ADD AG-EXT-VALUE TO AG-BKT-VAL (4)
004620         MOVE ZERO TO AG-REMAINING
004630     END-IF
005080     MOVE AG-CUR-WHSE TO AG-SLOW-WHSE (AG-SLOW-ENTRIES)
005090     MOVE AG-BALANCE TO AG-SLOW-QTY (AG-SLOW-ENTRIES)
005100     COMPUTE AG-SLOW-VALUE (AG-SLOW-ENTRIES) =
005110         AG-BALANCE * AG-UNIT-COST
005120     MOVE AG-NEWEST-AGE TO AG-SLOW-AGE (AG-SLOW-ENTRIES).
005130 3200-EXIT.
005140     EXIT.
005610     MOVE ZERO TO AG-REMAINING
005620     PERFORM 7500-CLEAR-BUCKETS THRU 7500-EXIT
005630     MOVE 999999 TO AG-NEWEST-AGE
005640     MOVE ZERO TO AG-UNIT-COST
005650     MOVE AG-CUR-STYLE TO TM-STYLE-CODE
005660     READ TIE-MASTER
005670         INVALID KEY
005680             CONTINUE
005690         NOT INVALID KEY
005695             IF TM-AVG-COST NUMERIC
005700                 MOVE TM-AVG-COST TO AG-UNIT-COST
005705             END-IF
005710     END-READ
005720     MOVE AG-BALANCE TO AG-BKT-QTY (4)
005730     COMPUTE AG-EXT-VALUE = AG-BALANCE * AG-UNIT-COST
005740     MOVE AG-EXT-VALUE TO AG-BKT-VAL (4)
005750     PERFORM 3100-PRINT-GROUP THRU 3100-EXIT
005760     PERFORM 3200-CHECK-SLOW-MOVER THRU 3200-EXIT.
