000150*                  ZERO OR NEGATIVE UNIT PRICE AS UNVALUABLE
000160*                  (EXCLUDED FROM DOLLARS), AND CLOSES WITH A
000170*                  GRAND TOTAL DOLLARS LINE FINANCE CAN BOOK.
000171* 10/15/2026  RQ   STYLES ARE NOW EXTENDED AT THE MOVING
000172*                  WEIGHTED-AVERAGE COST (TM-AVG-COST) INSTEAD
000173*                  OF THE SELLING PRICE, SO THE BOOK VALUE IS
000174*                  AT COST. A STYLE WITH NO COST YET IS FLAGGED
000175*                  UNVALUABLE.
000180*-----------------------------------------------------------------
000190* ___________________________
000200*|                           |
000540                   ==TM-QTY-ON-HAND==    BY ==SW-QTY-ON-HAND==
000550                   ==TM-UNIT-PRICE==     BY ==SW-UNIT-PRICE==
000552                   ==TM-REORDER-POINT==  BY ==SW-REORDER-POINT==
000554                   ==TM-REORDER-QTY==    BY ==SW-REORDER-QTY==
000556                   ==TM-AVG-COST==       BY ==SW-AVG-COST==.
000560 FD  TIE-VALUE-REPORT
000570     LABEL RECORDS ARE STANDARD.
000580 01  TIE-VALUE-LINE                 PIC X(132).
000860     05  FILLER                     PIC X(11) VALUE "COLOR".
000870     05  FILLER                     PIC X(08) VALUE "STYLE".
000880     05  FILLER                     PIC X(12) VALUE "QTY".
000890     05  FILLER                     PIC X(11) VALUE "UNIT COST".
000900     05  FILLER                     PIC X(19)
000905             VALUE "EXTENDED VALUE".
000910 01  RPT-DETAIL-LINE.
000980     05  FILLER                     PIC X(02) VALUE SPACES.
000990     05  RD-QTY                     PIC Z,ZZZ,ZZ9-.
001000     05  FILLER                     PIC X(01) VALUE SPACE.
001010     05  RD-COST                    PIC ZZ,ZZ9.99-.
001020     05  FILLER                     PIC X(01) VALUE SPACE.
001030     05  RD-EXTENSION               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
001040     05  FILLER                     PIC X(02) VALUE SPACES.
001970 2300-EXIT.
001980     EXIT.
001990*-----------------------------------------------------------------
001997* 2400-WRITE-DETAIL - EXTEND ONE STYLE AT AVERAGE COST, FLAGGING
002004*   ZERO/NEGATIVE COSTS AS UNVALUABLE AND LEAVING THEM OUT OF
002011*   DOLLARS
002020*-----------------------------------------------------------------
002030 2400-WRITE-DETAIL.
002040     MOVE SW-SIZE-CODE TO RD-SIZE
002050     MOVE SW-COLOR-CODE TO RD-COLOR
002060     MOVE SW-STYLE-CODE TO RD-STYLE
002070     MOVE SW-QTY-ON-HAND TO RD-QTY
002075     IF SW-AVG-COST NOT NUMERIC
002080         MOVE ZERO TO SW-AVG-COST
002085     END-IF
002090     MOVE SW-AVG-COST TO RD-COST
002095     IF SW-AVG-COST NOT GREATER THAN ZERO
002100         MOVE ZERO TO RD-EXTENSION
002110         MOVE "*UNVALUABLE*" TO RD-FLAG
002120         ADD 1 TO VL-UNVALUED-COUNT
002130     ELSE
002140         MULTIPLY SW-QTY-ON-HAND BY SW-AVG-COST
002150             GIVING VL-EXTENSION
002160         MOVE VL-EXTENSION TO RD-EXTENSION
002170         MOVE SPACES TO RD-FLAG
