001680*                  ANOTHER UPDATER HOLDS THE LOCK OR WHEN
001690*                  MCP-PRC01 HAS NOT LED THE NIGHT. PARM FIELD
001700*                  5 = "O" IS THE OPERATOR OVERRIDE.
001701* 10/15/2026  RQ   RECEIPTS NOW RECALCULATE THE MOVING
001702*                  WEIGHTED-AVERAGE COST (TM-AVG-COST) FROM THE
001703*                  UNIT COST OF THE OPEN PO LINES THEY DRAW
001704*                  DOWN. RECEIPTS WITH NO OPEN PO, COUNT
001705*                  ADJUSTMENTS AND RETURNS COME IN AT THE
001706*                  CURRENT AVERAGE. EVERY HISTORY MOVEMENT NOW
001707*                  CARRIES ITS UNIT COST, AND SCRAPPED RETURNS
001708*                  WRITE OFF AT TM-AVG-COST INSTEAD OF THE
001709*                  SELLING PRICE.
001710* 10/15/2026  RQ   OPEN PO LINES NOW CARRY THE VENDOR CODE. A
001711*                  RECEIPT'S HISTORY MOVEMENT CARRIES THE VENDOR
001712*                  AND DUE DATE OF THE FIRST PO LINE IT DRAWS
001713*                  DOWN, AND AN OVER-RECEIPT EXCEPTION NAMES THE
001714*                  VENDOR, FOR THE MCP-VND02 VENDOR SCORECARD.
001715* 10/15/2026  RQ   CUSTOMER SHIPS ARE EDITED AGAINST THE NEW
001716*                  TIE-CUSTOMER MASTER - SHIPS TO UNKNOWN
001717*                  ACCOUNTS SUSPEND (REASON UC), SHIPS TO
001718*                  ACCOUNTS ON CREDIT HOLD SUSPEND (REASON CH),
001719*                  AND THE PRIORITY FLAG IS TAKEN FROM THE
001720*                  MASTER, NOT THE TRANSACTION. BACKORDERS OWED
001721*                  TO A HELD ACCOUNT ARE PASSED OVER BY
001722*                  3400-RELEASE-BACKORDERS UNTIL THE HOLD LIFTS.
001723* 10/15/2026  RQ   A LOCATION ROW CREATED BY A MOVEMENT STARTS
001724*                  WITH NO WAREHOUSE REORDER POINT (ZERO).
001725* 10/15/2026  RQ   WAREHOUSE CODES ARE EDITED AGAINST THE NEW
001726*                  TIE-WAREHOUSE REFERENCE FILE (DD TIEWHSE) -
001727*                  A CODE NOT ON IT SUSPENDS (REASON UW) AND A
001728*                  CLOSED WAREHOUSE SUSPENDS (REASON CW), SO A
001729*                  MISKEYED CODE NO LONGER OPENS A NEW LOCATION
001730*                  ROW. A CLOSED WAREHOUSE STILL SENDS TRANSFERS
001731*                  SO ITS REMAINING STOCK CAN BE MOVED OFF.
001732* 10/15/2026  RQ   A RECEIPT AGAINST A STYLE WHOSE AVERAGE COST
001733*                  IS STILL ZERO TAKES THE RECEIPT COST OUTRIGHT
001734*                  INSTEAD OF BLENDING THE STOCK ON HAND IN AT
001735*                  NO COST.
001736*-----------------------------------------------------------------
001737* ___________________________
001738*|                           |
001740*|  IBM MAINFRAME DIVISION   |
001750*|      OF COBOL AGENTS      |
001760*|                           |
002480         ACCESS MODE IS DYNAMIC
002490         RECORD KEY IS TL-LOC-KEY
002500         FILE STATUS IS MA-LOC-STATUS.
002501     SELECT TIE-CUSTOMER ASSIGN TO TIECUST
002502         ORGANIZATION IS INDEXED
002503         ACCESS MODE IS RANDOM
002504         RECORD KEY IS TU-CUST-CODE
002505         FILE STATUS IS MA-CUST-STATUS.
002506     SELECT TIE-WAREHOUSE ASSIGN TO TIEWHSE
002507         ORGANIZATION IS INDEXED
002508         ACCESS MODE IS RANDOM
002509         RECORD KEY IS WH-WHSE-CODE
002510         FILE STATUS IS MA-WHSE-STATUS.
002511     SELECT TIE-OPENPO-IN ASSIGN TO OPENPOI
002520         ORGANIZATION IS SEQUENTIAL
002530         FILE STATUS IS MA-PO-IN-STATUS.
002540     SELECT TIE-OPENPO-OUT ASSIGN TO OPENPOO
003530 FD  TIE-LOCATION
003540     LABEL RECORDS ARE STANDARD.
003550     COPY TIELOC.
003551 FD  TIE-CUSTOMER
003552     LABEL RECORDS ARE STANDARD.
003553     COPY TIECUS.
003554 FD  TIE-WAREHOUSE
003555     LABEL RECORDS ARE STANDARD.
003556     COPY TIEWHS.
003560 FD  TIE-OPENPO-IN
003570     LABEL RECORDS ARE STANDARD.
003580     COPY TIEPO.
003590 FD  TIE-OPENPO-OUT
003600     LABEL RECORDS ARE STANDARD.
003610 01  TIE-OPENPO-OUT-REC          PIC X(56).
003620 FD  TIE-OPENPO-JRNL
003630     LABEL RECORDS ARE STANDARD.
003640 01  TIE-OPO-JRNL-RECORD.
004310 77  MA-HIST-SOURCE              PIC X(01) VALUE SPACE.
004320 77  MA-HIST-ORDER               PIC X(08) VALUE SPACES.
004330 77  MA-HIST-CUST                PIC X(06) VALUE SPACES.
004331 77  MA-HIST-COST                PIC S9(05)V99 COMP VALUE ZERO.
004332 77  MA-HIST-VENDOR              PIC X(06) VALUE SPACES.
004333 77  MA-HIST-PO-DUE              PIC X(08) VALUE SPACES.
004334 77  MA-HIST-PO-SW               PIC X(01) VALUE "N".
004335     88  MA-HIST-PO-TAKEN                 VALUE "Y".
004336 77  MA-RCPT-COST-EXT            PIC S9(12)V99 COMP VALUE ZERO.
004337 77  MA-RCPT-UNIT-COST           PIC S9(05)V99 COMP VALUE ZERO.
004338 77  MA-COST-QTY-AFTER           PIC S9(09) COMP VALUE ZERO.
004340 77  MA-ACK-STATUS               PIC X(02) VALUE ZERO.
004350 77  MA-DMG-STATUS               PIC X(02) VALUE ZERO.
004360 77  MA-DMG-OPEN-SW              PIC X(01) VALUE "N".
004450 77  MA-LOC-STATUS               PIC X(02) VALUE ZERO.
004460 77  MA-LOC-OPEN-SW              PIC X(01) VALUE "N".
004470     88  MA-LOC-OPEN                      VALUE "Y".
004471 77  MA-CUST-STATUS              PIC X(02) VALUE ZERO.
004472 77  MA-CUST-OPEN-SW             PIC X(01) VALUE "N".
004473     88  MA-CUST-OPEN                     VALUE "Y".
004474 77  MA-CUST-FOUND-SW            PIC X(01) VALUE "N".
004475     88  MA-CUST-FOUND                    VALUE "Y".
004476 77  MA-CUST-SUSP-SW             PIC X(01) VALUE "N".
004477     88  MA-CUST-SUSPENDED                VALUE "Y".
004478 77  MA-FETCH-CUST               PIC X(06) VALUE SPACES.
004479 77  MA-WHSE-STATUS              PIC X(02) VALUE ZERO.
004480 77  MA-WHSE-OPEN-SW             PIC X(01) VALUE "N".
004481     88  MA-WHSE-OPEN                     VALUE "Y".
004482 77  MA-WHSE-FOUND-SW            PIC X(01) VALUE "N".
004483     88  MA-WHSE-FOUND                    VALUE "Y".
004484 77  MA-WHSE-SUSP-SW             PIC X(01) VALUE "N".
004485     88  MA-WHSE-SUSPENDED                VALUE "Y".
004486 77  MA-FETCH-WHSE               PIC X(03) VALUE SPACES.
004487 77  MA-LOC-FOUND-SW             PIC X(01) VALUE "N".
004490     88  MA-LOC-FOUND                     VALUE "Y".
004500 77  MA-LOC-WHSE                 PIC X(03) VALUE SPACES.
004510 77  MA-PO-IN-STATUS             PIC X(02) VALUE ZERO.
005450         10  MA-PO-QTY-ORDERED   PIC S9(07) COMP.
005460         10  MA-PO-QTY-RECEIVED  PIC S9(07) COMP.
005470         10  MA-PO-DUE-DATE      PIC X(08).
005473         10  MA-PO-UNIT-COST     PIC S9(05)V99 COMP.
005476         10  MA-PO-VENDOR        PIC X(06).
005480 01  MA-BJ-HOLD-TABLE.
005490     05  MA-BJ-HOLD-COUNT        PIC 9(04) COMP VALUE ZERO.
005500     05  MA-BJ-HOLD-REC OCCURS 1000 TIMES
006080     05  FILLER                  PIC X(08) VALUE "STYLE".
006090     05  FILLER                  PIC X(06) VALUE "WHSE".
006100     05  FILLER                  PIC X(12) VALUE "QUANTITY".
006110     05  FILLER                  PIC X(12) VALUE "UNIT COST".
006120     05  FILLER                  PIC X(21) VALUE "WRITE-OFF".
006130     05  FILLER                  PIC X(08) VALUE "CUST".
006140     05  FILLER                  PIC X(08) VALUE "ORDER".
006530               ==PO-WHSE-CODE==       BY ==PW-WHSE-CODE==
006540               ==PO-QTY-ORDERED==     BY ==PW-QTY-ORDERED==
006550               ==PO-QTY-RECEIVED==    BY ==PW-QTY-RECEIVED==
006555               ==PO-DUE-DATE==        BY ==PW-DUE-DATE==
006560               ==PO-UNIT-COST==       BY ==PW-UNIT-COST==
006565               ==PO-VENDOR-CODE==     BY ==PW-VENDOR-CODE==.
006570 COPY TIESUS
006580     REPLACING ==TIE-SUSPENSE-RECORD== BY ==MA-SUSP-WORK-REC==
006590               ==TS-TRANS-IMAGE==      BY ==SP-TRANS-IMAGE==
006630               ==TS-SHORT-TRANSFER==   BY ==SP-SHORT-TRANSFER==
006640               ==TS-BAD-DIRECTION==    BY ==SP-BAD-DIRECTION==
006650               ==TS-BAD-DISPOSITION==  BY ==SP-BAD-DISPOSITION==
006652               ==TS-UNKNOWN-CUST==     BY ==SP-UNKNOWN-CUST==
006654               ==TS-CREDIT-HOLD==      BY ==SP-CREDIT-HOLD==
006656               ==TS-UNKNOWN-WHSE==     BY ==SP-UNKNOWN-WHSE==
006658               ==TS-CLOSED-WHSE==      BY ==SP-CLOSED-WHSE==
006660               ==TS-RUN-DATE==         BY ==SP-RUN-DATE==
006670               ==TS-TRANS-SEQ==        BY ==SP-TRANS-SEQ==.
006680 01  SUS-HEADING-LINE-1.
007280         GO TO 9900-ABEND
007290     END-IF
007300     SET MA-LOC-OPEN TO TRUE
007301     OPEN INPUT TIE-CUSTOMER
007302     IF MA-CUST-STATUS NOT = "00"
007303         DISPLAY "MCP-AGENT - UNABLE TO OPEN TIE-CUSTOMER, "
007304                 "STATUS " MA-CUST-STATUS
007305         GO TO 9900-ABEND
007306     END-IF
007307     SET MA-CUST-OPEN TO TRUE
007308     OPEN INPUT TIE-WAREHOUSE
007309     IF MA-WHSE-STATUS NOT = "00"
007310         DISPLAY "MCP-AGENT - UNABLE TO OPEN TIE-WAREHOUSE, "
007311                 "STATUS " MA-WHSE-STATUS
007312         GO TO 9900-ABEND
007313     END-IF
007314     SET MA-WHSE-OPEN TO TRUE
007315     OPEN INPUT TIE-TRANS
007320     IF MA-TRANS-STATUS NOT = "00"
007330         DISPLAY "MCP-AGENT - UNABLE TO OPEN TIE-TRANS, STATUS "
007340                 MA-TRANS-STATUS
012880     MOVE PO-WHSE-CODE TO MA-PO-WHSE (MA-PO-COUNT)
012890     MOVE PO-QTY-ORDERED TO MA-PO-QTY-ORDERED (MA-PO-COUNT)
012900     MOVE PO-QTY-RECEIVED TO MA-PO-QTY-RECEIVED (MA-PO-COUNT)
012902     MOVE PO-DUE-DATE TO MA-PO-DUE-DATE (MA-PO-COUNT)
012904     IF PO-UNIT-COST NUMERIC
012906         MOVE PO-UNIT-COST TO MA-PO-UNIT-COST (MA-PO-COUNT)
012908     ELSE
012910         MOVE ZERO TO MA-PO-UNIT-COST (MA-PO-COUNT)
012912     END-IF
012914     MOVE PO-VENDOR-CODE TO MA-PO-VENDOR (MA-PO-COUNT).
012920 1750-EXIT.
012930     EXIT.
012940*-----------------------------------------------------------------
016560 3250-EXIT.
016570     EXIT.
016580*-----------------------------------------------------------------
016590* 3260-EDIT-AND-POST - EDIT THE DIRECTION AND WAREHOUSE CODES
016600*   (AGAINST TIE-WAREHOUSE), LOOK THE STYLE UP ON TIE-MASTER, AND
016610*   POST OR SUSPEND THE TRANSACTION
016620*-----------------------------------------------------------------
016630 3260-EDIT-AND-POST.
016640     IF NOT TT-RECEIVE AND NOT TT-SHIP AND NOT TT-TRANSFER
016850         PERFORM 3700-SUSPEND-TRANSACTION THRU 3700-EXIT
016860         GO TO 3260-EXIT
016870     END-IF
016872     PERFORM 3285-EDIT-WAREHOUSE THRU 3285-EXIT
016874     IF MA-WHSE-SUSPENDED
016876         GO TO 3260-EXIT
016878     END-IF
016880     IF TT-RETURN
016890        AND NOT TT-DISP-RESTOCK
016900        AND NOT TT-DISP-INSPECT
016940         MOVE "BP" TO MA-SUSP-REASON
016950         PERFORM 3700-SUSPEND-TRANSACTION THRU 3700-EXIT
016960         GO TO 3260-EXIT
016961     END-IF
016962     IF TT-SHIP AND NOT TT-COUNT-ADJUST
016963         PERFORM 3270-EDIT-CUSTOMER THRU 3270-EXIT
016964         IF MA-CUST-SUSPENDED
016965             GO TO 3260-EXIT
016966         END-IF
016970     END-IF
016980     MOVE TT-STYLE-CODE TO MA-FETCH-STYLE
016990     PERFORM 5100-FETCH-MASTER THRU 5100-EXIT
017070     END-IF.
017080 3260-EXIT.
017090     EXIT.
017091*-----------------------------------------------------------------
017092* 3270-EDIT-CUSTOMER - A CUSTOMER SHIP MUST NAME AN ACCOUNT ON
017093*   TIE-CUSTOMER THAT IS NOT ON CREDIT HOLD, OR IT SUSPENDS. THE
017094*   ACCOUNT'S PRIORITY STATUS REPLACES WHATEVER WAS KEYED ON THE
017095*   TRANSACTION, SO ANY BACKORDER IT RAISES CARRIES THE MASTER'S
017096*   FLAG. COUNT ADJUSTMENTS NAME NO CUSTOMER AND ARE NOT EDITED
017097*-----------------------------------------------------------------
017098 3270-EDIT-CUSTOMER.
017099     MOVE "N" TO MA-CUST-SUSP-SW
017100     MOVE TT-CUST-CODE TO MA-FETCH-CUST
017101     PERFORM 3280-FETCH-CUSTOMER THRU 3280-EXIT
017102     IF NOT MA-CUST-FOUND
017103         DISPLAY "MCP-AGENT - UNKNOWN CUSTOMER " TT-CUST-CODE
017104                 " ON TRANSACTION " TT-STYLE-CODE
017105         MOVE "UC" TO MA-SUSP-REASON
017106         PERFORM 3700-SUSPEND-TRANSACTION THRU 3700-EXIT
017107         SET MA-CUST-SUSPENDED TO TRUE
017108         GO TO 3270-EXIT
017109     END-IF
017110     IF TU-ON-CREDIT-HOLD
017111         DISPLAY "MCP-AGENT - CUSTOMER " TT-CUST-CODE
017112                 " ON CREDIT HOLD, TRANSACTION " TT-STYLE-CODE
017113         MOVE "CH" TO MA-SUSP-REASON
017114         PERFORM 3700-SUSPEND-TRANSACTION THRU 3700-EXIT
017115         SET MA-CUST-SUSPENDED TO TRUE
017116         GO TO 3270-EXIT
017117     END-IF
017118     IF TU-PRIORITY-ACCOUNT
017119         MOVE "Y" TO TT-CUST-PRIORITY
017120     ELSE
017121         MOVE "N" TO TT-CUST-PRIORITY
017122     END-IF.
017123 3270-EXIT.
017124     EXIT.
017125*-----------------------------------------------------------------
017126* 3280-FETCH-CUSTOMER - RANDOM READ OF TIE-CUSTOMER FOR THE
017127*   ACCOUNT IN MA-FETCH-CUST. A BLANK ACCOUNT IS NEVER FOUND
017128*-----------------------------------------------------------------
017129 3280-FETCH-CUSTOMER.
017130     MOVE "N" TO MA-CUST-FOUND-SW
017131     IF MA-FETCH-CUST = SPACES
017132         GO TO 3280-EXIT
017133     END-IF
017134     MOVE MA-FETCH-CUST TO TU-CUST-CODE
017135     READ TIE-CUSTOMER
017136         INVALID KEY
017137             CONTINUE
017138         NOT INVALID KEY
017139             SET MA-CUST-FOUND TO TRUE
017140     END-READ
017141     IF MA-CUST-STATUS NOT = "00" AND MA-CUST-STATUS NOT = "23"
017142         DISPLAY "MCP-AGENT - ERROR READING TIE-CUSTOMER, "
017143                 "STATUS " MA-CUST-STATUS
017144         MOVE "ABEND - TIE-CUSTOMER READ ERROR" TO MA-JOB-STATUS
017145         GO TO 9900-ABEND
017146     END-IF.
017147 3280-EXIT.
017148     EXIT.
017149*-----------------------------------------------------------------
017150* 3285-EDIT-WAREHOUSE - EVERY WAREHOUSE A TRANSACTION NAMES MUST
017151*   BE ON TIE-WAREHOUSE (REASON UW) AND ACTIVE (REASON CW). THE
017152*   ONE MOVEMENT A CLOSED WAREHOUSE STILL MAKES IS A TRANSFER OUT
017153*   TO AN ACTIVE WAREHOUSE, SO ITS STOCK CAN BE MOVED OFF
017154*-----------------------------------------------------------------
017155 3285-EDIT-WAREHOUSE.
017156     MOVE "N" TO MA-WHSE-SUSP-SW
017157     MOVE TT-WHSE-CODE TO MA-FETCH-WHSE
017158     PERFORM 3290-FETCH-WAREHOUSE THRU 3290-EXIT
017159     IF NOT MA-WHSE-FOUND
017160         DISPLAY "MCP-AGENT - UNKNOWN WAREHOUSE " TT-WHSE-CODE
017161                 " ON TRANSACTION " TT-STYLE-CODE
017162         MOVE "UW" TO MA-SUSP-REASON
017163         PERFORM 3700-SUSPEND-TRANSACTION THRU 3700-EXIT
017164         SET MA-WHSE-SUSPENDED TO TRUE
017165         GO TO 3285-EXIT
017166     END-IF
017167     IF WH-CLOSED AND NOT TT-TRANSFER
017168         DISPLAY "MCP-AGENT - WAREHOUSE " TT-WHSE-CODE
017169                 " IS CLOSED, TRANSACTION " TT-STYLE-CODE
017170         MOVE "CW" TO MA-SUSP-REASON
017171         PERFORM 3700-SUSPEND-TRANSACTION THRU 3700-EXIT
017172         SET MA-WHSE-SUSPENDED TO TRUE
017173         GO TO 3285-EXIT
017174     END-IF
017175     IF NOT TT-TRANSFER
017176         GO TO 3285-EXIT
017177     END-IF
017178     MOVE TT-WHSE-TO TO MA-FETCH-WHSE
017179     PERFORM 3290-FETCH-WAREHOUSE THRU 3290-EXIT
017180     IF NOT MA-WHSE-FOUND
017181         DISPLAY "MCP-AGENT - UNKNOWN WAREHOUSE " TT-WHSE-TO
017182                 " ON TRANSFER " TT-STYLE-CODE
017183         MOVE "UW" TO MA-SUSP-REASON
017184         PERFORM 3700-SUSPEND-TRANSACTION THRU 3700-EXIT
017185         SET MA-WHSE-SUSPENDED TO TRUE
017186         GO TO 3285-EXIT
017187     END-IF
017188     IF WH-CLOSED
017189         DISPLAY "MCP-AGENT - WAREHOUSE " TT-WHSE-TO
017190                 " IS CLOSED, TRANSFER " TT-STYLE-CODE
017191         MOVE "CW" TO MA-SUSP-REASON
017192         PERFORM 3700-SUSPEND-TRANSACTION THRU 3700-EXIT
017193         SET MA-WHSE-SUSPENDED TO TRUE
017194     END-IF.
017195 3285-EXIT.
017196     EXIT.
017197*-----------------------------------------------------------------
017198* 3290-FETCH-WAREHOUSE - RANDOM READ OF TIE-WAREHOUSE FOR THE
017199*   CODE IN MA-FETCH-WHSE
017200*-----------------------------------------------------------------
017201 3290-FETCH-WAREHOUSE.
017202     MOVE "N" TO MA-WHSE-FOUND-SW
017203     MOVE MA-FETCH-WHSE TO WH-WHSE-CODE
017204     READ TIE-WAREHOUSE
017205         INVALID KEY
017206             CONTINUE
017207         NOT INVALID KEY
017208             SET MA-WHSE-FOUND TO TRUE
017209     END-READ
017210     IF MA-WHSE-STATUS NOT = "00"
017211        AND MA-WHSE-STATUS NOT = "23"
017212         DISPLAY "MCP-AGENT - ERROR READING TIE-WAREHOUSE, "
017213                 "STATUS " MA-WHSE-STATUS
017214         MOVE "ABEND - TIE-WAREHOUSE READ ERROR"
017215             TO MA-JOB-STATUS
017216         GO TO 9900-ABEND
017217     END-IF.
017218 3290-EXIT.
017219     EXIT.
017220 3300-POST-TRANSACTION.
017221     MOVE TM-AVG-COST TO MA-HIST-COST
017222     MOVE SPACES TO MA-HIST-VENDOR MA-HIST-PO-DUE
017223     MOVE "N" TO MA-HIST-PO-SW
017224     IF TT-RECEIVE
017225         PERFORM 3310-POST-RECEIVE THRU 3310-EXIT
017226     ELSE
017227         IF TT-SHIP
017228             PERFORM 3370-POST-SHIP THRU 3370-EXIT
017229         ELSE
017230             IF TT-TRANSFER
017231                 PERFORM 3380-POST-TRANSFER THRU 3380-EXIT
017232             ELSE
017233                 IF TT-RETURN
017234                     PERFORM 3390-POST-RETURN THRU 3390-EXIT
017235                 END-IF
017236             END-IF
017240         END-IF
017250     END-IF
017260     SET MA-MASTER-DIRTY TO TRUE.
017280     EXIT.
017290*-----------------------------------------------------------------
017300* 3310-POST-RECEIVE - ADD THE RECEIPT TO THE WAREHOUSE BALANCE
017305*   AND THE ALL-WAREHOUSE TOTAL, THEN RELEASE ANYTHING OWED.
017310*   THE RECEIPT IS COSTED AGAINST THE OPEN PO LINES IT DRAWS
017315*   DOWN AND FOLDED INTO TM-AVG-COST BEFORE THE TOTAL MOVES
017320*-----------------------------------------------------------------
017330 3310-POST-RECEIVE.
017340     MOVE TT-WHSE-CODE TO MA-LOC-WHSE
017350     PERFORM 3320-GET-LOCATION THRU 3320-EXIT
017351     MOVE ZERO TO MA-RCPT-COST-EXT
017352     IF TT-COUNT-ADJUST
017353         COMPUTE MA-RCPT-COST-EXT = TT-TRANS-QTY * TM-AVG-COST
017354     ELSE
017355         PERFORM 3460-MATCH-OPEN-PO THRU 3460-EXIT
017356     END-IF
017357     PERFORM 3340-AVERAGE-COST THRU 3340-EXIT
017360     MOVE TL-QTY-ON-HAND TO MA-HIST-BEFORE
017370     ADD TT-TRANS-QTY TO TL-QTY-ON-HAND
017380         ON SIZE ERROR
017530     MOVE TT-SOURCE-CODE TO MA-HIST-SOURCE
017540     MOVE TT-ORDER-NO TO MA-HIST-ORDER
017550     MOVE TT-CUST-CODE TO MA-HIST-CUST
017555     MOVE MA-RCPT-UNIT-COST TO MA-HIST-COST
017560     PERFORM 3900-WRITE-HISTORY THRU 3900-EXIT
017570     PERFORM 3330-PUT-LOCATION THRU 3330-EXIT
017610     PERFORM 3400-RELEASE-BACKORDERS THRU 3400-EXIT.
017620 3310-EXIT.
017630     EXIT.
017840             MOVE MA-LOC-WHSE TO TL-WHSE-CODE
017850             MOVE ZERO TO TL-QTY-ON-HAND
017860             MOVE ZERO TO TL-QTY-QUARANTINE
017865             MOVE ZERO TO TL-REORDER-POINT
017870         NOT INVALID KEY
017880             SET MA-LOC-FOUND TO TRUE
017890     END-READ
018070 3330-PUT-LOCATION.
018080     SET MA-LOC-DIRTY TO TRUE.
018090 3330-EXIT.
018091     EXIT.
018092*-----------------------------------------------------------------
018093* 3340-AVERAGE-COST - UNIT COST OF THIS RECEIPT, AND THE NEW
018094*   MOVING WEIGHTED AVERAGE ACROSS ALL WAREHOUSES. A COUNT
018095*   ADJUSTMENT COMES IN AT THE CURRENT AVERAGE AND LEAVES IT
018096*   ALONE; A STYLE WITH NOTHING (OR LESS) ON HAND, OR WITH NO
018097*   AVERAGE COST YET, TAKES THE RECEIPT COST OUTRIGHT
018098*-----------------------------------------------------------------
018099 3340-AVERAGE-COST.
018100     IF TT-TRANS-QTY = ZERO
018101         MOVE TM-AVG-COST TO MA-RCPT-UNIT-COST
018102         GO TO 3340-EXIT
018103     END-IF
018104     COMPUTE MA-RCPT-UNIT-COST ROUNDED =
018105         MA-RCPT-COST-EXT / TT-TRANS-QTY
018106     IF TT-COUNT-ADJUST
018107         GO TO 3340-EXIT
018108     END-IF
018109     ADD TM-QTY-ON-HAND TT-TRANS-QTY GIVING MA-COST-QTY-AFTER
018110     IF TM-QTY-ON-HAND NOT GREATER THAN ZERO
018111        OR MA-COST-QTY-AFTER NOT GREATER THAN ZERO
018112        OR TM-AVG-COST = ZERO
018113         MOVE MA-RCPT-UNIT-COST TO TM-AVG-COST
018114         GO TO 3340-EXIT
018115     END-IF
018116     COMPUTE TM-AVG-COST ROUNDED =
018117         (TM-QTY-ON-HAND * TM-AVG-COST + MA-RCPT-COST-EXT)
018118             / MA-COST-QTY-AFTER
018119         ON SIZE ERROR
018120             MOVE "ABEND - AVERAGE COST OUT OF RANGE"
018121                 TO MA-JOB-STATUS
018122             GO TO 9900-ABEND
018123     END-COMPUTE.
018124 3340-EXIT.
018125     EXIT.
018126*-----------------------------------------------------------------
018127* 3350-WRITE-TRANS-CHECKPOINT - RECORD HOW MANY TIE-TRANS
018130*   RECORDS HAVE BEEN APPLIED SO A RESTART CAN SKIP THEM
018140*-----------------------------------------------------------------
018150 3350-WRITE-TRANS-CHECKPOINT.
019320*   RESTOCK GOES BACK TO THE SELLABLE BALANCE AND RELEASES
019330*   BACKORDERS LIKE A RECEIVE, INSPECT GOES TO THE QUARANTINE
019340*   BALANCE (MASTER TOTAL UNTOUCHED, HISTORY DIRECTION "Q"),
019350*   AND SCRAP WRITES OFF AT TM-AVG-COST ON THE DAMAGE
019360*   REGISTER WITH NO BALANCE CHANGE
019370*-----------------------------------------------------------------
019380 3390-POST-RETURN.
019870     MOVE TM-STYLE-CODE TO DG-STYLE
019880     MOVE TT-WHSE-CODE TO DG-WHSE
019890     MOVE TT-TRANS-QTY TO DG-QTY
019900     MOVE TM-AVG-COST TO DG-PRICE
019910     COMPUTE MA-SCRAP-EXT = TT-TRANS-QTY * TM-AVG-COST
019920     MOVE MA-SCRAP-EXT TO DG-DOLLARS
019930     MOVE TT-CUST-CODE TO DG-CUST
019940     MOVE TT-ORDER-NO TO DG-ORDER
020110*   WAREHOUSE NAMED IN MA-LOC-WHSE FOR THE STYLE, LIMITED BY
020120*   THE LOCATION BALANCE. PRIORITY ACCOUNTS RELEASE FIRST
020130*   (OLDEST AMONG THEM LEADING), THEN EVERYONE ELSE OLDEST
020135*   ENTRY FIRST. PRIORITY IS RE-READ FROM TIE-CUSTOMER, AND
020140*   STOCK OWED TO AN ACCOUNT ON CREDIT HOLD STAYS ON
020145*   BACKORDER UNTIL THE HOLD IS LIFTED
020150*-----------------------------------------------------------------
020160 3400-RELEASE-BACKORDERS.
020170     SET MA-BKO-PRIO-PASS TO TRUE
020310        OR MA-BKO-WHSE (MA-BKO-SUB) NOT = MA-LOC-WHSE
020320        OR MA-BKO-QTY-OWED (MA-BKO-SUB) NOT GREATER THAN ZERO
020330         GO TO 3450-EXIT
020331     END-IF
020332     IF MA-BKO-CUST (MA-BKO-SUB) NOT = SPACES
020333         MOVE MA-BKO-CUST (MA-BKO-SUB) TO MA-FETCH-CUST
020334         PERFORM 3280-FETCH-CUSTOMER THRU 3280-EXIT
020335         IF MA-CUST-FOUND
020336             IF TU-ON-CREDIT-HOLD
020337                 GO TO 3450-EXIT
020338             END-IF
020339             IF TU-PRIORITY-ACCOUNT
020340                 MOVE "Y" TO MA-BKO-PRIO (MA-BKO-SUB)
020341             ELSE
020342                 MOVE "N" TO MA-BKO-PRIO (MA-BKO-SUB)
020343             END-IF
020344         END-IF
020345     END-IF
020350     IF MA-BKO-PRIO-PASS
020360        AND MA-BKO-PRIO (MA-BKO-SUB) NOT = "Y"
020370         GO TO 3450-EXIT
020530     MOVE SPACE TO MA-HIST-SOURCE
020540     MOVE MA-BKO-ORDER (MA-BKO-SUB) TO MA-HIST-ORDER
020550     MOVE MA-BKO-CUST (MA-BKO-SUB) TO MA-HIST-CUST
020555     MOVE TM-AVG-COST TO MA-HIST-COST
020560     PERFORM 3900-WRITE-HISTORY THRU 3900-EXIT
020570     PERFORM 3330-PUT-LOCATION THRU 3330-EXIT
020580     MOVE SPACES TO TIE-BKO-JRNL-RECORD
020720*   OPEN PO LINES FOR THE STYLE AND WAREHOUSE, OLDEST LINE
020730*   FIRST IN FILE ORDER. A RECEIPT WITH NO OPEN PO, OR MORE
020740*   UNITS THAN THE OPEN QUANTITY COVERS, IS FLAGGED TO
020745*   TIE-EXCEPTION FOR THE BUYERS. MATCHED UNITS ARE COSTED AT
020750*   THE PO LINE'S UNIT COST INTO MA-RCPT-COST-EXT; UNMATCHED
020755*   UNITS AND LINES CARRYING NO COST COME IN AT TM-AVG-COST
020760*-----------------------------------------------------------------
020770 3460-MATCH-OPEN-PO.
020780     MOVE TT-TRANS-QTY TO MA-PO-UNMATCHED-QTY
020870             MOVE "RECEIPT OVER PO OPEN QTY" TO MA-PO-REASON
020880         END-IF
020890         PERFORM 3480-FLAG-PO-EXCEPTION THRU 3480-EXIT
020893         COMPUTE MA-RCPT-COST-EXT = MA-RCPT-COST-EXT
020896             + MA-PO-UNMATCHED-QTY * TM-AVG-COST
020900     END-IF.
020910 3460-EXIT.
020920     EXIT.
021080     END-IF
021090     ADD MA-PO-MATCH-QTY TO MA-PO-QTY-RECEIVED (MA-PO-SUB)
021100     SUBTRACT MA-PO-MATCH-QTY FROM MA-PO-UNMATCHED-QTY
021101     IF MA-PO-UNIT-COST (MA-PO-SUB) GREATER THAN ZERO
021102         COMPUTE MA-RCPT-COST-EXT = MA-RCPT-COST-EXT
021103             + MA-PO-MATCH-QTY * MA-PO-UNIT-COST (MA-PO-SUB)
021104     ELSE
021105         COMPUTE MA-RCPT-COST-EXT = MA-RCPT-COST-EXT
021106             + MA-PO-MATCH-QTY * TM-AVG-COST
021107     END-IF
021108     IF NOT MA-HIST-PO-TAKEN
021109         MOVE MA-PO-VENDOR (MA-PO-SUB) TO MA-HIST-VENDOR
021110         MOVE MA-PO-DUE-DATE (MA-PO-SUB) TO MA-HIST-PO-DUE
021111         SET MA-HIST-PO-TAKEN TO TRUE
021112     END-IF
021113     MOVE SPACES TO TIE-OPO-JRNL-RECORD
021120     MOVE "C" TO OJ-ACTION
021130     MOVE MA-PO-NUMBER (MA-PO-SUB) TO OJ-PO-NUMBER
021140     MOVE MA-PO-STYLE (MA-PO-SUB) TO OJ-STYLE-CODE
021400     MOVE TT-WHSE-CODE TO TX-BAD-SIZE-CODE
021410     MOVE MA-PO-REASON TO TX-REASON
021420     MOVE MA-RUN-DATE TO TX-RUN-DATE
021425     MOVE MA-HIST-VENDOR TO TX-VENDOR-CODE
021430     WRITE TIE-EXCEPTION-RECORD
021440     IF MA-EXCP-STATUS NOT = "00"
021450         DISPLAY "MCP-AGENT - UNABLE TO WRITE TIE-EXCEPTION, "
023190     MOVE MA-HIST-SOURCE TO TH-SOURCE-CODE
023200     MOVE MA-HIST-ORDER TO TH-ORDER-NO
023210     MOVE MA-HIST-CUST TO TH-CUST-CODE
023212     MOVE MA-HIST-COST TO TH-UNIT-COST
023214     MOVE MA-HIST-VENDOR TO TH-VENDOR-CODE
023216     MOVE MA-HIST-PO-DUE TO TH-PO-DUE-DATE
023220     WRITE TIE-HISTORY-RECORD
023230     IF MA-HIST-STATUS NOT = "00"
023240         DISPLAY "MCP-AGENT - UNABLE TO WRITE TIE-HISTORY, "
023260         MOVE "ABEND - COULD NOT WRITE HISTORY RECORD"
023270             TO MA-JOB-STATUS
023280         GO TO 9900-ABEND
023285     END-IF
023290     MOVE SPACES TO MA-HIST-VENDOR MA-HIST-PO-DUE
023295     MOVE "N" TO MA-HIST-PO-SW.
023300 3900-EXIT.
023310     EXIT.
023320*-----------------------------------------------------------------
023810         MOVE "ABEND - TIE-MASTER READ ERROR"
023820             TO MA-JOB-STATUS
023830         GO TO 9900-ABEND
023832     END-IF
023834     IF MA-MASTER-FOUND AND TM-AVG-COST NOT NUMERIC
023836         MOVE ZERO TO TM-AVG-COST
023840     END-IF.
023850 5100-EXIT.
023860     EXIT.
025040     END-IF
025050     IF MA-LOC-OPEN
025060         CLOSE TIE-LOCATION
025061     END-IF
025062     IF MA-CUST-OPEN
025063         CLOSE TIE-CUSTOMER
025064     END-IF
025065     IF MA-WHSE-OPEN
025066         CLOSE TIE-WAREHOUSE
025070     END-IF
025080     IF MA-BKO-JRNL-OPEN
025090         CLOSE TIE-BACKORDER-JRNL
027050     MOVE MA-PO-QTY-ORDERED (MA-PO-SUB) TO PW-QTY-ORDERED
027060     MOVE MA-PO-QTY-RECEIVED (MA-PO-SUB) TO PW-QTY-RECEIVED
027070     MOVE MA-PO-DUE-DATE (MA-PO-SUB) TO PW-DUE-DATE
027073     MOVE MA-PO-UNIT-COST (MA-PO-SUB) TO PW-UNIT-COST
027076     MOVE MA-PO-VENDOR (MA-PO-SUB) TO PW-VENDOR-CODE
027080     WRITE TIE-OPENPO-OUT-REC FROM MA-PO-WORK-REC
027090     IF MA-PO-OUT-STATUS NOT = "00"
027100         DISPLAY "MCP-AGENT - UNABLE TO WRITE TIE-OPENPO-OUT, "
