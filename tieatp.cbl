000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MCP-ATP01.
000030 AUTHOR. R QUIGLEY.
000040 INSTALLATION. TIE DIVISION DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* 10/15/2026  RQ   ORIGINAL PROGRAM - NIGHTLY AVAILABLE-TO-PROMISE
000110*                  PROJECTION, AFTER MCP-AGENT. FOR EACH STYLE
000120*                  AND WAREHOUSE STARTS FROM TL-QTY-ON-HAND,
000130*                  TAKES OFF WHAT IS OWED ON TIE-BACKORDER AND
000140*                  ADDS OPEN TIE-OPENPO QUANTITY IN THE WEEK OF
000150*                  ITS PO-DUE-DATE (PAST DUE LINES IN WEEK 1),
000160*                  GIVING 12 WEEKLY BUCKETS; WEEKS THAT GO
000170*                  NEGATIVE ARE FLAGGED. EACH OPEN BACKORDER LINE
000180*                  GETS AN ESTIMATED FILL DATE, TAKING STOCK IN
000190*                  THE ORDER 3400-RELEASE-BACKORDERS RELEASES
000200*                  IT - PRIORITY ACCOUNTS FIRST, THEN EVERYONE
000210*                  ELSE, OLDEST FIRST - AGAINST ON HAND AND THEN
000220*                  OPEN PO LINES BY DUE DATE. LINES OWED TO AN
000230*                  ACCOUNT ON CREDIT HOLD TAKE NOTHING AND SHOW
000240*                  AS HELD. THE SAME PROJECTION GOES TO THE
000250*                  ORDER DESK QUOTING SCREEN EXTRACT (DD TIEATPX,
000260*                  COPYBOOK TIEATP) FOR EVERY LOCATION; THE
000270*                  REPORT (DD TIEATPR) PRINTS ONLY THOSE WITH
000280*                  SOMETHING OWED, ON ORDER OR SHORT.
000290*                  PARM IS RUNDATE (YYYYMMDD) - OMITTED MEANS
000300*                  THE SYSTEM DATE.
000310*-----------------------------------------------------------------
000320* ___________________________
000330*|                           |
000340*|  IBM MAINFRAME DIVISION   |
000350*|      OF COBOL AGENTS      |
000360*|                           |
000370*|  AVAILABLE TO PROMISE     |
000380*|         /\                |
000390*|        /  \               |
000400*|       / TIE \             |
000410*|      /______\             |
000420*|___________________________|
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT TIE-LOCATION ASSIGN TO TIELOC
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS TL-LOC-KEY
000500         FILE STATUS IS TP-LOC-STATUS.
000510     SELECT TIE-BACKORDER ASSIGN TO BKORDIN
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS TP-BKO-STATUS.
000540     SELECT TIE-OPENPO ASSIGN TO OPENPOI
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS TP-PO-STATUS.
000570     SELECT TIE-CUSTOMER ASSIGN TO TIECUST
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS TU-CUST-CODE
000610         FILE STATUS IS TP-CUST-STATUS.
000620     SELECT SORT-ATP ASSIGN TO TIESORT.
000630     SELECT TIE-ATP-EXTRACT ASSIGN TO TIEATPX
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS TP-EXTRACT-STATUS.
000660     SELECT TIE-ATP-RPT ASSIGN TO TIEATPR
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS TP-REPORT-STATUS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  TIE-LOCATION
000720     LABEL RECORDS ARE STANDARD.
000730     COPY TIELOC.
000740 FD  TIE-BACKORDER
000750     LABEL RECORDS ARE STANDARD.
000760     COPY TIEBKO.
000770 FD  TIE-OPENPO
000780     LABEL RECORDS ARE STANDARD.
000790     COPY TIEPO.
000800 FD  TIE-CUSTOMER
000810     LABEL RECORDS ARE STANDARD.
000820     COPY TIECUS.
000830 SD  SORT-ATP.
000840 01  SORT-ATP-RECORD.
000850     05  SA-STYLE-CODE              PIC X(06).
000860     05  SA-WHSE-CODE               PIC X(03).
000870     05  SA-REC-TYPE                PIC X(01).
000880         88  SA-LOCATION                     VALUE "1".
000890         88  SA-BACKORDER                    VALUE "2".
000900         88  SA-OPEN-PO                      VALUE "3".
000910     05  SA-SEQ-KEY                 PIC X(08).
000920     05  SA-BKO-SEQ-KEY REDEFINES SA-SEQ-KEY.
000930         10  SA-BKO-CLASS           PIC X(01).
000940             88  SA-BKO-PRIORITY             VALUE "1".
000950             88  SA-BKO-REGULAR              VALUE "2".
000960             88  SA-BKO-ON-HOLD              VALUE "3".
000970         10  SA-BKO-SEQ             PIC 9(07).
000980     05  SA-QTY                     PIC S9(07).
000990     05  SA-DATE                    PIC X(08).
001000     05  SA-REF                     PIC X(08).
001010     05  SA-CUST-CODE               PIC X(06).
001020     05  SA-PRIORITY                PIC X(01).
001030 FD  TIE-ATP-EXTRACT
001040     LABEL RECORDS ARE STANDARD.
001050     COPY TIEATP.
001060 FD  TIE-ATP-RPT
001070     LABEL RECORDS ARE STANDARD.
001080 01  TIE-ATP-LINE                   PIC X(132).
001090 WORKING-STORAGE SECTION.
001100 77  TP-LOC-STATUS                  PIC X(02) VALUE ZERO.
001110 77  TP-BKO-STATUS                  PIC X(02) VALUE ZERO.
001120 77  TP-PO-STATUS                   PIC X(02) VALUE ZERO.
001130 77  TP-CUST-STATUS                 PIC X(02) VALUE ZERO.
001140 77  TP-EXTRACT-STATUS              PIC X(02) VALUE ZERO.
001150 77  TP-REPORT-STATUS               PIC X(02) VALUE ZERO.
001160 77  TP-CUST-OPEN-SW                PIC X(01) VALUE "N".
001170     88  TP-CUST-OPEN                        VALUE "Y".
001180 77  TP-EXTRACT-OPEN-SW             PIC X(01) VALUE "N".
001190     88  TP-EXTRACT-OPEN                     VALUE "Y".
001200 77  TP-REPORT-OPEN-SW              PIC X(01) VALUE "N".
001210     88  TP-REPORT-OPEN                      VALUE "Y".
001220 77  TP-EOF-SW                      PIC X(01) VALUE "N".
001230     88  TP-EOF                              VALUE "Y".
001240 77  TP-SORT-EOF-SW                 PIC X(01) VALUE "N".
001250     88  TP-SORT-EOF                         VALUE "Y".
001260 77  TP-GROUP-OPEN-SW               PIC X(01) VALUE "N".
001270     88  TP-GROUP-OPEN                       VALUE "Y".
001280 77  TP-RUN-DATE                    PIC X(08) VALUE SPACES.
001290 77  TP-PARM-DATE                   PIC X(08) VALUE SPACES.
001300 77  TP-DATE-WORK                   PIC 9(08) VALUE ZERO.
001310 01  TP-DATE-CHECK                  PIC X(08) VALUE SPACES.
001320 01  TP-DATE-CHECK-R REDEFINES TP-DATE-CHECK.
001330     05  TP-CHECK-YYYY              PIC 9(04).
001340     05  TP-CHECK-MM                PIC 9(02).
001350     05  TP-CHECK-DD                PIC 9(02).
001360 77  TP-RUN-INT                     PIC S9(09) COMP VALUE ZERO.
001370 77  TP-DUE-INT                     PIC S9(09) COMP VALUE ZERO.
001380 77  TP-BKO-SEQ                     PIC 9(07) COMP VALUE ZERO.
001390 77  TP-OPEN-QTY                    PIC S9(09) COMP VALUE ZERO.
001400 77  TP-CUR-STYLE                   PIC X(06) VALUE SPACES.
001410 77  TP-CUR-WHSE                    PIC X(03) VALUE SPACES.
001420 77  TP-ON-HAND                     PIC S9(09) COMP VALUE ZERO.
001430 77  TP-OWED                        PIC S9(09) COMP VALUE ZERO.
001440 77  TP-HELD                        PIC S9(09) COMP VALUE ZERO.
001450 77  TP-ON-ORDER                    PIC S9(09) COMP VALUE ZERO.
001460 77  TP-RUNNING                     PIC S9(09) COMP VALUE ZERO.
001470 77  TP-SUPPLY                      PIC S9(09) COMP VALUE ZERO.
001480 77  TP-CUM-OWED                    PIC S9(09) COMP VALUE ZERO.
001490 77  TP-FIRST-SHORT                 PIC 9(02) COMP VALUE ZERO.
001500 77  TP-WK-SUB                      PIC 9(04) COMP VALUE ZERO.
001510 77  TP-BK-SUB                      PIC 9(04) COMP VALUE ZERO.
001520 77  TP-PL-SUB                      PIC 9(04) COMP VALUE ZERO.
001530 77  TP-DRAWN-SUB                   PIC 9(04) COMP VALUE ZERO.
001540 77  TP-COMBO-COUNT                 PIC 9(07) COMP VALUE ZERO.
001550 77  TP-PRINTED-COUNT               PIC 9(07) COMP VALUE ZERO.
001560 77  TP-SHORT-COUNT                 PIC 9(07) COMP VALUE ZERO.
001570 77  TP-DATED-COUNT                 PIC 9(07) COMP VALUE ZERO.
001580 77  TP-HOLD-COUNT                  PIC 9(07) COMP VALUE ZERO.
001590 77  TP-NO-SUPPLY-COUNT             PIC 9(07) COMP VALUE ZERO.
001600 77  TP-BEYOND-COUNT                PIC 9(07) COMP VALUE ZERO.
001610 77  TP-BAD-DUE-COUNT               PIC 9(07) COMP VALUE ZERO.
001620 77  TP-EXTRACT-COUNT               PIC 9(07) COMP VALUE ZERO.
001630 01  TP-WEEK-TABLE.
001640     05  TP-WEEK-ENTRY OCCURS 12 TIMES.
001650         10  TP-WK-START            PIC X(08).
001660         10  TP-WK-RECEIPTS         PIC S9(09) COMP.
001670         10  TP-WK-AVAILABLE        PIC S9(09) COMP.
001680 01  TP-BKO-TABLE.
001690     05  TP-BK-COUNT                PIC 9(04) COMP VALUE ZERO.
001700     05  TP-BK-ENTRY OCCURS 500 TIMES.
001710         10  TP-BK-ORDER            PIC X(08).
001720         10  TP-BK-CUST             PIC X(06).
001730         10  TP-BK-QTY              PIC S9(07) COMP.
001740         10  TP-BK-ORIG-DATE        PIC X(08).
001750         10  TP-BK-PRIORITY         PIC X(01).
001760         10  TP-BK-CLASS            PIC X(01).
001770         10  TP-BK-FILL-STATUS      PIC X(01).
001780         10  TP-BK-FILL-DATE        PIC X(08).
001790         10  TP-BK-FILL-PO          PIC X(08).
001800 01  TP-PO-TABLE.
001810     05  TP-PL-COUNT                PIC 9(04) COMP VALUE ZERO.
001820     05  TP-PL-ENTRY OCCURS 500 TIMES.
001830         10  TP-PL-PO-NUMBER        PIC X(08).
001840         10  TP-PL-DUE-DATE         PIC X(08).
001850         10  TP-PL-QTY              PIC S9(07) COMP.
001860 01  RPT-HEADING-LINE-1.
001870     05  FILLER                     PIC X(01) VALUE SPACE.
001880     05  FILLER                     PIC X(45)
001890             VALUE "TIE AVAILABLE-TO-PROMISE - 12 WEEKS FROM ".
001900     05  RH-RUN-DATE                PIC X(08).
001910 01  RPT-COMBO-LINE.
001920     05  FILLER                     PIC X(01) VALUE SPACE.
001930     05  FILLER                     PIC X(06) VALUE "STYLE ".
001940     05  RC-STYLE                   PIC X(06).
001950     05  FILLER                     PIC X(07) VALUE "  WHSE ".
001960     05  RC-WHSE                    PIC X(03).
001970     05  FILLER                     PIC X(11) VALUE "   ON HAND ".
001980     05  RC-ON-HAND                 PIC Z,ZZZ,ZZ9-.
001990     05  FILLER                     PIC X(08) VALUE "   OWED ".
002000     05  RC-OWED                    PIC Z,ZZZ,ZZ9.
002010     05  FILLER                     PIC X(11) VALUE "   ON HOLD ".
002020     05  RC-HELD                    PIC Z,ZZZ,ZZ9.
002030     05  FILLER                     PIC X(12)
002040             VALUE "   ON ORDER ".
002050     05  RC-ON-ORDER                PIC Z,ZZZ,ZZ9.
002060     05  FILLER                     PIC X(02) VALUE SPACES.
002070     05  RC-SHORT-FLAG              PIC X(20).
002080 01  RPT-WEEK-LINE.
002090     05  FILLER                     PIC X(01).
002100     05  RW-LABEL                   PIC X(20).
002110     05  RW-WEEK OCCURS 12 TIMES.
002120         10  FILLER                 PIC X(04).
002130         10  RW-DATE                PIC X(05).
002140 01  RPT-QTY-LINE.
002150     05  FILLER                     PIC X(01).
002160     05  RQ-LABEL                   PIC X(20).
002170     05  RQ-WEEK OCCURS 12 TIMES.
002180         10  RQ-QTY                 PIC ZZZZZZ9-.
002190         10  RQ-FLAG                PIC X(01).
002200 01  RPT-BKO-HEADING.
002210     05  FILLER                     PIC X(05) VALUE SPACES.
002220     05  FILLER                     PIC X(10) VALUE "ORDER".
002230     05  FILLER                     PIC X(08) VALUE "CUST".
002240     05  FILLER                     PIC X(11) VALUE "   OWED".
002250     05  FILLER                     PIC X(10) VALUE "ORDERED".
002260     05  FILLER                     PIC X(05) VALUE "PRI".
002270     05  FILLER                     PIC X(14) VALUE "EST FILL".
002280     05  FILLER                     PIC X(08) VALUE "FROM".
002290 01  RPT-BKO-LINE.
002300     05  FILLER                     PIC X(05) VALUE SPACES.
002310     05  RB-ORDER                   PIC X(08).
002320     05  FILLER                     PIC X(02) VALUE SPACES.
002330     05  RB-CUST                    PIC X(06).
002340     05  FILLER                     PIC X(02) VALUE SPACES.
002350     05  RB-QTY                     PIC Z,ZZZ,ZZ9.
002360     05  FILLER                     PIC X(02) VALUE SPACES.
002370     05  RB-ORIG-DATE               PIC X(08).
002380     05  FILLER                     PIC X(03) VALUE SPACES.
002390     05  RB-PRIORITY                PIC X(01).
002400     05  FILLER                     PIC X(03) VALUE SPACES.
002410     05  RB-FILL                    PIC X(12).
002420     05  FILLER                     PIC X(02) VALUE SPACES.
002430     05  RB-FROM                    PIC X(08).
002440 01  RPT-TOTAL-LINE.
002450     05  FILLER                     PIC X(01) VALUE SPACE.
002460     05  RT-LABEL                   PIC X(36).
002470     05  RT-VALUE                   PIC ZZZ,ZZZ,ZZ9.
002480 LINKAGE SECTION.
002490 01  TP-PARM-AREA.
002500     05  TP-PARM-LENGTH             PIC S9(4) COMP.
002510     05  TP-PARM-TEXT               PIC X(80).
002520 PROCEDURE DIVISION USING TP-PARM-AREA.
002530*-----------------------------------------------------------------
002540* 0000-MAIN-LINE - JOB DRIVER. LOCATIONS, BACKORDERS AND OPEN PO
002550*   LINES ARE SORTED TOGETHER BY STYLE AND WAREHOUSE AND EACH
002560*   COMBINATION IS PROJECTED AT ITS BREAK
002570*-----------------------------------------------------------------
002580 0000-MAIN-LINE.
002590     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002600     SORT SORT-ATP
002610         ON ASCENDING KEY SA-STYLE-CODE SA-WHSE-CODE
002620                          SA-REC-TYPE SA-SEQ-KEY
002630         INPUT PROCEDURE 1500-RELEASE-SUPPLY-DEMAND THRU 1500-EXIT
002640         OUTPUT PROCEDURE 2000-PROJECT-COMBINATIONS THRU 2000-EXIT
002650     PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT
002660     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
002670     STOP RUN.
002680*-----------------------------------------------------------------
002690* 1000-INITIALIZE - PARSE THE PARM, SET THE WEEK BUCKETS AND
002700*   OPEN EVERYTHING
002710*-----------------------------------------------------------------
002720 1000-INITIALIZE.
002730     ACCEPT TP-RUN-DATE FROM DATE YYYYMMDD
002740     IF TP-PARM-LENGTH > 0
002750         UNSTRING TP-PARM-TEXT DELIMITED BY ","
002760             INTO TP-PARM-DATE
002770         END-UNSTRING
002780         IF TP-PARM-DATE NOT = SPACES
002790             MOVE TP-PARM-DATE TO TP-RUN-DATE
002800         END-IF
002810     END-IF
002820     IF TP-RUN-DATE NOT NUMERIC
002830         DISPLAY "MCP-ATP01 - INVALID RUN DATE " TP-RUN-DATE
002840         GO TO 9900-ABEND
002850     END-IF
002860     MOVE TP-RUN-DATE TO TP-DATE-WORK
002870     COMPUTE TP-RUN-INT = FUNCTION INTEGER-OF-DATE (TP-DATE-WORK)
002880     PERFORM 1100-SET-WEEK-START THRU 1100-EXIT
002890         VARYING TP-WK-SUB FROM 1 BY 1
002900         UNTIL TP-WK-SUB GREATER THAN 12
002910     OPEN INPUT TIE-CUSTOMER
002920     IF TP-CUST-STATUS = "35"
002930         DISPLAY "MCP-ATP01 - NO TIE-CUSTOMER, STORED BACKORDER "
002940                 "PRIORITY USED"
002950     ELSE
002960         IF TP-CUST-STATUS NOT = "00"
002970             DISPLAY "MCP-ATP01 - UNABLE TO OPEN TIE-CUSTOMER, "
002980                     "STATUS " TP-CUST-STATUS
002990             GO TO 9900-ABEND
003000         END-IF
003010         SET TP-CUST-OPEN TO TRUE
003020     END-IF
003030     OPEN OUTPUT TIE-ATP-EXTRACT
003040     IF TP-EXTRACT-STATUS NOT = "00"
003050         DISPLAY "MCP-ATP01 - UNABLE TO OPEN TIE-ATP-EXTRACT, "
003060                 "STATUS " TP-EXTRACT-STATUS
003070         GO TO 9900-ABEND
003080     END-IF
003090     SET TP-EXTRACT-OPEN TO TRUE
003100     OPEN OUTPUT TIE-ATP-RPT
003110     IF TP-REPORT-STATUS NOT = "00"
003120         DISPLAY "MCP-ATP01 - UNABLE TO OPEN TIE-ATP-RPT, STATUS "
003130                 TP-REPORT-STATUS
003140         GO TO 9900-ABEND
003150     END-IF
003160     SET TP-REPORT-OPEN TO TRUE
003170     MOVE TP-RUN-DATE TO RH-RUN-DATE
003180     WRITE TIE-ATP-LINE FROM RPT-HEADING-LINE-1.
003190 1000-EXIT.
003200     EXIT.
003210 1100-SET-WEEK-START.
003220     COMPUTE TP-DATE-WORK = FUNCTION DATE-OF-INTEGER
003230         (TP-RUN-INT + 7 * (TP-WK-SUB - 1))
003240     MOVE TP-DATE-WORK TO TP-WK-START (TP-WK-SUB).
003250 1100-EXIT.
003260     EXIT.
003270*-----------------------------------------------------------------
003280* 1500-RELEASE-SUPPLY-DEMAND - SORT INPUT PROCEDURE. ONE RECORD
003290*   PER LOCATION, PER BACKORDER LINE STILL OWED AND PER OPEN PO
003300*   LINE WITH QUANTITY LEFT TO RECEIVE
003310*-----------------------------------------------------------------
003320 1500-RELEASE-SUPPLY-DEMAND.
003330     PERFORM 1550-RELEASE-LOCATIONS THRU 1550-EXIT
003340     PERFORM 1600-RELEASE-BACKORDERS THRU 1600-EXIT
003350     PERFORM 1800-RELEASE-OPEN-POS THRU 1800-EXIT.
003360 1500-EXIT.
003370     EXIT.
003380 1550-RELEASE-LOCATIONS.
003390     OPEN INPUT TIE-LOCATION
003400     IF TP-LOC-STATUS NOT = "00"
003410         DISPLAY "MCP-ATP01 - UNABLE TO OPEN TIE-LOCATION, "
003420                 "STATUS " TP-LOC-STATUS
003430         GO TO 9900-ABEND
003440     END-IF
003450     MOVE "N" TO TP-EOF-SW
003460     PERFORM 1560-READ-LOCATION THRU 1560-EXIT
003470         UNTIL TP-EOF
003480     CLOSE TIE-LOCATION.
003490 1550-EXIT.
003500     EXIT.
003510 1560-READ-LOCATION.
003520     READ TIE-LOCATION NEXT RECORD
003530         AT END
003540             SET TP-EOF TO TRUE
003550             GO TO 1560-EXIT
003560     END-READ
003570     IF TP-LOC-STATUS NOT = "00"
003580         DISPLAY "MCP-ATP01 - ERROR READING TIE-LOCATION, "
003590                 "STATUS " TP-LOC-STATUS
003600         GO TO 9900-ABEND
003610     END-IF
003620     MOVE SPACES TO SORT-ATP-RECORD
003630     MOVE TL-STYLE-CODE TO SA-STYLE-CODE
003640     MOVE TL-WHSE-CODE TO SA-WHSE-CODE
003650     SET SA-LOCATION TO TRUE
003660     MOVE TL-QTY-ON-HAND TO SA-QTY
003670     RELEASE SORT-ATP-RECORD.
003680 1560-EXIT.
003690     EXIT.
003700*-----------------------------------------------------------------
003710* 1600-RELEASE-BACKORDERS - FILE ORDER IS OLDEST FIRST, SO THE
003720*   FILE SEQUENCE UNDER A PRIORITY / REGULAR / HELD CLASS SORTS
003730*   THE LINES INTO 3400-RELEASE-BACKORDERS ORDER. PRIORITY AND
003740*   CREDIT HOLD ARE RE-READ FROM TIE-CUSTOMER AS 3450 DOES
003750*-----------------------------------------------------------------
003760 1600-RELEASE-BACKORDERS.
003770     OPEN INPUT TIE-BACKORDER
003780     IF TP-BKO-STATUS = "35"
003790         GO TO 1600-EXIT
003800     END-IF
003810     IF TP-BKO-STATUS NOT = "00"
003820         DISPLAY "MCP-ATP01 - UNABLE TO OPEN TIE-BACKORDER, "
003830                 "STATUS " TP-BKO-STATUS
003840         GO TO 9900-ABEND
003850     END-IF
003860     MOVE "N" TO TP-EOF-SW
003870     PERFORM 1650-READ-BACKORDER THRU 1650-EXIT
003880         UNTIL TP-EOF
003890     CLOSE TIE-BACKORDER.
003900 1600-EXIT.
003910     EXIT.
003920 1650-READ-BACKORDER.
003930     READ TIE-BACKORDER
003940         AT END
003950             SET TP-EOF TO TRUE
003960             GO TO 1650-EXIT
003970     END-READ
003980     IF TP-BKO-STATUS NOT = "00"
003990         DISPLAY "MCP-ATP01 - ERROR READING TIE-BACKORDER, "
004000                 "STATUS " TP-BKO-STATUS
004010         GO TO 9900-ABEND
004020     END-IF
004030     ADD 1 TO TP-BKO-SEQ
004040     IF TB-QTY-OWED NOT GREATER THAN ZERO
004050         GO TO 1650-EXIT
004060     END-IF
004070     MOVE SPACES TO SORT-ATP-RECORD
004080     MOVE TB-STYLE-CODE TO SA-STYLE-CODE
004090     MOVE TB-WHSE-CODE TO SA-WHSE-CODE
004100     SET SA-BACKORDER TO TRUE
004110     MOVE TB-PRIORITY TO SA-PRIORITY
004120     IF TB-PRIORITY-ORDER
004130         SET SA-BKO-PRIORITY TO TRUE
004140     ELSE
004150         SET SA-BKO-REGULAR TO TRUE
004160     END-IF
004170     PERFORM 1700-CHECK-CUSTOMER THRU 1700-EXIT
004180     MOVE TP-BKO-SEQ TO SA-BKO-SEQ
004190     MOVE TB-QTY-OWED TO SA-QTY
004200     MOVE TB-ORIG-TRANS-DATE TO SA-DATE
004210     MOVE TB-ORDER-NO TO SA-REF
004220     MOVE TB-CUST-CODE TO SA-CUST-CODE
004230     RELEASE SORT-ATP-RECORD.
004240 1650-EXIT.
004250     EXIT.
004260 1700-CHECK-CUSTOMER.
004270     IF NOT TP-CUST-OPEN
004280        OR TB-CUST-CODE = SPACES
004290         GO TO 1700-EXIT
004300     END-IF
004310     MOVE TB-CUST-CODE TO TU-CUST-CODE
004320     READ TIE-CUSTOMER
004330         INVALID KEY
004340             GO TO 1700-EXIT
004350     END-READ
004360     IF TP-CUST-STATUS NOT = "00"
004370         DISPLAY "MCP-ATP01 - ERROR READING TIE-CUSTOMER, "
004380                 "STATUS " TP-CUST-STATUS
004390         GO TO 9900-ABEND
004400     END-IF
004410     IF TU-ON-CREDIT-HOLD
004420         SET SA-BKO-ON-HOLD TO TRUE
004430         GO TO 1700-EXIT
004440     END-IF
004450     IF TU-PRIORITY-ACCOUNT
004460         SET SA-BKO-PRIORITY TO TRUE
004470         MOVE "Y" TO SA-PRIORITY
004480     ELSE
004490         SET SA-BKO-REGULAR TO TRUE
004500         MOVE "N" TO SA-PRIORITY
004510     END-IF.
004520 1700-EXIT.
004530     EXIT.
004540*-----------------------------------------------------------------
004550* 1800-RELEASE-OPEN-POS - OPEN QUANTITY BY DUE DATE. A LINE WITH
004560*   NO USABLE DUE DATE CANNOT BE PLACED IN A WEEK AND IS COUNTED
004570*-----------------------------------------------------------------
004580 1800-RELEASE-OPEN-POS.
004590     OPEN INPUT TIE-OPENPO
004600     IF TP-PO-STATUS = "35"
004610         GO TO 1800-EXIT
004620     END-IF
004630     IF TP-PO-STATUS NOT = "00"
004640         DISPLAY "MCP-ATP01 - UNABLE TO OPEN TIE-OPENPO, STATUS "
004650                 TP-PO-STATUS
004660         GO TO 9900-ABEND
004670     END-IF
004680     MOVE "N" TO TP-EOF-SW
004690     PERFORM 1850-READ-OPEN-PO THRU 1850-EXIT
004700         UNTIL TP-EOF
004710     CLOSE TIE-OPENPO.
004720 1800-EXIT.
004730     EXIT.
004740 1850-READ-OPEN-PO.
004750     READ TIE-OPENPO
004760         AT END
004770             SET TP-EOF TO TRUE
004780             GO TO 1850-EXIT
004790     END-READ
004800     IF TP-PO-STATUS NOT = "00"
004810         DISPLAY "MCP-ATP01 - ERROR READING TIE-OPENPO, STATUS "
004820                 TP-PO-STATUS
004830         GO TO 9900-ABEND
004840     END-IF
004850     COMPUTE TP-OPEN-QTY = PO-QTY-ORDERED - PO-QTY-RECEIVED
004860     IF TP-OPEN-QTY NOT GREATER THAN ZERO
004870         GO TO 1850-EXIT
004880     END-IF
004890     MOVE PO-DUE-DATE TO TP-DATE-CHECK
004900     IF TP-DATE-CHECK NOT NUMERIC
004910        OR TP-CHECK-MM LESS THAN 1 OR TP-CHECK-MM GREATER THAN 12
004920        OR TP-CHECK-DD LESS THAN 1 OR TP-CHECK-DD GREATER THAN 31
004930         DISPLAY "MCP-ATP01 - OPEN PO LINE WITH NO VALID DUE "
004940                 "DATE, NOT PROJECTED - " PO-PO-NUMBER " "
004950                 PO-STYLE-CODE " " PO-WHSE-CODE
004960         ADD 1 TO TP-BAD-DUE-COUNT
004970         GO TO 1850-EXIT
004980     END-IF
004990     MOVE SPACES TO SORT-ATP-RECORD
005000     MOVE PO-STYLE-CODE TO SA-STYLE-CODE
005010     MOVE PO-WHSE-CODE TO SA-WHSE-CODE
005020     SET SA-OPEN-PO TO TRUE
005030     MOVE PO-DUE-DATE TO SA-SEQ-KEY SA-DATE
005040     MOVE TP-OPEN-QTY TO SA-QTY
005050     MOVE PO-PO-NUMBER TO SA-REF
005060     RELEASE SORT-ATP-RECORD.
005070 1850-EXIT.
005080     EXIT.
005090*-----------------------------------------------------------------
005100* 2000-PROJECT-COMBINATIONS - SORT OUTPUT PROCEDURE. GATHER ONE
005110*   STYLE AND WAREHOUSE, PROJECT IT AT THE BREAK
005120*-----------------------------------------------------------------
005130 2000-PROJECT-COMBINATIONS.
005140     PERFORM 2100-RETURN-SORTED-RECORD THRU 2100-EXIT
005150     PERFORM 2200-PROCESS-SORTED-RECORD THRU 2200-EXIT
005160         UNTIL TP-SORT-EOF
005170     IF TP-GROUP-OPEN
005180         PERFORM 3000-PROJECT-ONE-COMBO THRU 3000-EXIT
005190     END-IF.
005200 2000-EXIT.
005210     EXIT.
005220 2100-RETURN-SORTED-RECORD.
005230     RETURN SORT-ATP
005240         AT END
005250             SET TP-SORT-EOF TO TRUE
005260     END-RETURN.
005270 2100-EXIT.
005280     EXIT.
005290 2200-PROCESS-SORTED-RECORD.
005300     IF TP-GROUP-OPEN
005310        AND (SA-STYLE-CODE NOT = TP-CUR-STYLE
005320             OR SA-WHSE-CODE NOT = TP-CUR-WHSE)
005330         PERFORM 3000-PROJECT-ONE-COMBO THRU 3000-EXIT
005340     END-IF
005350     IF NOT TP-GROUP-OPEN
005360         MOVE SA-STYLE-CODE TO TP-CUR-STYLE
005370         MOVE SA-WHSE-CODE TO TP-CUR-WHSE
005380         MOVE ZERO TO TP-ON-HAND TP-OWED TP-HELD TP-ON-ORDER
005390                      TP-BK-COUNT TP-PL-COUNT
005400         PERFORM 2250-CLEAR-WEEK THRU 2250-EXIT
005410             VARYING TP-WK-SUB FROM 1 BY 1
005420             UNTIL TP-WK-SUB GREATER THAN 12
005430         SET TP-GROUP-OPEN TO TRUE
005440     END-IF
005450     EVALUATE TRUE
005460         WHEN SA-LOCATION
005470             ADD SA-QTY TO TP-ON-HAND
005480         WHEN SA-BACKORDER
005490             PERFORM 2300-LOAD-BACKORDER THRU 2300-EXIT
005500         WHEN SA-OPEN-PO
005510             PERFORM 2400-LOAD-OPEN-PO THRU 2400-EXIT
005520     END-EVALUATE
005530     PERFORM 2100-RETURN-SORTED-RECORD THRU 2100-EXIT.
005540 2200-EXIT.
005550     EXIT.
005560 2250-CLEAR-WEEK.
005570     MOVE ZERO TO TP-WK-RECEIPTS (TP-WK-SUB)
005580                  TP-WK-AVAILABLE (TP-WK-SUB).
005590 2250-EXIT.
005600     EXIT.
005610 2300-LOAD-BACKORDER.
005620     IF TP-BK-COUNT = 500
005630         DISPLAY "MCP-ATP01 - BACKORDER LINE TABLE FULL, STYLE "
005640                 TP-CUR-STYLE " WHSE " TP-CUR-WHSE
005650         GO TO 9900-ABEND
005660     END-IF
005670     ADD 1 TO TP-BK-COUNT
005680     MOVE SA-REF TO TP-BK-ORDER (TP-BK-COUNT)
005690     MOVE SA-CUST-CODE TO TP-BK-CUST (TP-BK-COUNT)
005700     MOVE SA-QTY TO TP-BK-QTY (TP-BK-COUNT)
005710     MOVE SA-DATE TO TP-BK-ORIG-DATE (TP-BK-COUNT)
005720     MOVE SA-PRIORITY TO TP-BK-PRIORITY (TP-BK-COUNT)
005730     MOVE SA-BKO-CLASS TO TP-BK-CLASS (TP-BK-COUNT)
005740     IF SA-BKO-ON-HOLD
005750         ADD SA-QTY TO TP-HELD
005760     ELSE
005770         ADD SA-QTY TO TP-OWED
005780     END-IF.
005790 2300-EXIT.
005800     EXIT.
005810*-----------------------------------------------------------------
005820* 2400-LOAD-OPEN-PO - KEEP THE LINE FOR FILL DATES AND DROP ITS
005830*   QUANTITY INTO ITS WEEK. PAST DUE IS WEEK 1; PAST WEEK 12 IS
005840*   BEYOND THE PROJECTION BUT STILL FILLS BACKORDERS
005850*-----------------------------------------------------------------
005860 2400-LOAD-OPEN-PO.
005870     IF TP-PL-COUNT = 500
005880         DISPLAY "MCP-ATP01 - OPEN PO LINE TABLE FULL, STYLE "
005890                 TP-CUR-STYLE " WHSE " TP-CUR-WHSE
005900         GO TO 9900-ABEND
005910     END-IF
005920     ADD 1 TO TP-PL-COUNT
005930     MOVE SA-REF TO TP-PL-PO-NUMBER (TP-PL-COUNT)
005940     MOVE SA-DATE TO TP-PL-DUE-DATE (TP-PL-COUNT)
005950     MOVE SA-QTY TO TP-PL-QTY (TP-PL-COUNT)
005960     MOVE SA-DATE TO TP-DATE-WORK
005970     COMPUTE TP-DUE-INT = FUNCTION INTEGER-OF-DATE (TP-DATE-WORK)
005980     IF TP-DUE-INT LESS THAN TP-RUN-INT
005990         MOVE 1 TO TP-WK-SUB
006000     ELSE
006010         COMPUTE TP-WK-SUB = (TP-DUE-INT - TP-RUN-INT) / 7 + 1
006020     END-IF
006030     IF TP-WK-SUB GREATER THAN 12
006040         ADD 1 TO TP-BEYOND-COUNT
006050         GO TO 2400-EXIT
006060     END-IF
006070     ADD SA-QTY TO TP-WK-RECEIPTS (TP-WK-SUB)
006080     ADD SA-QTY TO TP-ON-ORDER.
006090 2400-EXIT.
006100     EXIT.
006110*-----------------------------------------------------------------
006120* 3000-PROJECT-ONE-COMBO - WEEKLY AVAILABLE = ON HAND LESS
006130*   EVERYTHING OWED (NOT HELD) PLUS RECEIPTS THROUGH THE WEEK,
006140*   THEN THE FILL DATES, THE EXTRACT AND THE REPORT
006150*-----------------------------------------------------------------
006160 3000-PROJECT-ONE-COMBO.
006170     ADD 1 TO TP-COMBO-COUNT
006180     COMPUTE TP-RUNNING = TP-ON-HAND - TP-OWED
006190     MOVE ZERO TO TP-FIRST-SHORT
006200     PERFORM 3100-PROJECT-ONE-WEEK THRU 3100-EXIT
006210         VARYING TP-WK-SUB FROM 1 BY 1
006220         UNTIL TP-WK-SUB GREATER THAN 12
006230     IF TP-FIRST-SHORT GREATER THAN ZERO
006240         ADD 1 TO TP-SHORT-COUNT
006250     END-IF
006260     MOVE TP-ON-HAND TO TP-SUPPLY
006270     MOVE ZERO TO TP-CUM-OWED TP-DRAWN-SUB
006280     PERFORM 3200-FILL-ONE-BACKORDER THRU 3200-EXIT
006290         VARYING TP-BK-SUB FROM 1 BY 1
006300         UNTIL TP-BK-SUB GREATER THAN TP-BK-COUNT
006310     PERFORM 4500-WRITE-EXTRACT THRU 4500-EXIT
006320     IF TP-BK-COUNT GREATER THAN ZERO
006330        OR TP-PL-COUNT GREATER THAN ZERO
006340        OR TP-FIRST-SHORT GREATER THAN ZERO
006350         PERFORM 4000-PRINT-COMBO THRU 4000-EXIT
006360     END-IF
006370     MOVE "N" TO TP-GROUP-OPEN-SW.
006380 3000-EXIT.
006390     EXIT.
006400 3100-PROJECT-ONE-WEEK.
006410     ADD TP-WK-RECEIPTS (TP-WK-SUB) TO TP-RUNNING
006420     MOVE TP-RUNNING TO TP-WK-AVAILABLE (TP-WK-SUB)
006430     IF TP-RUNNING LESS THAN ZERO
006440        AND TP-FIRST-SHORT = ZERO
006450         MOVE TP-WK-SUB TO TP-FIRST-SHORT
006460     END-IF.
006470 3100-EXIT.
006480     EXIT.
006490*-----------------------------------------------------------------
006500* 3200-FILL-ONE-BACKORDER - A LINE FILLS ONCE ON HAND PLUS THE PO
006510*   LINES DRAWN SO FAR COVER IT AND EVERY LINE AHEAD OF IT. THE
006520*   DATE IS THE DUE DATE OF THE LAST PO DRAWN (TODAY WHEN ON HAND
006530*   COVERS IT OR THAT PO IS ALREADY PAST DUE)
006540*-----------------------------------------------------------------
006550 3200-FILL-ONE-BACKORDER.
006560     IF TP-BK-CLASS (TP-BK-SUB) = "3"
006570         MOVE "H" TO TP-BK-FILL-STATUS (TP-BK-SUB)
006580         MOVE SPACES TO TP-BK-FILL-DATE (TP-BK-SUB)
006590                        TP-BK-FILL-PO (TP-BK-SUB)
006600         ADD 1 TO TP-HOLD-COUNT
006610         GO TO 3200-EXIT
006620     END-IF
006630     ADD TP-BK-QTY (TP-BK-SUB) TO TP-CUM-OWED
006640     PERFORM 3300-DRAW-NEXT-PO THRU 3300-EXIT
006650         UNTIL TP-SUPPLY NOT LESS THAN TP-CUM-OWED
006660            OR TP-DRAWN-SUB NOT LESS THAN TP-PL-COUNT
006670     IF TP-SUPPLY LESS THAN TP-CUM-OWED
006680         MOVE "N" TO TP-BK-FILL-STATUS (TP-BK-SUB)
006690         MOVE SPACES TO TP-BK-FILL-DATE (TP-BK-SUB)
006700                        TP-BK-FILL-PO (TP-BK-SUB)
006710         ADD 1 TO TP-NO-SUPPLY-COUNT
006720         GO TO 3200-EXIT
006730     END-IF
006740     MOVE "D" TO TP-BK-FILL-STATUS (TP-BK-SUB)
006750     ADD 1 TO TP-DATED-COUNT
006760     IF TP-DRAWN-SUB = ZERO
006770         MOVE TP-RUN-DATE TO TP-BK-FILL-DATE (TP-BK-SUB)
006780         MOVE SPACES TO TP-BK-FILL-PO (TP-BK-SUB)
006790         GO TO 3200-EXIT
006800     END-IF
006810     MOVE TP-PL-PO-NUMBER (TP-DRAWN-SUB)
006820         TO TP-BK-FILL-PO (TP-BK-SUB)
006830     IF TP-PL-DUE-DATE (TP-DRAWN-SUB) LESS THAN TP-RUN-DATE
006840         MOVE TP-RUN-DATE TO TP-BK-FILL-DATE (TP-BK-SUB)
006850     ELSE
006860         MOVE TP-PL-DUE-DATE (TP-DRAWN-SUB)
006870             TO TP-BK-FILL-DATE (TP-BK-SUB)
006880     END-IF.
006890 3200-EXIT.
006900     EXIT.
006910 3300-DRAW-NEXT-PO.
006920     ADD 1 TO TP-DRAWN-SUB
006930     ADD TP-PL-QTY (TP-DRAWN-SUB) TO TP-SUPPLY.
006940 3300-EXIT.
006950     EXIT.
006960*-----------------------------------------------------------------
006970* 4000-PRINT-COMBO - COMBINATION LINE, WEEK DATES, RECEIPTS AND
006980*   AVAILABLE ("*" = SHORT), THEN THE BACKORDER LINES
006990*-----------------------------------------------------------------
007000 4000-PRINT-COMBO.
007010     ADD 1 TO TP-PRINTED-COUNT
007020     MOVE SPACES TO TIE-ATP-LINE
007030     WRITE TIE-ATP-LINE
007040     MOVE TP-CUR-STYLE TO RC-STYLE
007050     MOVE TP-CUR-WHSE TO RC-WHSE
007060     MOVE TP-ON-HAND TO RC-ON-HAND
007070     MOVE TP-OWED TO RC-OWED
007080     MOVE TP-HELD TO RC-HELD
007090     MOVE TP-ON-ORDER TO RC-ON-ORDER
007100     IF TP-FIRST-SHORT GREATER THAN ZERO
007110         MOVE "*** GOES SHORT ***" TO RC-SHORT-FLAG
007120     ELSE
007130         MOVE SPACES TO RC-SHORT-FLAG
007140     END-IF
007150     WRITE TIE-ATP-LINE FROM RPT-COMBO-LINE
007160     MOVE SPACES TO RPT-WEEK-LINE
007170     MOVE "WEEK BEGINNING" TO RW-LABEL
007180     MOVE SPACES TO RPT-QTY-LINE
007190     MOVE "RECEIPTS DUE" TO RQ-LABEL
007200     PERFORM 4050-SET-WEEK-RECEIPTS THRU 4050-EXIT
007210         VARYING TP-WK-SUB FROM 1 BY 1
007220         UNTIL TP-WK-SUB GREATER THAN 12
007230     WRITE TIE-ATP-LINE FROM RPT-WEEK-LINE
007240     WRITE TIE-ATP-LINE FROM RPT-QTY-LINE
007250     MOVE SPACES TO RPT-QTY-LINE
007260     MOVE "AVAILABLE AT WEEK END" TO RQ-LABEL
007270     PERFORM 4060-SET-WEEK-AVAILABLE THRU 4060-EXIT
007280         VARYING TP-WK-SUB FROM 1 BY 1
007290         UNTIL TP-WK-SUB GREATER THAN 12
007300     WRITE TIE-ATP-LINE FROM RPT-QTY-LINE
007310     IF TP-BK-COUNT GREATER THAN ZERO
007320         WRITE TIE-ATP-LINE FROM RPT-BKO-HEADING
007330         PERFORM 4100-PRINT-BACKORDER THRU 4100-EXIT
007340             VARYING TP-BK-SUB FROM 1 BY 1
007350             UNTIL TP-BK-SUB GREATER THAN TP-BK-COUNT
007360     END-IF.
007370 4000-EXIT.
007380     EXIT.
007390 4050-SET-WEEK-RECEIPTS.
007400     STRING TP-WK-START (TP-WK-SUB) (5:2) "/"
007410            TP-WK-START (TP-WK-SUB) (7:2)
007420         DELIMITED BY SIZE INTO RW-DATE (TP-WK-SUB)
007430     END-STRING
007440     MOVE TP-WK-RECEIPTS (TP-WK-SUB) TO RQ-QTY (TP-WK-SUB).
007450 4050-EXIT.
007460     EXIT.
007470 4060-SET-WEEK-AVAILABLE.
007480     MOVE TP-WK-AVAILABLE (TP-WK-SUB) TO RQ-QTY (TP-WK-SUB)
007490     IF TP-WK-AVAILABLE (TP-WK-SUB) LESS THAN ZERO
007500         MOVE "*" TO RQ-FLAG (TP-WK-SUB)
007510     END-IF.
007520 4060-EXIT.
007530     EXIT.
007540 4100-PRINT-BACKORDER.
007550     MOVE TP-BK-ORDER (TP-BK-SUB) TO RB-ORDER
007560     MOVE TP-BK-CUST (TP-BK-SUB) TO RB-CUST
007570     MOVE TP-BK-QTY (TP-BK-SUB) TO RB-QTY
007580     MOVE TP-BK-ORIG-DATE (TP-BK-SUB) TO RB-ORIG-DATE
007590     MOVE TP-BK-PRIORITY (TP-BK-SUB) TO RB-PRIORITY
007600     MOVE SPACES TO RB-FROM
007610     EVALUATE TP-BK-FILL-STATUS (TP-BK-SUB)
007620         WHEN "H"
007630             MOVE "CREDIT HOLD" TO RB-FILL
007640         WHEN "N"
007650             MOVE "NO SUPPLY" TO RB-FILL
007660         WHEN OTHER
007670             MOVE TP-BK-FILL-DATE (TP-BK-SUB) TO RB-FILL
007680             IF TP-BK-FILL-PO (TP-BK-SUB) = SPACES
007690                 MOVE "ON HAND" TO RB-FROM
007700             ELSE
007710                 MOVE TP-BK-FILL-PO (TP-BK-SUB) TO RB-FROM
007720             END-IF
007730     END-EVALUATE
007740     WRITE TIE-ATP-LINE FROM RPT-BKO-LINE.
007750 4100-EXIT.
007760     EXIT.
007770*-----------------------------------------------------------------
007780* 4500-WRITE-EXTRACT - THE "P" PROJECTION RECORD, THEN ONE "F"
007790*   RECORD PER BACKORDER LINE
007800*-----------------------------------------------------------------
007810 4500-WRITE-EXTRACT.
007820     MOVE SPACES TO TIE-ATP-RECORD
007830     SET AV-PROJECTION TO TRUE
007840     MOVE TP-CUR-STYLE TO AV-STYLE-CODE
007850     MOVE TP-CUR-WHSE TO AV-WHSE-CODE
007860     MOVE TP-RUN-DATE TO AV-RUN-DATE
007870     MOVE TP-ON-HAND TO AV-QTY-ON-HAND
007880     MOVE TP-OWED TO AV-QTY-OWED
007890     MOVE TP-HELD TO AV-QTY-HELD
007900     MOVE TP-ON-ORDER TO AV-OPEN-PO-QTY
007910     MOVE TP-FIRST-SHORT TO AV-FIRST-SHORT-WEEK
007920     PERFORM 4550-SET-EXTRACT-WEEK THRU 4550-EXIT
007930         VARYING TP-WK-SUB FROM 1 BY 1
007940         UNTIL TP-WK-SUB GREATER THAN 12
007950     PERFORM 5800-WRITE-EXTRACT-RECORD THRU 5800-EXIT
007960     PERFORM 4600-WRITE-FILL-RECORD THRU 4600-EXIT
007970         VARYING TP-BK-SUB FROM 1 BY 1
007980         UNTIL TP-BK-SUB GREATER THAN TP-BK-COUNT.
007990 4500-EXIT.
008000     EXIT.
008010 4550-SET-EXTRACT-WEEK.
008020     MOVE TP-WK-RECEIPTS (TP-WK-SUB)
008030         TO AV-WEEK-RECEIPTS (TP-WK-SUB)
008040     MOVE TP-WK-AVAILABLE (TP-WK-SUB)
008050         TO AV-WEEK-AVAILABLE (TP-WK-SUB)
008060     IF TP-WK-AVAILABLE (TP-WK-SUB) LESS THAN ZERO
008070         MOVE "Y" TO AV-WEEK-SHORT (TP-WK-SUB)
008080     ELSE
008090         MOVE "N" TO AV-WEEK-SHORT (TP-WK-SUB)
008100     END-IF.
008110 4550-EXIT.
008120     EXIT.
008130 4600-WRITE-FILL-RECORD.
008140     MOVE SPACES TO AV-DETAIL-AREA
008150     SET AV-BKO-FILL TO TRUE
008160     MOVE TP-BK-ORDER (TP-BK-SUB) TO AV-ORDER-NO
008170     MOVE TP-BK-CUST (TP-BK-SUB) TO AV-CUST-CODE
008180     MOVE TP-BK-QTY (TP-BK-SUB) TO AV-LINE-OWED
008190     MOVE TP-BK-ORIG-DATE (TP-BK-SUB) TO AV-ORIG-DATE
008200     MOVE TP-BK-PRIORITY (TP-BK-SUB) TO AV-PRIORITY
008210     MOVE TP-BK-FILL-STATUS (TP-BK-SUB) TO AV-FILL-STATUS
008220     MOVE TP-BK-FILL-DATE (TP-BK-SUB) TO AV-FILL-DATE
008230     MOVE TP-BK-FILL-PO (TP-BK-SUB) TO AV-FILL-PO-NUMBER
008240     PERFORM 5800-WRITE-EXTRACT-RECORD THRU 5800-EXIT.
008250 4600-EXIT.
008260     EXIT.
008270 5800-WRITE-EXTRACT-RECORD.
008280     WRITE TIE-ATP-RECORD
008290     IF TP-EXTRACT-STATUS NOT = "00"
008300         DISPLAY "MCP-ATP01 - UNABLE TO WRITE TIE-ATP-EXTRACT, "
008310                 "STATUS " TP-EXTRACT-STATUS
008320         GO TO 9900-ABEND
008330     END-IF
008340     ADD 1 TO TP-EXTRACT-COUNT.
008350 5800-EXIT.
008360     EXIT.
008370*-----------------------------------------------------------------
008380* 8500-WRITE-TOTALS - FOOT THE REPORT
008390*-----------------------------------------------------------------
008400 8500-WRITE-TOTALS.
008410     MOVE SPACES TO TIE-ATP-LINE
008420     WRITE TIE-ATP-LINE
008430     MOVE "STYLE/WAREHOUSES PROJECTED         -" TO RT-LABEL
008440     MOVE TP-COMBO-COUNT TO RT-VALUE
008450     WRITE TIE-ATP-LINE FROM RPT-TOTAL-LINE
008460     MOVE "STYLE/WAREHOUSES PRINTED           -" TO RT-LABEL
008470     MOVE TP-PRINTED-COUNT TO RT-VALUE
008480     WRITE TIE-ATP-LINE FROM RPT-TOTAL-LINE
008490     MOVE "STYLE/WAREHOUSES GOING SHORT       -" TO RT-LABEL
008500     MOVE TP-SHORT-COUNT TO RT-VALUE
008510     WRITE TIE-ATP-LINE FROM RPT-TOTAL-LINE
008520     MOVE "BACKORDER LINES WITH A FILL DATE   -" TO RT-LABEL
008530     MOVE TP-DATED-COUNT TO RT-VALUE
008540     WRITE TIE-ATP-LINE FROM RPT-TOTAL-LINE
008550     MOVE "BACKORDER LINES WITH NO SUPPLY     -" TO RT-LABEL
008560     MOVE TP-NO-SUPPLY-COUNT TO RT-VALUE
008570     WRITE TIE-ATP-LINE FROM RPT-TOTAL-LINE
008580     MOVE "BACKORDER LINES ON CREDIT HOLD     -" TO RT-LABEL
008590     MOVE TP-HOLD-COUNT TO RT-VALUE
008600     WRITE TIE-ATP-LINE FROM RPT-TOTAL-LINE
008610     MOVE "OPEN PO LINES BEYOND 12 WEEKS      -" TO RT-LABEL
008620     MOVE TP-BEYOND-COUNT TO RT-VALUE
008630     WRITE TIE-ATP-LINE FROM RPT-TOTAL-LINE
008640     MOVE "OPEN PO LINES WITH NO DUE DATE     -" TO RT-LABEL
008650     MOVE TP-BAD-DUE-COUNT TO RT-VALUE
008660     WRITE TIE-ATP-LINE FROM RPT-TOTAL-LINE
008670     MOVE "EXTRACT RECORDS WRITTEN            -" TO RT-LABEL
008680     MOVE TP-EXTRACT-COUNT TO RT-VALUE
008690     WRITE TIE-ATP-LINE FROM RPT-TOTAL-LINE.
008700 8500-EXIT.
008710     EXIT.
008720*-----------------------------------------------------------------
008730* 9000-END-OF-JOB - CLOSE WHATEVER IS OPEN
008740*-----------------------------------------------------------------
008750 9000-END-OF-JOB.
008760     IF TP-CUST-OPEN
008770         CLOSE TIE-CUSTOMER
008780     END-IF
008790     IF TP-EXTRACT-OPEN
008800         CLOSE TIE-ATP-EXTRACT
008810     END-IF
008820     IF TP-REPORT-OPEN
008830         CLOSE TIE-ATP-RPT
008840     END-IF.
008850 9000-EXIT.
008860     EXIT.
008870*-----------------------------------------------------------------
008880* 9900-ABEND - CLOSE UP AND END THE RUN WITH A BAD RETURN CODE
008890*-----------------------------------------------------------------
008900 9900-ABEND.
008910     MOVE 16 TO RETURN-CODE
008920     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
008930     STOP RUN.
008940 9900-EXIT.
008950     EXIT.
