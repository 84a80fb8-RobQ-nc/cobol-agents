000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MCP-BAL01.
000030 AUTHOR. R QUIGLEY.
000040 INSTALLATION. TIE DIVISION DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* 10/15/2026  RQ   ORIGINAL PROGRAM - NIGHTLY STOCK BALANCING
000110*                  PASS OVER TIE-LOCATION. A WAREHOUSE BELOW ITS
000120*                  OWN REORDER POINT (TL-REORDER-POINT) IS
000130*                  PROPOSED STOCK FROM THE WAREHOUSES OF THE
000140*                  SAME STYLE HOLDING MORE THAN THEIR OWN POINT,
000150*                  LARGEST EXCESS FIRST, NEVER TAKING A SENDER
000160*                  BELOW ITS POINT. PROPOSALS GO TO DD TIEXFRP
000170*                  (COPYBOOK TIEXFR) AND TO THE TRANSFER
000180*                  WORKSHEET (DD TIEXFRW) BY SENDING WAREHOUSE.
000190*                  THE LEADS RETURN THE MOVES THEY APPROVE TO
000200*                  MCP-BAL02, WHICH WRITES THE TRANSFERS.
000210* 10/15/2026  RQ   ONLY WAREHOUSES ON TIE-WAREHOUSE (DD TIEWHSE)
000220*                  AND ACTIVE TAKE PART. A POINT LEFT ON A ROW
000230*                  AT A CLOSED OR UNKNOWN WAREHOUSE IS SKIPPED
000240*                  AND COUNTED, SO NO MOVE IS PROPOSED THAT
000250*                  MCP-AGENT WOULD SUSPEND.
000260*-----------------------------------------------------------------
000270* ___________________________
000280*|                           |
000290*|  IBM MAINFRAME DIVISION   |
000300*|      OF COBOL AGENTS      |
000310*|                           |
000320*|   WAREHOUSE BALANCING     |
000330*|         /\                |
000340*|        /  \               |
000350*|       / TIE \             |
000360*|      /______\             |
000370*|___________________________|
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT TIE-LOCATION ASSIGN TO TIELOC
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS TL-LOC-KEY
000450         FILE STATUS IS BL-LOC-STATUS.
000460     SELECT TIE-WAREHOUSE ASSIGN TO TIEWHSE
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS WH-WHSE-CODE
000500         FILE STATUS IS BL-WHSE-STATUS.
000510     SELECT SORT-WORK ASSIGN TO TIESORT.
000520     SELECT TIE-XFER-PROPOSAL ASSIGN TO TIEXFRP
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS BL-PROPOSAL-STATUS.
000550     SELECT TIE-XFER-WORKSHEET ASSIGN TO TIEXFRW
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS BL-REPORT-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  TIE-LOCATION
000610     LABEL RECORDS ARE STANDARD.
000620     COPY TIELOC.
000630 FD  TIE-WAREHOUSE
000640     LABEL RECORDS ARE STANDARD.
000650     COPY TIEWHS.
000660 SD  SORT-WORK.
000670 01  SORT-XFER-RECORD.
000680     05  SX-FROM-WHSE               PIC X(03).
000690     05  SX-STYLE-CODE              PIC X(06).
000700     05  SX-TO-WHSE                 PIC X(03).
000710     05  SX-TRANSFER-QTY            PIC 9(07).
000720     05  SX-FROM-ON-HAND            PIC S9(07).
000730     05  SX-FROM-POINT              PIC 9(04).
000740     05  SX-TO-ON-HAND              PIC S9(07).
000750     05  SX-TO-POINT                PIC 9(04).
000760 FD  TIE-XFER-PROPOSAL
000770     LABEL RECORDS ARE STANDARD.
000780     COPY TIEXFR.
000790 FD  TIE-XFER-WORKSHEET
000800     LABEL RECORDS ARE STANDARD.
000810 01  TIE-XFER-WORKSHEET-LINE        PIC X(132).
000820 WORKING-STORAGE SECTION.
000830 77  BL-LOC-STATUS                  PIC X(02) VALUE ZERO.
000840 77  BL-PROPOSAL-STATUS             PIC X(02) VALUE ZERO.
000850 77  BL-REPORT-STATUS               PIC X(02) VALUE ZERO.
000860 77  BL-WHSE-STATUS                 PIC X(02) VALUE ZERO.
000870 77  BL-WHSE-OPEN-SW                PIC X(01) VALUE "N".
000880     88  BL-WHSE-OPEN                        VALUE "Y".
000890 77  BL-FOUND-SW                    PIC X(01) VALUE "N".
000900     88  BL-FOUND                            VALUE "Y".
000910 77  BL-LOC-OPEN-SW                 PIC X(01) VALUE "N".
000920     88  BL-LOC-OPEN                         VALUE "Y".
000930 77  BL-PROPOSAL-OPEN-SW            PIC X(01) VALUE "N".
000940     88  BL-PROPOSAL-OPEN                    VALUE "Y".
000950 77  BL-REPORT-OPEN-SW              PIC X(01) VALUE "N".
000960     88  BL-REPORT-OPEN                      VALUE "Y".
000970 77  BL-EOF-SW                      PIC X(01) VALUE "N".
000980     88  BL-EOF                              VALUE "Y".
000990 77  BL-SORT-EOF-SW                 PIC X(01) VALUE "N".
001000     88  BL-SORT-EOF                         VALUE "Y".
001010 77  BL-NO-DONOR-SW                 PIC X(01) VALUE "N".
001020     88  BL-NO-DONOR                         VALUE "Y".
001030 77  BL-RUN-DATE                    PIC X(08) VALUE SPACES.
001040 77  BL-PARM-DATE                   PIC X(08) VALUE SPACES.
001050 77  BL-PRIOR-STYLE                 PIC X(06) VALUE SPACES.
001060 77  BL-PREV-WHSE                   PIC X(03) VALUE SPACES.
001070 77  BL-SUB                         PIC 9(04) COMP VALUE ZERO.
001080 77  BL-RCV-SUB                     PIC 9(04) COMP VALUE ZERO.
001090 77  BL-BEST-SUB                    PIC 9(04) COMP VALUE ZERO.
001100 77  BL-BEST-EXCESS                 PIC S9(07) COMP VALUE ZERO.
001110 77  BL-MOVE-QTY                    PIC S9(07) COMP VALUE ZERO.
001120 77  BL-LOC-READ                    PIC 9(07) COMP VALUE ZERO.
001130 77  BL-LOC-WITH-POINT              PIC 9(07) COMP VALUE ZERO.
001140 77  BL-STYLES-BALANCED             PIC 9(07) COMP VALUE ZERO.
001150 77  BL-WHSE-SHORT                  PIC 9(07) COMP VALUE ZERO.
001160 77  BL-UNITS-SHORT                 PIC 9(09) COMP VALUE ZERO.
001170 77  BL-UNITS-UNCOVERED             PIC 9(09) COMP VALUE ZERO.
001180 77  BL-PROPOSAL-COUNT              PIC 9(07) COMP VALUE ZERO.
001190 77  BL-UNITS-PROPOSED              PIC 9(09) COMP VALUE ZERO.
001200 77  BL-WHSE-LINES                  PIC 9(07) COMP VALUE ZERO.
001210 77  BL-LOC-SKIPPED                 PIC 9(07) COMP VALUE ZERO.
001220 77  BL-HIT-SUB                     PIC 9(04) COMP VALUE ZERO.
001230*-----------------------------------------------------------------
001240* EVERY WAREHOUSE ON TIE-WAREHOUSE AND ITS STATUS
001250*-----------------------------------------------------------------
001260 01  BL-SITE-TABLE.
001270     05  BL-SITE-COUNT              PIC 9(04) COMP VALUE ZERO.
001280     05  BL-SITE-ENTRY OCCURS 200 TIMES.
001290         10  BL-SITE-CODE           PIC X(03).
001300         10  BL-SITE-STATUS         PIC X(01).
001310*-----------------------------------------------------------------
001320* WAREHOUSES OF THE STYLE IN HAND THAT CARRY A REORDER POINT.
001330*   A WAREHOUSE IS EITHER SHORT (NEED) OR OVER (EXCESS), NEVER
001340*   BOTH; BOTH ARE DRAWN DOWN AS MOVES ARE PROPOSED
001350*-----------------------------------------------------------------
001360 01  BL-WHSE-TABLE.
001370     05  BL-WHSE-COUNT              PIC 9(04) COMP VALUE ZERO.
001380     05  BL-WHSE-ENTRY OCCURS 50 TIMES.
001390         10  BL-WH-CODE             PIC X(03).
001400         10  BL-WH-ON-HAND          PIC S9(07) COMP.
001410         10  BL-WH-POINT            PIC 9(04) COMP.
001420         10  BL-WH-NEED             PIC S9(07) COMP.
001430         10  BL-WH-EXCESS           PIC S9(07) COMP.
001440 01  RPT-HEADING-LINE-1.
001450     05  FILLER                     PIC X(01) VALUE SPACE.
001460     05  FILLER                     PIC X(26)
001470             VALUE "TIE TRANSFER WORKSHEET - ".
001480     05  RH-RUN-DATE                PIC X(08).
001490     05  FILLER                     PIC X(19)
001500             VALUE "   SHIP FROM WHSE ".
001510     05  RH-FROM-WHSE               PIC X(03).
001520 01  RPT-HEADING-LINE-2.
001530     05  FILLER                     PIC X(01) VALUE SPACE.
001540     05  FILLER                     PIC X(08) VALUE "STYLE".
001550     05  FILLER                     PIC X(08) VALUE "TO WHSE".
001560     05  FILLER                     PIC X(12) VALUE "  FROM O/H".
001570     05  FILLER                     PIC X(08) VALUE " FROM RP".
001580     05  FILLER                     PIC X(12) VALUE "    TO O/H".
001590     05  FILLER                     PIC X(08) VALUE "   TO RP".
001600     05  FILLER                     PIC X(12) VALUE "  PROPOSED".
001610     05  FILLER                     PIC X(20)
001620             VALUE "   APPROVED QTY".
001630     05  FILLER                     PIC X(20) VALUE "APPROVED BY".
001640 01  RPT-DETAIL-LINE.
001650     05  FILLER                     PIC X(01) VALUE SPACE.
001660     05  RD-STYLE                   PIC X(06).
001670     05  FILLER                     PIC X(03) VALUE SPACES.
001680     05  RD-TO-WHSE                 PIC X(03).
001690     05  FILLER                     PIC X(03) VALUE SPACES.
001700     05  RD-FROM-ON-HAND            PIC -,---,--9.
001710     05  FILLER                     PIC X(03) VALUE SPACES.
001720     05  RD-FROM-POINT              PIC ZZZ9.
001730     05  FILLER                     PIC X(03) VALUE SPACES.
001740     05  RD-TO-ON-HAND              PIC -,---,--9.
001750     05  FILLER                     PIC X(03) VALUE SPACES.
001760     05  RD-TO-POINT                PIC ZZZ9.
001770     05  FILLER                     PIC X(03) VALUE SPACES.
001780     05  RD-TRANSFER-QTY            PIC Z,ZZZ,ZZ9.
001790     05  FILLER                     PIC X(03) VALUE SPACES.
001800     05  FILLER                     PIC X(20)
001810             VALUE "______________".
001820     05  FILLER                     PIC X(20)
001830             VALUE "______________".
001840 01  RPT-TOTAL-LINE.
001850     05  FILLER                     PIC X(01) VALUE SPACE.
001860     05  RT-LABEL                   PIC X(28).
001870     05  RT-VALUE                   PIC ZZZ,ZZZ,ZZ9.
001880 LINKAGE SECTION.
001890 01  BL-PARM-AREA.
001900     05  BL-PARM-LENGTH             PIC S9(4) COMP.
001910     05  BL-PARM-TEXT               PIC X(80).
001920 PROCEDURE DIVISION USING BL-PARM-AREA.
001930*-----------------------------------------------------------------
001940* 0000-MAIN-LINE - JOB DRIVER. BALANCE EACH STYLE ACROSS ITS
001950*   WAREHOUSES, SORT THE PROPOSED MOVES BY SENDING WAREHOUSE,
001960*   THEN WRITE THE PROPOSALS AND THE WORKSHEET
001970*-----------------------------------------------------------------
001980 0000-MAIN-LINE.
001990     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002000     SORT SORT-WORK
002010         ON ASCENDING KEY SX-FROM-WHSE SX-STYLE-CODE SX-TO-WHSE
002020         INPUT PROCEDURE 2000-BALANCE-LOCATIONS THRU 2000-EXIT
002030         OUTPUT PROCEDURE 3000-WRITE-PROPOSALS THRU 3000-EXIT
002040     PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT
002050     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
002060     STOP RUN.
002070*-----------------------------------------------------------------
002080* 1000-INITIALIZE - SETTLE THE RUN DATE AND OPEN THE OUTPUTS.
002090*   THE ONLY PARM IS AN OPTIONAL RUN DATE (YYYYMMDD)
002100*-----------------------------------------------------------------
002110 1000-INITIALIZE.
002120     ACCEPT BL-RUN-DATE FROM DATE YYYYMMDD
002130     IF BL-PARM-LENGTH > 0
002140         UNSTRING BL-PARM-TEXT DELIMITED BY ","
002150             INTO BL-PARM-DATE
002160         END-UNSTRING
002170         IF BL-PARM-DATE NOT = SPACES
002180             MOVE BL-PARM-DATE TO BL-RUN-DATE
002190         END-IF
002200     END-IF
002210     IF BL-RUN-DATE NOT NUMERIC
002220         DISPLAY "MCP-BAL01 - INVALID RUN DATE " BL-RUN-DATE
002230         GO TO 9900-ABEND
002240     END-IF
002250     OPEN OUTPUT TIE-XFER-PROPOSAL
002260     IF BL-PROPOSAL-STATUS NOT = "00"
002270         DISPLAY "MCP-BAL01 - UNABLE TO OPEN TIE-XFER-PROPOSAL, "
002280                 "STATUS " BL-PROPOSAL-STATUS
002290         GO TO 9900-ABEND
002300     END-IF
002310     SET BL-PROPOSAL-OPEN TO TRUE
002320     OPEN OUTPUT TIE-XFER-WORKSHEET
002330     IF BL-REPORT-STATUS NOT = "00"
002340         DISPLAY "MCP-BAL01 - UNABLE TO OPEN TIE-XFER-WORKSHEET, "
002350                 "STATUS " BL-REPORT-STATUS
002360         GO TO 9900-ABEND
002370     END-IF
002380     SET BL-REPORT-OPEN TO TRUE
002390     MOVE BL-RUN-DATE TO RH-RUN-DATE
002400     PERFORM 1100-LOAD-WAREHOUSES THRU 1100-EXIT.
002410 1000-EXIT.
002420     EXIT.
002430*-----------------------------------------------------------------
002440* 1100-LOAD-WAREHOUSES - HOLD EVERY TIE-WAREHOUSE CODE AND ITS
002450*   STATUS SO CLOSED AND UNKNOWN WAREHOUSES CAN BE LEFT OUT
002460*-----------------------------------------------------------------
002470 1100-LOAD-WAREHOUSES.
002480     OPEN INPUT TIE-WAREHOUSE
002490     IF BL-WHSE-STATUS NOT = "00"
002500         DISPLAY "MCP-BAL01 - UNABLE TO OPEN TIE-WAREHOUSE, "
002510                 "STATUS " BL-WHSE-STATUS
002520         GO TO 9900-ABEND
002530     END-IF
002540     SET BL-WHSE-OPEN TO TRUE
002550     MOVE "N" TO BL-EOF-SW
002560     PERFORM 1150-READ-NEXT-WAREHOUSE THRU 1150-EXIT
002570     PERFORM 1200-STORE-ONE-WAREHOUSE THRU 1200-EXIT
002580         UNTIL BL-EOF
002590     CLOSE TIE-WAREHOUSE
002600     MOVE "N" TO BL-WHSE-OPEN-SW.
002610 1100-EXIT.
002620     EXIT.
002630 1150-READ-NEXT-WAREHOUSE.
002640     READ TIE-WAREHOUSE NEXT RECORD
002650         AT END
002660             SET BL-EOF TO TRUE
002670     END-READ
002680     IF BL-WHSE-STATUS NOT = "00" AND BL-WHSE-STATUS NOT = "10"
002690         DISPLAY "MCP-BAL01 - ERROR READING TIE-WAREHOUSE, "
002700                 "STATUS " BL-WHSE-STATUS
002710         GO TO 9900-ABEND
002720     END-IF.
002730 1150-EXIT.
002740     EXIT.
002750 1200-STORE-ONE-WAREHOUSE.
002760     IF BL-SITE-COUNT NOT LESS THAN 200
002770         DISPLAY "MCP-BAL01 - TIE-WAREHOUSE TABLE FULL"
002780         GO TO 9900-ABEND
002790     END-IF
002800     ADD 1 TO BL-SITE-COUNT
002810     MOVE WH-WHSE-CODE TO BL-SITE-CODE (BL-SITE-COUNT)
002820     MOVE WH-STATUS TO BL-SITE-STATUS (BL-SITE-COUNT)
002830     PERFORM 1150-READ-NEXT-WAREHOUSE THRU 1150-EXIT.
002840 1200-EXIT.
002850     EXIT.
002860*-----------------------------------------------------------------
002870* 2000-BALANCE-LOCATIONS - SORT INPUT PROCEDURE. TIE-LOCATION IS
002880*   IN STYLE/WAREHOUSE ORDER, SO EACH STYLE'S WAREHOUSES ARE
002890*   GATHERED INTO THE TABLE AND BALANCED ON THE STYLE BREAK
002900*-----------------------------------------------------------------
002910 2000-BALANCE-LOCATIONS.
002920     OPEN INPUT TIE-LOCATION
002930     IF BL-LOC-STATUS NOT = "00"
002940         DISPLAY "MCP-BAL01 - UNABLE TO OPEN TIE-LOCATION, "
002950                 "STATUS " BL-LOC-STATUS
002960         GO TO 9900-ABEND
002970     END-IF
002980     SET BL-LOC-OPEN TO TRUE
002990     MOVE ZERO TO BL-WHSE-COUNT
003000     MOVE SPACES TO BL-PRIOR-STYLE
003010     MOVE "N" TO BL-EOF-SW
003020     PERFORM 2100-READ-LOCATION THRU 2100-EXIT
003030         UNTIL BL-EOF
003040     PERFORM 2300-BALANCE-STYLE THRU 2300-EXIT
003050     CLOSE TIE-LOCATION
003060     MOVE "N" TO BL-LOC-OPEN-SW.
003070 2000-EXIT.
003080     EXIT.
003090 2100-READ-LOCATION.
003100     READ TIE-LOCATION NEXT RECORD
003110         AT END
003120             SET BL-EOF TO TRUE
003130             GO TO 2100-EXIT
003140     END-READ
003150     IF BL-LOC-STATUS NOT = "00"
003160         DISPLAY "MCP-BAL01 - ERROR READING TIE-LOCATION, STATUS "
003170                 BL-LOC-STATUS
003180         GO TO 9900-ABEND
003190     END-IF
003200     ADD 1 TO BL-LOC-READ
003210     IF TL-STYLE-CODE NOT = BL-PRIOR-STYLE
003220         PERFORM 2300-BALANCE-STYLE THRU 2300-EXIT
003230         MOVE TL-STYLE-CODE TO BL-PRIOR-STYLE
003240     END-IF
003250     IF TL-REORDER-POINT NOT NUMERIC
003260        OR TL-REORDER-POINT = ZERO
003270         GO TO 2100-EXIT
003280     END-IF
003290     PERFORM 2150-LOOK-UP-WAREHOUSE THRU 2150-EXIT
003300     IF NOT BL-FOUND
003310        OR BL-SITE-STATUS (BL-HIT-SUB) NOT = "A"
003320         ADD 1 TO BL-LOC-SKIPPED
003330         GO TO 2100-EXIT
003340     END-IF
003350     PERFORM 2200-STORE-WAREHOUSE THRU 2200-EXIT.
003360 2100-EXIT.
003370     EXIT.
003380*-----------------------------------------------------------------
003390* 2150-LOOK-UP-WAREHOUSE - FIND THE ROW'S WAREHOUSE IN THE
003400*   TIE-WAREHOUSE TABLE; BL-HIT-SUB POINTS AT IT WHEN FOUND
003410*-----------------------------------------------------------------
003420 2150-LOOK-UP-WAREHOUSE.
003430     MOVE "N" TO BL-FOUND-SW
003440     PERFORM 2160-MATCH-WAREHOUSE-ENTRY THRU 2160-EXIT
003450         VARYING BL-HIT-SUB FROM 1 BY 1
003460         UNTIL BL-FOUND
003470            OR BL-HIT-SUB GREATER THAN BL-SITE-COUNT
003480     IF BL-FOUND
003490         SUBTRACT 1 FROM BL-HIT-SUB
003500     END-IF.
003510 2150-EXIT.
003520     EXIT.
003530 2160-MATCH-WAREHOUSE-ENTRY.
003540     IF BL-SITE-CODE (BL-HIT-SUB) = TL-WHSE-CODE
003550         SET BL-FOUND TO TRUE
003560     END-IF.
003570 2160-EXIT.
003580     EXIT.
003590*-----------------------------------------------------------------
003600* 2200-STORE-WAREHOUSE - ONLY THE SELLABLE BALANCE COUNTS.
003610*   QUARANTINED STOCK IS NEITHER SENT NOR TREATED AS COVER
003620*-----------------------------------------------------------------
003630 2200-STORE-WAREHOUSE.
003640     IF BL-WHSE-COUNT NOT LESS THAN 50
003650         DISPLAY "MCP-BAL01 - WAREHOUSE TABLE FULL FOR STYLE "
003660                 TL-STYLE-CODE
003670         GO TO 9900-ABEND
003680     END-IF
003690     ADD 1 TO BL-LOC-WITH-POINT
003700     ADD 1 TO BL-WHSE-COUNT
003710     MOVE TL-WHSE-CODE TO BL-WH-CODE (BL-WHSE-COUNT)
003720     MOVE TL-QTY-ON-HAND TO BL-WH-ON-HAND (BL-WHSE-COUNT)
003730     MOVE TL-REORDER-POINT TO BL-WH-POINT (BL-WHSE-COUNT)
003740     MOVE ZERO TO BL-WH-NEED (BL-WHSE-COUNT)
003750                  BL-WH-EXCESS (BL-WHSE-COUNT)
003760     IF TL-QTY-ON-HAND LESS THAN TL-REORDER-POINT
003770         COMPUTE BL-WH-NEED (BL-WHSE-COUNT) =
003780             TL-REORDER-POINT - TL-QTY-ON-HAND
003790     END-IF
003800     IF TL-QTY-ON-HAND GREATER THAN TL-REORDER-POINT
003810         COMPUTE BL-WH-EXCESS (BL-WHSE-COUNT) =
003820             TL-QTY-ON-HAND - TL-REORDER-POINT
003830     END-IF.
003840 2200-EXIT.
003850     EXIT.
003860*-----------------------------------------------------------------
003870* 2300-BALANCE-STYLE - FILL EACH SHORT WAREHOUSE IN TURN, THEN
003880*   CLEAR THE TABLE FOR THE NEXT STYLE
003890*-----------------------------------------------------------------
003900 2300-BALANCE-STYLE.
003910     IF BL-WHSE-COUNT = ZERO
003920         GO TO 2300-EXIT
003930     END-IF
003940     ADD 1 TO BL-STYLES-BALANCED
003950     PERFORM 2400-FILL-RECEIVER THRU 2400-EXIT
003960         VARYING BL-RCV-SUB FROM 1 BY 1
003970         UNTIL BL-RCV-SUB GREATER THAN BL-WHSE-COUNT
003980     MOVE ZERO TO BL-WHSE-COUNT.
003990 2300-EXIT.
004000     EXIT.
004010 2400-FILL-RECEIVER.
004020     IF BL-WH-NEED (BL-RCV-SUB) NOT GREATER THAN ZERO
004030         GO TO 2400-EXIT
004040     END-IF
004050     ADD 1 TO BL-WHSE-SHORT
004060     ADD BL-WH-NEED (BL-RCV-SUB) TO BL-UNITS-SHORT
004070     MOVE "N" TO BL-NO-DONOR-SW
004080     PERFORM 2500-DRAW-FROM-DONOR THRU 2500-EXIT
004090         UNTIL BL-NO-DONOR
004100            OR BL-WH-NEED (BL-RCV-SUB) NOT GREATER THAN ZERO
004110     IF BL-WH-NEED (BL-RCV-SUB) GREATER THAN ZERO
004120         ADD BL-WH-NEED (BL-RCV-SUB) TO BL-UNITS-UNCOVERED
004130     END-IF.
004140 2400-EXIT.
004150     EXIT.
004160*-----------------------------------------------------------------
004170* 2500-DRAW-FROM-DONOR - TAKE WHAT IS STILL NEEDED, OR ALL THAT
004180*   IS LEFT, FROM THE WAREHOUSE WITH THE MOST ABOVE ITS POINT
004190*-----------------------------------------------------------------
004200 2500-DRAW-FROM-DONOR.
004210     MOVE ZERO TO BL-BEST-SUB BL-BEST-EXCESS
004220     PERFORM 2550-PICK-DONOR THRU 2550-EXIT
004230         VARYING BL-SUB FROM 1 BY 1
004240         UNTIL BL-SUB GREATER THAN BL-WHSE-COUNT
004250     IF BL-BEST-SUB = ZERO
004260         SET BL-NO-DONOR TO TRUE
004270         GO TO 2500-EXIT
004280     END-IF
004290     IF BL-BEST-EXCESS LESS THAN BL-WH-NEED (BL-RCV-SUB)
004300         MOVE BL-BEST-EXCESS TO BL-MOVE-QTY
004310     ELSE
004320         MOVE BL-WH-NEED (BL-RCV-SUB) TO BL-MOVE-QTY
004330     END-IF
004340     SUBTRACT BL-MOVE-QTY FROM BL-WH-EXCESS (BL-BEST-SUB)
004350     SUBTRACT BL-MOVE-QTY FROM BL-WH-NEED (BL-RCV-SUB)
004360     MOVE BL-WH-CODE (BL-BEST-SUB) TO SX-FROM-WHSE
004370     MOVE BL-PRIOR-STYLE TO SX-STYLE-CODE
004380     MOVE BL-WH-CODE (BL-RCV-SUB) TO SX-TO-WHSE
004390     MOVE BL-MOVE-QTY TO SX-TRANSFER-QTY
004400     MOVE BL-WH-ON-HAND (BL-BEST-SUB) TO SX-FROM-ON-HAND
004410     MOVE BL-WH-POINT (BL-BEST-SUB) TO SX-FROM-POINT
004420     MOVE BL-WH-ON-HAND (BL-RCV-SUB) TO SX-TO-ON-HAND
004430     MOVE BL-WH-POINT (BL-RCV-SUB) TO SX-TO-POINT
004440     RELEASE SORT-XFER-RECORD
004450     ADD 1 TO BL-PROPOSAL-COUNT
004460     ADD BL-MOVE-QTY TO BL-UNITS-PROPOSED.
004470 2500-EXIT.
004480     EXIT.
004490 2550-PICK-DONOR.
004500     IF BL-WH-EXCESS (BL-SUB) GREATER THAN BL-BEST-EXCESS
004510         MOVE BL-SUB TO BL-BEST-SUB
004520         MOVE BL-WH-EXCESS (BL-SUB) TO BL-BEST-EXCESS
004530     END-IF.
004540 2550-EXIT.
004550     EXIT.
004560*-----------------------------------------------------------------
004570* 3000-WRITE-PROPOSALS - SORT OUTPUT PROCEDURE. ONE WORKSHEET
004580*   SECTION PER SENDING WAREHOUSE, SINCE THAT LEAD PICKS AND
004590*   SHIPS THE STOCK
004600*-----------------------------------------------------------------
004610 3000-WRITE-PROPOSALS.
004620     MOVE "N" TO BL-SORT-EOF-SW
004630     PERFORM 3100-RETURN-PROPOSAL THRU 3100-EXIT
004640     PERFORM 3200-WRITE-ONE-PROPOSAL THRU 3200-EXIT
004650         UNTIL BL-SORT-EOF.
004660 3000-EXIT.
004670     EXIT.
004680 3100-RETURN-PROPOSAL.
004690     RETURN SORT-WORK
004700         AT END
004710             SET BL-SORT-EOF TO TRUE
004720     END-RETURN.
004730 3100-EXIT.
004740     EXIT.
004750 3200-WRITE-ONE-PROPOSAL.
004760     IF SX-FROM-WHSE NOT = BL-PREV-WHSE
004770         MOVE SX-FROM-WHSE TO BL-PREV-WHSE
004780         MOVE SX-FROM-WHSE TO RH-FROM-WHSE
004790         IF BL-WHSE-LINES GREATER THAN ZERO
004800             MOVE SPACES TO TIE-XFER-WORKSHEET-LINE
004810             WRITE TIE-XFER-WORKSHEET-LINE
004820         END-IF
004830         WRITE TIE-XFER-WORKSHEET-LINE FROM RPT-HEADING-LINE-1
004840         WRITE TIE-XFER-WORKSHEET-LINE FROM RPT-HEADING-LINE-2
004850     END-IF
004860     MOVE SPACES TO TIE-XFER-PROPOSAL-RECORD
004870     MOVE SX-STYLE-CODE TO XP-STYLE-CODE
004880     MOVE SX-FROM-WHSE TO XP-FROM-WHSE
004890     MOVE SX-TO-WHSE TO XP-TO-WHSE
004900     MOVE SX-TRANSFER-QTY TO XP-TRANSFER-QTY
004910     MOVE SX-FROM-ON-HAND TO XP-FROM-ON-HAND
004920     MOVE SX-FROM-POINT TO XP-FROM-POINT
004930     MOVE SX-TO-ON-HAND TO XP-TO-ON-HAND
004940     MOVE SX-TO-POINT TO XP-TO-POINT
004950     MOVE BL-RUN-DATE TO XP-RUN-DATE
004960     WRITE TIE-XFER-PROPOSAL-RECORD
004970     IF BL-PROPOSAL-STATUS NOT = "00"
004980         DISPLAY "MCP-BAL01 - UNABLE TO WRITE TIE-XFER-PROPOSAL, "
004990                 "STATUS " BL-PROPOSAL-STATUS
005000         GO TO 9900-ABEND
005010     END-IF
005020     MOVE SX-STYLE-CODE TO RD-STYLE
005030     MOVE SX-TO-WHSE TO RD-TO-WHSE
005040     MOVE SX-FROM-ON-HAND TO RD-FROM-ON-HAND
005050     MOVE SX-FROM-POINT TO RD-FROM-POINT
005060     MOVE SX-TO-ON-HAND TO RD-TO-ON-HAND
005070     MOVE SX-TO-POINT TO RD-TO-POINT
005080     MOVE SX-TRANSFER-QTY TO RD-TRANSFER-QTY
005090     WRITE TIE-XFER-WORKSHEET-LINE FROM RPT-DETAIL-LINE
005100     ADD 1 TO BL-WHSE-LINES
005110     PERFORM 3100-RETURN-PROPOSAL THRU 3100-EXIT.
005120 3200-EXIT.
005130     EXIT.
005140*-----------------------------------------------------------------
005150* 8500-WRITE-TOTALS - RUN COUNTS AT THE FOOT OF THE WORKSHEET.
005160*   UNITS NOT COVERED ARE LEFT FOR MCP-RPL01 TO BUY
005170*-----------------------------------------------------------------
005180 8500-WRITE-TOTALS.
005190     MOVE SPACES TO TIE-XFER-WORKSHEET-LINE
005200     WRITE TIE-XFER-WORKSHEET-LINE
005210     IF BL-PROPOSAL-COUNT = ZERO
005220         MOVE " NO TRANSFERS PROPOSED" TO TIE-XFER-WORKSHEET-LINE
005230         WRITE TIE-XFER-WORKSHEET-LINE
005240     END-IF
005250     MOVE "LOCATIONS READ             -" TO RT-LABEL
005260     MOVE BL-LOC-READ TO RT-VALUE
005270     WRITE TIE-XFER-WORKSHEET-LINE FROM RPT-TOTAL-LINE
005280     MOVE "LOCATIONS WITH A POINT     -" TO RT-LABEL
005290     MOVE BL-LOC-WITH-POINT TO RT-VALUE
005300     WRITE TIE-XFER-WORKSHEET-LINE FROM RPT-TOTAL-LINE
005310     MOVE "POINTS AT CLOSED/UNKNOWN WH-" TO RT-LABEL
005320     MOVE BL-LOC-SKIPPED TO RT-VALUE
005330     WRITE TIE-XFER-WORKSHEET-LINE FROM RPT-TOTAL-LINE
005340     MOVE "STYLES BALANCED            -" TO RT-LABEL
005350     MOVE BL-STYLES-BALANCED TO RT-VALUE
005360     WRITE TIE-XFER-WORKSHEET-LINE FROM RPT-TOTAL-LINE
005370     MOVE "WAREHOUSES BELOW POINT     -" TO RT-LABEL
005380     MOVE BL-WHSE-SHORT TO RT-VALUE
005390     WRITE TIE-XFER-WORKSHEET-LINE FROM RPT-TOTAL-LINE
005400     MOVE "UNITS SHORT                -" TO RT-LABEL
005410     MOVE BL-UNITS-SHORT TO RT-VALUE
005420     WRITE TIE-XFER-WORKSHEET-LINE FROM RPT-TOTAL-LINE
005430     MOVE "TRANSFERS PROPOSED         -" TO RT-LABEL
005440     MOVE BL-PROPOSAL-COUNT TO RT-VALUE
005450     WRITE TIE-XFER-WORKSHEET-LINE FROM RPT-TOTAL-LINE
005460     MOVE "UNITS PROPOSED             -" TO RT-LABEL
005470     MOVE BL-UNITS-PROPOSED TO RT-VALUE
005480     WRITE TIE-XFER-WORKSHEET-LINE FROM RPT-TOTAL-LINE
005490     MOVE "UNITS NOT COVERED          -" TO RT-LABEL
005500     MOVE BL-UNITS-UNCOVERED TO RT-VALUE
005510     WRITE TIE-XFER-WORKSHEET-LINE FROM RPT-TOTAL-LINE.
005520 8500-EXIT.
005530     EXIT.
005540*-----------------------------------------------------------------
005550* 9000-END-OF-JOB - CLOSE WHATEVER IS OPEN
005560*-----------------------------------------------------------------
005570 9000-END-OF-JOB.
005580     IF BL-LOC-OPEN
005590         CLOSE TIE-LOCATION
005600     END-IF
005610     IF BL-WHSE-OPEN
005620         CLOSE TIE-WAREHOUSE
005630     END-IF
005640     IF BL-PROPOSAL-OPEN
005650         CLOSE TIE-XFER-PROPOSAL
005660     END-IF
005670     IF BL-REPORT-OPEN
005680         CLOSE TIE-XFER-WORKSHEET
005690     END-IF.
005700 9000-EXIT.
005710     EXIT.
005720*-----------------------------------------------------------------
005730* 9900-ABEND - CLOSE UP AND END THE RUN WITH A BAD RETURN CODE
005740*-----------------------------------------------------------------
005750 9900-ABEND.
005760     MOVE 16 TO RETURN-CODE
005770     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
005780     STOP RUN.
005790 9900-EXIT.
005800     EXIT.
