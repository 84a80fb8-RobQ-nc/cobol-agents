000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MCP-INT01.
000030 AUTHOR. R QUIGLEY.
000040 INSTALLATION. TIE DIVISION DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* 10/15/2026  RQ   ORIGINAL PROGRAM - WEEKLY FILE INTEGRITY
000110*                  SWEEP. REPORTS TIE-LOCATION, TIE-BACKORDER,
000120*                  TIE-OPENPO AND PENDING TIE-PRICE RECORDS FOR
000130*                  STYLES NO LONGER ON TIE-MASTER, EVERY RECORD
000140*                  NAMING A WAREHOUSE NOT ON TIE-WAREHOUSE OR
000150*                  CLOSED (A LOCATION ROW AT A CLOSED WAREHOUSE
000160*                  ONLY WHILE IT STILL HOLDS STOCK OR A REORDER
000170*                  POINT), AND MASTERS WITH NO LOCATION ROWS.
000180*                  READ ONLY - NO RUN CONTROL IS CLAIMED. ENDS
000190*                  RC 8 WHEN ANY PROBLEM IS FOUND SO THE
000200*                  SCHEDULER FLAGS THE RUN. A MISSING BACKORDER,
000210*                  OPEN PO OR PENDING PRICE FILE IS TREATED AS
000220*                  EMPTY. PARM IS RUNDATE (YYYYMMDD) - OMITTED
000230*                  MEANS THE SYSTEM DATE.
000240*-----------------------------------------------------------------
000250* ___________________________
000260*|                           |
000270*|  IBM MAINFRAME DIVISION   |
000280*|      OF COBOL AGENTS      |
000290*|                           |
000300*|    FILE INTEGRITY SWEEP   |
000310*|         /\                |
000320*|        /  \               |
000330*|       / TIE \             |
000340*|      /______\             |
000350*|___________________________|
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT TIE-MASTER ASSIGN TO TIEMSTR
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS TM-STYLE-CODE
000430         FILE STATUS IS IG-MASTER-STATUS.
000440     SELECT TIE-LOCATION ASSIGN TO TIELOC
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS TL-LOC-KEY
000480         FILE STATUS IS IG-LOC-STATUS.
000490     SELECT TIE-WAREHOUSE ASSIGN TO TIEWHSE
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS WH-WHSE-CODE
000530         FILE STATUS IS IG-WHSE-STATUS.
000540     SELECT TIE-BACKORDER ASSIGN TO BKORDIN
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS IG-BKO-STATUS.
000570     SELECT TIE-OPENPO ASSIGN TO OPENPOI
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS IG-PO-STATUS.
000600     SELECT TIE-PRICE ASSIGN TO TIEPRCI
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS IG-PRICE-STATUS.
000630     SELECT TIE-INTEGRITY-RPT ASSIGN TO TIEINTR
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS IG-REPORT-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  TIE-MASTER
000690     LABEL RECORDS ARE STANDARD.
000700     COPY TIEREC.
000710 FD  TIE-LOCATION
000720     LABEL RECORDS ARE STANDARD.
000730     COPY TIELOC.
000740 FD  TIE-WAREHOUSE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY TIEWHS.
000770 FD  TIE-BACKORDER
000780     LABEL RECORDS ARE STANDARD.
000790     COPY TIEBKO.
000800 FD  TIE-OPENPO
000810     LABEL RECORDS ARE STANDARD.
000820     COPY TIEPO.
000830 FD  TIE-PRICE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY TIEPRC.
000860 FD  TIE-INTEGRITY-RPT
000870     LABEL RECORDS ARE STANDARD.
000880 01  TIE-INTEGRITY-LINE             PIC X(132).
000890 WORKING-STORAGE SECTION.
000900 77  IG-MASTER-STATUS               PIC X(02) VALUE ZERO.
000910 77  IG-LOC-STATUS                  PIC X(02) VALUE ZERO.
000920 77  IG-WHSE-STATUS                 PIC X(02) VALUE ZERO.
000930 77  IG-BKO-STATUS                  PIC X(02) VALUE ZERO.
000940 77  IG-PO-STATUS                   PIC X(02) VALUE ZERO.
000950 77  IG-PRICE-STATUS                PIC X(02) VALUE ZERO.
000960 77  IG-REPORT-STATUS               PIC X(02) VALUE ZERO.
000970 77  IG-MASTER-OPEN-SW              PIC X(01) VALUE "N".
000980     88  IG-MASTER-OPEN                      VALUE "Y".
000990 77  IG-LOC-OPEN-SW                 PIC X(01) VALUE "N".
001000     88  IG-LOC-OPEN                         VALUE "Y".
001010 77  IG-WHSE-OPEN-SW                PIC X(01) VALUE "N".
001020     88  IG-WHSE-OPEN                        VALUE "Y".
001030 77  IG-REPORT-OPEN-SW              PIC X(01) VALUE "N".
001040     88  IG-REPORT-OPEN                      VALUE "Y".
001050 77  IG-EOF-SW                      PIC X(01) VALUE "N".
001060     88  IG-EOF                              VALUE "Y".
001070 77  IG-FOUND-SW                    PIC X(01) VALUE "N".
001080     88  IG-FOUND                            VALUE "Y".
001090 77  IG-STYLE-FOUND-SW              PIC X(01) VALUE "N".
001100     88  IG-STYLE-FOUND                      VALUE "Y".
001110 77  IG-WHSE-FOUND-SW               PIC X(01) VALUE "N".
001120     88  IG-WHSE-FOUND                       VALUE "Y".
001130 77  IG-WHSE-CLOSED-SW              PIC X(01) VALUE "N".
001140     88  IG-WHSE-CLOSED                      VALUE "Y".
001150 77  IG-HAS-LOC-SW                  PIC X(01) VALUE "N".
001160     88  IG-HAS-LOC                          VALUE "Y".
001170 77  IG-RUN-DATE                    PIC X(08) VALUE SPACES.
001180 77  IG-PARM-DATE                   PIC X(08) VALUE SPACES.
001190 77  IG-MASTER-KEY                  PIC X(06) VALUE SPACES.
001200 77  IG-LOC-KEY                     PIC X(06) VALUE SPACES.
001210 77  IG-CHECK-STYLE                 PIC X(06) VALUE SPACES.
001220 77  IG-CHECK-WHSE                  PIC X(03) VALUE SPACES.
001230 77  IG-HIT-SUB                     PIC 9(04) COMP VALUE ZERO.
001240 77  IG-OPEN-QTY                    PIC S9(09) COMP VALUE ZERO.
001250 77  IG-WHSES-LOADED                PIC 9(07) COMP VALUE ZERO.
001260 77  IG-MASTERS-READ                PIC 9(07) COMP VALUE ZERO.
001270 77  IG-LOCS-READ                   PIC 9(07) COMP VALUE ZERO.
001280 77  IG-BKOS-READ                   PIC 9(07) COMP VALUE ZERO.
001290 77  IG-POS-READ                    PIC 9(07) COMP VALUE ZERO.
001300 77  IG-PRICES-READ                 PIC 9(07) COMP VALUE ZERO.
001310 77  IG-ORPHAN-COUNT                PIC 9(07) COMP VALUE ZERO.
001320 77  IG-UNKNOWN-COUNT               PIC 9(07) COMP VALUE ZERO.
001330 77  IG-CLOSED-COUNT                PIC 9(07) COMP VALUE ZERO.
001340 77  IG-NO-LOC-COUNT                PIC 9(07) COMP VALUE ZERO.
001350 77  IG-PROBLEM-COUNT               PIC 9(07) COMP VALUE ZERO.
001360 01  IG-WHSE-TABLE.
001370     05  IG-WHS-COUNT               PIC 9(04) COMP VALUE ZERO.
001380     05  IG-WHS-ENTRY OCCURS 200 TIMES.
001390         10  IG-WHS-CODE            PIC X(03).
001400         10  IG-WHS-STATUS          PIC X(01).
001410 01  RPT-HEADING-LINE-1.
001420     05  FILLER                     PIC X(01) VALUE SPACE.
001430     05  FILLER                     PIC X(36)
001440             VALUE "TIE WEEKLY FILE INTEGRITY SWEEP - ".
001450     05  RH-RUN-DATE                PIC X(08).
001460 01  RPT-HEADING-LINE-2.
001470     05  FILLER                     PIC X(01) VALUE SPACE.
001480     05  FILLER                     PIC X(15) VALUE "FILE".
001490     05  FILLER                     PIC X(08) VALUE "STYLE".
001500     05  FILLER                     PIC X(05) VALUE "WHSE".
001510     05  FILLER                     PIC X(10) VALUE "REFERENCE".
001520     05  FILLER                     PIC X(32) VALUE "PROBLEM".
001530     05  FILLER                     PIC X(12)
001540             VALUE "    QUANTITY".
001550 01  RPT-DETAIL-LINE.
001560     05  FILLER                     PIC X(01) VALUE SPACE.
001570     05  RD-FILE                    PIC X(13).
001580     05  FILLER                     PIC X(02) VALUE SPACES.
001590     05  RD-STYLE                   PIC X(06).
001600     05  FILLER                     PIC X(02) VALUE SPACES.
001610     05  RD-WHSE                    PIC X(03).
001620     05  FILLER                     PIC X(02) VALUE SPACES.
001630     05  RD-REFERENCE               PIC X(08).
001640     05  FILLER                     PIC X(02) VALUE SPACES.
001650     05  RD-PROBLEM                 PIC X(30).
001660     05  FILLER                     PIC X(02) VALUE SPACES.
001670     05  RD-QTY                     PIC ZZZ,ZZZ,ZZ9-.
001680 01  RPT-TOTAL-LINE.
001690     05  FILLER                     PIC X(01) VALUE SPACE.
001700     05  RT-LABEL                   PIC X(28).
001710     05  RT-VALUE                   PIC ZZZ,ZZZ,ZZ9.
001720 01  RPT-VERDICT-LINE.
001730     05  FILLER                     PIC X(01) VALUE SPACE.
001740     05  RV-VERDICT                 PIC X(40).
001750 LINKAGE SECTION.
001760 01  IG-PARM-AREA.
001770     05  IG-PARM-LENGTH             PIC S9(4) COMP.
001780     05  IG-PARM-TEXT               PIC X(80).
001790 PROCEDURE DIVISION USING IG-PARM-AREA.
001800*-----------------------------------------------------------------
001810* 0000-MAIN-LINE - JOB DRIVER
001820*-----------------------------------------------------------------
001830 0000-MAIN-LINE.
001840     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001850     PERFORM 2000-LOAD-WAREHOUSES THRU 2000-EXIT
001860     PERFORM 3000-MATCH-MASTER-LOCATION THRU 3000-EXIT
001870     PERFORM 4000-CHECK-BACKORDERS THRU 4000-EXIT
001880     PERFORM 5000-CHECK-OPEN-POS THRU 5000-EXIT
001890     PERFORM 6000-CHECK-PENDING-PRICES THRU 6000-EXIT
001900     PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT
001910     IF IG-PROBLEM-COUNT GREATER THAN ZERO
001920         DISPLAY "MCP-INT01 - FILE INTEGRITY SWEEP FOUND "
001930                 IG-PROBLEM-COUNT " PROBLEMS"
001940         MOVE 8 TO RETURN-CODE
001950     END-IF
001960     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
001970     STOP RUN.
001980*-----------------------------------------------------------------
001990* 1000-INITIALIZE - PARSE THE PARM AND OPEN THE FILES EVERY PASS
002000*   NEEDS. THE BACKORDER, OPEN PO AND PRICE FILES ARE OPENED BY
002010*   THEIR OWN PASSES
002020*-----------------------------------------------------------------
002030 1000-INITIALIZE.
002040     ACCEPT IG-RUN-DATE FROM DATE YYYYMMDD
002050     IF IG-PARM-LENGTH > 0
002060         UNSTRING IG-PARM-TEXT DELIMITED BY ","
002070             INTO IG-PARM-DATE
002080         END-UNSTRING
002090         IF IG-PARM-DATE NOT = SPACES
002100             MOVE IG-PARM-DATE TO IG-RUN-DATE
002110         END-IF
002120     END-IF
002122     IF IG-RUN-DATE NOT NUMERIC
002124         DISPLAY "MCP-INT01 - INVALID RUN DATE " IG-RUN-DATE
002126         GO TO 9900-ABEND
002128     END-IF
002130     OPEN INPUT TIE-MASTER
002140     IF IG-MASTER-STATUS NOT = "00"
002150         DISPLAY "MCP-INT01 - UNABLE TO OPEN TIE-MASTER, STATUS "
002160                 IG-MASTER-STATUS
002170         GO TO 9900-ABEND
002180     END-IF
002190     SET IG-MASTER-OPEN TO TRUE
002200     OPEN INPUT TIE-LOCATION
002210     IF IG-LOC-STATUS NOT = "00"
002220         DISPLAY "MCP-INT01 - UNABLE TO OPEN TIE-LOCATION, "
002230                 "STATUS " IG-LOC-STATUS
002240         GO TO 9900-ABEND
002250     END-IF
002260     SET IG-LOC-OPEN TO TRUE
002270     OPEN INPUT TIE-WAREHOUSE
002280     IF IG-WHSE-STATUS NOT = "00"
002290         DISPLAY "MCP-INT01 - UNABLE TO OPEN TIE-WAREHOUSE, "
002300                 "STATUS " IG-WHSE-STATUS
002310         GO TO 9900-ABEND
002320     END-IF
002330     SET IG-WHSE-OPEN TO TRUE
002340     OPEN OUTPUT TIE-INTEGRITY-RPT
002350     IF IG-REPORT-STATUS NOT = "00"
002360         DISPLAY "MCP-INT01 - UNABLE TO OPEN TIE-INTEGRITY-RPT, "
002370                 "STATUS " IG-REPORT-STATUS
002380         GO TO 9900-ABEND
002390     END-IF
002400     SET IG-REPORT-OPEN TO TRUE
002410     MOVE IG-RUN-DATE TO RH-RUN-DATE
002420     WRITE TIE-INTEGRITY-LINE FROM RPT-HEADING-LINE-1
002430     WRITE TIE-INTEGRITY-LINE FROM RPT-HEADING-LINE-2.
002440 1000-EXIT.
002450     EXIT.
002460*-----------------------------------------------------------------
002470* 2000-LOAD-WAREHOUSES - HOLD EVERY TIE-WAREHOUSE CODE AND ITS
002480*   STATUS IN A TABLE; EVERY PASS CHECKS AGAINST IT
002490*-----------------------------------------------------------------
002500 2000-LOAD-WAREHOUSES.
002510     MOVE "N" TO IG-EOF-SW
002520     PERFORM 2100-READ-NEXT-WAREHOUSE THRU 2100-EXIT
002530     PERFORM 2200-STORE-ONE-WAREHOUSE THRU 2200-EXIT
002540         UNTIL IG-EOF
002550     CLOSE TIE-WAREHOUSE
002560     MOVE "N" TO IG-WHSE-OPEN-SW.
002570 2000-EXIT.
002580     EXIT.
002590 2100-READ-NEXT-WAREHOUSE.
002600     READ TIE-WAREHOUSE NEXT RECORD
002610         AT END
002620             SET IG-EOF TO TRUE
002630     END-READ
002640     IF IG-WHSE-STATUS NOT = "00" AND IG-WHSE-STATUS NOT = "10"
002650         DISPLAY "MCP-INT01 - ERROR READING TIE-WAREHOUSE, "
002660                 "STATUS " IG-WHSE-STATUS
002670         GO TO 9900-ABEND
002680     END-IF.
002690 2100-EXIT.
002700     EXIT.
002710 2200-STORE-ONE-WAREHOUSE.
002720     IF IG-WHS-COUNT NOT LESS THAN 200
002730         DISPLAY "MCP-INT01 - WAREHOUSE TABLE FULL"
002740         GO TO 9900-ABEND
002750     END-IF
002760     ADD 1 TO IG-WHS-COUNT
002770     ADD 1 TO IG-WHSES-LOADED
002780     MOVE WH-WHSE-CODE TO IG-WHS-CODE (IG-WHS-COUNT)
002790     MOVE WH-STATUS TO IG-WHS-STATUS (IG-WHS-COUNT)
002800     PERFORM 2100-READ-NEXT-WAREHOUSE THRU 2100-EXIT.
002810 2200-EXIT.
002820     EXIT.
002830*-----------------------------------------------------------------
002840* 3000-MATCH-MASTER-LOCATION - MATCH TIE-MASTER AGAINST
002850*   TIE-LOCATION IN STYLE ORDER. A LOCATION STYLE BELOW THE
002860*   MASTER KEY HAS NO MASTER; A MASTER PASSED WITH NO LOCATION
002870*   ROWS HAS NONE. EVERY LOCATION ROW IS ALSO CHECKED FOR ITS
002880*   WAREHOUSE
002890*-----------------------------------------------------------------
002900 3000-MATCH-MASTER-LOCATION.
002910     PERFORM 3100-READ-NEXT-MASTER THRU 3100-EXIT
002920     PERFORM 3150-READ-NEXT-LOCATION THRU 3150-EXIT
002930     PERFORM 3200-MATCH-ONE-KEY THRU 3200-EXIT
002940         UNTIL IG-MASTER-KEY = HIGH-VALUES
002950           AND IG-LOC-KEY = HIGH-VALUES.
002960 3000-EXIT.
002970     EXIT.
002980 3100-READ-NEXT-MASTER.
002990     MOVE "N" TO IG-HAS-LOC-SW
003000     READ TIE-MASTER NEXT RECORD
003010         AT END
003020             MOVE HIGH-VALUES TO IG-MASTER-KEY
003030         NOT AT END
003040             MOVE TM-STYLE-CODE TO IG-MASTER-KEY
003050             ADD 1 TO IG-MASTERS-READ
003060     END-READ
003070     IF IG-MASTER-STATUS NOT = "00"
003080        AND IG-MASTER-STATUS NOT = "10"
003090         DISPLAY "MCP-INT01 - ERROR READING TIE-MASTER, "
003100                 "STATUS " IG-MASTER-STATUS
003110         GO TO 9900-ABEND
003120     END-IF.
003130 3100-EXIT.
003140     EXIT.
003150 3150-READ-NEXT-LOCATION.
003160     READ TIE-LOCATION NEXT RECORD
003170         AT END
003180             MOVE HIGH-VALUES TO IG-LOC-KEY
003190         NOT AT END
003200             MOVE TL-STYLE-CODE TO IG-LOC-KEY
003210             ADD 1 TO IG-LOCS-READ
003220     END-READ
003230     IF IG-LOC-STATUS NOT = "00" AND IG-LOC-STATUS NOT = "10"
003240         DISPLAY "MCP-INT01 - ERROR READING TIE-LOCATION, "
003250                 "STATUS " IG-LOC-STATUS
003260         GO TO 9900-ABEND
003270     END-IF.
003280 3150-EXIT.
003290     EXIT.
003300 3200-MATCH-ONE-KEY.
003310     IF IG-LOC-KEY = IG-MASTER-KEY
003320         SET IG-HAS-LOC TO TRUE
003330         PERFORM 3300-CHECK-LOCATION-WHSE THRU 3300-EXIT
003340         PERFORM 3150-READ-NEXT-LOCATION THRU 3150-EXIT
003350         GO TO 3200-EXIT
003360     END-IF
003370     IF IG-LOC-KEY LESS THAN IG-MASTER-KEY
003380         MOVE "TIE-LOCATION" TO RD-FILE
003390         MOVE TL-STYLE-CODE TO RD-STYLE
003400         MOVE TL-WHSE-CODE TO RD-WHSE
003410         MOVE SPACES TO RD-REFERENCE
003420         MOVE "STYLE NOT ON TIE-MASTER" TO RD-PROBLEM
003430         MOVE TL-QTY-ON-HAND TO RD-QTY
003440         ADD 1 TO IG-ORPHAN-COUNT
003450         PERFORM 8000-WRITE-PROBLEM-LINE THRU 8000-EXIT
003460         PERFORM 3300-CHECK-LOCATION-WHSE THRU 3300-EXIT
003470         PERFORM 3150-READ-NEXT-LOCATION THRU 3150-EXIT
003480         GO TO 3200-EXIT
003490     END-IF
003500     IF NOT IG-HAS-LOC
003510         MOVE "TIE-MASTER" TO RD-FILE
003520         MOVE TM-STYLE-CODE TO RD-STYLE
003530         MOVE SPACES TO RD-WHSE
003540         MOVE SPACES TO RD-REFERENCE
003550         MOVE "NO LOCATION ROWS" TO RD-PROBLEM
003560         MOVE TM-QTY-ON-HAND TO RD-QTY
003570         ADD 1 TO IG-NO-LOC-COUNT
003580         PERFORM 8000-WRITE-PROBLEM-LINE THRU 8000-EXIT
003590     END-IF
003600     PERFORM 3100-READ-NEXT-MASTER THRU 3100-EXIT.
003610 3200-EXIT.
003620     EXIT.
003630*-----------------------------------------------------------------
003640* 3300-CHECK-LOCATION-WHSE - A LOCATION ROW MUST NAME A
003650*   WAREHOUSE ON FILE. A ROW AT A CLOSED WAREHOUSE IS ONLY A
003660*   PROBLEM WHILE IT STILL HOLDS STOCK, QUARANTINE OR A REORDER
003670*   POINT - AN EMPTIED ROW IS WHAT CLOSING LEAVES BEHIND
003680*-----------------------------------------------------------------
003690 3300-CHECK-LOCATION-WHSE.
003700     MOVE TL-WHSE-CODE TO IG-CHECK-WHSE
003710     PERFORM 7000-LOOK-UP-WAREHOUSE THRU 7000-EXIT
003720     MOVE "TIE-LOCATION" TO RD-FILE
003730     MOVE TL-STYLE-CODE TO RD-STYLE
003740     MOVE TL-WHSE-CODE TO RD-WHSE
003750     MOVE SPACES TO RD-REFERENCE
003760     MOVE TL-QTY-ON-HAND TO RD-QTY
003770     IF NOT IG-WHSE-FOUND
003780         MOVE "WAREHOUSE NOT ON FILE" TO RD-PROBLEM
003790         ADD 1 TO IG-UNKNOWN-COUNT
003800         PERFORM 8000-WRITE-PROBLEM-LINE THRU 8000-EXIT
003810         GO TO 3300-EXIT
003820     END-IF
003830     IF NOT IG-WHSE-CLOSED
003840         GO TO 3300-EXIT
003850     END-IF
003860     IF TL-REORDER-POINT NOT NUMERIC
003870         MOVE ZERO TO TL-REORDER-POINT
003880     END-IF
003890     IF TL-QTY-ON-HAND NOT = ZERO
003900        OR TL-QTY-QUARANTINE NOT = ZERO
003910        OR TL-REORDER-POINT NOT = ZERO
003920         MOVE "CLOSED WAREHOUSE NOT EMPTIED" TO RD-PROBLEM
003930         ADD 1 TO IG-CLOSED-COUNT
003940         PERFORM 8000-WRITE-PROBLEM-LINE THRU 8000-EXIT
003950     END-IF.
003960 3300-EXIT.
003970     EXIT.
003980*-----------------------------------------------------------------
003990* 4000-CHECK-BACKORDERS - EVERY BACKORDER LINE STILL OWED MUST
004000*   BE FOR A STYLE ON TIE-MASTER AT AN ACTIVE WAREHOUSE
004010*-----------------------------------------------------------------
004020 4000-CHECK-BACKORDERS.
004030     OPEN INPUT TIE-BACKORDER
004040     IF IG-BKO-STATUS = "35"
004050         GO TO 4000-EXIT
004060     END-IF
004070     IF IG-BKO-STATUS NOT = "00"
004080         DISPLAY "MCP-INT01 - UNABLE TO OPEN TIE-BACKORDER, "
004090                 "STATUS " IG-BKO-STATUS
004100         GO TO 9900-ABEND
004110     END-IF
004120     MOVE "N" TO IG-EOF-SW
004130     PERFORM 4100-READ-BACKORDER THRU 4100-EXIT
004140     PERFORM 4200-CHECK-ONE-BACKORDER THRU 4200-EXIT
004150         UNTIL IG-EOF
004160     CLOSE TIE-BACKORDER.
004170 4000-EXIT.
004180     EXIT.
004190 4100-READ-BACKORDER.
004200     READ TIE-BACKORDER
004210         AT END
004220             SET IG-EOF TO TRUE
004230     END-READ
004240     IF IG-BKO-STATUS NOT = "00" AND IG-BKO-STATUS NOT = "10"
004250         DISPLAY "MCP-INT01 - ERROR READING TIE-BACKORDER, "
004260                 "STATUS " IG-BKO-STATUS
004270         GO TO 9900-ABEND
004280     END-IF.
004290 4100-EXIT.
004300     EXIT.
004310 4200-CHECK-ONE-BACKORDER.
004320     ADD 1 TO IG-BKOS-READ
004330     MOVE "TIE-BACKORDER" TO RD-FILE
004340     MOVE TB-STYLE-CODE TO RD-STYLE
004350     MOVE TB-WHSE-CODE TO RD-WHSE
004360     MOVE TB-ORDER-NO TO RD-REFERENCE
004370     MOVE TB-QTY-OWED TO RD-QTY
004380     MOVE TB-STYLE-CODE TO IG-CHECK-STYLE
004390     PERFORM 7100-LOOK-UP-STYLE THRU 7100-EXIT
004400     MOVE TB-WHSE-CODE TO IG-CHECK-WHSE
004410     PERFORM 7500-CHECK-RECORD-WHSE THRU 7500-EXIT
004420     PERFORM 4100-READ-BACKORDER THRU 4100-EXIT.
004430 4200-EXIT.
004440     EXIT.
004450*-----------------------------------------------------------------
004460* 5000-CHECK-OPEN-POS - EVERY OPEN PO LINE MUST BE FOR A STYLE
004470*   ON TIE-MASTER AT AN ACTIVE WAREHOUSE. THE QUANTITY SHOWN IS
004480*   STILL TO BE RECEIVED
004490*-----------------------------------------------------------------
004500 5000-CHECK-OPEN-POS.
004510     OPEN INPUT TIE-OPENPO
004520     IF IG-PO-STATUS = "35"
004530         GO TO 5000-EXIT
004540     END-IF
004550     IF IG-PO-STATUS NOT = "00"
004560         DISPLAY "MCP-INT01 - UNABLE TO OPEN TIE-OPENPO, "
004570                 "STATUS " IG-PO-STATUS
004580         GO TO 9900-ABEND
004590     END-IF
004600     MOVE "N" TO IG-EOF-SW
004610     PERFORM 5100-READ-OPEN-PO THRU 5100-EXIT
004620     PERFORM 5200-CHECK-ONE-OPEN-PO THRU 5200-EXIT
004630         UNTIL IG-EOF
004640     CLOSE TIE-OPENPO.
004650 5000-EXIT.
004660     EXIT.
004670 5100-READ-OPEN-PO.
004680     READ TIE-OPENPO
004690         AT END
004700             SET IG-EOF TO TRUE
004710     END-READ
004720     IF IG-PO-STATUS NOT = "00" AND IG-PO-STATUS NOT = "10"
004730         DISPLAY "MCP-INT01 - ERROR READING TIE-OPENPO, "
004740                 "STATUS " IG-PO-STATUS
004750         GO TO 9900-ABEND
004760     END-IF.
004770 5100-EXIT.
004780     EXIT.
004790 5200-CHECK-ONE-OPEN-PO.
004800     ADD 1 TO IG-POS-READ
004810     MOVE ZERO TO IG-OPEN-QTY
004820     IF PO-QTY-ORDERED NUMERIC AND PO-QTY-RECEIVED NUMERIC
004830         SUBTRACT PO-QTY-RECEIVED FROM PO-QTY-ORDERED
004840             GIVING IG-OPEN-QTY
004850     END-IF
004860     MOVE "TIE-OPENPO" TO RD-FILE
004870     MOVE PO-STYLE-CODE TO RD-STYLE
004880     MOVE PO-WHSE-CODE TO RD-WHSE
004890     MOVE PO-PO-NUMBER TO RD-REFERENCE
004900     MOVE IG-OPEN-QTY TO RD-QTY
004910     MOVE PO-STYLE-CODE TO IG-CHECK-STYLE
004920     PERFORM 7100-LOOK-UP-STYLE THRU 7100-EXIT
004930     MOVE PO-WHSE-CODE TO IG-CHECK-WHSE
004940     PERFORM 7500-CHECK-RECORD-WHSE THRU 7500-EXIT
004950     PERFORM 5100-READ-OPEN-PO THRU 5100-EXIT.
004960 5200-EXIT.
004970     EXIT.
004980*-----------------------------------------------------------------
004990* 6000-CHECK-PENDING-PRICES - EVERY PRICE CHANGE STILL WAITING
005000*   FOR ITS EFFECTIVE DATE MUST BE FOR A STYLE ON TIE-MASTER.
005010*   PRICE CHANGES CARRY NO WAREHOUSE
005020*-----------------------------------------------------------------
005030 6000-CHECK-PENDING-PRICES.
005040     OPEN INPUT TIE-PRICE
005050     IF IG-PRICE-STATUS = "35"
005060         GO TO 6000-EXIT
005070     END-IF
005080     IF IG-PRICE-STATUS NOT = "00"
005090         DISPLAY "MCP-INT01 - UNABLE TO OPEN TIE-PRICE, "
005100                 "STATUS " IG-PRICE-STATUS
005110         GO TO 9900-ABEND
005120     END-IF
005130     MOVE "N" TO IG-EOF-SW
005140     PERFORM 6100-READ-PRICE THRU 6100-EXIT
005150     PERFORM 6200-CHECK-ONE-PRICE THRU 6200-EXIT
005160         UNTIL IG-EOF
005170     CLOSE TIE-PRICE.
005180 6000-EXIT.
005190     EXIT.
005200 6100-READ-PRICE.
005210     READ TIE-PRICE
005220         AT END
005230             SET IG-EOF TO TRUE
005240     END-READ
005250     IF IG-PRICE-STATUS NOT = "00" AND IG-PRICE-STATUS NOT = "10"
005260         DISPLAY "MCP-INT01 - ERROR READING TIE-PRICE, "
005270                 "STATUS " IG-PRICE-STATUS
005280         GO TO 9900-ABEND
005290     END-IF.
005300 6100-EXIT.
005310     EXIT.
005320 6200-CHECK-ONE-PRICE.
005330     ADD 1 TO IG-PRICES-READ
005340     MOVE "TIE-PRICE" TO RD-FILE
005350     MOVE PC-STYLE-CODE TO RD-STYLE
005360     MOVE SPACES TO RD-WHSE
005370     MOVE PC-EFFECTIVE-DATE TO RD-REFERENCE
005380     MOVE ZERO TO RD-QTY
005390     MOVE PC-STYLE-CODE TO IG-CHECK-STYLE
005400     PERFORM 7100-LOOK-UP-STYLE THRU 7100-EXIT
005410     PERFORM 6100-READ-PRICE THRU 6100-EXIT.
005420 6200-EXIT.
005430     EXIT.
005440*-----------------------------------------------------------------
005450* 7000-LOOK-UP-WAREHOUSE - FIND IG-CHECK-WHSE IN THE WAREHOUSE
005460*   TABLE AND SAY WHETHER IT IS ON FILE AND WHETHER IT IS CLOSED
005470*-----------------------------------------------------------------
005480 7000-LOOK-UP-WAREHOUSE.
005490     MOVE "N" TO IG-WHSE-FOUND-SW
005500     MOVE "N" TO IG-WHSE-CLOSED-SW
005510     MOVE "N" TO IG-FOUND-SW
005520     PERFORM 7050-MATCH-WAREHOUSE-ENTRY THRU 7050-EXIT
005530         VARYING IG-HIT-SUB FROM 1 BY 1
005540         UNTIL IG-FOUND
005550            OR IG-HIT-SUB GREATER THAN IG-WHS-COUNT
005560     IF NOT IG-FOUND
005570         GO TO 7000-EXIT
005580     END-IF
005590     SUBTRACT 1 FROM IG-HIT-SUB
005600     SET IG-WHSE-FOUND TO TRUE
005610     IF IG-WHS-STATUS (IG-HIT-SUB) = "C"
005620         SET IG-WHSE-CLOSED TO TRUE
005630     END-IF.
005640 7000-EXIT.
005650     EXIT.
005660 7050-MATCH-WAREHOUSE-ENTRY.
005670     IF IG-WHS-CODE (IG-HIT-SUB) = IG-CHECK-WHSE
005680         SET IG-FOUND TO TRUE
005690     END-IF.
005700 7050-EXIT.
005710     EXIT.
005720*-----------------------------------------------------------------
005730* 7100-LOOK-UP-STYLE - RANDOM READ OF TIE-MASTER FOR
005740*   IG-CHECK-STYLE. A STYLE NOT ON FILE IS REPORTED AGAINST THE
005750*   DETAIL LINE THE CALLER HAS BUILT
005760*-----------------------------------------------------------------
005770 7100-LOOK-UP-STYLE.
005780     MOVE "N" TO IG-STYLE-FOUND-SW
005790     MOVE IG-CHECK-STYLE TO TM-STYLE-CODE
005800     READ TIE-MASTER
005810         INVALID KEY
005820             CONTINUE
005830         NOT INVALID KEY
005840             SET IG-STYLE-FOUND TO TRUE
005850     END-READ
005860     IF IG-MASTER-STATUS NOT = "00"
005870        AND IG-MASTER-STATUS NOT = "23"
005880         DISPLAY "MCP-INT01 - ERROR READING TIE-MASTER, "
005890                 "STATUS " IG-MASTER-STATUS
005900         GO TO 9900-ABEND
005910     END-IF
005920     IF NOT IG-STYLE-FOUND
005930         MOVE "STYLE NOT ON TIE-MASTER" TO RD-PROBLEM
005940         ADD 1 TO IG-ORPHAN-COUNT
005950         PERFORM 8000-WRITE-PROBLEM-LINE THRU 8000-EXIT
005960     END-IF.
005970 7100-EXIT.
005980     EXIT.
005990*-----------------------------------------------------------------
006000* 7500-CHECK-RECORD-WHSE - A BACKORDER OR OPEN PO LINE MUST
006010*   NAME A WAREHOUSE THAT IS ON FILE AND ACTIVE. REPORTED
006020*   AGAINST THE DETAIL LINE THE CALLER HAS BUILT
006030*-----------------------------------------------------------------
006040 7500-CHECK-RECORD-WHSE.
006050     PERFORM 7000-LOOK-UP-WAREHOUSE THRU 7000-EXIT
006060     IF NOT IG-WHSE-FOUND
006070         MOVE "WAREHOUSE NOT ON FILE" TO RD-PROBLEM
006080         ADD 1 TO IG-UNKNOWN-COUNT
006090         PERFORM 8000-WRITE-PROBLEM-LINE THRU 8000-EXIT
006100         GO TO 7500-EXIT
006110     END-IF
006120     IF IG-WHSE-CLOSED
006130         MOVE "WAREHOUSE CLOSED" TO RD-PROBLEM
006140         ADD 1 TO IG-CLOSED-COUNT
006150         PERFORM 8000-WRITE-PROBLEM-LINE THRU 8000-EXIT
006160     END-IF.
006170 7500-EXIT.
006180     EXIT.
006190 8000-WRITE-PROBLEM-LINE.
006200     ADD 1 TO IG-PROBLEM-COUNT
006210     WRITE TIE-INTEGRITY-LINE FROM RPT-DETAIL-LINE
006220     IF IG-REPORT-STATUS NOT = "00"
006230         DISPLAY "MCP-INT01 - UNABLE TO WRITE TIE-INTEGRITY-RPT, "
006240                 "STATUS " IG-REPORT-STATUS
006250         GO TO 9900-ABEND
006260     END-IF.
006270 8000-EXIT.
006280     EXIT.
006290*-----------------------------------------------------------------
006300* 8500-WRITE-TOTALS - FOOT THE REPORT BY FILE AND BY PROBLEM
006310*   AND STATE THE VERDICT
006320*-----------------------------------------------------------------
006330 8500-WRITE-TOTALS.
006340     MOVE "WAREHOUSES ON FILE         -" TO RT-LABEL
006350     MOVE IG-WHSES-LOADED TO RT-VALUE
006360     WRITE TIE-INTEGRITY-LINE FROM RPT-TOTAL-LINE
006370     MOVE "MASTERS READ               -" TO RT-LABEL
006380     MOVE IG-MASTERS-READ TO RT-VALUE
006390     WRITE TIE-INTEGRITY-LINE FROM RPT-TOTAL-LINE
006400     MOVE "LOCATION ROWS READ         -" TO RT-LABEL
006410     MOVE IG-LOCS-READ TO RT-VALUE
006420     WRITE TIE-INTEGRITY-LINE FROM RPT-TOTAL-LINE
006430     MOVE "BACKORDER LINES READ       -" TO RT-LABEL
006440     MOVE IG-BKOS-READ TO RT-VALUE
006450     WRITE TIE-INTEGRITY-LINE FROM RPT-TOTAL-LINE
006460     MOVE "OPEN PO LINES READ         -" TO RT-LABEL
006470     MOVE IG-POS-READ TO RT-VALUE
006480     WRITE TIE-INTEGRITY-LINE FROM RPT-TOTAL-LINE
006490     MOVE "PENDING PRICES READ        -" TO RT-LABEL
006500     MOVE IG-PRICES-READ TO RT-VALUE
006510     WRITE TIE-INTEGRITY-LINE FROM RPT-TOTAL-LINE
006520     MOVE "STYLES NOT ON TIE-MASTER   -" TO RT-LABEL
006530     MOVE IG-ORPHAN-COUNT TO RT-VALUE
006540     WRITE TIE-INTEGRITY-LINE FROM RPT-TOTAL-LINE
006550     MOVE "WAREHOUSES NOT ON FILE     -" TO RT-LABEL
006560     MOVE IG-UNKNOWN-COUNT TO RT-VALUE
006570     WRITE TIE-INTEGRITY-LINE FROM RPT-TOTAL-LINE
006580     MOVE "CLOSED WAREHOUSE RECORDS   -" TO RT-LABEL
006590     MOVE IG-CLOSED-COUNT TO RT-VALUE
006600     WRITE TIE-INTEGRITY-LINE FROM RPT-TOTAL-LINE
006610     MOVE "MASTERS WITH NO LOCATIONS  -" TO RT-LABEL
006620     MOVE IG-NO-LOC-COUNT TO RT-VALUE
006630     WRITE TIE-INTEGRITY-LINE FROM RPT-TOTAL-LINE
006640     MOVE "PROBLEMS FOUND             -" TO RT-LABEL
006650     MOVE IG-PROBLEM-COUNT TO RT-VALUE
006660     WRITE TIE-INTEGRITY-LINE FROM RPT-TOTAL-LINE
006670     IF IG-PROBLEM-COUNT = ZERO
006680         MOVE "FILES ARE CLEAN" TO RV-VERDICT
006690     ELSE
006700         MOVE "INTEGRITY PROBLEMS FOUND - SEE ABOVE"
006710             TO RV-VERDICT
006720     END-IF
006730     WRITE TIE-INTEGRITY-LINE FROM RPT-VERDICT-LINE.
006740 8500-EXIT.
006750     EXIT.
006760*-----------------------------------------------------------------
006770* 9000-END-OF-JOB - CLOSE WHATEVER IS OPEN
006780*-----------------------------------------------------------------
006790 9000-END-OF-JOB.
006800     IF IG-MASTER-OPEN
006810         CLOSE TIE-MASTER
006820     END-IF
006830     IF IG-LOC-OPEN
006840         CLOSE TIE-LOCATION
006850     END-IF
006860     IF IG-WHSE-OPEN
006870         CLOSE TIE-WAREHOUSE
006880     END-IF
006890     IF IG-REPORT-OPEN
006900         CLOSE TIE-INTEGRITY-RPT
006910     END-IF.
006920 9000-EXIT.
006930     EXIT.
006940*-----------------------------------------------------------------
006950* 9900-ABEND - CLOSE UP AND END THE RUN WITH A BAD RETURN CODE
006960*-----------------------------------------------------------------
006970 9900-ABEND.
006980     MOVE 16 TO RETURN-CODE
006990     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
007000     STOP RUN.
007010 9900-EXIT.
007020     EXIT.
