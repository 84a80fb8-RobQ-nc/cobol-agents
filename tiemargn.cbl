000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MCP-RPT05.
000030 AUTHOR. R QUIGLEY.
000040 INSTALLATION. TIE DIVISION DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* 10/15/2026  RQ   ORIGINAL PROGRAM - DAILY GROSS MARGIN REPORT.
000110*                  VALUES THE DAY'S CUSTOMER SHIP MOVEMENTS ON
000120*                  TIE-HISTORY (INCLUDING BACKORDER RELEASES)
000130*                  AT TM-UNIT-PRICE FOR SALES AND AT THE UNIT
000140*                  COST THE MOVEMENT WAS BOOKED AT FOR COST OF
000150*                  SALES (TM-AVG-COST FOR MOVEMENTS CARRYING NO
000160*                  COST), AND PRINTS UNITS, SALES, COST, GROSS
000170*                  MARGIN AND MARGIN PERCENT BY STYLE AND THEN
000180*                  BY CUSTOMER. COUNT ADJUSTMENTS AND WAREHOUSE
000190*                  TRANSFERS ARE NOT SALES AND ARE LEFT OUT.
000200*                  PARM IS RUNDATE (YYYYMMDD) - OMITTED MEANS
000210*                  THE SYSTEM DATE.
000220*-----------------------------------------------------------------
000230* ___________________________
000240*|                           |
000250*|  IBM MAINFRAME DIVISION   |
000260*|      OF COBOL AGENTS      |
000270*|                           |
000280*|      GROSS MARGIN         |
000290*|         /\                |
000300*|        /  \               |
000310*|       / TIE \             |
000320*|      /______\             |
000330*|___________________________|
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT TIE-MASTER ASSIGN TO TIEMSTR
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS TM-STYLE-CODE
000410         FILE STATUS IS MG-MASTER-STATUS.
000420     SELECT TIE-HISTORY ASSIGN TO TIEHIST
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS MG-HIST-STATUS.
000450     SELECT SORT-MARGIN ASSIGN TO TIESORT.
000460     SELECT TIE-MARGIN-RPT ASSIGN TO TIEMRPT
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS MG-REPORT-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  TIE-MASTER
000520     LABEL RECORDS ARE STANDARD.
000530     COPY TIEREC.
000540 FD  TIE-HISTORY
000550     LABEL RECORDS ARE STANDARD.
000560     COPY TIEHIS.
000570 SD  SORT-MARGIN.
000580 01  SORT-MARGIN-RECORD.
000590     05  SM-STYLE-CODE              PIC X(06).
000600     05  SM-CUST-CODE               PIC X(06).
000610     05  SM-SHIP-QTY                PIC S9(07).
000620     05  SM-SALES-AMT               PIC S9(11)V99.
000630     05  SM-COST-AMT                PIC S9(11)V99.
000640 FD  TIE-MARGIN-RPT
000650     LABEL RECORDS ARE STANDARD.
000660 01  TIE-MARGIN-LINE                PIC X(132).
000670 WORKING-STORAGE SECTION.
000680 77  MG-MASTER-STATUS               PIC X(02) VALUE ZERO.
000690 77  MG-HIST-STATUS                 PIC X(02) VALUE ZERO.
000700 77  MG-REPORT-STATUS               PIC X(02) VALUE ZERO.
000710 77  MG-MASTER-OPEN-SW              PIC X(01) VALUE "N".
000720     88  MG-MASTER-OPEN                      VALUE "Y".
000730 77  MG-REPORT-OPEN-SW              PIC X(01) VALUE "N".
000740     88  MG-REPORT-OPEN                      VALUE "Y".
000750 77  MG-HIST-EOF-SW                 PIC X(01) VALUE "N".
000760     88  MG-HIST-EOF                         VALUE "Y".
000770 77  MG-SORT-EOF-SW                 PIC X(01) VALUE "N".
000780     88  MG-SORT-EOF                         VALUE "Y".
000790 77  MG-STYLE-FOUND-SW              PIC X(01) VALUE "N".
000800     88  MG-STYLE-FOUND                      VALUE "Y".
000810 77  MG-GROUP-OPEN-SW               PIC X(01) VALUE "N".
000820     88  MG-GROUP-OPEN                       VALUE "Y".
000830 77  MG-PASS-SW                     PIC X(01) VALUE "S".
000840     88  MG-STYLE-PASS                       VALUE "S".
000850     88  MG-CUSTOMER-PASS                    VALUE "C".
000860 77  MG-RUN-DATE                    PIC X(08) VALUE SPACES.
000870 77  MG-PARM-DATE                   PIC X(08) VALUE SPACES.
000880 77  MG-MOVE-DATE                   PIC X(08) VALUE SPACES.
000890 77  MG-LAST-STYLE                  PIC X(06) VALUE SPACES.
000900 77  MG-CUR-KEY                     PIC X(06) VALUE SPACES.
000910 77  MG-SORT-KEY                    PIC X(06) VALUE SPACES.
000920 77  MG-UNIT-PRICE                  PIC S9(05)V99 COMP
000930                                    VALUE ZERO.
000940 77  MG-AVG-COST                    PIC S9(05)V99 COMP
000950                                    VALUE ZERO.
000960 77  MG-UNIT-COST                   PIC S9(05)V99 COMP
000970                                    VALUE ZERO.
000980 77  MG-GRP-QTY                     PIC S9(09) COMP VALUE ZERO.
000990 77  MG-GRP-SALES                   PIC S9(13)V99 COMP
001000                                    VALUE ZERO.
001010 77  MG-GRP-COST                    PIC S9(13)V99 COMP
001020                                    VALUE ZERO.
001030 77  MG-TOT-QTY                     PIC S9(09) COMP VALUE ZERO.
001040 77  MG-TOT-SALES                   PIC S9(13)V99 COMP
001050                                    VALUE ZERO.
001060 77  MG-TOT-COST                    PIC S9(13)V99 COMP
001070                                    VALUE ZERO.
001080 77  MG-MARGIN                      PIC S9(13)V99 COMP
001090                                    VALUE ZERO.
001100 77  MG-MARGIN-PCT                  PIC S9(05)V9 COMP
001110                                    VALUE ZERO.
001120 77  MG-MOVES-VALUED                PIC 9(07) COMP VALUE ZERO.
001130 77  MG-MOVES-AT-AVG                PIC 9(07) COMP VALUE ZERO.
001140 77  MG-MOVES-UNPRICED              PIC 9(07) COMP VALUE ZERO.
001150 01  RPT-HEADING-LINE-1.
001160     05  FILLER                     PIC X(01) VALUE SPACE.
001170     05  FILLER                     PIC X(32)
001180             VALUE "TIE DAILY GROSS MARGIN REPORT - ".
001190     05  RH-RUN-DATE                PIC X(08).
001200 01  RPT-SECTION-LINE.
001210     05  FILLER                     PIC X(01) VALUE SPACE.
001220     05  RS-TITLE                   PIC X(40).
001230 01  RPT-HEADING-LINE-2.
001240     05  FILLER                     PIC X(01) VALUE SPACE.
001250     05  RH-KEY-TITLE               PIC X(08).
001260     05  FILLER                     PIC X(12) VALUE "UNITS".
001270     05  FILLER                     PIC X(21)
001280             VALUE "SALES AT PRICE".
001290     05  FILLER                     PIC X(21)
001300             VALUE "COST OF SALES".
001310     05  FILLER                     PIC X(21)
001320             VALUE "GROSS MARGIN".
001330     05  FILLER                     PIC X(08) VALUE "MARGIN %".
001340 01  RPT-DETAIL-LINE.
001350     05  FILLER                     PIC X(01) VALUE SPACE.
001360     05  RD-KEY                     PIC X(06).
001370     05  FILLER                     PIC X(02) VALUE SPACES.
001380     05  RD-UNITS                   PIC Z,ZZZ,ZZ9-.
001390     05  FILLER                     PIC X(02) VALUE SPACES.
001400     05  RD-SALES                   PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
001410     05  FILLER                     PIC X(02) VALUE SPACES.
001420     05  RD-COST                    PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
001430     05  FILLER                     PIC X(02) VALUE SPACES.
001440     05  RD-MARGIN                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
001450     05  FILLER                     PIC X(02) VALUE SPACES.
001460     05  RD-PCT                     PIC ZZ,ZZ9.9-.
001470 01  RPT-TOTAL-LINE.
001480     05  FILLER                     PIC X(01) VALUE SPACE.
001490     05  RT-LABEL                   PIC X(28).
001500     05  RT-VALUE                   PIC ZZZ,ZZZ,ZZ9.
001510 LINKAGE SECTION.
001520 01  MG-PARM-AREA.
001530     05  MG-PARM-LENGTH             PIC S9(4) COMP.
001540     05  MG-PARM-TEXT               PIC X(80).
001550 PROCEDURE DIVISION USING MG-PARM-AREA.
001560*-----------------------------------------------------------------
001570* 0000-MAIN-LINE - JOB DRIVER. TWO SORT PASSES OVER THE DAY'S
001580*   SHIP MOVEMENTS - THE FIRST BREAKS BY STYLE, THE SECOND BY
001590*   CUSTOMER
001600*-----------------------------------------------------------------
001610 0000-MAIN-LINE.
001620     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001630     SET MG-STYLE-PASS TO TRUE
001640     MOVE "MARGIN BY STYLE" TO RS-TITLE
001650     MOVE "STYLE" TO RH-KEY-TITLE
001660     SORT SORT-MARGIN
001670         ON ASCENDING KEY SM-STYLE-CODE
001680         INPUT PROCEDURE 1500-SELECT-SHIPMENTS THRU 1500-EXIT
001690         OUTPUT PROCEDURE 2000-PRODUCE-SECTION THRU 2000-EXIT
001700     SET MG-CUSTOMER-PASS TO TRUE
001710     MOVE "MARGIN BY CUSTOMER" TO RS-TITLE
001720     MOVE "CUST" TO RH-KEY-TITLE
001730     SORT SORT-MARGIN
001740         ON ASCENDING KEY SM-CUST-CODE
001750         INPUT PROCEDURE 1500-SELECT-SHIPMENTS THRU 1500-EXIT
001760         OUTPUT PROCEDURE 2000-PRODUCE-SECTION THRU 2000-EXIT
001770     PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT
001780     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
001790     STOP RUN.
001800*-----------------------------------------------------------------
001810* 1000-INITIALIZE - PARSE THE PARM AND OPEN EVERYTHING
001820*-----------------------------------------------------------------
001830 1000-INITIALIZE.
001840     ACCEPT MG-RUN-DATE FROM DATE YYYYMMDD
001850     IF MG-PARM-LENGTH > 0
001860         UNSTRING MG-PARM-TEXT DELIMITED BY ","
001870             INTO MG-PARM-DATE
001880         END-UNSTRING
001890         IF MG-PARM-DATE NOT = SPACES
001900             MOVE MG-PARM-DATE TO MG-RUN-DATE
001910         END-IF
001920     END-IF
001930     OPEN INPUT TIE-MASTER
001940     IF MG-MASTER-STATUS NOT = "00"
001950         DISPLAY "MCP-RPT05 - UNABLE TO OPEN TIE-MASTER, STATUS "
001960                 MG-MASTER-STATUS
001970         GO TO 9900-ABEND
001980     END-IF
001990     SET MG-MASTER-OPEN TO TRUE
002000     OPEN OUTPUT TIE-MARGIN-RPT
002010     IF MG-REPORT-STATUS NOT = "00"
002020         DISPLAY "MCP-RPT05 - UNABLE TO OPEN TIE-MARGIN-RPT, "
002030                 "STATUS " MG-REPORT-STATUS
002040         GO TO 9900-ABEND
002050     END-IF
002060     SET MG-REPORT-OPEN TO TRUE
002070     MOVE MG-RUN-DATE TO RH-RUN-DATE
002080     WRITE TIE-MARGIN-LINE FROM RPT-HEADING-LINE-1.
002090 1000-EXIT.
002100     EXIT.
002110*-----------------------------------------------------------------
002120* 1500-SELECT-SHIPMENTS - SORT INPUT PROCEDURE. RELEASES ONE
002130*   VALUED RECORD PER CUSTOMER SHIP MOVEMENT FOR THE RUN DATE.
002140*   THE MOVEMENT COUNTS ARE TAKEN ON THE STYLE PASS ONLY
002150*-----------------------------------------------------------------
002160 1500-SELECT-SHIPMENTS.
002170     MOVE "N" TO MG-HIST-EOF-SW
002180     OPEN INPUT TIE-HISTORY
002190     IF MG-HIST-STATUS NOT = "00"
002200         DISPLAY "MCP-RPT05 - UNABLE TO OPEN TIE-HISTORY, "
002210                 "STATUS " MG-HIST-STATUS
002220         GO TO 9900-ABEND
002230     END-IF
002240     PERFORM 1550-READ-HISTORY-RECORD THRU 1550-EXIT
002250     PERFORM 1600-RELEASE-ONE-SHIPMENT THRU 1600-EXIT
002260         UNTIL MG-HIST-EOF
002270     CLOSE TIE-HISTORY.
002280 1500-EXIT.
002290     EXIT.
002300 1550-READ-HISTORY-RECORD.
002310     READ TIE-HISTORY
002320         AT END
002330             SET MG-HIST-EOF TO TRUE
002340     END-READ
002350     IF MG-HIST-STATUS NOT = "00" AND MG-HIST-STATUS NOT = "10"
002360         DISPLAY "MCP-RPT05 - ERROR READING TIE-HISTORY, "
002370                 "STATUS " MG-HIST-STATUS
002380         GO TO 9900-ABEND
002390     END-IF.
002400 1550-EXIT.
002410     EXIT.
002420 1600-RELEASE-ONE-SHIPMENT.
002430     MOVE TH-RUN-TIMESTAMP (1:8) TO MG-MOVE-DATE
002440     IF MG-MOVE-DATE NOT = MG-RUN-DATE
002450         GO TO 1600-NEXT
002460     END-IF
002470     IF NOT TH-SHIP
002480        OR TH-COUNT-ADJUST
002490        OR TH-WHSE-TRANSFER
002500         GO TO 1600-NEXT
002510     END-IF
002520     PERFORM 1700-GET-MASTER-VALUES THRU 1700-EXIT
002530     IF NOT MG-STYLE-FOUND
002540         IF MG-STYLE-PASS
002550             ADD 1 TO MG-MOVES-UNPRICED
002560         END-IF
002570         GO TO 1600-NEXT
002580     END-IF
002590     IF TH-UNIT-COST NUMERIC
002600        AND TH-UNIT-COST GREATER THAN ZERO
002610         MOVE TH-UNIT-COST TO MG-UNIT-COST
002620     ELSE
002630         MOVE MG-AVG-COST TO MG-UNIT-COST
002640         IF MG-STYLE-PASS
002650             ADD 1 TO MG-MOVES-AT-AVG
002660         END-IF
002670     END-IF
002680     MOVE SPACES TO SORT-MARGIN-RECORD
002690     MOVE TH-STYLE-CODE TO SM-STYLE-CODE
002700     IF TH-CUST-CODE = SPACES
002710         MOVE "*NONE*" TO SM-CUST-CODE
002720     ELSE
002730         MOVE TH-CUST-CODE TO SM-CUST-CODE
002740     END-IF
002750     MOVE TH-TRANS-QTY TO SM-SHIP-QTY
002760     COMPUTE SM-SALES-AMT = TH-TRANS-QTY * MG-UNIT-PRICE
002770     COMPUTE SM-COST-AMT = TH-TRANS-QTY * MG-UNIT-COST
002780     RELEASE SORT-MARGIN-RECORD
002790     IF MG-STYLE-PASS
002800         ADD 1 TO MG-MOVES-VALUED
002810     END-IF.
002820 1600-NEXT.
002830     PERFORM 1550-READ-HISTORY-RECORD THRU 1550-EXIT.
002840 1600-EXIT.
002850     EXIT.
002860*-----------------------------------------------------------------
002870* 1700-GET-MASTER-VALUES - RANDOM READ OF TIE-MASTER FOR THE
002880*   SELLING PRICE AND AVERAGE COST OF THE STYLE IN THE HISTORY
002890*   RECORD AREA, HOLDING THE LAST STYLE READ
002900*-----------------------------------------------------------------
002910 1700-GET-MASTER-VALUES.
002920     IF TH-STYLE-CODE = MG-LAST-STYLE
002930         GO TO 1700-EXIT
002940     END-IF
002950     MOVE "N" TO MG-STYLE-FOUND-SW
002960     MOVE ZERO TO MG-UNIT-PRICE MG-AVG-COST
002970     MOVE TH-STYLE-CODE TO TM-STYLE-CODE
002980     READ TIE-MASTER
002990         INVALID KEY
003000             DISPLAY "MCP-RPT05 - STYLE NOT ON FILE, MOVEMENT "
003010                     "NOT VALUED - " TH-STYLE-CODE
003020         NOT INVALID KEY
003030             SET MG-STYLE-FOUND TO TRUE
003040             MOVE TM-UNIT-PRICE TO MG-UNIT-PRICE
003050             IF TM-AVG-COST NUMERIC
003060                 MOVE TM-AVG-COST TO MG-AVG-COST
003070             END-IF
003080     END-READ
003090     MOVE TH-STYLE-CODE TO MG-LAST-STYLE.
003100 1700-EXIT.
003110     EXIT.
003120*-----------------------------------------------------------------
003130* 2000-PRODUCE-SECTION - SORT OUTPUT PROCEDURE. ONE LINE PER
003140*   STYLE (OR CUSTOMER) AND A SECTION TOTAL
003150*-----------------------------------------------------------------
003160 2000-PRODUCE-SECTION.
003170     MOVE "N" TO MG-SORT-EOF-SW
003180     MOVE "N" TO MG-GROUP-OPEN-SW
003190     MOVE ZERO TO MG-TOT-QTY MG-TOT-SALES MG-TOT-COST
003200     WRITE TIE-MARGIN-LINE FROM RPT-SECTION-LINE
003210     WRITE TIE-MARGIN-LINE FROM RPT-HEADING-LINE-2
003220     PERFORM 2100-RETURN-SORTED-RECORD THRU 2100-EXIT
003230     PERFORM 2200-PROCESS-SORTED-RECORD THRU 2200-EXIT
003240         UNTIL MG-SORT-EOF
003250     IF MG-GROUP-OPEN
003260         PERFORM 2700-WRITE-GROUP-LINE THRU 2700-EXIT
003270     END-IF
003280     PERFORM 2900-WRITE-SECTION-TOTAL THRU 2900-EXIT.
003290 2000-EXIT.
003300     EXIT.
003310 2100-RETURN-SORTED-RECORD.
003320     RETURN SORT-MARGIN
003330         AT END
003340             SET MG-SORT-EOF TO TRUE
003350     END-RETURN.
003360 2100-EXIT.
003370     EXIT.
003380 2200-PROCESS-SORTED-RECORD.
003390     IF MG-STYLE-PASS
003400         MOVE SM-STYLE-CODE TO MG-SORT-KEY
003410     ELSE
003420         MOVE SM-CUST-CODE TO MG-SORT-KEY
003430     END-IF
003440     IF MG-GROUP-OPEN AND MG-SORT-KEY NOT = MG-CUR-KEY
003450         PERFORM 2700-WRITE-GROUP-LINE THRU 2700-EXIT
003460     END-IF
003470     IF NOT MG-GROUP-OPEN
003480         MOVE MG-SORT-KEY TO MG-CUR-KEY
003490         MOVE ZERO TO MG-GRP-QTY MG-GRP-SALES MG-GRP-COST
003500         SET MG-GROUP-OPEN TO TRUE
003510     END-IF
003520     ADD SM-SHIP-QTY TO MG-GRP-QTY
003530     ADD SM-SALES-AMT TO MG-GRP-SALES
003540     ADD SM-COST-AMT TO MG-GRP-COST
003550     PERFORM 2100-RETURN-SORTED-RECORD THRU 2100-EXIT.
003560 2200-EXIT.
003570     EXIT.
003580 2700-WRITE-GROUP-LINE.
003590     MOVE MG-CUR-KEY TO RD-KEY
003600     MOVE MG-GRP-QTY TO RD-UNITS
003610     MOVE MG-GRP-SALES TO RD-SALES
003620     MOVE MG-GRP-COST TO RD-COST
003630     PERFORM 2800-COMPUTE-MARGIN THRU 2800-EXIT
003640     WRITE TIE-MARGIN-LINE FROM RPT-DETAIL-LINE
003650     ADD MG-GRP-QTY TO MG-TOT-QTY
003660     ADD MG-GRP-SALES TO MG-TOT-SALES
003670     ADD MG-GRP-COST TO MG-TOT-COST
003680     MOVE "N" TO MG-GROUP-OPEN-SW.
003690 2700-EXIT.
003700     EXIT.
003710*-----------------------------------------------------------------
003720* 2800-COMPUTE-MARGIN - MARGIN AND MARGIN PERCENT OF SALES FOR
003730*   THE OPEN GROUP, OR FOR THE SECTION TOTAL ONCE THE LAST GROUP
003740*   IS WRITTEN. NO SALES DOLLARS MEANS NO PERCENT
003750*-----------------------------------------------------------------
003760 2800-COMPUTE-MARGIN.
003770     IF MG-GROUP-OPEN
003780         SUBTRACT MG-GRP-COST FROM MG-GRP-SALES GIVING MG-MARGIN
003790         IF MG-GRP-SALES = ZERO
003800             MOVE ZERO TO MG-MARGIN-PCT
003810         ELSE
003820             COMPUTE MG-MARGIN-PCT ROUNDED =
003830                 MG-MARGIN * 100 / MG-GRP-SALES
003840                 ON SIZE ERROR
003850                     MOVE ZERO TO MG-MARGIN-PCT
003860             END-COMPUTE
003870         END-IF
003880     ELSE
003890         SUBTRACT MG-TOT-COST FROM MG-TOT-SALES GIVING MG-MARGIN
003900         IF MG-TOT-SALES = ZERO
003910             MOVE ZERO TO MG-MARGIN-PCT
003920         ELSE
003930             COMPUTE MG-MARGIN-PCT ROUNDED =
003940                 MG-MARGIN * 100 / MG-TOT-SALES
003950                 ON SIZE ERROR
003960                     MOVE ZERO TO MG-MARGIN-PCT
003970             END-COMPUTE
003980         END-IF
003990     END-IF
004000     MOVE MG-MARGIN TO RD-MARGIN
004010     MOVE MG-MARGIN-PCT TO RD-PCT.
004020 2800-EXIT.
004030     EXIT.
004040 2900-WRITE-SECTION-TOTAL.
004050     MOVE "TOTAL" TO RD-KEY
004060     MOVE MG-TOT-QTY TO RD-UNITS
004070     MOVE MG-TOT-SALES TO RD-SALES
004080     MOVE MG-TOT-COST TO RD-COST
004090     PERFORM 2800-COMPUTE-MARGIN THRU 2800-EXIT
004100     WRITE TIE-MARGIN-LINE FROM RPT-DETAIL-LINE.
004110 2900-EXIT.
004120     EXIT.
004130*-----------------------------------------------------------------
004140* 8500-WRITE-TOTALS - FOOT THE REPORT
004150*-----------------------------------------------------------------
004160 8500-WRITE-TOTALS.
004170     MOVE "SHIP MOVEMENTS VALUED      -" TO RT-LABEL
004180     MOVE MG-MOVES-VALUED TO RT-VALUE
004190     WRITE TIE-MARGIN-LINE FROM RPT-TOTAL-LINE
004200     MOVE "COSTED AT CURRENT AVERAGE  -" TO RT-LABEL
004210     MOVE MG-MOVES-AT-AVG TO RT-VALUE
004220     WRITE TIE-MARGIN-LINE FROM RPT-TOTAL-LINE
004230     MOVE "MOVEMENTS NOT VALUED       -" TO RT-LABEL
004240     MOVE MG-MOVES-UNPRICED TO RT-VALUE
004250     WRITE TIE-MARGIN-LINE FROM RPT-TOTAL-LINE.
004260 8500-EXIT.
004270     EXIT.
004280*-----------------------------------------------------------------
004290* 9000-END-OF-JOB - CLOSE WHATEVER IS OPEN
004300*-----------------------------------------------------------------
004310 9000-END-OF-JOB.
004320     IF MG-MASTER-OPEN
004330         CLOSE TIE-MASTER
004340     END-IF
004350     IF MG-REPORT-OPEN
004360         CLOSE TIE-MARGIN-RPT
004370     END-IF.
004380 9000-EXIT.
004390     EXIT.
004400*-----------------------------------------------------------------
004410* 9900-ABEND - CLOSE UP AND END THE RUN WITH A BAD RETURN CODE
004420*-----------------------------------------------------------------
004430 9900-ABEND.
004440     MOVE 16 TO RETURN-CODE
004450     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
004460     STOP RUN.
004470 9900-EXIT.
004480     EXIT.
