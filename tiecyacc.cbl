000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MCP-CYC02.
000030 AUTHOR. R QUIGLEY.
000040 INSTALLATION. TIE DIVISION DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* 10/15/2026  RQ   ORIGINAL PROGRAM - MONTHLY INVENTORY ACCURACY
000110*                  REPORT. EVERY COUNT POSTED BY MCP-CNT01 IN THE
000120*                  MONTH IS TAKEN FROM TIE-COUNT-LOG AND SCORED
000130*                  ACCURATE WHEN THE VARIANCE IS WITHIN THE
000140*                  TOLERANCE PERCENT OF THE BOOK QUANTITY (ZERO
000150*                  TOLERANCE MEANS AN EXACT MATCH). PRINTS
000160*                  COUNTS, ACCURACY PERCENT AND ABSOLUTE VARIANCE
000170*                  IN UNITS AND DOLLARS BY WAREHOUSE AND ABC
000180*                  CLASS, WITH CLASS TOTALS ACROSS ALL WAREHOUSES.
000190*                  PARM IS PERIOD(YYYYMM),TOLPCT - AN OMITTED
000200*                  PERIOD MEANS THE PRIOR MONTH.
000210*-----------------------------------------------------------------
000220* ___________________________
000230*|                           |
000240*|  IBM MAINFRAME DIVISION   |
000250*|      OF COBOL AGENTS      |
000260*|                           |
000270*|   COUNT ACCURACY REPORT   |
000280*|         /\                |
000290*|        /  \               |
000300*|       / TIE \             |
000310*|      /______\             |
000320*|___________________________|
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT TIE-COUNT-LOG ASSIGN TO TIECLOG
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS CQ-LOG-STATUS.
000390     SELECT SORT-WORK ASSIGN TO TIESORT.
000400     SELECT TIE-ACCURACY-RPT ASSIGN TO TIECACC
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS CQ-REPORT-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  TIE-COUNT-LOG
000460     LABEL RECORDS ARE STANDARD.
000470     COPY TIECLG.
000480 SD  SORT-WORK.
000490 01  SORT-ACCURACY-RECORD.
000500     05  SA-WHSE-CODE               PIC X(03).
000510     05  SA-ABC-CLASS               PIC X(01).
000520     05  SA-ACCURATE-SW             PIC X(01).
000530         88  SA-ACCURATE                     VALUE "Y".
000540     05  SA-ABS-VARIANCE            PIC 9(07).
000550     05  SA-ABS-DOLLARS             PIC 9(11)V99.
000560 FD  TIE-ACCURACY-RPT
000570     LABEL RECORDS ARE STANDARD.
000580 01  TIE-ACCURACY-LINE              PIC X(132).
000590 WORKING-STORAGE SECTION.
000600 77  CQ-LOG-STATUS                  PIC X(02) VALUE ZERO.
000610 77  CQ-REPORT-STATUS               PIC X(02) VALUE ZERO.
000620 77  CQ-REPORT-OPEN-SW              PIC X(01) VALUE "N".
000630     88  CQ-REPORT-OPEN                      VALUE "Y".
000640 77  CQ-EOF-SW                      PIC X(01) VALUE "N".
000650     88  CQ-EOF                              VALUE "Y".
000660 77  CQ-SORT-EOF-SW                 PIC X(01) VALUE "N".
000670     88  CQ-SORT-EOF                         VALUE "Y".
000680 77  CQ-RUN-DATE                    PIC X(08) VALUE SPACES.
000690 77  CQ-PARM-PERIOD                 PIC X(06) VALUE SPACES.
000700 01  CQ-PERIOD                      PIC X(06) VALUE SPACES.
000710 01  CQ-PERIOD-PARTS REDEFINES CQ-PERIOD.
000720     05  CQ-PERIOD-YEAR             PIC 9(04).
000730     05  CQ-PERIOD-MONTH            PIC 9(02).
000740 77  CQ-WORK-YEAR                   PIC S9(05) COMP VALUE ZERO.
000750 77  CQ-WORK-MONTH                  PIC S9(03) COMP VALUE ZERO.
000760 77  CQ-TOL-X                       PIC X(03) JUSTIFIED RIGHT
000770                                    VALUE SPACES.
000780 77  CQ-TOL-PCT                     PIC 9(03) COMP VALUE ZERO.
000790 77  CQ-ABS-BOOK                    PIC 9(07) COMP VALUE ZERO.
000800 77  CQ-PREV-WHSE                   PIC X(03) VALUE SPACES.
000810 77  CQ-PREV-CLASS                  PIC X(01) VALUE SPACE.
000820 77  CQ-CLASS-SUB                   PIC 9(04) COMP VALUE ZERO.
000830 77  CQ-SUB                         PIC 9(04) COMP VALUE ZERO.
000840 77  CQ-LOG-READ                    PIC 9(07) COMP VALUE ZERO.
000850 77  CQ-LOG-SELECTED                PIC 9(07) COMP VALUE ZERO.
000860 77  CQ-ACCURACY-PCT                PIC 9(03)V9 COMP VALUE ZERO.
000870*    ACCUMULATORS - 1 CLASS WITHIN WAREHOUSE, 2 WAREHOUSE,
000880*    3 ALL WAREHOUSES, 4 THRU 7 CLASS A, B, C AND UNCLASSIFIED
000890*    ACROSS ALL WAREHOUSES
000900 01  CQ-TOTALS-TABLE.
000910     05  CQ-TOT-ENTRY OCCURS 7 TIMES.
000920         10  CQ-TOT-COUNTS          PIC 9(07) COMP.
000930         10  CQ-TOT-ACCURATE        PIC 9(07) COMP.
000940         10  CQ-TOT-VAR-UNITS       PIC 9(09) COMP.
000950         10  CQ-TOT-VAR-DOLLARS     PIC 9(11)V99 COMP.
000960 01  CQ-CLASS-CODES                 PIC X(04) VALUE "ABC ".
000970 01  CQ-CLASS-CODE-TABLE REDEFINES CQ-CLASS-CODES.
000980     05  CQ-CLASS-CODE              PIC X(01) OCCURS 4 TIMES.
000990 01  RPT-HEADING-LINE-1.
001000     05  FILLER                     PIC X(01) VALUE SPACE.
001010     05  FILLER                     PIC X(34)
001020             VALUE "TIE INVENTORY COUNT ACCURACY FOR ".
001030     05  RH-PERIOD                  PIC X(06).
001040     05  FILLER                     PIC X(13)
001050             VALUE "   TOLERANCE ".
001060     05  RH-TOL-PCT                 PIC ZZ9.
001070     05  FILLER                     PIC X(14)
001080             VALUE " PCT   RUN ".
001090     05  RH-RUN-DATE                PIC X(08).
001100 01  RPT-HEADING-LINE-2.
001110     05  FILLER                     PIC X(01) VALUE SPACE.
001120     05  FILLER                     PIC X(06) VALUE "WHSE".
001130     05  FILLER                     PIC X(16)
001140             VALUE "CLASS".
001150     05  FILLER                     PIC X(10) VALUE "    COUNTS".
001160     05  FILLER                     PIC X(10) VALUE "  ACCURATE".
001170     05  FILLER                     PIC X(10) VALUE "  ACCY PCT".
001180     05  FILLER                     PIC X(16)
001190             VALUE "  VARIANCE UNITS".
001200     05  FILLER                     PIC X(20)
001210             VALUE "    VARIANCE DOLLARS".
001220 01  RPT-DETAIL-LINE.
001230     05  FILLER                     PIC X(01) VALUE SPACE.
001240     05  RD-WHSE                    PIC X(03).
001250     05  FILLER                     PIC X(03) VALUE SPACES.
001260     05  RD-CLASS                   PIC X(15).
001270     05  FILLER                     PIC X(01) VALUE SPACES.
001280     05  RD-COUNTS                  PIC ZZZ,ZZZ,ZZ9.
001290     05  FILLER                     PIC X(01) VALUE SPACES.
001300     05  RD-ACCURATE                PIC Z,ZZZ,ZZ9.
001310     05  FILLER                     PIC X(05) VALUE SPACES.
001320     05  RD-ACCURACY-PCT            PIC ZZ9.9.
001330     05  FILLER                     PIC X(03) VALUE SPACES.
001340     05  RD-VAR-UNITS               PIC ZZZ,ZZZ,ZZ9.
001350     05  FILLER                     PIC X(03) VALUE SPACES.
001360     05  RD-VAR-DOLLARS             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001370 01  RPT-TOTAL-LINE.
001380     05  FILLER                     PIC X(01) VALUE SPACE.
001390     05  RT-LABEL                   PIC X(28).
001400     05  RT-VALUE                   PIC ZZZ,ZZZ,ZZ9.
001410 LINKAGE SECTION.
001420 01  CQ-PARM-AREA.
001430     05  CQ-PARM-LENGTH             PIC S9(4) COMP.
001440     05  CQ-PARM-TEXT               PIC X(80).
001450 PROCEDURE DIVISION USING CQ-PARM-AREA.
001460*-----------------------------------------------------------------
001470* 0000-MAIN-LINE - JOB DRIVER. SORT THE MONTH'S COUNTS BY
001480*   WAREHOUSE AND CLASS AND PRINT WITH CONTROL BREAKS
001490*-----------------------------------------------------------------
001500 0000-MAIN-LINE.
001510     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001520     SORT SORT-WORK
001530         ON ASCENDING KEY SA-WHSE-CODE SA-ABC-CLASS
001540         INPUT PROCEDURE 2000-SELECT-COUNTS THRU 2000-EXIT
001550         OUTPUT PROCEDURE 3000-PRINT-ACCURACY THRU 3000-EXIT
001560     PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT
001570     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
001580     STOP RUN.
001590*-----------------------------------------------------------------
001600* 1000-INITIALIZE - SETTLE THE MONTH AND TOLERANCE AND OPEN THE
001610*   REPORT. THE DEFAULT IS THE MONTH BEFORE THE RUN DATE, SINCE
001620*   THE REPORT RUNS AFTER MONTH END
001630*-----------------------------------------------------------------
001640 1000-INITIALIZE.
001650     ACCEPT CQ-RUN-DATE FROM DATE YYYYMMDD
001660     IF CQ-PARM-LENGTH > 0
001670         UNSTRING CQ-PARM-TEXT DELIMITED BY ","
001680             INTO CQ-PARM-PERIOD CQ-TOL-X
001690         END-UNSTRING
001700     END-IF
001710     IF CQ-PARM-PERIOD NOT = SPACES
001720         MOVE CQ-PARM-PERIOD TO CQ-PERIOD
001730         IF CQ-PERIOD NOT NUMERIC
001740            OR CQ-PERIOD-MONTH LESS THAN 1
001750            OR CQ-PERIOD-MONTH GREATER THAN 12
001760             DISPLAY "MCP-CYC02 - INVALID PARM MONTH " CQ-PERIOD
001770             GO TO 9900-ABEND
001780         END-IF
001790     ELSE
001800         MOVE CQ-RUN-DATE (1:6) TO CQ-PERIOD
001810         MOVE CQ-PERIOD-YEAR TO CQ-WORK-YEAR
001820         MOVE CQ-PERIOD-MONTH TO CQ-WORK-MONTH
001830         SUBTRACT 1 FROM CQ-WORK-MONTH
001840         IF CQ-WORK-MONTH LESS THAN 1
001850             MOVE 12 TO CQ-WORK-MONTH
001860             SUBTRACT 1 FROM CQ-WORK-YEAR
001870         END-IF
001880         MOVE CQ-WORK-YEAR TO CQ-PERIOD-YEAR
001890         MOVE CQ-WORK-MONTH TO CQ-PERIOD-MONTH
001900     END-IF
001910     IF CQ-TOL-X NOT = SPACES
001920         INSPECT CQ-TOL-X REPLACING LEADING SPACE BY ZERO
001930         IF CQ-TOL-X IS NUMERIC
001940             MOVE CQ-TOL-X TO CQ-TOL-PCT
001950         ELSE
001960             DISPLAY "MCP-CYC02 - TOLERANCE PARM NOT NUMERIC, "
001970                     "USING " CQ-TOL-PCT
001980         END-IF
001990     END-IF
002000     PERFORM 1010-CLEAR-TOTALS THRU 1010-EXIT
002010         VARYING CQ-SUB FROM 1 BY 1
002020         UNTIL CQ-SUB GREATER THAN 7
002030     OPEN OUTPUT TIE-ACCURACY-RPT
002040     IF CQ-REPORT-STATUS NOT = "00"
002050         DISPLAY "MCP-CYC02 - UNABLE TO OPEN ACCURACY REPORT, "
002060                 "STATUS " CQ-REPORT-STATUS
002070         GO TO 9900-ABEND
002080     END-IF
002090     SET CQ-REPORT-OPEN TO TRUE
002100     MOVE CQ-PERIOD TO RH-PERIOD
002110     MOVE CQ-TOL-PCT TO RH-TOL-PCT
002120     MOVE CQ-RUN-DATE TO RH-RUN-DATE
002130     WRITE TIE-ACCURACY-LINE FROM RPT-HEADING-LINE-1
002140     WRITE TIE-ACCURACY-LINE FROM RPT-HEADING-LINE-2.
002150 1000-EXIT.
002160     EXIT.
002170 1010-CLEAR-TOTALS.
002180     MOVE ZERO TO CQ-TOT-COUNTS (CQ-SUB)
002190                  CQ-TOT-ACCURATE (CQ-SUB)
002200                  CQ-TOT-VAR-UNITS (CQ-SUB)
002210                  CQ-TOT-VAR-DOLLARS (CQ-SUB).
002220 1010-EXIT.
002230     EXIT.
002240*-----------------------------------------------------------------
002250* 2000-SELECT-COUNTS - SORT INPUT PROCEDURE. A MISSING LOG MEANS
002260*   NO COUNTS HAVE BEEN POSTED YET - THE REPORT PRINTS EMPTY
002270*-----------------------------------------------------------------
002280 2000-SELECT-COUNTS.
002290     OPEN INPUT TIE-COUNT-LOG
002300     IF CQ-LOG-STATUS = "35"
002310         GO TO 2000-EXIT
002320     END-IF
002330     IF CQ-LOG-STATUS NOT = "00"
002340         DISPLAY "MCP-CYC02 - UNABLE TO OPEN TIE-COUNT-LOG, "
002350                 "STATUS " CQ-LOG-STATUS
002360         GO TO 9900-ABEND
002370     END-IF
002380     PERFORM 2100-SELECT-ONE-COUNT THRU 2100-EXIT
002390         UNTIL CQ-EOF
002400     CLOSE TIE-COUNT-LOG.
002410 2000-EXIT.
002420     EXIT.
002430 2100-SELECT-ONE-COUNT.
002440     READ TIE-COUNT-LOG
002450         AT END
002460             SET CQ-EOF TO TRUE
002470             GO TO 2100-EXIT
002480     END-READ
002490     IF CQ-LOG-STATUS NOT = "00"
002500         DISPLAY "MCP-CYC02 - ERROR READING TIE-COUNT-LOG, "
002510                 "STATUS " CQ-LOG-STATUS
002520         GO TO 9900-ABEND
002530     END-IF
002540     ADD 1 TO CQ-LOG-READ
002550     IF CG-COUNT-DATE (1:6) NOT = CQ-PERIOD
002560         GO TO 2100-EXIT
002570     END-IF
002580     ADD 1 TO CQ-LOG-SELECTED
002590     MOVE CG-WHSE-CODE TO SA-WHSE-CODE
002600     IF CG-ABC-CLASS = "A" OR "B" OR "C"
002610         MOVE CG-ABC-CLASS TO SA-ABC-CLASS
002620     ELSE
002630         MOVE SPACE TO SA-ABC-CLASS
002640     END-IF
002650     IF CG-VARIANCE LESS THAN ZERO
002660         COMPUTE SA-ABS-VARIANCE = 0 - CG-VARIANCE
002670     ELSE
002680         MOVE CG-VARIANCE TO SA-ABS-VARIANCE
002690     END-IF
002700     IF CG-BOOK-QTY LESS THAN ZERO
002710         COMPUTE CQ-ABS-BOOK = 0 - CG-BOOK-QTY
002720     ELSE
002730         MOVE CG-BOOK-QTY TO CQ-ABS-BOOK
002740     END-IF
002750     IF SA-ABS-VARIANCE * 100 NOT GREATER THAN
002760            CQ-ABS-BOOK * CQ-TOL-PCT
002770         MOVE "Y" TO SA-ACCURATE-SW
002780     ELSE
002790         MOVE "N" TO SA-ACCURATE-SW
002800     END-IF
002810     IF CG-UNIT-COST NUMERIC
002820        AND CG-UNIT-COST GREATER THAN ZERO
002830         COMPUTE SA-ABS-DOLLARS = SA-ABS-VARIANCE * CG-UNIT-COST
002840     ELSE
002850         MOVE ZERO TO SA-ABS-DOLLARS
002860     END-IF
002870     RELEASE SORT-ACCURACY-RECORD.
002880 2100-EXIT.
002890     EXIT.
002900*-----------------------------------------------------------------
002910* 3000-PRINT-ACCURACY - SORT OUTPUT PROCEDURE. ONE LINE PER
002920*   CLASS WITHIN WAREHOUSE, A SUBTOTAL PER WAREHOUSE
002930*-----------------------------------------------------------------
002940 3000-PRINT-ACCURACY.
002950     PERFORM 3100-RETURN-COUNT THRU 3100-EXIT
002960     IF NOT CQ-SORT-EOF
002970         MOVE SA-WHSE-CODE TO CQ-PREV-WHSE
002980         MOVE SA-ABC-CLASS TO CQ-PREV-CLASS
002990     END-IF
003000     PERFORM 3200-ADD-ONE-COUNT THRU 3200-EXIT
003010         UNTIL CQ-SORT-EOF
003020     IF CQ-TOT-COUNTS (2) GREATER THAN ZERO
003030         PERFORM 3500-CLASS-BREAK THRU 3500-EXIT
003040         PERFORM 3600-WAREHOUSE-BREAK THRU 3600-EXIT
003050     END-IF.
003060 3000-EXIT.
003070     EXIT.
003080 3100-RETURN-COUNT.
003090     RETURN SORT-WORK
003100         AT END
003110             SET CQ-SORT-EOF TO TRUE
003120     END-RETURN.
003130 3100-EXIT.
003140     EXIT.
003150 3200-ADD-ONE-COUNT.
003160     IF SA-WHSE-CODE NOT = CQ-PREV-WHSE
003170         PERFORM 3500-CLASS-BREAK THRU 3500-EXIT
003180         PERFORM 3600-WAREHOUSE-BREAK THRU 3600-EXIT
003190         MOVE SA-WHSE-CODE TO CQ-PREV-WHSE
003200         MOVE SA-ABC-CLASS TO CQ-PREV-CLASS
003210     END-IF
003220     IF SA-ABC-CLASS NOT = CQ-PREV-CLASS
003230         PERFORM 3500-CLASS-BREAK THRU 3500-EXIT
003240         MOVE SA-ABC-CLASS TO CQ-PREV-CLASS
003250     END-IF
003260     EVALUATE SA-ABC-CLASS
003270         WHEN "A"
003280             MOVE 4 TO CQ-CLASS-SUB
003290         WHEN "B"
003300             MOVE 5 TO CQ-CLASS-SUB
003310         WHEN "C"
003320             MOVE 6 TO CQ-CLASS-SUB
003330         WHEN OTHER
003340             MOVE 7 TO CQ-CLASS-SUB
003350     END-EVALUATE
003360     MOVE 1 TO CQ-SUB
003370     PERFORM 3300-ADD-TO-LEVEL THRU 3300-EXIT
003380     MOVE 2 TO CQ-SUB
003390     PERFORM 3300-ADD-TO-LEVEL THRU 3300-EXIT
003400     MOVE 3 TO CQ-SUB
003410     PERFORM 3300-ADD-TO-LEVEL THRU 3300-EXIT
003420     MOVE CQ-CLASS-SUB TO CQ-SUB
003430     PERFORM 3300-ADD-TO-LEVEL THRU 3300-EXIT
003440     PERFORM 3100-RETURN-COUNT THRU 3100-EXIT.
003450 3200-EXIT.
003460     EXIT.
003470 3300-ADD-TO-LEVEL.
003480     ADD 1 TO CQ-TOT-COUNTS (CQ-SUB)
003490     IF SA-ACCURATE
003500         ADD 1 TO CQ-TOT-ACCURATE (CQ-SUB)
003510     END-IF
003520     ADD SA-ABS-VARIANCE TO CQ-TOT-VAR-UNITS (CQ-SUB)
003530     ADD SA-ABS-DOLLARS TO CQ-TOT-VAR-DOLLARS (CQ-SUB).
003540 3300-EXIT.
003550     EXIT.
003560 3500-CLASS-BREAK.
003570     MOVE CQ-PREV-WHSE TO RD-WHSE
003580     IF CQ-PREV-CLASS = SPACE
003590         MOVE "UNCLASSIFIED" TO RD-CLASS
003600     ELSE
003610         MOVE CQ-PREV-CLASS TO RD-CLASS
003620     END-IF
003630     MOVE 1 TO CQ-SUB
003640     PERFORM 6000-WRITE-LEVEL-LINE THRU 6000-EXIT
003650     PERFORM 1010-CLEAR-TOTALS THRU 1010-EXIT.
003660 3500-EXIT.
003670     EXIT.
003680 3600-WAREHOUSE-BREAK.
003690     MOVE CQ-PREV-WHSE TO RD-WHSE
003700     MOVE "WAREHOUSE TOTAL" TO RD-CLASS
003710     MOVE 2 TO CQ-SUB
003720     PERFORM 6000-WRITE-LEVEL-LINE THRU 6000-EXIT
003730     PERFORM 1010-CLEAR-TOTALS THRU 1010-EXIT
003740     MOVE SPACES TO TIE-ACCURACY-LINE
003750     WRITE TIE-ACCURACY-LINE.
003760 3600-EXIT.
003770     EXIT.
003780*-----------------------------------------------------------------
003790* 6000-WRITE-LEVEL-LINE - PRINT THE ACCUMULATOR AT CQ-SUB UNDER
003800*   THE WAREHOUSE AND CLASS ALREADY MOVED TO THE LINE
003810*-----------------------------------------------------------------
003820 6000-WRITE-LEVEL-LINE.
003830     MOVE CQ-TOT-COUNTS (CQ-SUB) TO RD-COUNTS
003840     MOVE CQ-TOT-ACCURATE (CQ-SUB) TO RD-ACCURATE
003850     MOVE ZERO TO CQ-ACCURACY-PCT
003860     IF CQ-TOT-COUNTS (CQ-SUB) GREATER THAN ZERO
003870         COMPUTE CQ-ACCURACY-PCT ROUNDED =
003880             CQ-TOT-ACCURATE (CQ-SUB) * 100
003890             / CQ-TOT-COUNTS (CQ-SUB)
003900     END-IF
003910     MOVE CQ-ACCURACY-PCT TO RD-ACCURACY-PCT
003920     MOVE CQ-TOT-VAR-UNITS (CQ-SUB) TO RD-VAR-UNITS
003930     MOVE CQ-TOT-VAR-DOLLARS (CQ-SUB) TO RD-VAR-DOLLARS
003940     WRITE TIE-ACCURACY-LINE FROM RPT-DETAIL-LINE.
003950 6000-EXIT.
003960     EXIT.
003970*-----------------------------------------------------------------
003980* 8500-WRITE-TOTALS - CLASS TOTALS ACROSS ALL WAREHOUSES, THE
003990*   GRAND TOTAL, THEN THE RUN COUNTS
004000*-----------------------------------------------------------------
004010 8500-WRITE-TOTALS.
004020     PERFORM 8600-WRITE-CLASS-TOTAL THRU 8600-EXIT
004030         VARYING CQ-CLASS-SUB FROM 4 BY 1
004040         UNTIL CQ-CLASS-SUB GREATER THAN 7
004050     MOVE "ALL" TO RD-WHSE
004060     MOVE "ALL CLASSES" TO RD-CLASS
004070     MOVE 3 TO CQ-SUB
004080     PERFORM 6000-WRITE-LEVEL-LINE THRU 6000-EXIT
004090     MOVE SPACES TO TIE-ACCURACY-LINE
004100     WRITE TIE-ACCURACY-LINE
004110     MOVE "COUNT LOG RECORDS READ     -" TO RT-LABEL
004120     MOVE CQ-LOG-READ TO RT-VALUE
004130     WRITE TIE-ACCURACY-LINE FROM RPT-TOTAL-LINE
004140     MOVE "COUNTS IN PERIOD           -" TO RT-LABEL
004150     MOVE CQ-LOG-SELECTED TO RT-VALUE
004160     WRITE TIE-ACCURACY-LINE FROM RPT-TOTAL-LINE.
004170 8500-EXIT.
004180     EXIT.
004190 8600-WRITE-CLASS-TOTAL.
004200     MOVE "ALL" TO RD-WHSE
004210     COMPUTE CQ-SUB = CQ-CLASS-SUB - 3
004220     IF CQ-CLASS-CODE (CQ-SUB) = SPACE
004230         MOVE "UNCLASSIFIED" TO RD-CLASS
004240     ELSE
004250         MOVE CQ-CLASS-CODE (CQ-SUB) TO RD-CLASS
004260     END-IF
004270     MOVE CQ-CLASS-SUB TO CQ-SUB
004280     PERFORM 6000-WRITE-LEVEL-LINE THRU 6000-EXIT.
004290 8600-EXIT.
004300     EXIT.
004310*-----------------------------------------------------------------
004320* 9000-END-OF-JOB - CLOSE WHATEVER IS OPEN
004330*-----------------------------------------------------------------
004340 9000-END-OF-JOB.
004350     IF CQ-REPORT-OPEN
004360         CLOSE TIE-ACCURACY-RPT
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
