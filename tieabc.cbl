000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MCP-ABC01.
000030 AUTHOR. R QUIGLEY.
000040 INSTALLATION. TIE DIVISION DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* 10/15/2026  RQ   ORIGINAL PROGRAM - MONTHLY ABC
000110*                  CLASSIFICATION. EVERY STYLE ON TIE-MASTER IS
000120*                  RANKED BY ITS ANNUAL DOLLAR MOVEMENT - UNITS
000130*                  SHIPPED TO CUSTOMERS OVER THE TWELVE MONTHS
000140*                  ENDING ON THE RUN DATE, VALUED AT THE COST
000150*                  EACH MOVEMENT WAS BOOKED AT - FROM THE
000160*                  MCP-ARC01 ARCHIVE GENERATIONS AND TIE-HISTORY.
000170*                  STYLES MAKING UP THE FIRST 80 PERCENT OF ALL
000180*                  DOLLARS ARE CLASS A, THE NEXT UP TO 95
000190*                  PERCENT CLASS B, THE REST AND ANY STYLE THAT
000200*                  DID NOT MOVE CLASS C. WRITES THE TIE-ABC FILE
000210*                  FOR THE MCP-CYC01 CYCLE-COUNT SCHEDULER AND
000220*                  PRINTS THE RANKED LIST. PARM IS
000230*                  APCT,BPCT,RUNDATE.
000240*-----------------------------------------------------------------
000250* ___________________________
000260*|                           |
000270*|  IBM MAINFRAME DIVISION   |
000280*|      OF COBOL AGENTS      |
000290*|                           |
000300*|   ABC CLASSIFICATION      |
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
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS TM-STYLE-CODE
000430         FILE STATUS IS AC-MASTER-STATUS.
000440     SELECT TIE-HISTORY ASSIGN TO TIEHIST
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS AC-HIST-STATUS.
000470     SELECT TIE-HIST-ARCH ASSIGN TO TIEHARC
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS AC-ARCH-STATUS.
000500     SELECT SORT-WORK ASSIGN TO TIESORT.
000510     SELECT TIE-ABC ASSIGN TO TIEABC
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS AC-ABC-STATUS.
000540     SELECT TIE-ABC-RPT ASSIGN TO TIEABCR
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS AC-REPORT-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  TIE-MASTER
000600     LABEL RECORDS ARE STANDARD.
000610     COPY TIEREC.
000620 FD  TIE-HISTORY
000630     LABEL RECORDS ARE STANDARD.
000640     COPY TIEHIS.
000650 FD  TIE-HIST-ARCH
000660     LABEL RECORDS ARE STANDARD.
000670 01  TIE-HIST-ARCH-REC              PIC X(94).
000680 SD  SORT-WORK.
000690 01  SORT-RANK-RECORD.
000700     05  SR-DOLLARS                 PIC S9(11)V99.
000710     05  SR-STYLE-CODE              PIC X(06).
000720     05  SR-TABLE-SUB               PIC 9(04).
000730 FD  TIE-ABC
000740     LABEL RECORDS ARE STANDARD.
000750     COPY TIEABC.
000760 FD  TIE-ABC-RPT
000770     LABEL RECORDS ARE STANDARD.
000780 01  TIE-ABC-LINE                   PIC X(132).
000790 WORKING-STORAGE SECTION.
000800 77  AC-MASTER-STATUS               PIC X(02) VALUE ZERO.
000810 77  AC-HIST-STATUS                 PIC X(02) VALUE ZERO.
000820 77  AC-ARCH-STATUS                 PIC X(02) VALUE ZERO.
000830 77  AC-ABC-STATUS                  PIC X(02) VALUE ZERO.
000840 77  AC-REPORT-STATUS               PIC X(02) VALUE ZERO.
000850 77  AC-ABC-OPEN-SW                 PIC X(01) VALUE "N".
000860     88  AC-ABC-OPEN                         VALUE "Y".
000870 77  AC-REPORT-OPEN-SW              PIC X(01) VALUE "N".
000880     88  AC-REPORT-OPEN                      VALUE "Y".
000890 77  AC-EOF-SW                      PIC X(01) VALUE "N".
000900     88  AC-EOF                              VALUE "Y".
000910 77  AC-SORT-EOF-SW                 PIC X(01) VALUE "N".
000920     88  AC-SORT-EOF                         VALUE "Y".
000930 77  AC-FOUND-SW                    PIC X(01) VALUE "N".
000940     88  AC-FOUND                            VALUE "Y".
000950 77  AC-APCT-X                      PIC X(03) JUSTIFIED RIGHT
000960                                    VALUE SPACES.
000970 77  AC-A-PCT                       PIC 9(03) COMP VALUE 80.
000980 77  AC-BPCT-X                      PIC X(03) JUSTIFIED RIGHT
000990                                    VALUE SPACES.
001000 77  AC-B-PCT                       PIC 9(03) COMP VALUE 95.
001010 77  AC-RUN-DATE                    PIC X(08) VALUE SPACES.
001020 77  AC-PARM-DATE                   PIC X(08) VALUE SPACES.
001030 77  AC-START-DATE                  PIC X(08) VALUE SPACES.
001040 77  AC-MOVE-DATE                   PIC X(08) VALUE SPACES.
001050 77  AC-DATE-WORK                   PIC 9(08) VALUE ZERO.
001060 77  AC-RUN-INT                     PIC S9(09) COMP VALUE ZERO.
001070 77  AC-SUB                         PIC 9(04) COMP VALUE ZERO.
001080 77  AC-HIT                         PIC 9(04) COMP VALUE ZERO.
001090 77  AC-UNIT-COST                   PIC S9(05)V99 COMP
001100                                    VALUE ZERO.
001110 77  AC-MOVE-DOLLARS                PIC S9(11)V99 COMP
001120                                    VALUE ZERO.
001130 77  AC-TOTAL-DOLLARS               PIC S9(13)V99 COMP
001140                                    VALUE ZERO.
001150 77  AC-CUM-DOLLARS                 PIC S9(13)V99 COMP
001160                                    VALUE ZERO.
001170 77  AC-PRIOR-PCT                   PIC S9(03)V9(04) COMP
001180                                    VALUE ZERO.
001190 77  AC-RANK                        PIC 9(05) COMP VALUE ZERO.
001200 77  AC-HIST-READ                   PIC 9(09) COMP VALUE ZERO.
001210 77  AC-ARCH-READ                   PIC 9(09) COMP VALUE ZERO.
001220 77  AC-SHIPS-USED                  PIC 9(09) COMP VALUE ZERO.
001230 77  AC-NOT-ON-FILE                 PIC 9(09) COMP VALUE ZERO.
001240 01  AC-STYLE-TABLE.
001250     05  AC-STYLE-COUNT             PIC 9(04) COMP VALUE ZERO.
001260     05  AC-STYLE-ENTRY OCCURS 500 TIMES.
001270         10  AC-STY-STYLE           PIC X(06).
001280         10  AC-STY-AVG-COST        PIC S9(05)V99 COMP.
001290         10  AC-STY-UNITS           PIC S9(09) COMP.
001300         10  AC-STY-DOLLARS         PIC S9(11)V99 COMP.
001310         10  AC-STY-RANK            PIC 9(05) COMP.
001320         10  AC-STY-CUM-PCT         PIC 9(03)V9 COMP.
001330         10  AC-STY-CLASS           PIC X(01).
001340 01  AC-CLASS-TOTALS.
001350     05  AC-CLASS-ENTRY OCCURS 3 TIMES.
001360         10  AC-CLS-STYLES          PIC 9(07) COMP.
001370         10  AC-CLS-UNITS           PIC S9(11) COMP.
001380         10  AC-CLS-DOLLARS         PIC S9(13)V99 COMP.
001390 01  AC-CLASS-CODES                 PIC X(03) VALUE "ABC".
001400 01  AC-CLASS-CODE-TABLE REDEFINES AC-CLASS-CODES.
001410     05  AC-CLASS-CODE              PIC X(01) OCCURS 3 TIMES.
001420 77  AC-CLASS-SUB                   PIC 9(04) COMP VALUE ZERO.
001430 77  AC-CLASS-PCT                   PIC S9(03)V9 COMP
001440                                    VALUE ZERO.
001450 01  RPT-HEADING-LINE-1.
001460     05  FILLER                     PIC X(01) VALUE SPACE.
001470     05  FILLER                     PIC X(31)
001480             VALUE "TIE ABC CLASSIFICATION - FROM ".
001490     05  RH-START-DATE              PIC X(08).
001500     05  FILLER                     PIC X(04) VALUE " TO ".
001510     05  RH-RUN-DATE                PIC X(08).
001520     05  FILLER                     PIC X(08) VALUE "   A TO ".
001530     05  RH-A-PCT                   PIC ZZ9.
001540     05  FILLER                     PIC X(10) VALUE " PCT  B TO".
001550     05  RH-B-PCT                   PIC ZZZ9.
001560     05  FILLER                     PIC X(04) VALUE " PCT".
001570 01  RPT-HEADING-LINE-2.
001580     05  FILLER                     PIC X(01) VALUE SPACE.
001590     05  FILLER                     PIC X(08) VALUE "  RANK".
001600     05  FILLER                     PIC X(08) VALUE "STYLE".
001610     05  FILLER                     PIC X(14)
001620             VALUE "  UNITS MOVED".
001630     05  FILLER                     PIC X(22)
001640             VALUE "       DOLLARS AT COST".
001650     05  FILLER                     PIC X(10) VALUE "   CUM PCT".
001660     05  FILLER                     PIC X(07) VALUE "  CLASS".
001670 01  RPT-DETAIL-LINE.
001680     05  FILLER                     PIC X(01) VALUE SPACE.
001690     05  RD-RANK                    PIC ZZ,ZZ9.
001700     05  FILLER                     PIC X(02) VALUE SPACES.
001710     05  RD-STYLE                   PIC X(06).
001720     05  FILLER                     PIC X(02) VALUE SPACES.
001730     05  RD-UNITS                   PIC ZZZ,ZZZ,ZZ9-.
001740     05  FILLER                     PIC X(02) VALUE SPACES.
001750     05  RD-DOLLARS                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
001760     05  FILLER                     PIC X(04) VALUE SPACES.
001770     05  RD-CUM-PCT                 PIC ZZ9.9.
001780     05  FILLER                     PIC X(06) VALUE SPACES.
001790     05  RD-CLASS                   PIC X(01).
001800 01  RPT-CLASS-LINE.
001810     05  FILLER                     PIC X(01) VALUE SPACE.
001820     05  FILLER                     PIC X(06) VALUE "CLASS ".
001830     05  RC-CLASS                   PIC X(01).
001840     05  FILLER                     PIC X(10) VALUE "  STYLES ".
001850     05  RC-STYLES                  PIC ZZZ,ZZ9.
001860     05  FILLER                     PIC X(09) VALUE "  UNITS ".
001870     05  RC-UNITS                   PIC ZZZ,ZZZ,ZZ9-.
001880     05  FILLER                     PIC X(11) VALUE "  DOLLARS ".
001890     05  RC-DOLLARS                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
001900     05  FILLER                     PIC X(07) VALUE "  PCT ".
001910     05  RC-PCT                     PIC ZZ9.9.
001920 01  RPT-TOTAL-LINE.
001930     05  FILLER                     PIC X(01) VALUE SPACE.
001940     05  RT-LABEL                   PIC X(28).
001950     05  RT-VALUE                   PIC ZZZ,ZZZ,ZZ9.
001960 LINKAGE SECTION.
001970 01  AC-PARM-AREA.
001980     05  AC-PARM-LENGTH             PIC S9(4) COMP.
001990     05  AC-PARM-TEXT               PIC X(80).
002000 PROCEDURE DIVISION USING AC-PARM-AREA.
002010*-----------------------------------------------------------------
002020* 0000-MAIN-LINE - JOB DRIVER. LOAD THE STYLES, ADD UP A YEAR
002030*   OF SHIPMENTS, RANK BY DOLLARS AND CLASS, WRITE THE FILE
002040*-----------------------------------------------------------------
002050 0000-MAIN-LINE.
002060     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002070     PERFORM 1500-LOAD-STYLES THRU 1500-EXIT
002080     PERFORM 2000-ACCUMULATE-MOVEMENT THRU 2000-EXIT
002090     SORT SORT-WORK
002100         ON DESCENDING KEY SR-DOLLARS
002110         ON ASCENDING KEY SR-STYLE-CODE
002120         INPUT PROCEDURE 3000-RELEASE-STYLES THRU 3000-EXIT
002130         OUTPUT PROCEDURE 4000-CLASS-STYLES THRU 4000-EXIT
002140     PERFORM 5000-WRITE-ABC-FILE THRU 5000-EXIT
002150     PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT
002160     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
002170     STOP RUN.
002180*-----------------------------------------------------------------
002190* 1000-INITIALIZE - PARSE THE PARM, SET THE TWELVE MONTH WINDOW
002200*   AND OPEN THE REPORT
002210*-----------------------------------------------------------------
002220 1000-INITIALIZE.
002230     ACCEPT AC-RUN-DATE FROM DATE YYYYMMDD
002240     IF AC-PARM-LENGTH > 0
002250         UNSTRING AC-PARM-TEXT DELIMITED BY ","
002260             INTO AC-APCT-X AC-BPCT-X AC-PARM-DATE
002270         END-UNSTRING
002280         IF AC-PARM-DATE NOT = SPACES
002290             MOVE AC-PARM-DATE TO AC-RUN-DATE
002300         END-IF
002310     END-IF
002320     IF AC-APCT-X NOT = SPACES
002330         INSPECT AC-APCT-X REPLACING LEADING SPACE BY ZERO
002340         IF AC-APCT-X IS NUMERIC
002350             MOVE AC-APCT-X TO AC-A-PCT
002360         ELSE
002370             DISPLAY "MCP-ABC01 - A PERCENT PARM NOT NUMERIC, "
002380                     "USING " AC-A-PCT
002390         END-IF
002400     END-IF
002410     IF AC-BPCT-X NOT = SPACES
002420         INSPECT AC-BPCT-X REPLACING LEADING SPACE BY ZERO
002430         IF AC-BPCT-X IS NUMERIC
002440             MOVE AC-BPCT-X TO AC-B-PCT
002450         ELSE
002460             DISPLAY "MCP-ABC01 - B PERCENT PARM NOT NUMERIC, "
002470                     "USING " AC-B-PCT
002480         END-IF
002490     END-IF
002500     IF AC-A-PCT GREATER THAN 100
002510        OR AC-B-PCT GREATER THAN 100
002520        OR AC-B-PCT LESS THAN AC-A-PCT
002530         DISPLAY "MCP-ABC01 - CLASS PERCENTS MUST RUN A NOT OVER "
002540                 "B NOT OVER 100"
002550         GO TO 9900-ABEND
002560     END-IF
002570     IF AC-RUN-DATE NOT NUMERIC
002580         DISPLAY "MCP-ABC01 - INVALID RUN DATE " AC-RUN-DATE
002590         GO TO 9900-ABEND
002600     END-IF
002610     MOVE AC-RUN-DATE TO AC-DATE-WORK
002620     COMPUTE AC-RUN-INT = FUNCTION INTEGER-OF-DATE (AC-DATE-WORK)
002630     COMPUTE AC-DATE-WORK = FUNCTION DATE-OF-INTEGER
002640         (AC-RUN-INT - 364)
002650     MOVE AC-DATE-WORK TO AC-START-DATE
002660     OPEN OUTPUT TIE-ABC-RPT
002670     IF AC-REPORT-STATUS NOT = "00"
002680         DISPLAY "MCP-ABC01 - UNABLE TO OPEN TIE-ABC-RPT, STATUS "
002690                 AC-REPORT-STATUS
002700         GO TO 9900-ABEND
002710     END-IF
002720     SET AC-REPORT-OPEN TO TRUE
002730     MOVE AC-START-DATE TO RH-START-DATE
002740     MOVE AC-RUN-DATE TO RH-RUN-DATE
002750     MOVE AC-A-PCT TO RH-A-PCT
002760     MOVE AC-B-PCT TO RH-B-PCT
002770     WRITE TIE-ABC-LINE FROM RPT-HEADING-LINE-1
002780     WRITE TIE-ABC-LINE FROM RPT-HEADING-LINE-2.
002790 1000-EXIT.
002800     EXIT.
002810*-----------------------------------------------------------------
002820* 1500-LOAD-STYLES - ONE TABLE ENTRY PER STYLE ON TIE-MASTER, IN
002830*   KEY ORDER, SO EVERY STYLE IS CLASSED WHETHER IT MOVED OR NOT
002840*-----------------------------------------------------------------
002850 1500-LOAD-STYLES.
002860     OPEN INPUT TIE-MASTER
002870     IF AC-MASTER-STATUS NOT = "00"
002880         DISPLAY "MCP-ABC01 - UNABLE TO OPEN TIE-MASTER, STATUS "
002890                 AC-MASTER-STATUS
002900         GO TO 9900-ABEND
002910     END-IF
002920     MOVE "N" TO AC-EOF-SW
002930     PERFORM 1600-LOAD-ONE-STYLE THRU 1600-EXIT
002940         UNTIL AC-EOF
002950     CLOSE TIE-MASTER.
002960 1500-EXIT.
002970     EXIT.
002980 1600-LOAD-ONE-STYLE.
002990     READ TIE-MASTER NEXT RECORD
003000         AT END
003010             SET AC-EOF TO TRUE
003020             GO TO 1600-EXIT
003030     END-READ
003040     IF AC-MASTER-STATUS NOT = "00"
003050         DISPLAY "MCP-ABC01 - ERROR READING TIE-MASTER, STATUS "
003060                 AC-MASTER-STATUS
003070         GO TO 9900-ABEND
003080     END-IF
003090     IF AC-STYLE-COUNT NOT LESS THAN 500
003100         DISPLAY "MCP-ABC01 - STYLE TABLE FULL"
003110         GO TO 9900-ABEND
003120     END-IF
003130     ADD 1 TO AC-STYLE-COUNT
003140     MOVE TM-STYLE-CODE TO AC-STY-STYLE (AC-STYLE-COUNT)
003150     IF TM-AVG-COST IS NUMERIC
003160         MOVE TM-AVG-COST TO AC-STY-AVG-COST (AC-STYLE-COUNT)
003170     ELSE
003180         MOVE ZERO TO AC-STY-AVG-COST (AC-STYLE-COUNT)
003190     END-IF
003200     MOVE ZERO TO AC-STY-UNITS (AC-STYLE-COUNT)
003210                  AC-STY-DOLLARS (AC-STYLE-COUNT)
003220                  AC-STY-RANK (AC-STYLE-COUNT)
003230                  AC-STY-CUM-PCT (AC-STYLE-COUNT)
003240     MOVE "C" TO AC-STY-CLASS (AC-STYLE-COUNT).
003250 1600-EXIT.
003260     EXIT.
003270*-----------------------------------------------------------------
003280* 2000-ACCUMULATE-MOVEMENT - ARCHIVE GENERATIONS FIRST, THEN THE
003290*   CURRENT TIE-HISTORY. A MISSING ARCHIVE DD JUST MEANS NOTHING
003300*   HAS BEEN ARCHIVED YET
003310*-----------------------------------------------------------------
003320 2000-ACCUMULATE-MOVEMENT.
003330     OPEN INPUT TIE-HIST-ARCH
003340     IF AC-ARCH-STATUS = "00"
003350         MOVE "N" TO AC-EOF-SW
003360         PERFORM 2100-READ-ARCH-MOVEMENT THRU 2100-EXIT
003370             UNTIL AC-EOF
003380         CLOSE TIE-HIST-ARCH
003390     ELSE
003400         IF AC-ARCH-STATUS NOT = "35"
003410             DISPLAY "MCP-ABC01 - UNABLE TO OPEN TIE-HIST-ARCH, "
003420                     "STATUS " AC-ARCH-STATUS
003430             GO TO 9900-ABEND
003440         END-IF
003450     END-IF
003460     OPEN INPUT TIE-HISTORY
003470     IF AC-HIST-STATUS = "35"
003480         GO TO 2000-EXIT
003490     END-IF
003500     IF AC-HIST-STATUS NOT = "00"
003510         DISPLAY "MCP-ABC01 - UNABLE TO OPEN TIE-HISTORY, STATUS "
003520                 AC-HIST-STATUS
003530         GO TO 9900-ABEND
003540     END-IF
003550     MOVE "N" TO AC-EOF-SW
003560     PERFORM 2200-READ-HIST-MOVEMENT THRU 2200-EXIT
003570         UNTIL AC-EOF
003580     CLOSE TIE-HISTORY.
003590 2000-EXIT.
003600     EXIT.
003610 2100-READ-ARCH-MOVEMENT.
003620     READ TIE-HIST-ARCH INTO TIE-HISTORY-RECORD
003630         AT END
003640             SET AC-EOF TO TRUE
003650             GO TO 2100-EXIT
003660     END-READ
003670     IF AC-ARCH-STATUS NOT = "00"
003680         DISPLAY "MCP-ABC01 - ERROR READING TIE-HIST-ARCH, "
003690                 "STATUS " AC-ARCH-STATUS
003700         GO TO 9900-ABEND
003710     END-IF
003720     ADD 1 TO AC-ARCH-READ
003730     PERFORM 2300-ADD-ONE-MOVEMENT THRU 2300-EXIT.
003740 2100-EXIT.
003750     EXIT.
003760 2200-READ-HIST-MOVEMENT.
003770     READ TIE-HISTORY
003780         AT END
003790             SET AC-EOF TO TRUE
003800             GO TO 2200-EXIT
003810     END-READ
003820     IF AC-HIST-STATUS NOT = "00"
003830         DISPLAY "MCP-ABC01 - ERROR READING TIE-HISTORY, STATUS "
003840                 AC-HIST-STATUS
003850         GO TO 9900-ABEND
003860     END-IF
003870     ADD 1 TO AC-HIST-READ
003880     PERFORM 2300-ADD-ONE-MOVEMENT THRU 2300-EXIT.
003890 2200-EXIT.
003900     EXIT.
003910*-----------------------------------------------------------------
003920* 2300-ADD-ONE-MOVEMENT - CUSTOMER SHIPMENTS AND BACKORDER
003930*   RELEASES IN THE WINDOW (NOT COUNT ADJUSTMENTS OR WAREHOUSE
003940*   TRANSFERS), AT THE COST THE MOVEMENT WAS BOOKED AT OR THE
003950*   STYLE'S AVERAGE COST FOR HISTORY WRITTEN BEFORE COSTING
003960*-----------------------------------------------------------------
003970 2300-ADD-ONE-MOVEMENT.
003980     MOVE TH-RUN-TIMESTAMP (1:8) TO AC-MOVE-DATE
003990     IF NOT TH-SHIP
004000        OR TH-COUNT-ADJUST
004010        OR TH-WHSE-TRANSFER
004020        OR AC-MOVE-DATE LESS THAN AC-START-DATE
004030        OR AC-MOVE-DATE GREATER THAN AC-RUN-DATE
004040         GO TO 2300-EXIT
004050     END-IF
004060     MOVE "N" TO AC-FOUND-SW
004070     PERFORM 2350-MATCH-STYLE THRU 2350-EXIT
004080         VARYING AC-SUB FROM 1 BY 1
004090         UNTIL AC-FOUND
004100            OR AC-SUB GREATER THAN AC-STYLE-COUNT
004110     IF NOT AC-FOUND
004120         ADD 1 TO AC-NOT-ON-FILE
004130         GO TO 2300-EXIT
004140     END-IF
004150     IF TH-UNIT-COST NUMERIC
004160        AND TH-UNIT-COST GREATER THAN ZERO
004170         MOVE TH-UNIT-COST TO AC-UNIT-COST
004180     ELSE
004190         MOVE AC-STY-AVG-COST (AC-HIT) TO AC-UNIT-COST
004200     END-IF
004210     COMPUTE AC-MOVE-DOLLARS = TH-TRANS-QTY * AC-UNIT-COST
004220     ADD TH-TRANS-QTY TO AC-STY-UNITS (AC-HIT)
004230     ADD AC-MOVE-DOLLARS TO AC-STY-DOLLARS (AC-HIT)
004240     ADD AC-MOVE-DOLLARS TO AC-TOTAL-DOLLARS
004250     ADD 1 TO AC-SHIPS-USED.
004260 2300-EXIT.
004270     EXIT.
004280 2350-MATCH-STYLE.
004290     IF AC-STY-STYLE (AC-SUB) = TH-STYLE-CODE
004300         MOVE AC-SUB TO AC-HIT
004310         SET AC-FOUND TO TRUE
004320     END-IF.
004330 2350-EXIT.
004340     EXIT.
004350*-----------------------------------------------------------------
004360* 3000-RELEASE-STYLES - SORT INPUT PROCEDURE, ONE RECORD PER
004370*   TABLE ENTRY CARRYING ITS DOLLARS AND WHERE IT SITS
004380*-----------------------------------------------------------------
004390 3000-RELEASE-STYLES.
004400     PERFORM 3100-RELEASE-ONE-STYLE THRU 3100-EXIT
004410         VARYING AC-SUB FROM 1 BY 1
004420         UNTIL AC-SUB GREATER THAN AC-STYLE-COUNT.
004430 3000-EXIT.
004440     EXIT.
004450 3100-RELEASE-ONE-STYLE.
004460     MOVE AC-STY-DOLLARS (AC-SUB) TO SR-DOLLARS
004470     MOVE AC-STY-STYLE (AC-SUB) TO SR-STYLE-CODE
004480     MOVE AC-SUB TO SR-TABLE-SUB
004490     RELEASE SORT-RANK-RECORD.
004500 3100-EXIT.
004510     EXIT.
004520*-----------------------------------------------------------------
004530* 4000-CLASS-STYLES - SORT OUTPUT PROCEDURE, BIGGEST DOLLARS
004540*   FIRST. A STYLE IS CLASSED ON THE CUMULATIVE PERCENT BEFORE
004550*   IT, SO THE STYLE THAT CROSSES A CUTOFF STAYS IN THE HIGHER
004560*   CLASS. NO DOLLARS AT ALL IS ALWAYS CLASS C
004570*-----------------------------------------------------------------
004580 4000-CLASS-STYLES.
004590     PERFORM 4100-RETURN-SORTED-RECORD THRU 4100-EXIT
004600     PERFORM 4200-CLASS-ONE-STYLE THRU 4200-EXIT
004610         UNTIL AC-SORT-EOF.
004620 4000-EXIT.
004630     EXIT.
004640 4100-RETURN-SORTED-RECORD.
004650     RETURN SORT-WORK
004660         AT END
004670             SET AC-SORT-EOF TO TRUE
004680     END-RETURN.
004690 4100-EXIT.
004700     EXIT.
004710 4200-CLASS-ONE-STYLE.
004720     MOVE SR-TABLE-SUB TO AC-HIT
004730     ADD 1 TO AC-RANK
004740     IF AC-TOTAL-DOLLARS GREATER THAN ZERO
004750         COMPUTE AC-PRIOR-PCT ROUNDED =
004760             AC-CUM-DOLLARS * 100 / AC-TOTAL-DOLLARS
004770     END-IF
004780     EVALUATE TRUE
004790         WHEN SR-DOLLARS NOT GREATER THAN ZERO
004800             MOVE "C" TO AC-STY-CLASS (AC-HIT)
004810         WHEN AC-PRIOR-PCT LESS THAN AC-A-PCT
004820             MOVE "A" TO AC-STY-CLASS (AC-HIT)
004830         WHEN AC-PRIOR-PCT LESS THAN AC-B-PCT
004840             MOVE "B" TO AC-STY-CLASS (AC-HIT)
004850         WHEN OTHER
004860             MOVE "C" TO AC-STY-CLASS (AC-HIT)
004870     END-EVALUATE
004880     ADD SR-DOLLARS TO AC-CUM-DOLLARS
004890     MOVE AC-RANK TO AC-STY-RANK (AC-HIT)
004900     IF AC-TOTAL-DOLLARS GREATER THAN ZERO
004910         COMPUTE AC-STY-CUM-PCT (AC-HIT) ROUNDED =
004920             AC-CUM-DOLLARS * 100 / AC-TOTAL-DOLLARS
004930     END-IF
004940     PERFORM 4300-ADD-CLASS-TOTAL THRU 4300-EXIT
004950     MOVE AC-RANK TO RD-RANK
004960     MOVE AC-STY-STYLE (AC-HIT) TO RD-STYLE
004970     MOVE AC-STY-UNITS (AC-HIT) TO RD-UNITS
004980     MOVE AC-STY-DOLLARS (AC-HIT) TO RD-DOLLARS
004990     MOVE AC-STY-CUM-PCT (AC-HIT) TO RD-CUM-PCT
005000     MOVE AC-STY-CLASS (AC-HIT) TO RD-CLASS
005010     WRITE TIE-ABC-LINE FROM RPT-DETAIL-LINE
005020     PERFORM 4100-RETURN-SORTED-RECORD THRU 4100-EXIT.
005030 4200-EXIT.
005040     EXIT.
005050 4300-ADD-CLASS-TOTAL.
005060     EVALUATE AC-STY-CLASS (AC-HIT)
005070         WHEN "A"
005080             MOVE 1 TO AC-CLASS-SUB
005090         WHEN "B"
005100             MOVE 2 TO AC-CLASS-SUB
005110         WHEN OTHER
005120             MOVE 3 TO AC-CLASS-SUB
005130     END-EVALUATE
005140     ADD 1 TO AC-CLS-STYLES (AC-CLASS-SUB)
005150     ADD AC-STY-UNITS (AC-HIT) TO AC-CLS-UNITS (AC-CLASS-SUB)
005160     ADD AC-STY-DOLLARS (AC-HIT) TO AC-CLS-DOLLARS (AC-CLASS-SUB).
005170 4300-EXIT.
005180     EXIT.
005190*-----------------------------------------------------------------
005200* 5000-WRITE-ABC-FILE - REBUILD TIE-ABC IN STYLE ORDER FROM THE
005210*   TABLE, WHICH WAS LOADED IN TIE-MASTER KEY ORDER
005220*-----------------------------------------------------------------
005230 5000-WRITE-ABC-FILE.
005240     OPEN OUTPUT TIE-ABC
005250     IF AC-ABC-STATUS NOT = "00"
005260         DISPLAY "MCP-ABC01 - UNABLE TO OPEN TIE-ABC, STATUS "
005270                 AC-ABC-STATUS
005280         GO TO 9900-ABEND
005290     END-IF
005300     SET AC-ABC-OPEN TO TRUE
005310     PERFORM 5100-WRITE-ONE-STYLE THRU 5100-EXIT
005320         VARYING AC-SUB FROM 1 BY 1
005330         UNTIL AC-SUB GREATER THAN AC-STYLE-COUNT.
005340 5000-EXIT.
005350     EXIT.
005360 5100-WRITE-ONE-STYLE.
005370     MOVE SPACES TO TIE-ABC-RECORD
005380     MOVE AC-STY-STYLE (AC-SUB) TO AB-STYLE-CODE
005390     MOVE AC-STY-CLASS (AC-SUB) TO AB-ABC-CLASS
005400     MOVE AC-STY-UNITS (AC-SUB) TO AB-ANNUAL-UNITS
005410     MOVE AC-STY-DOLLARS (AC-SUB) TO AB-ANNUAL-DOLLARS
005420     MOVE AC-STY-RANK (AC-SUB) TO AB-RANK
005430     MOVE AC-STY-CUM-PCT (AC-SUB) TO AB-CUM-PCT
005440     MOVE AC-RUN-DATE TO AB-CLASS-DATE
005450     WRITE TIE-ABC-RECORD
005460     IF AC-ABC-STATUS NOT = "00"
005470         DISPLAY "MCP-ABC01 - UNABLE TO WRITE TIE-ABC, STATUS "
005480                 AC-ABC-STATUS
005490         GO TO 9900-ABEND
005500     END-IF.
005510 5100-EXIT.
005520     EXIT.
005530*-----------------------------------------------------------------
005540* 8500-WRITE-TOTALS - ONE LINE PER CLASS, THEN THE RUN COUNTS
005550*-----------------------------------------------------------------
005560 8500-WRITE-TOTALS.
005570     MOVE SPACES TO TIE-ABC-LINE
005580     WRITE TIE-ABC-LINE
005590     PERFORM 8600-WRITE-CLASS-LINE THRU 8600-EXIT
005600         VARYING AC-CLASS-SUB FROM 1 BY 1
005610         UNTIL AC-CLASS-SUB GREATER THAN 3
005620     MOVE SPACES TO TIE-ABC-LINE
005630     WRITE TIE-ABC-LINE
005640     MOVE "ARCHIVE MOVEMENTS READ     -" TO RT-LABEL
005650     MOVE AC-ARCH-READ TO RT-VALUE
005660     WRITE TIE-ABC-LINE FROM RPT-TOTAL-LINE
005670     MOVE "HISTORY MOVEMENTS READ     -" TO RT-LABEL
005680     MOVE AC-HIST-READ TO RT-VALUE
005690     WRITE TIE-ABC-LINE FROM RPT-TOTAL-LINE
005700     MOVE "SHIPMENTS VALUED           -" TO RT-LABEL
005710     MOVE AC-SHIPS-USED TO RT-VALUE
005720     WRITE TIE-ABC-LINE FROM RPT-TOTAL-LINE
005730     MOVE "SHIPMENTS STYLE NOT ON FILE-" TO RT-LABEL
005740     MOVE AC-NOT-ON-FILE TO RT-VALUE
005750     WRITE TIE-ABC-LINE FROM RPT-TOTAL-LINE
005760     MOVE "STYLES CLASSED             -" TO RT-LABEL
005770     MOVE AC-STYLE-COUNT TO RT-VALUE
005780     WRITE TIE-ABC-LINE FROM RPT-TOTAL-LINE.
005790 8500-EXIT.
005800     EXIT.
005810 8600-WRITE-CLASS-LINE.
005820     MOVE AC-CLASS-CODE (AC-CLASS-SUB) TO RC-CLASS
005830     MOVE AC-CLS-STYLES (AC-CLASS-SUB) TO RC-STYLES
005840     MOVE AC-CLS-UNITS (AC-CLASS-SUB) TO RC-UNITS
005850     MOVE AC-CLS-DOLLARS (AC-CLASS-SUB) TO RC-DOLLARS
005860     MOVE ZERO TO AC-CLASS-PCT
005870     IF AC-TOTAL-DOLLARS GREATER THAN ZERO
005880         COMPUTE AC-CLASS-PCT ROUNDED =
005890             AC-CLS-DOLLARS (AC-CLASS-SUB) * 100
005900             / AC-TOTAL-DOLLARS
005910     END-IF
005920     MOVE AC-CLASS-PCT TO RC-PCT
005930     WRITE TIE-ABC-LINE FROM RPT-CLASS-LINE.
005940 8600-EXIT.
005950     EXIT.
005960*-----------------------------------------------------------------
005970* 9000-END-OF-JOB - CLOSE WHATEVER IS OPEN
005980*-----------------------------------------------------------------
005990 9000-END-OF-JOB.
006000     IF AC-ABC-OPEN
006010         CLOSE TIE-ABC
006020     END-IF
006030     IF AC-REPORT-OPEN
006040         CLOSE TIE-ABC-RPT
006050     END-IF.
006060 9000-EXIT.
006070     EXIT.
006080*-----------------------------------------------------------------
006090* 9900-ABEND - CLOSE UP AND END THE RUN WITH A BAD RETURN CODE
006100*-----------------------------------------------------------------
006110 9900-ABEND.
006120     MOVE 16 TO RETURN-CODE
006130     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
006140     STOP RUN.
006150 9900-EXIT.
006160     EXIT.
