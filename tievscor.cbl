000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MCP-VND02.
000030 AUTHOR. R QUIGLEY.
000040 INSTALLATION. TIE DIVISION DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* 10/15/2026  RQ   ORIGINAL PROGRAM - MONTHLY VENDOR SCORECARD.
000110*                  FOR EACH VENDOR WITH ACTIVITY IN THE MONTH
000120*                  PRINTS RECEIPTS POSTED, THE PERCENT RECEIVED
000130*                  ON OR BEFORE THE PO DUE DATE AND THE AVERAGE
000140*                  DAYS LATE OF THE LATE ONES (FROM TIE-HISTORY
000150*                  RECEIPT MOVEMENTS - A RECEIPT WHOSE PO LINE HAD
000160*                  NO DUE DATE IS COUNTED AS NOT SCORED AND KEPT
000170*                  OUT OF THE PERCENT), THE FILL RATE OF THE PO
000180*                  LINES DUE IN THE MONTH (QTY RECEIVED AGAINST
000190*                  QTY ORDERED, FROM TIE-OPENPO AND THE CLOSED
000200*                  PO LOG), AND THE OVER-RECEIPTS MCP-AGENT
000210*                  FLAGGED TO TIE-EXCEPTION. PARM IS THE MONTH
000220*                  (YYYYMM) - OMITTED MEANS THE PRIOR MONTH.
000230*-----------------------------------------------------------------
000240* ___________________________
000250*|                           |
000260*|  IBM MAINFRAME DIVISION   |
000270*|      OF COBOL AGENTS      |
000280*|                           |
000290*|     VENDOR SCORECARD      |
000300*|         /\                |
000310*|        /  \               |
000320*|       / TIE \             |
000330*|      /______\             |
000340*|___________________________|
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT TIE-VENDOR ASSIGN TO TIEVEND
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS TV-VENDOR-CODE
000420         FILE STATUS IS VS-VENDOR-STATUS.
000430     SELECT TIE-HISTORY ASSIGN TO TIEHIST
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS VS-HIST-STATUS.
000460     SELECT TIE-OPENPO ASSIGN TO OPENPOI
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS VS-PO-STATUS.
000490     SELECT TIE-PO-CLOSED ASSIGN TO POCLOSE
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS VS-CLOSED-STATUS.
000520     SELECT TIE-EXCEPTION ASSIGN TO TIEEXCP
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS VS-EXCP-STATUS.
000550     SELECT TIE-SCORE-RPT ASSIGN TO TIEVRPT
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS VS-REPORT-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  TIE-VENDOR
000610     LABEL RECORDS ARE STANDARD.
000620     COPY TIEVND.
000630 FD  TIE-HISTORY
000640     LABEL RECORDS ARE STANDARD.
000650     COPY TIEHIS.
000660 FD  TIE-OPENPO
000670     LABEL RECORDS ARE STANDARD.
000680     COPY TIEPO.
000690 FD  TIE-PO-CLOSED
000700     LABEL RECORDS ARE STANDARD.
000710     COPY TIEPOH.
000720 FD  TIE-EXCEPTION
000730     LABEL RECORDS ARE STANDARD.
000740     COPY TIEEXC.
000750 FD  TIE-SCORE-RPT
000760     LABEL RECORDS ARE STANDARD.
000770 01  TIE-SCORE-LINE                 PIC X(132).
000780 WORKING-STORAGE SECTION.
000790 77  VS-VENDOR-STATUS               PIC X(02) VALUE ZERO.
000800 77  VS-HIST-STATUS                 PIC X(02) VALUE ZERO.
000810 77  VS-PO-STATUS                   PIC X(02) VALUE ZERO.
000820 77  VS-CLOSED-STATUS               PIC X(02) VALUE ZERO.
000830 77  VS-EXCP-STATUS                 PIC X(02) VALUE ZERO.
000840 77  VS-REPORT-STATUS               PIC X(02) VALUE ZERO.
000850 77  VS-REPORT-OPEN-SW              PIC X(01) VALUE "N".
000860     88  VS-REPORT-OPEN                      VALUE "Y".
000870 77  VS-EOF-SW                      PIC X(01) VALUE "N".
000880     88  VS-EOF                              VALUE "Y".
000890 77  VS-FOUND-SW                    PIC X(01) VALUE "N".
000900     88  VS-FOUND                            VALUE "Y".
000910 77  VS-RUN-DATE                    PIC X(08) VALUE SPACES.
000920 77  VS-PARM-PERIOD                 PIC X(06) VALUE SPACES.
000930 01  VS-PERIOD                      PIC X(06) VALUE SPACES.
000940 01  VS-PERIOD-PARTS REDEFINES VS-PERIOD.
000950     05  VS-PERIOD-YEAR             PIC 9(04).
000960     05  VS-PERIOD-MONTH            PIC 9(02).
000970 77  VS-WORK-YEAR                   PIC S9(05) COMP VALUE ZERO.
000980 77  VS-WORK-MONTH                  PIC S9(03) COMP VALUE ZERO.
000990 77  VS-LOOKUP-VENDOR               PIC X(06) VALUE SPACES.
001000 77  VS-SUB                         PIC 9(04) COMP VALUE ZERO.
001010 77  VS-HIT                         PIC 9(04) COMP VALUE ZERO.
001020 77  VS-DATE-WORK                   PIC 9(08) VALUE ZERO.
001030 77  VS-RECEIPT-INT                 PIC S9(09) COMP VALUE ZERO.
001040 77  VS-DUE-INT                     PIC S9(09) COMP VALUE ZERO.
001050 77  VS-DAYS-LATE                   PIC S9(07) COMP VALUE ZERO.
001060 77  VS-PCT                         PIC S9(05)V9 COMP
001070                                    VALUE ZERO.
001080 77  VS-NO-VENDOR-RECEIPTS          PIC 9(07) COMP VALUE ZERO.
001090 77  VS-VENDORS-PRINTED             PIC 9(07) COMP VALUE ZERO.
001100 01  VS-GRAND-TOTALS.
001110     05  VS-TOT-RECEIPTS            PIC 9(07) COMP VALUE ZERO.
001120     05  VS-TOT-ON-TIME             PIC 9(07) COMP VALUE ZERO.
001130     05  VS-TOT-NOT-SCORED          PIC 9(07) COMP VALUE ZERO.
001140     05  VS-TOT-LATE                PIC 9(07) COMP VALUE ZERO.
001150     05  VS-TOT-DAYS-LATE           PIC 9(09) COMP VALUE ZERO.
001160     05  VS-TOT-LINES-DUE           PIC 9(07) COMP VALUE ZERO.
001170     05  VS-TOT-QTY-ORDERED         PIC 9(11) COMP VALUE ZERO.
001180     05  VS-TOT-QTY-RECEIVED        PIC 9(11) COMP VALUE ZERO.
001190     05  VS-TOT-OVER                PIC 9(07) COMP VALUE ZERO.
001200 01  VS-VENDOR-TABLE.
001210     05  VS-VENDOR-COUNT            PIC 9(04) COMP VALUE ZERO.
001220     05  VS-VENDOR-ENTRY OCCURS 500 TIMES.
001230         10  VS-VND-CODE            PIC X(06).
001240         10  VS-VND-NAME            PIC X(30).
001250         10  VS-VND-RECEIPTS        PIC 9(07) COMP.
001260         10  VS-VND-ON-TIME         PIC 9(07) COMP.
001270         10  VS-VND-NOT-SCORED      PIC 9(07) COMP.
001280         10  VS-VND-LATE            PIC 9(07) COMP.
001290         10  VS-VND-DAYS-LATE       PIC 9(09) COMP.
001300         10  VS-VND-LINES-DUE       PIC 9(07) COMP.
001310         10  VS-VND-QTY-ORDERED     PIC 9(11) COMP.
001320         10  VS-VND-QTY-RECEIVED    PIC 9(11) COMP.
001330         10  VS-VND-OVER            PIC 9(07) COMP.
001340 01  RPT-HEADING-LINE-1.
001350     05  FILLER                     PIC X(01) VALUE SPACE.
001360     05  FILLER                     PIC X(33)
001370             VALUE "TIE MONTHLY VENDOR SCORECARD FOR ".
001380     05  RH-PERIOD                  PIC X(06).
001390     05  FILLER                     PIC X(10) VALUE "   RUN ON ".
001400     05  RH-RUN-DATE                PIC X(08).
001410 01  RPT-HEADING-LINE-2.
001420     05  FILLER                     PIC X(01) VALUE SPACE.
001430     05  FILLER                     PIC X(08) VALUE "VENDOR".
001440     05  FILLER                     PIC X(22) VALUE "NAME".
001450     05  FILLER                     PIC X(09) VALUE "RECEIPTS".
001460     05  FILLER                     PIC X(08) VALUE " ON TIME".
001470     05  FILLER                     PIC X(09) VALUE "  ON-TM%".
001480     05  FILLER                     PIC X(09) VALUE " AVG LATE".
001490     05  FILLER                     PIC X(09) VALUE "LINES DUE".
001500     05  FILLER                     PIC X(11) VALUE "    ORDERED".
001510     05  FILLER                     PIC X(11) VALUE "   RECEIVED".
001520     05  FILLER                     PIC X(08) VALUE "  FILL%".
001530     05  FILLER                     PIC X(09) VALUE " OVER RCV".
001540     05  FILLER                     PIC X(09) VALUE " NOT SCRD".
001550 01  RPT-DETAIL-LINE.
001560     05  FILLER                     PIC X(01) VALUE SPACE.
001570     05  RD-VENDOR                  PIC X(06).
001580     05  FILLER                     PIC X(02) VALUE SPACES.
001590     05  RD-NAME                    PIC X(20).
001600     05  FILLER                     PIC X(02) VALUE SPACES.
001610     05  RD-RECEIPTS                PIC ZZZ,ZZ9.
001620     05  FILLER                     PIC X(02) VALUE SPACES.
001630     05  RD-ON-TIME                 PIC ZZZ,ZZ9.
001640     05  FILLER                     PIC X(02) VALUE SPACES.
001650     05  RD-ON-TIME-PCT             PIC ZZ9.9.
001660     05  FILLER                     PIC X(04) VALUE SPACES.
001670     05  RD-AVG-LATE                PIC ZZ9.9.
001680     05  FILLER                     PIC X(04) VALUE SPACES.
001690     05  RD-LINES-DUE               PIC ZZZ,ZZ9.
001700     05  FILLER                     PIC X(02) VALUE SPACES.
001710     05  RD-ORDERED                 PIC ZZ,ZZZ,ZZ9.
001720     05  FILLER                     PIC X(01) VALUE SPACE.
001730     05  RD-RECEIVED                PIC ZZ,ZZZ,ZZ9.
001740     05  FILLER                     PIC X(03) VALUE SPACES.
001750     05  RD-FILL-PCT                PIC ZZ9.9.
001760     05  FILLER                     PIC X(02) VALUE SPACES.
001770     05  RD-OVER                    PIC ZZZ,ZZ9.
001780     05  FILLER                     PIC X(02) VALUE SPACES.
001790     05  RD-NOT-SCORED              PIC ZZZ,ZZ9.
001800 01  RPT-TOTAL-LINE.
001810     05  FILLER                     PIC X(01) VALUE SPACE.
001820     05  RT-LABEL                   PIC X(28).
001830     05  RT-VALUE                   PIC ZZZ,ZZZ,ZZ9.
001840 LINKAGE SECTION.
001850 01  VS-PARM-AREA.
001860     05  VS-PARM-LENGTH             PIC S9(4) COMP.
001870     05  VS-PARM-TEXT               PIC X(80).
001880 PROCEDURE DIVISION USING VS-PARM-AREA.
001890*-----------------------------------------------------------------
001900* 0000-MAIN-LINE - JOB DRIVER. LOAD THE VENDORS, ACCUMULATE THE
001910*   MONTH FROM EACH SOURCE IN TURN, THEN PRINT
001920*-----------------------------------------------------------------
001930 0000-MAIN-LINE.
001940     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001950     PERFORM 1500-LOAD-VENDORS THRU 1500-EXIT
001960     PERFORM 2000-SCORE-RECEIPTS THRU 2000-EXIT
001970     PERFORM 3000-SCORE-OPEN-LINES THRU 3000-EXIT
001980     PERFORM 3200-SCORE-CLOSED-LINES THRU 3200-EXIT
001990     PERFORM 4000-SCORE-OVER-RECEIPTS THRU 4000-EXIT
002000     PERFORM 5000-PRINT-SCORECARD THRU 5000-EXIT
002010     PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT
002020     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
002030     STOP RUN.
002040*-----------------------------------------------------------------
002050* 1000-INITIALIZE - SETTLE THE MONTH BEING SCORED AND OPEN THE
002060*   REPORT. THE DEFAULT IS THE MONTH BEFORE THE RUN DATE, SINCE
002070*   THE SCORECARD RUNS AFTER MONTH END
002080*-----------------------------------------------------------------
002090 1000-INITIALIZE.
002100     ACCEPT VS-RUN-DATE FROM DATE YYYYMMDD
002110     IF VS-PARM-LENGTH > 0
002120         UNSTRING VS-PARM-TEXT DELIMITED BY ","
002130             INTO VS-PARM-PERIOD
002140         END-UNSTRING
002150     END-IF
002160     IF VS-PARM-PERIOD NOT = SPACES
002170         MOVE VS-PARM-PERIOD TO VS-PERIOD
002180         IF VS-PERIOD NOT NUMERIC
002190            OR VS-PERIOD-MONTH LESS THAN 1
002200            OR VS-PERIOD-MONTH GREATER THAN 12
002210             DISPLAY "MCP-VND02 - INVALID PARM MONTH " VS-PERIOD
002220             GO TO 9900-ABEND
002230         END-IF
002240     ELSE
002250         MOVE VS-RUN-DATE (1:6) TO VS-PERIOD
002260         MOVE VS-PERIOD-YEAR TO VS-WORK-YEAR
002270         MOVE VS-PERIOD-MONTH TO VS-WORK-MONTH
002280         SUBTRACT 1 FROM VS-WORK-MONTH
002290         IF VS-WORK-MONTH LESS THAN 1
002300             MOVE 12 TO VS-WORK-MONTH
002310             SUBTRACT 1 FROM VS-WORK-YEAR
002320         END-IF
002330         MOVE VS-WORK-YEAR TO VS-PERIOD-YEAR
002340         MOVE VS-WORK-MONTH TO VS-PERIOD-MONTH
002350     END-IF
002360     OPEN OUTPUT TIE-SCORE-RPT
002370     IF VS-REPORT-STATUS NOT = "00"
002380         DISPLAY "MCP-VND02 - UNABLE TO OPEN SCORECARD, STATUS "
002390                 VS-REPORT-STATUS
002400         GO TO 9900-ABEND
002410     END-IF
002420     SET VS-REPORT-OPEN TO TRUE
002430     MOVE VS-PERIOD TO RH-PERIOD
002440     MOVE VS-RUN-DATE TO RH-RUN-DATE
002450     WRITE TIE-SCORE-LINE FROM RPT-HEADING-LINE-1
002460     WRITE TIE-SCORE-LINE FROM RPT-HEADING-LINE-2.
002470 1000-EXIT.
002480     EXIT.
002490*-----------------------------------------------------------------
002500* 1500-LOAD-VENDORS - ONE TABLE ENTRY PER VENDOR ON TIE-VENDOR.
002510*   CODES TURNING UP IN THE MONTH'S ACTIVITY BUT NOT ON FILE ARE
002520*   ADDED AS THEY ARE MET SO THEY STILL GET SCORED
002530*-----------------------------------------------------------------
002540 1500-LOAD-VENDORS.
002550     OPEN INPUT TIE-VENDOR
002560     IF VS-VENDOR-STATUS = "35"
002570         GO TO 1500-EXIT
002580     END-IF
002590     IF VS-VENDOR-STATUS NOT = "00"
002600         DISPLAY "MCP-VND02 - UNABLE TO OPEN TIE-VENDOR, STATUS "
002610                 VS-VENDOR-STATUS
002620         GO TO 9900-ABEND
002630     END-IF
002640     MOVE "N" TO VS-EOF-SW
002650     PERFORM 1600-LOAD-ONE-VENDOR THRU 1600-EXIT
002660         UNTIL VS-EOF
002670     CLOSE TIE-VENDOR.
002680 1500-EXIT.
002690     EXIT.
002700 1600-LOAD-ONE-VENDOR.
002710     READ TIE-VENDOR
002720         AT END
002730             SET VS-EOF TO TRUE
002740             GO TO 1600-EXIT
002750     END-READ
002760     IF VS-VENDOR-STATUS NOT = "00"
002770         DISPLAY "MCP-VND02 - ERROR READING TIE-VENDOR, STATUS "
002780                 VS-VENDOR-STATUS
002790         GO TO 9900-ABEND
002800     END-IF
002810     MOVE TV-VENDOR-CODE TO VS-LOOKUP-VENDOR
002820     PERFORM 7000-ADD-VENDOR-ENTRY THRU 7000-EXIT
002830     MOVE TV-VENDOR-NAME TO VS-VND-NAME (VS-HIT).
002840 1600-EXIT.
002850     EXIT.
002860*-----------------------------------------------------------------
002870* 2000-SCORE-RECEIPTS - EVERY RECEIPT MOVEMENT POSTED IN THE
002880*   MONTH AGAINST A PO LINE CARRIES THE VENDOR AND THE DUE DATE
002890*   OF THE LINE IT DREW DOWN. A RECEIPT ON OR BEFORE THE DUE
002900*   DATE IS ON TIME. RECEIPTS WITH NO PO BEHIND THEM (RETURNS,
002910*   TRANSFERS, UNPLANNED RECEIPTS) ARE COUNTED BUT NOT SCORED,
002920*   AND SO IS A RECEIPT WHOSE PO LINE CARRIED NO DUE DATE - IT
002930*   IS KEPT OUT OF THE ON-TIME PERCENT ALTOGETHER
002940*-----------------------------------------------------------------
002950 2000-SCORE-RECEIPTS.
002960     OPEN INPUT TIE-HISTORY
002970     IF VS-HIST-STATUS = "35"
002980         GO TO 2000-EXIT
002990     END-IF
003000     IF VS-HIST-STATUS NOT = "00"
003010         DISPLAY "MCP-VND02 - UNABLE TO OPEN TIE-HISTORY, STATUS "
003020                 VS-HIST-STATUS
003030         GO TO 9900-ABEND
003040     END-IF
003050     MOVE "N" TO VS-EOF-SW
003060     PERFORM 2100-SCORE-ONE-RECEIPT THRU 2100-EXIT
003070         UNTIL VS-EOF
003080     CLOSE TIE-HISTORY.
003090 2000-EXIT.
003100     EXIT.
003110 2100-SCORE-ONE-RECEIPT.
003120     READ TIE-HISTORY
003130         AT END
003140             SET VS-EOF TO TRUE
003150             GO TO 2100-EXIT
003160     END-READ
003170     IF VS-HIST-STATUS NOT = "00"
003180         DISPLAY "MCP-VND02 - ERROR READING TIE-HISTORY, STATUS "
003190                 VS-HIST-STATUS
003200         GO TO 9900-ABEND
003210     END-IF
003220     IF NOT TH-RECEIVE
003230        OR TH-RUN-TIMESTAMP (1:6) NOT = VS-PERIOD
003240         GO TO 2100-EXIT
003250     END-IF
003260     IF TH-VENDOR-CODE = SPACES
003270         ADD 1 TO VS-NO-VENDOR-RECEIPTS
003280         GO TO 2100-EXIT
003290     END-IF
003300     MOVE TH-VENDOR-CODE TO VS-LOOKUP-VENDOR
003310     PERFORM 7100-FIND-VENDOR-ENTRY THRU 7100-EXIT
003320     ADD 1 TO VS-VND-RECEIPTS (VS-HIT)
003330     IF TH-PO-DUE-DATE NOT NUMERIC
003340         ADD 1 TO VS-VND-NOT-SCORED (VS-HIT)
003350         GO TO 2100-EXIT
003360     END-IF
003370     IF TH-RUN-TIMESTAMP (1:8) NOT GREATER THAN TH-PO-DUE-DATE
003380         ADD 1 TO VS-VND-ON-TIME (VS-HIT)
003390         GO TO 2100-EXIT
003400     END-IF
003410     MOVE TH-RUN-TIMESTAMP (1:8) TO VS-DATE-WORK
003420     COMPUTE VS-RECEIPT-INT = FUNCTION INTEGER-OF-DATE
003430         (VS-DATE-WORK)
003440     MOVE TH-PO-DUE-DATE TO VS-DATE-WORK
003450     COMPUTE VS-DUE-INT = FUNCTION INTEGER-OF-DATE (VS-DATE-WORK)
003460     COMPUTE VS-DAYS-LATE = VS-RECEIPT-INT - VS-DUE-INT
003470     ADD 1 TO VS-VND-LATE (VS-HIT)
003480     ADD VS-DAYS-LATE TO VS-VND-DAYS-LATE (VS-HIT).
003490 2100-EXIT.
003500     EXIT.
003510*-----------------------------------------------------------------
003520* 3000-SCORE-OPEN-LINES - FILL RATE. EVERY PO LINE DUE IN THE
003530*   MONTH COUNTS, WHETHER STILL OPEN ON TIE-OPENPO OR ALREADY
003540*   CLOSED OUT TO THE CLOSED PO LOG BY MCP-PO01. A LINE STILL
003550*   OPEN AFTER MONTH END IS SHORT BY WHATEVER HAS NOT ARRIVED
003560*-----------------------------------------------------------------
003570 3000-SCORE-OPEN-LINES.
003580     OPEN INPUT TIE-OPENPO
003590     IF VS-PO-STATUS = "35"
003600         GO TO 3000-EXIT
003610     END-IF
003620     IF VS-PO-STATUS NOT = "00"
003630         DISPLAY "MCP-VND02 - UNABLE TO OPEN TIE-OPENPO, STATUS "
003640                 VS-PO-STATUS
003650         GO TO 9900-ABEND
003660     END-IF
003670     MOVE "N" TO VS-EOF-SW
003680     PERFORM 3100-SCORE-ONE-OPEN-LINE THRU 3100-EXIT
003690         UNTIL VS-EOF
003700     CLOSE TIE-OPENPO.
003710 3000-EXIT.
003720     EXIT.
003730 3100-SCORE-ONE-OPEN-LINE.
003740     READ TIE-OPENPO
003750         AT END
003760             SET VS-EOF TO TRUE
003770             GO TO 3100-EXIT
003780     END-READ
003790     IF VS-PO-STATUS NOT = "00"
003800         DISPLAY "MCP-VND02 - ERROR READING TIE-OPENPO, STATUS "
003810                 VS-PO-STATUS
003820         GO TO 9900-ABEND
003830     END-IF
003840     PERFORM 3400-SCORE-PO-LINE THRU 3400-EXIT.
003850 3100-EXIT.
003860     EXIT.
003870 3200-SCORE-CLOSED-LINES.
003880     OPEN INPUT TIE-PO-CLOSED
003890     IF VS-CLOSED-STATUS = "35"
003900         GO TO 3200-EXIT
003910     END-IF
003920     IF VS-CLOSED-STATUS NOT = "00"
003930         DISPLAY "MCP-VND02 - UNABLE TO OPEN TIE-PO-CLOSED, "
003940                 "STATUS " VS-CLOSED-STATUS
003950         GO TO 9900-ABEND
003960     END-IF
003970     MOVE "N" TO VS-EOF-SW
003980     PERFORM 3300-SCORE-ONE-CLOSED-LINE THRU 3300-EXIT
003990         UNTIL VS-EOF
004000     CLOSE TIE-PO-CLOSED.
004010 3200-EXIT.
004020     EXIT.
004030 3300-SCORE-ONE-CLOSED-LINE.
004040     READ TIE-PO-CLOSED
004050         AT END
004060             SET VS-EOF TO TRUE
004070             GO TO 3300-EXIT
004080     END-READ
004090     IF VS-CLOSED-STATUS NOT = "00"
004100         DISPLAY "MCP-VND02 - ERROR READING TIE-PO-CLOSED, "
004110                 "STATUS " VS-CLOSED-STATUS
004120         GO TO 9900-ABEND
004130     END-IF
004140     MOVE PH-PO-IMAGE TO TIE-OPENPO-RECORD
004150     PERFORM 3400-SCORE-PO-LINE THRU 3400-EXIT.
004160 3300-EXIT.
004170     EXIT.
004180*-----------------------------------------------------------------
004190* 3400-SCORE-PO-LINE - ADD ONE PO LINE (OPEN OR CLOSED, IN THE
004200*   TIE-OPENPO RECORD AREA) TO ITS VENDOR'S FILL RATE IF IT
004210*   FELL DUE IN THE MONTH
004220*-----------------------------------------------------------------
004230 3400-SCORE-PO-LINE.
004240     IF PO-DUE-DATE (1:6) NOT = VS-PERIOD
004250        OR PO-VENDOR-CODE = SPACES
004260         GO TO 3400-EXIT
004270     END-IF
004280     MOVE PO-VENDOR-CODE TO VS-LOOKUP-VENDOR
004290     PERFORM 7100-FIND-VENDOR-ENTRY THRU 7100-EXIT
004300     ADD 1 TO VS-VND-LINES-DUE (VS-HIT)
004310     IF PO-QTY-ORDERED NUMERIC
004320         ADD PO-QTY-ORDERED TO VS-VND-QTY-ORDERED (VS-HIT)
004330     END-IF
004340     IF PO-QTY-RECEIVED NUMERIC
004350         ADD PO-QTY-RECEIVED TO VS-VND-QTY-RECEIVED (VS-HIT)
004360     END-IF.
004370 3400-EXIT.
004380     EXIT.
004390*-----------------------------------------------------------------
004400* 4000-SCORE-OVER-RECEIPTS - COUNT THE OVER-RECEIPT EXCEPTIONS
004410*   MCP-AGENT RAISED IN THE MONTH. ONLY THOSE NAMING A VENDOR
004420*   CAN BE SCORED
004430*-----------------------------------------------------------------
004440 4000-SCORE-OVER-RECEIPTS.
004450     OPEN INPUT TIE-EXCEPTION
004460     IF VS-EXCP-STATUS = "35"
004470         GO TO 4000-EXIT
004480     END-IF
004490     IF VS-EXCP-STATUS NOT = "00"
004500         DISPLAY "MCP-VND02 - UNABLE TO OPEN TIE-EXCEPTION, "
004510                 "STATUS " VS-EXCP-STATUS
004520         GO TO 9900-ABEND
004530     END-IF
004540     MOVE "N" TO VS-EOF-SW
004550     PERFORM 4100-SCORE-ONE-EXCEPTION THRU 4100-EXIT
004560         UNTIL VS-EOF
004570     CLOSE TIE-EXCEPTION.
004580 4000-EXIT.
004590     EXIT.
004600 4100-SCORE-ONE-EXCEPTION.
004610     READ TIE-EXCEPTION
004620         AT END
004630             SET VS-EOF TO TRUE
004640             GO TO 4100-EXIT
004650     END-READ
004660     IF VS-EXCP-STATUS NOT = "00"
004670         DISPLAY "MCP-VND02 - ERROR READING TIE-EXCEPTION, "
004680                 "STATUS " VS-EXCP-STATUS
004690         GO TO 9900-ABEND
004700     END-IF
004710     IF TX-REASON NOT = "RECEIPT OVER PO OPEN QTY"
004720        OR TX-RUN-DATE (1:6) NOT = VS-PERIOD
004730        OR TX-VENDOR-CODE = SPACES
004740         GO TO 4100-EXIT
004750     END-IF
004760     MOVE TX-VENDOR-CODE TO VS-LOOKUP-VENDOR
004770     PERFORM 7100-FIND-VENDOR-ENTRY THRU 7100-EXIT
004780     ADD 1 TO VS-VND-OVER (VS-HIT).
004790 4100-EXIT.
004800     EXIT.
004810*-----------------------------------------------------------------
004820* 5000-PRINT-SCORECARD - ONE LINE PER VENDOR WITH ANY ACTIVITY
004830*   IN THE MONTH, IN VENDOR CODE ORDER AS LOADED
004840*-----------------------------------------------------------------
004850 5000-PRINT-SCORECARD.
004860     PERFORM 5100-PRINT-ONE-VENDOR THRU 5100-EXIT
004870         VARYING VS-SUB FROM 1 BY 1
004880         UNTIL VS-SUB GREATER THAN VS-VENDOR-COUNT.
004890 5000-EXIT.
004900     EXIT.
004910 5100-PRINT-ONE-VENDOR.
004920     IF VS-VND-RECEIPTS (VS-SUB) = ZERO
004930        AND VS-VND-LINES-DUE (VS-SUB) = ZERO
004940        AND VS-VND-OVER (VS-SUB) = ZERO
004950         GO TO 5100-EXIT
004960     END-IF
004970     MOVE VS-VND-CODE (VS-SUB) TO RD-VENDOR
004980     MOVE VS-VND-NAME (VS-SUB) TO RD-NAME
004990     MOVE VS-VND-RECEIPTS (VS-SUB) TO RD-RECEIPTS
005000     MOVE VS-VND-ON-TIME (VS-SUB) TO RD-ON-TIME
005010     MOVE ZERO TO VS-PCT
005020     IF VS-VND-RECEIPTS (VS-SUB) GREATER THAN
005030            VS-VND-NOT-SCORED (VS-SUB)
005040         COMPUTE VS-PCT ROUNDED = VS-VND-ON-TIME (VS-SUB) * 100
005050             / (VS-VND-RECEIPTS (VS-SUB)
005060                - VS-VND-NOT-SCORED (VS-SUB))
005070     END-IF
005080     MOVE VS-PCT TO RD-ON-TIME-PCT
005090     MOVE ZERO TO VS-PCT
005100     IF VS-VND-LATE (VS-SUB) GREATER THAN ZERO
005110         COMPUTE VS-PCT ROUNDED = VS-VND-DAYS-LATE (VS-SUB)
005120             / VS-VND-LATE (VS-SUB)
005130     END-IF
005140     MOVE VS-PCT TO RD-AVG-LATE
005150     MOVE VS-VND-LINES-DUE (VS-SUB) TO RD-LINES-DUE
005160     MOVE VS-VND-QTY-ORDERED (VS-SUB) TO RD-ORDERED
005170     MOVE VS-VND-QTY-RECEIVED (VS-SUB) TO RD-RECEIVED
005180     MOVE ZERO TO VS-PCT
005190     IF VS-VND-QTY-ORDERED (VS-SUB) GREATER THAN ZERO
005200         COMPUTE VS-PCT ROUNDED =
005210             VS-VND-QTY-RECEIVED (VS-SUB) * 100
005220             / VS-VND-QTY-ORDERED (VS-SUB)
005230     END-IF
005240     MOVE VS-PCT TO RD-FILL-PCT
005250     MOVE VS-VND-OVER (VS-SUB) TO RD-OVER
005260     MOVE VS-VND-NOT-SCORED (VS-SUB) TO RD-NOT-SCORED
005270     WRITE TIE-SCORE-LINE FROM RPT-DETAIL-LINE
005280     IF VS-REPORT-STATUS NOT = "00"
005290         DISPLAY "MCP-VND02 - UNABLE TO WRITE SCORECARD, STATUS "
005300                 VS-REPORT-STATUS
005310         GO TO 9900-ABEND
005320     END-IF
005330     ADD 1 TO VS-VENDORS-PRINTED
005340     ADD VS-VND-RECEIPTS (VS-SUB) TO VS-TOT-RECEIPTS
005350     ADD VS-VND-ON-TIME (VS-SUB) TO VS-TOT-ON-TIME
005360     ADD VS-VND-NOT-SCORED (VS-SUB) TO VS-TOT-NOT-SCORED
005370     ADD VS-VND-LATE (VS-SUB) TO VS-TOT-LATE
005380     ADD VS-VND-DAYS-LATE (VS-SUB) TO VS-TOT-DAYS-LATE
005390     ADD VS-VND-LINES-DUE (VS-SUB) TO VS-TOT-LINES-DUE
005400     ADD VS-VND-QTY-ORDERED (VS-SUB) TO VS-TOT-QTY-ORDERED
005410     ADD VS-VND-QTY-RECEIVED (VS-SUB) TO VS-TOT-QTY-RECEIVED
005420     ADD VS-VND-OVER (VS-SUB) TO VS-TOT-OVER.
005430 5100-EXIT.
005440     EXIT.
005450*-----------------------------------------------------------------
005460* 7000-ADD-VENDOR-ENTRY - NEW ZEROED TABLE ENTRY FOR
005470*   VS-LOOKUP-VENDOR, LEFT IN VS-HIT
005480*-----------------------------------------------------------------
005490 7000-ADD-VENDOR-ENTRY.
005500     IF VS-VENDOR-COUNT NOT LESS THAN 500
005510         DISPLAY "MCP-VND02 - VENDOR TABLE FULL"
005520         GO TO 9900-ABEND
005530     END-IF
005540     ADD 1 TO VS-VENDOR-COUNT
005550     MOVE VS-VENDOR-COUNT TO VS-HIT
005560     MOVE VS-LOOKUP-VENDOR TO VS-VND-CODE (VS-HIT)
005570     MOVE "** NOT ON FILE **" TO VS-VND-NAME (VS-HIT)
005580     MOVE ZERO TO VS-VND-RECEIPTS (VS-HIT)
005590                  VS-VND-ON-TIME (VS-HIT)
005600                  VS-VND-NOT-SCORED (VS-HIT)
005610                  VS-VND-LATE (VS-HIT)
005620                  VS-VND-DAYS-LATE (VS-HIT)
005630                  VS-VND-LINES-DUE (VS-HIT)
005640                  VS-VND-QTY-ORDERED (VS-HIT)
005650                  VS-VND-QTY-RECEIVED (VS-HIT)
005660                  VS-VND-OVER (VS-HIT).
005670 7000-EXIT.
005680     EXIT.
005690*-----------------------------------------------------------------
005700* 7100-FIND-VENDOR-ENTRY - LOCATE VS-LOOKUP-VENDOR IN THE TABLE,
005710*   ADDING IT IF IT IS NOT THERE. ENTRY IS LEFT IN VS-HIT
005720*-----------------------------------------------------------------
005730 7100-FIND-VENDOR-ENTRY.
005740     MOVE "N" TO VS-FOUND-SW
005750     PERFORM 7200-MATCH-VENDOR-ENTRY THRU 7200-EXIT
005760         VARYING VS-SUB FROM 1 BY 1
005770         UNTIL VS-FOUND
005780            OR VS-SUB GREATER THAN VS-VENDOR-COUNT
005790     IF NOT VS-FOUND
005800         PERFORM 7000-ADD-VENDOR-ENTRY THRU 7000-EXIT
005810     END-IF.
005820 7100-EXIT.
005830     EXIT.
005840 7200-MATCH-VENDOR-ENTRY.
005850     IF VS-VND-CODE (VS-SUB) = VS-LOOKUP-VENDOR
005860         SET VS-FOUND TO TRUE
005870         MOVE VS-SUB TO VS-HIT
005880     END-IF.
005890 7200-EXIT.
005900     EXIT.
005910*-----------------------------------------------------------------
005920* 8500-WRITE-TOTALS - ALL-VENDOR FIGURES AT THE FOOT OF THE
005930*   SCORECARD
005940*-----------------------------------------------------------------
005950 8500-WRITE-TOTALS.
005960     MOVE SPACES TO TIE-SCORE-LINE
005970     WRITE TIE-SCORE-LINE
005980     MOVE "VENDORS SCORED             -" TO RT-LABEL
005990     MOVE VS-VENDORS-PRINTED TO RT-VALUE
006000     WRITE TIE-SCORE-LINE FROM RPT-TOTAL-LINE
006010     MOVE "PO RECEIPTS POSTED         -" TO RT-LABEL
006020     MOVE VS-TOT-RECEIPTS TO RT-VALUE
006030     WRITE TIE-SCORE-LINE FROM RPT-TOTAL-LINE
006040     MOVE "RECEIVED ON TIME           -" TO RT-LABEL
006050     MOVE VS-TOT-ON-TIME TO RT-VALUE
006060     WRITE TIE-SCORE-LINE FROM RPT-TOTAL-LINE
006070     MOVE "RECEIVED LATE              -" TO RT-LABEL
006080     MOVE VS-TOT-LATE TO RT-VALUE
006090     WRITE TIE-SCORE-LINE FROM RPT-TOTAL-LINE
006100     MOVE "NOT SCORED - NO DUE DATE   -" TO RT-LABEL
006110     MOVE VS-TOT-NOT-SCORED TO RT-VALUE
006120     WRITE TIE-SCORE-LINE FROM RPT-TOTAL-LINE
006130     MOVE "TOTAL DAYS LATE            -" TO RT-LABEL
006140     MOVE VS-TOT-DAYS-LATE TO RT-VALUE
006150     WRITE TIE-SCORE-LINE FROM RPT-TOTAL-LINE
006160     MOVE "PO LINES DUE IN MONTH      -" TO RT-LABEL
006170     MOVE VS-TOT-LINES-DUE TO RT-VALUE
006180     WRITE TIE-SCORE-LINE FROM RPT-TOTAL-LINE
006190     MOVE "QTY ORDERED ON LINES DUE   -" TO RT-LABEL
006200     MOVE VS-TOT-QTY-ORDERED TO RT-VALUE
006210     WRITE TIE-SCORE-LINE FROM RPT-TOTAL-LINE
006220     MOVE "QTY RECEIVED ON LINES DUE  -" TO RT-LABEL
006230     MOVE VS-TOT-QTY-RECEIVED TO RT-VALUE
006240     WRITE TIE-SCORE-LINE FROM RPT-TOTAL-LINE
006250     MOVE "OVER-RECEIPTS FLAGGED      -" TO RT-LABEL
006260     MOVE VS-TOT-OVER TO RT-VALUE
006270     WRITE TIE-SCORE-LINE FROM RPT-TOTAL-LINE
006280     MOVE "RECEIPTS WITH NO PO VENDOR -" TO RT-LABEL
006290     MOVE VS-NO-VENDOR-RECEIPTS TO RT-VALUE
006300     WRITE TIE-SCORE-LINE FROM RPT-TOTAL-LINE.
006310 8500-EXIT.
006320     EXIT.
006330*-----------------------------------------------------------------
006340* 9000-END-OF-JOB - CLOSE THE REPORT. THE INPUTS ARE CLOSED BY
006350*   THE PASSES THAT OPENED THEM
006360*-----------------------------------------------------------------
006370 9000-END-OF-JOB.
006380     IF VS-REPORT-OPEN
006390         CLOSE TIE-SCORE-RPT
006400     END-IF.
006410 9000-EXIT.
006420     EXIT.
006430*-----------------------------------------------------------------
006440* 9900-ABEND - CLOSE UP AND END THE RUN WITH A BAD RETURN CODE
006450*-----------------------------------------------------------------
006460 9900-ABEND.
006470     MOVE 16 TO RETURN-CODE
006480     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
006490     STOP RUN.
006500 9900-EXIT.
006510     EXIT.
