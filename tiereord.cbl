000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MCP-ROP01.
000030 AUTHOR. R QUIGLEY.
000040 INSTALLATION. TIE DIVISION DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* 10/15/2026  RQ   ORIGINAL PROGRAM - MONTHLY REORDER POINT
000110*                  REVIEW. READS SHIP DEMAND BY STYLE FROM THE
000120*                  MCP-ARC01 ARCHIVE GENERATIONS AND TIE-HISTORY
000130*                  OVER A WINDOW OF DAYS ENDING ON THE RUN DATE,
000140*                  WORKS OUT AVERAGE DAILY USAGE AND ITS DAY TO
000150*                  DAY STANDARD DEVIATION, AND RECOMMENDS A
000160*                  REORDER POINT (LEAD TIME DEMAND PLUS SAFETY
000170*                  STOCK FOR THE TARGET SERVICE LEVEL) AND A
000180*                  REORDER QUANTITY (USAGE OVER THE COVER DAYS).
000190*                  LEAD TIME IS TV-LEAD-DAYS OF THE VENDOR WHO
000200*                  LAST SHIPPED THE STYLE IN AGAINST A PO. EVERY
000210*                  STYLE PRINTS ON THE BEFORE/AFTER REVIEW; THE
000220*                  ONES THAT WOULD CHANGE ARE WRITTEN TO THE
000230*                  TIE-REORDER-REC FILE FOR PURCHASING. LINES
000240*                  THEY APPROVE GO BACK THROUGH MCP-ROP02 AS
000250*                  TIE-MAINT CHANGES. PARM IS
000260*                  WINDOW,SERVICE,COVER,LEADDAYS,RUNDATE -
000270*                  DEFAULTS 90 DAYS, 95 PERCENT, 30 DAYS,
000280*                  14 DAYS WHERE NO VENDOR LEAD TIME IS KNOWN,
000290*                  AND TODAY.
000300*-----------------------------------------------------------------
000310* ___________________________
000320*|                           |
000330*|  IBM MAINFRAME DIVISION   |
000340*|      OF COBOL AGENTS      |
000350*|                           |
000360*|   REORDER POINT REVIEW    |
000370*|         /\                |
000380*|        /  \               |
000390*|       / TIE \             |
000400*|      /______\             |
000410*|___________________________|
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT TIE-MASTER ASSIGN TO TIEMSTR
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS TM-STYLE-CODE
000490         FILE STATUS IS RA-MASTER-STATUS.
000500     SELECT TIE-VENDOR ASSIGN TO TIEVEND
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS TV-VENDOR-CODE
000540         FILE STATUS IS RA-VENDOR-STATUS.
000550     SELECT TIE-HISTORY ASSIGN TO TIEHIST
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS RA-HIST-STATUS.
000580     SELECT TIE-HIST-ARCH ASSIGN TO TIEHARC
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS RA-ARCH-STATUS.
000610     SELECT SORT-WORK ASSIGN TO TIESORT.
000620     SELECT TIE-REORDER-REC ASSIGN TO TIEROPR
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS RA-RECOMMEND-STATUS.
000650     SELECT TIE-REORDER-RPT ASSIGN TO TIEROPT
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS RA-REPORT-STATUS.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  TIE-MASTER
000710     LABEL RECORDS ARE STANDARD.
000720     COPY TIEREC.
000730 FD  TIE-VENDOR
000740     LABEL RECORDS ARE STANDARD.
000750     COPY TIEVND.
000760 FD  TIE-HISTORY
000770     LABEL RECORDS ARE STANDARD.
000780     COPY TIEHIS.
000790 FD  TIE-HIST-ARCH
000800     LABEL RECORDS ARE STANDARD.
000810 01  TIE-HIST-ARCH-REC              PIC X(94).
000820 SD  SORT-WORK.
000830 01  SORT-DEMAND-RECORD.
000840     05  SD-STYLE-CODE              PIC X(06).
000850     05  SD-MOVE-DATE               PIC X(08).
000860     05  SD-KIND                    PIC X(01).
000870         88  SD-DEMAND                       VALUE "S".
000880         88  SD-RECEIPT                      VALUE "R".
000890     05  SD-QTY                     PIC S9(07).
000900     05  SD-VENDOR-CODE             PIC X(06).
000910 FD  TIE-REORDER-REC
000920     LABEL RECORDS ARE STANDARD.
000930     COPY TIEROP.
000940 FD  TIE-REORDER-RPT
000950     LABEL RECORDS ARE STANDARD.
000960 01  TIE-REORDER-LINE               PIC X(132).
000970 WORKING-STORAGE SECTION.
000980 77  RA-MASTER-STATUS               PIC X(02) VALUE ZERO.
000990 77  RA-VENDOR-STATUS               PIC X(02) VALUE ZERO.
001000 77  RA-HIST-STATUS                 PIC X(02) VALUE ZERO.
001010 77  RA-ARCH-STATUS                 PIC X(02) VALUE ZERO.
001020 77  RA-RECOMMEND-STATUS            PIC X(02) VALUE ZERO.
001030 77  RA-REPORT-STATUS               PIC X(02) VALUE ZERO.
001040 77  RA-MASTER-OPEN-SW              PIC X(01) VALUE "N".
001050     88  RA-MASTER-OPEN                      VALUE "Y".
001060 77  RA-VENDOR-OPEN-SW              PIC X(01) VALUE "N".
001070     88  RA-VENDOR-OPEN                      VALUE "Y".
001080 77  RA-RECOMMEND-OPEN-SW           PIC X(01) VALUE "N".
001090     88  RA-RECOMMEND-OPEN                   VALUE "Y".
001100 77  RA-REPORT-OPEN-SW              PIC X(01) VALUE "N".
001110     88  RA-REPORT-OPEN                      VALUE "Y".
001120 77  RA-EOF-SW                      PIC X(01) VALUE "N".
001130     88  RA-EOF                              VALUE "Y".
001140 77  RA-SORT-EOF-SW                 PIC X(01) VALUE "N".
001150     88  RA-SORT-EOF                         VALUE "Y".
001160 77  RA-FIRST-SW                    PIC X(01) VALUE "Y".
001170     88  RA-FIRST-RECORD                     VALUE "Y".
001180     88  RA-NOT-FIRST-RECORD                 VALUE "N".
001190 77  RA-FOUND-SW                    PIC X(01) VALUE "N".
001200     88  RA-FOUND                            VALUE "Y".
001210 77  RA-LEAD-DEFAULT-SW             PIC X(01) VALUE "N".
001220     88  RA-LEAD-DEFAULTED                   VALUE "Y".
001230 77  RA-CAPPED-SW                   PIC X(01) VALUE "N".
001240     88  RA-CAPPED                           VALUE "Y".
001250 77  RA-WINDOW-X                    PIC X(03) JUSTIFIED RIGHT
001260                                    VALUE SPACES.
001270 77  RA-WINDOW-DAYS                 PIC 9(03) COMP VALUE 90.
001280 77  RA-SERVICE-X                   PIC X(03) JUSTIFIED RIGHT
001290                                    VALUE SPACES.
001300 77  RA-SERVICE-LEVEL               PIC 9(03) COMP VALUE 95.
001310 77  RA-COVER-X                     PIC X(03) JUSTIFIED RIGHT
001320                                    VALUE SPACES.
001330 77  RA-COVER-DAYS                  PIC 9(03) COMP VALUE 30.
001340 77  RA-DEFLEAD-X                   PIC X(03) JUSTIFIED RIGHT
001350                                    VALUE SPACES.
001360 77  RA-DEFAULT-LEAD                PIC 9(03) COMP VALUE 14.
001370 77  RA-RUN-DATE                    PIC X(08) VALUE SPACES.
001380 77  RA-PARM-DATE                   PIC X(08) VALUE SPACES.
001390 77  RA-START-DATE                  PIC X(08) VALUE SPACES.
001400 77  RA-MOVE-DATE                   PIC X(08) VALUE SPACES.
001410 77  RA-DATE-WORK                   PIC 9(08) VALUE ZERO.
001420 77  RA-RUN-INT                     PIC S9(09) COMP VALUE ZERO.
001430 77  RA-Z-SUB                       PIC 9(04) COMP VALUE ZERO.
001440 77  RA-Z-FACTOR                    PIC 9(01)V99 VALUE ZERO.
001450 77  RA-SUB                         PIC 9(04) COMP VALUE ZERO.
001460 77  RA-HIT                         PIC 9(04) COMP VALUE ZERO.
001470 77  RA-PRIOR-STYLE                 PIC X(06) VALUE SPACES.
001480 77  RA-PRIOR-DATE                  PIC X(08) VALUE SPACES.
001490 77  RA-DAY-QTY                     PIC S9(09) COMP VALUE ZERO.
001500 77  RA-CUR-DEMAND                  PIC S9(09) COMP VALUE ZERO.
001510 77  RA-CUR-SUMSQ                   PIC S9(17) COMP VALUE ZERO.
001520 77  RA-CUR-SHIP-DAYS               PIC 9(05) COMP VALUE ZERO.
001530 77  RA-CUR-VENDOR                  PIC X(06) VALUE SPACES.
001540 77  RA-OLD-RP                      PIC 9(04) VALUE ZERO.
001550 77  RA-OLD-RQ                      PIC 9(04) VALUE ZERO.
001560 77  RA-NEW-RP                      PIC 9(04) VALUE ZERO.
001570 77  RA-NEW-RQ                      PIC 9(04) VALUE ZERO.
001580 77  RA-LEAD-DAYS                   PIC 9(03) COMP VALUE ZERO.
001590 77  RA-LEAD-ROOT                   PIC S9(03)V9(04) COMP
001600                                    VALUE ZERO.
001610 77  RA-AVG-DAILY                   PIC S9(07)V9(04) COMP
001620                                    VALUE ZERO.
001630 77  RA-VARIANCE                    PIC S9(13)V9(04) COMP
001640                                    VALUE ZERO.
001650 77  RA-STD-DEV                     PIC S9(07)V9(04) COMP
001660                                    VALUE ZERO.
001670 77  RA-HIST-READ                   PIC 9(09) COMP VALUE ZERO.
001680 77  RA-ARCH-READ                   PIC 9(09) COMP VALUE ZERO.
001690 77  RA-SHIPS-USED                  PIC 9(09) COMP VALUE ZERO.
001700 77  RA-STYLES-REVIEWED             PIC 9(07) COMP VALUE ZERO.
001710 77  RA-STYLES-WITH-DEMAND          PIC 9(07) COMP VALUE ZERO.
001720 77  RA-CHANGE-COUNT                PIC 9(07) COMP VALUE ZERO.
001730 77  RA-RAISED-COUNT                PIC 9(07) COMP VALUE ZERO.
001740 77  RA-LOWERED-COUNT               PIC 9(07) COMP VALUE ZERO.
001750 77  RA-DEFAULT-COUNT               PIC 9(07) COMP VALUE ZERO.
001760 77  RA-CAPPED-COUNT                PIC 9(07) COMP VALUE ZERO.
001770*-----------------------------------------------------------------
001780* SAFETY FACTOR BY TARGET SERVICE LEVEL - PERCENT (2) AND THE
001790*   NORMAL DEVIATE (9V99). THE PARM LEVEL IS RAISED TO THE
001800*   NEXT LEVEL IN THE TABLE
001810*-----------------------------------------------------------------
001820 01  RA-Z-VALUES.
001830     05  FILLER                     PIC X(05) VALUE "80084".
001840     05  FILLER                     PIC X(05) VALUE "85104".
001850     05  FILLER                     PIC X(05) VALUE "90128".
001860     05  FILLER                     PIC X(05) VALUE "95165".
001870     05  FILLER                     PIC X(05) VALUE "97188".
001880     05  FILLER                     PIC X(05) VALUE "98205".
001890     05  FILLER                     PIC X(05) VALUE "99233".
001900 01  RA-Z-TABLE REDEFINES RA-Z-VALUES.
001910     05  RA-Z-ENTRY OCCURS 7 TIMES.
001920         10  RA-Z-LEVEL             PIC 9(02).
001930         10  RA-Z-DEVIATE           PIC 9(01)V99.
001940 01  RA-DEMAND-TABLE.
001950     05  RA-DEMAND-COUNT            PIC 9(04) COMP VALUE ZERO.
001960     05  RA-DEMAND-ENTRY OCCURS 500 TIMES.
001970         10  RA-DMD-STYLE           PIC X(06).
001980         10  RA-DMD-QTY             PIC S9(09) COMP.
001990         10  RA-DMD-SUMSQ           PIC S9(17) COMP.
002000         10  RA-DMD-SHIP-DAYS       PIC 9(05) COMP.
002010         10  RA-DMD-VENDOR          PIC X(06).
002020 01  RPT-HEADING-LINE-1.
002030     05  FILLER                     PIC X(01) VALUE SPACE.
002040     05  FILLER                     PIC X(26)
002050             VALUE "TIE REORDER POINT REVIEW -".
002060     05  FILLER                     PIC X(06) VALUE " FROM ".
002070     05  RH-START-DATE              PIC X(08).
002080     05  FILLER                     PIC X(04) VALUE " TO ".
002090     05  RH-RUN-DATE                PIC X(08).
002100     05  FILLER                     PIC X(12) VALUE "   SERVICE ".
002110     05  RH-SERVICE                 PIC Z9.
002120     05  FILLER                     PIC X(12)
002130             VALUE " PCT  COVER ".
002140     05  RH-COVER                   PIC ZZ9.
002150     05  FILLER                     PIC X(18)
002160             VALUE " DAYS  LEAD DFLT ".
002170     05  RH-DEFAULT-LEAD            PIC ZZ9.
002180 01  RPT-HEADING-LINE-2.
002190     05  FILLER                     PIC X(01) VALUE SPACE.
002200     05  FILLER                     PIC X(09) VALUE "STYLE".
002210     05  FILLER                     PIC X(08) VALUE "VENDOR".
002220     05  FILLER                     PIC X(06) VALUE "LEAD".
002230     05  FILLER                     PIC X(11) VALUE "  AVG/DAY".
002240     05  FILLER                     PIC X(12) VALUE "  STD DEV".
002250     05  FILLER                     PIC X(08) VALUE "OLD RP".
002260     05  FILLER                     PIC X(09) VALUE "NEW RP".
002270     05  FILLER                     PIC X(08) VALUE "OLD RQ".
002280     05  FILLER                     PIC X(07) VALUE "NEW RQ".
002290     05  FILLER                     PIC X(04) VALUE "CHG".
002300     05  FILLER                     PIC X(04) VALUE "NOTE".
002310 01  RPT-DETAIL-LINE.
002320     05  FILLER                     PIC X(01) VALUE SPACE.
002330     05  RD-STYLE                   PIC X(06).
002340     05  FILLER                     PIC X(03) VALUE SPACES.
002350     05  RD-VENDOR                  PIC X(06).
002360     05  FILLER                     PIC X(02) VALUE SPACES.
002370     05  RD-LEAD                    PIC ZZ9.
002380     05  FILLER                     PIC X(03) VALUE SPACES.
002390     05  RD-AVG-DAILY               PIC ZZ,ZZ9.99.
002400     05  FILLER                     PIC X(02) VALUE SPACES.
002410     05  RD-STD-DEV                 PIC ZZ,ZZ9.99.
002420     05  FILLER                     PIC X(03) VALUE SPACES.
002430     05  RD-OLD-RP                  PIC ZZZ9.
002440     05  FILLER                     PIC X(04) VALUE SPACES.
002450     05  RD-NEW-RP                  PIC ZZZ9.
002460     05  FILLER                     PIC X(05) VALUE SPACES.
002470     05  RD-OLD-RQ                  PIC ZZZ9.
002480     05  FILLER                     PIC X(04) VALUE SPACES.
002490     05  RD-NEW-RQ                  PIC ZZZ9.
002500     05  FILLER                     PIC X(03) VALUE SPACES.
002510     05  RD-CHANGED                 PIC X(01).
002520     05  FILLER                     PIC X(03) VALUE SPACES.
002530     05  RD-NOTE                    PIC X(20).
002540 01  RPT-TOTAL-LINE.
002550     05  FILLER                     PIC X(01) VALUE SPACE.
002560     05  RT-LABEL                   PIC X(28).
002570     05  RT-VALUE                   PIC ZZZ,ZZZ,ZZ9.
002580 LINKAGE SECTION.
002590 01  RA-PARM-AREA.
002600     05  RA-PARM-LENGTH             PIC S9(4) COMP.
002610     05  RA-PARM-TEXT               PIC X(80).
002620 PROCEDURE DIVISION USING RA-PARM-AREA.
002630*-----------------------------------------------------------------
002640* 0000-MAIN-LINE - JOB DRIVER. SORT THE WINDOW'S DEMAND BY
002650*   STYLE AND DAY INTO THE DEMAND TABLE, THEN REVIEW EVERY
002660*   STYLE ON TIE-MASTER AGAINST IT
002670*-----------------------------------------------------------------
002680 0000-MAIN-LINE.
002690     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002700     SORT SORT-WORK
002710         ON ASCENDING KEY SD-STYLE-CODE SD-MOVE-DATE
002720         INPUT PROCEDURE 1500-SELECT-MOVEMENTS THRU 1500-EXIT
002730         OUTPUT PROCEDURE 2000-BUILD-DEMAND-TABLE THRU 2000-EXIT
002740     PERFORM 3000-REVIEW-STYLES THRU 3000-EXIT
002750     PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT
002760     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
002770     STOP RUN.
002780*-----------------------------------------------------------------
002790* 1000-INITIALIZE - PARSE THE PARM, SETTLE THE DEMAND WINDOW AND
002800*   THE SAFETY FACTOR, OPEN THE OUTPUTS
002810*-----------------------------------------------------------------
002820 1000-INITIALIZE.
002830     ACCEPT RA-RUN-DATE FROM DATE YYYYMMDD
002840     IF RA-PARM-LENGTH > 0
002850         UNSTRING RA-PARM-TEXT DELIMITED BY ","
002860             INTO RA-WINDOW-X RA-SERVICE-X RA-COVER-X
002870                  RA-DEFLEAD-X RA-PARM-DATE
002880         END-UNSTRING
002890         IF RA-PARM-DATE NOT = SPACES
002900             MOVE RA-PARM-DATE TO RA-RUN-DATE
002910         END-IF
002920     END-IF
002930     IF RA-WINDOW-X NOT = SPACES
002940         INSPECT RA-WINDOW-X REPLACING LEADING SPACE BY ZERO
002950         IF RA-WINDOW-X IS NUMERIC AND RA-WINDOW-X NOT = "000"
002960             MOVE RA-WINDOW-X TO RA-WINDOW-DAYS
002970         ELSE
002980             DISPLAY "MCP-ROP01 - WINDOW PARM NOT NUMERIC, "
002990                     "USING " RA-WINDOW-DAYS
003000         END-IF
003010     END-IF
003020     IF RA-SERVICE-X NOT = SPACES
003030         INSPECT RA-SERVICE-X REPLACING LEADING SPACE BY ZERO
003040         IF RA-SERVICE-X IS NUMERIC
003050            AND RA-SERVICE-X NOT GREATER THAN "099"
003060             MOVE RA-SERVICE-X TO RA-SERVICE-LEVEL
003070         ELSE
003080             DISPLAY "MCP-ROP01 - SERVICE PARM NOT 1-99, "
003090                     "USING " RA-SERVICE-LEVEL
003100         END-IF
003110     END-IF
003120     IF RA-COVER-X NOT = SPACES
003130         INSPECT RA-COVER-X REPLACING LEADING SPACE BY ZERO
003140         IF RA-COVER-X IS NUMERIC
003150             MOVE RA-COVER-X TO RA-COVER-DAYS
003160         ELSE
003170             DISPLAY "MCP-ROP01 - COVER PARM NOT NUMERIC, "
003180                     "USING " RA-COVER-DAYS
003190         END-IF
003200     END-IF
003210     IF RA-DEFLEAD-X NOT = SPACES
003220         INSPECT RA-DEFLEAD-X REPLACING LEADING SPACE BY ZERO
003230         IF RA-DEFLEAD-X IS NUMERIC
003240             MOVE RA-DEFLEAD-X TO RA-DEFAULT-LEAD
003250         ELSE
003260             DISPLAY "MCP-ROP01 - LEAD PARM NOT NUMERIC, "
003270                     "USING " RA-DEFAULT-LEAD
003280         END-IF
003290     END-IF
003300     IF RA-RUN-DATE NOT NUMERIC
003310         DISPLAY "MCP-ROP01 - INVALID RUN DATE " RA-RUN-DATE
003320         GO TO 9900-ABEND
003330     END-IF
003340     MOVE RA-RUN-DATE TO RA-DATE-WORK
003350     COMPUTE RA-RUN-INT = FUNCTION INTEGER-OF-DATE (RA-DATE-WORK)
003360     COMPUTE RA-DATE-WORK = FUNCTION DATE-OF-INTEGER
003370         (RA-RUN-INT - RA-WINDOW-DAYS + 1)
003380     MOVE RA-DATE-WORK TO RA-START-DATE
003390     PERFORM 1100-PICK-SAFETY-FACTOR THRU 1100-EXIT
003400         VARYING RA-Z-SUB FROM 7 BY -1
003410         UNTIL RA-Z-SUB LESS THAN 1
003420     OPEN INPUT TIE-VENDOR
003430     IF RA-VENDOR-STATUS = "00"
003440         SET RA-VENDOR-OPEN TO TRUE
003450     ELSE
003460         IF RA-VENDOR-STATUS NOT = "35"
003470             DISPLAY "MCP-ROP01 - UNABLE TO OPEN TIE-VENDOR, "
003480                     "STATUS " RA-VENDOR-STATUS
003490             GO TO 9900-ABEND
003500         END-IF
003510     END-IF
003520     OPEN OUTPUT TIE-REORDER-REC
003530     IF RA-RECOMMEND-STATUS NOT = "00"
003540         DISPLAY "MCP-ROP01 - UNABLE TO OPEN TIE-REORDER-REC, "
003550                 "STATUS " RA-RECOMMEND-STATUS
003560         GO TO 9900-ABEND
003570     END-IF
003580     SET RA-RECOMMEND-OPEN TO TRUE
003590     OPEN OUTPUT TIE-REORDER-RPT
003600     IF RA-REPORT-STATUS NOT = "00"
003610         DISPLAY "MCP-ROP01 - UNABLE TO OPEN TIE-REORDER-RPT, "
003620                 "STATUS " RA-REPORT-STATUS
003630         GO TO 9900-ABEND
003640     END-IF
003650     SET RA-REPORT-OPEN TO TRUE
003660     MOVE RA-START-DATE TO RH-START-DATE
003670     MOVE RA-RUN-DATE TO RH-RUN-DATE
003680     MOVE RA-SERVICE-LEVEL TO RH-SERVICE
003690     MOVE RA-COVER-DAYS TO RH-COVER
003700     MOVE RA-DEFAULT-LEAD TO RH-DEFAULT-LEAD
003710     WRITE TIE-REORDER-LINE FROM RPT-HEADING-LINE-1
003720     WRITE TIE-REORDER-LINE FROM RPT-HEADING-LINE-2.
003730 1000-EXIT.
003740     EXIT.
003750*-----------------------------------------------------------------
003760* 1100-PICK-SAFETY-FACTOR - WALKED FROM THE TOP OF THE TABLE
003770*   DOWN, SO THE LAST LEVEL NOT BELOW THE PARM WINS. A LEVEL
003780*   ABOVE 99 IS HELD AT 99, ONE BELOW 80 GETS THE 80 FACTOR
003790*-----------------------------------------------------------------
003800 1100-PICK-SAFETY-FACTOR.
003810     IF RA-Z-SUB = 7
003820        OR RA-Z-LEVEL (RA-Z-SUB) NOT LESS THAN RA-SERVICE-LEVEL
003830         MOVE RA-Z-DEVIATE (RA-Z-SUB) TO RA-Z-FACTOR
003840     END-IF.
003850 1100-EXIT.
003860     EXIT.
003870*-----------------------------------------------------------------
003880* 1500-SELECT-MOVEMENTS - SORT INPUT PROCEDURE. THE ARCHIVE
003890*   GENERATIONS ARE READ FIRST, THEN THE CURRENT TIE-HISTORY.
003900*   A MISSING ARCHIVE DD JUST MEANS NOTHING HAS BEEN ARCHIVED
003910*-----------------------------------------------------------------
003920 1500-SELECT-MOVEMENTS.
003930     OPEN INPUT TIE-HIST-ARCH
003940     IF RA-ARCH-STATUS = "00"
003950         MOVE "N" TO RA-EOF-SW
003960         PERFORM 1550-RELEASE-ARCH-MOVEMENT THRU 1550-EXIT
003970             UNTIL RA-EOF
003980         CLOSE TIE-HIST-ARCH
003990     ELSE
004000         IF RA-ARCH-STATUS NOT = "35"
004010             DISPLAY "MCP-ROP01 - UNABLE TO OPEN TIE-HIST-ARCH, "
004020                     "STATUS " RA-ARCH-STATUS
004030             GO TO 9900-ABEND
004040         END-IF
004050     END-IF
004060     OPEN INPUT TIE-HISTORY
004070     IF RA-HIST-STATUS = "35"
004080         GO TO 1500-EXIT
004090     END-IF
004100     IF RA-HIST-STATUS NOT = "00"
004110         DISPLAY "MCP-ROP01 - UNABLE TO OPEN TIE-HISTORY, STATUS "
004120                 RA-HIST-STATUS
004130         GO TO 9900-ABEND
004140     END-IF
004150     MOVE "N" TO RA-EOF-SW
004160     PERFORM 1600-RELEASE-HIST-MOVEMENT THRU 1600-EXIT
004170         UNTIL RA-EOF
004180     CLOSE TIE-HISTORY.
004190 1500-EXIT.
004200     EXIT.
004210 1550-RELEASE-ARCH-MOVEMENT.
004220     READ TIE-HIST-ARCH INTO TIE-HISTORY-RECORD
004230         AT END
004240             SET RA-EOF TO TRUE
004250             GO TO 1550-EXIT
004260     END-READ
004270     IF RA-ARCH-STATUS NOT = "00"
004280         DISPLAY "MCP-ROP01 - ERROR READING TIE-HIST-ARCH, "
004290                 "STATUS " RA-ARCH-STATUS
004300         GO TO 9900-ABEND
004310     END-IF
004320     ADD 1 TO RA-ARCH-READ
004330     PERFORM 1700-RELEASE-ONE-MOVEMENT THRU 1700-EXIT.
004340 1550-EXIT.
004350     EXIT.
004360 1600-RELEASE-HIST-MOVEMENT.
004370     READ TIE-HISTORY
004380         AT END
004390             SET RA-EOF TO TRUE
004400             GO TO 1600-EXIT
004410     END-READ
004420     IF RA-HIST-STATUS NOT = "00"
004430         DISPLAY "MCP-ROP01 - ERROR READING TIE-HISTORY, STATUS "
004440                 RA-HIST-STATUS
004450         GO TO 9900-ABEND
004460     END-IF
004470     ADD 1 TO RA-HIST-READ
004480     PERFORM 1700-RELEASE-ONE-MOVEMENT THRU 1700-EXIT.
004490 1600-EXIT.
004500     EXIT.
004510*-----------------------------------------------------------------
004520* 1700-RELEASE-ONE-MOVEMENT - DEMAND IS A CUSTOMER SHIPMENT OR
004530*   BACKORDER RELEASE INSIDE THE WINDOW, THE SAME SHIPMENTS THE
004540*   MARGIN REPORT VALUES (NOT COUNT ADJUSTMENTS OR WAREHOUSE
004550*   TRANSFERS). ANY PO RECEIPT UP TO THE RUN DATE IS PASSED TOO
004560*   SO THE STYLE'S MOST RECENT VENDOR IS KNOWN
004570*-----------------------------------------------------------------
004580 1700-RELEASE-ONE-MOVEMENT.
004590     MOVE TH-RUN-TIMESTAMP (1:8) TO RA-MOVE-DATE
004600     IF RA-MOVE-DATE GREATER THAN RA-RUN-DATE
004610         GO TO 1700-EXIT
004620     END-IF
004630     MOVE SPACES TO SORT-DEMAND-RECORD
004640     MOVE TH-STYLE-CODE TO SD-STYLE-CODE
004650     MOVE RA-MOVE-DATE TO SD-MOVE-DATE
004660     IF TH-RECEIVE AND TH-VENDOR-CODE NOT = SPACES
004670         SET SD-RECEIPT TO TRUE
004680         MOVE ZERO TO SD-QTY
004690         MOVE TH-VENDOR-CODE TO SD-VENDOR-CODE
004700         RELEASE SORT-DEMAND-RECORD
004710         GO TO 1700-EXIT
004720     END-IF
004730     IF NOT TH-SHIP
004740        OR TH-COUNT-ADJUST
004750        OR TH-WHSE-TRANSFER
004760        OR RA-MOVE-DATE LESS THAN RA-START-DATE
004770         GO TO 1700-EXIT
004780     END-IF
004790     SET SD-DEMAND TO TRUE
004800     MOVE TH-TRANS-QTY TO SD-QTY
004810     RELEASE SORT-DEMAND-RECORD
004820     ADD 1 TO RA-SHIPS-USED.
004830 1700-EXIT.
004840     EXIT.
004850*-----------------------------------------------------------------
004860* 2000-BUILD-DEMAND-TABLE - SORT OUTPUT PROCEDURE. SHIPMENTS ARE
004870*   TOTALLED BY DAY WITHIN STYLE; EACH STYLE KEEPS ITS WINDOW
004880*   TOTAL, THE SUM OF SQUARED DAILY TOTALS (FOR THE VARIANCE)
004890*   AND THE VENDOR OF ITS LATEST PO RECEIPT
004900*-----------------------------------------------------------------
004910 2000-BUILD-DEMAND-TABLE.
004920     PERFORM 2100-RETURN-SORTED-RECORD THRU 2100-EXIT
004930     PERFORM 2200-PROCESS-SORTED-RECORD THRU 2200-EXIT
004940         UNTIL RA-SORT-EOF
004950     IF RA-NOT-FIRST-RECORD
004960         PERFORM 2700-STORE-STYLE THRU 2700-EXIT
004970     END-IF.
004980 2000-EXIT.
004990     EXIT.
005000 2100-RETURN-SORTED-RECORD.
005010     RETURN SORT-WORK
005020         AT END
005030             SET RA-SORT-EOF TO TRUE
005040     END-RETURN.
005050 2100-EXIT.
005060     EXIT.
005070 2200-PROCESS-SORTED-RECORD.
005080     IF RA-FIRST-RECORD
005090         PERFORM 2300-START-STYLE THRU 2300-EXIT
005100     ELSE
005110         IF SD-STYLE-CODE NOT = RA-PRIOR-STYLE
005120             PERFORM 2700-STORE-STYLE THRU 2700-EXIT
005130             PERFORM 2300-START-STYLE THRU 2300-EXIT
005140         END-IF
005150     END-IF
005160     IF SD-RECEIPT
005170         MOVE SD-VENDOR-CODE TO RA-CUR-VENDOR
005180         GO TO 2200-NEXT
005190     END-IF
005200     IF SD-MOVE-DATE NOT = RA-PRIOR-DATE
005210         PERFORM 2500-CLOSE-DAY THRU 2500-EXIT
005220         MOVE SD-MOVE-DATE TO RA-PRIOR-DATE
005230     END-IF
005240     ADD SD-QTY TO RA-DAY-QTY.
005250 2200-NEXT.
005260     PERFORM 2100-RETURN-SORTED-RECORD THRU 2100-EXIT.
005270 2200-EXIT.
005280     EXIT.
005290 2300-START-STYLE.
005300     MOVE SD-STYLE-CODE TO RA-PRIOR-STYLE
005310     MOVE SPACES TO RA-PRIOR-DATE RA-CUR-VENDOR
005320     MOVE ZERO TO RA-DAY-QTY RA-CUR-DEMAND RA-CUR-SUMSQ
005330                  RA-CUR-SHIP-DAYS
005340     SET RA-NOT-FIRST-RECORD TO TRUE.
005350 2300-EXIT.
005360     EXIT.
005370 2500-CLOSE-DAY.
005380     IF RA-DAY-QTY NOT = ZERO
005390         ADD RA-DAY-QTY TO RA-CUR-DEMAND
005400         COMPUTE RA-CUR-SUMSQ = RA-CUR-SUMSQ
005410             + (RA-DAY-QTY * RA-DAY-QTY)
005420         ADD 1 TO RA-CUR-SHIP-DAYS
005430         MOVE ZERO TO RA-DAY-QTY
005440     END-IF.
005450 2500-EXIT.
005460     EXIT.
005470 2700-STORE-STYLE.
005480     PERFORM 2500-CLOSE-DAY THRU 2500-EXIT
005490     IF RA-DEMAND-COUNT NOT LESS THAN 500
005500         DISPLAY "MCP-ROP01 - DEMAND TABLE FULL"
005510         GO TO 9900-ABEND
005520     END-IF
005530     ADD 1 TO RA-DEMAND-COUNT
005540     MOVE RA-PRIOR-STYLE TO RA-DMD-STYLE (RA-DEMAND-COUNT)
005550     MOVE RA-CUR-DEMAND TO RA-DMD-QTY (RA-DEMAND-COUNT)
005560     MOVE RA-CUR-SUMSQ TO RA-DMD-SUMSQ (RA-DEMAND-COUNT)
005570     MOVE RA-CUR-SHIP-DAYS TO RA-DMD-SHIP-DAYS (RA-DEMAND-COUNT)
005580     MOVE RA-CUR-VENDOR TO RA-DMD-VENDOR (RA-DEMAND-COUNT).
005590 2700-EXIT.
005600     EXIT.
005610*-----------------------------------------------------------------
005620* 3000-REVIEW-STYLES - ONE REVIEW LINE PER STYLE ON TIE-MASTER,
005630*   IN STYLE ORDER. STYLES WITH NO SHIPMENTS IN THE WINDOW ARE
005640*   RECOMMENDED DOWN TO ZERO SO PURCHASING SEES THE SLOW ONES
005650*-----------------------------------------------------------------
005660 3000-REVIEW-STYLES.
005670     OPEN INPUT TIE-MASTER
005680     IF RA-MASTER-STATUS NOT = "00"
005690         DISPLAY "MCP-ROP01 - UNABLE TO OPEN TIE-MASTER, STATUS "
005700                 RA-MASTER-STATUS
005710         GO TO 9900-ABEND
005720     END-IF
005730     SET RA-MASTER-OPEN TO TRUE
005740     MOVE "N" TO RA-EOF-SW
005750     PERFORM 3100-REVIEW-ONE-STYLE THRU 3100-EXIT
005760         UNTIL RA-EOF.
005770 3000-EXIT.
005780     EXIT.
005790 3100-REVIEW-ONE-STYLE.
005800     READ TIE-MASTER NEXT RECORD
005810         AT END
005820             SET RA-EOF TO TRUE
005830             GO TO 3100-EXIT
005840     END-READ
005850     IF RA-MASTER-STATUS NOT = "00"
005860         DISPLAY "MCP-ROP01 - ERROR READING TIE-MASTER, STATUS "
005870                 RA-MASTER-STATUS
005880         GO TO 9900-ABEND
005890     END-IF
005900     ADD 1 TO RA-STYLES-REVIEWED
005910     MOVE ZERO TO RA-OLD-RP RA-OLD-RQ
005920     IF TM-REORDER-POINT IS NUMERIC
005930         MOVE TM-REORDER-POINT TO RA-OLD-RP
005940     END-IF
005950     IF TM-REORDER-QTY IS NUMERIC
005960         MOVE TM-REORDER-QTY TO RA-OLD-RQ
005970     END-IF
005980     MOVE ZERO TO RA-CUR-DEMAND RA-CUR-SUMSQ
005990     MOVE SPACES TO RA-CUR-VENDOR
006000     MOVE "N" TO RA-FOUND-SW
006010     PERFORM 3150-MATCH-DEMAND THRU 3150-EXIT
006020         VARYING RA-SUB FROM 1 BY 1
006030         UNTIL RA-FOUND
006040            OR RA-SUB GREATER THAN RA-DEMAND-COUNT
006050     IF RA-FOUND
006060         MOVE RA-DMD-QTY (RA-HIT) TO RA-CUR-DEMAND
006070         MOVE RA-DMD-SUMSQ (RA-HIT) TO RA-CUR-SUMSQ
006080         MOVE RA-DMD-VENDOR (RA-HIT) TO RA-CUR-VENDOR
006090     END-IF
006100     PERFORM 3200-GET-LEAD-DAYS THRU 3200-EXIT
006110     PERFORM 3300-COMPUTE-RECOMMENDATION THRU 3300-EXIT
006120     PERFORM 3400-REPORT-ONE-STYLE THRU 3400-EXIT.
006130 3100-EXIT.
006140     EXIT.
006150 3150-MATCH-DEMAND.
006160     IF RA-DMD-STYLE (RA-SUB) = TM-STYLE-CODE
006170         MOVE RA-SUB TO RA-HIT
006180         SET RA-FOUND TO TRUE
006190     END-IF.
006200 3150-EXIT.
006210     EXIT.
006220*-----------------------------------------------------------------
006230* 3200-GET-LEAD-DAYS - THE LEAD TIME OF THE VENDOR WHO LAST
006240*   SHIPPED THE STYLE IN. NO PO RECEIPT ON RECORD, A VENDOR NO
006250*   LONGER ON FILE OR A ZERO LEAD TIME TAKES THE PARM DEFAULT
006260*-----------------------------------------------------------------
006270 3200-GET-LEAD-DAYS.
006280     MOVE RA-DEFAULT-LEAD TO RA-LEAD-DAYS
006290     SET RA-LEAD-DEFAULTED TO TRUE
006300     IF RA-CUR-VENDOR = SPACES
006310        OR NOT RA-VENDOR-OPEN
006320         GO TO 3200-EXIT
006330     END-IF
006340     MOVE RA-CUR-VENDOR TO TV-VENDOR-CODE
006350     READ TIE-VENDOR
006360         INVALID KEY
006370             GO TO 3200-EXIT
006380     END-READ
006390     IF RA-VENDOR-STATUS NOT = "00"
006400         DISPLAY "MCP-ROP01 - ERROR READING TIE-VENDOR, STATUS "
006410                 RA-VENDOR-STATUS
006420         GO TO 9900-ABEND
006430     END-IF
006440     IF TV-LEAD-DAYS IS NUMERIC
006450        AND TV-LEAD-DAYS GREATER THAN ZERO
006460         MOVE TV-LEAD-DAYS TO RA-LEAD-DAYS
006470         MOVE "N" TO RA-LEAD-DEFAULT-SW
006480     END-IF.
006490 3200-EXIT.
006500     EXIT.
006510*-----------------------------------------------------------------
006520* 3300-COMPUTE-RECOMMENDATION - DAILY USAGE IS THE WINDOW TOTAL
006530*   OVER THE WINDOW DAYS (DAYS WITH NO SHIPMENT COUNT AS ZERO).
006540*     REORDER POINT = USAGE X LEAD DAYS
006550*                   + FACTOR X STD DEV X SQUARE ROOT OF LEAD DAYS
006560*     REORDER QTY   = USAGE X COVER DAYS, AT LEAST ONE UNIT FOR
006570*                     A STYLE THAT SHIPPED AT ALL
006580*   A RESULT PAST THE FOUR DIGITS TIE-MASTER HOLDS IS CAPPED
006590*-----------------------------------------------------------------
006600 3300-COMPUTE-RECOMMENDATION.
006610     MOVE "N" TO RA-CAPPED-SW
006620     MOVE ZERO TO RA-AVG-DAILY RA-VARIANCE RA-STD-DEV
006630                  RA-NEW-RP RA-NEW-RQ
006640     IF RA-CUR-DEMAND NOT GREATER THAN ZERO
006650         GO TO 3300-EXIT
006660     END-IF
006670     ADD 1 TO RA-STYLES-WITH-DEMAND
006680     COMPUTE RA-AVG-DAILY ROUNDED =
006690         RA-CUR-DEMAND / RA-WINDOW-DAYS
006700     COMPUTE RA-VARIANCE ROUNDED =
006710         (RA-CUR-SUMSQ / RA-WINDOW-DAYS)
006720         - (RA-AVG-DAILY * RA-AVG-DAILY)
006730     IF RA-VARIANCE GREATER THAN ZERO
006740         COMPUTE RA-STD-DEV ROUNDED = RA-VARIANCE ** 0.5
006750     END-IF
006760     COMPUTE RA-LEAD-ROOT ROUNDED = RA-LEAD-DAYS ** 0.5
006770     COMPUTE RA-NEW-RP ROUNDED =
006780         (RA-AVG-DAILY * RA-LEAD-DAYS)
006790         + (RA-Z-FACTOR * RA-STD-DEV * RA-LEAD-ROOT)
006800         ON SIZE ERROR
006810             MOVE 9999 TO RA-NEW-RP
006820             SET RA-CAPPED TO TRUE
006830     END-COMPUTE
006840     COMPUTE RA-NEW-RQ ROUNDED = RA-AVG-DAILY * RA-COVER-DAYS
006850         ON SIZE ERROR
006860             MOVE 9999 TO RA-NEW-RQ
006870             SET RA-CAPPED TO TRUE
006880     END-COMPUTE
006890     IF RA-NEW-RQ = ZERO
006900         MOVE 1 TO RA-NEW-RQ
006910     END-IF.
006920 3300-EXIT.
006930     EXIT.
006940*-----------------------------------------------------------------
006950* 3400-REPORT-ONE-STYLE - PRINT THE BEFORE/AFTER LINE AND, WHEN
006960*   EITHER VALUE WOULD MOVE, WRITE THE RECOMMENDATION RECORD
006970*-----------------------------------------------------------------
006980 3400-REPORT-ONE-STYLE.
006990     MOVE SPACES TO RD-CHANGED RD-NOTE
007000     IF RA-NEW-RP NOT = RA-OLD-RP
007010        OR RA-NEW-RQ NOT = RA-OLD-RQ
007020         MOVE "*" TO RD-CHANGED
007030         PERFORM 3500-WRITE-RECOMMENDATION THRU 3500-EXIT
007040     END-IF
007050     IF RA-LEAD-DEFAULTED
007060         ADD 1 TO RA-DEFAULT-COUNT
007070     END-IF
007080     EVALUATE TRUE
007090         WHEN RA-CAPPED
007100             ADD 1 TO RA-CAPPED-COUNT
007110             MOVE "CAPPED AT 9999" TO RD-NOTE
007120         WHEN RA-CUR-DEMAND NOT GREATER THAN ZERO
007130             MOVE "NO SHIPMENTS" TO RD-NOTE
007140         WHEN RA-LEAD-DEFAULTED
007150             MOVE "DEFAULT LEAD TIME" TO RD-NOTE
007160     END-EVALUATE
007170     MOVE TM-STYLE-CODE TO RD-STYLE
007180     MOVE RA-CUR-VENDOR TO RD-VENDOR
007190     MOVE RA-LEAD-DAYS TO RD-LEAD
007200     MOVE RA-AVG-DAILY TO RD-AVG-DAILY
007210     MOVE RA-STD-DEV TO RD-STD-DEV
007220     MOVE RA-OLD-RP TO RD-OLD-RP
007230     MOVE RA-NEW-RP TO RD-NEW-RP
007240     MOVE RA-OLD-RQ TO RD-OLD-RQ
007250     MOVE RA-NEW-RQ TO RD-NEW-RQ
007260     WRITE TIE-REORDER-LINE FROM RPT-DETAIL-LINE.
007270 3400-EXIT.
007280     EXIT.
007290 3500-WRITE-RECOMMENDATION.
007300     ADD 1 TO RA-CHANGE-COUNT
007310     IF RA-NEW-RP GREATER THAN RA-OLD-RP
007320         ADD 1 TO RA-RAISED-COUNT
007330     END-IF
007340     IF RA-NEW-RP LESS THAN RA-OLD-RP
007350         ADD 1 TO RA-LOWERED-COUNT
007360     END-IF
007370     MOVE SPACES TO TIE-REORDER-REC-RECORD
007380     MOVE TM-STYLE-CODE TO RX-STYLE-CODE
007390     MOVE RA-OLD-RP TO RX-OLD-REORDER-POINT
007400     MOVE RA-OLD-RQ TO RX-OLD-REORDER-QTY
007410     MOVE RA-NEW-RP TO RX-NEW-REORDER-POINT
007420     MOVE RA-NEW-RQ TO RX-NEW-REORDER-QTY
007430     MOVE RA-AVG-DAILY TO RX-AVG-DAILY-USAGE
007440     MOVE RA-STD-DEV TO RX-STD-DEVIATION
007450     MOVE RA-LEAD-DAYS TO RX-LEAD-DAYS
007460     MOVE RA-CUR-VENDOR TO RX-VENDOR-CODE
007470     MOVE RA-RUN-DATE TO RX-RUN-DATE
007480     WRITE TIE-REORDER-REC-RECORD
007490     IF RA-RECOMMEND-STATUS NOT = "00"
007500         DISPLAY "MCP-ROP01 - UNABLE TO WRITE TIE-REORDER-REC, "
007510                 "STATUS " RA-RECOMMEND-STATUS
007520         GO TO 9900-ABEND
007530     END-IF.
007540 3500-EXIT.
007550     EXIT.
007560*-----------------------------------------------------------------
007570* 8500-WRITE-TOTALS - RUN COUNTS AT THE FOOT OF THE REVIEW
007580*-----------------------------------------------------------------
007590 8500-WRITE-TOTALS.
007600     MOVE SPACES TO TIE-REORDER-LINE
007610     WRITE TIE-REORDER-LINE
007620     MOVE "ARCHIVE MOVEMENTS READ     -" TO RT-LABEL
007630     MOVE RA-ARCH-READ TO RT-VALUE
007640     WRITE TIE-REORDER-LINE FROM RPT-TOTAL-LINE
007650     MOVE "HISTORY MOVEMENTS READ     -" TO RT-LABEL
007660     MOVE RA-HIST-READ TO RT-VALUE
007670     WRITE TIE-REORDER-LINE FROM RPT-TOTAL-LINE
007680     MOVE "SHIPMENTS IN WINDOW        -" TO RT-LABEL
007690     MOVE RA-SHIPS-USED TO RT-VALUE
007700     WRITE TIE-REORDER-LINE FROM RPT-TOTAL-LINE
007710     MOVE "STYLES REVIEWED            -" TO RT-LABEL
007720     MOVE RA-STYLES-REVIEWED TO RT-VALUE
007730     WRITE TIE-REORDER-LINE FROM RPT-TOTAL-LINE
007740     MOVE "STYLES WITH SHIPMENTS      -" TO RT-LABEL
007750     MOVE RA-STYLES-WITH-DEMAND TO RT-VALUE
007760     WRITE TIE-REORDER-LINE FROM RPT-TOTAL-LINE
007770     MOVE "CHANGES RECOMMENDED        -" TO RT-LABEL
007780     MOVE RA-CHANGE-COUNT TO RT-VALUE
007790     WRITE TIE-REORDER-LINE FROM RPT-TOTAL-LINE
007800     MOVE "REORDER POINTS RAISED      -" TO RT-LABEL
007810     MOVE RA-RAISED-COUNT TO RT-VALUE
007820     WRITE TIE-REORDER-LINE FROM RPT-TOTAL-LINE
007830     MOVE "REORDER POINTS LOWERED     -" TO RT-LABEL
007840     MOVE RA-LOWERED-COUNT TO RT-VALUE
007850     WRITE TIE-REORDER-LINE FROM RPT-TOTAL-LINE
007860     MOVE "DEFAULT LEAD TIME USED     -" TO RT-LABEL
007870     MOVE RA-DEFAULT-COUNT TO RT-VALUE
007880     WRITE TIE-REORDER-LINE FROM RPT-TOTAL-LINE
007890     MOVE "RECOMMENDATIONS CAPPED     -" TO RT-LABEL
007900     MOVE RA-CAPPED-COUNT TO RT-VALUE
007910     WRITE TIE-REORDER-LINE FROM RPT-TOTAL-LINE.
007920 8500-EXIT.
007930     EXIT.
007940*-----------------------------------------------------------------
007950* 9000-END-OF-JOB - CLOSE WHATEVER IS OPEN
007960*-----------------------------------------------------------------
007970 9000-END-OF-JOB.
007980     IF RA-MASTER-OPEN
007990         CLOSE TIE-MASTER
008000     END-IF
008010     IF RA-VENDOR-OPEN
008020         CLOSE TIE-VENDOR
008030     END-IF
008040     IF RA-RECOMMEND-OPEN
008050         CLOSE TIE-REORDER-REC
008060     END-IF
008070     IF RA-REPORT-OPEN
008080         CLOSE TIE-REORDER-RPT
008090     END-IF.
008100 9000-EXIT.
008110     EXIT.
008120*-----------------------------------------------------------------
008130* 9900-ABEND - CLOSE UP AND END THE RUN WITH A BAD RETURN CODE
008140*-----------------------------------------------------------------
008150 9900-ABEND.
008160     MOVE 16 TO RETURN-CODE
008170     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
008180     STOP RUN.
008190 9900-EXIT.
008200     EXIT.
