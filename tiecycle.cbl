000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MCP-CYC01.
000030 AUTHOR. R QUIGLEY.
000040 INSTALLATION. TIE DIVISION DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* 10/15/2026  RQ   ORIGINAL PROGRAM - NIGHTLY CYCLE-COUNT
000110*                  SCHEDULER. EVERY STYLE/WAREHOUSE ON
000120*                  TIE-LOCATION TAKES THE ABC CLASS OF ITS STYLE
000130*                  FROM TIE-ABC (C WHEN THE STYLE IS NOT
000140*                  CLASSED). CLASS A IS COUNTED MONTHLY, B
000150*                  QUARTERLY AND C TWICE A YEAR - EACH NIGHT
000160*                  PICKS THE CLASS'S SHARE OF ITS COMBINATIONS,
000170*                  NEVER COUNTED OR LONGEST SINCE COUNTED FIRST,
000180*                  STAMPS THEM SCHEDULED ON TIE-CYCLE AND PRINTS
000190*                  BLIND COUNT SHEETS BY WAREHOUSE. COUNTS COME
000200*                  BACK KEYED TO TIE-COUNT AND POST THROUGH
000210*                  MCP-CNT01. PARM IS ADAYS,BDAYS,CDAYS,RUNDATE.
000220*-----------------------------------------------------------------
000230* ___________________________
000240*|                           |
000250*|  IBM MAINFRAME DIVISION   |
000260*|      OF COBOL AGENTS      |
000270*|                           |
000280*|   CYCLE COUNT SCHEDULER   |
000290*|         /\                |
000300*|        /  \               |
000310*|       / TIE \             |
000320*|      /______\             |
000330*|___________________________|
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT TIE-LOCATION ASSIGN TO TIELOC
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS TL-LOC-KEY
000410         FILE STATUS IS CS-LOC-STATUS.
000420     SELECT TIE-MASTER ASSIGN TO TIEMSTR
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS TM-STYLE-CODE
000460         FILE STATUS IS CS-MASTER-STATUS.
000470     SELECT TIE-ABC ASSIGN TO TIEABC
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS CS-ABC-STATUS.
000500     SELECT TIE-CYCLE ASSIGN TO TIECYC
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS CY-CYCLE-KEY
000540         FILE STATUS IS CS-CYCLE-STATUS.
000550     SELECT SORT-WORK ASSIGN TO TIESORT.
000560     SELECT SHEET-WORK ASSIGN TO TIESRT2.
000570     SELECT TIE-COUNT-SHEET ASSIGN TO TIECSHT
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS CS-REPORT-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  TIE-LOCATION
000630     LABEL RECORDS ARE STANDARD.
000640     COPY TIELOC.
000650 FD  TIE-MASTER
000660     LABEL RECORDS ARE STANDARD.
000670     COPY TIEREC.
000680 FD  TIE-ABC
000690     LABEL RECORDS ARE STANDARD.
000700     COPY TIEABC.
000710 FD  TIE-CYCLE
000720     LABEL RECORDS ARE STANDARD.
000730     COPY TIECYC.
000740 SD  SORT-WORK.
000750 01  SORT-DUE-RECORD.
000760     05  SD-CLASS-SUB               PIC 9(01).
000770     05  SD-LAST-COUNT-DATE         PIC X(08).
000780     05  SD-STYLE-CODE              PIC X(06).
000790     05  SD-WHSE-CODE               PIC X(03).
000800 SD  SHEET-WORK.
000810 01  SHEET-SORT-RECORD.
000820     05  SS-WHSE-CODE               PIC X(03).
000830     05  SS-STYLE-CODE              PIC X(06).
000840     05  SS-ABC-CLASS               PIC X(01).
000850     05  SS-LAST-COUNT-DATE         PIC X(08).
000860 FD  TIE-COUNT-SHEET
000870     LABEL RECORDS ARE STANDARD.
000880 01  TIE-COUNT-SHEET-LINE           PIC X(132).
000890 WORKING-STORAGE SECTION.
000900 77  CS-LOC-STATUS                  PIC X(02) VALUE ZERO.
000910 77  CS-MASTER-STATUS               PIC X(02) VALUE ZERO.
000920 77  CS-ABC-STATUS                  PIC X(02) VALUE ZERO.
000930 77  CS-CYCLE-STATUS                PIC X(02) VALUE ZERO.
000940 77  CS-REPORT-STATUS               PIC X(02) VALUE ZERO.
000950 77  CS-LOC-OPEN-SW                 PIC X(01) VALUE "N".
000960     88  CS-LOC-OPEN                         VALUE "Y".
000970 77  CS-MASTER-OPEN-SW              PIC X(01) VALUE "N".
000980     88  CS-MASTER-OPEN                      VALUE "Y".
000990 77  CS-ABC-OPEN-SW                 PIC X(01) VALUE "N".
001000     88  CS-ABC-OPEN                         VALUE "Y".
001010 77  CS-CYCLE-OPEN-SW               PIC X(01) VALUE "N".
001020     88  CS-CYCLE-OPEN                       VALUE "Y".
001030 77  CS-REPORT-OPEN-SW              PIC X(01) VALUE "N".
001040     88  CS-REPORT-OPEN                      VALUE "Y".
001050 77  CS-LOC-EOF-SW                  PIC X(01) VALUE "N".
001060     88  CS-LOC-EOF                          VALUE "Y".
001070 77  CS-ABC-EOF-SW                  PIC X(01) VALUE "N".
001080     88  CS-ABC-EOF                          VALUE "Y".
001090 77  CS-SORT-EOF-SW                 PIC X(01) VALUE "N".
001100     88  CS-SORT-EOF                         VALUE "Y".
001110 77  CS-ADAYS-X                     PIC X(03) JUSTIFIED RIGHT
001120                                    VALUE SPACES.
001130 77  CS-BDAYS-X                     PIC X(03) JUSTIFIED RIGHT
001140                                    VALUE SPACES.
001150 77  CS-CDAYS-X                     PIC X(03) JUSTIFIED RIGHT
001160                                    VALUE SPACES.
001170 77  CS-RUN-DATE                    PIC X(08) VALUE SPACES.
001180 77  CS-PARM-DATE                   PIC X(08) VALUE SPACES.
001190 77  CS-DATE-WORK                   PIC 9(08) VALUE ZERO.
001200 77  CS-RUN-INT                     PIC S9(09) COMP VALUE ZERO.
001210 77  CS-DATE-INT                    PIC S9(09) COMP VALUE ZERO.
001220 77  CS-ELAPSED-DAYS                PIC S9(09) COMP VALUE ZERO.
001230 77  CS-OPEN-DAYS                   PIC 9(03) COMP VALUE 7.
001240 77  CS-CLASS                       PIC X(01) VALUE SPACE.
001250 77  CS-CLASS-SUB                   PIC 9(04) COMP VALUE ZERO.
001260 77  CS-SUB                         PIC 9(04) COMP VALUE ZERO.
001270 77  CS-PREV-WHSE                   PIC X(03) VALUE SPACES.
001280 77  CS-WHSE-LINES                  PIC 9(07) COMP VALUE ZERO.
001290 77  CS-LOC-READ                    PIC 9(07) COMP VALUE ZERO.
001300 77  CS-CYCLE-ADDED                 PIC 9(07) COMP VALUE ZERO.
001310 77  CS-RECLASSED                   PIC 9(07) COMP VALUE ZERO.
001320*    ONE ENTRY PER CLASS - A, B, C. THE INTERVAL IS THE NUMBER
001330*    OF DAYS IN WHICH EVERY COMBINATION OF THE CLASS IS COUNTED
001340 01  CS-CLASS-CODES                 PIC X(03) VALUE "ABC".
001350 01  CS-CLASS-CODE-TABLE REDEFINES CS-CLASS-CODES.
001360     05  CS-CLASS-CODE              PIC X(01) OCCURS 3 TIMES.
001370 01  CS-CLASS-TABLE.
001380     05  CS-CLASS-ENTRY OCCURS 3 TIMES.
001390         10  CS-CLS-INTERVAL        PIC 9(03) COMP.
001400         10  CS-CLS-COMBOS          PIC 9(07) COMP.
001410         10  CS-CLS-DUE             PIC 9(07) COMP.
001420         10  CS-CLS-OUTSTANDING     PIC 9(07) COMP.
001430         10  CS-CLS-QUOTA           PIC 9(07) COMP.
001440         10  CS-CLS-SCHEDULED       PIC 9(07) COMP.
001450 01  CS-PICK-TABLE.
001460     05  CS-PICK-COUNT              PIC 9(04) COMP VALUE ZERO.
001470     05  CS-PICK-ENTRY OCCURS 500 TIMES.
001480         10  CS-PCK-STYLE           PIC X(06).
001490         10  CS-PCK-WHSE            PIC X(03).
001500         10  CS-PCK-CLASS           PIC X(01).
001510         10  CS-PCK-LAST-COUNT      PIC X(08).
001520 01  RPT-HEADING-LINE-1.
001530     05  FILLER                     PIC X(01) VALUE SPACE.
001540     05  FILLER                     PIC X(26)
001550             VALUE "TIE CYCLE COUNT SHEET - ".
001560     05  RH-RUN-DATE                PIC X(08).
001570     05  FILLER                     PIC X(14)
001580             VALUE "   WAREHOUSE ".
001590     05  RH-WHSE-CODE               PIC X(03).
001600 01  RPT-HEADING-LINE-2.
001610     05  FILLER                     PIC X(01) VALUE SPACE.
001620     05  FILLER                     PIC X(08) VALUE "STYLE".
001630     05  FILLER                     PIC X(12) VALUE "SIZE".
001640     05  FILLER                     PIC X(12) VALUE "COLOR".
001650     05  FILLER                     PIC X(07) VALUE "CLASS".
001660     05  FILLER                     PIC X(14)
001670             VALUE "LAST COUNTED".
001680     05  FILLER                     PIC X(20)
001690             VALUE "QUANTITY COUNTED".
001700     05  FILLER                     PIC X(20) VALUE "COUNTED BY".
001710 01  RPT-DETAIL-LINE.
001720     05  FILLER                     PIC X(01) VALUE SPACE.
001730     05  RD-STYLE                   PIC X(06).
001740     05  FILLER                     PIC X(02) VALUE SPACES.
001750     05  RD-SIZE                    PIC X(10).
001760     05  FILLER                     PIC X(02) VALUE SPACES.
001770     05  RD-COLOR                   PIC X(10).
001780     05  FILLER                     PIC X(02) VALUE SPACES.
001790     05  RD-CLASS                   PIC X(01).
001800     05  FILLER                     PIC X(06) VALUE SPACES.
001810     05  RD-LAST-COUNT              PIC X(08).
001820     05  FILLER                     PIC X(06) VALUE SPACES.
001830     05  FILLER                     PIC X(20)
001840             VALUE "______________".
001850     05  FILLER                     PIC X(20)
001860             VALUE "______________".
001870 01  RPT-CLASS-LINE.
001880     05  FILLER                     PIC X(01) VALUE SPACE.
001890     05  FILLER                     PIC X(06) VALUE "CLASS ".
001900     05  RC-CLASS                   PIC X(01).
001910     05  FILLER                     PIC X(08) VALUE "  EVERY ".
001920     05  RC-INTERVAL                PIC ZZ9.
001930     05  FILLER                     PIC X(12)
001940             VALUE " DAYS  LOCS ".
001950     05  RC-COMBOS                  PIC ZZZ,ZZ9.
001960     05  FILLER                     PIC X(06) VALUE "  DUE ".
001970     05  RC-DUE                     PIC ZZZ,ZZ9.
001980     05  FILLER                     PIC X(14)
001990             VALUE "  OUTSTANDING ".
002000     05  RC-OUTSTANDING             PIC ZZZ,ZZ9.
002010     05  FILLER                     PIC X(08) VALUE "  QUOTA ".
002020     05  RC-QUOTA                   PIC ZZZ,ZZ9.
002030     05  FILLER                     PIC X(12)
002040             VALUE "  SCHEDULED ".
002050     05  RC-SCHEDULED               PIC ZZZ,ZZ9.
002060 01  RPT-TOTAL-LINE.
002070     05  FILLER                     PIC X(01) VALUE SPACE.
002080     05  RT-LABEL                   PIC X(28).
002090     05  RT-VALUE                   PIC ZZZ,ZZZ,ZZ9.
002100 LINKAGE SECTION.
002110 01  CS-PARM-AREA.
002120     05  CS-PARM-LENGTH             PIC S9(4) COMP.
002130     05  CS-PARM-TEXT               PIC X(80).
002140 PROCEDURE DIVISION USING CS-PARM-AREA.
002150*-----------------------------------------------------------------
002160* 0000-MAIN-LINE - JOB DRIVER. FIND WHAT IS DUE, PICK EACH
002170*   CLASS'S SHARE FOR TONIGHT, THEN PRINT THE SHEETS BY WAREHOUSE
002180*-----------------------------------------------------------------
002190 0000-MAIN-LINE.
002200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002210     SORT SORT-WORK
002220         ON ASCENDING KEY SD-CLASS-SUB SD-LAST-COUNT-DATE
002230                          SD-STYLE-CODE SD-WHSE-CODE
002240         INPUT PROCEDURE 2000-SELECT-DUE THRU 2000-EXIT
002250         OUTPUT PROCEDURE 3000-PICK-COUNTS THRU 3000-EXIT
002260     SORT SHEET-WORK
002270         ON ASCENDING KEY SS-WHSE-CODE SS-STYLE-CODE
002280         INPUT PROCEDURE 4000-RELEASE-PICKS THRU 4000-EXIT
002290         OUTPUT PROCEDURE 5000-PRINT-SHEETS THRU 5000-EXIT
002300     PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT
002310     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
002320     STOP RUN.
002330*-----------------------------------------------------------------
002340* 1000-INITIALIZE - PARSE THE PARM AND OPEN THE FILES. A MISSING
002350*   TIE-ABC LEAVES EVERY COMBINATION CLASS C. TIE-CYCLE IS
002360*   CREATED THE FIRST NIGHT IT IS NOT THERE
002370*-----------------------------------------------------------------
002380 1000-INITIALIZE.
002390     MOVE 30 TO CS-CLS-INTERVAL (1)
002400     MOVE 91 TO CS-CLS-INTERVAL (2)
002410     MOVE 182 TO CS-CLS-INTERVAL (3)
002420     PERFORM 1010-CLEAR-CLASS THRU 1010-EXIT
002430         VARYING CS-CLASS-SUB FROM 1 BY 1
002440         UNTIL CS-CLASS-SUB GREATER THAN 3
002450     ACCEPT CS-RUN-DATE FROM DATE YYYYMMDD
002460     IF CS-PARM-LENGTH > 0
002470         UNSTRING CS-PARM-TEXT DELIMITED BY ","
002480             INTO CS-ADAYS-X CS-BDAYS-X CS-CDAYS-X CS-PARM-DATE
002490         END-UNSTRING
002500         IF CS-PARM-DATE NOT = SPACES
002510             MOVE CS-PARM-DATE TO CS-RUN-DATE
002520         END-IF
002530     END-IF
002540     IF CS-ADAYS-X NOT = SPACES
002550         INSPECT CS-ADAYS-X REPLACING LEADING SPACE BY ZERO
002560         IF CS-ADAYS-X IS NUMERIC AND CS-ADAYS-X NOT = "000"
002570             MOVE CS-ADAYS-X TO CS-CLS-INTERVAL (1)
002580         ELSE
002590             DISPLAY "MCP-CYC01 - A DAYS PARM NOT NUMERIC, "
002600                     "USING " CS-CLS-INTERVAL (1)
002610         END-IF
002620     END-IF
002630     IF CS-BDAYS-X NOT = SPACES
002640         INSPECT CS-BDAYS-X REPLACING LEADING SPACE BY ZERO
002650         IF CS-BDAYS-X IS NUMERIC AND CS-BDAYS-X NOT = "000"
002660             MOVE CS-BDAYS-X TO CS-CLS-INTERVAL (2)
002670         ELSE
002680             DISPLAY "MCP-CYC01 - B DAYS PARM NOT NUMERIC, "
002690                     "USING " CS-CLS-INTERVAL (2)
002700         END-IF
002710     END-IF
002720     IF CS-CDAYS-X NOT = SPACES
002730         INSPECT CS-CDAYS-X REPLACING LEADING SPACE BY ZERO
002740         IF CS-CDAYS-X IS NUMERIC AND CS-CDAYS-X NOT = "000"
002750             MOVE CS-CDAYS-X TO CS-CLS-INTERVAL (3)
002760         ELSE
002770             DISPLAY "MCP-CYC01 - C DAYS PARM NOT NUMERIC, "
002780                     "USING " CS-CLS-INTERVAL (3)
002790         END-IF
002800     END-IF
002810     IF CS-RUN-DATE NOT NUMERIC
002820         DISPLAY "MCP-CYC01 - INVALID RUN DATE " CS-RUN-DATE
002830         GO TO 9900-ABEND
002840     END-IF
002850     MOVE CS-RUN-DATE TO CS-DATE-WORK
002860     COMPUTE CS-RUN-INT = FUNCTION INTEGER-OF-DATE (CS-DATE-WORK)
002870     OPEN INPUT TIE-LOCATION
002880     IF CS-LOC-STATUS NOT = "00"
002890         DISPLAY "MCP-CYC01 - UNABLE TO OPEN TIE-LOCATION, "
002900                 "STATUS " CS-LOC-STATUS
002910         GO TO 9900-ABEND
002920     END-IF
002930     SET CS-LOC-OPEN TO TRUE
002940     OPEN INPUT TIE-MASTER
002950     IF CS-MASTER-STATUS NOT = "00"
002960         DISPLAY "MCP-CYC01 - UNABLE TO OPEN TIE-MASTER, STATUS "
002970                 CS-MASTER-STATUS
002980         GO TO 9900-ABEND
002990     END-IF
003000     SET CS-MASTER-OPEN TO TRUE
003010     OPEN INPUT TIE-ABC
003020     IF CS-ABC-STATUS = "35"
003030         DISPLAY "MCP-CYC01 - NO TIE-ABC, ALL LOCATIONS CLASS C"
003040         SET CS-ABC-EOF TO TRUE
003050         MOVE HIGH-VALUES TO AB-STYLE-CODE
003060     ELSE
003070         IF CS-ABC-STATUS NOT = "00"
003080             DISPLAY "MCP-CYC01 - UNABLE TO OPEN TIE-ABC, STATUS "
003090                     CS-ABC-STATUS
003100             GO TO 9900-ABEND
003110         END-IF
003120         SET CS-ABC-OPEN TO TRUE
003130         PERFORM 2150-READ-ABC THRU 2150-EXIT
003140     END-IF
003150     OPEN I-O TIE-CYCLE
003160     IF CS-CYCLE-STATUS = "35"
003170         OPEN OUTPUT TIE-CYCLE
003180         CLOSE TIE-CYCLE
003190         OPEN I-O TIE-CYCLE
003200     END-IF
003210     IF CS-CYCLE-STATUS NOT = "00"
003220         DISPLAY "MCP-CYC01 - UNABLE TO OPEN TIE-CYCLE, STATUS "
003230                 CS-CYCLE-STATUS
003240         GO TO 9900-ABEND
003250     END-IF
003260     SET CS-CYCLE-OPEN TO TRUE
003270     OPEN OUTPUT TIE-COUNT-SHEET
003280     IF CS-REPORT-STATUS NOT = "00"
003290         DISPLAY "MCP-CYC01 - UNABLE TO OPEN TIE-COUNT-SHEET, "
003300                 "STATUS " CS-REPORT-STATUS
003310         GO TO 9900-ABEND
003320     END-IF
003330     SET CS-REPORT-OPEN TO TRUE
003340     MOVE CS-RUN-DATE TO RH-RUN-DATE.
003350 1000-EXIT.
003360     EXIT.
003370 1010-CLEAR-CLASS.
003380     MOVE ZERO TO CS-CLS-COMBOS (CS-CLASS-SUB)
003390                  CS-CLS-DUE (CS-CLASS-SUB)
003400                  CS-CLS-OUTSTANDING (CS-CLASS-SUB)
003410                  CS-CLS-QUOTA (CS-CLASS-SUB)
003420                  CS-CLS-SCHEDULED (CS-CLASS-SUB).
003430 1010-EXIT.
003440     EXIT.
003450*-----------------------------------------------------------------
003460* 2000-SELECT-DUE - SORT INPUT PROCEDURE. EVERY LOCATION IS
003470*   CLASSED AND COUNTED TOWARD ITS CLASS'S NIGHTLY QUOTA; ONLY
003480*   THE ONES DUE ARE RELEASED. THE QUOTA IS SET ONCE THE WHOLE
003490*   FILE HAS BEEN SEEN
003500*-----------------------------------------------------------------
003510 2000-SELECT-DUE.
003520     PERFORM 2100-SELECT-ONE-LOCATION THRU 2100-EXIT
003530         UNTIL CS-LOC-EOF
003540     PERFORM 2900-SET-QUOTA THRU 2900-EXIT
003550         VARYING CS-CLASS-SUB FROM 1 BY 1
003560         UNTIL CS-CLASS-SUB GREATER THAN 3.
003570 2000-EXIT.
003580     EXIT.
003590 2100-SELECT-ONE-LOCATION.
003600     READ TIE-LOCATION NEXT RECORD
003610         AT END
003620             SET CS-LOC-EOF TO TRUE
003630             GO TO 2100-EXIT
003640     END-READ
003650     IF CS-LOC-STATUS NOT = "00"
003660         DISPLAY "MCP-CYC01 - ERROR READING TIE-LOCATION, "
003670                 "STATUS " CS-LOC-STATUS
003680         GO TO 9900-ABEND
003690     END-IF
003700     ADD 1 TO CS-LOC-READ
003710     PERFORM 2150-READ-ABC THRU 2150-EXIT
003720         UNTIL CS-ABC-EOF
003730            OR AB-STYLE-CODE NOT LESS THAN TL-STYLE-CODE
003740     IF AB-STYLE-CODE = TL-STYLE-CODE
003750        AND (AB-CLASS-A OR AB-CLASS-B)
003760         MOVE AB-ABC-CLASS TO CS-CLASS
003770     ELSE
003780         MOVE "C" TO CS-CLASS
003790     END-IF
003800     EVALUATE CS-CLASS
003810         WHEN "A"
003820             MOVE 1 TO CS-CLASS-SUB
003830         WHEN "B"
003840             MOVE 2 TO CS-CLASS-SUB
003850         WHEN OTHER
003860             MOVE 3 TO CS-CLASS-SUB
003870     END-EVALUATE
003880     ADD 1 TO CS-CLS-COMBOS (CS-CLASS-SUB)
003890     PERFORM 2200-GET-CYCLE-RECORD THRU 2200-EXIT
003900*    SCHEDULED IN THE LAST WEEK AND NOT COUNTED SINCE - THE
003910*    SHEET IS STILL ON THE FLOOR, DO NOT PRINT IT AGAIN
003920     IF CY-LAST-SCHED-DATE NOT = SPACES
003930        AND CY-LAST-SCHED-DATE NUMERIC
003940        AND CY-LAST-SCHED-DATE GREATER THAN CY-LAST-COUNT-DATE
003950         MOVE CY-LAST-SCHED-DATE TO CS-DATE-WORK
003960         COMPUTE CS-DATE-INT =
003970             FUNCTION INTEGER-OF-DATE (CS-DATE-WORK)
003980         COMPUTE CS-ELAPSED-DAYS = CS-RUN-INT - CS-DATE-INT
003990         IF CS-ELAPSED-DAYS LESS THAN CS-OPEN-DAYS
004000             ADD 1 TO CS-CLS-OUTSTANDING (CS-CLASS-SUB)
004010             GO TO 2100-EXIT
004020         END-IF
004030     END-IF
004040*    COUNTED WITHIN THE CLASS INTERVAL - NOT DUE YET
004050     IF CY-LAST-COUNT-DATE NOT = SPACES
004060        AND CY-LAST-COUNT-DATE NUMERIC
004070         MOVE CY-LAST-COUNT-DATE TO CS-DATE-WORK
004080         COMPUTE CS-DATE-INT =
004090             FUNCTION INTEGER-OF-DATE (CS-DATE-WORK)
004100         COMPUTE CS-ELAPSED-DAYS = CS-RUN-INT - CS-DATE-INT
004110         IF CS-ELAPSED-DAYS LESS THAN
004120                CS-CLS-INTERVAL (CS-CLASS-SUB)
004130             GO TO 2100-EXIT
004140         END-IF
004150     END-IF
004160     ADD 1 TO CS-CLS-DUE (CS-CLASS-SUB)
004170     MOVE CS-CLASS-SUB TO SD-CLASS-SUB
004180     MOVE CY-LAST-COUNT-DATE TO SD-LAST-COUNT-DATE
004190     MOVE TL-STYLE-CODE TO SD-STYLE-CODE
004200     MOVE TL-WHSE-CODE TO SD-WHSE-CODE
004210     RELEASE SORT-DUE-RECORD.
004220 2100-EXIT.
004230     EXIT.
004240 2150-READ-ABC.
004250     READ TIE-ABC
004260         AT END
004270             SET CS-ABC-EOF TO TRUE
004280             MOVE HIGH-VALUES TO AB-STYLE-CODE
004290             GO TO 2150-EXIT
004300     END-READ
004310     IF CS-ABC-STATUS NOT = "00"
004320         DISPLAY "MCP-CYC01 - ERROR READING TIE-ABC, STATUS "
004330                 CS-ABC-STATUS
004340         GO TO 9900-ABEND
004350     END-IF.
004360 2150-EXIT.
004370     EXIT.
004380*-----------------------------------------------------------------
004390* 2200-GET-CYCLE-RECORD - READ THE LOCATION'S TIE-CYCLE RECORD,
004400*   ADDING ONE FOR A LOCATION NEVER SEEN AND CARRYING THE CURRENT
004410*   CLASS ONTO IT
004420*-----------------------------------------------------------------
004430 2200-GET-CYCLE-RECORD.
004440     MOVE TL-LOC-KEY TO CY-CYCLE-KEY
004450     READ TIE-CYCLE
004460         INVALID KEY
004470             MOVE SPACES TO TIE-CYCLE-RECORD
004480             MOVE TL-LOC-KEY TO CY-CYCLE-KEY
004490             MOVE CS-CLASS TO CY-ABC-CLASS
004500             MOVE ZERO TO CY-TIMES-COUNTED
004510             WRITE TIE-CYCLE-RECORD
004520             IF CS-CYCLE-STATUS NOT = "00"
004530                 DISPLAY "MCP-CYC01 - UNABLE TO ADD TIE-CYCLE "
004540                         CY-CYCLE-KEY ", STATUS " CS-CYCLE-STATUS
004550                 GO TO 9900-ABEND
004560             END-IF
004570             ADD 1 TO CS-CYCLE-ADDED
004580             GO TO 2200-EXIT
004590     END-READ
004600     IF CS-CYCLE-STATUS NOT = "00"
004610         DISPLAY "MCP-CYC01 - ERROR READING TIE-CYCLE, STATUS "
004620                 CS-CYCLE-STATUS
004630         GO TO 9900-ABEND
004640     END-IF
004650     IF CY-ABC-CLASS NOT = CS-CLASS
004660         MOVE CS-CLASS TO CY-ABC-CLASS
004670         REWRITE TIE-CYCLE-RECORD
004680         IF CS-CYCLE-STATUS NOT = "00"
004690             DISPLAY "MCP-CYC01 - UNABLE TO REWRITE TIE-CYCLE "
004700                     CY-CYCLE-KEY ", STATUS " CS-CYCLE-STATUS
004710             GO TO 9900-ABEND
004720         END-IF
004730         ADD 1 TO CS-RECLASSED
004740     END-IF.
004750 2200-EXIT.
004760     EXIT.
004770*-----------------------------------------------------------------
004780* 2900-SET-QUOTA - EACH NIGHT TAKES ITS SHARE OF THE CLASS SO
004790*   THE WHOLE CLASS IS COUNTED ONCE PER INTERVAL, ROUNDED UP
004800*-----------------------------------------------------------------
004810 2900-SET-QUOTA.
004820     COMPUTE CS-CLS-QUOTA (CS-CLASS-SUB) =
004830         (CS-CLS-COMBOS (CS-CLASS-SUB)
004840          + CS-CLS-INTERVAL (CS-CLASS-SUB) - 1)
004850         / CS-CLS-INTERVAL (CS-CLASS-SUB).
004860 2900-EXIT.
004870     EXIT.
004880*-----------------------------------------------------------------
004890* 3000-PICK-COUNTS - SORT OUTPUT PROCEDURE. DUE LOCATIONS COME
004900*   BACK BY CLASS, NEVER COUNTED FIRST, THEN OLDEST COUNT. TAKE
004910*   UP TO THE QUOTA OF EACH CLASS AND STAMP THEM SCHEDULED
004920*-----------------------------------------------------------------
004930 3000-PICK-COUNTS.
004940     PERFORM 3100-RETURN-DUE THRU 3100-EXIT
004950     PERFORM 3200-PICK-ONE-COUNT THRU 3200-EXIT
004960         UNTIL CS-SORT-EOF.
004970 3000-EXIT.
004980     EXIT.
004990 3100-RETURN-DUE.
005000     RETURN SORT-WORK
005010         AT END
005020             SET CS-SORT-EOF TO TRUE
005030     END-RETURN.
005040 3100-EXIT.
005050     EXIT.
005060 3200-PICK-ONE-COUNT.
005070     MOVE SD-CLASS-SUB TO CS-CLASS-SUB
005080     IF CS-CLS-SCHEDULED (CS-CLASS-SUB) NOT LESS THAN
005090            CS-CLS-QUOTA (CS-CLASS-SUB)
005100         GO TO 3200-NEXT
005110     END-IF
005120     MOVE SD-STYLE-CODE TO CY-STYLE-CODE
005130     MOVE SD-WHSE-CODE TO CY-WHSE-CODE
005140     READ TIE-CYCLE
005150         INVALID KEY
005160             DISPLAY "MCP-CYC01 - TIE-CYCLE " CY-CYCLE-KEY
005170                     " NOT FOUND AT SCHEDULING"
005180             GO TO 9900-ABEND
005190     END-READ
005200     MOVE CS-RUN-DATE TO CY-LAST-SCHED-DATE
005210     REWRITE TIE-CYCLE-RECORD
005220     IF CS-CYCLE-STATUS NOT = "00"
005230         DISPLAY "MCP-CYC01 - UNABLE TO REWRITE TIE-CYCLE "
005240                 CY-CYCLE-KEY ", STATUS " CS-CYCLE-STATUS
005250         GO TO 9900-ABEND
005260     END-IF
005270     IF CS-PICK-COUNT NOT LESS THAN 500
005280         DISPLAY "MCP-CYC01 - COUNT PICK TABLE FULL"
005290         GO TO 9900-ABEND
005300     END-IF
005310     ADD 1 TO CS-PICK-COUNT
005320     MOVE CY-STYLE-CODE TO CS-PCK-STYLE (CS-PICK-COUNT)
005330     MOVE CY-WHSE-CODE TO CS-PCK-WHSE (CS-PICK-COUNT)
005340     MOVE CY-ABC-CLASS TO CS-PCK-CLASS (CS-PICK-COUNT)
005350     MOVE CY-LAST-COUNT-DATE TO CS-PCK-LAST-COUNT (CS-PICK-COUNT)
005360     ADD 1 TO CS-CLS-SCHEDULED (CS-CLASS-SUB).
005370 3200-NEXT.
005380     PERFORM 3100-RETURN-DUE THRU 3100-EXIT.
005390 3200-EXIT.
005400     EXIT.
005410*-----------------------------------------------------------------
005420* 4000-RELEASE-PICKS - SORT INPUT PROCEDURE, TONIGHT'S PICKS IN
005430*   WAREHOUSE WALKING ORDER
005440*-----------------------------------------------------------------
005450 4000-RELEASE-PICKS.
005460     PERFORM 4100-RELEASE-ONE-PICK THRU 4100-EXIT
005470         VARYING CS-SUB FROM 1 BY 1
005480         UNTIL CS-SUB GREATER THAN CS-PICK-COUNT.
005490 4000-EXIT.
005500     EXIT.
005510 4100-RELEASE-ONE-PICK.
005520     MOVE CS-PCK-WHSE (CS-SUB) TO SS-WHSE-CODE
005530     MOVE CS-PCK-STYLE (CS-SUB) TO SS-STYLE-CODE
005540     MOVE CS-PCK-CLASS (CS-SUB) TO SS-ABC-CLASS
005550     MOVE CS-PCK-LAST-COUNT (CS-SUB) TO SS-LAST-COUNT-DATE
005560     RELEASE SHEET-SORT-RECORD.
005570 4100-EXIT.
005580     EXIT.
005590*-----------------------------------------------------------------
005600* 5000-PRINT-SHEETS - SORT OUTPUT PROCEDURE. ONE SHEET PER
005610*   WAREHOUSE. THE SHEET IS BLIND - NO BOOK QUANTITY IS PRINTED
005620*-----------------------------------------------------------------
005630 5000-PRINT-SHEETS.
005640     MOVE "N" TO CS-SORT-EOF-SW
005650     PERFORM 5100-RETURN-PICK THRU 5100-EXIT
005660     PERFORM 5200-PRINT-ONE-PICK THRU 5200-EXIT
005670         UNTIL CS-SORT-EOF.
005680 5000-EXIT.
005690     EXIT.
005700 5100-RETURN-PICK.
005710     RETURN SHEET-WORK
005720         AT END
005730             SET CS-SORT-EOF TO TRUE
005740     END-RETURN.
005750 5100-EXIT.
005760     EXIT.
005770 5200-PRINT-ONE-PICK.
005780     IF SS-WHSE-CODE NOT = CS-PREV-WHSE
005790         MOVE SS-WHSE-CODE TO CS-PREV-WHSE
005800         MOVE SS-WHSE-CODE TO RH-WHSE-CODE
005810         IF CS-WHSE-LINES GREATER THAN ZERO
005820             MOVE SPACES TO TIE-COUNT-SHEET-LINE
005830             WRITE TIE-COUNT-SHEET-LINE
005840         END-IF
005850         WRITE TIE-COUNT-SHEET-LINE FROM RPT-HEADING-LINE-1
005860         WRITE TIE-COUNT-SHEET-LINE FROM RPT-HEADING-LINE-2
005870     END-IF
005880     MOVE SS-STYLE-CODE TO TM-STYLE-CODE
005890     READ TIE-MASTER
005900         INVALID KEY
005910             MOVE SPACES TO TM-SIZE-CODE TM-COLOR-CODE
005920     END-READ
005930     MOVE SS-STYLE-CODE TO RD-STYLE
005940     MOVE TM-SIZE-CODE TO RD-SIZE
005950     MOVE TM-COLOR-CODE TO RD-COLOR
005960     MOVE SS-ABC-CLASS TO RD-CLASS
005970     IF SS-LAST-COUNT-DATE = SPACES
005980         MOVE "NEVER" TO RD-LAST-COUNT
005990     ELSE
006000         MOVE SS-LAST-COUNT-DATE TO RD-LAST-COUNT
006010     END-IF
006020     WRITE TIE-COUNT-SHEET-LINE FROM RPT-DETAIL-LINE
006030     ADD 1 TO CS-WHSE-LINES
006040     PERFORM 5100-RETURN-PICK THRU 5100-EXIT.
006050 5200-EXIT.
006060     EXIT.
006070*-----------------------------------------------------------------
006080* 8500-WRITE-TOTALS - SCHEDULE SUMMARY BY CLASS
006090*-----------------------------------------------------------------
006100 8500-WRITE-TOTALS.
006110     MOVE SPACES TO TIE-COUNT-SHEET-LINE
006120     WRITE TIE-COUNT-SHEET-LINE
006130     PERFORM 8600-WRITE-CLASS-LINE THRU 8600-EXIT
006140         VARYING CS-CLASS-SUB FROM 1 BY 1
006150         UNTIL CS-CLASS-SUB GREATER THAN 3
006160     MOVE SPACES TO TIE-COUNT-SHEET-LINE
006170     WRITE TIE-COUNT-SHEET-LINE
006180     MOVE "LOCATIONS READ             -" TO RT-LABEL
006190     MOVE CS-LOC-READ TO RT-VALUE
006200     WRITE TIE-COUNT-SHEET-LINE FROM RPT-TOTAL-LINE
006210     MOVE "NEW CYCLE RECORDS          -" TO RT-LABEL
006220     MOVE CS-CYCLE-ADDED TO RT-VALUE
006230     WRITE TIE-COUNT-SHEET-LINE FROM RPT-TOTAL-LINE
006240     MOVE "LOCATIONS RECLASSED        -" TO RT-LABEL
006250     MOVE CS-RECLASSED TO RT-VALUE
006260     WRITE TIE-COUNT-SHEET-LINE FROM RPT-TOTAL-LINE
006270     MOVE "COUNTS SCHEDULED           -" TO RT-LABEL
006280     MOVE CS-PICK-COUNT TO RT-VALUE
006290     WRITE TIE-COUNT-SHEET-LINE FROM RPT-TOTAL-LINE.
006300 8500-EXIT.
006310     EXIT.
006320 8600-WRITE-CLASS-LINE.
006330     MOVE CS-CLASS-CODE (CS-CLASS-SUB) TO RC-CLASS
006340     MOVE CS-CLS-INTERVAL (CS-CLASS-SUB) TO RC-INTERVAL
006350     MOVE CS-CLS-COMBOS (CS-CLASS-SUB) TO RC-COMBOS
006360     MOVE CS-CLS-DUE (CS-CLASS-SUB) TO RC-DUE
006370     MOVE CS-CLS-OUTSTANDING (CS-CLASS-SUB) TO RC-OUTSTANDING
006380     MOVE CS-CLS-QUOTA (CS-CLASS-SUB) TO RC-QUOTA
006390     MOVE CS-CLS-SCHEDULED (CS-CLASS-SUB) TO RC-SCHEDULED
006400     WRITE TIE-COUNT-SHEET-LINE FROM RPT-CLASS-LINE.
006410 8600-EXIT.
006420     EXIT.
006430*-----------------------------------------------------------------
006440* 9000-END-OF-JOB - CLOSE WHATEVER IS OPEN
006450*-----------------------------------------------------------------
006460 9000-END-OF-JOB.
006470     IF CS-LOC-OPEN
006480         CLOSE TIE-LOCATION
006490     END-IF
006500     IF CS-MASTER-OPEN
006510         CLOSE TIE-MASTER
006520     END-IF
006530     IF CS-ABC-OPEN
006540         CLOSE TIE-ABC
006550     END-IF
006560     IF CS-CYCLE-OPEN
006570         CLOSE TIE-CYCLE
006580     END-IF
006590     IF CS-REPORT-OPEN
006600         CLOSE TIE-COUNT-SHEET
006610     END-IF.
006620 9000-EXIT.
006630     EXIT.
006640*-----------------------------------------------------------------
006650* 9900-ABEND - CLOSE UP AND END THE RUN WITH A BAD RETURN CODE
006660*-----------------------------------------------------------------
006670 9900-ABEND.
006680     MOVE 16 TO RETURN-CODE
006690     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
006700     STOP RUN.
006710 9900-EXIT.
006720     EXIT.
