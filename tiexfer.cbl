000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MCP-BAL02.
000030 AUTHOR. R QUIGLEY.
000040 INSTALLATION. TIE DIVISION DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* 10/15/2026  RQ   ORIGINAL PROGRAM - TURNS THE TRANSFERS THE
000110*                  WAREHOUSE LEADS SENT BACK APPROVED (MCP-BAL01
000120*                  LAYOUT, DD XFRAPRV) INTO "T" TRANSACTIONS IN
000130*                  TIE-TRANS FORMAT (DD TIEXTRN), LED BY A
000140*                  CONTROL RECORD, FOR MCP-AGENT TO POST
000150*                  THROUGH 3380-POST-TRANSFER. A LINE IS DROPPED
000160*                  WHEN THE STYLE IS GONE, THE WAREHOUSES ARE
000170*                  MISSING OR THE SAME, OR THE SENDING WAREHOUSE
000180*                  NO LONGER HOLDS ENOUGH FOR IT AND THE LINES
000190*                  BEFORE IT.
000200* 10/15/2026  RQ   BOTH WAREHOUSES MUST NOW BE ON TIE-WAREHOUSE
000210*                  (DD TIEWHSE) AND ACTIVE; OTHERWISE THE LINE IS
000220*                  DROPPED AND KEPT OUT OF THE CONTROL COUNT, AS
000230*                  MCP-AGENT WOULD ONLY SUSPEND IT.
000240*-----------------------------------------------------------------
000250* ___________________________
000260*|                           |
000270*|  IBM MAINFRAME DIVISION   |
000280*|      OF COBOL AGENTS      |
000290*|                           |
000300*|   TRANSFER GENERATION     |
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
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS TM-STYLE-CODE
000430         FILE STATUS IS XF-MASTER-STATUS.
000440     SELECT TIE-LOCATION ASSIGN TO TIELOC
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS TL-LOC-KEY
000480         FILE STATUS IS XF-LOC-STATUS.
000490     SELECT TIE-WAREHOUSE ASSIGN TO TIEWHSE
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS WH-WHSE-CODE
000530         FILE STATUS IS XF-WHSE-STATUS.
000540     SELECT TIE-XFER-APPROVED ASSIGN TO XFRAPRV
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS XF-APPROVED-STATUS.
000570     SELECT TIE-XFER-TRANS ASSIGN TO TIEXTRN
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS XF-TRANS-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  TIE-MASTER
000630     LABEL RECORDS ARE STANDARD.
000640     COPY TIEREC.
000650 FD  TIE-LOCATION
000660     LABEL RECORDS ARE STANDARD.
000670     COPY TIELOC.
000680 FD  TIE-WAREHOUSE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY TIEWHS.
000710 FD  TIE-XFER-APPROVED
000720     LABEL RECORDS ARE STANDARD.
000730     COPY TIEXFR.
000740 FD  TIE-XFER-TRANS
000750     LABEL RECORDS ARE STANDARD.
000760 01  TIE-XFER-TRANS-RECORD          PIC X(49).
000770 WORKING-STORAGE SECTION.
000780 77  XF-MASTER-STATUS               PIC X(02) VALUE ZERO.
000790 77  XF-LOC-STATUS                  PIC X(02) VALUE ZERO.
000800 77  XF-APPROVED-STATUS             PIC X(02) VALUE ZERO.
000810 77  XF-TRANS-STATUS                PIC X(02) VALUE ZERO.
000820 77  XF-WHSE-STATUS                 PIC X(02) VALUE ZERO.
000830 77  XF-MASTER-OPEN-SW              PIC X(01) VALUE "N".
000840     88  XF-MASTER-OPEN                      VALUE "Y".
000850 77  XF-LOC-OPEN-SW                 PIC X(01) VALUE "N".
000860     88  XF-LOC-OPEN                         VALUE "Y".
000870 77  XF-WHSE-OPEN-SW                PIC X(01) VALUE "N".
000880     88  XF-WHSE-OPEN                        VALUE "Y".
000890 77  XF-WHSE-OK-SW                  PIC X(01) VALUE "N".
000900     88  XF-WHSE-OK                          VALUE "Y".
000910 77  XF-CHECK-WHSE                  PIC X(03) VALUE SPACES.
000920 77  XF-APPROVED-OPEN-SW            PIC X(01) VALUE "N".
000930     88  XF-APPROVED-OPEN                    VALUE "Y".
000940 77  XF-TRANS-OPEN-SW               PIC X(01) VALUE "N".
000950     88  XF-TRANS-OPEN                       VALUE "Y".
000960 77  XF-APPROVED-EOF-SW             PIC X(01) VALUE "N".
000970     88  XF-APPROVED-EOF                     VALUE "Y".
000980 77  XF-RUN-DATE                    PIC X(08) VALUE SPACES.
000990 77  XF-PARM-DATE                   PIC X(08) VALUE SPACES.
001000 77  XF-SUB                         PIC 9(04) COMP VALUE ZERO.
001010 77  XF-COMMITTED                   PIC S9(09) COMP VALUE ZERO.
001020 77  XF-READ-COUNT                  PIC 9(07) COMP VALUE ZERO.
001030 77  XF-REJECT-COUNT                PIC 9(07) COMP VALUE ZERO.
001040 77  XF-UNITS-WRITTEN               PIC 9(09) COMP VALUE ZERO.
001050*-----------------------------------------------------------------
001060* APPROVED MOVES THAT PASSED THE EDITS - HELD UNTIL THE END SO
001070*   THE CONTROL RECORD CAN LEAD THE FILE WITH THE FINAL COUNT
001080*-----------------------------------------------------------------
001090 01  XF-XFR-TABLE.
001100     05  XF-XFR-COUNT               PIC 9(04) COMP VALUE ZERO.
001110     05  XF-XFR-ENTRY OCCURS 500 TIMES.
001120         10  XF-XFR-STYLE           PIC X(06).
001130         10  XF-XFR-FROM            PIC X(03).
001140         10  XF-XFR-TO              PIC X(03).
001150         10  XF-XFR-QTY             PIC 9(07) COMP.
001160     COPY TIETRAN
001170     REPLACING ==TIE-TRANS-RECORD== BY ==XF-TRANS-WORK-REC==
001180               ==TT-STYLE-CODE==    BY ==XT-STYLE-CODE==
001190               ==TT-TRANS-QTY==     BY ==XT-TRANS-QTY==
001200               ==TT-DIRECTION==     BY ==XT-DIRECTION==
001210               ==TT-RECEIVE==       BY ==XT-RECEIVE==
001220               ==TT-SHIP==          BY ==XT-SHIP==
001230               ==TT-TRANSFER==      BY ==XT-TRANSFER==
001240               ==TT-TRANS-DATE==    BY ==XT-TRANS-DATE==
001250               ==TT-WHSE-CODE==     BY ==XT-WHSE-CODE==
001260               ==TT-WHSE-TO==       BY ==XT-WHSE-TO==
001270               ==TT-SOURCE-CODE==   BY ==XT-SOURCE-CODE==
001280               ==TT-COUNT-ADJUST==  BY ==XT-COUNT-ADJUST==
001290               ==TT-ORDER-NO==      BY ==XT-ORDER-NO==
001300               ==TT-CUST-CODE==     BY ==XT-CUST-CODE==
001310               ==TT-CUST-PRIORITY== BY ==XT-CUST-PRIORITY==
001320               ==TT-PRIORITY-ORDER== BY ==XT-PRIORITY-ORDER==
001330               ==TT-RETURN==        BY ==XT-RETURN==
001340               ==TT-DISPOSITION==   BY ==XT-DISPOSITION==
001350               ==TT-DISP-RESTOCK==  BY ==XT-DISP-RESTOCK==
001360               ==TT-DISP-INSPECT==  BY ==XT-DISP-INSPECT==
001370               ==TT-DISP-SCRAP==    BY ==XT-DISP-SCRAP==.
001380*-----------------------------------------------------------------
001390* CONTROL RECORD - A TRANSFER MOVES STOCK BETWEEN WAREHOUSES
001400*   WITHOUT CHANGING THE SHOP TOTAL, SO THE NET QUANTITY MCP-AGENT
001410*   RECONCILES IS ALWAYS ZERO
001420*-----------------------------------------------------------------
001430 01  XF-CONTROL-REC.
001440     05  XF-CTL-COUNT               PIC 9(07).
001450     05  XF-CTL-QTY-TOTAL           PIC S9(09).
001460     05  FILLER                     PIC X(33) VALUE SPACES.
001470 LINKAGE SECTION.
001480 01  XF-PARM-AREA.
001490     05  XF-PARM-LENGTH             PIC S9(4) COMP.
001500     05  XF-PARM-TEXT               PIC X(80).
001510 PROCEDURE DIVISION USING XF-PARM-AREA.
001520*-----------------------------------------------------------------
001530* 0000-MAIN-LINE - JOB DRIVER
001540*-----------------------------------------------------------------
001550 0000-MAIN-LINE.
001560     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001570     IF NOT XF-APPROVED-EOF
001580         PERFORM 2100-READ-APPROVED-RECORD THRU 2100-EXIT
001590         PERFORM 2000-EDIT-ONE-TRANSFER THRU 2000-EXIT
001600             UNTIL XF-APPROVED-EOF
001610     END-IF
001620     PERFORM 3000-WRITE-TRANSFERS THRU 3000-EXIT
001630     PERFORM 8500-DISPLAY-TOTALS THRU 8500-EXIT
001640     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
001650     STOP RUN.
001660*-----------------------------------------------------------------
001670* 1000-INITIALIZE - SETTLE THE TRANSACTION DATE (OPTIONAL PARM,
001680*   YYYYMMDD) AND OPEN THE INPUTS. NOTHING APPROVED (NO FILE)
001690*   STILL PRODUCES A TRANSFER FILE HOLDING ONLY ITS CONTROL
001700*   RECORD SO THE MCP-AGENT STEP AFTER RUNS
001710*-----------------------------------------------------------------
001720 1000-INITIALIZE.
001730     ACCEPT XF-RUN-DATE FROM DATE YYYYMMDD
001740     IF XF-PARM-LENGTH > 0
001750         UNSTRING XF-PARM-TEXT DELIMITED BY ","
001760             INTO XF-PARM-DATE
001770         END-UNSTRING
001780         IF XF-PARM-DATE NOT = SPACES
001790             MOVE XF-PARM-DATE TO XF-RUN-DATE
001800         END-IF
001810     END-IF
001820     IF XF-RUN-DATE NOT NUMERIC
001830         DISPLAY "MCP-BAL02 - INVALID RUN DATE " XF-RUN-DATE
001840         GO TO 9900-ABEND
001850     END-IF
001860     OPEN INPUT TIE-MASTER
001870     IF XF-MASTER-STATUS NOT = "00"
001880         DISPLAY "MCP-BAL02 - UNABLE TO OPEN TIE-MASTER, STATUS "
001890                 XF-MASTER-STATUS
001900         GO TO 9900-ABEND
001910     END-IF
001920     SET XF-MASTER-OPEN TO TRUE
001930     OPEN INPUT TIE-LOCATION
001940     IF XF-LOC-STATUS NOT = "00"
001950         DISPLAY "MCP-BAL02 - UNABLE TO OPEN TIE-LOCATION, "
001960                 "STATUS " XF-LOC-STATUS
001970         GO TO 9900-ABEND
001980     END-IF
001990     SET XF-LOC-OPEN TO TRUE
002000     OPEN INPUT TIE-WAREHOUSE
002010     IF XF-WHSE-STATUS NOT = "00"
002020         DISPLAY "MCP-BAL02 - UNABLE TO OPEN TIE-WAREHOUSE, "
002030                 "STATUS " XF-WHSE-STATUS
002040         GO TO 9900-ABEND
002050     END-IF
002060     SET XF-WHSE-OPEN TO TRUE
002070     OPEN INPUT TIE-XFER-APPROVED
002080     IF XF-APPROVED-STATUS = "35"
002090         DISPLAY "MCP-BAL02 - NO APPROVED TRANSFERS"
002100         SET XF-APPROVED-EOF TO TRUE
002110     ELSE
002120         IF XF-APPROVED-STATUS NOT = "00"
002130             DISPLAY "MCP-BAL02 - UNABLE TO OPEN TIE-XFER-"
002140                     "APPROVED, STATUS " XF-APPROVED-STATUS
002150             GO TO 9900-ABEND
002160         END-IF
002170         SET XF-APPROVED-OPEN TO TRUE
002180     END-IF.
002190 1000-EXIT.
002200     EXIT.
002210*-----------------------------------------------------------------
002220* 2000-EDIT-ONE-TRANSFER - EDIT ONE APPROVED LINE. THE SENDING
002230*   WAREHOUSE MUST STILL HOLD ENOUGH SELLABLE STOCK FOR THIS
002240*   LINE AND EVERY EARLIER LINE SHIPPING THE SAME STYLE FROM IT,
002250*   OTHERWISE MCP-AGENT WOULD ONLY SUSPEND THE SHORT MOVE
002260*-----------------------------------------------------------------
002270 2000-EDIT-ONE-TRANSFER.
002280     IF XP-STYLE-CODE = SPACES
002290        OR XP-TRANSFER-QTY NOT NUMERIC
002300        OR XP-TRANSFER-QTY = ZERO
002310         ADD 1 TO XF-REJECT-COUNT
002320         DISPLAY "MCP-BAL02 - BAD APPROVED RECORD, STYLE "
002330                 XP-STYLE-CODE ", LINE DROPPED"
002340         GO TO 2000-NEXT
002350     END-IF
002360     IF XP-FROM-WHSE = SPACES
002370        OR XP-TO-WHSE = SPACES
002380        OR XP-FROM-WHSE = XP-TO-WHSE
002390         ADD 1 TO XF-REJECT-COUNT
002400         DISPLAY "MCP-BAL02 - STYLE " XP-STYLE-CODE
002410                 " WAREHOUSES MISSING OR THE SAME, LINE DROPPED"
002420         GO TO 2000-NEXT
002430     END-IF
002440     MOVE XP-FROM-WHSE TO XF-CHECK-WHSE
002450     PERFORM 2300-CHECK-WAREHOUSE THRU 2300-EXIT
002460     IF NOT XF-WHSE-OK
002470         GO TO 2000-NEXT
002480     END-IF
002490     MOVE XP-TO-WHSE TO XF-CHECK-WHSE
002500     PERFORM 2300-CHECK-WAREHOUSE THRU 2300-EXIT
002510     IF NOT XF-WHSE-OK
002520         GO TO 2000-NEXT
002530     END-IF
002540     MOVE XP-STYLE-CODE TO TM-STYLE-CODE
002550     READ TIE-MASTER
002560         INVALID KEY
002570             ADD 1 TO XF-REJECT-COUNT
002580             DISPLAY "MCP-BAL02 - STYLE " XP-STYLE-CODE
002590                     " NOT ON TIE-MASTER, LINE DROPPED"
002600             GO TO 2000-NEXT
002610     END-READ
002620     IF XF-MASTER-STATUS NOT = "00"
002630         DISPLAY "MCP-BAL02 - ERROR READING TIE-MASTER, STATUS "
002640                 XF-MASTER-STATUS
002650         GO TO 9900-ABEND
002660     END-IF
002670     MOVE XP-STYLE-CODE TO TL-STYLE-CODE
002680     MOVE XP-FROM-WHSE TO TL-WHSE-CODE
002690     READ TIE-LOCATION
002700         INVALID KEY
002710             ADD 1 TO XF-REJECT-COUNT
002720             DISPLAY "MCP-BAL02 - STYLE " XP-STYLE-CODE
002730                     " NOT HELD AT WHSE " XP-FROM-WHSE
002740                     ", LINE DROPPED"
002750             GO TO 2000-NEXT
002760     END-READ
002770     IF XF-LOC-STATUS NOT = "00"
002780         DISPLAY "MCP-BAL02 - ERROR READING TIE-LOCATION, STATUS "
002790                 XF-LOC-STATUS
002800         GO TO 9900-ABEND
002810     END-IF
002820     MOVE XP-TRANSFER-QTY TO XF-COMMITTED
002830     PERFORM 2200-ADD-COMMITTED THRU 2200-EXIT
002840         VARYING XF-SUB FROM 1 BY 1
002850         UNTIL XF-SUB GREATER THAN XF-XFR-COUNT
002860     IF XF-COMMITTED GREATER THAN TL-QTY-ON-HAND
002870         ADD 1 TO XF-REJECT-COUNT
002880         DISPLAY "MCP-BAL02 - STYLE " XP-STYLE-CODE
002890                 " SHORT AT WHSE " XP-FROM-WHSE
002900                 ", LINE DROPPED"
002910         GO TO 2000-NEXT
002920     END-IF
002930     IF XF-XFR-COUNT NOT LESS THAN 500
002940         DISPLAY "MCP-BAL02 - TRANSFER TABLE FULL"
002950         GO TO 9900-ABEND
002960     END-IF
002970     ADD 1 TO XF-XFR-COUNT
002980     MOVE XP-STYLE-CODE TO XF-XFR-STYLE (XF-XFR-COUNT)
002990     MOVE XP-FROM-WHSE TO XF-XFR-FROM (XF-XFR-COUNT)
003000     MOVE XP-TO-WHSE TO XF-XFR-TO (XF-XFR-COUNT)
003010     MOVE XP-TRANSFER-QTY TO XF-XFR-QTY (XF-XFR-COUNT).
003020 2000-NEXT.
003030     PERFORM 2100-READ-APPROVED-RECORD THRU 2100-EXIT.
003040 2000-EXIT.
003050     EXIT.
003060 2100-READ-APPROVED-RECORD.
003070     READ TIE-XFER-APPROVED
003080         AT END
003090             SET XF-APPROVED-EOF TO TRUE
003100             GO TO 2100-EXIT
003110     END-READ
003120     IF XF-APPROVED-STATUS NOT = "00"
003130         DISPLAY "MCP-BAL02 - ERROR READING TIE-XFER-APPROVED, "
003140                 "STATUS " XF-APPROVED-STATUS
003150         GO TO 9900-ABEND
003160     END-IF
003170     ADD 1 TO XF-READ-COUNT.
003180 2100-EXIT.
003190     EXIT.
003200 2200-ADD-COMMITTED.
003210     IF XF-XFR-STYLE (XF-SUB) = XP-STYLE-CODE
003220        AND XF-XFR-FROM (XF-SUB) = XP-FROM-WHSE
003230         ADD XF-XFR-QTY (XF-SUB) TO XF-COMMITTED
003240     END-IF.
003250 2200-EXIT.
003260     EXIT.
003270*-----------------------------------------------------------------
003280* 2300-CHECK-WAREHOUSE - XF-CHECK-WHSE MUST BE ON TIE-WAREHOUSE
003290*   AND ACTIVE. A LINE FAILING THE CHECK IS COUNTED AND LOGGED
003300*   HERE; THE CALLER DROPS IT
003310*-----------------------------------------------------------------
003320 2300-CHECK-WAREHOUSE.
003330     MOVE "N" TO XF-WHSE-OK-SW
003340     MOVE XF-CHECK-WHSE TO WH-WHSE-CODE
003350     READ TIE-WAREHOUSE
003360         INVALID KEY
003370             ADD 1 TO XF-REJECT-COUNT
003380             DISPLAY "MCP-BAL02 - STYLE " XP-STYLE-CODE
003390                     " WHSE " XF-CHECK-WHSE
003400                     " NOT ON TIE-WAREHOUSE, LINE DROPPED"
003410             GO TO 2300-EXIT
003420     END-READ
003430     IF XF-WHSE-STATUS NOT = "00"
003440         DISPLAY "MCP-BAL02 - ERROR READING TIE-WAREHOUSE, "
003450                 "STATUS " XF-WHSE-STATUS
003460         GO TO 9900-ABEND
003470     END-IF
003480     IF WH-CLOSED
003490         ADD 1 TO XF-REJECT-COUNT
003500         DISPLAY "MCP-BAL02 - STYLE " XP-STYLE-CODE
003510                 " WHSE " XF-CHECK-WHSE
003520                 " IS CLOSED, LINE DROPPED"
003530         GO TO 2300-EXIT
003540     END-IF
003550     SET XF-WHSE-OK TO TRUE.
003560 2300-EXIT.
003570     EXIT.
003580*-----------------------------------------------------------------
003590* 3000-WRITE-TRANSFERS - CONTROL RECORD FIRST, THEN ONE "T"
003600*   TRANSACTION PER ACCEPTED MOVE
003610*-----------------------------------------------------------------
003620 3000-WRITE-TRANSFERS.
003630     OPEN OUTPUT TIE-XFER-TRANS
003640     IF XF-TRANS-STATUS NOT = "00"
003650         DISPLAY "MCP-BAL02 - UNABLE TO OPEN TIE-XFER-TRANS, "
003660                 "STATUS " XF-TRANS-STATUS
003670         GO TO 9900-ABEND
003680     END-IF
003690     SET XF-TRANS-OPEN TO TRUE
003700     MOVE XF-XFR-COUNT TO XF-CTL-COUNT
003710     MOVE ZERO TO XF-CTL-QTY-TOTAL
003720     WRITE TIE-XFER-TRANS-RECORD FROM XF-CONTROL-REC
003730     IF XF-TRANS-STATUS NOT = "00"
003740         DISPLAY "MCP-BAL02 - UNABLE TO WRITE TIE-XFER-TRANS, "
003750                 "STATUS " XF-TRANS-STATUS
003760         GO TO 9900-ABEND
003770     END-IF
003780     PERFORM 3100-WRITE-ONE-TRANSFER THRU 3100-EXIT
003790         VARYING XF-SUB FROM 1 BY 1
003800         UNTIL XF-SUB GREATER THAN XF-XFR-COUNT.
003810 3000-EXIT.
003820     EXIT.
003830 3100-WRITE-ONE-TRANSFER.
003840     MOVE SPACES TO XF-TRANS-WORK-REC
003850     MOVE XF-XFR-STYLE (XF-SUB) TO XT-STYLE-CODE
003860     MOVE XF-XFR-QTY (XF-SUB) TO XT-TRANS-QTY
003870     SET XT-TRANSFER TO TRUE
003880     MOVE XF-RUN-DATE TO XT-TRANS-DATE
003890     MOVE XF-XFR-FROM (XF-SUB) TO XT-WHSE-CODE
003900     MOVE XF-XFR-TO (XF-SUB) TO XT-WHSE-TO
003910     WRITE TIE-XFER-TRANS-RECORD FROM XF-TRANS-WORK-REC
003920     IF XF-TRANS-STATUS NOT = "00"
003930         DISPLAY "MCP-BAL02 - UNABLE TO WRITE TIE-XFER-TRANS, "
003940                 "STATUS " XF-TRANS-STATUS
003950         GO TO 9900-ABEND
003960     END-IF
003970     ADD XF-XFR-QTY (XF-SUB) TO XF-UNITS-WRITTEN.
003980 3100-EXIT.
003990     EXIT.
004000*-----------------------------------------------------------------
004010* 8500-DISPLAY-TOTALS - RUN COUNTS TO THE JOB LOG. THE MOVES
004020*   THEMSELVES PRINT ON THE MCP-AGENT TRANSACTION REGISTER
004030*-----------------------------------------------------------------
004040 8500-DISPLAY-TOTALS.
004050     DISPLAY "MCP-BAL02 - APPROVED LINES READ     " XF-READ-COUNT
004060     DISPLAY "MCP-BAL02 - TRANSFERS WRITTEN       " XF-XFR-COUNT
004070     DISPLAY "MCP-BAL02 - UNITS TO TRANSFER       "
004080             XF-UNITS-WRITTEN
004090     DISPLAY "MCP-BAL02 - LINES DROPPED           "
004100             XF-REJECT-COUNT.
004110 8500-EXIT.
004120     EXIT.
004130*-----------------------------------------------------------------
004140* 9000-END-OF-JOB - CLOSE WHATEVER IS OPEN
004150*-----------------------------------------------------------------
004160 9000-END-OF-JOB.
004170     IF XF-MASTER-OPEN
004180         CLOSE TIE-MASTER
004190     END-IF
004200     IF XF-LOC-OPEN
004210         CLOSE TIE-LOCATION
004220     END-IF
004230     IF XF-WHSE-OPEN
004240         CLOSE TIE-WAREHOUSE
004250     END-IF
004260     IF XF-APPROVED-OPEN
004270         CLOSE TIE-XFER-APPROVED
004280     END-IF
004290     IF XF-TRANS-OPEN
004300         CLOSE TIE-XFER-TRANS
004310     END-IF.
004320 9000-EXIT.
004330     EXIT.
004340*-----------------------------------------------------------------
004350* 9900-ABEND - CLOSE UP AND END THE RUN WITH A BAD RETURN CODE
004360*-----------------------------------------------------------------
004370 9900-ABEND.
004380     MOVE 16 TO RETURN-CODE
004390     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
004400     STOP RUN.
004410 9900-EXIT.
004420     EXIT.
