000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MCP-WHS01.
000030 AUTHOR. R QUIGLEY.
000040 INSTALLATION. TIE DIVISION DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* 10/15/2026  RQ   ORIGINAL PROGRAM - BATCH ADD/CHANGE/DELETE
000110*                  MAINTENANCE AGAINST TIE-WAREHOUSE FROM THE
000120*                  TIE-WMAINT FILE, WITH A BEFORE/AFTER
000130*                  MAINTENANCE REGISTER FOR AUDIT. A WAREHOUSE
000140*                  IS CLOSED OR REOPENED BY A CHANGE; CLOSING
000150*                  STAMPS THE RUN DATE AS WH-CLOSED-DATE.
000160*                  DUPLICATE ADDS, MAINTENANCE AGAINST UNKNOWN
000170*                  WAREHOUSES, BLANK NAMES, STATUS OTHER THAN
000180*                  A/C, AND DELETES OF WAREHOUSES THAT STILL
000190*                  HAVE TIE-LOCATION ROWS ARE REJECTED TO THE
000200*                  REGISTER WITH A REASON.
000203*                  A BLANK STATUS IS TAKEN AS A ON AN ADD AND
000206*                  LEAVES THE STATUS ON FILE ALONE ON A CHANGE.
000210* 10/15/2026  RQ   CLOSING A WAREHOUSE NOW ZEROES THE REORDER
000220*                  POINT (TL-REORDER-POINT) ON EVERY TIE-LOCATION
000230*                  ROW AT IT, SO MCP-BAL01 STOPS BALANCING STOCK
000240*                  INTO OR OUT OF IT. TIE-LOCATION IS OPENED I-O
000250*                  FOR THE CLOSE.
000260*-----------------------------------------------------------------
000270* ___________________________
000280*|                           |
000290*|  IBM MAINFRAME DIVISION   |
000300*|      OF COBOL AGENTS      |
000310*|                           |
000320*|   WAREHOUSE MAINTENANCE   |
000330*|         /\                |
000340*|        /  \               |
000350*|       / TIE \             |
000360*|      /______\             |
000370*|___________________________|
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT TIE-WAREHOUSE ASSIGN TO TIEWHSE
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS WH-WHSE-CODE
000450         FILE STATUS IS WM-WHSE-STATUS.
000460     SELECT TIE-WMAINT ASSIGN TO TIEWMNT
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WM-MAINT-STATUS.
000490     SELECT TIE-LOCATION ASSIGN TO TIELOC
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS TL-LOC-KEY
000530         FILE STATUS IS WM-LOC-STATUS.
000540     SELECT TIE-WMAINT-REGISTER ASSIGN TO TIEWREG
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WM-REGISTER-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  TIE-WAREHOUSE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY TIEWHS.
000620 FD  TIE-WMAINT
000630     LABEL RECORDS ARE STANDARD.
000640     COPY TIEWMT.
000650 FD  TIE-LOCATION
000660     LABEL RECORDS ARE STANDARD.
000670     COPY TIELOC.
000680 FD  TIE-WMAINT-REGISTER
000690     LABEL RECORDS ARE STANDARD.
000700 01  TIE-REGISTER-LINE              PIC X(132).
000710 WORKING-STORAGE SECTION.
000720 77  WM-WHSE-STATUS                 PIC X(02) VALUE ZERO.
000730 77  WM-MAINT-STATUS                PIC X(02) VALUE ZERO.
000740 77  WM-LOC-STATUS                  PIC X(02) VALUE ZERO.
000750 77  WM-REGISTER-STATUS             PIC X(02) VALUE ZERO.
000760 77  WM-WHSE-OPEN-SW                PIC X(01) VALUE "N".
000770     88  WM-WHSE-OPEN                        VALUE "Y".
000780 77  WM-MAINT-OPEN-SW               PIC X(01) VALUE "N".
000790     88  WM-MAINT-OPEN                       VALUE "Y".
000800 77  WM-REGISTER-OPEN-SW            PIC X(01) VALUE "N".
000810     88  WM-REGISTER-OPEN                    VALUE "Y".
000820 77  WM-MAINT-EOF-SW                PIC X(01) VALUE "N".
000830     88  WM-MAINT-EOF                        VALUE "Y".
000840 77  WM-LOC-EOF-SW                  PIC X(01) VALUE "N".
000850     88  WM-LOC-EOF                          VALUE "Y".
000860 77  WM-WHSE-FOUND-SW               PIC X(01) VALUE "N".
000870     88  WM-WHSE-FOUND                       VALUE "Y".
000880 77  WM-IN-USE-SW                   PIC X(01) VALUE "N".
000890     88  WM-STILL-IN-USE                     VALUE "Y".
000900 77  WM-REJECT-SW                   PIC X(01) VALUE "N".
000910     88  WM-REJECTED                         VALUE "Y".
000920 77  WM-ADD-COUNT                   PIC 9(07) COMP VALUE ZERO.
000930 77  WM-CHANGE-COUNT                PIC 9(07) COMP VALUE ZERO.
000940 77  WM-DELETE-COUNT                PIC 9(07) COMP VALUE ZERO.
000950 77  WM-REJECT-COUNT                PIC 9(07) COMP VALUE ZERO.
000960 77  WM-POINTS-CLEARED              PIC 9(07) COMP VALUE ZERO.
000970 77  WM-REJECT-REASON               PIC X(30) VALUE SPACES.
000980 77  WM-RUN-DATE                    PIC X(08) VALUE SPACES.
000990 01  WM-BEFORE-IMAGE.
001000     05  WM-BEF-WHSE-NAME           PIC X(30).
001010     05  WM-BEF-WHSE-CITY           PIC X(20).
001020     05  WM-BEF-WHSE-STATE          PIC X(02).
001030     05  WM-BEF-STATUS              PIC X(01).
001040     05  WM-BEF-CLOSED-DATE         PIC X(08).
001050 01  RPT-HEADING-LINE-1.
001060     05  FILLER                     PIC X(01) VALUE SPACE.
001070     05  FILLER                     PIC X(35)
001080             VALUE "TIE-WAREHOUSE MAINTENANCE REGISTER ".
001090     05  RH-RUN-DATE                PIC X(08).
001100 01  RPT-HEADING-LINE-2.
001110     05  FILLER                     PIC X(01) VALUE SPACE.
001120     05  FILLER                     PIC X(07) VALUE "ACTION".
001130     05  FILLER                     PIC X(06) VALUE "WHSE".
001140     05  FILLER                     PIC X(25) VALUE "BEFORE NAME".
001150     05  FILLER                     PIC X(25)
001160             VALUE "CITY             ST S".
001170     05  FILLER                     PIC X(25) VALUE "AFTER  NAME".
001180     05  FILLER                     PIC X(25)
001190             VALUE "CITY             ST S".
001200     05  FILLER                     PIC X(18) VALUE "DISPOSITION".
001210 01  RPT-DETAIL-LINE.
001220     05  FILLER                     PIC X(01) VALUE SPACE.
001230     05  RD-ACTION                  PIC X(06).
001240     05  FILLER                     PIC X(01) VALUE SPACE.
001250     05  RD-WHSE                    PIC X(03).
001260     05  FILLER                     PIC X(03) VALUE SPACES.
001270     05  RD-BEF-NAME                PIC X(24).
001280     05  FILLER                     PIC X(01) VALUE SPACE.
001290     05  RD-BEF-CITY                PIC X(16).
001300     05  FILLER                     PIC X(01) VALUE SPACE.
001310     05  RD-BEF-STATE               PIC X(02).
001320     05  FILLER                     PIC X(01) VALUE SPACE.
001330     05  RD-BEF-STATUS              PIC X(01).
001340     05  FILLER                     PIC X(04) VALUE SPACES.
001350     05  RD-AFT-NAME                PIC X(24).
001360     05  FILLER                     PIC X(01) VALUE SPACE.
001370     05  RD-AFT-CITY                PIC X(16).
001380     05  FILLER                     PIC X(01) VALUE SPACE.
001390     05  RD-AFT-STATE               PIC X(02).
001400     05  FILLER                     PIC X(01) VALUE SPACE.
001410     05  RD-AFT-STATUS              PIC X(01).
001420     05  FILLER                     PIC X(04) VALUE SPACES.
001430     05  RD-DISPOSITION             PIC X(18).
001440 01  RPT-REASON-LINE.
001450     05  FILLER                     PIC X(16) VALUE SPACES.
001460     05  FILLER                     PIC X(11) VALUE "REJECTED - ".
001470     05  RR-REASON                  PIC X(30).
001480 01  RPT-TOTAL-LINE.
001490     05  FILLER                     PIC X(01) VALUE SPACE.
001500     05  RT-LABEL                   PIC X(20).
001510     05  RT-COUNT                   PIC Z,ZZZ,ZZ9.
001520 PROCEDURE DIVISION.
001530*-----------------------------------------------------------------
001540* 0000-MAIN-LINE - JOB DRIVER
001550*-----------------------------------------------------------------
001560 0000-MAIN-LINE.
001570     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001580     PERFORM 2100-READ-MAINT-RECORD THRU 2100-EXIT
001590     PERFORM 2000-APPLY-ONE-MAINT THRU 2000-EXIT
001600         UNTIL WM-MAINT-EOF
001610     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
001620     STOP RUN.
001630*-----------------------------------------------------------------
001640* 1000-INITIALIZE - OPEN FILES AND PRINT REGISTER HEADINGS
001650*-----------------------------------------------------------------
001660 1000-INITIALIZE.
001670     ACCEPT WM-RUN-DATE FROM DATE YYYYMMDD
001680     OPEN I-O TIE-WAREHOUSE
001690     IF WM-WHSE-STATUS NOT = "00"
001700         DISPLAY "MCP-WHS01 - UNABLE TO OPEN TIE-WAREHOUSE, "
001710                 "STATUS " WM-WHSE-STATUS
001720         GO TO 9900-ABEND
001730     END-IF
001740     SET WM-WHSE-OPEN TO TRUE
001750     OPEN INPUT TIE-WMAINT
001760     IF WM-MAINT-STATUS NOT = "00"
001770         DISPLAY "MCP-WHS01 - UNABLE TO OPEN TIE-WMAINT, STATUS "
001780                 WM-MAINT-STATUS
001790         GO TO 9900-ABEND
001800     END-IF
001810     SET WM-MAINT-OPEN TO TRUE
001820     OPEN OUTPUT TIE-WMAINT-REGISTER
001830     IF WM-REGISTER-STATUS NOT = "00"
001840         DISPLAY "MCP-WHS01 - UNABLE TO OPEN REGISTER, STATUS "
001850                 WM-REGISTER-STATUS
001860         GO TO 9900-ABEND
001870     END-IF
001880     SET WM-REGISTER-OPEN TO TRUE
001890     MOVE WM-RUN-DATE TO RH-RUN-DATE
001900     WRITE TIE-REGISTER-LINE FROM RPT-HEADING-LINE-1
001910     WRITE TIE-REGISTER-LINE FROM RPT-HEADING-LINE-2.
001920 1000-EXIT.
001930     EXIT.
001940*-----------------------------------------------------------------
001950* 2000-APPLY-ONE-MAINT - DISPATCH ONE MAINTENANCE TRANSACTION
001960*-----------------------------------------------------------------
001970 2000-APPLY-ONE-MAINT.
001980     MOVE "N" TO WM-REJECT-SW
001990     MOVE SPACES TO WM-REJECT-REASON
002000     PERFORM 2200-LOOK-UP-WAREHOUSE THRU 2200-EXIT
002010     IF WN-ADD
002020         PERFORM 3000-APPLY-ADD THRU 3000-EXIT
002030     ELSE
002040         IF WN-CHANGE
002050             PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
002060         ELSE
002070             IF WN-DELETE
002080                 PERFORM 3200-APPLY-DELETE THRU 3200-EXIT
002090             ELSE
002100                 SET WM-REJECTED TO TRUE
002110                 MOVE "INVALID ACTION CODE"
002120                     TO WM-REJECT-REASON
002130                 PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
002140             END-IF
002150         END-IF
002160     END-IF
002170     IF WM-REJECTED
002180         ADD 1 TO WM-REJECT-COUNT
002190     END-IF
002200     PERFORM 2100-READ-MAINT-RECORD THRU 2100-EXIT.
002210 2000-EXIT.
002220     EXIT.
002230 2100-READ-MAINT-RECORD.
002240     READ TIE-WMAINT
002250         AT END
002260             SET WM-MAINT-EOF TO TRUE
002270     END-READ
002280     IF WM-MAINT-STATUS NOT = "00" AND WM-MAINT-STATUS NOT = "10"
002290         DISPLAY "MCP-WHS01 - ERROR READING TIE-WMAINT, STATUS "
002300                 WM-MAINT-STATUS
002310         GO TO 9900-ABEND
002320     END-IF.
002330 2100-EXIT.
002340     EXIT.
002350*-----------------------------------------------------------------
002360* 2200-LOOK-UP-WAREHOUSE - READ TIE-WAREHOUSE FOR THE CODE AND
002370*   SAVE THE BEFORE IMAGE FOR THE REGISTER
002380*-----------------------------------------------------------------
002390 2200-LOOK-UP-WAREHOUSE.
002400     MOVE "N" TO WM-WHSE-FOUND-SW
002410     MOVE SPACES TO WM-BEFORE-IMAGE
002420     MOVE WN-WHSE-CODE TO WH-WHSE-CODE
002430     READ TIE-WAREHOUSE
002440         INVALID KEY
002450             CONTINUE
002460         NOT INVALID KEY
002470             SET WM-WHSE-FOUND TO TRUE
002480             MOVE WH-WHSE-NAME TO WM-BEF-WHSE-NAME
002490             MOVE WH-WHSE-CITY TO WM-BEF-WHSE-CITY
002500             MOVE WH-WHSE-STATE TO WM-BEF-WHSE-STATE
002510             MOVE WH-STATUS TO WM-BEF-STATUS
002520             MOVE WH-CLOSED-DATE TO WM-BEF-CLOSED-DATE
002530     END-READ.
002540 2200-EXIT.
002550     EXIT.
002560*-----------------------------------------------------------------
002570* 2600-EDIT-FIELDS - A WAREHOUSE NEEDS A CODE AND A NAME. THE
002580*   STATUS IS A (ACTIVE) OR C (CLOSED). A BLANK IS TAKEN AS A
002590*   ON AN ADD, SO AN ORDINARY ADD NEED NOT PUNCH IT, AND AS THE
002593*   STATUS ON FILE ON A CHANGE, SO A NAME OR ADDRESS CORRECTION
002596*   DOES NOT REOPEN A CLOSED WAREHOUSE
002600*-----------------------------------------------------------------
002610 2600-EDIT-FIELDS.
002620     IF WN-WHSE-CODE = SPACES
002630         SET WM-REJECTED TO TRUE
002640         MOVE "WAREHOUSE CODE BLANK" TO WM-REJECT-REASON
002650         PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
002660         GO TO 2600-EXIT
002670     END-IF
002680     IF WN-WHSE-NAME = SPACES
002690         SET WM-REJECTED TO TRUE
002700         MOVE "WAREHOUSE NAME BLANK" TO WM-REJECT-REASON
002710         PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
002720         GO TO 2600-EXIT
002730     END-IF
002740     IF WN-STATUS = SPACE
002750         IF WN-ADD
002752             MOVE "A" TO WN-STATUS
002754         ELSE
002756             MOVE WM-BEF-STATUS TO WN-STATUS
002758         END-IF
002760     END-IF
002770     IF WN-STATUS NOT = "A" AND WN-STATUS NOT = "C"
002780         SET WM-REJECTED TO TRUE
002790         MOVE "STATUS NOT A OR C" TO WM-REJECT-REASON
002800         PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
002810     END-IF.
002820 2600-EXIT.
002830     EXIT.
002840*-----------------------------------------------------------------
002850* 3000-APPLY-ADD - WRITE A NEW WAREHOUSE, REJECTING DUPLICATES
002860*-----------------------------------------------------------------
002870 3000-APPLY-ADD.
002880     IF WM-WHSE-FOUND
002890         SET WM-REJECTED TO TRUE
002900         MOVE "WAREHOUSE ALREADY ON FILE" TO WM-REJECT-REASON
002910         PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
002920         GO TO 3000-EXIT
002930     END-IF
002940     PERFORM 2600-EDIT-FIELDS THRU 2600-EXIT
002950     IF WM-REJECTED
002960         GO TO 3000-EXIT
002970     END-IF
002980     MOVE SPACES TO TIE-WAREHOUSE-RECORD
002990     PERFORM 3500-BUILD-WAREHOUSE-RECORD THRU 3500-EXIT
003000     WRITE TIE-WAREHOUSE-RECORD
003010         INVALID KEY
003020             DISPLAY "MCP-WHS01 - DUPLICATE KEY ON WRITE, "
003030                     "WAREHOUSE " WH-WHSE-CODE
003040             GO TO 9900-ABEND
003050     END-WRITE
003060     IF WM-WHSE-STATUS NOT = "00"
003070         DISPLAY "MCP-WHS01 - UNABLE TO WRITE TIE-WAREHOUSE, "
003080                 "STATUS " WM-WHSE-STATUS
003090         GO TO 9900-ABEND
003100     END-IF
003110     ADD 1 TO WM-ADD-COUNT
003120     MOVE "ADDED" TO WM-REJECT-REASON
003130     PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT.
003140 3000-EXIT.
003150     EXIT.
003160*-----------------------------------------------------------------
003170* 3100-APPLY-CHANGE - REWRITE AN EXISTING WAREHOUSE FROM THE
003180*   MAINTENANCE RECORD. THIS IS HOW A WAREHOUSE IS CLOSED OR
003190*   REOPENED
003200*-----------------------------------------------------------------
003210 3100-APPLY-CHANGE.
003220     IF NOT WM-WHSE-FOUND
003230         SET WM-REJECTED TO TRUE
003240         MOVE "WAREHOUSE NOT ON FILE" TO WM-REJECT-REASON
003250         PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
003260         GO TO 3100-EXIT
003270     END-IF
003280     PERFORM 2600-EDIT-FIELDS THRU 2600-EXIT
003290     IF WM-REJECTED
003300         GO TO 3100-EXIT
003310     END-IF
003320     PERFORM 3500-BUILD-WAREHOUSE-RECORD THRU 3500-EXIT
003330     REWRITE TIE-WAREHOUSE-RECORD
003340     IF WM-WHSE-STATUS NOT = "00"
003350         DISPLAY "MCP-WHS01 - UNABLE TO REWRITE TIE-WAREHOUSE "
003360                 "FOR WAREHOUSE " WH-WHSE-CODE
003370                 " STATUS " WM-WHSE-STATUS
003380         GO TO 9900-ABEND
003390     END-IF
003400     ADD 1 TO WM-CHANGE-COUNT
003410     IF WH-CLOSED AND WM-BEF-STATUS NOT = "C"
003420         PERFORM 3400-CLEAR-POINTS THRU 3400-EXIT
003430         MOVE "CLOSED" TO WM-REJECT-REASON
003440     ELSE
003450         IF WH-ACTIVE AND WM-BEF-STATUS = "C"
003460             MOVE "REOPENED" TO WM-REJECT-REASON
003470         ELSE
003480             MOVE "CHANGED" TO WM-REJECT-REASON
003490         END-IF
003500     END-IF
003510     PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT.
003520 3100-EXIT.
003530     EXIT.
003540*-----------------------------------------------------------------
003550* 3200-APPLY-DELETE - DELETE A WAREHOUSE, REJECTING DELETES OF
003560*   WAREHOUSES STILL NAMED ON TIE-LOCATION. A WAREHOUSE THAT HAS
003570*   EVER HELD STOCK IS CLOSED, NOT DELETED, SO ITS ROWS STAY
003580*   ACCOUNTED FOR
003590*-----------------------------------------------------------------
003600 3200-APPLY-DELETE.
003610     IF NOT WM-WHSE-FOUND
003620         SET WM-REJECTED TO TRUE
003630         MOVE "WAREHOUSE NOT ON FILE" TO WM-REJECT-REASON
003640         PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
003650         GO TO 3200-EXIT
003660     END-IF
003670     PERFORM 3300-CHECK-LOCATIONS THRU 3300-EXIT
003680     IF WM-STILL-IN-USE
003690         SET WM-REJECTED TO TRUE
003700         MOVE "HAS LOCATION ROWS - CLOSE IT" TO WM-REJECT-REASON
003710         PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
003720         GO TO 3200-EXIT
003730     END-IF
003740     DELETE TIE-WAREHOUSE RECORD
003750         INVALID KEY
003760             DISPLAY "MCP-WHS01 - DELETE FAILED FOR WAREHOUSE "
003770                     WN-WHSE-CODE
003780             GO TO 9900-ABEND
003790     END-DELETE
003800     IF WM-WHSE-STATUS NOT = "00"
003810         DISPLAY "MCP-WHS01 - UNABLE TO DELETE TIE-WAREHOUSE, "
003820                 "STATUS " WM-WHSE-STATUS
003830         GO TO 9900-ABEND
003840     END-IF
003850     ADD 1 TO WM-DELETE-COUNT
003860     MOVE "DELETED" TO WM-REJECT-REASON
003870     PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT.
003880 3200-EXIT.
003890     EXIT.
003900*-----------------------------------------------------------------
003910* 3300-CHECK-LOCATIONS - PASS TIE-LOCATION LOOKING FOR ANY ROW
003920*   AT THE WAREHOUSE. A MISSING FILE MEANS NO ROWS ANYWHERE
003930*-----------------------------------------------------------------
003940 3300-CHECK-LOCATIONS.
003950     MOVE "N" TO WM-IN-USE-SW
003960     MOVE "N" TO WM-LOC-EOF-SW
003970     OPEN INPUT TIE-LOCATION
003980     IF WM-LOC-STATUS = "35"
003990         GO TO 3300-EXIT
004000     END-IF
004010     IF WM-LOC-STATUS NOT = "00"
004020         DISPLAY "MCP-WHS01 - UNABLE TO OPEN TIE-LOCATION, "
004030                 "STATUS " WM-LOC-STATUS
004040         GO TO 9900-ABEND
004050     END-IF
004060     PERFORM 3350-CHECK-ONE-LOCATION THRU 3350-EXIT
004070         UNTIL WM-LOC-EOF OR WM-STILL-IN-USE
004080     CLOSE TIE-LOCATION.
004090 3300-EXIT.
004100     EXIT.
004110 3350-CHECK-ONE-LOCATION.
004120     READ TIE-LOCATION NEXT RECORD
004130         AT END
004140             SET WM-LOC-EOF TO TRUE
004150             GO TO 3350-EXIT
004160     END-READ
004170     IF WM-LOC-STATUS NOT = "00"
004180         DISPLAY "MCP-WHS01 - ERROR READING TIE-LOCATION, "
004190                 "STATUS " WM-LOC-STATUS
004200         GO TO 9900-ABEND
004210     END-IF
004220     IF TL-WHSE-CODE = WN-WHSE-CODE
004230         SET WM-STILL-IN-USE TO TRUE
004240     END-IF.
004250 3350-EXIT.
004260     EXIT.
004270*-----------------------------------------------------------------
004280* 3400-CLEAR-POINTS - A CLOSED WAREHOUSE TAKES NO PART IN
004290*   BALANCING. ZERO THE REORDER POINT ON EVERY ROW AT IT; THE
004300*   BALANCES ARE LEFT FOR TRANSFERS TO MOVE OFF
004310*-----------------------------------------------------------------
004320 3400-CLEAR-POINTS.
004330     MOVE "N" TO WM-LOC-EOF-SW
004340     OPEN I-O TIE-LOCATION
004350     IF WM-LOC-STATUS = "35"
004360         GO TO 3400-EXIT
004370     END-IF
004380     IF WM-LOC-STATUS NOT = "00"
004390         DISPLAY "MCP-WHS01 - UNABLE TO OPEN TIE-LOCATION, "
004400                 "STATUS " WM-LOC-STATUS
004410         GO TO 9900-ABEND
004420     END-IF
004430     PERFORM 3450-CLEAR-ONE-POINT THRU 3450-EXIT
004440         UNTIL WM-LOC-EOF
004450     CLOSE TIE-LOCATION.
004460 3400-EXIT.
004470     EXIT.
004480 3450-CLEAR-ONE-POINT.
004490     READ TIE-LOCATION NEXT RECORD
004500         AT END
004510             SET WM-LOC-EOF TO TRUE
004520             GO TO 3450-EXIT
004530     END-READ
004540     IF WM-LOC-STATUS NOT = "00"
004550         DISPLAY "MCP-WHS01 - ERROR READING TIE-LOCATION, "
004560                 "STATUS " WM-LOC-STATUS
004570         GO TO 9900-ABEND
004580     END-IF
004590     IF TL-WHSE-CODE NOT = WN-WHSE-CODE
004600         GO TO 3450-EXIT
004610     END-IF
004620     IF TL-REORDER-POINT NUMERIC
004630        AND TL-REORDER-POINT = ZERO
004640         GO TO 3450-EXIT
004650     END-IF
004660     MOVE ZERO TO TL-REORDER-POINT
004670     REWRITE TIE-LOCATION-RECORD
004680     IF WM-LOC-STATUS NOT = "00"
004690         DISPLAY "MCP-WHS01 - UNABLE TO REWRITE TIE-LOCATION, "
004700                 "STATUS " WM-LOC-STATUS
004710         GO TO 9900-ABEND
004720     END-IF
004730     ADD 1 TO WM-POINTS-CLEARED.
004740 3450-EXIT.
004750     EXIT.
004760*-----------------------------------------------------------------
004770* 3500-BUILD-WAREHOUSE-RECORD - MAP THE MAINTENANCE FIELDS INTO
004780*   THE TIE-WAREHOUSE RECORD AREA. THE CLOSED DATE IS SET WHEN
004790*   THE WAREHOUSE CLOSES, KEPT WHILE IT STAYS CLOSED AND
004800*   CLEARED WHEN IT REOPENS
004810*-----------------------------------------------------------------
004820 3500-BUILD-WAREHOUSE-RECORD.
004830     MOVE WN-WHSE-CODE TO WH-WHSE-CODE
004840     MOVE WN-WHSE-NAME TO WH-WHSE-NAME
004850     MOVE WN-WHSE-CITY TO WH-WHSE-CITY
004860     MOVE WN-WHSE-STATE TO WH-WHSE-STATE
004870     MOVE WN-STATUS TO WH-STATUS
004880     IF WH-ACTIVE
004890         MOVE SPACES TO WH-CLOSED-DATE
004900     ELSE
004910         IF WM-BEF-STATUS = "C"
004920             MOVE WM-BEF-CLOSED-DATE TO WH-CLOSED-DATE
004930         ELSE
004940             MOVE WM-RUN-DATE TO WH-CLOSED-DATE
004950         END-IF
004960     END-IF.
004970 3500-EXIT.
004980     EXIT.
004990*-----------------------------------------------------------------
005000* 4000-WRITE-REGISTER-LINE - ONE REGISTER LINE PER MAINTENANCE
005010*   TRANSACTION, BEFORE IMAGE ON THE LEFT, AFTER ON THE RIGHT.
005020*   A REJECTION PRINTS ITS REASON ON THE LINE BELOW
005030*-----------------------------------------------------------------
005040 4000-WRITE-REGISTER-LINE.
005050     MOVE SPACES TO RD-ACTION
005060     IF WN-ADD
005070         MOVE "ADD" TO RD-ACTION
005080     ELSE
005090         IF WN-CHANGE
005100             MOVE "CHANGE" TO RD-ACTION
005110         ELSE
005120             IF WN-DELETE
005130                 MOVE "DELETE" TO RD-ACTION
005140             ELSE
005150                 MOVE WN-ACTION-CODE TO RD-ACTION
005160             END-IF
005170         END-IF
005180     END-IF
005190     MOVE WN-WHSE-CODE TO RD-WHSE
005200     MOVE WM-BEF-WHSE-NAME TO RD-BEF-NAME
005210     MOVE WM-BEF-WHSE-CITY TO RD-BEF-CITY
005220     MOVE WM-BEF-WHSE-STATE TO RD-BEF-STATE
005230     MOVE WM-BEF-STATUS TO RD-BEF-STATUS
005240     IF WM-REJECTED OR WN-DELETE
005250         MOVE SPACES TO RD-AFT-NAME RD-AFT-CITY RD-AFT-STATE
005260                        RD-AFT-STATUS
005270     ELSE
005280         MOVE WN-WHSE-NAME TO RD-AFT-NAME
005290         MOVE WN-WHSE-CITY TO RD-AFT-CITY
005300         MOVE WN-WHSE-STATE TO RD-AFT-STATE
005310         MOVE WN-STATUS TO RD-AFT-STATUS
005320     END-IF
005330     IF WM-REJECTED
005340         MOVE "REJECTED" TO RD-DISPOSITION
005350     ELSE
005360         MOVE WM-REJECT-REASON TO RD-DISPOSITION
005370     END-IF
005380     WRITE TIE-REGISTER-LINE FROM RPT-DETAIL-LINE
005390     IF WM-REGISTER-STATUS NOT = "00"
005400         DISPLAY "MCP-WHS01 - UNABLE TO WRITE REGISTER, STATUS "
005410                 WM-REGISTER-STATUS
005420         GO TO 9900-ABEND
005430     END-IF
005440     IF WM-REJECTED
005450         MOVE WM-REJECT-REASON TO RR-REASON
005460         WRITE TIE-REGISTER-LINE FROM RPT-REASON-LINE
005470     END-IF.
005480 4000-EXIT.
005490     EXIT.
005500*-----------------------------------------------------------------
005510* 9000-END-OF-JOB - PRINT TOTALS AND CLOSE WHATEVER IS OPEN
005520*-----------------------------------------------------------------
005530 9000-END-OF-JOB.
005540     IF WM-REGISTER-OPEN
005550         MOVE "WAREHOUSES ADDED" TO RT-LABEL
005560         MOVE WM-ADD-COUNT TO RT-COUNT
005570         WRITE TIE-REGISTER-LINE FROM RPT-TOTAL-LINE
005580         MOVE "WAREHOUSES CHANGED" TO RT-LABEL
005590         MOVE WM-CHANGE-COUNT TO RT-COUNT
005600         WRITE TIE-REGISTER-LINE FROM RPT-TOTAL-LINE
005610         MOVE "WAREHOUSES DELETED" TO RT-LABEL
005620         MOVE WM-DELETE-COUNT TO RT-COUNT
005630         WRITE TIE-REGISTER-LINE FROM RPT-TOTAL-LINE
005640         MOVE "LOC POINTS CLEARED" TO RT-LABEL
005650         MOVE WM-POINTS-CLEARED TO RT-COUNT
005660         WRITE TIE-REGISTER-LINE FROM RPT-TOTAL-LINE
005670         MOVE "REJECTED" TO RT-LABEL
005680         MOVE WM-REJECT-COUNT TO RT-COUNT
005690         WRITE TIE-REGISTER-LINE FROM RPT-TOTAL-LINE
005700         CLOSE TIE-WMAINT-REGISTER
005710     END-IF
005720     IF WM-WHSE-OPEN
005730         CLOSE TIE-WAREHOUSE
005740     END-IF
005750     IF WM-MAINT-OPEN
005760         CLOSE TIE-WMAINT
005770     END-IF.
005780 9000-EXIT.
005790     EXIT.
005800*-----------------------------------------------------------------
005810* 9900-ABEND - CLOSE UP AND END THE RUN WITH A BAD RETURN CODE
005820*-----------------------------------------------------------------
005830 9900-ABEND.
005840     MOVE 16 TO RETURN-CODE
005850     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
005860     STOP RUN.
005870 9900-EXIT.
005880     EXIT.
