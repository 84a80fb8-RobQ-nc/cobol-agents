000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MCP-ARB01.
000030 AUTHOR. R QUIGLEY.
000040 INSTALLATION. TIE DIVISION DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* 10/15/2026  RQ   ORIGINAL PROGRAM - NIGHTLY ACCOUNTS RECEIVABLE
000110*                  BILLING EXTRACT, AFTER MCP-AGENT. GROUPS THE
000120*                  DAY'S CUSTOMER SHIP MOVEMENTS ON TIE-HISTORY
000130*                  (BACKORDER RELEASES INCLUDED) INTO ONE INVOICE
000140*                  PER CUSTOMER AND ORDER, ONE LINE PER STYLE AND
000150*                  WAREHOUSE, PRICED AT TM-UNIT-PRICE AS OF THE
000160*                  SHIP DATE, AND WRITES THEM IN THE AR LOAD
000170*                  FORMAT (DD TIEARBX, COPYBOOK TIEARB) WITH A
000180*                  BATCH TRAILER OF COUNTS AND HASH TOTALS. A
000190*                  PRICE CHANGE MCP-PRC01 APPLIED AFTER THE SHIP
000200*                  DATE (TIE-REVAL GENERATIONS ON DD TIEREVL,
000210*                  NEEDED ONLY WHEN AN EARLIER DAY IS RERUN) IS
000220*                  UNWOUND TO ITS OLD PRICE. THE BILLING REGISTER
000230*                  (DD TIEARBR) LISTS EVERY INVOICE AND PROVES
000240*                  UNITS BILLED PLUS UNITS NOT BILLABLE (NO
000250*                  CUSTOMER, STYLE NOT ON FILE) TO UNITS SHIPPED;
000260*                  OUT OF BALANCE ENDS WITH RETURN CODE 8. COUNT
000270*                  ADJUSTMENTS AND WAREHOUSE TRANSFERS ARE NOT
000280*                  SALES AND ARE LEFT OUT.
000290*                  PARM IS RUNDATE (YYYYMMDD) - OMITTED MEANS
000300*                  THE SYSTEM DATE.
000310*-----------------------------------------------------------------
000320* ___________________________
000330*|                           |
000340*|  IBM MAINFRAME DIVISION   |
000350*|      OF COBOL AGENTS      |
000360*|                           |
000370*|    AR BILLING EXTRACT     |
000380*|         /\                |
000390*|        /  \               |
000400*|       / TIE \             |
000410*|      /______\             |
000420*|___________________________|
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT TIE-MASTER ASSIGN TO TIEMSTR
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS TM-STYLE-CODE
000500         FILE STATUS IS BI-MASTER-STATUS.
000510     SELECT TIE-HISTORY ASSIGN TO TIEHIST
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS BI-HIST-STATUS.
000540     SELECT TIE-REVAL ASSIGN TO TIEREVL
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS BI-REVAL-STATUS.
000570     SELECT SORT-BILLING ASSIGN TO TIESORT.
000580     SELECT TIE-AR-EXTRACT ASSIGN TO TIEARBX
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS BI-EXTRACT-STATUS.
000610     SELECT TIE-BILLING-RPT ASSIGN TO TIEARBR
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS BI-REPORT-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  TIE-MASTER
000670     LABEL RECORDS ARE STANDARD.
000680     COPY TIEREC.
000690 FD  TIE-HISTORY
000700     LABEL RECORDS ARE STANDARD.
000710     COPY TIEHIS.
000720 FD  TIE-REVAL
000730     LABEL RECORDS ARE STANDARD.
000740     COPY TIERVL.
000750 SD  SORT-BILLING.
000760 01  SORT-BILLING-RECORD.
000770     05  SB-CUST-CODE               PIC X(06).
000780     05  SB-ORDER-NO                PIC X(08).
000790     05  SB-STYLE-CODE              PIC X(06).
000800     05  SB-WHSE-CODE               PIC X(03).
000810     05  SB-UNIT-PRICE              PIC S9(05)V99.
000820     05  SB-SHIP-QTY                PIC S9(07).
000830 FD  TIE-AR-EXTRACT
000840     LABEL RECORDS ARE STANDARD.
000850     COPY TIEARB.
000860 FD  TIE-BILLING-RPT
000870     LABEL RECORDS ARE STANDARD.
000880 01  TIE-BILLING-LINE               PIC X(132).
000890 WORKING-STORAGE SECTION.
000900 77  BI-MASTER-STATUS               PIC X(02) VALUE ZERO.
000910 77  BI-HIST-STATUS                 PIC X(02) VALUE ZERO.
000920 77  BI-REVAL-STATUS                PIC X(02) VALUE ZERO.
000930 77  BI-EXTRACT-STATUS              PIC X(02) VALUE ZERO.
000940 77  BI-REPORT-STATUS               PIC X(02) VALUE ZERO.
000950 77  BI-MASTER-OPEN-SW              PIC X(01) VALUE "N".
000960     88  BI-MASTER-OPEN                      VALUE "Y".
000970 77  BI-EXTRACT-OPEN-SW             PIC X(01) VALUE "N".
000980     88  BI-EXTRACT-OPEN                     VALUE "Y".
000990 77  BI-REPORT-OPEN-SW              PIC X(01) VALUE "N".
001000     88  BI-REPORT-OPEN                      VALUE "Y".
001010 77  BI-HIST-EOF-SW                 PIC X(01) VALUE "N".
001020     88  BI-HIST-EOF                         VALUE "Y".
001030 77  BI-REVAL-EOF-SW                PIC X(01) VALUE "N".
001040     88  BI-REVAL-EOF                        VALUE "Y".
001050 77  BI-SORT-EOF-SW                 PIC X(01) VALUE "N".
001060     88  BI-SORT-EOF                         VALUE "Y".
001070 77  BI-STYLE-FOUND-SW              PIC X(01) VALUE "N".
001080     88  BI-STYLE-FOUND                      VALUE "Y".
001090 77  BI-CHG-FOUND-SW                PIC X(01) VALUE "N".
001100     88  BI-CHG-FOUND                        VALUE "Y".
001110 77  BI-INVOICE-OPEN-SW             PIC X(01) VALUE "N".
001120     88  BI-INVOICE-OPEN                     VALUE "Y".
001130 77  BI-RUN-DATE                    PIC X(08) VALUE SPACES.
001140 77  BI-PARM-DATE                   PIC X(08) VALUE SPACES.
001150 77  BI-MOVE-DATE                   PIC X(08) VALUE SPACES.
001160 77  BI-LAST-STYLE                  PIC X(06) VALUE SPACES.
001170 77  BI-CUR-CUST                    PIC X(06) VALUE SPACES.
001180 77  BI-CUR-ORDER                   PIC X(08) VALUE SPACES.
001190 77  BI-MASTER-PRICE                PIC S9(05)V99 COMP
001200                                    VALUE ZERO.
001210 77  BI-UNIT-PRICE                  PIC S9(05)V99 COMP
001220                                    VALUE ZERO.
001230 77  BI-INVOICE-SEQ                 PIC 9(04) COMP VALUE ZERO.
001240 77  BI-INV-UNITS                   PIC S9(09) COMP VALUE ZERO.
001250 77  BI-INV-AMOUNT                  PIC S9(11)V99 COMP
001260                                    VALUE ZERO.
001270 77  BI-BILLED-UNITS                PIC S9(09) COMP VALUE ZERO.
001280 77  BI-BILLED-AMOUNT               PIC S9(13)V99 COMP
001290                                    VALUE ZERO.
001300 77  BI-HASH-PENNIES                PIC 9(13) COMP VALUE ZERO.
001310 77  BI-WORK-PENNIES                PIC 9(13) COMP VALUE ZERO.
001320 77  BI-INVOICE-COUNT               PIC 9(07) COMP VALUE ZERO.
001330 77  BI-LINE-COUNT                  PIC 9(07) COMP VALUE ZERO.
001340 77  BI-SHIP-MOVES                  PIC 9(07) COMP VALUE ZERO.
001350 77  BI-SHIP-UNITS                  PIC S9(09) COMP VALUE ZERO.
001360 77  BI-NO-CUST-UNITS               PIC S9(09) COMP VALUE ZERO.
001370 77  BI-NO-STYLE-UNITS              PIC S9(09) COMP VALUE ZERO.
001380 77  BI-UNBILLED-DIFF               PIC S9(09) COMP VALUE ZERO.
001390 77  BI-PRIOR-PRICE-MOVES           PIC 9(07) COMP VALUE ZERO.
001400 77  BI-REVALS-READ                 PIC 9(07) COMP VALUE ZERO.
001410 77  BI-CHG-SUB                     PIC 9(04) COMP VALUE ZERO.
001420 77  BI-LN-SUB                      PIC 9(04) COMP VALUE ZERO.
001430 01  BI-CHANGE-TABLE.
001440     05  BI-CHG-COUNT               PIC 9(04) COMP VALUE ZERO.
001450     05  BI-CHG-ENTRY OCCURS 500 TIMES.
001460         10  BI-CHG-STYLE           PIC X(06).
001470         10  BI-CHG-EFF-DATE        PIC X(08).
001480         10  BI-CHG-OLD-PRICE       PIC S9(05)V99 COMP.
001490 01  BI-LINE-TABLE.
001500     05  BI-LN-COUNT                PIC 9(04) COMP VALUE ZERO.
001510     05  BI-LN-ENTRY OCCURS 500 TIMES.
001520         10  BI-LN-STYLE            PIC X(06).
001530         10  BI-LN-WHSE             PIC X(03).
001540         10  BI-LN-PRICE            PIC S9(05)V99 COMP.
001550         10  BI-LN-QTY              PIC S9(07) COMP.
001560         10  BI-LN-AMOUNT           PIC S9(11)V99 COMP.
001570 01  RPT-HEADING-LINE-1.
001580     05  FILLER                     PIC X(01) VALUE SPACE.
001590     05  FILLER                     PIC X(34)
001600             VALUE "TIE NIGHTLY AR BILLING REGISTER - ".
001610     05  RH-RUN-DATE                PIC X(08).
001620 01  RPT-HEADING-LINE-2.
001630     05  FILLER                     PIC X(01) VALUE SPACE.
001640     05  FILLER                     PIC X(12) VALUE "INVOICE".
001650     05  FILLER                     PIC X(08) VALUE "CUST".
001660     05  FILLER                     PIC X(10) VALUE "ORDER".
001670     05  FILLER                     PIC X(07) VALUE " LINE".
001680     05  FILLER                     PIC X(08) VALUE "STYLE".
001690     05  FILLER                     PIC X(05) VALUE "WHSE".
001700     05  FILLER                     PIC X(12) VALUE "  QUANTITY".
001710     05  FILLER                     PIC X(12) VALUE "UNIT PRICE".
001720     05  FILLER                     PIC X(19)
001730             VALUE "             AMOUNT".
001740 01  RPT-DETAIL-LINE.
001750     05  FILLER                     PIC X(01) VALUE SPACE.
001760     05  RD-INVOICE                 PIC X(10).
001770     05  FILLER                     PIC X(02) VALUE SPACES.
001780     05  RD-CUST                    PIC X(06).
001790     05  FILLER                     PIC X(02) VALUE SPACES.
001800     05  RD-ORDER                   PIC X(08).
001810     05  FILLER                     PIC X(02) VALUE SPACES.
001820     05  RD-LINE                    PIC ZZZZ9.
001830     05  FILLER                     PIC X(02) VALUE SPACES.
001840     05  RD-STYLE                   PIC X(06).
001850     05  FILLER                     PIC X(02) VALUE SPACES.
001860     05  RD-WHSE                    PIC X(03).
001870     05  FILLER                     PIC X(02) VALUE SPACES.
001880     05  RD-QTY                     PIC Z,ZZZ,ZZ9-.
001890     05  FILLER                     PIC X(02) VALUE SPACES.
001900     05  RD-PRICE                   PIC ZZ,ZZ9.99-.
001910     05  FILLER                     PIC X(02) VALUE SPACES.
001920     05  RD-AMOUNT                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
001930 01  RPT-INVOICE-TOTAL-LINE.
001940     05  FILLER                     PIC X(21) VALUE SPACES.
001950     05  RI-LABEL                   PIC X(28).
001960     05  RI-UNITS                   PIC ZZZ,ZZZ,ZZ9-.
001970     05  FILLER                     PIC X(14) VALUE SPACES.
001980     05  RI-AMOUNT                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
001990 01  RPT-TOTAL-LINE.
002000     05  FILLER                     PIC X(01) VALUE SPACE.
002010     05  RT-LABEL                   PIC X(36).
002020     05  RT-VALUE                   PIC ZZZ,ZZZ,ZZ9-.
002030 01  RPT-PROOF-LINE.
002040     05  FILLER                     PIC X(01) VALUE SPACE.
002050     05  RP-TEXT                    PIC X(50).
002060 LINKAGE SECTION.
002070 01  BI-PARM-AREA.
002080     05  BI-PARM-LENGTH             PIC S9(4) COMP.
002090     05  BI-PARM-TEXT               PIC X(80).
002100 PROCEDURE DIVISION USING BI-PARM-AREA.
002110*-----------------------------------------------------------------
002120* 0000-MAIN-LINE - JOB DRIVER. ONE SORT OF THE DAY'S BILLABLE
002130*   SHIPMENTS BY CUSTOMER, ORDER, STYLE AND WAREHOUSE
002140*-----------------------------------------------------------------
002150 0000-MAIN-LINE.
002160     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002170     PERFORM 1200-LOAD-PRICE-CHANGES THRU 1200-EXIT
002180     SORT SORT-BILLING
002190         ON ASCENDING KEY SB-CUST-CODE SB-ORDER-NO
002200                          SB-STYLE-CODE SB-WHSE-CODE
002210                          SB-UNIT-PRICE
002220         INPUT PROCEDURE 1500-SELECT-SHIPMENTS THRU 1500-EXIT
002230         OUTPUT PROCEDURE 2000-PRODUCE-INVOICES THRU 2000-EXIT
002240     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT
002250     PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT
002260     IF BI-UNBILLED-DIFF NOT = ZERO
002270         DISPLAY "MCP-ARB01 - BILLING DID NOT PROVE TO "
002280                 "SHIPMENTS, DIFFERENCE " BI-UNBILLED-DIFF
002290         MOVE 8 TO RETURN-CODE
002300     END-IF
002310     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
002320     STOP RUN.
002330*-----------------------------------------------------------------
002340* 1000-INITIALIZE - PARSE THE PARM AND OPEN EVERYTHING
002350*-----------------------------------------------------------------
002360 1000-INITIALIZE.
002370     ACCEPT BI-RUN-DATE FROM DATE YYYYMMDD
002380     IF BI-PARM-LENGTH > 0
002390         UNSTRING BI-PARM-TEXT DELIMITED BY ","
002400             INTO BI-PARM-DATE
002410         END-UNSTRING
002420         IF BI-PARM-DATE NOT = SPACES
002430             MOVE BI-PARM-DATE TO BI-RUN-DATE
002440         END-IF
002450     END-IF
002460     IF BI-RUN-DATE NOT NUMERIC
002470         DISPLAY "MCP-ARB01 - RUN DATE NOT NUMERIC - " BI-RUN-DATE
002480         GO TO 9900-ABEND
002490     END-IF
002500     OPEN INPUT TIE-MASTER
002510     IF BI-MASTER-STATUS NOT = "00"
002520         DISPLAY "MCP-ARB01 - UNABLE TO OPEN TIE-MASTER, STATUS "
002530                 BI-MASTER-STATUS
002540         GO TO 9900-ABEND
002550     END-IF
002560     SET BI-MASTER-OPEN TO TRUE
002570     OPEN OUTPUT TIE-AR-EXTRACT
002580     IF BI-EXTRACT-STATUS NOT = "00"
002590         DISPLAY "MCP-ARB01 - UNABLE TO OPEN TIE-AR-EXTRACT, "
002600                 "STATUS " BI-EXTRACT-STATUS
002610         GO TO 9900-ABEND
002620     END-IF
002630     SET BI-EXTRACT-OPEN TO TRUE
002640     OPEN OUTPUT TIE-BILLING-RPT
002650     IF BI-REPORT-STATUS NOT = "00"
002660         DISPLAY "MCP-ARB01 - UNABLE TO OPEN TIE-BILLING-RPT, "
002670                 "STATUS " BI-REPORT-STATUS
002680         GO TO 9900-ABEND
002690     END-IF
002700     SET BI-REPORT-OPEN TO TRUE
002710     MOVE BI-RUN-DATE TO RH-RUN-DATE
002720     WRITE TIE-BILLING-LINE FROM RPT-HEADING-LINE-1
002730     WRITE TIE-BILLING-LINE FROM RPT-HEADING-LINE-2.
002740 1000-EXIT.
002750     EXIT.
002760*-----------------------------------------------------------------
002770* 1200-LOAD-PRICE-CHANGES - EVERY PRICE CHANGE EFFECTIVE AFTER
002780*   THE RUN DATE, KEEPING PER STYLE THE EARLIEST ONE - ITS OLD
002790*   PRICE IS WHAT THE STYLE SOLD FOR ON THE SHIP DATE. NO DD
002800*   (THE USUAL SAME-NIGHT RUN) MEANS NO LATER CHANGES
002810*-----------------------------------------------------------------
002820 1200-LOAD-PRICE-CHANGES.
002830     OPEN INPUT TIE-REVAL
002840     IF BI-REVAL-STATUS = "35"
002850         GO TO 1200-EXIT
002860     END-IF
002870     IF BI-REVAL-STATUS NOT = "00"
002880         DISPLAY "MCP-ARB01 - UNABLE TO OPEN TIE-REVAL, STATUS "
002890                 BI-REVAL-STATUS
002900         GO TO 9900-ABEND
002910     END-IF
002920     PERFORM 1250-READ-REVAL-RECORD THRU 1250-EXIT
002930         UNTIL BI-REVAL-EOF
002940     CLOSE TIE-REVAL.
002950 1200-EXIT.
002960     EXIT.
002970 1250-READ-REVAL-RECORD.
002980     READ TIE-REVAL
002990         AT END
003000             SET BI-REVAL-EOF TO TRUE
003010             GO TO 1250-EXIT
003020     END-READ
003030     IF BI-REVAL-STATUS NOT = "00"
003040         DISPLAY "MCP-ARB01 - ERROR READING TIE-REVAL, STATUS "
003050                 BI-REVAL-STATUS
003060         GO TO 9900-ABEND
003070     END-IF
003080     ADD 1 TO BI-REVALS-READ
003090     IF RV-EFFECTIVE-DATE NOT GREATER THAN BI-RUN-DATE
003100         GO TO 1250-EXIT
003110     END-IF
003120     MOVE RV-STYLE-CODE TO BI-LAST-STYLE
003130     PERFORM 1800-FIND-PRICE-CHANGE THRU 1800-EXIT
003140     IF BI-CHG-FOUND
003150         IF RV-EFFECTIVE-DATE LESS THAN
003160                BI-CHG-EFF-DATE (BI-CHG-SUB)
003170             MOVE RV-EFFECTIVE-DATE
003180                 TO BI-CHG-EFF-DATE (BI-CHG-SUB)
003190             MOVE RV-OLD-PRICE TO BI-CHG-OLD-PRICE (BI-CHG-SUB)
003200         END-IF
003210         GO TO 1250-EXIT
003220     END-IF
003230     IF BI-CHG-COUNT = 500
003240         DISPLAY "MCP-ARB01 - PRICE CHANGE TABLE FULL"
003250         GO TO 9900-ABEND
003260     END-IF
003270     ADD 1 TO BI-CHG-COUNT
003280     MOVE RV-STYLE-CODE TO BI-CHG-STYLE (BI-CHG-COUNT)
003290     MOVE RV-EFFECTIVE-DATE TO BI-CHG-EFF-DATE (BI-CHG-COUNT)
003300     MOVE RV-OLD-PRICE TO BI-CHG-OLD-PRICE (BI-CHG-COUNT).
003310 1250-EXIT.
003320     EXIT.
003330*-----------------------------------------------------------------
003340* 1500-SELECT-SHIPMENTS - SORT INPUT PROCEDURE. EVERY CUSTOMER
003350*   SHIP MOVEMENT OF THE RUN DATE COUNTS AS SHIPPED; THOSE WITH
003360*   A CUSTOMER AND A STYLE ON FILE ARE PRICED AND RELEASED
003370*-----------------------------------------------------------------
003380 1500-SELECT-SHIPMENTS.
003390     MOVE SPACES TO BI-LAST-STYLE
003400     OPEN INPUT TIE-HISTORY
003410     IF BI-HIST-STATUS NOT = "00"
003420         DISPLAY "MCP-ARB01 - UNABLE TO OPEN TIE-HISTORY, "
003430                 "STATUS " BI-HIST-STATUS
003440         GO TO 9900-ABEND
003450     END-IF
003460     PERFORM 1550-READ-HISTORY-RECORD THRU 1550-EXIT
003470     PERFORM 1600-RELEASE-ONE-SHIPMENT THRU 1600-EXIT
003480         UNTIL BI-HIST-EOF
003490     CLOSE TIE-HISTORY.
003500 1500-EXIT.
003510     EXIT.
003520 1550-READ-HISTORY-RECORD.
003530     READ TIE-HISTORY
003540         AT END
003550             SET BI-HIST-EOF TO TRUE
003560     END-READ
003570     IF BI-HIST-STATUS NOT = "00" AND BI-HIST-STATUS NOT = "10"
003580         DISPLAY "MCP-ARB01 - ERROR READING TIE-HISTORY, "
003590                 "STATUS " BI-HIST-STATUS
003600         GO TO 9900-ABEND
003610     END-IF.
003620 1550-EXIT.
003630     EXIT.
003640 1600-RELEASE-ONE-SHIPMENT.
003650     MOVE TH-RUN-TIMESTAMP (1:8) TO BI-MOVE-DATE
003660     IF BI-MOVE-DATE NOT = BI-RUN-DATE
003670         GO TO 1600-NEXT
003680     END-IF
003690     IF NOT TH-SHIP
003700        OR TH-COUNT-ADJUST
003710        OR TH-WHSE-TRANSFER
003720         GO TO 1600-NEXT
003730     END-IF
003740     ADD 1 TO BI-SHIP-MOVES
003750     ADD TH-TRANS-QTY TO BI-SHIP-UNITS
003760     IF TH-CUST-CODE = SPACES
003770         DISPLAY "MCP-ARB01 - SHIPMENT WITH NO CUSTOMER, NOT "
003780                 "BILLED - " TH-STYLE-CODE " " TH-WHSE-CODE " "
003790                 TH-ORDER-NO
003800         ADD TH-TRANS-QTY TO BI-NO-CUST-UNITS
003810         GO TO 1600-NEXT
003820     END-IF
003830     PERFORM 1700-GET-SHIP-DATE-PRICE THRU 1700-EXIT
003840     IF NOT BI-STYLE-FOUND
003850         ADD TH-TRANS-QTY TO BI-NO-STYLE-UNITS
003860         GO TO 1600-NEXT
003870     END-IF
003880     MOVE TH-CUST-CODE TO SB-CUST-CODE
003890     MOVE TH-ORDER-NO TO SB-ORDER-NO
003900     MOVE TH-STYLE-CODE TO SB-STYLE-CODE
003910     MOVE TH-WHSE-CODE TO SB-WHSE-CODE
003920     MOVE BI-UNIT-PRICE TO SB-UNIT-PRICE
003930     MOVE TH-TRANS-QTY TO SB-SHIP-QTY
003940     RELEASE SORT-BILLING-RECORD.
003950 1600-NEXT.
003960     PERFORM 1550-READ-HISTORY-RECORD THRU 1550-EXIT.
003970 1600-EXIT.
003980     EXIT.
003990*-----------------------------------------------------------------
004000* 1700-GET-SHIP-DATE-PRICE - TM-UNIT-PRICE FOR THE STYLE IN THE
004010*   HISTORY RECORD AREA (HOLDING THE LAST STYLE READ), UNWOUND
004020*   TO THE OLD PRICE WHEN A CHANGE TOOK EFFECT AFTER THE RUN DATE
004030*-----------------------------------------------------------------
004040 1700-GET-SHIP-DATE-PRICE.
004050     IF TH-STYLE-CODE = BI-LAST-STYLE
004060         GO TO 1700-PRICE
004070     END-IF
004080     MOVE "N" TO BI-STYLE-FOUND-SW
004090     MOVE ZERO TO BI-MASTER-PRICE
004100     MOVE TH-STYLE-CODE TO TM-STYLE-CODE
004110     READ TIE-MASTER
004120         INVALID KEY
004130             DISPLAY "MCP-ARB01 - STYLE NOT ON FILE, SHIPMENT "
004140                     "NOT BILLED - " TH-STYLE-CODE
004150         NOT INVALID KEY
004160             SET BI-STYLE-FOUND TO TRUE
004170             MOVE TM-UNIT-PRICE TO BI-MASTER-PRICE
004180     END-READ
004190     MOVE TH-STYLE-CODE TO BI-LAST-STYLE
004200     PERFORM 1800-FIND-PRICE-CHANGE THRU 1800-EXIT.
004210 1700-PRICE.
004220     IF BI-CHG-FOUND
004230         MOVE BI-CHG-OLD-PRICE (BI-CHG-SUB) TO BI-UNIT-PRICE
004240         ADD 1 TO BI-PRIOR-PRICE-MOVES
004250     ELSE
004260         MOVE BI-MASTER-PRICE TO BI-UNIT-PRICE
004270     END-IF.
004280 1700-EXIT.
004290     EXIT.
004300*-----------------------------------------------------------------
004310* 1800-FIND-PRICE-CHANGE - LOOK UP BI-LAST-STYLE IN THE LATER
004320*   PRICE CHANGE TABLE
004330*-----------------------------------------------------------------
004340 1800-FIND-PRICE-CHANGE.
004350     MOVE "N" TO BI-CHG-FOUND-SW
004360     PERFORM 1850-MATCH-PRICE-CHANGE THRU 1850-EXIT
004370         VARYING BI-CHG-SUB FROM 1 BY 1
004380         UNTIL BI-CHG-FOUND
004390            OR BI-CHG-SUB GREATER THAN BI-CHG-COUNT
004400     IF BI-CHG-FOUND
004410         SUBTRACT 1 FROM BI-CHG-SUB
004420     END-IF.
004430 1800-EXIT.
004440     EXIT.
004450 1850-MATCH-PRICE-CHANGE.
004460     IF BI-CHG-STYLE (BI-CHG-SUB) = BI-LAST-STYLE
004470         SET BI-CHG-FOUND TO TRUE
004480     END-IF.
004490 1850-EXIT.
004500     EXIT.
004510*-----------------------------------------------------------------
004520* 2000-PRODUCE-INVOICES - SORT OUTPUT PROCEDURE. A CHANGE OF
004530*   CUSTOMER OR ORDER CLOSES THE INVOICE; WITHIN IT, LIKE STYLE,
004540*   WAREHOUSE AND PRICE ROLL UP INTO ONE LINE
004550*-----------------------------------------------------------------
004560 2000-PRODUCE-INVOICES.
004570     PERFORM 2100-RETURN-SORTED-RECORD THRU 2100-EXIT
004580     PERFORM 2200-PROCESS-SORTED-RECORD THRU 2200-EXIT
004590         UNTIL BI-SORT-EOF
004600     IF BI-INVOICE-OPEN
004610         PERFORM 2700-WRITE-INVOICE THRU 2700-EXIT
004620     END-IF.
004630 2000-EXIT.
004640     EXIT.
004650 2100-RETURN-SORTED-RECORD.
004660     RETURN SORT-BILLING
004670         AT END
004680             SET BI-SORT-EOF TO TRUE
004690     END-RETURN.
004700 2100-EXIT.
004710     EXIT.
004720 2200-PROCESS-SORTED-RECORD.
004730     IF BI-INVOICE-OPEN
004740        AND (SB-CUST-CODE NOT = BI-CUR-CUST
004750             OR SB-ORDER-NO NOT = BI-CUR-ORDER)
004760         PERFORM 2700-WRITE-INVOICE THRU 2700-EXIT
004770     END-IF
004780     IF NOT BI-INVOICE-OPEN
004790         MOVE SB-CUST-CODE TO BI-CUR-CUST
004800         MOVE SB-ORDER-NO TO BI-CUR-ORDER
004810         MOVE ZERO TO BI-LN-COUNT
004820         SET BI-INVOICE-OPEN TO TRUE
004830     END-IF
004840     IF BI-LN-COUNT GREATER THAN ZERO
004850         IF SB-STYLE-CODE = BI-LN-STYLE (BI-LN-COUNT)
004860            AND SB-WHSE-CODE = BI-LN-WHSE (BI-LN-COUNT)
004870            AND SB-UNIT-PRICE = BI-LN-PRICE (BI-LN-COUNT)
004880             ADD SB-SHIP-QTY TO BI-LN-QTY (BI-LN-COUNT)
004890             GO TO 2200-NEXT
004900         END-IF
004910     END-IF
004920     IF BI-LN-COUNT = 500
004930         DISPLAY "MCP-ARB01 - INVOICE LINE TABLE FULL, CUSTOMER "
004940                 BI-CUR-CUST " ORDER " BI-CUR-ORDER
004950         GO TO 9900-ABEND
004960     END-IF
004970     ADD 1 TO BI-LN-COUNT
004980     MOVE SB-STYLE-CODE TO BI-LN-STYLE (BI-LN-COUNT)
004990     MOVE SB-WHSE-CODE TO BI-LN-WHSE (BI-LN-COUNT)
005000     MOVE SB-UNIT-PRICE TO BI-LN-PRICE (BI-LN-COUNT)
005010     MOVE SB-SHIP-QTY TO BI-LN-QTY (BI-LN-COUNT).
005020 2200-NEXT.
005030     PERFORM 2100-RETURN-SORTED-RECORD THRU 2100-EXIT.
005040 2200-EXIT.
005050     EXIT.
005060*-----------------------------------------------------------------
005070* 2700-WRITE-INVOICE - PRICE THE LINES, THEN THE HEADER CARRYING
005080*   THE INVOICE TOTALS, THEN THE LINES, EACH ECHOED TO THE
005090*   REGISTER. THE INVOICE NUMBER IS THE BATCH DATE (YYMMDD) AND
005100*   A RUNNING SEQUENCE, SO A RERUN OF THE SAME DAY REPEATS IT
005110*-----------------------------------------------------------------
005120 2700-WRITE-INVOICE.
005130     IF BI-INVOICE-SEQ = 9999
005140         DISPLAY "MCP-ARB01 - MORE THAN 9999 INVOICES IN BATCH"
005150         GO TO 9900-ABEND
005160     END-IF
005170     ADD 1 TO BI-INVOICE-SEQ
005180     MOVE ZERO TO BI-INV-UNITS BI-INV-AMOUNT
005190     PERFORM 2750-PRICE-ONE-LINE THRU 2750-EXIT
005200         VARYING BI-LN-SUB FROM 1 BY 1
005210         UNTIL BI-LN-SUB GREATER THAN BI-LN-COUNT
005220     MOVE SPACES TO TIE-AR-BILLING-RECORD
005230     SET AI-INVOICE-HEADER TO TRUE
005240     MOVE BI-RUN-DATE TO AI-BATCH-DATE
005250     MOVE BI-RUN-DATE (3:6) TO AI-INVOICE-DATE
005260     MOVE BI-INVOICE-SEQ TO AI-INVOICE-SEQ
005270     MOVE BI-CUR-CUST TO AI-CUST-CODE
005280     MOVE BI-CUR-ORDER TO AI-ORDER-NO
005290     MOVE BI-RUN-DATE TO AI-SHIP-DATE
005300     MOVE BI-LN-COUNT TO AI-INV-LINE-COUNT
005310     MOVE BI-INV-UNITS TO AI-INV-UNITS
005320     MOVE BI-INV-AMOUNT TO AI-INV-AMOUNT
005330     PERFORM 5800-WRITE-AR-RECORD THRU 5800-EXIT
005340     ADD 1 TO BI-INVOICE-COUNT
005350     MOVE AI-INVOICE-NO TO RD-INVOICE
005360     MOVE BI-CUR-CUST TO RD-CUST
005370     MOVE BI-CUR-ORDER TO RD-ORDER
005380     PERFORM 2800-WRITE-ONE-LINE THRU 2800-EXIT
005390         VARYING BI-LN-SUB FROM 1 BY 1
005400         UNTIL BI-LN-SUB GREATER THAN BI-LN-COUNT
005410     MOVE "INVOICE TOTAL" TO RI-LABEL
005420     MOVE BI-INV-UNITS TO RI-UNITS
005430     MOVE BI-INV-AMOUNT TO RI-AMOUNT
005440     WRITE TIE-BILLING-LINE FROM RPT-INVOICE-TOTAL-LINE
005450     MOVE SPACES TO TIE-BILLING-LINE
005460     WRITE TIE-BILLING-LINE
005470     ADD BI-INV-UNITS TO BI-BILLED-UNITS
005480     ADD BI-INV-AMOUNT TO BI-BILLED-AMOUNT
005490     MOVE "N" TO BI-INVOICE-OPEN-SW.
005500 2700-EXIT.
005510     EXIT.
005520 2750-PRICE-ONE-LINE.
005530     COMPUTE BI-LN-AMOUNT (BI-LN-SUB) =
005540         BI-LN-QTY (BI-LN-SUB) * BI-LN-PRICE (BI-LN-SUB)
005550     ADD BI-LN-QTY (BI-LN-SUB) TO BI-INV-UNITS
005560     ADD BI-LN-AMOUNT (BI-LN-SUB) TO BI-INV-AMOUNT.
005570 2750-EXIT.
005580     EXIT.
005590*-----------------------------------------------------------------
005600* 2800-WRITE-ONE-LINE - ONE "L" RECORD AND ITS REGISTER LINE.
005610*   THE INVOICE, CUSTOMER AND ORDER PRINT ON THE FIRST LINE ONLY
005620*-----------------------------------------------------------------
005630 2800-WRITE-ONE-LINE.
005640     MOVE SPACES TO AI-DETAIL-AREA
005650     SET AI-INVOICE-LINE TO TRUE
005660     MOVE BI-LN-SUB TO AI-LINE-NO
005670     MOVE BI-LN-STYLE (BI-LN-SUB) TO AI-STYLE-CODE
005680     MOVE BI-LN-WHSE (BI-LN-SUB) TO AI-WHSE-CODE
005690     MOVE BI-LN-QTY (BI-LN-SUB) TO AI-SHIP-QTY
005700     MOVE BI-LN-PRICE (BI-LN-SUB) TO AI-UNIT-PRICE
005710     MOVE BI-LN-AMOUNT (BI-LN-SUB) TO AI-LINE-AMOUNT
005720     PERFORM 5800-WRITE-AR-RECORD THRU 5800-EXIT
005730     ADD 1 TO BI-LINE-COUNT
005740     IF BI-LN-AMOUNT (BI-LN-SUB) LESS THAN ZERO
005750         COMPUTE BI-WORK-PENNIES =
005760             BI-LN-AMOUNT (BI-LN-SUB) * -100
005770     ELSE
005780         COMPUTE BI-WORK-PENNIES =
005790             BI-LN-AMOUNT (BI-LN-SUB) * 100
005800     END-IF
005810     ADD BI-WORK-PENNIES TO BI-HASH-PENNIES
005850     MOVE BI-LN-SUB TO RD-LINE
005860     MOVE BI-LN-STYLE (BI-LN-SUB) TO RD-STYLE
005870     MOVE BI-LN-WHSE (BI-LN-SUB) TO RD-WHSE
005880     MOVE BI-LN-QTY (BI-LN-SUB) TO RD-QTY
005890     MOVE BI-LN-PRICE (BI-LN-SUB) TO RD-PRICE
005900     MOVE BI-LN-AMOUNT (BI-LN-SUB) TO RD-AMOUNT
005910     WRITE TIE-BILLING-LINE FROM RPT-DETAIL-LINE
005920     MOVE SPACES TO RD-INVOICE RD-CUST RD-ORDER.
005930 2800-EXIT.
005940     EXIT.
005950*-----------------------------------------------------------------
005960* 5800-WRITE-AR-RECORD - ONE RECORD TO THE AR LOAD FILE
005970*-----------------------------------------------------------------
005980 5800-WRITE-AR-RECORD.
005990     WRITE TIE-AR-BILLING-RECORD
006000     IF BI-EXTRACT-STATUS NOT = "00"
006010         DISPLAY "MCP-ARB01 - UNABLE TO WRITE TIE-AR-EXTRACT, "
006020                 "STATUS " BI-EXTRACT-STATUS
006030         GO TO 9900-ABEND
006040     END-IF.
006050 5800-EXIT.
006060     EXIT.
006070*-----------------------------------------------------------------
006080* 8000-WRITE-TRAILER - BATCH TRAILER: COUNTS, UNITS AND HASH
006090*-----------------------------------------------------------------
006100 8000-WRITE-TRAILER.
006110     MOVE SPACES TO TIE-AR-BILLING-RECORD
006120     SET AI-BATCH-TRAILER TO TRUE
006130     MOVE BI-RUN-DATE TO AI-BATCH-DATE
006140     MOVE ZERO TO AI-INVOICE-SEQ
006150     MOVE BI-INVOICE-COUNT TO AI-INVOICE-COUNT
006160     MOVE BI-LINE-COUNT TO AI-LINE-COUNT
006170     MOVE BI-BILLED-UNITS TO AI-TOTAL-UNITS
006180     MOVE BI-HASH-PENNIES TO AI-HASH-TOTAL
006190     PERFORM 5800-WRITE-AR-RECORD THRU 5800-EXIT
006200     MOVE "BATCH TOTAL" TO RI-LABEL
006210     MOVE BI-BILLED-UNITS TO RI-UNITS
006220     MOVE BI-BILLED-AMOUNT TO RI-AMOUNT
006230     WRITE TIE-BILLING-LINE FROM RPT-INVOICE-TOTAL-LINE
006240     MOVE SPACES TO TIE-BILLING-LINE
006250     WRITE TIE-BILLING-LINE.
006260 8000-EXIT.
006270     EXIT.
006280*-----------------------------------------------------------------
006290* 8500-WRITE-TOTALS - FOOT THE REGISTER AND PROVE UNITS BILLED
006300*   PLUS UNITS NOT BILLABLE TO UNITS SHIPPED FOR THE DAY
006310*-----------------------------------------------------------------
006320 8500-WRITE-TOTALS.
006330     COMPUTE BI-UNBILLED-DIFF = BI-SHIP-UNITS - BI-BILLED-UNITS
006340         - BI-NO-CUST-UNITS - BI-NO-STYLE-UNITS
006350     MOVE "SHIP MOVEMENTS FOR THE DAY         -" TO RT-LABEL
006360     MOVE BI-SHIP-MOVES TO RT-VALUE
006370     WRITE TIE-BILLING-LINE FROM RPT-TOTAL-LINE
006380     MOVE "UNITS SHIPPED                      -" TO RT-LABEL
006390     MOVE BI-SHIP-UNITS TO RT-VALUE
006400     WRITE TIE-BILLING-LINE FROM RPT-TOTAL-LINE
006410     MOVE "UNITS BILLED                       -" TO RT-LABEL
006420     MOVE BI-BILLED-UNITS TO RT-VALUE
006430     WRITE TIE-BILLING-LINE FROM RPT-TOTAL-LINE
006440     MOVE "UNITS NOT BILLED - NO CUSTOMER     -" TO RT-LABEL
006450     MOVE BI-NO-CUST-UNITS TO RT-VALUE
006460     WRITE TIE-BILLING-LINE FROM RPT-TOTAL-LINE
006470     MOVE "UNITS NOT BILLED - UNKNOWN STYLE   -" TO RT-LABEL
006480     MOVE BI-NO-STYLE-UNITS TO RT-VALUE
006490     WRITE TIE-BILLING-LINE FROM RPT-TOTAL-LINE
006500     MOVE "DIFFERENCE                         -" TO RT-LABEL
006510     MOVE BI-UNBILLED-DIFF TO RT-VALUE
006520     WRITE TIE-BILLING-LINE FROM RPT-TOTAL-LINE
006530     IF BI-UNBILLED-DIFF = ZERO
006540         MOVE "UNITS BILLED PROVE TO UNITS SHIPPED" TO RP-TEXT
006550     ELSE
006560         MOVE "*** BILLING OUT OF BALANCE WITH SHIPMENTS ***"
006570             TO RP-TEXT
006580     END-IF
006590     WRITE TIE-BILLING-LINE FROM RPT-PROOF-LINE
006600     MOVE SPACES TO TIE-BILLING-LINE
006610     WRITE TIE-BILLING-LINE
006620     MOVE "INVOICES WRITTEN                   -" TO RT-LABEL
006630     MOVE BI-INVOICE-COUNT TO RT-VALUE
006640     WRITE TIE-BILLING-LINE FROM RPT-TOTAL-LINE
006650     MOVE "INVOICE LINES WRITTEN              -" TO RT-LABEL
006660     MOVE BI-LINE-COUNT TO RT-VALUE
006670     WRITE TIE-BILLING-LINE FROM RPT-TOTAL-LINE
006680     MOVE "MOVEMENTS AT A SINCE-CHANGED PRICE -" TO RT-LABEL
006690     MOVE BI-PRIOR-PRICE-MOVES TO RT-VALUE
006700     WRITE TIE-BILLING-LINE FROM RPT-TOTAL-LINE
006710     MOVE "PRICE CHANGES READ                 -" TO RT-LABEL
006720     MOVE BI-REVALS-READ TO RT-VALUE
006730     WRITE TIE-BILLING-LINE FROM RPT-TOTAL-LINE.
006740 8500-EXIT.
006750     EXIT.
006760*-----------------------------------------------------------------
006770* 9000-END-OF-JOB - CLOSE WHATEVER IS OPEN
006780*-----------------------------------------------------------------
006790 9000-END-OF-JOB.
006800     IF BI-MASTER-OPEN
006810         CLOSE TIE-MASTER
006820     END-IF
006830     IF BI-EXTRACT-OPEN
006840         CLOSE TIE-AR-EXTRACT
006850     END-IF
006860     IF BI-REPORT-OPEN
006870         CLOSE TIE-BILLING-RPT
006880     END-IF.
006890 9000-EXIT.
006900     EXIT.
006910*-----------------------------------------------------------------
006920* 9900-ABEND - CLOSE UP AND END THE RUN WITH A BAD RETURN CODE
006930*-----------------------------------------------------------------
006940 9900-ABEND.
006950     MOVE 16 TO RETURN-CODE
006960     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
006970     STOP RUN.
006980 9900-EXIT.
006990     EXIT.
