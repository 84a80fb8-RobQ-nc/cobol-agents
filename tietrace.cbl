000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MCP-INQ02.
000030 AUTHOR. R QUIGLEY.
000040 INSTALLATION. TIE DIVISION DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* 10/15/2026  RQ   ORIGINAL PROGRAM - ORDER TRACE INQUIRY. GIVEN
000110*                  AN ORDER NUMBER AND/OR A CUSTOMER ON THE JCL
000120*                  EXEC PARM (ORDERNO,CUSTCODE - AT LEAST ONE),
000130*                  PRINTS ON ONE PAGE WHAT WAS SHIPPED AND WHEN
000140*                  (FROM THE MCP-ORD01 ORDER INDEX, SO NEITHER
000150*                  TIE-HISTORY NOR THE ARCHIVE IS READ), WHAT IS
000160*                  STILL OWED (BKORDOUT), WHAT IS SITTING IN
000170*                  SUSPENSE AND WHY (SUSPOUT), AND WHEN THE OWED
000180*                  LINES WERE ACKNOWLEDGED TO THE CUSTOMER
000190*                  (BKOACK - OPERATIONS MAY CONCATENATE THE
000200*                  RETAINED GENERATIONS). A MISSING FILE PRINTS
000210*                  AN EMPTY SECTION.
000212* 10/15/2026  RQ   SUSPENSE REASONS UW (UNKNOWN WAREHOUSE) AND CW
000214*                  (WAREHOUSE CLOSED) NOW PRINT THEIR TEXT.
000220*-----------------------------------------------------------------
000230* ___________________________
000240*|                           |
000250*|  IBM MAINFRAME DIVISION   |
000260*|      OF COBOL AGENTS      |
000270*|                           |
000280*|    ORDER TRACE INQUIRY    |
000290*|         /\                |
000300*|        /  \               |
000310*|       / TIE \             |
000320*|      /______\             |
000330*|___________________________|
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT TIE-ORDER-INDEX ASSIGN TO TIEORDX
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS OX-ORDER-KEY
000410         ALTERNATE RECORD KEY IS OX-CUST-CODE
000420             WITH DUPLICATES
000430         FILE STATUS IS OT-INDEX-STATUS.
000440     SELECT TIE-BACKORDER ASSIGN TO BKORDOUT
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS OT-BKO-STATUS.
000470     SELECT TIE-SUSPENSE ASSIGN TO SUSPOUT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS OT-SUSP-STATUS.
000500     SELECT TIE-BKO-ACK ASSIGN TO BKOACK
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS OT-ACK-STATUS.
000530     SELECT TIE-TRACE-RPT ASSIGN TO TIEORPT
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS OT-REPORT-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  TIE-ORDER-INDEX
000590     LABEL RECORDS ARE STANDARD.
000600     COPY TIEORX.
000610 FD  TIE-BACKORDER
000620     LABEL RECORDS ARE STANDARD.
000630     COPY TIEBKO.
000640 FD  TIE-SUSPENSE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY TIESUS.
000670 FD  TIE-BKO-ACK
000680     LABEL RECORDS ARE STANDARD.
000690 01  TIE-BKO-ACK-REC                PIC X(60).
000700 FD  TIE-TRACE-RPT
000710     LABEL RECORDS ARE STANDARD.
000720 01  TIE-TRACE-LINE                 PIC X(80).
000730 WORKING-STORAGE SECTION.
000740 77  OT-INDEX-STATUS                PIC X(02) VALUE ZERO.
000750 77  OT-BKO-STATUS                  PIC X(02) VALUE ZERO.
000760 77  OT-SUSP-STATUS                 PIC X(02) VALUE ZERO.
000770 77  OT-ACK-STATUS                  PIC X(02) VALUE ZERO.
000780 77  OT-REPORT-STATUS               PIC X(02) VALUE ZERO.
000790 77  OT-REPORT-OPEN-SW              PIC X(01) VALUE "N".
000800     88  OT-REPORT-OPEN                      VALUE "Y".
000810 77  OT-EOF-SW                      PIC X(01) VALUE "N".
000820     88  OT-EOF                              VALUE "Y".
000830 77  OT-MATCH-SW                    PIC X(01) VALUE "N".
000840     88  OT-MATCHED                          VALUE "Y".
000850 77  OT-ORDER-WANTED                PIC X(08) VALUE SPACES.
000860 77  OT-CUST-WANTED                 PIC X(06) VALUE SPACES.
000870 77  OT-MOVEMENT-COUNT              PIC 9(07) COMP VALUE ZERO.
000880 77  OT-UNITS-SHIPPED               PIC S9(09) COMP VALUE ZERO.
000890 77  OT-UNITS-RETURNED              PIC S9(09) COMP VALUE ZERO.
000900 77  OT-OWED-COUNT                  PIC 9(07) COMP VALUE ZERO.
000910 77  OT-UNITS-OWED                  PIC S9(09) COMP VALUE ZERO.
000920 77  OT-SUSP-COUNT                  PIC 9(07) COMP VALUE ZERO.
000930 77  OT-ACK-COUNT                   PIC 9(07) COMP VALUE ZERO.
000940     COPY TIETRAN
000950         REPLACING ==TIE-TRANS-RECORD==  BY ==OT-SUSP-TRANS==
000960                   ==TT-STYLE-CODE==     BY ==OS-STYLE-CODE==
000970                   ==TT-TRANS-QTY==      BY ==OS-TRANS-QTY==
000980                   ==TT-DIRECTION==      BY ==OS-DIRECTION==
000990                   ==TT-RECEIVE==        BY ==OS-RECEIVE==
001000                   ==TT-SHIP==           BY ==OS-SHIP==
001010                   ==TT-TRANSFER==       BY ==OS-TRANSFER==
001020                   ==TT-TRANS-DATE==     BY ==OS-TRANS-DATE==
001030                   ==TT-WHSE-CODE==      BY ==OS-WHSE-CODE==
001040                   ==TT-WHSE-TO==        BY ==OS-WHSE-TO==
001050                   ==TT-SOURCE-CODE==    BY ==OS-SOURCE-CODE==
001060                   ==TT-COUNT-ADJUST==   BY ==OS-COUNT-ADJUST==
001070                   ==TT-ORDER-NO==       BY ==OS-ORDER-NO==
001080                   ==TT-CUST-CODE==      BY ==OS-CUST-CODE==
001090                   ==TT-CUST-PRIORITY==  BY ==OS-CUST-PRIORITY==
001100                   ==TT-PRIORITY-ORDER== BY ==OS-PRIORITY-ORDER==
001110                   ==TT-RETURN==         BY ==OS-RETURN==
001120                   ==TT-DISPOSITION==    BY ==OS-DISPOSITION==
001130                   ==TT-DISP-RESTOCK==   BY ==OS-DISP-RESTOCK==
001140                   ==TT-DISP-INSPECT==   BY ==OS-DISP-INSPECT==
001150                   ==TT-DISP-SCRAP==     BY ==OS-DISP-SCRAP==.
001160 01  OT-ACK-RECORD.
001170     05  AK-CUST-CODE               PIC X(06).
001180     05  AK-ORDER-NO                PIC X(08).
001190     05  AK-STYLE-CODE              PIC X(06).
001200     05  AK-WHSE-CODE               PIC X(03).
001210     05  AK-QTY-OWED                PIC 9(07).
001220     05  AK-ORIG-DATE               PIC X(08).
001230     05  AK-RUN-DATE                PIC X(08).
001240     05  FILLER                     PIC X(14).
001250 01  RPT-HEADING-LINE-1.
001260     05  FILLER                     PIC X(01) VALUE SPACE.
001270     05  FILLER                     PIC X(25)
001280             VALUE "TIE ORDER TRACE - ORDER ".
001290     05  RH-ORDER                   PIC X(08).
001300     05  FILLER                     PIC X(11) VALUE "  CUSTOMER ".
001310     05  RH-CUST                    PIC X(06).
001320 01  RPT-SECTION-LINE.
001330     05  FILLER                     PIC X(01) VALUE SPACE.
001340     05  RS-TITLE                   PIC X(40).
001350 01  MOV-HEADING-LINE.
001360     05  FILLER                     PIC X(01) VALUE SPACE.
001370     05  FILLER                     PIC X(10) VALUE "DATE".
001380     05  FILLER                     PIC X(09) VALUE "ORDER".
001390     05  FILLER                     PIC X(07) VALUE "CUST".
001400     05  FILLER                     PIC X(07) VALUE "STYLE".
001410     05  FILLER                     PIC X(05) VALUE "WHSE".
001420     05  FILLER                     PIC X(04) VALUE "DIR".
001430     05  FILLER                     PIC X(04) VALUE "SRC".
001440     05  FILLER                     PIC X(10) VALUE "QUANTITY".
001450 01  MOV-DETAIL-LINE.
001460     05  FILLER                     PIC X(01) VALUE SPACE.
001470     05  RM-DATE                    PIC X(08).
001480     05  FILLER                     PIC X(02) VALUE SPACES.
001490     05  RM-ORDER                   PIC X(08).
001500     05  FILLER                     PIC X(01) VALUE SPACE.
001510     05  RM-CUST                    PIC X(06).
001520     05  FILLER                     PIC X(01) VALUE SPACE.
001530     05  RM-STYLE                   PIC X(06).
001540     05  FILLER                     PIC X(01) VALUE SPACE.
001550     05  RM-WHSE                    PIC X(03).
001560     05  FILLER                     PIC X(02) VALUE SPACES.
001570     05  RM-DIRECTION               PIC X(01).
001580     05  FILLER                     PIC X(03) VALUE SPACES.
001590     05  RM-SOURCE                  PIC X(01).
001600     05  FILLER                     PIC X(01) VALUE SPACE.
001610     05  RM-QTY                     PIC Z,ZZZ,ZZ9-.
001620 01  OWE-HEADING-LINE.
001630     05  FILLER                     PIC X(01) VALUE SPACE.
001640     05  FILLER                     PIC X(09) VALUE "ORDER".
001650     05  FILLER                     PIC X(07) VALUE "CUST".
001660     05  FILLER                     PIC X(07) VALUE "STYLE".
001670     05  FILLER                     PIC X(05) VALUE "WHSE".
001680     05  FILLER                     PIC X(11) VALUE "  QTY OWED".
001690     05  FILLER                     PIC X(10) VALUE "ORDERED".
001700     05  FILLER                     PIC X(08) VALUE "PRIORITY".
001710 01  OWE-DETAIL-LINE.
001720     05  FILLER                     PIC X(01) VALUE SPACE.
001730     05  RO-ORDER                   PIC X(08).
001740     05  FILLER                     PIC X(01) VALUE SPACE.
001750     05  RO-CUST                    PIC X(06).
001760     05  FILLER                     PIC X(01) VALUE SPACE.
001770     05  RO-STYLE                   PIC X(06).
001780     05  FILLER                     PIC X(01) VALUE SPACE.
001790     05  RO-WHSE                    PIC X(03).
001800     05  FILLER                     PIC X(01) VALUE SPACE.
001810     05  RO-QTY                     PIC Z,ZZZ,ZZ9.
001820     05  FILLER                     PIC X(02) VALUE SPACES.
001830     05  RO-ORIG-DATE               PIC X(08).
001840     05  FILLER                     PIC X(05) VALUE SPACES.
001850     05  RO-PRIORITY                PIC X(01).
001860 01  SUS-HEADING-LINE.
001870     05  FILLER                     PIC X(01) VALUE SPACE.
001880     05  FILLER                     PIC X(09) VALUE "ORDER".
001890     05  FILLER                     PIC X(07) VALUE "CUST".
001900     05  FILLER                     PIC X(07) VALUE "STYLE".
001910     05  FILLER                     PIC X(05) VALUE "WHSE".
001920     05  FILLER                     PIC X(03) VALUE "DIR".
001930     05  FILLER                     PIC X(11) VALUE "  QUANTITY".
001940     05  FILLER                     PIC X(25) VALUE "REASON".
001950     05  FILLER                     PIC X(09) VALUE "SUSPENDED".
001960 01  SUS-DETAIL-LINE.
001970     05  FILLER                     PIC X(01) VALUE SPACE.
001980     05  RS-ORDER                   PIC X(08).
001990     05  FILLER                     PIC X(01) VALUE SPACE.
002000     05  RS-CUST                    PIC X(06).
002010     05  FILLER                     PIC X(01) VALUE SPACE.
002020     05  RS-STYLE                   PIC X(06).
002030     05  FILLER                     PIC X(01) VALUE SPACE.
002040     05  RS-WHSE                    PIC X(03).
002050     05  FILLER                     PIC X(02) VALUE SPACES.
002060     05  RS-DIRECTION               PIC X(01).
002070     05  FILLER                     PIC X(01) VALUE SPACE.
002080     05  RS-QTY                     PIC Z,ZZZ,ZZ9-.
002090     05  FILLER                     PIC X(01) VALUE SPACE.
002100     05  RS-REASON                  PIC X(02).
002110     05  FILLER                     PIC X(01) VALUE SPACE.
002120     05  RS-REASON-TEXT             PIC X(21).
002130     05  FILLER                     PIC X(01) VALUE SPACE.
002140     05  RS-RUN-DATE                PIC X(08).
002150 01  ACK-HEADING-LINE.
002160     05  FILLER                     PIC X(01) VALUE SPACE.
002170     05  FILLER                     PIC X(09) VALUE "ORDER".
002180     05  FILLER                     PIC X(07) VALUE "CUST".
002190     05  FILLER                     PIC X(07) VALUE "STYLE".
002200     05  FILLER                     PIC X(05) VALUE "WHSE".
002210     05  FILLER                     PIC X(11) VALUE "  QTY OWED".
002220     05  FILLER                     PIC X(10) VALUE "ORDERED".
002230     05  FILLER                     PIC X(12)
002240             VALUE "ACKNOWLEDGED".
002250 01  ACK-DETAIL-LINE.
002260     05  FILLER                     PIC X(01) VALUE SPACE.
002270     05  RA-ORDER                   PIC X(08).
002280     05  FILLER                     PIC X(01) VALUE SPACE.
002290     05  RA-CUST                    PIC X(06).
002300     05  FILLER                     PIC X(01) VALUE SPACE.
002310     05  RA-STYLE                   PIC X(06).
002320     05  FILLER                     PIC X(01) VALUE SPACE.
002330     05  RA-WHSE                    PIC X(03).
002340     05  FILLER                     PIC X(01) VALUE SPACE.
002350     05  RA-QTY                     PIC Z,ZZZ,ZZ9.
002360     05  FILLER                     PIC X(02) VALUE SPACES.
002370     05  RA-ORIG-DATE               PIC X(08).
002380     05  FILLER                     PIC X(02) VALUE SPACES.
002390     05  RA-RUN-DATE                PIC X(08).
002400 01  RPT-TOTAL-LINE.
002410     05  FILLER                     PIC X(01) VALUE SPACE.
002420     05  RT-LABEL                   PIC X(26).
002430     05  RT-VALUE                   PIC ZZZ,ZZZ,ZZ9-.
002440 LINKAGE SECTION.
002450 01  OT-PARM-AREA.
002460     05  OT-PARM-LENGTH             PIC S9(4) COMP.
002470     05  OT-PARM-TEXT               PIC X(80).
002480 PROCEDURE DIVISION USING OT-PARM-AREA.
002490*-----------------------------------------------------------------
002500* 0000-MAIN-LINE - JOB DRIVER
002510*-----------------------------------------------------------------
002520 0000-MAIN-LINE.
002530     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002540     PERFORM 2000-TRACE-MOVEMENTS THRU 2000-EXIT
002550     PERFORM 3000-TRACE-OWED THRU 3000-EXIT
002560     PERFORM 4000-TRACE-SUSPENSE THRU 4000-EXIT
002570     PERFORM 5000-TRACE-ACKS THRU 5000-EXIT
002580     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
002590     STOP RUN.
002600*-----------------------------------------------------------------
002610* 1000-INITIALIZE - PARSE THE PARM, OPEN THE REPORT
002620*-----------------------------------------------------------------
002630 1000-INITIALIZE.
002640     IF OT-PARM-LENGTH > 0
002650         UNSTRING OT-PARM-TEXT DELIMITED BY ","
002660             INTO OT-ORDER-WANTED OT-CUST-WANTED
002670         END-UNSTRING
002680     END-IF
002690     IF OT-ORDER-WANTED = SPACES
002700        AND OT-CUST-WANTED = SPACES
002710         DISPLAY "MCP-INQ02 - ORDER AND CUSTOMER BOTH MISSING "
002720                 "FROM PARM"
002730         GO TO 9900-ABEND
002740     END-IF
002750     OPEN OUTPUT TIE-TRACE-RPT
002760     IF OT-REPORT-STATUS NOT = "00"
002770         DISPLAY "MCP-INQ02 - UNABLE TO OPEN TIE-TRACE-RPT, "
002780                 "STATUS " OT-REPORT-STATUS
002790         GO TO 9900-ABEND
002800     END-IF
002810     SET OT-REPORT-OPEN TO TRUE
002820     MOVE OT-ORDER-WANTED TO RH-ORDER
002830     MOVE OT-CUST-WANTED TO RH-CUST
002840     WRITE TIE-TRACE-LINE FROM RPT-HEADING-LINE-1.
002850 1000-EXIT.
002860     EXIT.
002870*-----------------------------------------------------------------
002880* 2000-TRACE-MOVEMENTS - SHIPMENTS AND RETURNS FROM THE ORDER
002890*   INDEX. AN ORDER NUMBER GOES IN ON THE PRIMARY KEY; A
002900*   CUSTOMER ALONE GOES IN ON THE ALTERNATE KEY
002910*-----------------------------------------------------------------
002920 2000-TRACE-MOVEMENTS.
002930     MOVE SPACES TO TIE-TRACE-LINE
002940     WRITE TIE-TRACE-LINE
002950     MOVE "SHIPMENTS AND RETURNS" TO RS-TITLE
002960     WRITE TIE-TRACE-LINE FROM RPT-SECTION-LINE
002970     WRITE TIE-TRACE-LINE FROM MOV-HEADING-LINE
002980     OPEN INPUT TIE-ORDER-INDEX
002990     IF OT-INDEX-STATUS = "35"
003000         DISPLAY "MCP-INQ02 - ORDER INDEX NOT ON FILE"
003010         GO TO 2000-EXIT
003020     END-IF
003030     IF OT-INDEX-STATUS NOT = "00"
003040         DISPLAY "MCP-INQ02 - UNABLE TO OPEN TIE-ORDER-INDEX, "
003050                 "STATUS " OT-INDEX-STATUS
003060         GO TO 9900-ABEND
003070     END-IF
003080     MOVE "N" TO OT-EOF-SW
003090     IF OT-ORDER-WANTED NOT = SPACES
003100         MOVE LOW-VALUES TO OX-ORDER-KEY
003110         MOVE OT-ORDER-WANTED TO OX-ORDER-NO
003120         START TIE-ORDER-INDEX
003130             KEY IS NOT LESS THAN OX-ORDER-KEY
003140             INVALID KEY
003150                 SET OT-EOF TO TRUE
003160         END-START
003170     ELSE
003180         MOVE OT-CUST-WANTED TO OX-CUST-CODE
003190         START TIE-ORDER-INDEX
003200             KEY IS EQUAL TO OX-CUST-CODE
003210             INVALID KEY
003220                 SET OT-EOF TO TRUE
003230         END-START
003240     END-IF
003250     PERFORM 2100-READ-INDEX-ENTRY THRU 2100-EXIT
003260         UNTIL OT-EOF
003270     CLOSE TIE-ORDER-INDEX.
003280 2000-EXIT.
003290     EXIT.
003300 2100-READ-INDEX-ENTRY.
003310     READ TIE-ORDER-INDEX NEXT RECORD
003320         AT END
003330             SET OT-EOF TO TRUE
003340             GO TO 2100-EXIT
003350     END-READ
003360     IF OT-INDEX-STATUS NOT = "00"
003370        AND OT-INDEX-STATUS NOT = "02"
003380         DISPLAY "MCP-INQ02 - ERROR READING TIE-ORDER-INDEX, "
003390                 "STATUS " OT-INDEX-STATUS
003400         GO TO 9900-ABEND
003410     END-IF
003420     IF OX-CONTROL-KEY = LOW-VALUES
003430         GO TO 2100-EXIT
003440     END-IF
003450     IF OT-ORDER-WANTED NOT = SPACES
003460         IF OX-ORDER-NO NOT = OT-ORDER-WANTED
003470             SET OT-EOF TO TRUE
003480             GO TO 2100-EXIT
003490         END-IF
003500         IF OT-CUST-WANTED NOT = SPACES
003510            AND OX-CUST-CODE NOT = OT-CUST-WANTED
003520             GO TO 2100-EXIT
003530         END-IF
003540     ELSE
003550         IF OX-CUST-CODE NOT = OT-CUST-WANTED
003560             SET OT-EOF TO TRUE
003570             GO TO 2100-EXIT
003580         END-IF
003590     END-IF
003600     PERFORM 2200-PRINT-MOVEMENT THRU 2200-EXIT.
003610 2100-EXIT.
003620     EXIT.
003630 2200-PRINT-MOVEMENT.
003640     IF OX-SHIP
003650         ADD OX-TRANS-QTY TO OT-UNITS-SHIPPED
003660     ELSE
003670         IF OX-RECEIVE AND OX-CUST-RETURN
003680             ADD OX-TRANS-QTY TO OT-UNITS-RETURNED
003690         END-IF
003700     END-IF
003710     MOVE OX-RUN-TIMESTAMP (1:8) TO RM-DATE
003720     MOVE OX-ORDER-NO TO RM-ORDER
003730     MOVE OX-CUST-CODE TO RM-CUST
003740     MOVE OX-STYLE-CODE TO RM-STYLE
003750     MOVE OX-WHSE-CODE TO RM-WHSE
003760     MOVE OX-DIRECTION TO RM-DIRECTION
003770     MOVE OX-SOURCE-CODE TO RM-SOURCE
003780     MOVE OX-TRANS-QTY TO RM-QTY
003790     WRITE TIE-TRACE-LINE FROM MOV-DETAIL-LINE
003800     ADD 1 TO OT-MOVEMENT-COUNT.
003810 2200-EXIT.
003820     EXIT.
003830*-----------------------------------------------------------------
003840* 3000-TRACE-OWED - LINES STILL ON TONIGHT'S BACKORDER FILE
003850*-----------------------------------------------------------------
003860 3000-TRACE-OWED.
003870     MOVE SPACES TO TIE-TRACE-LINE
003880     WRITE TIE-TRACE-LINE
003890     MOVE "STILL OWED" TO RS-TITLE
003900     WRITE TIE-TRACE-LINE FROM RPT-SECTION-LINE
003910     WRITE TIE-TRACE-LINE FROM OWE-HEADING-LINE
003920     OPEN INPUT TIE-BACKORDER
003930     IF OT-BKO-STATUS = "35"
003940         GO TO 3000-EXIT
003950     END-IF
003960     IF OT-BKO-STATUS NOT = "00"
003970         DISPLAY "MCP-INQ02 - UNABLE TO OPEN TIE-BACKORDER, "
003980                 "STATUS " OT-BKO-STATUS
003990         GO TO 9900-ABEND
004000     END-IF
004010     MOVE "N" TO OT-EOF-SW
004020     PERFORM 3100-READ-BACKORDER THRU 3100-EXIT
004030         UNTIL OT-EOF
004040     CLOSE TIE-BACKORDER.
004050 3000-EXIT.
004060     EXIT.
004070 3100-READ-BACKORDER.
004080     READ TIE-BACKORDER
004090         AT END
004100             SET OT-EOF TO TRUE
004110             GO TO 3100-EXIT
004120     END-READ
004130     IF OT-BKO-STATUS NOT = "00"
004140         DISPLAY "MCP-INQ02 - ERROR READING TIE-BACKORDER, "
004150                 "STATUS " OT-BKO-STATUS
004160         GO TO 9900-ABEND
004170     END-IF
004180     MOVE TB-ORDER-NO TO OX-ORDER-NO
004190     MOVE TB-CUST-CODE TO OX-CUST-CODE
004200     PERFORM 6000-TEST-WANTED THRU 6000-EXIT
004210     IF NOT OT-MATCHED
004220         GO TO 3100-EXIT
004230     END-IF
004240     MOVE TB-ORDER-NO TO RO-ORDER
004250     MOVE TB-CUST-CODE TO RO-CUST
004260     MOVE TB-STYLE-CODE TO RO-STYLE
004270     MOVE TB-WHSE-CODE TO RO-WHSE
004280     MOVE TB-QTY-OWED TO RO-QTY
004290     MOVE TB-ORIG-TRANS-DATE TO RO-ORIG-DATE
004300     MOVE TB-PRIORITY TO RO-PRIORITY
004310     WRITE TIE-TRACE-LINE FROM OWE-DETAIL-LINE
004320     ADD 1 TO OT-OWED-COUNT
004330     ADD TB-QTY-OWED TO OT-UNITS-OWED.
004340 3100-EXIT.
004350     EXIT.
004360*-----------------------------------------------------------------
004370* 4000-TRACE-SUSPENSE - TRANSACTIONS FOR THE ORDER STILL HELD
004380*   IN SUSPENSE, WITH THE REASON AND FIRST-SUSPENDED DATE
004390*-----------------------------------------------------------------
004400 4000-TRACE-SUSPENSE.
004410     MOVE SPACES TO TIE-TRACE-LINE
004420     WRITE TIE-TRACE-LINE
004430     MOVE "IN SUSPENSE" TO RS-TITLE
004440     WRITE TIE-TRACE-LINE FROM RPT-SECTION-LINE
004450     WRITE TIE-TRACE-LINE FROM SUS-HEADING-LINE
004460     OPEN INPUT TIE-SUSPENSE
004470     IF OT-SUSP-STATUS = "35"
004480         GO TO 4000-EXIT
004490     END-IF
004500     IF OT-SUSP-STATUS NOT = "00"
004510         DISPLAY "MCP-INQ02 - UNABLE TO OPEN TIE-SUSPENSE, "
004520                 "STATUS " OT-SUSP-STATUS
004530         GO TO 9900-ABEND
004540     END-IF
004550     MOVE "N" TO OT-EOF-SW
004560     PERFORM 4100-READ-SUSPENSE THRU 4100-EXIT
004570         UNTIL OT-EOF
004580     CLOSE TIE-SUSPENSE.
004590 4000-EXIT.
004600     EXIT.
004610 4100-READ-SUSPENSE.
004620     READ TIE-SUSPENSE
004630         AT END
004640             SET OT-EOF TO TRUE
004650             GO TO 4100-EXIT
004660     END-READ
004670     IF OT-SUSP-STATUS NOT = "00"
004680         DISPLAY "MCP-INQ02 - ERROR READING TIE-SUSPENSE, "
004690                 "STATUS " OT-SUSP-STATUS
004700         GO TO 9900-ABEND
004710     END-IF
004720     MOVE TS-TRANS-IMAGE TO OT-SUSP-TRANS
004730     MOVE OS-ORDER-NO TO OX-ORDER-NO
004740     MOVE OS-CUST-CODE TO OX-CUST-CODE
004750     PERFORM 6000-TEST-WANTED THRU 6000-EXIT
004760     IF NOT OT-MATCHED
004770         GO TO 4100-EXIT
004780     END-IF
004790     MOVE OS-ORDER-NO TO RS-ORDER
004800     MOVE OS-CUST-CODE TO RS-CUST
004810     MOVE OS-STYLE-CODE TO RS-STYLE
004820     MOVE OS-WHSE-CODE TO RS-WHSE
004830     MOVE OS-DIRECTION TO RS-DIRECTION
004840     IF OS-TRANS-QTY NUMERIC
004850         MOVE OS-TRANS-QTY TO RS-QTY
004860     ELSE
004870         MOVE ZERO TO RS-QTY
004880     END-IF
004890     MOVE TS-REASON-CODE TO RS-REASON
004900     EVALUATE TRUE
004910         WHEN TS-UNKNOWN-STYLE
004920             MOVE "UNKNOWN STYLE" TO RS-REASON-TEXT
004930         WHEN TS-MISSING-WHSE
004940             MOVE "MISSING WAREHOUSE" TO RS-REASON-TEXT
004950         WHEN TS-SHORT-TRANSFER
004960             MOVE "SHORT TRANSFER" TO RS-REASON-TEXT
004970         WHEN TS-BAD-DIRECTION
004980             MOVE "BAD DIRECTION" TO RS-REASON-TEXT
004990         WHEN TS-BAD-DISPOSITION
005000             MOVE "BAD DISPOSITION" TO RS-REASON-TEXT
005010         WHEN TS-UNKNOWN-CUST
005020             MOVE "UNKNOWN CUSTOMER" TO RS-REASON-TEXT
005030         WHEN TS-CREDIT-HOLD
005040             MOVE "CUSTOMER ON CREDIT HOLD" TO RS-REASON-TEXT
005042         WHEN TS-UNKNOWN-WHSE
005044             MOVE "UNKNOWN WAREHOUSE" TO RS-REASON-TEXT
005046         WHEN TS-CLOSED-WHSE
005048             MOVE "WAREHOUSE CLOSED" TO RS-REASON-TEXT
005050         WHEN OTHER
005060             MOVE SPACES TO RS-REASON-TEXT
005070     END-EVALUATE
005080     MOVE TS-RUN-DATE TO RS-RUN-DATE
005090     WRITE TIE-TRACE-LINE FROM SUS-DETAIL-LINE
005100     ADD 1 TO OT-SUSP-COUNT.
005110 4100-EXIT.
005120     EXIT.
005130*-----------------------------------------------------------------
005140* 5000-TRACE-ACKS - BACKORDER ACKNOWLEDGMENTS SENT FOR THE ORDER.
005150*   EACH GENERATION READ PRINTS ITS OWN LINES, SO THE ACK DATE
005160*   COLUMN SHOWS EVERY NIGHT THE LINE WAS ACKNOWLEDGED
005170*-----------------------------------------------------------------
005180 5000-TRACE-ACKS.
005190     MOVE SPACES TO TIE-TRACE-LINE
005200     WRITE TIE-TRACE-LINE
005210     MOVE "ACKNOWLEDGMENTS SENT" TO RS-TITLE
005220     WRITE TIE-TRACE-LINE FROM RPT-SECTION-LINE
005230     WRITE TIE-TRACE-LINE FROM ACK-HEADING-LINE
005240     OPEN INPUT TIE-BKO-ACK
005250     IF OT-ACK-STATUS = "35"
005260         GO TO 5000-EXIT
005270     END-IF
005280     IF OT-ACK-STATUS NOT = "00"
005290         DISPLAY "MCP-INQ02 - UNABLE TO OPEN TIE-BKO-ACK, "
005300                 "STATUS " OT-ACK-STATUS
005310         GO TO 9900-ABEND
005320     END-IF
005330     MOVE "N" TO OT-EOF-SW
005340     PERFORM 5100-READ-ACK THRU 5100-EXIT
005350         UNTIL OT-EOF
005360     CLOSE TIE-BKO-ACK.
005370 5000-EXIT.
005380     EXIT.
005390 5100-READ-ACK.
005400     READ TIE-BKO-ACK INTO OT-ACK-RECORD
005410         AT END
005420             SET OT-EOF TO TRUE
005430             GO TO 5100-EXIT
005440     END-READ
005450     IF OT-ACK-STATUS NOT = "00"
005460         DISPLAY "MCP-INQ02 - ERROR READING TIE-BKO-ACK, "
005470                 "STATUS " OT-ACK-STATUS
005480         GO TO 9900-ABEND
005490     END-IF
005500     MOVE AK-ORDER-NO TO OX-ORDER-NO
005510     MOVE AK-CUST-CODE TO OX-CUST-CODE
005520     PERFORM 6000-TEST-WANTED THRU 6000-EXIT
005530     IF NOT OT-MATCHED
005540         GO TO 5100-EXIT
005550     END-IF
005560     MOVE AK-ORDER-NO TO RA-ORDER
005570     MOVE AK-CUST-CODE TO RA-CUST
005580     MOVE AK-STYLE-CODE TO RA-STYLE
005590     MOVE AK-WHSE-CODE TO RA-WHSE
005600     MOVE AK-QTY-OWED TO RA-QTY
005610     MOVE AK-ORIG-DATE TO RA-ORIG-DATE
005620     MOVE AK-RUN-DATE TO RA-RUN-DATE
005630     WRITE TIE-TRACE-LINE FROM ACK-DETAIL-LINE
005640     ADD 1 TO OT-ACK-COUNT.
005650 5100-EXIT.
005660     EXIT.
005670*-----------------------------------------------------------------
005680* 6000-TEST-WANTED - DOES THE ORDER/CUSTOMER STAGED IN THE INDEX
005690*   RECORD AREA MATCH THE PARM
005700*-----------------------------------------------------------------
005710 6000-TEST-WANTED.
005720     MOVE "N" TO OT-MATCH-SW
005730     IF OT-ORDER-WANTED NOT = SPACES
005740        AND OX-ORDER-NO NOT = OT-ORDER-WANTED
005750         GO TO 6000-EXIT
005760     END-IF
005770     IF OT-CUST-WANTED NOT = SPACES
005780        AND OX-CUST-CODE NOT = OT-CUST-WANTED
005790         GO TO 6000-EXIT
005800     END-IF
005810     SET OT-MATCHED TO TRUE.
005820 6000-EXIT.
005830     EXIT.
005840*-----------------------------------------------------------------
005850* 9000-END-OF-JOB - PRINT TOTALS AND CLOSE THE REPORT
005860*-----------------------------------------------------------------
005870 9000-END-OF-JOB.
005880     IF OT-REPORT-OPEN
005890         MOVE SPACES TO TIE-TRACE-LINE
005900         WRITE TIE-TRACE-LINE
005910         MOVE "MOVEMENTS ON FILE        -" TO RT-LABEL
005920         MOVE OT-MOVEMENT-COUNT TO RT-VALUE
005930         WRITE TIE-TRACE-LINE FROM RPT-TOTAL-LINE
005940         MOVE "UNITS SHIPPED            -" TO RT-LABEL
005950         MOVE OT-UNITS-SHIPPED TO RT-VALUE
005960         WRITE TIE-TRACE-LINE FROM RPT-TOTAL-LINE
005970         MOVE "UNITS RETURNED           -" TO RT-LABEL
005980         MOVE OT-UNITS-RETURNED TO RT-VALUE
005990         WRITE TIE-TRACE-LINE FROM RPT-TOTAL-LINE
006000         MOVE "LINES STILL OWED         -" TO RT-LABEL
006010         MOVE OT-OWED-COUNT TO RT-VALUE
006020         WRITE TIE-TRACE-LINE FROM RPT-TOTAL-LINE
006030         MOVE "UNITS STILL OWED         -" TO RT-LABEL
006040         MOVE OT-UNITS-OWED TO RT-VALUE
006050         WRITE TIE-TRACE-LINE FROM RPT-TOTAL-LINE
006060         MOVE "TRANSACTIONS IN SUSPENSE -" TO RT-LABEL
006070         MOVE OT-SUSP-COUNT TO RT-VALUE
006080         WRITE TIE-TRACE-LINE FROM RPT-TOTAL-LINE
006090         MOVE "ACKNOWLEDGMENTS SENT     -" TO RT-LABEL
006100         MOVE OT-ACK-COUNT TO RT-VALUE
006110         WRITE TIE-TRACE-LINE FROM RPT-TOTAL-LINE
006120         CLOSE TIE-TRACE-RPT
006130     END-IF.
006140 9000-EXIT.
006150     EXIT.
006160*-----------------------------------------------------------------
006170* 9900-ABEND - CLOSE UP AND END THE RUN WITH A BAD RETURN CODE
006180*-----------------------------------------------------------------
006190 9900-ABEND.
006200     MOVE 16 TO RETURN-CODE
006210     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
006220     STOP RUN.
006230 9900-EXIT.
006240     EXIT.
