000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MCP-ORD01.
000030 AUTHOR. R QUIGLEY.
000040 INSTALLATION. TIE DIVISION DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* 10/15/2026  RQ   ORIGINAL PROGRAM - NIGHTLY, AFTER MCP-AGENT.
000110*                  ADDS EVERY NEW TIE-HISTORY MOVEMENT THAT
000120*                  CARRIES AN ORDER NUMBER TO THE ORDER INDEX
000130*                  (DD TIEORDX, COPYBOOK TIEORX) SO THE MCP-INQ02
000140*                  ORDER TRACE GOES STRAIGHT TO AN ORDER OR A
000150*                  CUSTOMER INSTEAD OF READING YEARS OF HISTORY.
000160*                  ONLY MOVEMENTS STAMPED LATER THAN THE INDEX
000170*                  HIGH-WATER MARK ARE ADDED, SO A RERUN ADDS
000180*                  NOTHING TWICE. PARM "A" ALSO READS THE
000190*                  MCP-ARC01 ARCHIVE GENERATIONS (TIEHARC) FIRST
000200*                  - FOR THE FIRST LOAD OF THE INDEX. A MISSING
000210*                  INDEX IS CREATED EMPTY.
000220*-----------------------------------------------------------------
000230* ___________________________
000240*|                           |
000250*|  IBM MAINFRAME DIVISION   |
000260*|      OF COBOL AGENTS      |
000270*|                           |
000280*|    ORDER INDEX BUILD      |
000290*|         /\                |
000300*|        /  \               |
000310*|       / TIE \             |
000320*|      /______\             |
000330*|___________________________|
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT TIE-HISTORY ASSIGN TO TIEHIST
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS OB-HIST-STATUS.
000400     SELECT TIE-HIST-ARCH ASSIGN TO TIEHARC
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS OB-ARCH-STATUS.
000430     SELECT TIE-ORDER-INDEX ASSIGN TO TIEORDX
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS OX-ORDER-KEY
000470         ALTERNATE RECORD KEY IS OX-CUST-CODE
000480             WITH DUPLICATES
000490         FILE STATUS IS OB-INDEX-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  TIE-HISTORY
000530     LABEL RECORDS ARE STANDARD.
000540     COPY TIEHIS.
000550 FD  TIE-HIST-ARCH
000560     LABEL RECORDS ARE STANDARD.
000570 01  TIE-HIST-ARCH-REC              PIC X(94).
000580 FD  TIE-ORDER-INDEX
000590     LABEL RECORDS ARE STANDARD.
000600     COPY TIEORX.
000610 WORKING-STORAGE SECTION.
000620 77  OB-HIST-STATUS                 PIC X(02) VALUE ZERO.
000630 77  OB-ARCH-STATUS                 PIC X(02) VALUE ZERO.
000640 77  OB-INDEX-STATUS                PIC X(02) VALUE ZERO.
000650 77  OB-INDEX-OPEN-SW               PIC X(01) VALUE "N".
000660     88  OB-INDEX-OPEN                       VALUE "Y".
000670 77  OB-EOF-SW                      PIC X(01) VALUE "N".
000680     88  OB-EOF                              VALUE "Y".
000690 77  OB-WRITTEN-SW                  PIC X(01) VALUE "N".
000700     88  OB-WRITTEN                          VALUE "Y".
000710 77  OB-ARCH-OPTION                 PIC X(01) VALUE SPACE.
000720     88  OB-INCL-ARCHIVE                     VALUE "A".
000730 77  OB-HIGH-WATER                  PIC X(26) VALUE SPACES.
000740 77  OB-NEW-HIGH-WATER              PIC X(26) VALUE SPACES.
000750 77  OB-ARCH-READ                   PIC 9(09) COMP VALUE ZERO.
000760 77  OB-HIST-READ                   PIC 9(09) COMP VALUE ZERO.
000770 77  OB-NO-ORDER                    PIC 9(09) COMP VALUE ZERO.
000780 77  OB-ALREADY-INDEXED             PIC 9(09) COMP VALUE ZERO.
000790 77  OB-ADDED                       PIC 9(09) COMP VALUE ZERO.
000800 LINKAGE SECTION.
000810 01  OB-PARM-AREA.
000820     05  OB-PARM-LENGTH             PIC S9(4) COMP.
000830     05  OB-PARM-TEXT               PIC X(80).
000840 PROCEDURE DIVISION USING OB-PARM-AREA.
000850*-----------------------------------------------------------------
000860* 0000-MAIN-LINE - JOB DRIVER
000870*-----------------------------------------------------------------
000880 0000-MAIN-LINE.
000890     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000900     IF OB-INCL-ARCHIVE
000910         PERFORM 2000-INDEX-ARCHIVE THRU 2000-EXIT
000920     END-IF
000930     PERFORM 2500-INDEX-HISTORY THRU 2500-EXIT
000940     PERFORM 4000-UPDATE-HIGH-WATER THRU 4000-EXIT
000950     PERFORM 8500-DISPLAY-TOTALS THRU 8500-EXIT
000960     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
000970     STOP RUN.
000980*-----------------------------------------------------------------
000990* 1000-INITIALIZE - OPEN (OR CREATE) THE INDEX AND PICK UP ITS
001000*   HIGH-WATER MARK FROM THE CONTROL RECORD
001010*-----------------------------------------------------------------
001020 1000-INITIALIZE.
001030     IF OB-PARM-LENGTH > 0
001040         UNSTRING OB-PARM-TEXT DELIMITED BY ","
001050             INTO OB-ARCH-OPTION
001060         END-UNSTRING
001070     END-IF
001080     OPEN I-O TIE-ORDER-INDEX
001090     IF OB-INDEX-STATUS = "35"
001100         OPEN OUTPUT TIE-ORDER-INDEX
001110         CLOSE TIE-ORDER-INDEX
001120         OPEN I-O TIE-ORDER-INDEX
001130     END-IF
001140     IF OB-INDEX-STATUS NOT = "00"
001150         DISPLAY "MCP-ORD01 - UNABLE TO OPEN TIE-ORDER-INDEX, "
001160                 "STATUS " OB-INDEX-STATUS
001170         GO TO 9900-ABEND
001180     END-IF
001190     SET OB-INDEX-OPEN TO TRUE
001200     MOVE LOW-VALUES TO OX-CONTROL-KEY
001210     READ TIE-ORDER-INDEX
001220         INVALID KEY
001230             MOVE LOW-VALUES TO OX-CONTROL-KEY OX-CONTROL-CUST
001240             MOVE SPACES TO OX-HIGH-WATER
001250             WRITE TIE-ORDER-INDEX-RECORD
001260     END-READ
001270     IF OB-INDEX-STATUS NOT = "00"
001280         DISPLAY "MCP-ORD01 - UNABLE TO READ INDEX CONTROL, "
001290                 "STATUS " OB-INDEX-STATUS
001300         GO TO 9900-ABEND
001310     END-IF
001320     MOVE OX-HIGH-WATER TO OB-HIGH-WATER OB-NEW-HIGH-WATER.
001330 1000-EXIT.
001340     EXIT.
001350*-----------------------------------------------------------------
001360* 2000-INDEX-ARCHIVE - THE ARCHIVE GENERATIONS, OLDEST FIRST. A
001370*   MISSING ARCHIVE DD JUST MEANS NOTHING HAS BEEN ARCHIVED
001380*-----------------------------------------------------------------
001390 2000-INDEX-ARCHIVE.
001400     OPEN INPUT TIE-HIST-ARCH
001410     IF OB-ARCH-STATUS = "35"
001420         GO TO 2000-EXIT
001430     END-IF
001440     IF OB-ARCH-STATUS NOT = "00"
001450         DISPLAY "MCP-ORD01 - UNABLE TO OPEN TIE-HIST-ARCH, "
001460                 "STATUS " OB-ARCH-STATUS
001470         GO TO 9900-ABEND
001480     END-IF
001490     MOVE "N" TO OB-EOF-SW
001500     PERFORM 2100-READ-ARCH-MOVEMENT THRU 2100-EXIT
001510         UNTIL OB-EOF
001520     CLOSE TIE-HIST-ARCH.
001530 2000-EXIT.
001540     EXIT.
001550 2100-READ-ARCH-MOVEMENT.
001560     READ TIE-HIST-ARCH INTO TIE-HISTORY-RECORD
001570         AT END
001580             SET OB-EOF TO TRUE
001590             GO TO 2100-EXIT
001600     END-READ
001610     IF OB-ARCH-STATUS NOT = "00"
001620         DISPLAY "MCP-ORD01 - ERROR READING TIE-HIST-ARCH, "
001630                 "STATUS " OB-ARCH-STATUS
001640         GO TO 9900-ABEND
001650     END-IF
001660     ADD 1 TO OB-ARCH-READ
001670     PERFORM 3000-INDEX-ONE-MOVEMENT THRU 3000-EXIT.
001680 2100-EXIT.
001690     EXIT.
001700*-----------------------------------------------------------------
001710* 2500-INDEX-HISTORY - THE CURRENT TIE-HISTORY
001720*-----------------------------------------------------------------
001730 2500-INDEX-HISTORY.
001740     OPEN INPUT TIE-HISTORY
001750     IF OB-HIST-STATUS = "35"
001760         GO TO 2500-EXIT
001770     END-IF
001780     IF OB-HIST-STATUS NOT = "00"
001790         DISPLAY "MCP-ORD01 - UNABLE TO OPEN TIE-HISTORY, STATUS "
001800                 OB-HIST-STATUS
001810         GO TO 9900-ABEND
001820     END-IF
001830     MOVE "N" TO OB-EOF-SW
001840     PERFORM 2600-READ-HIST-MOVEMENT THRU 2600-EXIT
001850         UNTIL OB-EOF
001860     CLOSE TIE-HISTORY.
001870 2500-EXIT.
001880     EXIT.
001890 2600-READ-HIST-MOVEMENT.
001900     READ TIE-HISTORY
001910         AT END
001920             SET OB-EOF TO TRUE
001930             GO TO 2600-EXIT
001940     END-READ
001950     IF OB-HIST-STATUS NOT = "00"
001960         DISPLAY "MCP-ORD01 - ERROR READING TIE-HISTORY, STATUS "
001970                 OB-HIST-STATUS
001980         GO TO 9900-ABEND
001990     END-IF
002000     ADD 1 TO OB-HIST-READ
002010     PERFORM 3000-INDEX-ONE-MOVEMENT THRU 3000-EXIT.
002020 2600-EXIT.
002030     EXIT.
002040*-----------------------------------------------------------------
002050* 3000-INDEX-ONE-MOVEMENT - MOVEMENTS WITH NO ORDER NUMBER
002060*   (RECEIPTS, COUNT ADJUSTMENTS, TRANSFERS) ARE NOT INDEXED.
002070*   ANYTHING NOT LATER THAN THE HIGH-WATER MARK IS ALREADY IN
002080*-----------------------------------------------------------------
002090 3000-INDEX-ONE-MOVEMENT.
002100     IF TH-ORDER-NO = SPACES
002110         ADD 1 TO OB-NO-ORDER
002120         GO TO 3000-EXIT
002130     END-IF
002140     IF TH-RUN-TIMESTAMP NOT GREATER THAN OB-HIGH-WATER
002150         ADD 1 TO OB-ALREADY-INDEXED
002160         GO TO 3000-EXIT
002170     END-IF
002180     MOVE SPACES TO TIE-ORDER-INDEX-RECORD
002190     MOVE TH-ORDER-NO TO OX-ORDER-NO
002200     MOVE TH-RUN-TIMESTAMP TO OX-RUN-TIMESTAMP
002210     MOVE TH-STYLE-CODE TO OX-STYLE-CODE
002220     MOVE TH-WHSE-CODE TO OX-WHSE-CODE
002230     MOVE TH-DIRECTION TO OX-DIRECTION
002240     MOVE ZERO TO OX-DUP-SEQ
002250     MOVE TH-CUST-CODE TO OX-CUST-CODE
002260     MOVE TH-SOURCE-CODE TO OX-SOURCE-CODE
002270     MOVE TH-TRANS-QTY TO OX-TRANS-QTY
002280     MOVE "N" TO OB-WRITTEN-SW
002290     PERFORM 3100-WRITE-INDEX-ENTRY THRU 3100-EXIT
002300         UNTIL OB-WRITTEN
002310     ADD 1 TO OB-ADDED
002320     IF TH-RUN-TIMESTAMP GREATER THAN OB-NEW-HIGH-WATER
002330         MOVE TH-RUN-TIMESTAMP TO OB-NEW-HIGH-WATER
002340     END-IF.
002350 3000-EXIT.
002360     EXIT.
002370*-----------------------------------------------------------------
002380* 3100-WRITE-INDEX-ENTRY - A DUPLICATE KEY IS A SECOND LIKE
002390*   MOVEMENT OF THE SAME ORDER IN THE SAME RUN - STEP THE
002400*   SEQUENCE AND TRY AGAIN
002410*-----------------------------------------------------------------
002420 3100-WRITE-INDEX-ENTRY.
002430     WRITE TIE-ORDER-INDEX-RECORD
002440     IF OB-INDEX-STATUS = "00"
002450         SET OB-WRITTEN TO TRUE
002460         GO TO 3100-EXIT
002470     END-IF
002480     IF OB-INDEX-STATUS NOT = "22"
002490        OR OX-DUP-SEQ = 999
002500         DISPLAY "MCP-ORD01 - UNABLE TO WRITE TIE-ORDER-INDEX, "
002510                 "ORDER " OX-ORDER-NO " STATUS " OB-INDEX-STATUS
002520         GO TO 9900-ABEND
002530     END-IF
002540     ADD 1 TO OX-DUP-SEQ.
002550 3100-EXIT.
002560     EXIT.
002570*-----------------------------------------------------------------
002580* 4000-UPDATE-HIGH-WATER - RECORD THE LATEST RUN NOW INDEXED
002590*-----------------------------------------------------------------
002600 4000-UPDATE-HIGH-WATER.
002610     IF OB-NEW-HIGH-WATER = OB-HIGH-WATER
002620         GO TO 4000-EXIT
002630     END-IF
002640     MOVE LOW-VALUES TO OX-CONTROL-KEY
002650     READ TIE-ORDER-INDEX
002660         INVALID KEY
002670             DISPLAY "MCP-ORD01 - INDEX CONTROL RECORD MISSING"
002680             GO TO 9900-ABEND
002690     END-READ
002700     MOVE OB-NEW-HIGH-WATER TO OX-HIGH-WATER
002710     REWRITE TIE-ORDER-INDEX-RECORD
002720     IF OB-INDEX-STATUS NOT = "00"
002730         DISPLAY "MCP-ORD01 - UNABLE TO REWRITE INDEX CONTROL, "
002740                 "STATUS " OB-INDEX-STATUS
002750         GO TO 9900-ABEND
002760     END-IF.
002770 4000-EXIT.
002780     EXIT.
002790*-----------------------------------------------------------------
002800* 8500-DISPLAY-TOTALS - RUN COUNTS TO THE JOB LOG
002810*-----------------------------------------------------------------
002820 8500-DISPLAY-TOTALS.
002830     DISPLAY "MCP-ORD01 - ARCHIVE MOVEMENTS READ  " OB-ARCH-READ
002840     DISPLAY "MCP-ORD01 - HISTORY MOVEMENTS READ  " OB-HIST-READ
002850     DISPLAY "MCP-ORD01 - WITHOUT AN ORDER NUMBER " OB-NO-ORDER
002860     DISPLAY "MCP-ORD01 - ALREADY INDEXED         "
002870             OB-ALREADY-INDEXED
002880     DISPLAY "MCP-ORD01 - INDEX ENTRIES ADDED     " OB-ADDED
002890     DISPLAY "MCP-ORD01 - INDEXED THROUGH         "
002900             OB-NEW-HIGH-WATER.
002910 8500-EXIT.
002920     EXIT.
002930*-----------------------------------------------------------------
002940* 9000-END-OF-JOB - CLOSE WHATEVER IS OPEN
002950*-----------------------------------------------------------------
002960 9000-END-OF-JOB.
002970     IF OB-INDEX-OPEN
002980         CLOSE TIE-ORDER-INDEX
002990     END-IF.
003000 9000-EXIT.
003010     EXIT.
003020*-----------------------------------------------------------------
003030* 9900-ABEND - CLOSE UP AND END THE RUN WITH A BAD RETURN CODE
003040*-----------------------------------------------------------------
003050 9900-ABEND.
003060     MOVE 16 TO RETURN-CODE
003070     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
003080     STOP RUN.
003090 9900-EXIT.
003100     EXIT.
