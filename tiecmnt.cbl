000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MCP-CUS01.
000030 AUTHOR. R QUIGLEY.
000040 INSTALLATION. TIE DIVISION DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* 10/15/2026  RQ   ORIGINAL PROGRAM - BATCH ADD/CHANGE/DELETE
000110*                  MAINTENANCE AGAINST TIE-CUSTOMER FROM THE
000120*                  TIE-CMAINT FILE, WITH A BEFORE/AFTER
000130*                  MAINTENANCE REGISTER FOR AUDIT. DUPLICATE
000140*                  ADDS, MAINTENANCE AGAINST UNKNOWN ACCOUNTS,
000150*                  BLANK NAMES, PRIORITY OR CREDIT-HOLD FLAGS
000160*                  OTHER THAN Y/N, AND DELETES OF ACCOUNTS
000170*                  STILL OWED STOCK ON TIE-BACKORDER ARE
000180*                  REJECTED TO THE REGISTER WITH A REASON.
000190*-----------------------------------------------------------------
000200* ___________________________
000210*|                           |
000220*|  IBM MAINFRAME DIVISION   |
000230*|      OF COBOL AGENTS      |
000240*|                           |
000250*|   CUSTOMER MAINTENANCE    |
000260*|         /\                |
000270*|        /  \               |
000280*|       / TIE \             |
000290*|      /______\             |
000300*|___________________________|
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT TIE-CUSTOMER ASSIGN TO TIECUST
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS TU-CUST-CODE
000380         FILE STATUS IS CM-CUST-STATUS.
000390     SELECT TIE-CMAINT ASSIGN TO TIECMNT
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS CM-MAINT-STATUS.
000420     SELECT TIE-BACKORDER ASSIGN TO BKORDIN
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS CM-BKO-STATUS.
000450     SELECT TIE-CMAINT-REGISTER ASSIGN TO TIECREG
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS CM-REGISTER-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  TIE-CUSTOMER
000510     LABEL RECORDS ARE STANDARD.
000520     COPY TIECUS.
000530 FD  TIE-CMAINT
000540     LABEL RECORDS ARE STANDARD.
000550     COPY TIECMT.
000560 FD  TIE-BACKORDER
000570     LABEL RECORDS ARE STANDARD.
000580     COPY TIEBKO.
000590 FD  TIE-CMAINT-REGISTER
000600     LABEL RECORDS ARE STANDARD.
000610 01  TIE-REGISTER-LINE              PIC X(132).
000620 WORKING-STORAGE SECTION.
000630 77  CM-CUST-STATUS                 PIC X(02) VALUE ZERO.
000640 77  CM-MAINT-STATUS                PIC X(02) VALUE ZERO.
000650 77  CM-BKO-STATUS                  PIC X(02) VALUE ZERO.
000660 77  CM-REGISTER-STATUS             PIC X(02) VALUE ZERO.
000670 77  CM-CUST-OPEN-SW                PIC X(01) VALUE "N".
000680     88  CM-CUST-OPEN                        VALUE "Y".
000690 77  CM-MAINT-OPEN-SW               PIC X(01) VALUE "N".
000700     88  CM-MAINT-OPEN                       VALUE "Y".
000710 77  CM-REGISTER-OPEN-SW            PIC X(01) VALUE "N".
000720     88  CM-REGISTER-OPEN                    VALUE "Y".
000730 77  CM-MAINT-EOF-SW                PIC X(01) VALUE "N".
000740     88  CM-MAINT-EOF                        VALUE "Y".
000750 77  CM-BKO-EOF-SW                  PIC X(01) VALUE "N".
000760     88  CM-BKO-EOF                          VALUE "Y".
000770 77  CM-CUST-FOUND-SW               PIC X(01) VALUE "N".
000780     88  CM-CUST-FOUND                       VALUE "Y".
000790 77  CM-OWED-SW                     PIC X(01) VALUE "N".
000800     88  CM-STILL-OWED                       VALUE "Y".
000810 77  CM-REJECT-SW                   PIC X(01) VALUE "N".
000820     88  CM-REJECTED                         VALUE "Y".
000830 77  CM-ADD-COUNT                   PIC 9(07) COMP VALUE ZERO.
000840 77  CM-CHANGE-COUNT                PIC 9(07) COMP VALUE ZERO.
000850 77  CM-DELETE-COUNT                PIC 9(07) COMP VALUE ZERO.
000860 77  CM-REJECT-COUNT                PIC 9(07) COMP VALUE ZERO.
000870 77  CM-REJECT-REASON               PIC X(30) VALUE SPACES.
000880 77  CM-RUN-DATE                    PIC X(08) VALUE SPACES.
000890 01  CM-BEFORE-IMAGE.
000900     05  CM-BEF-CUST-NAME           PIC X(30).
000910     05  CM-BEF-PRIORITY            PIC X(01).
000920     05  CM-BEF-CREDIT-HOLD         PIC X(01).
000930     05  CM-BEF-SHIPTO-CITY         PIC X(20).
000940     05  CM-BEF-SHIPTO-STATE        PIC X(02).
000950 01  RPT-HEADING-LINE-1.
000960     05  FILLER                     PIC X(01) VALUE SPACE.
000970     05  FILLER                     PIC X(34)
000980             VALUE "TIE-CUSTOMER MAINTENANCE REGISTER ".
000990     05  RH-RUN-DATE                PIC X(08).
001000 01  RPT-HEADING-LINE-2.
001010     05  FILLER                     PIC X(01) VALUE SPACE.
001020     05  FILLER                     PIC X(07) VALUE "ACTION".
001030     05  FILLER                     PIC X(08) VALUE "CUST".
001040     05  FILLER                     PIC X(49)
001050             VALUE "BEFORE NAME              P H SHIP-TO CITY".
001060     05  FILLER                     PIC X(49)
001070             VALUE "AFTER  NAME              P H SHIP-TO CITY".
001080     05  FILLER                     PIC X(18) VALUE "DISPOSITION".
001090 01  RPT-DETAIL-LINE.
001100     05  FILLER                     PIC X(01) VALUE SPACE.
001110     05  RD-ACTION                  PIC X(06).
001120     05  FILLER                     PIC X(01) VALUE SPACE.
001130     05  RD-CUST                    PIC X(06).
001140     05  FILLER                     PIC X(02) VALUE SPACES.
001150     05  RD-BEF-NAME                PIC X(24).
001160     05  FILLER                     PIC X(01) VALUE SPACE.
001170     05  RD-BEF-PRIORITY            PIC X(01).
001180     05  FILLER                     PIC X(01) VALUE SPACE.
001190     05  RD-BEF-HOLD                PIC X(01).
001200     05  FILLER                     PIC X(01) VALUE SPACE.
001210     05  RD-BEF-CITY                PIC X(16).
001220     05  FILLER                     PIC X(01) VALUE SPACE.
001230     05  RD-BEF-STATE               PIC X(02).
001240     05  FILLER                     PIC X(02) VALUE SPACES.
001250     05  RD-AFT-NAME                PIC X(24).
001260     05  FILLER                     PIC X(01) VALUE SPACE.
001270     05  RD-AFT-PRIORITY            PIC X(01).
001280     05  FILLER                     PIC X(01) VALUE SPACE.
001290     05  RD-AFT-HOLD                PIC X(01).
001300     05  FILLER                     PIC X(01) VALUE SPACE.
001310     05  RD-AFT-CITY                PIC X(16).
001320     05  FILLER                     PIC X(01) VALUE SPACE.
001330     05  RD-AFT-STATE               PIC X(02).
001340     05  FILLER                     PIC X(02) VALUE SPACES.
001350     05  RD-DISPOSITION             PIC X(15).
001360 01  RPT-REASON-LINE.
001370     05  FILLER                     PIC X(16) VALUE SPACES.
001380     05  FILLER                     PIC X(11) VALUE "REJECTED - ".
001390     05  RR-REASON                  PIC X(30).
001400 01  RPT-TOTAL-LINE.
001410     05  FILLER                     PIC X(01) VALUE SPACE.
001420     05  RT-LABEL                   PIC X(20).
001430     05  RT-COUNT                   PIC Z,ZZZ,ZZ9.
001440 PROCEDURE DIVISION.
001450*-----------------------------------------------------------------
001460* 0000-MAIN-LINE - JOB DRIVER
001470*-----------------------------------------------------------------
001480 0000-MAIN-LINE.
001490     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001500     PERFORM 2100-READ-MAINT-RECORD THRU 2100-EXIT
001510     PERFORM 2000-APPLY-ONE-MAINT THRU 2000-EXIT
001520         UNTIL CM-MAINT-EOF
001530     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
001540     STOP RUN.
001550*-----------------------------------------------------------------
001560* 1000-INITIALIZE - OPEN FILES AND PRINT REGISTER HEADINGS
001570*-----------------------------------------------------------------
001580 1000-INITIALIZE.
001590     ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD
001600     OPEN I-O TIE-CUSTOMER
001610     IF CM-CUST-STATUS NOT = "00"
001620         DISPLAY "MCP-CUS01 - UNABLE TO OPEN TIE-CUSTOMER, "
001630                 "STATUS " CM-CUST-STATUS
001640         GO TO 9900-ABEND
001650     END-IF
001660     SET CM-CUST-OPEN TO TRUE
001670     OPEN INPUT TIE-CMAINT
001680     IF CM-MAINT-STATUS NOT = "00"
001690         DISPLAY "MCP-CUS01 - UNABLE TO OPEN TIE-CMAINT, STATUS "
001700                 CM-MAINT-STATUS
001710         GO TO 9900-ABEND
001720     END-IF
001730     SET CM-MAINT-OPEN TO TRUE
001740     OPEN OUTPUT TIE-CMAINT-REGISTER
001750     IF CM-REGISTER-STATUS NOT = "00"
001760         DISPLAY "MCP-CUS01 - UNABLE TO OPEN REGISTER, STATUS "
001770                 CM-REGISTER-STATUS
001780         GO TO 9900-ABEND
001790     END-IF
001800     SET CM-REGISTER-OPEN TO TRUE
001810     MOVE CM-RUN-DATE TO RH-RUN-DATE
001820     WRITE TIE-REGISTER-LINE FROM RPT-HEADING-LINE-1
001830     WRITE TIE-REGISTER-LINE FROM RPT-HEADING-LINE-2.
001840 1000-EXIT.
001850     EXIT.
001860*-----------------------------------------------------------------
001870* 2000-APPLY-ONE-MAINT - DISPATCH ONE MAINTENANCE TRANSACTION
001880*-----------------------------------------------------------------
001890 2000-APPLY-ONE-MAINT.
001900     MOVE "N" TO CM-REJECT-SW
001910     MOVE SPACES TO CM-REJECT-REASON
001920     PERFORM 2200-LOOK-UP-CUSTOMER THRU 2200-EXIT
001930     IF CC-ADD
001940         PERFORM 3000-APPLY-ADD THRU 3000-EXIT
001950     ELSE
001960         IF CC-CHANGE
001970             PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
001980         ELSE
001990             IF CC-DELETE
002000                 PERFORM 3200-APPLY-DELETE THRU 3200-EXIT
002010             ELSE
002020                 SET CM-REJECTED TO TRUE
002030                 MOVE "INVALID ACTION CODE"
002040                     TO CM-REJECT-REASON
002050                 PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
002060             END-IF
002070         END-IF
002080     END-IF
002090     IF CM-REJECTED
002100         ADD 1 TO CM-REJECT-COUNT
002110     END-IF
002120     PERFORM 2100-READ-MAINT-RECORD THRU 2100-EXIT.
002130 2000-EXIT.
002140     EXIT.
002150 2100-READ-MAINT-RECORD.
002160     READ TIE-CMAINT
002170         AT END
002180             SET CM-MAINT-EOF TO TRUE
002190     END-READ
002200     IF CM-MAINT-STATUS NOT = "00" AND CM-MAINT-STATUS NOT = "10"
002210         DISPLAY "MCP-CUS01 - ERROR READING TIE-CMAINT, STATUS "
002220                 CM-MAINT-STATUS
002230         GO TO 9900-ABEND
002240     END-IF.
002250 2100-EXIT.
002260     EXIT.
002270*-----------------------------------------------------------------
002280* 2200-LOOK-UP-CUSTOMER - READ TIE-CUSTOMER FOR THE ACCOUNT AND
002290*   SAVE THE BEFORE IMAGE FOR THE REGISTER
002300*-----------------------------------------------------------------
002310 2200-LOOK-UP-CUSTOMER.
002320     MOVE "N" TO CM-CUST-FOUND-SW
002330     MOVE SPACES TO CM-BEFORE-IMAGE
002340     MOVE CC-CUST-CODE TO TU-CUST-CODE
002350     READ TIE-CUSTOMER
002360         INVALID KEY
002370             CONTINUE
002380         NOT INVALID KEY
002390             SET CM-CUST-FOUND TO TRUE
002400             MOVE TU-CUST-NAME TO CM-BEF-CUST-NAME
002410             MOVE TU-PRIORITY TO CM-BEF-PRIORITY
002420             MOVE TU-CREDIT-HOLD TO CM-BEF-CREDIT-HOLD
002430             MOVE TU-SHIPTO-CITY TO CM-BEF-SHIPTO-CITY
002440             MOVE TU-SHIPTO-STATE TO CM-BEF-SHIPTO-STATE
002450     END-READ.
002460 2200-EXIT.
002470     EXIT.
002480*-----------------------------------------------------------------
002490* 2600-EDIT-FIELDS - AN ACCOUNT NEEDS A CODE AND A NAME. THE
002500*   PRIORITY AND CREDIT-HOLD FLAGS ARE Y OR N - A BLANK IS
002510*   TAKEN AS N SO AN ORDINARY OPEN ACCOUNT NEED NOT PUNCH THEM
002520*-----------------------------------------------------------------
002530 2600-EDIT-FIELDS.
002540     IF CC-CUST-CODE = SPACES
002550         SET CM-REJECTED TO TRUE
002560         MOVE "CUSTOMER CODE BLANK" TO CM-REJECT-REASON
002570         PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
002580         GO TO 2600-EXIT
002590     END-IF
002600     IF CC-CUST-NAME = SPACES
002610         SET CM-REJECTED TO TRUE
002620         MOVE "CUSTOMER NAME BLANK" TO CM-REJECT-REASON
002630         PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
002640         GO TO 2600-EXIT
002650     END-IF
002660     IF CC-PRIORITY = SPACE
002670         MOVE "N" TO CC-PRIORITY
002680     END-IF
002690     IF CC-CREDIT-HOLD = SPACE
002700         MOVE "N" TO CC-CREDIT-HOLD
002710     END-IF
002720     IF CC-PRIORITY NOT = "Y" AND CC-PRIORITY NOT = "N"
002730         SET CM-REJECTED TO TRUE
002740         MOVE "PRIORITY FLAG NOT Y OR N" TO CM-REJECT-REASON
002750         PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
002760         GO TO 2600-EXIT
002770     END-IF
002780     IF CC-CREDIT-HOLD NOT = "Y" AND CC-CREDIT-HOLD NOT = "N"
002790         SET CM-REJECTED TO TRUE
002800         MOVE "CREDIT HOLD FLAG NOT Y OR N" TO CM-REJECT-REASON
002810         PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
002820     END-IF.
002830 2600-EXIT.
002840     EXIT.
002850*-----------------------------------------------------------------
002860* 3000-APPLY-ADD - WRITE A NEW ACCOUNT, REJECTING DUPLICATES
002870*-----------------------------------------------------------------
002880 3000-APPLY-ADD.
002890     IF CM-CUST-FOUND
002900         SET CM-REJECTED TO TRUE
002910         MOVE "CUSTOMER ALREADY ON FILE" TO CM-REJECT-REASON
002920         PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
002930         GO TO 3000-EXIT
002940     END-IF
002950     PERFORM 2600-EDIT-FIELDS THRU 2600-EXIT
002960     IF CM-REJECTED
002970         GO TO 3000-EXIT
002980     END-IF
002990     MOVE SPACES TO TIE-CUSTOMER-RECORD
003000     PERFORM 3500-BUILD-CUSTOMER-RECORD THRU 3500-EXIT
003010     WRITE TIE-CUSTOMER-RECORD
003020         INVALID KEY
003030             DISPLAY "MCP-CUS01 - DUPLICATE KEY ON WRITE, "
003040                     "CUSTOMER " TU-CUST-CODE
003050             GO TO 9900-ABEND
003060     END-WRITE
003070     IF CM-CUST-STATUS NOT = "00"
003080         DISPLAY "MCP-CUS01 - UNABLE TO WRITE TIE-CUSTOMER, "
003090                 "STATUS " CM-CUST-STATUS
003100         GO TO 9900-ABEND
003110     END-IF
003120     ADD 1 TO CM-ADD-COUNT
003130     MOVE "ADDED" TO CM-REJECT-REASON
003140     PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT.
003150 3000-EXIT.
003160     EXIT.
003170*-----------------------------------------------------------------
003180* 3100-APPLY-CHANGE - REWRITE AN EXISTING ACCOUNT FROM THE
003190*   MAINTENANCE RECORD. THIS IS HOW A CREDIT HOLD IS PLACED OR
003200*   LIFTED
003210*-----------------------------------------------------------------
003220 3100-APPLY-CHANGE.
003230     IF NOT CM-CUST-FOUND
003240         SET CM-REJECTED TO TRUE
003250         MOVE "CUSTOMER NOT ON FILE" TO CM-REJECT-REASON
003260         PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
003270         GO TO 3100-EXIT
003280     END-IF
003290     PERFORM 2600-EDIT-FIELDS THRU 2600-EXIT
003300     IF CM-REJECTED
003310         GO TO 3100-EXIT
003320     END-IF
003330     PERFORM 3500-BUILD-CUSTOMER-RECORD THRU 3500-EXIT
003340     REWRITE TIE-CUSTOMER-RECORD
003350     IF CM-CUST-STATUS NOT = "00"
003360         DISPLAY "MCP-CUS01 - UNABLE TO REWRITE TIE-CUSTOMER FOR "
003370                 "CUSTOMER " TU-CUST-CODE
003380                 " STATUS " CM-CUST-STATUS
003390         GO TO 9900-ABEND
003400     END-IF
003410     ADD 1 TO CM-CHANGE-COUNT
003420     MOVE "CHANGED" TO CM-REJECT-REASON
003430     PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT.
003440 3100-EXIT.
003450     EXIT.
003460*-----------------------------------------------------------------
003470* 3200-APPLY-DELETE - DELETE AN ACCOUNT, REJECTING DELETES OF
003480*   ACCOUNTS STILL OWED STOCK ON TIE-BACKORDER
003490*-----------------------------------------------------------------
003500 3200-APPLY-DELETE.
003510     IF NOT CM-CUST-FOUND
003520         SET CM-REJECTED TO TRUE
003530         MOVE "CUSTOMER NOT ON FILE" TO CM-REJECT-REASON
003540         PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
003550         GO TO 3200-EXIT
003560     END-IF
003570     PERFORM 3300-CHECK-BACKORDERS THRU 3300-EXIT
003580     IF CM-STILL-OWED
003590         SET CM-REJECTED TO TRUE
003600         MOVE "CUSTOMER HAS OPEN BACKORDERS" TO CM-REJECT-REASON
003610         PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
003620         GO TO 3200-EXIT
003630     END-IF
003640     DELETE TIE-CUSTOMER RECORD
003650         INVALID KEY
003660             DISPLAY "MCP-CUS01 - DELETE FAILED FOR CUSTOMER "
003670                     CC-CUST-CODE
003680             GO TO 9900-ABEND
003690     END-DELETE
003700     IF CM-CUST-STATUS NOT = "00"
003710         DISPLAY "MCP-CUS01 - UNABLE TO DELETE TIE-CUSTOMER, "
003720                 "STATUS " CM-CUST-STATUS
003730         GO TO 9900-ABEND
003740     END-IF
003750     ADD 1 TO CM-DELETE-COUNT
003760     MOVE "DELETED" TO CM-REJECT-REASON
003770     PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT.
003780 3200-EXIT.
003790     EXIT.
003800*-----------------------------------------------------------------
003810* 3300-CHECK-BACKORDERS - PASS THE CURRENT TIE-BACKORDER
003820*   GENERATION LOOKING FOR QUANTITY STILL OWED TO THE ACCOUNT.
003830*   A MISSING FILE MEANS NOTHING IS OWED TO ANYONE
003840*-----------------------------------------------------------------
003850 3300-CHECK-BACKORDERS.
003860     MOVE "N" TO CM-OWED-SW
003870     MOVE "N" TO CM-BKO-EOF-SW
003880     OPEN INPUT TIE-BACKORDER
003890     IF CM-BKO-STATUS = "35"
003900         GO TO 3300-EXIT
003910     END-IF
003920     IF CM-BKO-STATUS NOT = "00"
003930         DISPLAY "MCP-CUS01 - UNABLE TO OPEN TIE-BACKORDER, "
003940                 "STATUS " CM-BKO-STATUS
003950         GO TO 9900-ABEND
003960     END-IF
003970     PERFORM 3350-CHECK-ONE-BACKORDER THRU 3350-EXIT
003980         UNTIL CM-BKO-EOF OR CM-STILL-OWED
003990     CLOSE TIE-BACKORDER.
004000 3300-EXIT.
004010     EXIT.
004020 3350-CHECK-ONE-BACKORDER.
004030     READ TIE-BACKORDER
004040         AT END
004050             SET CM-BKO-EOF TO TRUE
004060             GO TO 3350-EXIT
004070     END-READ
004080     IF CM-BKO-STATUS NOT = "00"
004090         DISPLAY "MCP-CUS01 - ERROR READING TIE-BACKORDER, "
004100                 "STATUS " CM-BKO-STATUS
004110         GO TO 9900-ABEND
004120     END-IF
004130     IF TB-CUST-CODE = CC-CUST-CODE
004140        AND TB-QTY-OWED GREATER THAN ZERO
004150         SET CM-STILL-OWED TO TRUE
004160     END-IF.
004170 3350-EXIT.
004180     EXIT.
004190*-----------------------------------------------------------------
004200* 3500-BUILD-CUSTOMER-RECORD - MAP THE MAINTENANCE FIELDS INTO
004210*   THE TIE-CUSTOMER RECORD AREA
004220*-----------------------------------------------------------------
004230 3500-BUILD-CUSTOMER-RECORD.
004240     MOVE CC-CUST-CODE TO TU-CUST-CODE
004250     MOVE CC-CUST-NAME TO TU-CUST-NAME
004260     MOVE CC-SHIPTO-NAME TO TU-SHIPTO-NAME
004270     MOVE CC-SHIPTO-ADDRESS TO TU-SHIPTO-ADDRESS
004280     MOVE CC-SHIPTO-CITY TO TU-SHIPTO-CITY
004290     MOVE CC-SHIPTO-STATE TO TU-SHIPTO-STATE
004300     MOVE CC-SHIPTO-ZIP TO TU-SHIPTO-ZIP
004310     MOVE CC-PRIORITY TO TU-PRIORITY
004320     MOVE CC-CREDIT-HOLD TO TU-CREDIT-HOLD.
004330 3500-EXIT.
004340     EXIT.
004350*-----------------------------------------------------------------
004360* 4000-WRITE-REGISTER-LINE - ONE REGISTER LINE PER MAINTENANCE
004370*   TRANSACTION, BEFORE IMAGE ON THE LEFT, AFTER ON THE RIGHT.
004380*   A REJECTION PRINTS ITS REASON ON THE LINE BELOW
004390*-----------------------------------------------------------------
004400 4000-WRITE-REGISTER-LINE.
004410     MOVE SPACES TO RD-ACTION
004420     IF CC-ADD
004430         MOVE "ADD" TO RD-ACTION
004440     ELSE
004450         IF CC-CHANGE
004460             MOVE "CHANGE" TO RD-ACTION
004470         ELSE
004480             IF CC-DELETE
004490                 MOVE "DELETE" TO RD-ACTION
004500             ELSE
004510                 MOVE CC-ACTION-CODE TO RD-ACTION
004520             END-IF
004530         END-IF
004540     END-IF
004550     MOVE CC-CUST-CODE TO RD-CUST
004560     MOVE CM-BEF-CUST-NAME TO RD-BEF-NAME
004570     MOVE CM-BEF-PRIORITY TO RD-BEF-PRIORITY
004580     MOVE CM-BEF-CREDIT-HOLD TO RD-BEF-HOLD
004590     MOVE CM-BEF-SHIPTO-CITY TO RD-BEF-CITY
004600     MOVE CM-BEF-SHIPTO-STATE TO RD-BEF-STATE
004610     IF CM-REJECTED OR CC-DELETE
004620         MOVE SPACES TO RD-AFT-NAME RD-AFT-PRIORITY RD-AFT-HOLD
004630                        RD-AFT-CITY RD-AFT-STATE
004640     ELSE
004650         MOVE CC-CUST-NAME TO RD-AFT-NAME
004660         MOVE CC-PRIORITY TO RD-AFT-PRIORITY
004670         MOVE CC-CREDIT-HOLD TO RD-AFT-HOLD
004680         MOVE CC-SHIPTO-CITY TO RD-AFT-CITY
004690         MOVE CC-SHIPTO-STATE TO RD-AFT-STATE
004700     END-IF
004710     IF CM-REJECTED
004720         MOVE "REJECTED" TO RD-DISPOSITION
004730     ELSE
004740         MOVE CM-REJECT-REASON TO RD-DISPOSITION
004750     END-IF
004760     WRITE TIE-REGISTER-LINE FROM RPT-DETAIL-LINE
004770     IF CM-REGISTER-STATUS NOT = "00"
004780         DISPLAY "MCP-CUS01 - UNABLE TO WRITE REGISTER, STATUS "
004790                 CM-REGISTER-STATUS
004800         GO TO 9900-ABEND
004810     END-IF
004820     IF CM-REJECTED
004830         MOVE CM-REJECT-REASON TO RR-REASON
004840         WRITE TIE-REGISTER-LINE FROM RPT-REASON-LINE
004850     END-IF.
004860 4000-EXIT.
004870     EXIT.
004880*-----------------------------------------------------------------
004890* 9000-END-OF-JOB - PRINT TOTALS AND CLOSE WHATEVER IS OPEN
004900*-----------------------------------------------------------------
004910 9000-END-OF-JOB.
004920     IF CM-REGISTER-OPEN
004930         MOVE "CUSTOMERS ADDED" TO RT-LABEL
004940         MOVE CM-ADD-COUNT TO RT-COUNT
004950         WRITE TIE-REGISTER-LINE FROM RPT-TOTAL-LINE
004960         MOVE "CUSTOMERS CHANGED" TO RT-LABEL
004970         MOVE CM-CHANGE-COUNT TO RT-COUNT
004980         WRITE TIE-REGISTER-LINE FROM RPT-TOTAL-LINE
004990         MOVE "CUSTOMERS DELETED" TO RT-LABEL
005000         MOVE CM-DELETE-COUNT TO RT-COUNT
005010         WRITE TIE-REGISTER-LINE FROM RPT-TOTAL-LINE
005020         MOVE "REJECTED" TO RT-LABEL
005030         MOVE CM-REJECT-COUNT TO RT-COUNT
005040         WRITE TIE-REGISTER-LINE FROM RPT-TOTAL-LINE
005050         CLOSE TIE-CMAINT-REGISTER
005060     END-IF
005070     IF CM-CUST-OPEN
005080         CLOSE TIE-CUSTOMER
005090     END-IF
005100     IF CM-MAINT-OPEN
005110         CLOSE TIE-CMAINT
005120     END-IF.
005130 9000-EXIT.
005140     EXIT.
005150*-----------------------------------------------------------------
005160* 9900-ABEND - CLOSE UP AND END THE RUN WITH A BAD RETURN CODE
005170*-----------------------------------------------------------------
005180 9900-ABEND.
005190     MOVE 16 TO RETURN-CODE
005200     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
005210     STOP RUN.
005220 9900-EXIT.
005230     EXIT.
