000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MCP-VND01.
000030 AUTHOR. R QUIGLEY.
000040 INSTALLATION. TIE DIVISION DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* 10/15/2026  RQ   ORIGINAL PROGRAM - BATCH ADD/CHANGE/DELETE
000110*                  MAINTENANCE AGAINST TIE-VENDOR FROM THE
000120*                  TIE-VMAINT FILE, WITH A BEFORE/AFTER
000130*                  MAINTENANCE REGISTER FOR AUDIT. DUPLICATE
000140*                  ADDS, MAINTENANCE AGAINST UNKNOWN VENDORS,
000150*                  BLANK NAMES, NON-NUMERIC LEAD TIMES AND
000160*                  DELETES OF VENDORS STILL NAMED ON AN OPEN PO
000170*                  LINE ARE REJECTED TO THE REGISTER WITH A
000180*                  REASON.
000190*-----------------------------------------------------------------
000200* ___________________________
000210*|                           |
000220*|  IBM MAINFRAME DIVISION   |
000230*|      OF COBOL AGENTS      |
000240*|                           |
000250*|    VENDOR MAINTENANCE     |
000260*|         /\                |
000270*|        /  \               |
000280*|       / TIE \             |
000290*|      /______\             |
000300*|___________________________|
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT TIE-VENDOR ASSIGN TO TIEVEND
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS TV-VENDOR-CODE
000380         FILE STATUS IS VM-VENDOR-STATUS.
000390     SELECT TIE-VMAINT ASSIGN TO TIEVMNT
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS VM-MAINT-STATUS.
000420     SELECT TIE-OPENPO ASSIGN TO OPENPOI
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS VM-PO-STATUS.
000450     SELECT TIE-VMAINT-REGISTER ASSIGN TO TIEVREG
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS VM-REGISTER-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  TIE-VENDOR
000510     LABEL RECORDS ARE STANDARD.
000520     COPY TIEVND.
000530 FD  TIE-VMAINT
000540     LABEL RECORDS ARE STANDARD.
000550     COPY TIEVMT.
000560 FD  TIE-OPENPO
000570     LABEL RECORDS ARE STANDARD.
000580     COPY TIEPO.
000590 FD  TIE-VMAINT-REGISTER
000600     LABEL RECORDS ARE STANDARD.
000610 01  TIE-REGISTER-LINE              PIC X(132).
000620 WORKING-STORAGE SECTION.
000630 77  VM-VENDOR-STATUS               PIC X(02) VALUE ZERO.
000640 77  VM-MAINT-STATUS                PIC X(02) VALUE ZERO.
000650 77  VM-PO-STATUS                   PIC X(02) VALUE ZERO.
000660 77  VM-REGISTER-STATUS             PIC X(02) VALUE ZERO.
000670 77  VM-VENDOR-OPEN-SW              PIC X(01) VALUE "N".
000680     88  VM-VENDOR-OPEN                      VALUE "Y".
000690 77  VM-MAINT-OPEN-SW               PIC X(01) VALUE "N".
000700     88  VM-MAINT-OPEN                       VALUE "Y".
000710 77  VM-REGISTER-OPEN-SW            PIC X(01) VALUE "N".
000720     88  VM-REGISTER-OPEN                    VALUE "Y".
000730 77  VM-MAINT-EOF-SW                PIC X(01) VALUE "N".
000740     88  VM-MAINT-EOF                        VALUE "Y".
000750 77  VM-PO-EOF-SW                   PIC X(01) VALUE "N".
000760     88  VM-PO-EOF                           VALUE "Y".
000770 77  VM-VENDOR-FOUND-SW             PIC X(01) VALUE "N".
000780     88  VM-VENDOR-FOUND                     VALUE "Y".
000790 77  VM-ON-ORDER-SW                 PIC X(01) VALUE "N".
000800     88  VM-ON-ORDER                         VALUE "Y".
000810 77  VM-REJECT-SW                   PIC X(01) VALUE "N".
000820     88  VM-REJECTED                         VALUE "Y".
000830 77  VM-ADD-COUNT                   PIC 9(07) COMP VALUE ZERO.
000840 77  VM-CHANGE-COUNT                PIC 9(07) COMP VALUE ZERO.
000850 77  VM-DELETE-COUNT                PIC 9(07) COMP VALUE ZERO.
000860 77  VM-REJECT-COUNT                PIC 9(07) COMP VALUE ZERO.
000870 77  VM-REJECT-REASON               PIC X(30) VALUE SPACES.
000880 77  VM-RUN-DATE                    PIC X(08) VALUE SPACES.
000890 01  VM-BEFORE-IMAGE.
000900     05  VM-BEF-VENDOR-NAME         PIC X(30).
000910     05  VM-BEF-CONTACT-NAME        PIC X(25).
000920     05  VM-BEF-LEAD-DAYS           PIC 9(03).
000930 01  RPT-HEADING-LINE-1.
000940     05  FILLER                     PIC X(01) VALUE SPACE.
000950     05  FILLER                     PIC X(32)
000960             VALUE "TIE-VENDOR MAINTENANCE REGISTER ".
000970     05  RH-RUN-DATE                PIC X(08).
000980 01  RPT-HEADING-LINE-2.
000990     05  FILLER                     PIC X(01) VALUE SPACE.
001000     05  FILLER                     PIC X(07) VALUE "ACTION".
001010     05  FILLER                     PIC X(08) VALUE "VENDOR".
001020     05  FILLER                     PIC X(42)
001030             VALUE "BEFORE NAME/CONTACT/LEAD DAYS".
001040     05  FILLER                     PIC X(44)
001050             VALUE "AFTER  NAME/CONTACT/LEAD DAYS".
001060     05  FILLER                     PIC X(28) VALUE "DISPOSITION".
001070 01  RPT-DETAIL-LINE.
001080     05  FILLER                     PIC X(01) VALUE SPACE.
001090     05  RD-ACTION                  PIC X(06).
001100     05  FILLER                     PIC X(01) VALUE SPACE.
001110     05  RD-VENDOR                  PIC X(06).
001120     05  FILLER                     PIC X(02) VALUE SPACES.
001130     05  RD-BEF-NAME                PIC X(22).
001140     05  FILLER                     PIC X(01) VALUE SPACE.
001150     05  RD-BEF-CONTACT             PIC X(15).
001160     05  FILLER                     PIC X(01) VALUE SPACE.
001170     05  RD-BEF-LEAD                PIC ZZ9.
001180     05  FILLER                     PIC X(02) VALUE SPACES.
001190     05  RD-AFT-NAME                PIC X(22).
001200     05  FILLER                     PIC X(01) VALUE SPACE.
001210     05  RD-AFT-CONTACT             PIC X(15).
001220     05  FILLER                     PIC X(01) VALUE SPACE.
001230     05  RD-AFT-LEAD                PIC ZZ9.
001240     05  FILLER                     PIC X(02) VALUE SPACES.
001250     05  RD-DISPOSITION             PIC X(28).
001260 01  RPT-TOTAL-LINE.
001270     05  FILLER                     PIC X(01) VALUE SPACE.
001280     05  RT-LABEL                   PIC X(20).
001290     05  RT-COUNT                   PIC Z,ZZZ,ZZ9.
001300 PROCEDURE DIVISION.
001310*-----------------------------------------------------------------
001320* 0000-MAIN-LINE - JOB DRIVER
001330*-----------------------------------------------------------------
001340 0000-MAIN-LINE.
001350     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001360     PERFORM 2100-READ-MAINT-RECORD THRU 2100-EXIT
001370     PERFORM 2000-APPLY-ONE-MAINT THRU 2000-EXIT
001380         UNTIL VM-MAINT-EOF
001390     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
001400     STOP RUN.
001410*-----------------------------------------------------------------
001420* 1000-INITIALIZE - OPEN FILES AND PRINT REGISTER HEADINGS
001430*-----------------------------------------------------------------
001440 1000-INITIALIZE.
001450     ACCEPT VM-RUN-DATE FROM DATE YYYYMMDD
001460     OPEN I-O TIE-VENDOR
001470     IF VM-VENDOR-STATUS NOT = "00"
001480         DISPLAY "MCP-VND01 - UNABLE TO OPEN TIE-VENDOR, STATUS "
001490                 VM-VENDOR-STATUS
001500         GO TO 9900-ABEND
001510     END-IF
001520     SET VM-VENDOR-OPEN TO TRUE
001530     OPEN INPUT TIE-VMAINT
001540     IF VM-MAINT-STATUS NOT = "00"
001550         DISPLAY "MCP-VND01 - UNABLE TO OPEN TIE-VMAINT, STATUS "
001560                 VM-MAINT-STATUS
001570         GO TO 9900-ABEND
001580     END-IF
001590     SET VM-MAINT-OPEN TO TRUE
001600     OPEN OUTPUT TIE-VMAINT-REGISTER
001610     IF VM-REGISTER-STATUS NOT = "00"
001620         DISPLAY "MCP-VND01 - UNABLE TO OPEN REGISTER, STATUS "
001630                 VM-REGISTER-STATUS
001640         GO TO 9900-ABEND
001650     END-IF
001660     SET VM-REGISTER-OPEN TO TRUE
001670     MOVE VM-RUN-DATE TO RH-RUN-DATE
001680     WRITE TIE-REGISTER-LINE FROM RPT-HEADING-LINE-1
001690     WRITE TIE-REGISTER-LINE FROM RPT-HEADING-LINE-2.
001700 1000-EXIT.
001710     EXIT.
001720*-----------------------------------------------------------------
001730* 2000-APPLY-ONE-MAINT - DISPATCH ONE MAINTENANCE TRANSACTION
001740*-----------------------------------------------------------------
001750 2000-APPLY-ONE-MAINT.
001760     MOVE "N" TO VM-REJECT-SW
001770     MOVE SPACES TO VM-REJECT-REASON
001780     PERFORM 2200-LOOK-UP-VENDOR THRU 2200-EXIT
001790     IF VN-ADD
001800         PERFORM 3000-APPLY-ADD THRU 3000-EXIT
001810     ELSE
001820         IF VN-CHANGE
001830             PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
001840         ELSE
001850             IF VN-DELETE
001860                 PERFORM 3200-APPLY-DELETE THRU 3200-EXIT
001870             ELSE
001880                 SET VM-REJECTED TO TRUE
001890                 MOVE "INVALID ACTION CODE"
001900                     TO VM-REJECT-REASON
001910                 PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
001920             END-IF
001930         END-IF
001940     END-IF
001950     IF VM-REJECTED
001960         ADD 1 TO VM-REJECT-COUNT
001970     END-IF
001980     PERFORM 2100-READ-MAINT-RECORD THRU 2100-EXIT.
001990 2000-EXIT.
002000     EXIT.
002010 2100-READ-MAINT-RECORD.
002020     READ TIE-VMAINT
002030         AT END
002040             SET VM-MAINT-EOF TO TRUE
002050     END-READ
002060     IF VM-MAINT-STATUS NOT = "00" AND VM-MAINT-STATUS NOT = "10"
002070         DISPLAY "MCP-VND01 - ERROR READING TIE-VMAINT, STATUS "
002080                 VM-MAINT-STATUS
002090         GO TO 9900-ABEND
002100     END-IF.
002110 2100-EXIT.
002120     EXIT.
002130*-----------------------------------------------------------------
002140* 2200-LOOK-UP-VENDOR - READ TIE-VENDOR FOR THE VENDOR AND SAVE
002150*   THE BEFORE IMAGE FOR THE REGISTER
002160*-----------------------------------------------------------------
002170 2200-LOOK-UP-VENDOR.
002180     MOVE "N" TO VM-VENDOR-FOUND-SW
002190     MOVE SPACES TO VM-BEF-VENDOR-NAME VM-BEF-CONTACT-NAME
002200     MOVE ZERO TO VM-BEF-LEAD-DAYS
002210     MOVE VN-VENDOR-CODE TO TV-VENDOR-CODE
002220     READ TIE-VENDOR
002230         INVALID KEY
002240             CONTINUE
002250         NOT INVALID KEY
002260             SET VM-VENDOR-FOUND TO TRUE
002270             MOVE TV-VENDOR-NAME TO VM-BEF-VENDOR-NAME
002280             MOVE TV-CONTACT-NAME TO VM-BEF-CONTACT-NAME
002290             IF TV-LEAD-DAYS NUMERIC
002300                 MOVE TV-LEAD-DAYS TO VM-BEF-LEAD-DAYS
002310             END-IF
002320     END-READ.
002330 2200-EXIT.
002340     EXIT.
002350*-----------------------------------------------------------------
002360* 2600-EDIT-FIELDS - A VENDOR NEEDS A CODE AND A NAME, AND THE
002370*   STANDARD LEAD TIME MUST BE NUMERIC BEFORE MCP-PO01 AND THE
002380*   REORDER CALCULATION CAN USE IT
002390*-----------------------------------------------------------------
002400 2600-EDIT-FIELDS.
002410     IF VN-VENDOR-CODE = SPACES
002420         SET VM-REJECTED TO TRUE
002430         MOVE "VENDOR CODE BLANK" TO VM-REJECT-REASON
002440         PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
002450         GO TO 2600-EXIT
002460     END-IF
002470     IF VN-VENDOR-NAME = SPACES
002480         SET VM-REJECTED TO TRUE
002490         MOVE "VENDOR NAME BLANK" TO VM-REJECT-REASON
002500         PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
002510         GO TO 2600-EXIT
002520     END-IF
002530     IF VN-LEAD-DAYS NOT NUMERIC
002540         SET VM-REJECTED TO TRUE
002550         MOVE "LEAD DAYS NOT NUMERIC" TO VM-REJECT-REASON
002560         PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
002570     END-IF.
002580 2600-EXIT.
002590     EXIT.
002600*-----------------------------------------------------------------
002610* 3000-APPLY-ADD - WRITE A NEW VENDOR, REJECTING DUPLICATES
002620*-----------------------------------------------------------------
002630 3000-APPLY-ADD.
002640     IF VM-VENDOR-FOUND
002650         SET VM-REJECTED TO TRUE
002660         MOVE "VENDOR ALREADY ON FILE" TO VM-REJECT-REASON
002670         PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
002680         GO TO 3000-EXIT
002690     END-IF
002700     PERFORM 2600-EDIT-FIELDS THRU 2600-EXIT
002710     IF VM-REJECTED
002720         GO TO 3000-EXIT
002730     END-IF
002740     MOVE SPACES TO TIE-VENDOR-RECORD
002750     PERFORM 3500-BUILD-VENDOR-RECORD THRU 3500-EXIT
002760     WRITE TIE-VENDOR-RECORD
002770         INVALID KEY
002780             DISPLAY "MCP-VND01 - DUPLICATE KEY ON WRITE, VENDOR "
002790                     TV-VENDOR-CODE
002800             GO TO 9900-ABEND
002810     END-WRITE
002820     IF VM-VENDOR-STATUS NOT = "00"
002830         DISPLAY "MCP-VND01 - UNABLE TO WRITE TIE-VENDOR, STATUS "
002840                 VM-VENDOR-STATUS
002850         GO TO 9900-ABEND
002860     END-IF
002870     ADD 1 TO VM-ADD-COUNT
002880     MOVE "ADDED" TO VM-REJECT-REASON
002890     PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT.
002900 3000-EXIT.
002910     EXIT.
002920*-----------------------------------------------------------------
002930* 3100-APPLY-CHANGE - REWRITE AN EXISTING VENDOR FROM THE
002940*   MAINTENANCE RECORD
002950*-----------------------------------------------------------------
002960 3100-APPLY-CHANGE.
002970     IF NOT VM-VENDOR-FOUND
002980         SET VM-REJECTED TO TRUE
002990         MOVE "VENDOR NOT ON FILE" TO VM-REJECT-REASON
003000         PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
003010         GO TO 3100-EXIT
003020     END-IF
003030     PERFORM 2600-EDIT-FIELDS THRU 2600-EXIT
003040     IF VM-REJECTED
003050         GO TO 3100-EXIT
003060     END-IF
003070     PERFORM 3500-BUILD-VENDOR-RECORD THRU 3500-EXIT
003080     REWRITE TIE-VENDOR-RECORD
003090     IF VM-VENDOR-STATUS NOT = "00"
003100         DISPLAY "MCP-VND01 - UNABLE TO REWRITE TIE-VENDOR FOR "
003110                 "VENDOR " TV-VENDOR-CODE
003120                 " STATUS " VM-VENDOR-STATUS
003130         GO TO 9900-ABEND
003140     END-IF
003150     ADD 1 TO VM-CHANGE-COUNT
003160     MOVE "CHANGED" TO VM-REJECT-REASON
003170     PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT.
003180 3100-EXIT.
003190     EXIT.
003200*-----------------------------------------------------------------
003210* 3200-APPLY-DELETE - DELETE A VENDOR, REJECTING DELETES OF
003220*   VENDORS STILL NAMED ON AN OPEN PO LINE
003230*-----------------------------------------------------------------
003240 3200-APPLY-DELETE.
003250     IF NOT VM-VENDOR-FOUND
003260         SET VM-REJECTED TO TRUE
003270         MOVE "VENDOR NOT ON FILE" TO VM-REJECT-REASON
003280         PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
003290         GO TO 3200-EXIT
003300     END-IF
003310     PERFORM 3300-CHECK-OPEN-POS THRU 3300-EXIT
003320     IF VM-ON-ORDER
003330         SET VM-REJECTED TO TRUE
003340         MOVE "VENDOR HAS OPEN PO LINES" TO VM-REJECT-REASON
003350         PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
003360         GO TO 3200-EXIT
003370     END-IF
003380     DELETE TIE-VENDOR RECORD
003390         INVALID KEY
003400             DISPLAY "MCP-VND01 - DELETE FAILED FOR VENDOR "
003410                     VN-VENDOR-CODE
003420             GO TO 9900-ABEND
003430     END-DELETE
003440     IF VM-VENDOR-STATUS NOT = "00"
003450         DISPLAY "MCP-VND01 - UNABLE TO DELETE TIE-VENDOR, "
003460                 "STATUS " VM-VENDOR-STATUS
003470         GO TO 9900-ABEND
003480     END-IF
003490     ADD 1 TO VM-DELETE-COUNT
003500     MOVE "DELETED" TO VM-REJECT-REASON
003510     PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT.
003520 3200-EXIT.
003530     EXIT.
003540*-----------------------------------------------------------------
003550* 3300-CHECK-OPEN-POS - PASS THE CURRENT TIE-OPENPO GENERATION
003560*   LOOKING FOR A LINE STILL NAMING THE VENDOR. DELETES ARE RARE
003570*   ENOUGH THAT A PASS PER DELETE COSTS NOTHING. A MISSING FILE
003580*   MEANS NOTHING IS ON ORDER
003590*-----------------------------------------------------------------
003600 3300-CHECK-OPEN-POS.
003610     MOVE "N" TO VM-ON-ORDER-SW
003620     MOVE "N" TO VM-PO-EOF-SW
003630     OPEN INPUT TIE-OPENPO
003640     IF VM-PO-STATUS = "35"
003650         GO TO 3300-EXIT
003660     END-IF
003670     IF VM-PO-STATUS NOT = "00"
003680         DISPLAY "MCP-VND01 - UNABLE TO OPEN TIE-OPENPO, STATUS "
003690                 VM-PO-STATUS
003700         GO TO 9900-ABEND
003710     END-IF
003720     PERFORM 3350-CHECK-ONE-PO THRU 3350-EXIT
003730         UNTIL VM-PO-EOF OR VM-ON-ORDER
003740     CLOSE TIE-OPENPO.
003750 3300-EXIT.
003760     EXIT.
003770 3350-CHECK-ONE-PO.
003780     READ TIE-OPENPO
003790         AT END
003800             SET VM-PO-EOF TO TRUE
003810             GO TO 3350-EXIT
003820     END-READ
003830     IF VM-PO-STATUS NOT = "00"
003840         DISPLAY "MCP-VND01 - ERROR READING TIE-OPENPO, STATUS "
003850                 VM-PO-STATUS
003860         GO TO 9900-ABEND
003870     END-IF
003880     IF PO-VENDOR-CODE = VN-VENDOR-CODE
003890         SET VM-ON-ORDER TO TRUE
003900     END-IF.
003910 3350-EXIT.
003920     EXIT.
003930*-----------------------------------------------------------------
003940* 3500-BUILD-VENDOR-RECORD - MAP THE MAINTENANCE FIELDS INTO
003950*   THE TIE-VENDOR RECORD AREA
003960*-----------------------------------------------------------------
003970 3500-BUILD-VENDOR-RECORD.
003980     MOVE VN-VENDOR-CODE TO TV-VENDOR-CODE
003990     MOVE VN-VENDOR-NAME TO TV-VENDOR-NAME
004000     MOVE VN-CONTACT-NAME TO TV-CONTACT-NAME
004010     MOVE VN-CONTACT-PHONE TO TV-CONTACT-PHONE
004020     MOVE VN-LEAD-DAYS TO TV-LEAD-DAYS.
004030 3500-EXIT.
004040     EXIT.
004050*-----------------------------------------------------------------
004060* 4000-WRITE-REGISTER-LINE - ONE REGISTER LINE PER MAINTENANCE
004070*   TRANSACTION, BEFORE IMAGE ON THE LEFT, AFTER ON THE RIGHT
004080*-----------------------------------------------------------------
004090 4000-WRITE-REGISTER-LINE.
004100     MOVE SPACES TO RD-ACTION
004110     IF VN-ADD
004120         MOVE "ADD" TO RD-ACTION
004130     ELSE
004140         IF VN-CHANGE
004150             MOVE "CHANGE" TO RD-ACTION
004160         ELSE
004170             IF VN-DELETE
004180                 MOVE "DELETE" TO RD-ACTION
004190             ELSE
004200                 MOVE VN-ACTION-CODE TO RD-ACTION
004210             END-IF
004220         END-IF
004230     END-IF
004240     MOVE VN-VENDOR-CODE TO RD-VENDOR
004250     IF VM-VENDOR-FOUND
004260         MOVE VM-BEF-VENDOR-NAME TO RD-BEF-NAME
004270         MOVE VM-BEF-CONTACT-NAME TO RD-BEF-CONTACT
004280         MOVE VM-BEF-LEAD-DAYS TO RD-BEF-LEAD
004290     ELSE
004300         MOVE SPACES TO RD-BEF-NAME RD-BEF-CONTACT
004310         MOVE ZERO TO RD-BEF-LEAD
004320     END-IF
004330     IF VM-REJECTED OR VN-DELETE
004340         MOVE SPACES TO RD-AFT-NAME RD-AFT-CONTACT
004350         MOVE ZERO TO RD-AFT-LEAD
004360     ELSE
004370         MOVE VN-VENDOR-NAME TO RD-AFT-NAME
004380         MOVE VN-CONTACT-NAME TO RD-AFT-CONTACT
004390         MOVE VN-LEAD-DAYS TO RD-AFT-LEAD
004400     END-IF
004410     IF VM-REJECTED
004420         MOVE SPACES TO RD-DISPOSITION
004430         STRING "REJECTED - " DELIMITED SIZE
004440            VM-REJECT-REASON DELIMITED SIZE
004450            INTO RD-DISPOSITION
004460         END-STRING
004470     ELSE
004480         MOVE VM-REJECT-REASON TO RD-DISPOSITION
004490     END-IF
004500     WRITE TIE-REGISTER-LINE FROM RPT-DETAIL-LINE
004510     IF VM-REGISTER-STATUS NOT = "00"
004520         DISPLAY "MCP-VND01 - UNABLE TO WRITE REGISTER, STATUS "
004530                 VM-REGISTER-STATUS
004540         GO TO 9900-ABEND
004550     END-IF.
004560 4000-EXIT.
004570     EXIT.
004580*-----------------------------------------------------------------
004590* 9000-END-OF-JOB - PRINT TOTALS AND CLOSE WHATEVER IS OPEN
004600*-----------------------------------------------------------------
004610 9000-END-OF-JOB.
004620     IF VM-REGISTER-OPEN
004630         MOVE "VENDORS ADDED" TO RT-LABEL
004640         MOVE VM-ADD-COUNT TO RT-COUNT
004650         WRITE TIE-REGISTER-LINE FROM RPT-TOTAL-LINE
004660         MOVE "VENDORS CHANGED" TO RT-LABEL
004670         MOVE VM-CHANGE-COUNT TO RT-COUNT
004680         WRITE TIE-REGISTER-LINE FROM RPT-TOTAL-LINE
004690         MOVE "VENDORS DELETED" TO RT-LABEL
004700         MOVE VM-DELETE-COUNT TO RT-COUNT
004710         WRITE TIE-REGISTER-LINE FROM RPT-TOTAL-LINE
004720         MOVE "REJECTED" TO RT-LABEL
004730         MOVE VM-REJECT-COUNT TO RT-COUNT
004740         WRITE TIE-REGISTER-LINE FROM RPT-TOTAL-LINE
004750         CLOSE TIE-VMAINT-REGISTER
004760     END-IF
004770     IF VM-VENDOR-OPEN
004780         CLOSE TIE-VENDOR
004790     END-IF
004800     IF VM-MAINT-OPEN
004810         CLOSE TIE-VMAINT
004820     END-IF.
004830 9000-EXIT.
004840     EXIT.
004850*-----------------------------------------------------------------
004860* 9900-ABEND - CLOSE UP AND END THE RUN WITH A BAD RETURN CODE
004870*-----------------------------------------------------------------
004880 9900-ABEND.
004890     MOVE 16 TO RETURN-CODE
004900     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
004910     STOP RUN.
004920 9900-EXIT.
004930     EXIT.
