000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MCP-ROP02.
000030 AUTHOR. R QUIGLEY.
000040 INSTALLATION. TIE DIVISION DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* 10/15/2026  RQ   ORIGINAL PROGRAM - TURNS THE REORDER POINT
000110*                  RECOMMENDATIONS PURCHASING SENT BACK APPROVED
000120*                  (MCP-ROP01 LAYOUT, DD ROPAPRV) INTO TIE-MAINT
000130*                  CHANGE RECORDS FOR MCP-MNT01, SO EVERY NEW
000140*                  REORDER POINT AND QUANTITY IS APPLIED AND
000150*                  REGISTERED LIKE ANY OTHER MAINTENANCE. THE
000160*                  REST OF THE CHANGE RECORD IS TAKEN FROM THE
000170*                  CURRENT TIE-MASTER. A LINE IS DROPPED WHEN
000180*                  THE STYLE IS GONE OR ITS REORDER VALUES WERE
000190*                  CHANGED SINCE THE REVIEW WAS PRINTED.
000200*-----------------------------------------------------------------
000210* ___________________________
000220*|                           |
000230*|  IBM MAINFRAME DIVISION   |
000240*|      OF COBOL AGENTS      |
000250*|                           |
000260*|   REORDER POINT APPLY     |
000270*|         /\                |
000280*|        /  \               |
000290*|       / TIE \             |
000300*|      /______\             |
000310*|___________________________|
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT TIE-MASTER ASSIGN TO TIEMSTR
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS TM-STYLE-CODE
000390         FILE STATUS IS RY-MASTER-STATUS.
000400     SELECT TIE-REORDER-APPROVED ASSIGN TO ROPAPRV
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS RY-APPROVED-STATUS.
000430     SELECT TIE-MAINT ASSIGN TO TIEMNT
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS RY-MAINT-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  TIE-MASTER
000490     LABEL RECORDS ARE STANDARD.
000500     COPY TIEREC.
000510 FD  TIE-REORDER-APPROVED
000520     LABEL RECORDS ARE STANDARD.
000530     COPY TIEROP.
000540 FD  TIE-MAINT
000550     LABEL RECORDS ARE STANDARD.
000560     COPY TIEMNT.
000570 WORKING-STORAGE SECTION.
000580 77  RY-MASTER-STATUS               PIC X(02) VALUE ZERO.
000590 77  RY-APPROVED-STATUS             PIC X(02) VALUE ZERO.
000600 77  RY-MAINT-STATUS                PIC X(02) VALUE ZERO.
000610 77  RY-MASTER-OPEN-SW              PIC X(01) VALUE "N".
000620     88  RY-MASTER-OPEN                      VALUE "Y".
000630 77  RY-APPROVED-OPEN-SW            PIC X(01) VALUE "N".
000640     88  RY-APPROVED-OPEN                    VALUE "Y".
000650 77  RY-MAINT-OPEN-SW               PIC X(01) VALUE "N".
000660     88  RY-MAINT-OPEN                       VALUE "Y".
000670 77  RY-APPROVED-EOF-SW             PIC X(01) VALUE "N".
000680     88  RY-APPROVED-EOF                     VALUE "Y".
000690 77  RY-STYLE-FOUND-SW              PIC X(01) VALUE "N".
000700     88  RY-STYLE-FOUND                      VALUE "Y".
000710 77  RY-CUR-RP                      PIC 9(04) VALUE ZERO.
000720 77  RY-CUR-RQ                      PIC 9(04) VALUE ZERO.
000730 77  RY-READ-COUNT                  PIC 9(07) COMP VALUE ZERO.
000740 77  RY-CHANGE-COUNT                PIC 9(07) COMP VALUE ZERO.
000750 77  RY-SAME-COUNT                  PIC 9(07) COMP VALUE ZERO.
000760 77  RY-REJECT-COUNT                PIC 9(07) COMP VALUE ZERO.
000770 PROCEDURE DIVISION.
000780*-----------------------------------------------------------------
000790* 0000-MAIN-LINE - JOB DRIVER
000800*-----------------------------------------------------------------
000810 0000-MAIN-LINE.
000820     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000830     IF NOT RY-APPROVED-EOF
000840         PERFORM 2100-READ-APPROVED-RECORD THRU 2100-EXIT
000850         PERFORM 2000-BUILD-ONE-CHANGE THRU 2000-EXIT
000860             UNTIL RY-APPROVED-EOF
000870     END-IF
000880     PERFORM 8500-DISPLAY-TOTALS THRU 8500-EXIT
000890     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
000900     STOP RUN.
000910*-----------------------------------------------------------------
000920* 1000-INITIALIZE - OPEN THE FILES. NOTHING APPROVED (NO FILE)
000930*   STILL PRODUCES AN EMPTY TIE-MAINT SO THE STEP AFTER RUNS
000940*-----------------------------------------------------------------
000950 1000-INITIALIZE.
000960     OPEN INPUT TIE-MASTER
000970     IF RY-MASTER-STATUS NOT = "00"
000980         DISPLAY "MCP-ROP02 - UNABLE TO OPEN TIE-MASTER, STATUS "
000990                 RY-MASTER-STATUS
001000         GO TO 9900-ABEND
001010     END-IF
001020     SET RY-MASTER-OPEN TO TRUE
001030     OPEN INPUT TIE-REORDER-APPROVED
001040     IF RY-APPROVED-STATUS = "35"
001050         DISPLAY "MCP-ROP02 - NO APPROVED REORDER CHANGES"
001060         SET RY-APPROVED-EOF TO TRUE
001070     ELSE
001080         IF RY-APPROVED-STATUS NOT = "00"
001090             DISPLAY "MCP-ROP02 - UNABLE TO OPEN TIE-REORDER-"
001100                     "APPROVED, STATUS " RY-APPROVED-STATUS
001110             GO TO 9900-ABEND
001120         END-IF
001130         SET RY-APPROVED-OPEN TO TRUE
001140     END-IF
001150     OPEN OUTPUT TIE-MAINT
001160     IF RY-MAINT-STATUS NOT = "00"
001170         DISPLAY "MCP-ROP02 - UNABLE TO OPEN TIE-MAINT, STATUS "
001180                 RY-MAINT-STATUS
001190         GO TO 9900-ABEND
001200     END-IF
001210     SET RY-MAINT-OPEN TO TRUE.
001220 1000-EXIT.
001230     EXIT.
001240*-----------------------------------------------------------------
001250* 2000-BUILD-ONE-CHANGE - EDIT ONE APPROVED LINE AGAINST THE
001260*   CURRENT MASTER AND WRITE ITS TIE-MAINT CHANGE. QUANTITY IS
001270*   PUNCHED ZERO AS MCP-MNT01 REQUIRES; SIZE, COLOR AND PRICE
001280*   ARE CARRIED OVER UNCHANGED
001290*-----------------------------------------------------------------
001300 2000-BUILD-ONE-CHANGE.
001310     IF RX-STYLE-CODE = SPACES
001320        OR RX-NEW-REORDER-POINT NOT NUMERIC
001330        OR RX-NEW-REORDER-QTY NOT NUMERIC
001340        OR RX-OLD-REORDER-POINT NOT NUMERIC
001350        OR RX-OLD-REORDER-QTY NOT NUMERIC
001360         ADD 1 TO RY-REJECT-COUNT
001370         DISPLAY "MCP-ROP02 - BAD APPROVED RECORD, STYLE "
001380                 RX-STYLE-CODE ", LINE DROPPED"
001390         GO TO 2000-NEXT
001400     END-IF
001410     PERFORM 2200-GET-MASTER THRU 2200-EXIT
001420     IF NOT RY-STYLE-FOUND
001430         ADD 1 TO RY-REJECT-COUNT
001440         DISPLAY "MCP-ROP02 - STYLE " RX-STYLE-CODE
001450                 " NOT ON TIE-MASTER, LINE DROPPED"
001460         GO TO 2000-NEXT
001470     END-IF
001480     MOVE ZERO TO RY-CUR-RP RY-CUR-RQ
001490     IF TM-REORDER-POINT IS NUMERIC
001500         MOVE TM-REORDER-POINT TO RY-CUR-RP
001510     END-IF
001520     IF TM-REORDER-QTY IS NUMERIC
001530         MOVE TM-REORDER-QTY TO RY-CUR-RQ
001540     END-IF
001550     IF RY-CUR-RP NOT = RX-OLD-REORDER-POINT
001560        OR RY-CUR-RQ NOT = RX-OLD-REORDER-QTY
001570         ADD 1 TO RY-REJECT-COUNT
001580         DISPLAY "MCP-ROP02 - STYLE " RX-STYLE-CODE
001590                 " CHANGED SINCE REVIEW, LINE DROPPED"
001600         GO TO 2000-NEXT
001610     END-IF
001620     IF RX-NEW-REORDER-POINT = RY-CUR-RP
001630        AND RX-NEW-REORDER-QTY = RY-CUR-RQ
001640         ADD 1 TO RY-SAME-COUNT
001650         GO TO 2000-NEXT
001660     END-IF
001670     MOVE SPACES TO TIE-MAINT-RECORD
001680     SET TN-CHANGE TO TRUE
001690     MOVE TM-STYLE-CODE TO TN-STYLE-CODE
001700     MOVE TM-SIZE-CODE TO TN-SIZE-CODE
001710     MOVE TM-COLOR-CODE TO TN-COLOR-CODE
001720     MOVE ZERO TO TN-QTY-ON-HAND
001730     MOVE TM-UNIT-PRICE TO TN-UNIT-PRICE
001740     MOVE RX-NEW-REORDER-POINT TO TN-REORDER-POINT
001750     MOVE RX-NEW-REORDER-QTY TO TN-REORDER-QTY
001760     WRITE TIE-MAINT-RECORD
001770     IF RY-MAINT-STATUS NOT = "00"
001780         DISPLAY "MCP-ROP02 - UNABLE TO WRITE TIE-MAINT, STATUS "
001790                 RY-MAINT-STATUS
001800         GO TO 9900-ABEND
001810     END-IF
001820     ADD 1 TO RY-CHANGE-COUNT.
001830 2000-NEXT.
001840     PERFORM 2100-READ-APPROVED-RECORD THRU 2100-EXIT.
001850 2000-EXIT.
001860     EXIT.
001870 2100-READ-APPROVED-RECORD.
001880     READ TIE-REORDER-APPROVED
001890         AT END
001900             SET RY-APPROVED-EOF TO TRUE
001910             GO TO 2100-EXIT
001920     END-READ
001930     IF RY-APPROVED-STATUS NOT = "00"
001940         DISPLAY "MCP-ROP02 - ERROR READING TIE-REORDER-APPROVED"
001950                 ", STATUS " RY-APPROVED-STATUS
001960         GO TO 9900-ABEND
001970     END-IF
001980     ADD 1 TO RY-READ-COUNT.
001990 2100-EXIT.
002000     EXIT.
002010 2200-GET-MASTER.
002020     MOVE "N" TO RY-STYLE-FOUND-SW
002030     MOVE RX-STYLE-CODE TO TM-STYLE-CODE
002040     READ TIE-MASTER
002050         INVALID KEY
002060             GO TO 2200-EXIT
002070     END-READ
002080     IF RY-MASTER-STATUS NOT = "00"
002090         DISPLAY "MCP-ROP02 - ERROR READING TIE-MASTER, STATUS "
002100                 RY-MASTER-STATUS
002110         GO TO 9900-ABEND
002120     END-IF
002130     SET RY-STYLE-FOUND TO TRUE.
002140 2200-EXIT.
002150     EXIT.
002160*-----------------------------------------------------------------
002170* 8500-DISPLAY-TOTALS - RUN COUNTS TO THE JOB LOG. THE CHANGES
002180*   THEMSELVES PRINT ON THE MCP-MNT01 MAINTENANCE REGISTER
002190*-----------------------------------------------------------------
002200 8500-DISPLAY-TOTALS.
002210     DISPLAY "MCP-ROP02 - APPROVED LINES READ     " RY-READ-COUNT
002220     DISPLAY "MCP-ROP02 - TIE-MAINT CHANGES WRITTEN "
002230             RY-CHANGE-COUNT
002240     DISPLAY "MCP-ROP02 - LINES ALREADY IN EFFECT " RY-SAME-COUNT
002250     DISPLAY "MCP-ROP02 - LINES DROPPED           "
002260             RY-REJECT-COUNT.
002270 8500-EXIT.
002280     EXIT.
002290*-----------------------------------------------------------------
002300* 9000-END-OF-JOB - CLOSE WHATEVER IS OPEN
002310*-----------------------------------------------------------------
002320 9000-END-OF-JOB.
002330     IF RY-MASTER-OPEN
002340         CLOSE TIE-MASTER
002350     END-IF
002360     IF RY-APPROVED-OPEN
002370         CLOSE TIE-REORDER-APPROVED
002380     END-IF
002390     IF RY-MAINT-OPEN
002400         CLOSE TIE-MAINT
002410     END-IF.
002420 9000-EXIT.
002430     EXIT.
002440*-----------------------------------------------------------------
002450* 9900-ABEND - CLOSE UP AND END THE RUN WITH A BAD RETURN CODE
002460*-----------------------------------------------------------------
002470 9900-ABEND.
002480     MOVE 16 TO RETURN-CODE
002490     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
002500     STOP RUN.
002510 9900-EXIT.
002520     EXIT.
