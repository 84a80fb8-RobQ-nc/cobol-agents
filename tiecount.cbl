000330*                  END-OF-JOB, SO COUNT PROCESSING CAN NO
000340*                  LONGER OVERLAP THE NIGHTLY POSTING. PARM
000350*                  FIELD 3 = "O" IS THE OPERATOR OVERRIDE.
000351* 10/15/2026  RQ   VARIANCE DOLLARS ARE NOW EXTENDED AT THE
000352*                  MOVING WEIGHTED-AVERAGE COST (TM-AVG-COST)
000353*                  INSTEAD OF THE SELLING PRICE.
000354* 10/15/2026  RQ   COUNTS NOW ALSO COME NIGHTLY FROM THE
000355*                  MCP-CYC01 CYCLE-COUNT SCHEDULE. EVERY COUNT
000356*                  PROCESSED (NOT A RELEASE RUN) STAMPS ITS
000357*                  COUNT DATE ON TIE-CYCLE AND IS APPENDED TO
000358*                  THE TIE-COUNT-LOG WITH ITS VARIANCE AND ABC
000359*                  CLASS FOR THE MCP-CYC02 ACCURACY REPORT. A
000360*                  MISSING TIE-CYCLE IS NOT AN ERROR.
000361* 10/15/2026  RQ   THE COUNTED WAREHOUSE IS NOW EDITED AGAINST
000362*                  TIE-WAREHOUSE (DD TIEWHSE). A CODE NOT ON FILE
000363*                  OR A CLOSED WAREHOUSE IS REJECTED ON THE
000364*                  VARIANCE REPORT WITH NO ADJUSTMENT WRITTEN.
000365*-----------------------------------------------------------------
000370* ___________________________
000380*|                           |
000390*|  IBM MAINFRAME DIVISION   |
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS TL-LOC-KEY
000600         FILE STATUS IS CT-LOC-STATUS.
000601     SELECT TIE-WAREHOUSE ASSIGN TO TIEWHSE
000602         ORGANIZATION IS INDEXED
000603         ACCESS MODE IS RANDOM
000604         RECORD KEY IS WH-WHSE-CODE
000605         FILE STATUS IS CT-WHSE-STATUS.
000610     SELECT TIE-RUNCTL ASSIGN TO TIERUNC
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS CT-RUNCTL-STATUS.
000640     SELECT TIE-COUNT ASSIGN TO TIECNT
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS CT-COUNT-STATUS.
000661     SELECT TIE-CYCLE ASSIGN TO TIECYC
000662         ORGANIZATION IS INDEXED
000663         ACCESS MODE IS RANDOM
000664         RECORD KEY IS CY-CYCLE-KEY
000665         FILE STATUS IS CT-CYCLE-STATUS.
000666     SELECT TIE-COUNT-LOG ASSIGN TO TIECLOG
000667         ORGANIZATION IS SEQUENTIAL
000668         FILE STATUS IS CT-LOG-STATUS.
000670     SELECT TIE-ADJUST ASSIGN TO TIEADJ
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS CT-ADJUST-STATUS.
000810 FD  TIE-LOCATION
000820     LABEL RECORDS ARE STANDARD.
000830     COPY TIELOC.
000832 FD  TIE-WAREHOUSE
000834     LABEL RECORDS ARE STANDARD.
000836     COPY TIEWHS.
000840 FD  TIE-RUNCTL
000850     LABEL RECORDS ARE STANDARD.
000860     COPY TIERUN.
000870 FD  TIE-COUNT
000880     LABEL RECORDS ARE STANDARD.
000890     COPY TIECNT.
000891 FD  TIE-CYCLE
000892     LABEL RECORDS ARE STANDARD.
000893     COPY TIECYC.
000894 FD  TIE-COUNT-LOG
000895     LABEL RECORDS ARE STANDARD.
000896     COPY TIECLG.
000900 FD  TIE-ADJUST
000910     LABEL RECORDS ARE STANDARD.
000920 01  TIE-ADJUST-RECORD              PIC X(49).
001030 77  CT-ADJUST-STATUS               PIC X(02) VALUE ZERO.
001040 77  CT-HELD-STATUS                 PIC X(02) VALUE ZERO.
001050 77  CT-REPORT-STATUS               PIC X(02) VALUE ZERO.
001051 77  CT-CYCLE-STATUS                PIC X(02) VALUE ZERO.
001052 77  CT-LOG-STATUS                  PIC X(02) VALUE ZERO.
001053 77  CT-WHSE-STATUS                 PIC X(02) VALUE ZERO.
001054 77  CT-CYCLE-OPEN-SW               PIC X(01) VALUE "N".
001055     88  CT-CYCLE-OPEN                       VALUE "Y".
001056 77  CT-LOG-OPEN-SW                 PIC X(01) VALUE "N".
001057     88  CT-LOG-OPEN                         VALUE "Y".
001058 77  CT-LOG-DISP                    PIC X(01) VALUE SPACE.
001059 77  CT-LOGGED-COUNT                PIC 9(07) COMP VALUE ZERO.
001060 77  CT-MASTER-OPEN-SW              PIC X(01) VALUE "N".
001070     88  CT-MASTER-OPEN                      VALUE "Y".
001080 77  CT-LOC-OPEN-SW                 PIC X(01) VALUE "N".
001090     88  CT-LOC-OPEN                         VALUE "Y".
001093 77  CT-WHSE-OPEN-SW                PIC X(01) VALUE "N".
001096     88  CT-WHSE-OPEN                        VALUE "Y".
001100 77  CT-COUNT-OPEN-SW               PIC X(01) VALUE "N".
001110     88  CT-COUNT-OPEN                       VALUE "Y".
001120 77  CT-HELD-OPEN-SW                PIC X(01) VALUE "N".
001170     88  CT-COUNT-EOF                        VALUE "Y".
001180 77  CT-STYLE-FOUND-SW              PIC X(01) VALUE "N".
001190     88  CT-STYLE-FOUND                      VALUE "Y".
001193 77  CT-WHSE-FOUND-SW               PIC X(01) VALUE "N".
001196     88  CT-WHSE-FOUND                       VALUE "Y".
001200 77  CT-RUN-MODE                    PIC X(01) VALUE SPACE.
001210     88  CT-RELEASE-MODE                     VALUE "R".
001220 77  CT-TOLERANCE-X                 PIC X(05) JUSTIFIED RIGHT
001880     05  FILLER                     PIC X(11) VALUE "BOOK QTY".
001890     05  FILLER                     PIC X(11) VALUE "COUNTED".
001900     05  FILLER                     PIC X(11) VALUE "VARIANCE".
001910     05  FILLER                     PIC X(11) VALUE "UNIT COST".
001920     05  FILLER                     PIC X(20)
001930             VALUE "VARIANCE DOLLARS".
001940     05  FILLER                     PIC X(20) VALUE "DISPOSITION".
002040     05  FILLER                     PIC X(01) VALUE SPACE.
002050     05  RD-VARIANCE                PIC Z,ZZZ,ZZ9-.
002060     05  FILLER                     PIC X(01) VALUE SPACE.
002070     05  RD-COST                    PIC ZZ,ZZ9.99-.
002080     05  FILLER                     PIC X(01) VALUE SPACE.
002090     05  RD-DOLLARS                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002100     05  FILLER                     PIC X(02) VALUE SPACES.
002700         GO TO 9900-ABEND
002710     END-IF
002720     SET CT-LOC-OPEN TO TRUE
002721     OPEN INPUT TIE-WAREHOUSE
002722     IF CT-WHSE-STATUS NOT = "00"
002723         DISPLAY "MCP-CNT01 - UNABLE TO OPEN TIE-WAREHOUSE, "
002724                 "STATUS " CT-WHSE-STATUS
002725         GO TO 9900-ABEND
002726     END-IF
002727     SET CT-WHSE-OPEN TO TRUE
002730     OPEN INPUT TIE-COUNT
002740     IF CT-COUNT-STATUS NOT = "00"
002750         DISPLAY "MCP-CNT01 - UNABLE TO OPEN TIE-COUNT, STATUS "
002770         GO TO 9900-ABEND
002780     END-IF
002790     SET CT-COUNT-OPEN TO TRUE
002792     IF NOT CT-RELEASE-MODE
002794         PERFORM 1100-OPEN-CYCLE-FILES THRU 1100-EXIT
002796     END-IF
002800     OPEN OUTPUT TIE-HELD-OUT
002810     IF CT-HELD-STATUS NOT = "00"
002820         DISPLAY "MCP-CNT01 - UNABLE TO OPEN TIE-HELD-OUT, "
003630 1060-EXIT.
003640     EXIT.
003650*-----------------------------------------------------------------
003651* 1100-OPEN-CYCLE-FILES - TIE-CYCLE IS UPDATED IN PLACE AND THE
003652*   COUNT LOG IS APPENDED TO. A RELEASE RUN OPENS NEITHER, THE
003653*   HELD COUNTS WERE LOGGED WHEN THEY WERE FIRST PROCESSED
003654*-----------------------------------------------------------------
003655 1100-OPEN-CYCLE-FILES.
003656     OPEN I-O TIE-CYCLE
003657     IF CT-CYCLE-STATUS = "00"
003658         SET CT-CYCLE-OPEN TO TRUE
003659     ELSE
003660         IF CT-CYCLE-STATUS NOT = "35"
003661             DISPLAY "MCP-CNT01 - UNABLE TO OPEN TIE-CYCLE, "
003662                     "STATUS " CT-CYCLE-STATUS
003663             GO TO 9900-ABEND
003664         END-IF
003665     END-IF
003666     OPEN EXTEND TIE-COUNT-LOG
003667     IF CT-LOG-STATUS NOT = "00"
003668         DISPLAY "MCP-CNT01 - UNABLE TO OPEN TIE-COUNT-LOG, "
003669                 "STATUS " CT-LOG-STATUS
003670         GO TO 9900-ABEND
003671     END-IF
003672     SET CT-LOG-OPEN TO TRUE.
003673 1100-EXIT.
003674     EXIT.
003675*-----------------------------------------------------------------
003676* 2000-PROCESS-ONE-COUNT - COMPARE ONE COUNTED QUANTITY TO THE
003677*   LOCATION BOOK BALANCE AND DISPOSE OF THE VARIANCE
003680*-----------------------------------------------------------------
003690 2000-PROCESS-ONE-COUNT.
003700     ADD 1 TO CT-COUNTS-READ
003830         PERFORM 2700-WRITE-VARIANCE-LINE THRU 2700-EXIT
003840         GO TO 2000-NEXT
003850     END-IF
003851     PERFORM 2250-LOOK-UP-WAREHOUSE THRU 2250-EXIT
003852     IF NOT CT-WHSE-FOUND
003853         ADD 1 TO CT-REJECT-COUNT
003854         MOVE "WAREHOUSE NOT ON FILE" TO RD-DISPOSITION
003855         MOVE ZERO TO CT-BOOK-QTY CT-VARIANCE CT-VAR-DOLLARS
003856         PERFORM 2700-WRITE-VARIANCE-LINE THRU 2700-EXIT
003857         GO TO 2000-NEXT
003858     END-IF
003859     IF WH-CLOSED
003860         ADD 1 TO CT-REJECT-COUNT
003861         MOVE "WAREHOUSE CLOSED" TO RD-DISPOSITION
003862         MOVE ZERO TO CT-BOOK-QTY CT-VARIANCE CT-VAR-DOLLARS
003863         PERFORM 2700-WRITE-VARIANCE-LINE THRU 2700-EXIT
003864         GO TO 2000-NEXT
003865     END-IF
003866     PERFORM 2300-LOOK-UP-LOCATION THRU 2300-EXIT
003870     SUBTRACT CT-BOOK-QTY FROM CN-COUNT-QTY
003880         GIVING CT-VARIANCE
003890     IF CT-VARIANCE LESS THAN ZERO
003910     ELSE
003920         MOVE CT-VARIANCE TO CT-ABS-VARIANCE
003930     END-IF
003940     MULTIPLY CT-VARIANCE BY TM-AVG-COST
003950         GIVING CT-VAR-DOLLARS
003960     ADD CT-VAR-DOLLARS TO CT-NET-DOLLARS
003970     IF CT-VARIANCE = ZERO
003980         MOVE "NO VARIANCE" TO RD-DISPOSITION
003990         PERFORM 2700-WRITE-VARIANCE-LINE THRU 2700-EXIT
003993         MOVE "N" TO CT-LOG-DISP
003996         PERFORM 2800-LOG-COUNT THRU 2800-EXIT
004000         GO TO 2000-NEXT
004010     END-IF
004020     IF CT-RELEASE-MODE
004040         PERFORM 2400-BUILD-ADJUSTMENT THRU 2400-EXIT
004050         MOVE "ADJUSTED" TO RD-DISPOSITION
004060         ADD 1 TO CT-ADJUSTED-COUNT
004065         MOVE "A" TO CT-LOG-DISP
004070     ELSE
004080         PERFORM 2500-HOLD-COUNT THRU 2500-EXIT
004090         MOVE "HELD - OVER TOLERANCE" TO RD-DISPOSITION
004100         ADD 1 TO CT-HELD-COUNT
004105         MOVE "H" TO CT-LOG-DISP
004110     END-IF
004116     PERFORM 2700-WRITE-VARIANCE-LINE THRU 2700-EXIT
004122     PERFORM 2800-LOG-COUNT THRU 2800-EXIT.
004130 2000-NEXT.
004140     PERFORM 2100-READ-COUNT-RECORD THRU 2100-EXIT.
004150 2000-EXIT.
004340             CONTINUE
004350         NOT INVALID KEY
004360             SET CT-STYLE-FOUND TO TRUE
004362             IF TM-AVG-COST NOT NUMERIC
004364                 MOVE ZERO TO TM-AVG-COST
004366             END-IF
004370     END-READ.
004380 2200-EXIT.
004381     EXIT.
004382*-----------------------------------------------------------------
004383* 2250-LOOK-UP-WAREHOUSE - THE COUNTED WAREHOUSE MUST BE ON
004384*   TIE-WAREHOUSE; THE CALLER REJECTS IT IF NOT FOUND OR CLOSED
004385*-----------------------------------------------------------------
004386 2250-LOOK-UP-WAREHOUSE.
004387     MOVE "N" TO CT-WHSE-FOUND-SW
004388     MOVE CN-WHSE-CODE TO WH-WHSE-CODE
004389     READ TIE-WAREHOUSE
004390         INVALID KEY
004391             CONTINUE
004392         NOT INVALID KEY
004393             SET CT-WHSE-FOUND TO TRUE
004394     END-READ.
004395 2250-EXIT.
004396     EXIT.
004400*-----------------------------------------------------------------
004410* 2300-LOOK-UP-LOCATION - BOOK QUANTITY AT THE COUNTED
004420*   WAREHOUSE; NO RECORD MEANS A BOOK BALANCE OF ZERO
005000     END-IF
005010     MOVE CT-VARIANCE TO RD-VARIANCE
005020     IF CT-STYLE-FOUND
005030         MOVE TM-AVG-COST TO RD-COST
005040     ELSE
005050         MOVE ZERO TO RD-COST
005060     END-IF
005070     MOVE CT-VAR-DOLLARS TO RD-DOLLARS
005080     WRITE TIE-VARIANCE-LINE FROM RPT-DETAIL-LINE
005120         GO TO 9900-ABEND
005130     END-IF.
005140 2700-EXIT.
005141     EXIT.
005142*-----------------------------------------------------------------
005143* 2800-LOG-COUNT - STAMP THE COUNT DATE ON THE STYLE/WAREHOUSE
005144*   CYCLE RECORD (ADDING ONE IF THE SCHEDULER HAS NOT MET THE
005145*   COMBINATION YET) AND APPEND THE RESULT TO THE COUNT LOG
005146*-----------------------------------------------------------------
005147 2800-LOG-COUNT.
005148     IF NOT CT-LOG-OPEN
005149         GO TO 2800-EXIT
005150     END-IF
005151     MOVE SPACES TO TIE-COUNT-LOG-RECORD
005152     MOVE CN-COUNT-DATE TO CG-COUNT-DATE
005153     IF CN-COUNT-DATE = SPACES
005154         MOVE CT-RUN-DATE TO CG-COUNT-DATE
005155     END-IF
005156     IF CT-CYCLE-OPEN
005157         PERFORM 2850-STAMP-CYCLE-RECORD THRU 2850-EXIT
005158     END-IF
005159     MOVE CN-STYLE-CODE TO CG-STYLE-CODE
005160     MOVE CN-WHSE-CODE TO CG-WHSE-CODE
005161     MOVE CT-BOOK-QTY TO CG-BOOK-QTY
005162     MOVE CN-COUNT-QTY TO CG-COUNT-QTY
005163     MOVE CT-VARIANCE TO CG-VARIANCE
005164     MOVE TM-AVG-COST TO CG-UNIT-COST
005165     MOVE CT-LOG-DISP TO CG-DISPOSITION
005166     MOVE CT-RUN-DATE TO CG-RUN-DATE
005167     WRITE TIE-COUNT-LOG-RECORD
005168     IF CT-LOG-STATUS NOT = "00"
005169         DISPLAY "MCP-CNT01 - UNABLE TO WRITE TIE-COUNT-LOG, "
005170                 "STATUS " CT-LOG-STATUS
005171         GO TO 9900-ABEND
005172     END-IF
005173     ADD 1 TO CT-LOGGED-COUNT.
005174 2800-EXIT.
005175     EXIT.
005176 2850-STAMP-CYCLE-RECORD.
005177     MOVE CN-STYLE-CODE TO CY-STYLE-CODE
005178     MOVE CN-WHSE-CODE TO CY-WHSE-CODE
005179     READ TIE-CYCLE
005180         INVALID KEY
005181             MOVE SPACES TO TIE-CYCLE-RECORD
005182             MOVE CN-STYLE-CODE TO CY-STYLE-CODE
005183             MOVE CN-WHSE-CODE TO CY-WHSE-CODE
005184             MOVE CG-COUNT-DATE TO CY-LAST-COUNT-DATE
005185             MOVE 1 TO CY-TIMES-COUNTED
005186             WRITE TIE-CYCLE-RECORD
005187             GO TO 2850-CHECK
005188     END-READ
005189     IF CT-CYCLE-STATUS NOT = "00"
005190         DISPLAY "MCP-CNT01 - ERROR READING TIE-CYCLE, STATUS "
005191                 CT-CYCLE-STATUS
005192         GO TO 9900-ABEND
005193     END-IF
005194     MOVE CY-ABC-CLASS TO CG-ABC-CLASS
005195     MOVE CG-COUNT-DATE TO CY-LAST-COUNT-DATE
005196     IF CY-TIMES-COUNTED NOT NUMERIC
005197         MOVE ZERO TO CY-TIMES-COUNTED
005198     END-IF
005199     ADD 1 TO CY-TIMES-COUNTED
005200         ON SIZE ERROR
005201             MOVE 99999 TO CY-TIMES-COUNTED
005202     END-ADD
005203     REWRITE TIE-CYCLE-RECORD.
005204 2850-CHECK.
005205     IF CT-CYCLE-STATUS NOT = "00"
005206         DISPLAY "MCP-CNT01 - UNABLE TO UPDATE TIE-CYCLE, STATUS "
005207                 CT-CYCLE-STATUS
005208         GO TO 9900-ABEND
005209     END-IF.
005210 2850-EXIT.
005211     EXIT.
005212*-----------------------------------------------------------------
005213* 8000-WRITE-ADJUST-FILE - CONTROL RECORD FIRST, THEN ONE
005214*   TIE-TRANS FORMAT ADJUSTMENT PER TABLED VARIANCE, READY FOR
005215*   MCP-AGENT'S CHECKPOINTED APPLY PASS
005216*-----------------------------------------------------------------
005217 8000-WRITE-ADJUST-FILE.
005220     OPEN OUTPUT TIE-ADJUST
005230     IF CT-ADJUST-STATUS NOT = "00"
005240         DISPLAY "MCP-CNT01 - UNABLE TO OPEN TIE-ADJUST, "
005700     MOVE "NET ADJUSTMENT UNITS       -" TO RT-LABEL
005710     MOVE CT-NET-QTY TO RT-VALUE
005720     WRITE TIE-VARIANCE-LINE FROM RPT-TOTAL-LINE
005722     MOVE "COUNTS LOGGED FOR ACCURACY -" TO RT-LABEL
005724     MOVE CT-LOGGED-COUNT TO RT-VALUE
005726     WRITE TIE-VARIANCE-LINE FROM RPT-TOTAL-LINE
005730     MOVE CT-NET-DOLLARS TO RT-DOLLARS
005740     WRITE TIE-VARIANCE-LINE FROM RPT-DOLLAR-LINE.
005750 8500-EXIT.
006190     IF CT-LOC-OPEN
006200         CLOSE TIE-LOCATION
006210     END-IF
006212     IF CT-WHSE-OPEN
006214         CLOSE TIE-WAREHOUSE
006216     END-IF
006220     IF CT-COUNT-OPEN
006230         CLOSE TIE-COUNT
006231     END-IF
006232     IF CT-CYCLE-OPEN
006233         CLOSE TIE-CYCLE
006234     END-IF
006235     IF CT-LOG-OPEN
006236         CLOSE TIE-COUNT-LOG
006240     END-IF
006250     IF CT-HELD-OPEN
006260         CLOSE TIE-HELD-OUT
