000310*                  THE LOCK OR BEFORE MCP-AGENT HAS POSTED THE
000320*                  NIGHT. NEW PARM IS RUNDATE,OVERRIDE - "O"
000330*                  IN FIELD 2 IS THE OPERATOR OVERRIDE.
000331* 10/15/2026  RQ   A STYLE WITH WAREHOUSE REORDER POINTS SET ON
000332*                  TIE-LOCATION (DD TIELOC) IS NOW JUDGED BY
000333*                  WAREHOUSE, NOT BY THE SHOP-WIDE POINT. WHAT
000334*                  THE SHORT WAREHOUSES NEED LESS WHAT THE OTHER
000335*                  WAREHOUSES HOLD ABOVE THEIR OWN POINTS IS LEFT
000336*                  FOR MCP-BAL01 TO MOVE; ONLY THE REST, LESS
000337*                  WHAT IS ALREADY ON ORDER, IS SUGGESTED. STYLES
000338*                  BALANCING COVERS COUNT ON THE WORKSHEET.
000340*-----------------------------------------------------------------
000350* ___________________________
000360*|                           |
000540     SELECT TIE-OPENPO ASSIGN TO OPENPO
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS RO-PO-STATUS.
000561     SELECT TIE-LOCATION ASSIGN TO TIELOC
000562         ORGANIZATION IS INDEXED
000563         ACCESS MODE IS DYNAMIC
000564         RECORD KEY IS TL-LOC-KEY
000565         FILE STATUS IS RO-LOC-STATUS.
000570     SELECT SORT-WORK ASSIGN TO TIESORT.
000580     SELECT TIE-RUNCTL ASSIGN TO TIERUNC
000590         ORGANIZATION IS SEQUENTIAL
000720 FD  TIE-OPENPO
000730     LABEL RECORDS ARE STANDARD.
000740     COPY TIEPO.
000742 FD  TIE-LOCATION
000744     LABEL RECORDS ARE STANDARD.
000746     COPY TIELOC.
000750 SD  SORT-WORK.
000760     COPY TIEREC
000770         REPLACING ==TIE-MASTER-RECORD== BY ==SORT-WORK-RECORD==
000820                   ==TM-QTY-ON-HAND==    BY ==SW-QTY-ON-HAND==
000830                   ==TM-UNIT-PRICE==     BY ==SW-UNIT-PRICE==
000840                   ==TM-REORDER-POINT==  BY ==SW-REORDER-POINT==
000846                   ==TM-REORDER-QTY==    BY ==SW-REORDER-QTY==
000852                   ==TM-AVG-COST==       BY ==SW-AVG-COST==.
000860 FD  TIE-RUNCTL
000870     LABEL RECORDS ARE STANDARD.
000880     COPY TIERUN.
001160 77  RO-ON-ORDER-QTY                PIC S9(09) COMP VALUE ZERO.
001170 77  RO-AVAILABLE-QTY               PIC S9(09) COMP VALUE ZERO.
001180 77  RO-COVERED-COUNT               PIC 9(07) COMP VALUE ZERO.
001181 77  RO-LOC-STATUS                  PIC X(02) VALUE ZERO.
001182 77  RO-LOC-OPEN-SW                 PIC X(01) VALUE "N".
001183     88  RO-LOC-OPEN                         VALUE "Y".
001184 77  RO-LOC-EOF-SW                  PIC X(01) VALUE "N".
001185     88  RO-LOC-EOF                          VALUE "Y".
001186 77  RO-WHSE-POINTS-SW              PIC X(01) VALUE "N".
001187     88  RO-WHSE-POINTS-SET                  VALUE "Y".
001188 77  RO-LOOKUP-STYLE                PIC X(06) VALUE SPACES.
001189 77  RO-WHSE-NEED                   PIC S9(09) COMP VALUE ZERO.
001190 77  RO-WHSE-EXCESS                 PIC S9(09) COMP VALUE ZERO.
001191 77  RO-UNCOVERED-QTY               PIC S9(09) COMP VALUE ZERO.
001192 77  RO-TO-BUY-QTY                  PIC S9(09) COMP VALUE ZERO.
001193 77  RO-BALANCED-COUNT              PIC 9(07) COMP VALUE ZERO.
001194 77  RO-RUNCTL-STATUS               PIC X(02) VALUE ZERO.
001200 77  RO-RUNCTL-CLAIMED-SW           PIC X(01) VALUE "N".
001210     88  RO-RUNCTL-CLAIMED                   VALUE "Y".
001220 77  RO-KEEP-LOCK-SW                PIC X(01) VALUE "N".
001860     05  FILLER                     PIC X(30)
001870             VALUE "STYLES COVERED BY OPEN PO    -".
001880     05  RG-COVERED                 PIC ZZZ,ZZZ,ZZ9.
001881 01  RPT-BALANCED-LINE.
001882     05  FILLER                     PIC X(01) VALUE SPACE.
001883     05  FILLER                     PIC X(30)
001884             VALUE "STYLES COVERED BY BALANCING  -".
001885     05  RG-BALANCED                PIC ZZZ,ZZZ,ZZ9.
001890 LINKAGE SECTION.
001900 01  RO-PARM-AREA.
001910     05  RO-PARM-LENGTH             PIC S9(4) COMP.
002320     SET RO-WORKSHEET-OPEN TO TRUE
002330     WRITE TIE-WORKSHEET-LINE FROM RPT-HEADING-LINE-1
002340     WRITE TIE-WORKSHEET-LINE FROM RPT-HEADING-LINE-2
002341     PERFORM 1700-LOAD-OPEN-POS THRU 1700-EXIT
002342     OPEN INPUT TIE-LOCATION
002343     IF RO-LOC-STATUS = "00"
002344         SET RO-LOC-OPEN TO TRUE
002345     ELSE
002346         IF RO-LOC-STATUS NOT = "35"
002347             DISPLAY "MCP-RPL01 - UNABLE TO OPEN TIE-LOCATION, "
002348                     "STATUS " RO-LOC-STATUS
002349             GO TO 9900-ABEND
002350         END-IF
002351     END-IF.
002360 1000-EXIT.
002370     EXIT.
002380*-----------------------------------------------------------------
003130* 1500-SELECT-STYLES - SORT INPUT PROCEDURE, RELEASES ONLY THE
003140*   STYLES FALLEN BELOW THEIR REORDER POINT. RECORDS NOT YET
003150*   CONVERTED TO THE REORDER LAYOUT (SPACES IN THE NEW FIELDS)
003155*   ARE PASSED OVER RATHER THAN COMPARED AS NUMBERS. A STYLE
003160*   WITH WAREHOUSE POINTS IS RELEASED ONLY FOR THE SHORTFALL
003165*   THAT NEITHER BALANCING NOR OPEN PO QUANTITY COVERS
003170*-----------------------------------------------------------------
003180 1500-SELECT-STYLES.
003190     OPEN INPUT TIE-MASTER
003420 1550-EXIT.
003430     EXIT.
003440 1600-RELEASE-ONE-STYLE.
003441     MOVE TM-STYLE-CODE TO RO-LOOKUP-STYLE
003442     PERFORM 1900-GET-WHSE-SHORTFALL THRU 1900-EXIT
003443     IF RO-WHSE-POINTS-SET
003444         IF RO-WHSE-NEED GREATER THAN ZERO
003445             IF RO-UNCOVERED-QTY = ZERO
003446                 ADD 1 TO RO-BALANCED-COUNT
003447             ELSE
003448                 PERFORM 1800-GET-ON-ORDER-QTY THRU 1800-EXIT
003449                 IF RO-ON-ORDER-QTY LESS THAN RO-UNCOVERED-QTY
003450                     RELEASE SORT-WORK-RECORD
003451                         FROM TIE-MASTER-RECORD
003452                 ELSE
003453                     ADD 1 TO RO-COVERED-COUNT
003454                 END-IF
003455             END-IF
003456         END-IF
003457         GO TO 1600-NEXT
003458     END-IF
003459     IF TM-REORDER-POINT IS NUMERIC
003460        AND TM-REORDER-QTY IS NUMERIC
003470        AND TM-REORDER-POINT GREATER THAN ZERO
003480        AND TM-QTY-ON-HAND LESS THAN TM-REORDER-POINT
003540         ELSE
003550             ADD 1 TO RO-COVERED-COUNT
003560         END-IF
003566     END-IF.
003572 1600-NEXT.
003580     PERFORM 1550-READ-MASTER-RECORD THRU 1550-EXIT.
003590 1600-EXIT.
003600     EXIT.
004220     EXIT.
004230*-----------------------------------------------------------------
004240* 1800-GET-ON-ORDER-QTY - OPEN QUANTITY ALREADY ON ORDER FOR
004250*   THE STYLE IN RO-LOOKUP-STYLE
004260*-----------------------------------------------------------------
004270 1800-GET-ON-ORDER-QTY.
004280     MOVE ZERO TO RO-ON-ORDER-QTY
004340 1800-EXIT.
004350     EXIT.
004360 1850-MATCH-ONE-STYLE.
004370     IF RO-PO-STYLE (RO-PO-SUB) = RO-LOOKUP-STYLE
004380         MOVE RO-PO-OPEN-QTY (RO-PO-SUB) TO RO-ON-ORDER-QTY
004390         SET RO-PO-FOUND TO TRUE
004400     END-IF.
004410 1850-EXIT.
004411     EXIT.
004412*-----------------------------------------------------------------
004413* 1900-GET-WHSE-SHORTFALL - TOTAL, OVER THE WAREHOUSES OF THE
004414*   STYLE IN RO-LOOKUP-STYLE THAT CARRY A REORDER POINT, WHAT
004415*   THE SHORT ONES NEED TO REACH THEIR POINTS AND WHAT THE OTHERS
004416*   HOLD ABOVE THEIRS. MCP-BAL01 CAN MOVE THE SMALLER OF THE TWO,
004417*   SO ONLY NEED BEYOND EXCESS IS LEFT UNCOVERED
004418*-----------------------------------------------------------------
004419 1900-GET-WHSE-SHORTFALL.
004420     MOVE "N" TO RO-WHSE-POINTS-SW
004421     MOVE ZERO TO RO-WHSE-NEED RO-WHSE-EXCESS RO-UNCOVERED-QTY
004422     IF NOT RO-LOC-OPEN
004423         GO TO 1900-EXIT
004424     END-IF
004425     MOVE RO-LOOKUP-STYLE TO TL-STYLE-CODE
004426     MOVE LOW-VALUES TO TL-WHSE-CODE
004427     START TIE-LOCATION KEY IS NOT LESS THAN TL-LOC-KEY
004428         INVALID KEY
004429             GO TO 1900-EXIT
004430     END-START
004431     IF RO-LOC-STATUS NOT = "00"
004432         DISPLAY "MCP-RPL01 - ERROR POSITIONING TIE-LOCATION, "
004433                 "STATUS " RO-LOC-STATUS
004434         GO TO 9900-ABEND
004435     END-IF
004436     MOVE "N" TO RO-LOC-EOF-SW
004437     PERFORM 1950-ADD-ONE-LOCATION THRU 1950-EXIT
004438         UNTIL RO-LOC-EOF
004439     IF RO-WHSE-NEED GREATER THAN RO-WHSE-EXCESS
004440         SUBTRACT RO-WHSE-EXCESS FROM RO-WHSE-NEED
004441             GIVING RO-UNCOVERED-QTY
004442     END-IF.
004443 1900-EXIT.
004444     EXIT.
004445 1950-ADD-ONE-LOCATION.
004446     READ TIE-LOCATION NEXT RECORD
004447         AT END
004448             SET RO-LOC-EOF TO TRUE
004449             GO TO 1950-EXIT
004450     END-READ
004451     IF RO-LOC-STATUS NOT = "00"
004452         DISPLAY "MCP-RPL01 - ERROR READING TIE-LOCATION, STATUS "
004453                 RO-LOC-STATUS
004454         GO TO 9900-ABEND
004455     END-IF
004456     IF TL-STYLE-CODE NOT = RO-LOOKUP-STYLE
004457         SET RO-LOC-EOF TO TRUE
004458         GO TO 1950-EXIT
004459     END-IF
004460     IF TL-REORDER-POINT NOT NUMERIC
004461        OR TL-REORDER-POINT = ZERO
004462         GO TO 1950-EXIT
004463     END-IF
004464     SET RO-WHSE-POINTS-SET TO TRUE
004465     IF TL-QTY-ON-HAND LESS THAN TL-REORDER-POINT
004466         COMPUTE RO-WHSE-NEED = RO-WHSE-NEED
004467             + TL-REORDER-POINT - TL-QTY-ON-HAND
004468     END-IF
004469     IF TL-QTY-ON-HAND GREATER THAN TL-REORDER-POINT
004470         COMPUTE RO-WHSE-EXCESS = RO-WHSE-EXCESS
004471             + TL-QTY-ON-HAND - TL-REORDER-POINT
004472     END-IF.
004473 1950-EXIT.
004474     EXIT.
004475*-----------------------------------------------------------------
004476* 2000-PRODUCE-OUTPUT - SORT OUTPUT PROCEDURE, WRITES THE
004477*   SUGGEST FILE AND DRIVES THE WORKSHEET BREAKS
004478*-----------------------------------------------------------------
004479 2000-PRODUCE-OUTPUT.
004480     PERFORM 2100-RETURN-SORTED-RECORD THRU 2100-EXIT
004490     PERFORM 2200-PROCESS-SORTED-RECORD THRU 2200-EXIT
004500         UNTIL RO-SORT-EOF
004840     EXIT.
004850*-----------------------------------------------------------------
004860* 2400-SUGGEST-ONE-STYLE - WORK OUT THE SUGGESTED ORDER, WRITE
004865*   THE SUGGEST RECORD AND THE WORKSHEET DETAIL LINE. A STYLE
004870*   WITH WAREHOUSE POINTS IS ORDERED WHAT BALANCING AND OPEN
004875*   POS LEAVE UNCOVERED, OR ITS STANDARD QUANTITY IF LARGER
004880*-----------------------------------------------------------------
004890 2400-SUGGEST-ONE-STYLE.
004891     MOVE SW-STYLE-CODE TO RO-LOOKUP-STYLE
004892     PERFORM 1900-GET-WHSE-SHORTFALL THRU 1900-EXIT
004893     IF RO-WHSE-POINTS-SET
004894         PERFORM 1800-GET-ON-ORDER-QTY THRU 1800-EXIT
004895         SUBTRACT RO-ON-ORDER-QTY FROM RO-UNCOVERED-QTY
004896             GIVING RO-TO-BUY-QTY
004897         IF SW-REORDER-QTY IS NUMERIC
004898            AND SW-REORDER-QTY GREATER THAN RO-TO-BUY-QTY
004899             MOVE SW-REORDER-QTY TO RO-TO-BUY-QTY
004900         END-IF
004901         COMPUTE RO-SUGGEST-QTY = RO-TO-BUY-QTY
004902             ON SIZE ERROR
004903                 MOVE 99999 TO RO-SUGGEST-QTY
004904         END-COMPUTE
004905         GO TO 2400-WRITE
004906     END-IF
004907     IF SW-REORDER-QTY GREATER THAN ZERO
004910         MOVE SW-REORDER-QTY TO RO-SUGGEST-QTY
004920     ELSE
004930         SUBTRACT SW-QTY-ON-HAND FROM SW-REORDER-POINT
004950             ON SIZE ERROR
004960                 MOVE 99999 TO RO-SUGGEST-QTY
004970         END-SUBTRACT
004976     END-IF.
004982 2400-WRITE.
004990     MOVE SPACES TO TIE-SUGGEST-RECORD
005000     MOVE SW-STYLE-CODE TO SG-STYLE-CODE
005010     MOVE SW-QTY-ON-HAND TO SG-QTY-ON-HAND
005310     MOVE RO-STYLE-COUNT TO RG-STYLES
005320     WRITE TIE-WORKSHEET-LINE FROM RPT-COUNT-LINE
005330     MOVE RO-COVERED-COUNT TO RG-COVERED
005335     WRITE TIE-WORKSHEET-LINE FROM RPT-COVERED-LINE
005340     MOVE RO-BALANCED-COUNT TO RG-BALANCED
005345     WRITE TIE-WORKSHEET-LINE FROM RPT-BALANCED-LINE.
005350 2900-EXIT.
005360     EXIT.
005370*-----------------------------------------------------------------
005800     END-IF
005810     IF RO-WORKSHEET-OPEN
005820         CLOSE TIE-BUYER-WORKSHEET
005822     END-IF
005824     IF RO-LOC-OPEN
005826         CLOSE TIE-LOCATION
005830     END-IF.
005840 9000-EXIT.
005850     EXIT.
