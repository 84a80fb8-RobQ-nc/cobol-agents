000320*                  OVERLAP THE NIGHTLY POSTING. NEW PARM IS
000330*                  OVERRIDE - "O" IS THE OPERATOR OVERRIDE
000340*                  FOR OUT-OF-ORDER RERUNS.
000341* 10/15/2026  RQ   ADDS START THE MOVING AVERAGE COST
000342*                  (TM-AVG-COST) AT ZERO - ONLY RECEIPTS POSTED
000343*                  BY MCP-AGENT BUILD IT - AND CHANGES PRESERVE
000344*                  IT THE SAME WAY THEY PRESERVE THE QUANTITY.
000345* 10/15/2026  RQ   NEW ACTION "W" SETS THE REORDER POINT OF A
000346*                  STYLE AT ONE WAREHOUSE (TL-REORDER-POINT) FOR
000347*                  MCP-BAL01 BALANCING AND MCP-RPL01. A
000348*                  WAREHOUSE WITH NO TIE-LOCATION ROW YET GETS A
000349*                  ZERO-BALANCE ROW. TIE-LOCATION IS NOW OPENED
000350*                  I-O (DD TIELOC).
000351* 10/15/2026  RQ   THE "W" ACTION NOW EDITS THE WAREHOUSE AGAINST
000352*                  TIE-WAREHOUSE (DD TIEWHSE). A CODE NOT ON FILE
000353*                  REJECTS. A CLOSED WAREHOUSE ONLY ACCEPTS A ZERO
000354*                  POINT ON AN EXISTING ROW, TO TAKE IT OUT OF
000355*                  BALANCING WHILE ITS STOCK IS MOVED OFF.
000356* 10/15/2026  RQ   ADDS AND CHANGES NOW TAKE THE AVERAGE COST FROM
000357*                  TN-AVG-COST WHEN IT IS PUNCHED. LEFT BLANK, AN
000358*                  ADD STARTS AT ZERO AND A CHANGE KEEPS THE COST
000359*                  ON FILE. A NON-NUMERIC OR NEGATIVE COST
000360*                  REJECTS.
000361*                  ADDS AND CHANGES NOW PRINT A SECOND REGISTER
000362*                  LINE WITH THE REORDER POINT, REORDER QUANTITY
000363*                  AND AVERAGE COST BEFORE AND AFTER, SO THE
000364*                  MCP-ROP02 REORDER CHANGES SHOW ON THE REGISTER.
000365*-----------------------------------------------------------------
000366* ___________________________
000370*|                           |
000380*|  IBM MAINFRAME DIVISION   |
000390*|      OF COBOL AGENTS      |
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS TM-STYLE-CODE
000540         FILE STATUS IS MT-MASTER-STATUS.
000541     SELECT TIE-LOCATION ASSIGN TO TIELOC
000542         ORGANIZATION IS INDEXED
000543         ACCESS MODE IS RANDOM
000544         RECORD KEY IS TL-LOC-KEY
000545         FILE STATUS IS MT-LOC-STATUS.
000546     SELECT TIE-WAREHOUSE ASSIGN TO TIEWHSE
000547         ORGANIZATION IS INDEXED
000548         ACCESS MODE IS RANDOM
000549         RECORD KEY IS WH-WHSE-CODE
000550         FILE STATUS IS MT-WHSE-STATUS.
000551     SELECT TIE-RUNCTL ASSIGN TO TIERUNC
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS MT-RUNCTL-STATUS.
000580     SELECT TIE-MAINT ASSIGN TO TIEMNT
000660 FD  TIE-MASTER
000670     LABEL RECORDS ARE STANDARD.
000680     COPY TIEREC.
000681 FD  TIE-LOCATION
000682     LABEL RECORDS ARE STANDARD.
000683     COPY TIELOC.
000684 FD  TIE-WAREHOUSE
000685     LABEL RECORDS ARE STANDARD.
000686     COPY TIEWHS.
000690 FD  TIE-RUNCTL
000700     LABEL RECORDS ARE STANDARD.
000710     COPY TIERUN.
000810 77  MT-REGISTER-STATUS             PIC X(02) VALUE ZERO.
000820 77  MT-MASTER-OPEN-SW              PIC X(01) VALUE "N".
000830     88  MT-MASTER-OPEN                      VALUE "Y".
000831 77  MT-LOC-STATUS                  PIC X(02) VALUE ZERO.
000832 77  MT-LOC-OPEN-SW                 PIC X(01) VALUE "N".
000833     88  MT-LOC-OPEN                         VALUE "Y".
000834 77  MT-LOC-FOUND-SW                PIC X(01) VALUE "N".
000835     88  MT-LOC-FOUND                        VALUE "Y".
000836 77  MT-WHSE-STATUS                 PIC X(02) VALUE ZERO.
000837 77  MT-WHSE-OPEN-SW                PIC X(01) VALUE "N".
000838     88  MT-WHSE-OPEN                        VALUE "Y".
000839 77  MT-WHSE-FOUND-SW               PIC X(01) VALUE "N".
000840     88  MT-WHSE-FOUND                       VALUE "Y".
000841 77  MT-WHSE-POINT-COUNT            PIC 9(07) COMP VALUE ZERO.
000842 77  MT-OLD-WHSE-POINT              PIC 9(04) VALUE ZERO.
000843 77  MT-MAINT-OPEN-SW               PIC X(01) VALUE "N".
000850     88  MT-MAINT-OPEN                       VALUE "Y".
000860 77  MT-REGISTER-OPEN-SW            PIC X(01) VALUE "N".
000870     88  MT-REGISTER-OPEN                    VALUE "Y".
001090     05  MT-BEF-COLOR-CODE          PIC X(10).
001100     05  MT-BEF-QTY-ON-HAND         PIC S9(07).
001110     05  MT-BEF-UNIT-PRICE          PIC S9(05)V99.
001111     05  MT-BEF-REORDER-POINT       PIC 9(04).
001112     05  MT-BEF-REORDER-QTY         PIC 9(04).
001113     05  MT-BEF-AVG-COST            PIC S9(05)V99.
001114 01  MT-WHSE-LABEL.
001115     05  FILLER                     PIC X(05) VALUE "WHSE ".
001116     05  MT-WHSE-LABEL-CODE         PIC X(03) VALUE SPACES.
001117     05  FILLER                     PIC X(02) VALUE SPACES.
001120 01  RPT-HEADING-LINE-1.
001130     05  FILLER                     PIC X(01) VALUE SPACE.
001140     05  FILLER                     PIC X(40)
001220     05  FILLER                     PIC X(45)
001230             VALUE "AFTER  SIZE/COLOR/QTY/PRICE".
001240     05  FILLER                     PIC X(30) VALUE "DISPOSITION".
001241 01  RPT-HEADING-LINE-3.
001242     05  FILLER                     PIC X(16) VALUE SPACES.
001243     05  FILLER                     PIC X(45)
001244             VALUE "  REORD PT  REORD QTY              AVG COST".
001245     05  FILLER                     PIC X(45)
001246             VALUE "  REORD PT  REORD QTY              AVG COST".
001250 01  RPT-DETAIL-LINE.
001260     05  FILLER                     PIC X(01) VALUE SPACE.
001270     05  RD-ACTION                  PIC X(06).
001450     05  RD-AFT-PRICE               PIC ZZ,ZZ9.99-.
001460     05  FILLER                     PIC X(02) VALUE SPACES.
001470     05  RD-DISPOSITION             PIC X(30).
001471 01  RPT-REORDER-LINE.
001472     05  FILLER                     PIC X(16) VALUE SPACES.
001473     05  FILLER                     PIC X(06) VALUE SPACES.
001474     05  RR-BEF-POINT               PIC ZZZ9.
001475     05  FILLER                     PIC X(07) VALUE SPACES.
001476     05  RR-BEF-QTY                 PIC ZZZ9.
001477     05  FILLER                     PIC X(12) VALUE SPACES.
001478     05  RR-BEF-COST                PIC ZZ,ZZ9.99-.
001479     05  FILLER                     PIC X(02) VALUE SPACES.
001480     05  FILLER                     PIC X(06) VALUE SPACES.
001481     05  RR-AFT-POINT               PIC ZZZ9.
001482     05  FILLER                     PIC X(07) VALUE SPACES.
001483     05  RR-AFT-QTY                 PIC ZZZ9.
001484     05  FILLER                     PIC X(12) VALUE SPACES.
001485     05  RR-AFT-COST                PIC ZZ,ZZ9.99-.
001486     05  FILLER                     PIC X(32) VALUE SPACES.
001487 01  RPT-TOTAL-LINE.
001490     05  FILLER                     PIC X(01) VALUE SPACE.
001500     05  RT-LABEL                   PIC X(20).
001510     05  RT-COUNT                   PIC Z,ZZZ,ZZ9.
001820         GO TO 9900-ABEND
001830     END-IF
001840     SET MT-MASTER-OPEN TO TRUE
001841     OPEN I-O TIE-LOCATION
001842     IF MT-LOC-STATUS NOT = "00"
001843         DISPLAY "MCP-MNT01 - UNABLE TO OPEN TIE-LOCATION, "
001844                 "STATUS " MT-LOC-STATUS
001845         GO TO 9900-ABEND
001846     END-IF
001847     SET MT-LOC-OPEN TO TRUE
001848     OPEN INPUT TIE-WAREHOUSE
001849     IF MT-WHSE-STATUS NOT = "00"
001850         DISPLAY "MCP-MNT01 - UNABLE TO OPEN TIE-WAREHOUSE, "
001851                 "STATUS " MT-WHSE-STATUS
001852         GO TO 9900-ABEND
001853     END-IF
001854     SET MT-WHSE-OPEN TO TRUE
001855     OPEN INPUT TIE-MAINT
001860     IF MT-MAINT-STATUS NOT = "00"
001870         DISPLAY "MCP-MNT01 - UNABLE TO OPEN TIE-MAINT, STATUS "
001880                 MT-MAINT-STATUS
001970     END-IF
001980     SET MT-REGISTER-OPEN TO TRUE
001990     WRITE TIE-REGISTER-LINE FROM RPT-HEADING-LINE-1
001996     WRITE TIE-REGISTER-LINE FROM RPT-HEADING-LINE-2
002002     WRITE TIE-REGISTER-LINE FROM RPT-HEADING-LINE-3.
002010 1000-EXIT.
002020     EXIT.
002030*-----------------------------------------------------------------
002830             IF TN-DELETE
002840                 PERFORM 3200-APPLY-DELETE THRU 3200-EXIT
002850             ELSE
002855                 IF TN-WHSE-POINT
002860                     PERFORM 3300-APPLY-WHSE-POINT THRU 3300-EXIT
002865                 ELSE
002870                     SET MT-REJECTED TO TRUE
002875                     MOVE "INVALID ACTION CODE"
002880                         TO MT-REJECT-REASON
002885                     PERFORM 4000-WRITE-REGISTER-LINE
002890                         THRU 4000-EXIT
002895                 END-IF
002900             END-IF
002910         END-IF
002920     END-IF
003160     MOVE "N" TO MT-STYLE-FOUND-SW
003170     MOVE SPACES TO MT-BEF-SIZE-CODE MT-BEF-COLOR-CODE
003180     MOVE ZERO TO MT-BEF-QTY-ON-HAND MT-BEF-UNIT-PRICE
003183     MOVE ZERO TO MT-BEF-REORDER-POINT MT-BEF-REORDER-QTY
003186     MOVE ZERO TO MT-BEF-AVG-COST
003190     MOVE TN-STYLE-CODE TO TM-STYLE-CODE
003200     READ TIE-MASTER
003210         INVALID KEY
003260             MOVE TM-COLOR-CODE TO MT-BEF-COLOR-CODE
003270             MOVE TM-QTY-ON-HAND TO MT-BEF-QTY-ON-HAND
003280             MOVE TM-UNIT-PRICE TO MT-BEF-UNIT-PRICE
003285             PERFORM 2250-SAVE-REORDER-COST THRU 2250-EXIT
003290     END-READ.
003300 2200-EXIT.
003301     EXIT.
003302 2250-SAVE-REORDER-COST.
003303     IF TM-REORDER-POINT IS NUMERIC
003304         MOVE TM-REORDER-POINT TO MT-BEF-REORDER-POINT
003305     END-IF
003306     IF TM-REORDER-QTY IS NUMERIC
003307         MOVE TM-REORDER-QTY TO MT-BEF-REORDER-QTY
003308     END-IF
003309     IF TM-AVG-COST IS NUMERIC
003310         MOVE TM-AVG-COST TO MT-BEF-AVG-COST
003311     END-IF.
003312 2250-EXIT.
003313     EXIT.
003320*-----------------------------------------------------------------
003330* 2600-EDIT-AMOUNTS - QUANTITY ON HAND IS BUILT BY RECEIVES
003340*   AGAINST TIE-LOCATION, NOT BY MAINTENANCE, SO IT MUST BE
003350*   PUNCHED ZERO; THE UNIT PRICE MUST BE NUMERIC BEFORE IT IS
003356*   ALLOWED ONTO TIE-MASTER, AND AN AVERAGE COST, WHEN PUNCHED,
003362*   MUST BE NUMERIC AND NOT NEGATIVE
003370*-----------------------------------------------------------------
003380 2600-EDIT-AMOUNTS.
003390     IF TN-QTY-ON-HAND NOT NUMERIC
003510     IF TN-UNIT-PRICE NOT NUMERIC
003520         SET MT-REJECTED TO TRUE
003530         MOVE "UNIT PRICE NOT NUMERIC" TO MT-REJECT-REASON
003531         PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
003532         GO TO 2600-EXIT
003533     END-IF
003534     IF TN-AVG-COST-X = SPACES
003535         GO TO 2600-EXIT
003536     END-IF
003537     IF TN-AVG-COST NOT NUMERIC
003538         SET MT-REJECTED TO TRUE
003539         MOVE "AVERAGE COST NOT NUMERIC" TO MT-REJECT-REASON
003540         PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
003541         GO TO 2600-EXIT
003542     END-IF
003543     IF TN-AVG-COST LESS THAN ZERO
003544         SET MT-REJECTED TO TRUE
003545         MOVE "AVERAGE COST NEGATIVE" TO MT-REJECT-REASON
003546         PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
003550     END-IF.
003560 2600-EXIT.
003570     EXIT.
003720     END-IF
003730     MOVE SPACES TO TIE-MASTER-RECORD
003740     MOVE ZERO TO TM-QTY-ON-HAND
003745     MOVE ZERO TO TM-AVG-COST
003750     PERFORM 3500-BUILD-MASTER-RECORD THRU 3500-EXIT
003760     IF NOT TM-VALID-SIZE
003770         SET MT-REJECTED TO TRUE
004630 3200-EXIT.
004640     EXIT.
004650*-----------------------------------------------------------------
004651* 3300-APPLY-WHSE-POINT - SET THE REORDER POINT OF THE STYLE AT
004652*   ONE WAREHOUSE. ONLY TL-REORDER-POINT IS TOUCHED - A NEW ROW
004653*   STARTS WITH NOTHING ON HAND, BALANCES STILL COME ONLY FROM
004654*   POSTED MOVEMENTS
004655*-----------------------------------------------------------------
004656 3300-APPLY-WHSE-POINT.
004657     MOVE ZERO TO MT-OLD-WHSE-POINT
004658     IF NOT MT-STYLE-FOUND
004659         SET MT-REJECTED TO TRUE
004660         MOVE "STYLE NOT ON FILE" TO MT-REJECT-REASON
004661         PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
004662         GO TO 3300-EXIT
004663     END-IF
004664     IF TN-WHSE-CODE = SPACES
004665         SET MT-REJECTED TO TRUE
004666         MOVE "WAREHOUSE CODE MISSING" TO MT-REJECT-REASON
004667         PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
004668         GO TO 3300-EXIT
004669     END-IF
004670     IF TN-REORDER-POINT NOT NUMERIC
004671         SET MT-REJECTED TO TRUE
004672         MOVE "REORDER POINT NOT NUMERIC" TO MT-REJECT-REASON
004673         PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
004674         GO TO 3300-EXIT
004675     END-IF
004676     MOVE "N" TO MT-WHSE-FOUND-SW
004677     MOVE TN-WHSE-CODE TO WH-WHSE-CODE
004678     READ TIE-WAREHOUSE
004679         INVALID KEY
004680             CONTINUE
004681         NOT INVALID KEY
004682             SET MT-WHSE-FOUND TO TRUE
004683     END-READ
004684     IF NOT MT-WHSE-FOUND
004685         SET MT-REJECTED TO TRUE
004686         MOVE "WAREHOUSE NOT ON FILE" TO MT-REJECT-REASON
004687         PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
004688         GO TO 3300-EXIT
004689     END-IF
004690     IF WH-CLOSED AND TN-REORDER-POINT NOT = ZERO
004691         SET MT-REJECTED TO TRUE
004692         MOVE "WAREHOUSE CLOSED" TO MT-REJECT-REASON
004693         PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
004694         GO TO 3300-EXIT
004695     END-IF
004696     MOVE "N" TO MT-LOC-FOUND-SW
004697     MOVE TN-STYLE-CODE TO TL-STYLE-CODE
004698     MOVE TN-WHSE-CODE TO TL-WHSE-CODE
004699     READ TIE-LOCATION
004700         INVALID KEY
004701             MOVE SPACES TO TIE-LOCATION-RECORD
004702             MOVE TN-STYLE-CODE TO TL-STYLE-CODE
004703             MOVE TN-WHSE-CODE TO TL-WHSE-CODE
004704             MOVE ZERO TO TL-QTY-ON-HAND
004705             MOVE ZERO TO TL-QTY-QUARANTINE
004706         NOT INVALID KEY
004707             SET MT-LOC-FOUND TO TRUE
004708     END-READ
004709     IF MT-LOC-STATUS NOT = "00" AND MT-LOC-STATUS NOT = "23"
004710         DISPLAY "MCP-MNT01 - ERROR READING TIE-LOCATION, STATUS "
004711                 MT-LOC-STATUS
004712         GO TO 9900-ABEND
004713     END-IF
004714     IF WH-CLOSED AND NOT MT-LOC-FOUND
004715         SET MT-REJECTED TO TRUE
004716         MOVE "WAREHOUSE CLOSED" TO MT-REJECT-REASON
004717         PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT
004718         GO TO 3300-EXIT
004719     END-IF
004720     IF MT-LOC-FOUND AND TL-REORDER-POINT IS NUMERIC
004721         MOVE TL-REORDER-POINT TO MT-OLD-WHSE-POINT
004722     END-IF
004723     MOVE TN-REORDER-POINT TO TL-REORDER-POINT
004724     IF MT-LOC-FOUND
004725         REWRITE TIE-LOCATION-RECORD
004726         MOVE "WHSE POINT CHANGED" TO MT-REJECT-REASON
004727     ELSE
004728         WRITE TIE-LOCATION-RECORD
004729         MOVE "WHSE POINT SET - NEW LOCATION" TO MT-REJECT-REASON
004730     END-IF
004731     IF MT-LOC-STATUS NOT = "00"
004732         DISPLAY "MCP-MNT01 - UNABLE TO UPDATE TIE-LOCATION FOR "
004733                 "STYLE " TL-STYLE-CODE " WHSE " TL-WHSE-CODE
004734                 " STATUS " MT-LOC-STATUS
004735         GO TO 9900-ABEND
004736     END-IF
004737     ADD 1 TO MT-WHSE-POINT-COUNT
004738     PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT.
004739 3300-EXIT.
004740     EXIT.
004741*-----------------------------------------------------------------
004742* 3500-BUILD-MASTER-RECORD - MAP THE MAINTENANCE FIELDS INTO
004743*   THE TIE-MASTER RECORD AREA. QUANTITY ON HAND IS NOT MAPPED
004744*   - AN ADD STARTS AT ZERO AND A CHANGE PRESERVES THE TOTAL.
004745*   THE AVERAGE COST IS MAPPED ONLY WHEN PUNCHED
004746*-----------------------------------------------------------------
004747 3500-BUILD-MASTER-RECORD.
004748     MOVE TN-STYLE-CODE TO TM-STYLE-CODE
004749     MOVE TN-SIZE-CODE TO TM-SIZE-CODE
004750     MOVE TN-COLOR-CODE TO TM-COLOR-CODE
004751     MOVE TN-UNIT-PRICE TO TM-UNIT-PRICE
004752     IF TN-REORDER-POINT IS NUMERIC
004760         MOVE TN-REORDER-POINT TO TM-REORDER-POINT
004770     ELSE
004780         MOVE ZERO TO TM-REORDER-POINT
004810         MOVE TN-REORDER-QTY TO TM-REORDER-QTY
004820     ELSE
004830         MOVE ZERO TO TM-REORDER-QTY
004831     END-IF
004832     IF TN-AVG-COST IS NUMERIC
004833         MOVE TN-AVG-COST TO TM-AVG-COST
004834     ELSE
004835         IF TM-AVG-COST NOT NUMERIC
004836             MOVE ZERO TO TM-AVG-COST
004837         END-IF
004840     END-IF.
004850 3500-EXIT.
004860     EXIT.
004870*-----------------------------------------------------------------
004880* 4000-WRITE-REGISTER-LINE - ONE REGISTER LINE PER MAINTENANCE
004885*   TRANSACTION, BEFORE IMAGE ON THE LEFT, AFTER ON THE RIGHT.
004890*   AN ADD OR CHANGE GETS A SECOND LINE FOR THE REORDER VALUES
004895*   AND AVERAGE COST
004900*-----------------------------------------------------------------
004910 4000-WRITE-REGISTER-LINE.
004920     MOVE SPACES TO RD-ACTION
004990             IF TN-DELETE
005000                 MOVE "DELETE" TO RD-ACTION
005010             ELSE
005013                 IF TN-WHSE-POINT
005016                     MOVE "WHSEPT" TO RD-ACTION
005019                 ELSE
005022                     MOVE TN-ACTION-CODE TO RD-ACTION
005025                 END-IF
005030             END-IF
005040         END-IF
005050     END-IF
005220         MOVE TM-QTY-ON-HAND TO RD-AFT-QTY
005230         MOVE TN-UNIT-PRICE TO RD-AFT-PRICE
005240     END-IF
005242     IF TN-WHSE-POINT
005244         PERFORM 4100-WHSE-POINT-IMAGES THRU 4100-EXIT
005246     END-IF
005250     IF MT-REJECTED
005260         MOVE SPACES TO RD-DISPOSITION
005270         STRING "REJECTED - " DELIMITED SIZE
005360         DISPLAY "MCP-MNT01 - UNABLE TO WRITE REGISTER, STATUS "
005370                 MT-REGISTER-STATUS
005380         GO TO 9900-ABEND
005382     END-IF
005384     IF TN-ADD OR TN-CHANGE
005386         PERFORM 4200-WRITE-REORDER-LINE THRU 4200-EXIT
005390     END-IF.
005400 4000-EXIT.
005401     EXIT.
005402*-----------------------------------------------------------------
005403* 4100-WHSE-POINT-IMAGES - A WAREHOUSE POINT CHANGE SHOWS THE
005404*   WAREHOUSE AND THE OLD AND NEW POINT IN PLACE OF THE MASTER
005405*   IMAGES
005406*-----------------------------------------------------------------
005407 4100-WHSE-POINT-IMAGES.
005408     MOVE TN-WHSE-CODE TO MT-WHSE-LABEL-CODE
005409     MOVE MT-WHSE-LABEL TO RD-BEF-SIZE
005410     MOVE "REORDER PT" TO RD-BEF-COLOR
005411     MOVE MT-OLD-WHSE-POINT TO RD-BEF-QTY
005412     MOVE ZERO TO RD-BEF-PRICE RD-AFT-PRICE
005413     IF MT-REJECTED
005414         MOVE SPACES TO RD-AFT-SIZE RD-AFT-COLOR
005415         MOVE ZERO TO RD-AFT-QTY
005416     ELSE
005417         MOVE MT-WHSE-LABEL TO RD-AFT-SIZE
005418         MOVE "REORDER PT" TO RD-AFT-COLOR
005419         MOVE TN-REORDER-POINT TO RD-AFT-QTY
005420     END-IF.
005421 4100-EXIT.
005422     EXIT.
005423*-----------------------------------------------------------------
005424* 4200-WRITE-REORDER-LINE - REORDER POINT, REORDER QUANTITY AND
005425*   AVERAGE COST OF AN ADD OR CHANGE, BEFORE AND AFTER, UNDER THE
005426*   MASTER IMAGES
005427*-----------------------------------------------------------------
005428 4200-WRITE-REORDER-LINE.
005429     IF MT-STYLE-FOUND
005430         MOVE MT-BEF-REORDER-POINT TO RR-BEF-POINT
005431         MOVE MT-BEF-REORDER-QTY TO RR-BEF-QTY
005432         MOVE MT-BEF-AVG-COST TO RR-BEF-COST
005433     ELSE
005434         MOVE ZERO TO RR-BEF-POINT RR-BEF-QTY RR-BEF-COST
005435     END-IF
005436     IF MT-REJECTED
005437         MOVE ZERO TO RR-AFT-POINT RR-AFT-QTY RR-AFT-COST
005438     ELSE
005439         MOVE TM-REORDER-POINT TO RR-AFT-POINT
005440         MOVE TM-REORDER-QTY TO RR-AFT-QTY
005441         MOVE TM-AVG-COST TO RR-AFT-COST
005442     END-IF
005443     WRITE TIE-REGISTER-LINE FROM RPT-REORDER-LINE
005444     IF MT-REGISTER-STATUS NOT = "00"
005445         DISPLAY "MCP-MNT01 - UNABLE TO WRITE REGISTER, STATUS "
005446                 MT-REGISTER-STATUS
005447         GO TO 9900-ABEND
005448     END-IF.
005449 4200-EXIT.
005450     EXIT.
005451*-----------------------------------------------------------------
005452* 8900-RELEASE-RUN-CONTROL - FREE THE SHARED RUN CONTROL AT
005453*   CLEAN END-OF-JOB. AN ABEND LEAVES IT HELD ON PURPOSE SO
005454*   THE NEXT START REFUSES UNTIL THE RERUN OR AN OVERRIDE
005460*-----------------------------------------------------------------
005470 8900-RELEASE-RUN-CONTROL.
005480     OPEN I-O TIE-RUNCTL
005880         MOVE "STYLES DELETED" TO RT-LABEL
005890         MOVE MT-DELETE-COUNT TO RT-COUNT
005900         WRITE TIE-REGISTER-LINE FROM RPT-TOTAL-LINE
005902         MOVE "WHSE POINTS SET" TO RT-LABEL
005904         MOVE MT-WHSE-POINT-COUNT TO RT-COUNT
005906         WRITE TIE-REGISTER-LINE FROM RPT-TOTAL-LINE
005910         MOVE "REJECTED" TO RT-LABEL
005920         MOVE MT-REJECT-COUNT TO RT-COUNT
005930         WRITE TIE-REGISTER-LINE FROM RPT-TOTAL-LINE
005980     END-IF
005990     IF MT-MAINT-OPEN
006000         CLOSE TIE-MAINT
006001     END-IF
006002     IF MT-LOC-OPEN
006003         CLOSE TIE-LOCATION
006004     END-IF
006005     IF MT-WHSE-OPEN
006006         CLOSE TIE-WAREHOUSE
006010     END-IF.
006020 9000-EXIT.
006030     EXIT.
