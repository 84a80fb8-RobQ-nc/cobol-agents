000160*                  TIE-OPENPO FORMAT), AND PRINTS THE OVERDUE-PO
000170*                  LISTING FOR THE BUYERS. PARM IS RUNDATE
000180*                  (YYYYMMDD) - OMITTED MEANS THE SYSTEM DATE.
000181* 10/15/2026  RQ   APPROVED LINES NOW CARRY THE VENDOR UNIT COST
000182*                  (PO-UNIT-COST) FOR MCP-AGENT'S AVERAGE COST.
000183*                  A LINE KEYED WITHOUT A VALID COST IS REJECTED.
000184* 10/15/2026  RQ   APPROVED LINES NOW CARRY A VENDOR CODE THAT
000185*                  MUST BE ON TIE-VENDOR; A LINE KEYED WITH NO
000186*                  DUE DATE IS DUE THE VENDOR'S STANDARD LEAD
000187*                  TIME FROM THE RUN DATE. THE OVERDUE LISTING
000188*                  NOW NAMES THE VENDOR, CONTACT AND PHONE, AND
000189*                  EVERY LINE DROPPED AS FULLY RECEIVED IS
000190*                  APPENDED TO TIE-PO-CLOSED FOR THE MCP-VND02
000191*                  VENDOR SCORECARD.
000192* 10/15/2026  RQ   AN APPROVED LINE MUST ALSO NAME AN ACTIVE
000193*                  WAREHOUSE ON TIE-WAREHOUSE (DD TIEWHSE); ONE
000194*                  NOT ON FILE OR CLOSED IS DROPPED. LINES ALREADY
000195*                  OPEN ARE CARRIED FORWARD AS BEFORE - THE WEEKLY
000196*                  MCP-INT01 INTEGRITY SWEEP REPORTS THEM.
000197*-----------------------------------------------------------------
000200* ___________________________
000210*|                           |
000220*|  IBM MAINFRAME DIVISION   |
000400     SELECT TIE-OPENPO-OUT ASSIGN TO OPENPOO
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS PU-PO-OUT-STATUS.
000421     SELECT TIE-VENDOR ASSIGN TO TIEVEND
000422         ORGANIZATION IS INDEXED
000423         ACCESS MODE IS RANDOM
000424         RECORD KEY IS TV-VENDOR-CODE
000425         FILE STATUS IS PU-VENDOR-STATUS.
000426     SELECT TIE-WAREHOUSE ASSIGN TO TIEWHSE
000427         ORGANIZATION IS INDEXED
000428         ACCESS MODE IS RANDOM
000429         RECORD KEY IS WH-WHSE-CODE
000430         FILE STATUS IS PU-WHSE-STATUS.
000431     SELECT TIE-PO-CLOSED ASSIGN TO POCLOSE
000432         ORGANIZATION IS SEQUENTIAL
000433         FILE STATUS IS PU-CLOSED-STATUS.
000434     SELECT TIE-OVERDUE-RPT ASSIGN TO POOVRPT
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS PU-REPORT-STATUS.
000460 DATA DIVISION.
000580                   ==PO-WHSE-CODE==      BY ==AP-WHSE-CODE==
000590                   ==PO-QTY-ORDERED==    BY ==AP-QTY-ORDERED==
000600                   ==PO-QTY-RECEIVED==   BY ==AP-QTY-RECEIVED==
000605                   ==PO-DUE-DATE==       BY ==AP-DUE-DATE==
000610                   ==PO-UNIT-COST==      BY ==AP-UNIT-COST==
000615                   ==PO-VENDOR-CODE==    BY ==AP-VENDOR-CODE==.
000620 FD  TIE-OPENPO-OUT
000630     LABEL RECORDS ARE STANDARD.
000631 01  TIE-OPENPO-OUT-REC             PIC X(56).
000632 FD  TIE-VENDOR
000633     LABEL RECORDS ARE STANDARD.
000634     COPY TIEVND.
000635 FD  TIE-WAREHOUSE
000636     LABEL RECORDS ARE STANDARD.
000637     COPY TIEWHS.
000638 FD  TIE-PO-CLOSED
000639     LABEL RECORDS ARE STANDARD.
000640     COPY TIEPOH.
000650 FD  TIE-OVERDUE-RPT
000660     LABEL RECORDS ARE STANDARD.
000670 01  TIE-OVERDUE-LINE               PIC X(132).
000680 WORKING-STORAGE SECTION.
000690 77  PU-PO-IN-STATUS                PIC X(02) VALUE ZERO.
000700 77  PU-APPROVED-STATUS             PIC X(02) VALUE ZERO.
000710 77  PU-PO-OUT-STATUS               PIC X(02) VALUE ZERO.
000720 77  PU-REPORT-STATUS               PIC X(02) VALUE ZERO.
000721 77  PU-VENDOR-STATUS               PIC X(02) VALUE ZERO.
000722 77  PU-CLOSED-STATUS               PIC X(02) VALUE ZERO.
000723 77  PU-WHSE-STATUS                 PIC X(02) VALUE ZERO.
000724 77  PU-VENDOR-OPEN-SW              PIC X(01) VALUE "N".
000725     88  PU-VENDOR-OPEN                      VALUE "Y".
000726 77  PU-CLOSED-OPEN-SW              PIC X(01) VALUE "N".
000727     88  PU-CLOSED-OPEN                      VALUE "Y".
000728 77  PU-WHSE-OPEN-SW                PIC X(01) VALUE "N".
000729     88  PU-WHSE-OPEN                        VALUE "Y".
000730 77  PU-VENDOR-FOUND-SW             PIC X(01) VALUE "N".
000731     88  PU-VENDOR-FOUND                     VALUE "Y".
000732 77  PU-LOOKUP-VENDOR               PIC X(06) VALUE SPACES.
000733 77  PU-WHSE-FOUND-SW               PIC X(01) VALUE "N".
000734     88  PU-WHSE-FOUND                       VALUE "Y".
000735 77  PU-PO-IN-EOF-SW                PIC X(01) VALUE "N".
000740     88  PU-PO-IN-EOF                        VALUE "Y".
000750 77  PU-APPROVED-EOF-SW             PIC X(01) VALUE "N".
000760     88  PU-APPROVED-EOF                     VALUE "Y".
000800     88  PU-REPORT-OPEN                      VALUE "Y".
000810 77  PU-RUN-DATE                    PIC X(08) VALUE SPACES.
000820 77  PU-PARM-DATE                   PIC X(08) VALUE SPACES.
000823 77  PU-DATE-WORK                   PIC 9(08) VALUE ZERO.
000826 77  PU-DUE-DATE-INT                PIC S9(09) COMP VALUE ZERO.
000830 77  PU-OPEN-QTY                    PIC S9(07) COMP VALUE ZERO.
000840 77  PU-CARRIED-COUNT               PIC 9(07) COMP VALUE ZERO.
000850 77  PU-ADDED-COUNT                 PIC 9(07) COMP VALUE ZERO.
001010     05  FILLER                     PIC X(11) VALUE "RECEIVED".
001020     05  FILLER                     PIC X(11) VALUE "STILL OPEN".
001030     05  FILLER                     PIC X(10) VALUE "DUE DATE".
001031     05  FILLER                     PIC X(01) VALUE SPACE.
001032     05  FILLER                     PIC X(08) VALUE "VENDOR".
001033     05  FILLER                     PIC X(22) VALUE "VENDOR NAME".
001034     05  FILLER                     PIC X(18) VALUE "CONTACT".
001035     05  FILLER                     PIC X(15) VALUE "PHONE".
001040 01  RPT-DETAIL-LINE.
001050     05  FILLER                     PIC X(01) VALUE SPACE.
001060     05  RD-PO-NUMBER               PIC X(08).
001160     05  RD-OPEN                    PIC Z,ZZZ,ZZ9.
001170     05  FILLER                     PIC X(03) VALUE SPACES.
001180     05  RD-DUE-DATE                PIC X(08).
001181     05  FILLER                     PIC X(02) VALUE SPACES.
001182     05  RD-VENDOR                  PIC X(06).
001183     05  FILLER                     PIC X(02) VALUE SPACES.
001184     05  RD-VENDOR-NAME             PIC X(20).
001185     05  FILLER                     PIC X(02) VALUE SPACES.
001186     05  RD-CONTACT                 PIC X(16).
001187     05  FILLER                     PIC X(02) VALUE SPACES.
001188     05  RD-PHONE                   PIC X(15).
001190 01  RPT-TOTAL-LINE.
001200     05  FILLER                     PIC X(01) VALUE SPACE.
001210     05  RT-LABEL                   PIC X(28).
001770         GO TO 9900-ABEND
001780     END-IF
001790     SET PU-PO-OUT-OPEN TO TRUE
001791     OPEN INPUT TIE-VENDOR
001792     IF PU-VENDOR-STATUS NOT = "00"
001793         DISPLAY "MCP-PO01 - UNABLE TO OPEN TIE-VENDOR, "
001794                 "STATUS " PU-VENDOR-STATUS
001795         GO TO 9900-ABEND
001796     END-IF
001797     SET PU-VENDOR-OPEN TO TRUE
001798     OPEN INPUT TIE-WAREHOUSE
001799     IF PU-WHSE-STATUS NOT = "00"
001800         DISPLAY "MCP-PO01 - UNABLE TO OPEN TIE-WAREHOUSE, "
001801                 "STATUS " PU-WHSE-STATUS
001802         GO TO 9900-ABEND
001803     END-IF
001804     SET PU-WHSE-OPEN TO TRUE
001805     OPEN EXTEND TIE-PO-CLOSED
001806     IF PU-CLOSED-STATUS NOT = "00"
001807         DISPLAY "MCP-PO01 - UNABLE TO OPEN TIE-PO-CLOSED, "
001808                 "STATUS " PU-CLOSED-STATUS
001809         GO TO 9900-ABEND
001810     END-IF
001811     SET PU-CLOSED-OPEN TO TRUE
001812     OPEN OUTPUT TIE-OVERDUE-RPT
001813     IF PU-REPORT-STATUS NOT = "00"
001820         DISPLAY "MCP-PO01 - UNABLE TO OPEN TIE-OVERDUE-RPT, "
001830                 "STATUS " PU-REPORT-STATUS
001840         GO TO 9900-ABEND
002250     END-IF
002260     IF PO-QTY-RECEIVED NOT LESS THAN PO-QTY-ORDERED
002270         ADD 1 TO PU-CLOSED-COUNT
002275         PERFORM 2300-LOG-CLOSED-PO THRU 2300-EXIT
002280         GO TO 2200-NEXT
002290     END-IF
002300     ADD 1 TO PU-CARRIED-COUNT
002320 2200-NEXT.
002330     PERFORM 2100-READ-OPENPO-RECORD THRU 2100-EXIT.
002340 2200-EXIT.
002341     EXIT.
002342*-----------------------------------------------------------------
002343* 2300-LOG-CLOSED-PO - KEEP A COPY OF EVERY LINE DROPPED AS FULLY
002344*   RECEIVED SO THE VENDOR SCORECARD CAN STILL SEE IT
002345*-----------------------------------------------------------------
002346 2300-LOG-CLOSED-PO.
002347     MOVE SPACES TO TIE-PO-CLOSED-RECORD
002348     MOVE TIE-OPENPO-RECORD TO PH-PO-IMAGE
002349     MOVE PU-RUN-DATE TO PH-CLOSE-DATE
002350     WRITE TIE-PO-CLOSED-RECORD
002351     IF PU-CLOSED-STATUS NOT = "00"
002352         DISPLAY "MCP-PO01 - UNABLE TO WRITE TIE-PO-CLOSED, "
002353                 "STATUS " PU-CLOSED-STATUS
002354         GO TO 9900-ABEND
002355     END-IF.
002356 2300-EXIT.
002357     EXIT.
002360*-----------------------------------------------------------------
002370* 2500-KEEP-OPEN-PO - WRITE ONE STILL-OPEN LINE TO TONIGHT'S
002380*   GENERATION AND PRINT IT WHEN IT IS PAST ITS DUE DATE
002560         MOVE PO-QTY-RECEIVED TO RD-RECEIVED
002570         MOVE PU-OPEN-QTY TO RD-OPEN
002580         MOVE PO-DUE-DATE TO RD-DUE-DATE
002581         MOVE PO-VENDOR-CODE TO RD-VENDOR PU-LOOKUP-VENDOR
002582         PERFORM 2600-GET-VENDOR THRU 2600-EXIT
002583         IF PU-VENDOR-FOUND
002584             MOVE TV-VENDOR-NAME TO RD-VENDOR-NAME
002585             MOVE TV-CONTACT-NAME TO RD-CONTACT
002586             MOVE TV-CONTACT-PHONE TO RD-PHONE
002587         ELSE
002588             MOVE "** NOT ON FILE **" TO RD-VENDOR-NAME
002589             MOVE SPACES TO RD-CONTACT RD-PHONE
002590         END-IF
002591         WRITE TIE-OVERDUE-LINE FROM RPT-DETAIL-LINE
002600     END-IF.
002610 2500-EXIT.
002611     EXIT.
002612*-----------------------------------------------------------------
002613* 2600-GET-VENDOR - RANDOM READ OF TIE-VENDOR FOR THE CODE IN
002614*   PU-LOOKUP-VENDOR. A BLANK CODE IS NEVER ON FILE
002615*-----------------------------------------------------------------
002616 2600-GET-VENDOR.
002617     MOVE "N" TO PU-VENDOR-FOUND-SW
002618     IF PU-LOOKUP-VENDOR = SPACES
002619         GO TO 2600-EXIT
002620     END-IF
002621     MOVE PU-LOOKUP-VENDOR TO TV-VENDOR-CODE
002622     READ TIE-VENDOR
002623         INVALID KEY
002624             CONTINUE
002625         NOT INVALID KEY
002626             SET PU-VENDOR-FOUND TO TRUE
002627     END-READ
002628     IF PU-VENDOR-STATUS NOT = "00"
002629        AND PU-VENDOR-STATUS NOT = "23"
002630         DISPLAY "MCP-PO01 - ERROR READING TIE-VENDOR, STATUS "
002631                 PU-VENDOR-STATUS
002632         GO TO 9900-ABEND
002633     END-IF.
002634 2600-EXIT.
002635     EXIT.
002636*-----------------------------------------------------------------
002637* 2700-GET-WAREHOUSE - RANDOM READ OF TIE-WAREHOUSE FOR THE
002638*   APPROVED LINE'S WAREHOUSE. A BLANK CODE IS NEVER ON FILE
002639*-----------------------------------------------------------------
002640 2700-GET-WAREHOUSE.
002641     MOVE "N" TO PU-WHSE-FOUND-SW
002642     IF AP-WHSE-CODE = SPACES
002643         GO TO 2700-EXIT
002644     END-IF
002645     MOVE AP-WHSE-CODE TO WH-WHSE-CODE
002646     READ TIE-WAREHOUSE
002647         INVALID KEY
002648             CONTINUE
002649         NOT INVALID KEY
002650             SET PU-WHSE-FOUND TO TRUE
002651     END-READ
002652     IF PU-WHSE-STATUS NOT = "00"
002653        AND PU-WHSE-STATUS NOT = "23"
002654         DISPLAY "MCP-PO01 - ERROR READING TIE-WAREHOUSE, STATUS "
002655                 PU-WHSE-STATUS
002656         GO TO 9900-ABEND
002657     END-IF.
002658 2700-EXIT.
002659     EXIT.
002660*-----------------------------------------------------------------
002661* 3000-MERGE-APPROVED - ADD EACH SUGGESTION PURCHASING APPROVED
002662*   AS A NEW OPEN PO LINE. RECEIVED STARTS AT ZERO NO MATTER
002663*   WHAT THE BUYING SYSTEM SENT
002670*-----------------------------------------------------------------
002680 3000-MERGE-APPROVED.
002690     IF NOT PU-APPROVED-EOF
002920        OR AP-STYLE-CODE = SPACES
002930        OR AP-QTY-ORDERED NOT NUMERIC
002940        OR AP-QTY-ORDERED = ZERO
002943        OR AP-UNIT-COST NOT NUMERIC
002946        OR AP-UNIT-COST NOT GREATER THAN ZERO
002950         ADD 1 TO PU-REJECT-COUNT
002960         DISPLAY "MCP-PO01 - BAD APPROVED PO RECORD, PO "
002970                 AP-PO-NUMBER " STYLE " AP-STYLE-CODE
002971                 ", LINE DROPPED"
002972         GO TO 3200-NEXT
002973     END-IF
002974     MOVE AP-VENDOR-CODE TO PU-LOOKUP-VENDOR
002975     PERFORM 2600-GET-VENDOR THRU 2600-EXIT
002976     IF NOT PU-VENDOR-FOUND
002977         ADD 1 TO PU-REJECT-COUNT
002978         DISPLAY "MCP-PO01 - VENDOR " AP-VENDOR-CODE
002979                 " NOT ON TIE-VENDOR, PO " AP-PO-NUMBER
002980                 ", LINE DROPPED"
002981         GO TO 3200-NEXT
002982     END-IF
002983     PERFORM 2700-GET-WAREHOUSE THRU 2700-EXIT
002984     IF NOT PU-WHSE-FOUND
002985         ADD 1 TO PU-REJECT-COUNT
002986         DISPLAY "MCP-PO01 - WAREHOUSE " AP-WHSE-CODE
002987                 " NOT ON TIE-WAREHOUSE, PO " AP-PO-NUMBER
002988                 ", LINE DROPPED"
002989         GO TO 3200-NEXT
002990     END-IF
002991     IF WH-CLOSED
002992         ADD 1 TO PU-REJECT-COUNT
002993         DISPLAY "MCP-PO01 - WAREHOUSE " AP-WHSE-CODE
002994                 " IS CLOSED, PO " AP-PO-NUMBER
002995                 ", LINE DROPPED"
002996         GO TO 3200-NEXT
003000     END-IF
003010     MOVE SPACES TO TIE-OPENPO-RECORD
003020     MOVE AP-PO-NUMBER TO PO-PO-NUMBER
003050     MOVE AP-QTY-ORDERED TO PO-QTY-ORDERED
003060     MOVE ZERO TO PO-QTY-RECEIVED
003070     MOVE AP-DUE-DATE TO PO-DUE-DATE
003071     IF AP-DUE-DATE = SPACES OR AP-DUE-DATE NOT NUMERIC
003072         PERFORM 3300-DEFAULT-DUE-DATE THRU 3300-EXIT
003073     END-IF
003074     MOVE AP-UNIT-COST TO PO-UNIT-COST
003075     MOVE AP-VENDOR-CODE TO PO-VENDOR-CODE
003080     ADD 1 TO PU-ADDED-COUNT
003090     PERFORM 2500-KEEP-OPEN-PO THRU 2500-EXIT.
003100 3200-NEXT.
003110     PERFORM 3100-READ-APPROVED-RECORD THRU 3100-EXIT.
003120 3200-EXIT.
003121     EXIT.
003122*-----------------------------------------------------------------
003123* 3300-DEFAULT-DUE-DATE - A LINE KEYED WITHOUT A DUE DATE IS DUE
003124*   THE VENDOR'S STANDARD LEAD TIME AFTER THE RUN DATE
003125*-----------------------------------------------------------------
003126 3300-DEFAULT-DUE-DATE.
003127     MOVE PU-RUN-DATE TO PU-DATE-WORK
003128     IF TV-LEAD-DAYS NOT NUMERIC
003129         MOVE ZERO TO TV-LEAD-DAYS
003130     END-IF
003131     COMPUTE PU-DUE-DATE-INT =
003132         FUNCTION INTEGER-OF-DATE (PU-DATE-WORK) + TV-LEAD-DAYS
003133     COMPUTE PU-DATE-WORK =
003134         FUNCTION DATE-OF-INTEGER (PU-DUE-DATE-INT)
003135     MOVE PU-DATE-WORK TO PO-DUE-DATE.
003136 3300-EXIT.
003137     EXIT.
003140*-----------------------------------------------------------------
003150* 8500-WRITE-TOTALS - FOOT THE OVERDUE LISTING
003160*-----------------------------------------------------------------
003440     END-IF
003450     IF PU-REPORT-OPEN
003460         CLOSE TIE-OVERDUE-RPT
003461     END-IF
003462     IF PU-VENDOR-OPEN
003463         CLOSE TIE-VENDOR
003464     END-IF
003465     IF PU-CLOSED-OPEN
003466         CLOSE TIE-PO-CLOSED
003467     END-IF
003468     IF PU-WHSE-OPEN
003469         CLOSE TIE-WAREHOUSE
003470     END-IF.
003480 9000-EXIT.
003490     EXIT.
