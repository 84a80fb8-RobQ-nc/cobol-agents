000010*****************************************************************
000020* TIEATP                                                         *
000030*   AVAILABLE-TO-PROMISE EXTRACT RECORD LAYOUT - WRITTEN         *
000040*   NIGHTLY BY MCP-ATP01 FOR THE ORDER DESK QUOTING SCREEN       *
000050*****************************************************************
000060*-----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*-----------------------------------------------------------------
000090* 10/15/2026  RQ   ORIGINAL COPYBOOK - PER STYLE AND WAREHOUSE
000100*                  ONE "P" PROJECTION RECORD (ON HAND, OWED,
000110*                  HELD, AND FOR EACH OF 12 WEEKS THE OPEN PO
000120*                  RECEIPTS DUE AND THE PROJECTED AVAILABLE AT
000130*                  WEEK END - WEEK N BEGINS ON THE RUN DATE PLUS
000140*                  7 X (N - 1) DAYS), FOLLOWED BY ONE "F" RECORD
000150*                  PER OPEN BACKORDER LINE WITH ITS ESTIMATED
000160*                  FILL DATE AND THE PO EXPECTED TO FILL IT
000170*                  (SPACES = STOCK ON HAND).
000180*-----------------------------------------------------------------
000190 01  TIE-ATP-RECORD.
000200     05  AV-RECORD-TYPE          PIC X(01).
000210         88  AV-PROJECTION           VALUE "P".
000220         88  AV-BKO-FILL             VALUE "F".
000230     05  AV-STYLE-CODE           PIC X(06).
000240     05  AV-WHSE-CODE            PIC X(03).
000250     05  AV-RUN-DATE             PIC X(08).
000260     05  AV-DETAIL-AREA          PIC X(222).
000270     05  AV-PROJECTION-DETAIL REDEFINES AV-DETAIL-AREA.
000280         10  AV-QTY-ON-HAND      PIC S9(07).
000290         10  AV-QTY-OWED         PIC 9(07).
000300         10  AV-QTY-HELD         PIC 9(07).
000310         10  AV-OPEN-PO-QTY      PIC 9(07).
000320         10  AV-FIRST-SHORT-WEEK PIC 9(02).
000330         10  AV-WEEK OCCURS 12 TIMES.
000340             15  AV-WEEK-RECEIPTS    PIC 9(07).
000350             15  AV-WEEK-AVAILABLE   PIC S9(07).
000360             15  AV-WEEK-SHORT       PIC X(01).
000370                 88  AV-WEEK-IS-SHORT    VALUE "Y".
000380         10  FILLER              PIC X(12).
000390     05  AV-FILL-DETAIL REDEFINES AV-DETAIL-AREA.
000400         10  AV-ORDER-NO         PIC X(08).
000410         10  AV-CUST-CODE        PIC X(06).
000420         10  AV-LINE-OWED        PIC 9(07).
000430         10  AV-ORIG-DATE        PIC X(08).
000440         10  AV-PRIORITY         PIC X(01).
000450         10  AV-FILL-STATUS      PIC X(01).
000460             88  AV-FILL-DATED       VALUE "D".
000470             88  AV-FILL-ON-HOLD     VALUE "H".
000480             88  AV-FILL-NO-SUPPLY   VALUE "N".
000490         10  AV-FILL-DATE        PIC X(08).
000500         10  AV-FILL-PO-NUMBER   PIC X(08).
000510         10  FILLER              PIC X(175).
