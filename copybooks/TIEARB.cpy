000010*****************************************************************
000020* TIEARB                                                         *
000030*   ACCOUNTS RECEIVABLE BILLING LOAD RECORD LAYOUT - WRITTEN     *
000040*   NIGHTLY BY MCP-ARB01 FOR THE AR SYSTEM INVOICE LOAD          *
000050*****************************************************************
000060*-----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*-----------------------------------------------------------------
000090* 10/15/2026  RQ   ORIGINAL COPYBOOK - PER INVOICE ONE "H"
000100*                  HEADER (ONE INVOICE PER CUSTOMER AND ORDER
000110*                  SHIPPED ON THE BATCH DATE) FOLLOWED BY ITS
000120*                  "L" LINES (ONE PER STYLE AND WAREHOUSE),
000130*                  AND ONE "T" BATCH TRAILER AT THE END CARRYING
000140*                  THE INVOICE AND LINE COUNTS, TOTAL UNITS AND
000150*                  THE HASH TOTAL (SUM OF LINE AMOUNTS IN
000160*                  PENNIES, TRUNCATED TO 13 DIGITS) THE AR
000170*                  SYSTEM VERIFIES ON LOAD.
000180*-----------------------------------------------------------------
000190 01  TIE-AR-BILLING-RECORD.
000200     05  AI-RECORD-TYPE          PIC X(01).
000210         88  AI-INVOICE-HEADER       VALUE "H".
000220         88  AI-INVOICE-LINE         VALUE "L".
000230         88  AI-BATCH-TRAILER        VALUE "T".
000240     05  AI-BATCH-DATE           PIC X(08).
000250     05  AI-INVOICE-NO.
000260         10  AI-INVOICE-DATE     PIC X(06).
000270         10  AI-INVOICE-SEQ      PIC 9(04).
000280     05  AI-CUST-CODE            PIC X(06).
000290     05  AI-ORDER-NO             PIC X(08).
000300     05  AI-DETAIL-AREA          PIC X(47).
000310     05  AI-HEADER-DETAIL REDEFINES AI-DETAIL-AREA.
000320         10  AI-SHIP-DATE        PIC X(08).
000330         10  AI-INV-LINE-COUNT   PIC 9(05).
000340         10  AI-INV-UNITS        PIC S9(09).
000350         10  AI-INV-AMOUNT       PIC S9(11)V99.
000360         10  FILLER              PIC X(12).
000370     05  AI-LINE-DETAIL REDEFINES AI-DETAIL-AREA.
000380         10  AI-LINE-NO          PIC 9(05).
000390         10  AI-STYLE-CODE       PIC X(06).
000400         10  AI-WHSE-CODE        PIC X(03).
000410         10  AI-SHIP-QTY         PIC S9(07).
000420         10  AI-UNIT-PRICE       PIC S9(05)V99.
000430         10  AI-LINE-AMOUNT      PIC S9(11)V99.
000440         10  FILLER              PIC X(06).
000450     05  AI-TRAILER-DETAIL REDEFINES AI-DETAIL-AREA.
000460         10  AI-INVOICE-COUNT    PIC 9(05).
000470         10  AI-LINE-COUNT       PIC 9(07).
000480         10  AI-TOTAL-UNITS      PIC S9(09).
000490         10  AI-HASH-TOTAL       PIC 9(13).
000500         10  FILLER              PIC X(13).
