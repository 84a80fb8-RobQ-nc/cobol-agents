000010*****************************************************************
000020* TIEROP                                                         *
000030*   REORDER POINT RECOMMENDATION RECORD LAYOUT - WRITTEN BY      *
000040*   MCP-ROP01 FOR PURCHASING REVIEW, RETURNED APPROVED TO        *
000050*   MCP-ROP02                                                    *
000060*****************************************************************
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* 10/15/2026  RQ   ORIGINAL COPYBOOK - ONE RECORD PER STYLE
000110*                  WHOSE DEMAND-BASED REORDER POINT OR REORDER
000120*                  QUANTITY DIFFERS FROM TIE-MASTER. THE OLD
000130*                  VALUES RIDE ALONG SO MCP-ROP02 CAN REFUSE A
000140*                  LINE WHOSE MASTER WAS CHANGED BY HAND SINCE
000150*                  THE REVIEW. PURCHASING MAY KEY OVER THE NEW
000160*                  VALUES BEFORE SENDING A LINE BACK APPROVED.
000170*-----------------------------------------------------------------
000180 01  TIE-REORDER-REC-RECORD.
000190     05  RX-STYLE-CODE           PIC X(06).
000200     05  RX-OLD-REORDER-POINT    PIC 9(04).
000210     05  RX-OLD-REORDER-QTY      PIC 9(04).
000220     05  RX-NEW-REORDER-POINT    PIC 9(04).
000230     05  RX-NEW-REORDER-QTY      PIC 9(04).
000240     05  RX-AVG-DAILY-USAGE      PIC 9(05)V99.
000250     05  RX-STD-DEVIATION        PIC 9(05)V99.
000260     05  RX-LEAD-DAYS            PIC 9(03).
000270     05  RX-VENDOR-CODE          PIC X(06).
000280     05  RX-RUN-DATE             PIC X(08).
000290     05  FILLER                  PIC X(07).
