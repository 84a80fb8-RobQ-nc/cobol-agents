000010*****************************************************************
000020* TIEWHS                                                         *
000030*   WAREHOUSE REFERENCE RECORD LAYOUT - ONE RECORD PER           *
000040*   WAREHOUSE CODE, KEYED BY WH-WHSE-CODE                        *
000050*****************************************************************
000060*-----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*-----------------------------------------------------------------
000090* 10/15/2026  RQ   ORIGINAL COPYBOOK - MAINTAINED BY MCP-WHS01.
000100*                  MCP-AGENT, MCP-CNT01, MCP-PO01 AND MCP-MNT01
000110*                  EDIT EVERY WAREHOUSE CODE AGAINST IT, AND
000120*                  MCP-INT01 SWEEPS THE OTHER FILES FOR CODES
000130*                  THAT ARE NOT ON IT OR ARE CLOSED. A CLOSED
000140*                  WAREHOUSE TAKES NO NEW STOCK; WH-CLOSED-DATE
000150*                  IS THE RUN DATE IT WAS CLOSED.
000160*-----------------------------------------------------------------
000170 01  TIE-WAREHOUSE-RECORD.
000180     05  WH-WHSE-CODE            PIC X(03).
000190     05  WH-WHSE-NAME            PIC X(30).
000200     05  WH-WHSE-CITY            PIC X(20).
000210     05  WH-WHSE-STATE           PIC X(02).
000220     05  WH-STATUS               PIC X(01).
000230         88  WH-ACTIVE               VALUE "A".
000240         88  WH-CLOSED               VALUE "C".
000250     05  WH-CLOSED-DATE          PIC X(08).
000260     05  FILLER                  PIC X(16).
