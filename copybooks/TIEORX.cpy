000010*****************************************************************
000020* TIEORX                                                         *
000030*   ORDER-NUMBER INDEX OVER TIE-HISTORY - BUILT BY MCP-ORD01,    *
000040*   READ BY THE MCP-INQ02 ORDER TRACE INQUIRY                    *
000050*****************************************************************
000060*-----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*-----------------------------------------------------------------
000090* 10/15/2026  RQ   ORIGINAL COPYBOOK - ONE RECORD PER TIE-HISTORY
000100*                  MOVEMENT THAT CARRIES AN ORDER NUMBER, KEYED
000110*                  BY ORDER AND THEN BY THE MOVEMENT, WITH THE
000120*                  CUSTOMER CODE AS AN ALTERNATE KEY (WITH
000130*                  DUPLICATES). ENTRIES OUTLIVE THE MOVEMENT'S
000140*                  MOVE TO THE MCP-ARC01 ARCHIVE. OX-DUP-SEQ
000150*                  KEEPS TWO LIKE MOVEMENTS OF ONE RUN APART.
000160*                  THE RECORD WITH A LOW-VALUES KEY IS THE
000170*                  CONTROL RECORD - OX-HIGH-WATER IS THE LATEST
000180*                  HISTORY RUN TIMESTAMP ALREADY INDEXED.
000190*-----------------------------------------------------------------
000200 01  TIE-ORDER-INDEX-RECORD.
000210     05  OX-ORDER-KEY.
000220         10  OX-ORDER-NO         PIC X(08).
000230         10  OX-RUN-TIMESTAMP    PIC X(26).
000240         10  OX-STYLE-CODE       PIC X(06).
000250         10  OX-WHSE-CODE        PIC X(03).
000260         10  OX-DIRECTION        PIC X(01).
000270             88  OX-RECEIVE          VALUE "R".
000280             88  OX-SHIP             VALUE "S".
000290             88  OX-QUARANTINE       VALUE "Q".
000300         10  OX-DUP-SEQ          PIC 9(03).
000310     05  OX-CUST-CODE            PIC X(06).
000320     05  OX-SOURCE-CODE          PIC X(01).
000330         88  OX-COUNT-ADJUST         VALUE "A".
000340         88  OX-CUST-RETURN          VALUE "U".
000350         88  OX-WHSE-TRANSFER        VALUE "T".
000360     05  OX-TRANS-QTY            PIC S9(07).
000370     05  FILLER                  PIC X(19).
000380 01  TIE-ORDER-INDEX-CONTROL REDEFINES TIE-ORDER-INDEX-RECORD.
000390     05  OX-CONTROL-KEY          PIC X(47).
000400     05  OX-CONTROL-CUST         PIC X(06).
000410     05  OX-HIGH-WATER           PIC X(26).
000420     05  FILLER                  PIC X(01).
