000010*****************************************************************
000020* TIEXFR                                                         *
000030*   PROPOSED WAREHOUSE TRANSFER RECORD LAYOUT - WRITTEN BY       *
000040*   MCP-BAL01 FOR THE WAREHOUSE LEADS, RETURNED APPROVED TO      *
000050*   MCP-BAL02                                                    *
000060*****************************************************************
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* 10/15/2026  RQ   ORIGINAL COPYBOOK - ONE RECORD PER PROPOSED
000110*                  MOVE OF A STYLE FROM A WAREHOUSE ABOVE ITS
000120*                  REORDER POINT TO ONE BELOW ITS OWN. THE
000130*                  BALANCES AND POINTS AT PROPOSAL TIME RIDE
000140*                  ALONG FOR THE WORKSHEET. THE LEADS MAY KEY
000150*                  DOWN XP-TRANSFER-QTY BEFORE SENDING A LINE
000160*                  BACK APPROVED.
000170*-----------------------------------------------------------------
000180 01  TIE-XFER-PROPOSAL-RECORD.
000190     05  XP-STYLE-CODE           PIC X(06).
000200     05  XP-FROM-WHSE            PIC X(03).
000210     05  XP-TO-WHSE              PIC X(03).
000220     05  XP-TRANSFER-QTY         PIC 9(07).
000230     05  XP-FROM-ON-HAND         PIC S9(07).
000240     05  XP-FROM-POINT           PIC 9(04).
000250     05  XP-TO-ON-HAND           PIC S9(07).
000260     05  XP-TO-POINT             PIC 9(04).
000270     05  XP-RUN-DATE             PIC X(08).
000280     05  FILLER                  PIC X(06).
