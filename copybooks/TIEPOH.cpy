000010*****************************************************************
000020* TIEPOH                                                         *
000030*   CLOSED PURCHASE ORDER LINE RECORD LAYOUT - ONE RECORD PER    *
000040*   PO LINE MCP-PO01 DROPS AS FULLY RECEIVED                     *
000050*****************************************************************
000060*-----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*-----------------------------------------------------------------
000090* 10/15/2026  RQ   ORIGINAL COPYBOOK - TIE-PO-CLOSED ACCUMULATES
000100*                  ACROSS RUNS SO THE MCP-VND02 VENDOR SCORECARD
000110*                  CAN MEASURE FILL RATE ON LINES THAT ARE NO
000120*                  LONGER ON TIE-OPENPO. PH-PO-IMAGE IS THE LINE
000130*                  IN TIE-OPENPO FORMAT AS IT STOOD AT CLOSE.
000140*-----------------------------------------------------------------
000150 01  TIE-PO-CLOSED-RECORD.
000160     05  PH-PO-IMAGE             PIC X(56).
000170     05  PH-CLOSE-DATE           PIC X(08).
000180     05  FILLER                  PIC X(06).
