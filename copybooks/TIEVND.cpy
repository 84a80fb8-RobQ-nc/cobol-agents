000010*****************************************************************
000020* TIEVND                                                         *
000030*   VENDOR MASTER RECORD LAYOUT - ONE RECORD PER VENDOR TIES     *
000040*   ARE BOUGHT FROM, KEYED BY TV-VENDOR-CODE                     *
000050*****************************************************************
000060*-----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*-----------------------------------------------------------------
000090* 10/15/2026  RQ   ORIGINAL COPYBOOK - MAINTAINED BY MCP-VND01,
000100*                  NAMED ON EVERY TIE-OPENPO LINE, READ BY
000110*                  MCP-PO01 FOR THE OVERDUE LISTING AND BY THE
000120*                  MCP-VND02 SCORECARD. TV-LEAD-DAYS IS THE
000130*                  VENDOR'S STANDARD LEAD TIME IN CALENDAR DAYS.
000140*-----------------------------------------------------------------
000150 01  TIE-VENDOR-RECORD.
000160     05  TV-VENDOR-CODE          PIC X(06).
000170     05  TV-VENDOR-NAME          PIC X(30).
000180     05  TV-CONTACT-NAME         PIC X(25).
000190     05  TV-CONTACT-PHONE        PIC X(15).
000200     05  TV-LEAD-DAYS            PIC 9(03).
000210     05  FILLER                  PIC X(11).
