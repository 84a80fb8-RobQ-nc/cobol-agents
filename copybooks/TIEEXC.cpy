000094*                  ACCUMULATING LOG SO MCP-RPT03 CAN FOLD EACH
000096*                  DAY'S EXCEPTION COUNT INTO THE RUN-HISTORY
000098*                  OPERATIONS REPORT.
000099* 10/15/2026  RQ   ADDED TX-VENDOR-CODE - A RECEIPT OVER THE PO
000100*                  OPEN QUANTITY NAMES THE VENDOR OF THE LINES
000101*                  IT DREW DOWN. RECORD LENGTH GROWS 54 TO 60.
000105*-----------------------------------------------------------------
000110 01  TIE-EXCEPTION-RECORD.
000120     05  TX-STYLE-CODE           PIC X(06).
000130     05  TX-BAD-SIZE-CODE        PIC X(10).
000140     05  TX-REASON                PIC X(30).
000150     05  TX-RUN-DATE             PIC X(08).
000160     05  TX-VENDOR-CODE          PIC X(06).
