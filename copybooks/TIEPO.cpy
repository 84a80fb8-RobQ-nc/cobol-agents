000110*                  DOWN BY MCP-AGENT AS RECEIPTS POST, AND READ
000120*                  BY MCP-RPL01 SO STYLES ALREADY COVERED BY AN
000130*                  OPEN PO ARE NOT RE-SUGGESTED EVERY NIGHT.
000132* 10/15/2026  RQ   ADDED PO-UNIT-COST (CARVED FROM FILLER) - THE
000134*                  VENDOR'S UNIT COST ON THE LINE, FOLDED INTO
000136*                  TM-AVG-COST BY MCP-AGENT AS RECEIPTS POST.
000137* 10/15/2026  RQ   ADDED PO-VENDOR-CODE (TIE-VENDOR KEY) SO THE
000138*                  OVERDUE LISTING NAMES WHO TO CHASE AND
000139*                  RECEIPTS CAN BE SCORED BY VENDOR. RECORD
000140*                  LENGTH GROWS FROM 50 TO 56.
000145*-----------------------------------------------------------------
000150 01  TIE-OPENPO-RECORD.
000160     05  PO-PO-NUMBER            PIC X(08).
000170     05  PO-STYLE-CODE           PIC X(06).
000190     05  PO-QTY-ORDERED          PIC 9(07).
000200     05  PO-QTY-RECEIVED         PIC 9(07).
000210     05  PO-DUE-DATE             PIC X(08).
000215     05  PO-UNIT-COST            PIC S9(05)V99.
000217     05  PO-VENDOR-CODE          PIC X(06).
000220     05  FILLER                  PIC X(04).
