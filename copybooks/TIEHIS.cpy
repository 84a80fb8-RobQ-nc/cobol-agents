000148*                  WAREHOUSE TRANSFER CARRY IT SO THE GL
000149*                  EXTRACT CAN LEAVE WAREHOUSE MOVES OUT OF
000150*                  PURCHASES AND COST OF SALES.
000151* 10/15/2026  RQ   ADDED TH-UNIT-COST - THE UNIT COST THE
000152*                  MOVEMENT WAS BOOKED AT (PO COST ON A MATCHED
000153*                  RECEIPT, TM-AVG-COST OTHERWISE) SO THE GL
000154*                  EXTRACT AND MARGIN REPORT VALUE AT COST.
000155*                  RECORD LENGTH GROWS FROM 74 TO 80.
000156* 10/15/2026  RQ   ADDED TH-VENDOR-CODE AND TH-PO-DUE-DATE - A
000157*                  RECEIPT MATCHED TO AN OPEN PO CARRIES THE
000158*                  VENDOR AND DUE DATE OF THE FIRST PO LINE IT
000159*                  DREW DOWN, FOR THE VENDOR SCORECARD. RECORD
000160*                  LENGTH GROWS FROM 80 TO 94.
000161*-----------------------------------------------------------------
000150 01  TIE-HISTORY-RECORD.
000160     05  TH-STYLE-CODE           PIC X(06).
000165     05  TH-WHSE-CODE            PIC X(03).
000254         88  TH-WHSE-TRANSFER        VALUE "T".
000260     05  TH-ORDER-NO             PIC X(08).
000270     05  TH-CUST-CODE            PIC X(06).
000275     05  TH-UNIT-COST            PIC S9(05)V99.
000276     05  TH-VENDOR-CODE          PIC X(06).
000277     05  TH-PO-DUE-DATE          PIC X(08).
000280     05  FILLER                  PIC X(01).
