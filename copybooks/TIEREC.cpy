000112* 08/22/2026  RQ   ADDED TM-REORDER-POINT AND TM-REORDER-QTY
000114*                  (CARVED FROM FILLER) FOR THE MCP-RPL01
000116*                  REPLENISHMENT PASS.
000117* 10/15/2026  RQ   ADDED TM-AVG-COST - MOVING WEIGHTED-AVERAGE
000118*                  UNIT COST, RECALCULATED BY MCP-AGENT AS
000119*                  RECEIPTS POST. INVENTORY IS NOW VALUED AT
000120*                  COST; TM-UNIT-PRICE STAYS THE SELLING PRICE.
000121*                  RECORD LENGTH GROWS FROM 49 TO 56.
000125*-----------------------------------------------------------------
000130 01  TIE-MASTER-RECORD.
000140     05  TM-STYLE-CODE           PIC X(06).
000150     05  TM-SIZE-CODE            PIC X(10).
000190     05  TM-UNIT-PRICE           PIC S9(05)V99.
000192     05  TM-REORDER-POINT        PIC 9(04).
000194     05  TM-REORDER-QTY          PIC 9(04).
000196     05  TM-AVG-COST             PIC S9(05)V99.
000200     05  FILLER                  PIC X(01).
