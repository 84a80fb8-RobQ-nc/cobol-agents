000100*                  MCP-MNT01.
000102* 08/22/2026  RQ   CARRIES TN-REORDER-POINT AND TN-REORDER-QTY
000104*                  ALONGSIDE THE NEW TIE-MASTER REORDER FIELDS.
000105* 10/15/2026  RQ   ADDED ACTION "W" AND TN-WHSE-CODE - SETS THE
000106*                  REORDER POINT OF ONE STYLE AT ONE WAREHOUSE
000107*                  (TL-REORDER-POINT ON TIE-LOCATION) FROM
000108*                  TN-REORDER-POINT. RECORD GROWS 50 TO 53.
000109* 10/15/2026  RQ   ADDED TN-AVG-COST - SETS OR CORRECTS
000110*                  TM-AVG-COST ON AN ADD OR CHANGE. LEFT BLANK,
000111*                  AN ADD STARTS AT ZERO AND A CHANGE KEEPS THE
000112*                  COST ON FILE. RECORD GROWS 53 TO 60.
000113*-----------------------------------------------------------------
000120 01  TIE-MAINT-RECORD.
000130     05  TN-ACTION-CODE          PIC X(01).
000140         88  TN-ADD                  VALUE "A".
000150         88  TN-CHANGE               VALUE "C".
000160         88  TN-DELETE               VALUE "D".
000165         88  TN-WHSE-POINT           VALUE "W".
000170     05  TN-STYLE-CODE           PIC X(06).
000180     05  TN-SIZE-CODE            PIC X(10).
000190     05  TN-COLOR-CODE           PIC X(10).
000210     05  TN-UNIT-PRICE           PIC S9(05)V99.
000212     05  TN-REORDER-POINT        PIC 9(04).
000214     05  TN-REORDER-QTY          PIC 9(04).
000215     05  TN-WHSE-CODE            PIC X(03).
000216     05  TN-AVG-COST             PIC S9(05)V99.
000217     05  TN-AVG-COST-X REDEFINES TN-AVG-COST
000218                                 PIC X(07).
000220     05  FILLER                  PIC X(01).
