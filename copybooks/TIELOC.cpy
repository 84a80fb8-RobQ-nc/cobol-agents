000114*                  - RETURNED STOCK HELD FOR INSPECTION. IT IS
000116*                  NOT PART OF TL-QTY-ON-HAND, DOES NOT RELEASE
000118*                  BACKORDERS AND DOES NOT COUNT AS AVAILABLE.
000119* 10/15/2026  RQ   ADDED TL-REORDER-POINT (CARVED FROM FILLER) -
000120*                  THE WAREHOUSE'S OWN REORDER POINT, SET BY
000121*                  MCP-MNT01 ACTION "W". ZERO OR NOT NUMERIC
000122*                  MEANS NONE IS SET AND THE WAREHOUSE TAKES NO
000123*                  PART IN MCP-BAL01 STOCK BALANCING.
000124*-----------------------------------------------------------------
000130 01  TIE-LOCATION-RECORD.
000140     05  TL-LOC-KEY.
000150         10  TL-STYLE-CODE       PIC X(06).
000160         10  TL-WHSE-CODE        PIC X(03).
000170     05  TL-QTY-ON-HAND          PIC S9(07).
000175     05  TL-QTY-QUARANTINE       PIC S9(07).
000280     05  TL-REORDER-POINT        PIC 9(04).
000290     05  FILLER                  PIC X(03).
