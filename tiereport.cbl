000680                   ==TM-QTY-ON-HAND==    BY ==SW-QTY-ON-HAND==
000690                   ==TM-UNIT-PRICE==     BY ==SW-UNIT-PRICE==
000700                   ==TM-REORDER-POINT==  BY ==SW-REORDER-POINT==
000710                   ==TM-REORDER-QTY==    BY ==SW-REORDER-QTY==
000715                   ==TM-AVG-COST==       BY ==SW-AVG-COST==.
000720 FD  TIE-LOCATION
000730     LABEL RECORDS ARE STANDARD.
000740     COPY TIELOC.
