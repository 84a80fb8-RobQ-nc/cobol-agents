000320*                  CURRENT FILE, SO AN INQUIRY CAN REACH PAST
000330*                  THE RETENTION WINDOW. A MISSING ARCHIVE DD
000340*                  JUST MEANS NOTHING HAS BEEN ARCHIVED YET.
000342* 10/15/2026  RQ   ARCHIVE RECORDS FOLLOW THE LONGER TIE-HISTORY
000344*                  LAYOUT (94).
000350*-----------------------------------------------------------------
000360* ___________________________
000370*|                           |
000630     COPY TIEHIS.
000640 FD  TIE-HIST-ARCH
000650     LABEL RECORDS ARE STANDARD.
000660 01  TIE-HIST-ARCH-REC              PIC X(94).
000670 FD  TIE-INQUIRY-RPT
000680     LABEL RECORDS ARE STANDARD.
000690 01  TIE-INQUIRY-LINE               PIC X(80).
