000010*****************************************************************
000020* TIECYC                                                         *
000030*   CYCLE-COUNT CONTROL RECORD LAYOUT - ONE RECORD PER STYLE     *
000040*   AND WAREHOUSE, KEYED LIKE TIE-LOCATION                       *
000050*****************************************************************
000060*-----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*-----------------------------------------------------------------
000090* 10/15/2026  RQ   ORIGINAL COPYBOOK - BUILT AND CLASSED BY THE
000100*                  MCP-CYC01 SCHEDULER, WHICH STAMPS THE DATE A
000110*                  COMBINATION WAS LAST PUT ON A COUNT SHEET.
000120*                  MCP-CNT01 STAMPS THE DATE IT WAS LAST
000130*                  COUNTED, CYCLE OR WALL-TO-WALL.
000140*-----------------------------------------------------------------
000150 01  TIE-CYCLE-RECORD.
000160     05  CY-CYCLE-KEY.
000170         10  CY-STYLE-CODE       PIC X(06).
000180         10  CY-WHSE-CODE        PIC X(03).
000190     05  CY-ABC-CLASS            PIC X(01).
000200     05  CY-LAST-COUNT-DATE      PIC X(08).
000210     05  CY-LAST-SCHED-DATE      PIC X(08).
000220     05  CY-TIMES-COUNTED        PIC 9(05).
000230     05  FILLER                  PIC X(09).
