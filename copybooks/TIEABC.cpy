000010*****************************************************************
000020* TIEABC                                                         *
000030*   ABC CLASSIFICATION RECORD LAYOUT - ONE RECORD PER STYLE,     *
000040*   REBUILT MONTHLY BY MCP-ABC01 IN STYLE ORDER                  *
000050*****************************************************************
000060*-----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*-----------------------------------------------------------------
000090* 10/15/2026  RQ   ORIGINAL COPYBOOK - THE STYLE'S CLASS FROM
000100*                  ITS TWELVE MONTH SHIPPED DOLLARS AT COST,
000110*                  WITH THE RANK AND CUMULATIVE PERCENT OF ALL
000120*                  DOLLARS IT WAS CLASSED ON. READ BY THE
000130*                  MCP-CYC01 CYCLE-COUNT SCHEDULER.
000140*-----------------------------------------------------------------
000150 01  TIE-ABC-RECORD.
000160     05  AB-STYLE-CODE           PIC X(06).
000170     05  AB-ABC-CLASS            PIC X(01).
000180         88  AB-CLASS-A              VALUE "A".
000190         88  AB-CLASS-B              VALUE "B".
000200         88  AB-CLASS-C              VALUE "C".
000210     05  AB-ANNUAL-UNITS         PIC S9(09).
000220     05  AB-ANNUAL-DOLLARS       PIC S9(11)V99.
000230     05  AB-RANK                 PIC 9(05).
000240     05  AB-CUM-PCT              PIC 9(03)V9.
000250     05  AB-CLASS-DATE           PIC X(08).
000260     05  FILLER                  PIC X(04).
