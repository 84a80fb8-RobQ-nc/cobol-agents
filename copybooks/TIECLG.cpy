000010*****************************************************************
000020* TIECLG                                                         *
000030*   COUNT RESULT LOG RECORD LAYOUT - ONE RECORD PER COUNT        *
000040*   MCP-CNT01 PROCESSES, APPENDED FOR THE ACCURACY REPORT        *
000050*****************************************************************
000060*-----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*-----------------------------------------------------------------
000090* 10/15/2026  RQ   ORIGINAL COPYBOOK - BOOK AND COUNTED
000100*                  QUANTITY, THE VARIANCE AND WHAT WAS DONE
000110*                  WITH IT, AND THE ABC CLASS OF THE STYLE AND
000120*                  WAREHOUSE AT THE TIME OF THE COUNT. READ BY
000130*                  MCP-CYC02.
000140*-----------------------------------------------------------------
000150 01  TIE-COUNT-LOG-RECORD.
000160     05  CG-STYLE-CODE           PIC X(06).
000170     05  CG-WHSE-CODE            PIC X(03).
000180     05  CG-ABC-CLASS            PIC X(01).
000190     05  CG-COUNT-DATE           PIC X(08).
000200     05  CG-BOOK-QTY             PIC S9(07).
000210     05  CG-COUNT-QTY            PIC 9(07).
000220     05  CG-VARIANCE             PIC S9(07).
000230     05  CG-UNIT-COST            PIC S9(05)V99.
000240     05  CG-DISPOSITION          PIC X(01).
000250         88  CG-NO-VARIANCE          VALUE "N".
000260         88  CG-ADJUSTED             VALUE "A".
000270         88  CG-HELD                 VALUE "H".
000280     05  CG-RUN-DATE             PIC X(08).
000290     05  FILLER                  PIC X(05).
