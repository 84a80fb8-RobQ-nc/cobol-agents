000010*****************************************************************
000020* TIECUS                                                         *
000030*   CUSTOMER MASTER RECORD LAYOUT - ONE RECORD PER ACCOUNT TIES  *
000040*   SHIP TO, KEYED BY TU-CUST-CODE                               *
000050*****************************************************************
000060*-----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*-----------------------------------------------------------------
000090* 10/15/2026  RQ   ORIGINAL COPYBOOK - MAINTAINED BY MCP-CUS01.
000100*                  MCP-AGENT EDITS EVERY CUSTOMER SHIP AGAINST
000110*                  IT, TAKES THE PRIORITY FLAG FROM TU-PRIORITY
000120*                  RATHER THAN THE TRANSACTION, AND HOLDS SHIPS
000130*                  AND BACKORDER RELEASES FOR ACCOUNTS WITH
000140*                  TU-CREDIT-HOLD SET.
000150*-----------------------------------------------------------------
000160 01  TIE-CUSTOMER-RECORD.
000170     05  TU-CUST-CODE            PIC X(06).
000180     05  TU-CUST-NAME            PIC X(30).
000190     05  TU-SHIPTO-NAME          PIC X(30).
000200     05  TU-SHIPTO-ADDRESS       PIC X(30).
000210     05  TU-SHIPTO-CITY          PIC X(20).
000220     05  TU-SHIPTO-STATE         PIC X(02).
000230     05  TU-SHIPTO-ZIP           PIC X(10).
000240     05  TU-PRIORITY             PIC X(01).
000250         88  TU-PRIORITY-ACCOUNT     VALUE "Y".
000260     05  TU-CREDIT-HOLD          PIC X(01).
000270         88  TU-ON-CREDIT-HOLD       VALUE "Y".
000280     05  FILLER                  PIC X(10).
