000010*****************************************************************
000020* TIECMT                                                         *
000030*   TIE-CUSTOMER BATCH MAINTENANCE TRANSACTION RECORD LAYOUT     *
000040*****************************************************************
000050*-----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*-----------------------------------------------------------------
000080* 10/15/2026  RQ   ORIGINAL COPYBOOK - ADD/CHANGE/DELETE
000090*                  MAINTENANCE AGAINST TIE-CUSTOMER, APPLIED BY
000100*                  MCP-CUS01. A CHANGE REPLACES THE WHOLE
000110*                  RECORD, SO LIFTING A CREDIT HOLD IS A CHANGE
000120*                  CARRYING CC-CREDIT-HOLD "N".
000130*-----------------------------------------------------------------
000140 01  TIE-CMAINT-RECORD.
000150     05  CC-ACTION-CODE          PIC X(01).
000160         88  CC-ADD                  VALUE "A".
000170         88  CC-CHANGE               VALUE "C".
000180         88  CC-DELETE               VALUE "D".
000190     05  CC-CUST-CODE            PIC X(06).
000200     05  CC-CUST-NAME            PIC X(30).
000210     05  CC-SHIPTO-NAME          PIC X(30).
000220     05  CC-SHIPTO-ADDRESS       PIC X(30).
000230     05  CC-SHIPTO-CITY          PIC X(20).
000240     05  CC-SHIPTO-STATE         PIC X(02).
000250     05  CC-SHIPTO-ZIP           PIC X(10).
000260     05  CC-PRIORITY             PIC X(01).
000270     05  CC-CREDIT-HOLD          PIC X(01).
000280     05  FILLER                  PIC X(09).
