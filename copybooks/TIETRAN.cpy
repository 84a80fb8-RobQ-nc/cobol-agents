000121*                  RESTOCK GOES BACK TO THE SELLABLE BALANCE,
000122*                  INSPECT GOES TO QUARANTINE ON TIE-LOCATION,
000123*                  SCRAP WRITES OFF TO THE DAMAGE REGISTER.
000124* 10/15/2026  RQ   TT-CUST-PRIORITY IS NO LONGER TRUSTED ON A
000125*                  SHIP - MCP-AGENT REPLACES IT WITH TU-PRIORITY
000126*                  FROM TIE-CUSTOMER BEFORE POSTING.
000127*-----------------------------------------------------------------
000120 01  TIE-TRANS-RECORD.
000130     05  TT-STYLE-CODE           PIC X(06).
000140     05  TT-TRANS-QTY            PIC S9(07).
