000010*****************************************************************
000020* TIEWMT                                                         *
000030*   TIE-WAREHOUSE BATCH MAINTENANCE TRANSACTION RECORD LAYOUT    *
000040*****************************************************************
000050*-----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*-----------------------------------------------------------------
000080* 10/15/2026  RQ   ORIGINAL COPYBOOK - ADD/CHANGE/DELETE
000090*                  MAINTENANCE AGAINST TIE-WAREHOUSE, APPLIED BY
000100*                  MCP-WHS01. A CHANGE REPLACES THE WHOLE
000110*                  RECORD, SO CLOSING A WAREHOUSE IS A CHANGE
000120*                  CARRYING WN-STATUS "C" AND REOPENING IT ONE
000130*                  CARRYING "A".
000140*-----------------------------------------------------------------
000150 01  TIE-WMAINT-RECORD.
000160     05  WN-ACTION-CODE          PIC X(01).
000170         88  WN-ADD                  VALUE "A".
000180         88  WN-CHANGE               VALUE "C".
000190         88  WN-DELETE               VALUE "D".
000200     05  WN-WHSE-CODE            PIC X(03).
000210     05  WN-WHSE-NAME            PIC X(30).
000220     05  WN-WHSE-CITY            PIC X(20).
000230     05  WN-WHSE-STATE           PIC X(02).
000240     05  WN-STATUS               PIC X(01).
000250     05  FILLER                  PIC X(23).
