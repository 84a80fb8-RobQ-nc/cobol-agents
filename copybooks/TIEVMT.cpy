000010*****************************************************************
000020* TIEVMT                                                         *
000030*   TIE-VENDOR BATCH MAINTENANCE TRANSACTION RECORD LAYOUT       *
000040*****************************************************************
000050*-----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*-----------------------------------------------------------------
000080* 10/15/2026  RQ   ORIGINAL COPYBOOK - ADD/CHANGE/DELETE
000090*                  MAINTENANCE AGAINST TIE-VENDOR, APPLIED BY
000100*                  MCP-VND01.
000110*-----------------------------------------------------------------
000120 01  TIE-VMAINT-RECORD.
000130     05  VN-ACTION-CODE          PIC X(01).
000140         88  VN-ADD                  VALUE "A".
000150         88  VN-CHANGE               VALUE "C".
000160         88  VN-DELETE               VALUE "D".
000170     05  VN-VENDOR-CODE          PIC X(06).
000180     05  VN-VENDOR-NAME          PIC X(30).
000190     05  VN-CONTACT-NAME         PIC X(25).
000200     05  VN-CONTACT-PHONE        PIC X(15).
000210     05  VN-LEAD-DAYS            PIC 9(03).
000220     05  FILLER                  PIC X(10).
