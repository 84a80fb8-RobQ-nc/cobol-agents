000130*                  RESTART CAN DROP SUSPENSE RECORDS FROM THE
000131*                  FAILED ATTEMPT'S UNCHECKPOINTED TAIL INSTEAD
000132*                  OF SUSPENDING THEM A SECOND TIME.
000133* 10/15/2026  RQ   ADDED THE UNKNOWN-CUSTOMER AND CREDIT-HOLD
000134*                  REASON CODES - CUSTOMER SHIPS ARE NOW EDITED
000135*                  AGAINST TIE-CUSTOMER.
000136* 10/15/2026  RQ   ADDED THE UNKNOWN-WAREHOUSE AND CLOSED-
000137*                  WAREHOUSE REASON CODES - WAREHOUSE CODES ARE
000138*                  NOW EDITED AGAINST TIE-WAREHOUSE.
000139*-----------------------------------------------------------------
000140 01  TIE-SUSPENSE-RECORD.
000150     05  TS-TRANS-IMAGE          PIC X(49).
000160     05  TS-REASON-CODE          PIC X(02).
000174         88  TS-SHORT-TRANSFER       VALUE "IT".
000176         88  TS-BAD-DIRECTION        VALUE "BD".
000178         88  TS-BAD-DISPOSITION      VALUE "BP".
000179         88  TS-UNKNOWN-CUST         VALUE "UC".
000180         88  TS-CREDIT-HOLD          VALUE "CH".
000181         88  TS-UNKNOWN-WHSE         VALUE "UW".
000182         88  TS-CLOSED-WHSE          VALUE "CW".
000183     05  TS-RUN-DATE             PIC X(08).
000185     05  TS-TRANS-SEQ            PIC 9(07).
000190     05  FILLER                  PIC X(04).
