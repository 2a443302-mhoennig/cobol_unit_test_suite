001000*   03 - DUPLICATE RATE-ACCT-NO
001100*   04 - SHORT RECORD (AMOUNT FIELD EMPTY)
001110*   05 - RATE-EFF-DATE NOT A REAL CALENDAR DATE
001155*   06 - RATE-CLASS NOT ON THE CLASS FILE, OR NOT ACTIVE
001200*----------------------------------------------------------------
001300*    DATE      INIT  DESCRIPTION
001400*  --------   ----  ---------------------------------------------
001900*                   ITS AUDIT READERS.
001910*  09/02/26   RH    ADDED REASON CODE 05 - RATE-EFF-DATE FAILS
001920*                   THE DATEVAL CALENDAR EDIT.
001946*  10/15/26   RH    ADDED REASON CODE 06 - RATE-CLASS FAILS THE
001972*                   RATE-CLASS REFERENCE FILE (COPYBOOK RATECLS).
002000*----------------------------------------------------------------
002100 01  REJECT-RECORD.
002200     05  REJ-RATE-DATA       PIC X(79).
