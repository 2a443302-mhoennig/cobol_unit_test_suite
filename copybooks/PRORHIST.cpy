001000*    DATE      INIT  DESCRIPTION
001100*  --------   ----  ---------------------------------------------
001200*  09/02/26   RH    ORIGINAL COPYBOOK.
001207*  10/15/26   RH    ADDED PH-ENTRY-TYPE, PH-CHARGE-AMOUNT AND
001214*                   PH-NET-AMOUNT IN FORMER FILLER.  A CREDIT
001221*                   ENTRY NOW CARRIES ALL THREE AMOUNTS OF THE
001228*                   CRDOUT RECORD SO A LATER REVERSAL CAN OFFSET
001235*                   IT EXACTLY.  A REVERSAL ENTRY ('R') MARKS
001242*                   THE CREDIT ENTRY FOR THE SAME ACCOUNT AND
001249*                   CYCLE AS REVERSED - THE FILE IS APPEND-ONLY,
001256*                   SO THE ORIGINAL ROW IS NEVER REWRITTEN - AND
001263*                   A REVERSED CREDIT NO LONGER SUPPRESSES A NEW
001270*                   ONE.  THE AMOUNTS ON AN 'R' ROW ARE THOSE OF
001277*                   THE CREDIT IT REVERSED, UNSIGNED EXCEPT NET.
001284*                   ROWS WRITTEN BEFORE THIS CHANGE ARE CREDIT
001291*                   ENTRIES WITH SPACES IN CHARGE AND NET.
001300*----------------------------------------------------------------
001400 01  HISTORY-RECORD.
001500     05  PH-ACCT-NO          PIC X(10).
001900     05  PH-CREDIT-AMOUNT    PIC 9(04).
002000     05  FILLER              PIC X(01).
002100     05  PH-RUN-DATE         PIC 9(08).
002200     05  FILLER              PIC X(01).
002300     05  PH-ENTRY-TYPE       PIC X(01).
002400         88  PH-CREDIT-ENTRY         VALUE SPACE.
002500         88  PH-REVERSAL-ENTRY       VALUE 'R'.
002600     05  FILLER              PIC X(01).
002700     05  PH-CHARGE-AMOUNT    PIC 9(04).
002800     05  FILLER              PIC X(01).
002900     05  PH-NET-AMOUNT       PIC S9(05).
003000     05  FILLER              PIC X(36).
