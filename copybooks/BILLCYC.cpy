000100*----------------------------------------------------------------
000200* BILLCYC - RECORD LAYOUT FOR THE BILLING-CYCLE CALENDAR FILE.
000300* ONE RECORD PER BILL CYCLE CODE PER BILLING MONTH: THE CYCLE
000400* CODE THE ACCOUNT BILLS ON, THE BILLING MONTH (YYYYMM) WHOSE
000500* CREDITS THE CYCLE CARRIES, AND THE FIRST AND LAST CALENDAR
000600* DAYS (YYYYMMDD) OF THE CYCLE, BOTH INCLUSIVE.  PRORATE LOADS
000700* THE ROWS FOR THE CURRENT BILLING MONTH AND WORKS OUT DAYS USED
000800* AND DAYS IN CYCLE FROM THEM AND THE PLAN-CHANGE DATE, SO A
000900* LEAP-YEAR FEBRUARY OR A 31-DAY MONTH IS COUNTED THE SAME WAY
001000* FOR EVERY ACCOUNT.  MAINTAINED BY HAND, A YEAR AHEAD, IN CYCLE-
001100* CODE ORDER WITHIN BILLING MONTH; ROWS FOR PAST MONTHS MAY STAY
001200* ON THE FILE.
001300*----------------------------------------------------------------
001400*    DATE      INIT  DESCRIPTION
001500*  --------   ----  ---------------------------------------------
001600*  10/15/26   RH    ORIGINAL COPYBOOK.
001700*----------------------------------------------------------------
001800 01  CYCLE-RECORD.
001900     05  BCY-CYCLE-CODE      PIC X(02).
002000     05  FILLER              PIC X(01).
002100     05  BCY-BILL-PERIOD     PIC 9(06).
002200     05  FILLER              PIC X(01).
002300     05  BCY-START-DATE      PIC 9(08).
002400     05  FILLER              PIC X(01).
002500     05  BCY-END-DATE        PIC 9(08).
002600     05  FILLER              PIC X(53).
