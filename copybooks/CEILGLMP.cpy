000100*----------------------------------------------------------------
000200* CEILGLMP - RECORD LAYOUT FOR THE ROUNDING GL ACCOUNT MAPPING
000300* FILE.  ONE RECORD PER JOB-ID/ENTRY-POINT COMBINATION CEILGLJ
000400* POSTS TO THE GENERAL LEDGER, NAMING THE ACCOUNT DEBITED AND
000500* THE ACCOUNT CREDITED WHEN THE MONTH'S AMOUNT IS POSITIVE - A
000600* NEGATIVE MONTH SWAPS THE TWO SIDES.  THE CEILVHST VARIANCE
000700* FOR A COMBINATION IS MONEY CEIL'S ROUNDING ADDED, SO ITS ROW
000800* NORMALLY DEBITS THE RECEIVABLE CLEARING ACCOUNT AND CREDITS
000900* THE ROUNDING REVENUE ACCOUNT.  THE FLOOR-SIDE PRORATION
001000* CREDITS ON CRDHIST POST UNDER THE RESERVED KEY JOB-ID PRORATE,
001100* ENTRY POINT FLOOR (FLOOR WRITES NO AUDIT RECORDS, SO THE KEY
001200* CANNOT COLLIDE WITH A CEILVHST COMBINATION); THAT ROW NORMALLY
001300* DEBITS THE PRORATION CREDIT ACCOUNT AND CREDITS THE
001400* RECEIVABLE CLEARING ACCOUNT.  MAINTAINED BY HAND WITH FINANCE;
001500* A COMBINATION WITH NO ROW STOPS THE JOURNAL - SEE CEILGLJ.
001600*----------------------------------------------------------------
001700*    DATE      INIT  DESCRIPTION
001800*  --------   ----  ---------------------------------------------
001900*  10/15/26   RH    ORIGINAL COPYBOOK.
002000*----------------------------------------------------------------
002100 01  GL-MAP-RECORD.
002200     05  GLM-JOB-ID          PIC X(08).
002300     05  FILLER              PIC X(01).
002400     05  GLM-ENTRY-POINT     PIC X(14).
002500     05  FILLER              PIC X(01).
002600     05  GLM-DEBIT-ACCOUNT   PIC X(12).
002700     05  FILLER              PIC X(01).
002800     05  GLM-CREDIT-ACCOUNT  PIC X(12).
002900     05  FILLER              PIC X(31).
