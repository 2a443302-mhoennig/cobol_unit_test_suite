000200* PRORREC - RECORD LAYOUT FOR THE MID-CYCLE PLAN-CHANGE
000300* TRANSACTION FILE READ BY PRORATE.  ONE RECORD PER ACCOUNT
000400* WHOSE PLAN CHANGED MID-CYCLE: THE MONTHLY RATE BEING LEFT,
000450* THE DATE OF THE CHANGE AND THE ACCOUNT'S BILL CYCLE CODE.
000500* PRORATE DERIVES THE DAYS USED AND THE DAYS IN THE CYCLE FROM
000550* THE DATE AND THE BILLING-CYCLE CALENDAR (COPYBOOK BILLCYC).
000600*----------------------------------------------------------------
000700*    DATE      INIT  DESCRIPTION
000800*  --------   ----  ---------------------------------------------
000950*                   PLAN CREDIT.  RECORDS WRITTEN BEFORE THIS
000960*                   CHANGE CARRY SPACES HERE AND PRICE AS
000970*                   CREDIT-ONLY ADJUSTMENTS (ZERO CHARGE).
000973*  10/15/26   RH    ADDED PROR-TRAN-TYPE AND PROR-REV-CYCLE IN
000976*                   FORMER FILLER.  TYPE 'R' IS A REVERSAL OF
000979*                   THE CREDIT ALREADY SENT TO BILLING FOR THE
000982*                   ACCOUNT IN THE CYCLE (YYYYMM) NAMED IN
000985*                   PROR-REV-CYCLE - ONLY THE ACCOUNT AND THE
000988*                   CYCLE ARE READ ON A REVERSAL.  SPACE OR 'P'
000991*                   IS AN ORDINARY PLAN CHANGE, SO RECORDS
000994*                   WRITTEN BEFORE THIS CHANGE STILL PRICE.
000995*  10/15/26   RH    ADDED PROR-CHANGE-DATE AND PROR-CYCLE-CODE
000996*                   IN FORMER FILLER.  THE KEYED DAY COUNTS IN
000997*                   COLUMNS 17-20 ARE NO LONGER READ AND ARE
000998*                   NOW FILLER - THE CHANGE DATE IS THE FIRST
000999*                   DAY ON THE NEW PLAN.
001000*----------------------------------------------------------------
001100 01  PROR-RECORD.
001200     05  PROR-ACCT-NO        PIC X(10).
001300     05  PROR-MONTHLY-RATE   PIC 9(4)V9(2).
001405     05  FILLER              PIC X(04).
001510     05  PROR-NEW-MONTHLY-RATE PIC 9(4)V9(2).
001520     05  PROR-TRAN-TYPE      PIC X(01).
001530         88  PROR-PLAN-CHANGE        VALUE SPACE 'P'.
001540         88  PROR-REVERSAL           VALUE 'R'.
001550     05  PROR-REV-CYCLE      PIC 9(06).
001560     05  PROR-CHANGE-DATE    PIC 9(08).
001570     05  PROR-CYCLE-CODE     PIC X(02).
001580     05  FILLER              PIC X(37).
