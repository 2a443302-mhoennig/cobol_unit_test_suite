000100*----------------------------------------------------------------
000200* RATECLS - RECORD LAYOUT FOR THE RATE-CLASS REFERENCE FILE.
000300* ONE RECORD PER RATE-CLASS CODE THE BILLING SYSTEM RECOGNIZES:
000400* THE CODE, A DESCRIPTION, THE INCREMENT CEILRPT ROUNDS THAT
000500* CLASS UP TO (THROUGH CEIL-UNIT - ZERO MEANS THE WHOLE DOLLAR)
000600* AND AN ACTIVE FLAG.  RATEEDIT, RATEFIX AND RATEMNT REJECT A
000700* RATE-CLASS THAT IS NOT ON THIS FILE OR IS NOT FLAGGED ACTIVE,
000800* SO A MISKEYED CLASS CAN NO LONGER OPEN A NEW BUCKET ON THE
000900* CLASS SUMMARY.  A BLANK RATE-CLASS IS NOT LOOKED UP - RECORDS
001000* WRITTEN BEFORE RATE-CLASS EXISTED CARRY SPACES THERE.
001100* MAINTAINED BY HAND IN CLASS-CODE ORDER; AN INACTIVE CLASS
001200* STAYS ON THE FILE SO ITS HISTORY STILL HAS A DESCRIPTION.
001216* THE HOLD TYPE AND LIMIT SET THE CLASS'S SIGN-OFF THRESHOLD FOR
001232* A CEILRPT APPLY RUN: 'A' HOLDS A RECORD WHOSE ROUNDING DELTA
001248* EXCEEDS THE LIMIT IN DOLLARS, 'P' ONE WHOSE DELTA EXCEEDS THE
001264* LIMIT AS A PERCENT OF THE ORIGINAL AMOUNT.  A BLANK HOLD TYPE
001280* LEAVES THE CLASS TO THE THRESHOLD ON CEILRPT'S SYSIN CARD.
001300*----------------------------------------------------------------
001400*    DATE      INIT  DESCRIPTION
001500*  --------   ----  ---------------------------------------------
001600*  10/15/26   RH    ORIGINAL COPYBOOK.
001633*  10/15/26   RH    ADDED RCL-HOLD-TYPE AND RCL-HOLD-LIMIT IN
001666*                   FORMER FILLER FOR THE CEILRPT HOLD QUEUE.
001700*----------------------------------------------------------------
001800 01  CLASS-RECORD.
001900     05  RCL-CLASS           PIC X(02).
002000     05  FILLER              PIC X(01).
002100     05  RCL-DESCRIPTION     PIC X(30).
002200     05  FILLER              PIC X(01).
002300     05  RCL-ROUND-UNIT      PIC 9(3)V9(2).
002400     05  FILLER              PIC X(01).
002500     05  RCL-ACTIVE-FLAG     PIC X(01).
002600         88  RCL-CLASS-ACTIVE        VALUE 'Y'.
002700     05  FILLER              PIC X(01).
002800     05  RCL-HOLD-TYPE       PIC X(01).
002900         88  RCL-HOLD-BY-AMOUNT      VALUE 'A'.
003000         88  RCL-HOLD-BY-PERCENT     VALUE 'P'.
003100         88  RCL-NO-HOLD-LIMIT       VALUE SPACE.
003200     05  FILLER              PIC X(01).
003300     05  RCL-HOLD-LIMIT      PIC 9(5)V9(2).
003400     05  FILLER              PIC X(29).
