000600* BALANCING PROGRAM CROSS-FOOTS THEM INTO ONE BALANCE SHEET.
000700* TOTAL IDS IN USE:
000800*   RATEEDIT: READ, ACCEPTED, REJECTED
000900*   CEILRPT : READ, PENDED, PENDIN, WRITTEN, HELD (APPLY ONLY) -
001000*             CUMULATIVE OVER A RESTARTED RUN, SO ONE
001100*             COMPLETED LOGICAL RUN WRITES ONE COHERENT SET
001200*   RATECHK : DETAILS, TRLCOUNT (TRLCOUNT ONLY WHEN A TRAILER
001300*             WAS PRESENT)
001400*   PRORATE : TRANREAD, CREDITS, REJECTED, SUPPRESS, REVERSED
001500*   CEILAUDH: AUDREAD, AUDKEPT, AUDARCH, CTLREAD, CTLKEPT,
001600*             CTLARCH
001650*   RATEREL : HOLDREAD, RELEASED, DENIED, UNDECIDED
001700* BALRPT SUMS EVERY RECORD WITH THE SAME PROGRAM AND TOTAL ID,
001800* SO TWO EDIT-PLUS-IMPACT PASSES IN ONE NIGHT STILL BALANCE.
001900*----------------------------------------------------------------
002000*    DATE      INIT  DESCRIPTION
002100*  --------   ----  ---------------------------------------------
002200*  09/02/26   RH    ORIGINAL COPYBOOK.
002250*  10/15/26   RH    ADDED PRORATE TOTAL ID REVERSED.
002275*  10/15/26   RH    ADDED CEILRPT HELD AND THE RATEREL IDS.
002300*----------------------------------------------------------------
002400 01  BALANCE-RECORD.
002500     05  BAL-PROGRAM         PIC X(08).
