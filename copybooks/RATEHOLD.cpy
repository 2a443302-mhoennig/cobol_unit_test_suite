000100*----------------------------------------------------------------
000200* RATEHOLD - RECORD LAYOUT FOR THE CEILRPT HOLD FILE.  IN APPLY
000300* MODE A RECORD WHOSE ROUNDING DELTA EXCEEDS ITS SIGN-OFF
000400* THRESHOLD (THE RATE CLASS'S LIMIT ON THE CLASS FILE, ELSE THE
000500* LIMIT ON CEILRPT'S FOURTH SYSIN CARD) IS WRITTEN HERE INSTEAD
000600* OF TO THE ROUNDED RATE FILE, AND STAYS OUT OF THE PRODUCTION
000700* LOAD UNTIL A NAMED APPROVER RELEASES IT THROUGH RATEREL.
000800* HLD-RATE-DATA IS THE RATE RECORD AS IT CAME IN (RATEREC
000900* LAYOUT, ORIGINAL AMOUNT); HLD-BEF-AMOUNT AND HLD-AFT-AMOUNT ARE
001000* THE AMOUNT BEFORE AND AFTER ROUNDING.  HLD-REASON SAYS WHICH
001100* LIMIT WAS EXCEEDED AND HLD-LIMIT-SOURCE WHERE THE LIMIT CAME
001200* FROM.  HLD-LIMIT IS DOLLARS FOR 'DA', A PERCENT FOR 'DP'.
001300*----------------------------------------------------------------
001400*    DATE      INIT  DESCRIPTION
001500*  --------   ----  ---------------------------------------------
001600*  10/15/26   RH    ORIGINAL COPYBOOK.
001700*----------------------------------------------------------------
001800 01  HOLD-RECORD.
001900     05  HLD-RATE-DATA       PIC X(79).
002000     05  FILLER              PIC X(01).
002100     05  HLD-BEF-AMOUNT      PIC 9(4)V9(3).
002200     05  FILLER              PIC X(01).
002300     05  HLD-AFT-AMOUNT      PIC 9(4)V9(3).
002400     05  FILLER              PIC X(01).
002500     05  HLD-REASON          PIC X(02).
002600         88  HLD-OVER-AMOUNT         VALUE 'DA'.
002700         88  HLD-OVER-PERCENT        VALUE 'DP'.
002800     05  FILLER              PIC X(01).
002900     05  HLD-LIMIT-SOURCE    PIC X(01).
003000         88  HLD-CLASS-LIMIT         VALUE 'C'.
003100         88  HLD-CARD-LIMIT          VALUE 'S'.
003200     05  FILLER              PIC X(01).
003300     05  HLD-LIMIT           PIC 9(5)V9(2).
003400     05  FILLER              PIC X(01).
003500     05  HLD-CYCLE-DATE      PIC 9(08).
003600     05  FILLER              PIC X(01).
003700     05  HLD-RUN-DATE        PIC 9(08).
003800     05  FILLER              PIC X(04).
