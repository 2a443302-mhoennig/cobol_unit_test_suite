000100*----------------------------------------------------------------
000200* RATESIGN - RECORD LAYOUT FOR THE PERMANENT RATE SIGN-OFF FILE.
000300* RATEREL APPENDS ONE RECORD FOR EVERY HELD RECORD AN APPROVER
000400* RELEASED OR DENIED: THE ACCOUNT, THE DECISION, THE APPROVER'S
000500* INITIALS, THE AMOUNT BEFORE AND AFTER ROUNDING, THE RATE
000600* CLASS, THE CYCLE DATE OF THE CEILRPT RUN THAT HELD IT AND THE
000700* DATE OF THE RELEASE RUN.  THE FILE IS APPEND-ONLY, SO FILE
000800* ORDER IS DECISION ORDER - IT IS THE AUDITORS' RECORD OF WHO
000900* APPROVED EACH OUTSIZED CHANGE.  CEILRPT READS IT BACK: A
001000* RECORD WHOSE LATEST SIGN-OFF IS A RELEASE OF THE SAME BEFORE
001100* AND AFTER AMOUNTS IS NOT HELD AGAIN.
001200*----------------------------------------------------------------
001300*    DATE      INIT  DESCRIPTION
001400*  --------   ----  ---------------------------------------------
001500*  10/15/26   RH    ORIGINAL COPYBOOK.
001600*----------------------------------------------------------------
001700 01  SIGNOFF-RECORD.
001800     05  SGN-ACCT-NO         PIC X(10).
001900     05  FILLER              PIC X(01).
002000     05  SGN-ACTION          PIC X(01).
002100         88  SGN-RELEASED            VALUE 'R'.
002200         88  SGN-DENIED              VALUE 'D'.
002300     05  FILLER              PIC X(01).
002400     05  SGN-INITIALS        PIC X(03).
002500     05  FILLER              PIC X(01).
002600     05  SGN-BEF-AMOUNT      PIC 9(4)V9(3).
002700     05  FILLER              PIC X(01).
002800     05  SGN-AFT-AMOUNT      PIC 9(4)V9(3).
002900     05  FILLER              PIC X(01).
003000     05  SGN-RATE-CLASS      PIC X(02).
003100     05  FILLER              PIC X(01).
003200     05  SGN-HOLD-CYCLE      PIC 9(08).
003300     05  FILLER              PIC X(01).
003400     05  SGN-RUN-DATE        PIC 9(08).
003500     05  FILLER              PIC X(27).
