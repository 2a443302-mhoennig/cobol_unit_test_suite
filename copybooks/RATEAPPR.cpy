000100*----------------------------------------------------------------
000200* RATEAPPR - RECORD LAYOUT FOR THE RATEREL APPROVAL-CARD FILE.
000300* ONE CARD PER HELD RECORD THE APPROVER HAS DECIDED, KEYED BY
000400* THE RATE-ACCT-NO ON THE HOLD FILE, CARRYING THE APPROVER'S
000500* INITIALS AND THE DECISION: 'R' RELEASES THE ROUNDED AMOUNT TO
000600* THE NEXT PRODUCTION LOAD, 'D' DENIES IT.  EACH CARD IS
000700* CONSUMED BY THE OLDEST UNDECIDED HELD RECORD IT MATCHES.  A
000800* CARD WITH BLANK INITIALS OR ANY OTHER ACTION IS NOT A
000900* DECISION - RATEREL LISTS IT AS UNUSABLE AND LEAVES THE RECORD
001000* UNDECIDED.
001100*----------------------------------------------------------------
001200*    DATE      INIT  DESCRIPTION
001300*  --------   ----  ---------------------------------------------
001400*  10/15/26   RH    ORIGINAL COPYBOOK.
001500*----------------------------------------------------------------
001600 01  APPROVAL-RECORD.
001700     05  APR-ACCT-NO         PIC X(10).
001800     05  FILLER              PIC X(01).
001900     05  APR-INITIALS        PIC X(03).
002000     05  FILLER              PIC X(01).
002100     05  APR-ACTION          PIC X(01).
002200         88  APR-RELEASE             VALUE 'R'.
002300         88  APR-DENY                VALUE 'D'.
002400     05  FILLER              PIC X(64).
