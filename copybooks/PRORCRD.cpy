001600*                   CR-NET-AMOUNT IN FORMER FILLER - THE FILE
001700*                   IS NOW A NET-ADJUSTMENT RECORD, NOT A
001800*                   CREDIT-ONLY ONE.
001811*  10/15/26   RH    REVERSALS.  CR-CREDIT-AMOUNT AND
001822*                   CR-CHARGE-AMOUNT ARE NOW SIGNED, AND
001833*                   CR-TRAN-TYPE 'R' MARKS AN OFFSETTING RECORD
001844*                   THAT BACKS OUT A CREDIT ALREADY LOADED -
001855*                   CREDIT, CHARGE AND NET ALL CARRY THE
001866*                   ORIGINAL AMOUNTS NEGATED.  THE BILLING LOAD
001877*                   MUST READ BOTH AMOUNTS AS SIGNED ZONED
001888*                   DECIMAL, AS IT ALREADY DOES CR-NET-AMOUNT.
001900*----------------------------------------------------------------
002000 01  CREDIT-RECORD.
002100     05  CR-ACCT-NO          PIC X(10).
002200     05  CR-CREDIT-AMOUNT    PIC S9(04).
002300     05  CR-RUN-DATE         PIC 9(08).
002400     05  CR-CHARGE-AMOUNT    PIC S9(04).
002500     05  CR-NET-AMOUNT       PIC S9(05).
002510     05  CR-TRAN-TYPE        PIC X(01).
002520         88  CR-REVERSAL             VALUE 'R'.
002530     05  FILLER              PIC X(48).
