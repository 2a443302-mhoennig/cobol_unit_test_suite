000100*----------------------------------------------------------------
000200* CEILGLJR - GL INTERFACE LAYOUT FOR THE MONTH-END ROUNDING
000300* JOURNAL CEILGLJ WRITES.  ONE RECORD PER JOURNAL LINE, LINES
000400* NUMBERED FROM 1 WITHIN THE PERIOD, EVERY POSTING A DEBIT LINE
000500* FOLLOWED BY ITS MATCHING CREDIT LINE, SO THE FILE BALANCES BY
000600* CONSTRUCTION.  AMOUNTS ARE UNSIGNED DOLLARS AND CENTS - THE
000700* SIDE IS IN GLJ-DR-CR.  THE DESCRIPTION CARRIES THE JOB-ID AND
000800* ENTRY POINT THE LINE CAME FROM, SO A LEDGER BALANCE TRACES
000900* BACK TO THE CEILAUDR AND CEILTRND REPORTS.
001000*----------------------------------------------------------------
001100*    DATE      INIT  DESCRIPTION
001200*  --------   ----  ---------------------------------------------
001300*  10/15/26   RH    ORIGINAL COPYBOOK.
001400*----------------------------------------------------------------
001500 01  GL-JOURNAL-RECORD.
001600     05  GLJ-SOURCE          PIC X(08).
001700     05  FILLER              PIC X(01).
001800     05  GLJ-PERIOD          PIC 9(06).
001900     05  FILLER              PIC X(01).
002000     05  GLJ-LINE-NO         PIC 9(05).
002100     05  FILLER              PIC X(01).
002200     05  GLJ-ACCOUNT         PIC X(12).
002300     05  FILLER              PIC X(01).
002400     05  GLJ-DR-CR           PIC X(01).
002500         88  GLJ-DEBIT               VALUE 'D'.
002600         88  GLJ-CREDIT              VALUE 'C'.
002700     05  FILLER              PIC X(01).
002800     05  GLJ-AMOUNT          PIC 9(11)V9(2).
002900     05  FILLER              PIC X(01).
003000     05  GLJ-DESCRIPTION.
003100         10  GLJ-JOB-ID      PIC X(08).
003200         10  FILLER          PIC X(01).
003300         10  GLJ-ENTRY-POINT PIC X(14).
003400     05  FILLER              PIC X(06).
