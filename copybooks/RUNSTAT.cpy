000100*----------------------------------------------------------------
000200* RUNSTAT - RECORD LAYOUT FOR THE BATCH RUN-STATUS LOG,
000300* BILLING.BATCH.RUNSTAT.  WRITTEN ONLY BY SUBPROGRAM RUNLOG ON
000400* BEHALF OF EVERY BATCH MAIN: A START RECORD ('S') WHEN THE STEP
000500* BEGINS AND AN END RECORD ('E') JUST BEFORE ITS STOP RUN, FATAL
000600* EXITS INCLUDED.  THE END RECORD REPEATS THE START STAMP SO THE
000700* PAIR CAN BE MATCHED, AND CARRIES THE RUN MODE, COLD OR RESTART,
000800* THE FINAL RETURN CODE AND, FOR A CHECKPOINTING PROGRAM, THE
000900* RECORD COUNT AT ITS LAST CHECKPOINT.  A START WITH NO MATCHING
001000* END IS A STEP THAT ABENDED OR WAS CANCELLED.  RUNRPT READS THE
001100* LOG EVERY MORNING AGAINST THE CHAIN SCHEDULE (RUNSCHED).
001200*----------------------------------------------------------------
001300*    DATE      INIT  DESCRIPTION
001400*  --------   ----  ---------------------------------------------
001500*  10/15/26   RH    ORIGINAL COPYBOOK.
001600*----------------------------------------------------------------
001700 01  RUN-STATUS-RECORD.
001800     05  RST-PROGRAM         PIC X(08).
001900     05  RST-REC-TYPE        PIC X(01).
002000         88  RST-START-RECORD        VALUE 'S'.
002100         88  RST-END-RECORD          VALUE 'E'.
002200     05  RST-JOB-ID          PIC X(08).
002300     05  RST-START-DATE      PIC 9(08).
002400     05  RST-START-TIME      PIC 9(06).
002500     05  RST-END-DATE        PIC 9(08).
002600     05  RST-END-TIME        PIC 9(06).
002700     05  RST-RUN-MODE        PIC X(08).
002800     05  RST-START-TYPE      PIC X(07).
002900         88  RST-RESTART-RUN         VALUE 'RESTART'.
003000     05  RST-RETURN-CODE     PIC 9(04).
003100     05  RST-CHECKPOINT      PIC 9(08).
003200     05  RST-CYCLE-DATE      PIC 9(08).
