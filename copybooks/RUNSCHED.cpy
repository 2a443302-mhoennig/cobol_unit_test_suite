000100*----------------------------------------------------------------
000200* RUNSCHED - RECORD LAYOUT FOR THE BATCH CHAIN SCHEDULE,
000300* BILLING.BATCH.SCHEDULE.  ONE RECORD PER STEP OF THE NIGHTLY
000400* CHAIN, IN STEP-NUMBER ORDER: THE PROGRAM THE STEP RUNS, THE JOB
000500* THAT RUNS IT, HOW OFTEN IT RUNS ('D' EVERY NIGHT, 'W' ON ONE
000600* WEEKDAY - 1 MONDAY THROUGH 7 SUNDAY - OR 'M' ON THE LAST DAY
000700* OF THE MONTH), THE HIGHEST RETURN CODE THAT STILL COUNTS AS A
000800* CLEAN END, AND WHETHER THE PROGRAM TAKES A RESTART CARD.
000900* RUNRPT SELECTS THE STEPS DUE FOR THE CHAIN DATE AND CHECKS THE
001000* RUN-STATUS LOG AGAINST THEM.  MAINTAINED BY HAND.
001100*----------------------------------------------------------------
001200*    DATE      INIT  DESCRIPTION
001300*  --------   ----  ---------------------------------------------
001400*  10/15/26   RH    ORIGINAL COPYBOOK.
001500*----------------------------------------------------------------
001600 01  SCHEDULE-RECORD.
001700     05  SCH-STEP-NO         PIC 9(03).
001800     05  FILLER              PIC X(01).
001900     05  SCH-PROGRAM         PIC X(08).
002000     05  FILLER              PIC X(01).
002100     05  SCH-JOB-ID          PIC X(08).
002200     05  FILLER              PIC X(01).
002300     05  SCH-FREQUENCY       PIC X(01).
002400         88  SCH-DAILY               VALUE 'D'.
002500         88  SCH-WEEKLY              VALUE 'W'.
002600         88  SCH-MONTH-END           VALUE 'M'.
002700     05  FILLER              PIC X(01).
002800     05  SCH-WEEKDAY         PIC 9(01).
002900     05  FILLER              PIC X(01).
003000     05  SCH-MAX-RC          PIC 9(02).
003100     05  FILLER              PIC X(01).
003200     05  SCH-RESTART-FLAG    PIC X(01).
003300         88  SCH-RESTARTABLE         VALUE 'Y'.
003400     05  FILLER              PIC X(50).
