000100*----------------------------------------------------------------
000200* RATEJRNL - RECORD LAYOUT FOR THE PERMANENT RATE-MASTER CHANGE
000300* JOURNAL.  RATEMNT APPENDS ONE RECORD FOR EVERY ADD, CHANGE
000400* AND DELETE IT APPLIES TO THE INDEXED MASTER, CARRYING THE
000500* BEFORE AND AFTER RATE-AMOUNT, RATE-CLASS AND RATE-EFF-DATE
000600* AND THE RUN DATE - THE MASTER IS UPDATED IN PLACE, SO THIS
000700* FILE IS THE ONLY LASTING RECORD OF WHAT A RATE USED TO BE.
000800* THE FILE IS APPEND-ONLY, SO FILE ORDER IS CHANGE ORDER.
000900* BEFORE FIELDS ARE SPACES ON AN ADD; AFTER FIELDS ARE SPACES
001000* ON A DELETE.  PRORATE READS IT TO REBUILD THE RATE IN FORCE
001050* AT THE START OF A BILLING CYCLE.  A MASS CHANGE BY CLASS
001100* WRITES ONE 'M' RECORD PER ACCOUNT IT UPDATES, SHAPED LIKE A
001150* CHANGE.
001200*----------------------------------------------------------------
001300*    DATE      INIT  DESCRIPTION
001400*  --------   ----  ---------------------------------------------
001500*  10/15/26   RH    ORIGINAL COPYBOOK.
001533*  10/15/26   RH    ADDED JR-MASS-CHANGE FOR RATEMNT'S MASS
001566*                   CHANGE BY CLASS.
001600*----------------------------------------------------------------
001700 01  JOURNAL-RECORD.
001800     05  JR-ACCT-NO          PIC X(10).
001900     05  FILLER              PIC X(01).
002000     05  JR-ACTION           PIC X(01).
002100         88  JR-ADD                  VALUE 'A'.
002200         88  JR-CHANGE               VALUE 'C'.
002300         88  JR-DELETE               VALUE 'D'.
002350         88  JR-MASS-CHANGE          VALUE 'M'.
002400     05  FILLER              PIC X(01).
002500     05  JR-BEF-AMOUNT       PIC 9(4)V9(3).
002600     05  FILLER              PIC X(01).
002700     05  JR-BEF-CLASS        PIC X(02).
002800     05  FILLER              PIC X(01).
002900     05  JR-BEF-EFF-DATE     PIC X(08).
003000     05  FILLER              PIC X(01).
003100     05  JR-AFT-AMOUNT       PIC 9(4)V9(3).
003200     05  FILLER              PIC X(01).
003300     05  JR-AFT-CLASS        PIC X(02).
003400     05  FILLER              PIC X(01).
003500     05  JR-AFT-EFF-DATE     PIC X(08).
003600     05  FILLER              PIC X(01).
003700     05  JR-RUN-DATE         PIC 9(08).
003800     05  FILLER              PIC X(19).
