000100*----------------------------------------------------------------
000200* RUNLOGP - SHARED PARAMETER LAYOUT FOR SUBPROGRAM RUNLOG AND
000300* ITS RUNLOG-END ENTRY POINT.  COPY THIS MEMBER IN RUNLOG'S
000400* LINKAGE SECTION AND IN THE WORKING-STORAGE OF EVERY BATCH MAIN
000500* THAT LOGS ITS RUN, SO THE TWO SIDES CANNOT DRIFT OUT OF SYNC.
000600* THE CALLER SETS RLP-PROGRAM BEFORE THE START CALL; MODE, START
000700* TYPE, CYCLE DATE AND CHECKPOINT COUNT ONLY WHERE THE PROGRAM
000800* HAS THEM (THE DEFAULTS ARE BLANK, COLD AND ZERO), AND
000900* RLP-RETURN-CODE JUST BEFORE THE END CALL.
001000*----------------------------------------------------------------
001100*    DATE      INIT  DESCRIPTION
001200*  --------   ----  ---------------------------------------------
001300*  10/15/26   RH    ORIGINAL COPYBOOK.
001400*----------------------------------------------------------------
001500 01  RUNLOG-PARMS.
001600     05  RLP-PROGRAM         PIC X(08) VALUE SPACES.
001700     05  RLP-RUN-MODE        PIC X(08) VALUE SPACES.
001800     05  RLP-START-TYPE      PIC X(07) VALUE 'COLD'.
001900     05  RLP-RETURN-CODE     PIC 9(04) VALUE ZERO.
002000     05  RLP-CHECKPOINT      PIC 9(08) VALUE ZERO.
002100     05  RLP-CYCLE-DATE      PIC 9(08) VALUE ZERO.
