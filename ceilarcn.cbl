002300*                   RETURN CODE 4 WHEN ANYTHING IS FLAGGED, SO
002400*                   THE MORNING SCHEDULE CAN ALERT ON IT.
002500*                   "EVERY CALL IS LOGGED" IS NOW CHECKABLE.
002520*  10/15/26   RH    APPENDS START AND END RECORDS TO THE RUN-
002540*                   STATUS LOG THROUGH RUNLOG (9990-LOG-RUN-END
002560*                   BEFORE EVERY STOP RUN) FOR THE RUNRPT
002580*                   MORNING CHAIN CHECK.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
014300     05  TL-COUNT            PIC ZZZZZZZZ9.
014400     05  FILLER              PIC X(41) VALUE SPACES.
014500 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
014516*----------------------------------------------------------------
014532* RUN-STATUS LOG PARAMETERS - SHARED WITH RUNLOG THROUGH COPYBOOK
014548* RUNLOGP.  SEE 9990-LOG-RUN-END.
014564*----------------------------------------------------------------
014580     COPY RUNLOGP.
014600 PROCEDURE DIVISION.
014700*----------------------------------------------------------------
014800* 0000-MAINLINE - LOAD THE RUN-CONTROL TABLE, WALK THE AUDIT
015800     IF WS-RUNS-FLAGGED > ZERO
015900         MOVE 4 TO RETURN-CODE
016000     END-IF.
016050     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
016100     STOP RUN.
016200*----------------------------------------------------------------
016300 1000-INITIALIZE.
016320*    OPEN THIS RUN'S ENTRY ON THE RUN-STATUS LOG - THE END
016340*    RECORD IS WRITTEN BY 9990-LOG-RUN-END.
016360     MOVE 'CEILARCN' TO RLP-PROGRAM.
016380     CALL "RUNLOG" USING RUNLOG-PARMS.
016400     OPEN INPUT AUDIT-FILE.
016500     IF NOT AUDIT-FILE-OK
016600         MOVE 'OPEN INPUT AUDIT-FILE' TO WS-ABEND-OPERATION
041100     DISPLAY 'CEILARCN - I/O ERROR ON ' WS-ABEND-OPERATION.
041200     DISPLAY 'CEILARCN - FILE STATUS = ' WS-ABEND-STATUS.
041300     MOVE 16 TO RETURN-CODE.
041350     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
041400     STOP RUN.
041500*----------------------------------------------------------------
041600 9100-CTL-TABLE-FULL.
041700     DISPLAY 'CEILARCN - RUN-CONTROL TABLE FULL AT 200 ENTRIES'.
041800     DISPLAY 'CEILARCN - RAISE WS-CTL-ENTRY OCCURS AND RERUN'.
041900     MOVE 16 TO RETURN-CODE.
041950     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
042000     STOP RUN.
042007*----------------------------------------------------------------
042014* 9990-LOG-RUN-END - APPENDS THIS RUN'S END RECORD, WITH ITS FINAL
042021* RETURN CODE, TO THE RUN-STATUS LOG THROUGH RUNLOG-END SO THE
042028* RUNRPT MORNING REPORT CAN CHECK THE CHAIN.  PERFORMED JUST
042035* BEFORE EVERY STOP RUN, FATAL EXITS INCLUDED.  THE CALL RESETS
042042* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS.
042049*----------------------------------------------------------------
042056 9990-LOG-RUN-END.
042063     MOVE RETURN-CODE TO RLP-RETURN-CODE.
042070     CALL "RUNLOG-END" USING RUNLOG-PARMS.
042077     MOVE RLP-RETURN-CODE TO RETURN-CODE.
042084 9990-EXIT.
042091     EXIT.
042100
042200 END PROGRAM CEILARCN.
