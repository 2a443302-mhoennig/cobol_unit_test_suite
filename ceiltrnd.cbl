003200*                   THE FIRST DAY OF A COMBINATION HAS NO
003300*                   PRIOR DAYS TO AVERAGE AND IS NEVER
003400*                   FLAGGED.
003420*  10/15/26   RH    APPENDS START AND END RECORDS TO THE RUN-
003440*                   STATUS LOG THROUGH RUNLOG (9990-LOG-RUN-END
003460*                   BEFORE EVERY STOP RUN) FOR THE RUNRPT
003480*                   MORNING CHAIN CHECK.
003500*----------------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
014500     05  TL-COUNT            PIC ZZZZZZ9.
014600     05  FILLER              PIC X(43) VALUE SPACES.
014700 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
014716*----------------------------------------------------------------
014732* RUN-STATUS LOG PARAMETERS - SHARED WITH RUNLOG THROUGH COPYBOOK
014748* RUNLOGP.  SEE 9990-LOG-RUN-END.
014764*----------------------------------------------------------------
014780     COPY RUNLOGP.
014800 PROCEDURE DIVISION.
014900*----------------------------------------------------------------
015000* 0000-MAINLINE - READ THE TOLERANCE CARD, TREND EVERY SORTED
015900     IF WS-DAYS-FLAGGED > ZERO
016000         MOVE 4 TO RETURN-CODE
016100     END-IF.
016150     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
016200     STOP RUN.
016300*----------------------------------------------------------------
016400 1000-INITIALIZE.
016420*    OPEN THIS RUN'S ENTRY ON THE RUN-STATUS LOG - THE END
016440*    RECORD IS WRITTEN BY 9990-LOG-RUN-END.
016460     MOVE 'CEILTRND' TO RLP-PROGRAM.
016480     CALL "RUNLOG" USING RUNLOG-PARMS.
016500     ACCEPT WS-TOL-CARD.
016600     IF WS-TOL-CARD NOT NUMERIC
016700         GO TO 9100-BAD-TOLERANCE
031300     DISPLAY 'CEILTRND - I/O ERROR ON ' WS-ABEND-OPERATION.
031400     DISPLAY 'CEILTRND - FILE STATUS = ' WS-ABEND-STATUS.
031500     MOVE 16 TO RETURN-CODE.
031550     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
031600     STOP RUN.
031700*----------------------------------------------------------------
031800* 9100-BAD-TOLERANCE - THE SYSIN CARD MUST CARRY THE TOLERANCE
032300     DISPLAY 'CEILTRND - TOLERANCE CARD MISSING OR NOT NUMERIC: '
032400         WS-TOL-CARD.
032500     MOVE 16 TO RETURN-CODE.
032550     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
032600     STOP RUN.
032607*----------------------------------------------------------------
032614* 9990-LOG-RUN-END - APPENDS THIS RUN'S END RECORD, WITH ITS FINAL
032621* RETURN CODE, TO THE RUN-STATUS LOG THROUGH RUNLOG-END SO THE
032628* RUNRPT MORNING REPORT CAN CHECK THE CHAIN.  PERFORMED JUST
032635* BEFORE EVERY STOP RUN, FATAL EXITS INCLUDED.  THE CALL RESETS
032642* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS.
032649*----------------------------------------------------------------
032656 9990-LOG-RUN-END.
032663     MOVE RETURN-CODE TO RLP-RETURN-CODE.
032670     CALL "RUNLOG-END" USING RUNLOG-PARMS.
032677     MOVE RLP-RETURN-CODE TO RETURN-CODE.
032684 9990-EXIT.
032691     EXIT.
032700
032800 END PROGRAM CEILTRND.
