003130*                   PRESENT) TO THE COMMON BALANCE FILE
003140*                   (COPYBOOK BALREC) FOR THE BALRPT MORNING
003150*                   BALANCE SHEET.
003160*  10/15/26   RH    APPENDS START AND END RECORDS TO THE RUN-
003170*                   STATUS LOG THROUGH RUNLOG (9990-LOG-RUN-END
003180*                   BEFORE EVERY STOP RUN) FOR THE RUNRPT
003190*                   MORNING CHAIN CHECK.
003200*----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
013400     05  TL-COUNT            PIC ZZZZZ9.
013500     05  FILLER              PIC X(48) VALUE SPACES.
013600 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
013616*----------------------------------------------------------------
013632* RUN-STATUS LOG PARAMETERS - SHARED WITH RUNLOG THROUGH COPYBOOK
013648* RUNLOGP.  SEE 9990-LOG-RUN-END.
013664*----------------------------------------------------------------
013680     COPY RUNLOGP.
013700 PROCEDURE DIVISION.
013800*----------------------------------------------------------------
013900* 0000-MAINLINE - READ THE CYCLE CARD, WALK THE ROUNDED FILE
014800     IF WS-CONTROLS-FAILED > ZERO
014900         MOVE 8 TO RETURN-CODE
015000     END-IF.
015050     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
015100     STOP RUN.
015200*----------------------------------------------------------------
015300 1000-INITIALIZE.
015320*    OPEN THIS RUN'S ENTRY ON THE RUN-STATUS LOG - THE END
015340*    RECORD IS WRITTEN BY 9990-LOG-RUN-END.
015360     MOVE 'RATECHK' TO RLP-PROGRAM.
015380     CALL "RUNLOG" USING RUNLOG-PARMS.
015400     ACCEPT WS-CYCLE-CARD.
015500     IF WS-CYCLE-CARD NOT NUMERIC
015600         GO TO 9100-BAD-CYCLE-CARD
015700     END-IF.
015750     MOVE WS-CYCLE-DATE TO RLP-CYCLE-DATE.
015800     OPEN INPUT RATE-FILE.
015900     IF NOT RATE-FILE-OK
016000         MOVE 'OPEN INPUT RATE-FILE' TO WS-ABEND-OPERATION
037300     DISPLAY 'RATECHK - I/O ERROR ON ' WS-ABEND-OPERATION.
037400     DISPLAY 'RATECHK - FILE STATUS = ' WS-ABEND-STATUS.
037500     MOVE 16 TO RETURN-CODE.
037550     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
037600     STOP RUN.
037700*----------------------------------------------------------------
037800* 9100-BAD-CYCLE-CARD - THE SYSIN CARD MUST CARRY THE EXPECTED
038400     DISPLAY 'RATECHK - CYCLE CARD MISSING OR NOT YYYYMMDD: '
038500         WS-CYCLE-CARD.
038600     MOVE 16 TO RETURN-CODE.
038650     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
038700     STOP RUN.
038707*----------------------------------------------------------------
038714* 9990-LOG-RUN-END - APPENDS THIS RUN'S END RECORD, WITH ITS FINAL
038721* RETURN CODE, TO THE RUN-STATUS LOG THROUGH RUNLOG-END SO THE
038728* RUNRPT MORNING REPORT CAN CHECK THE CHAIN.  PERFORMED JUST
038735* BEFORE EVERY STOP RUN, FATAL EXITS INCLUDED.  THE CALL RESETS
038742* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS.
038749*----------------------------------------------------------------
038756 9990-LOG-RUN-END.
038763     MOVE RETURN-CODE TO RLP-RETURN-CODE.
038770     CALL "RUNLOG-END" USING RUNLOG-PARMS.
038777     MOVE RLP-RETURN-CODE TO RETURN-CODE.
038784 9990-EXIT.
038791     EXIT.
038800
038900 END PROGRAM RATECHK.
