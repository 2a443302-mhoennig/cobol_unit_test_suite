002800*                   PER INPUT DD - CONCATENATE MULTIPLE
002900*                   ARCHIVE GENERATIONS UNDER ARCHIN AND THEY
003000*                   COUNT TOGETHER.
003020*  10/15/26   RH    APPENDS START AND END RECORDS TO THE RUN-
003040*                   STATUS LOG THROUGH RUNLOG (9990-LOG-RUN-END
003060*                   BEFORE EVERY STOP RUN) FOR THE RUNRPT
003080*                   MORNING CHAIN CHECK.
003100*----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
019200     05  TL-COUNT            PIC ZZZZZZ9.
019300     05  FILLER              PIC X(43) VALUE SPACES.
019400 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
019416*----------------------------------------------------------------
019432* RUN-STATUS LOG PARAMETERS - SHARED WITH RUNLOG THROUGH COPYBOOK
019448* RUNLOGP.  SEE 9990-LOG-RUN-END.
019464*----------------------------------------------------------------
019480     COPY RUNLOGP.
019500 PROCEDURE DIVISION.
019600*----------------------------------------------------------------
019700* 0000-MAINLINE - LOAD THE SELECTION CARDS, SCAN THE LIVE FILE
020500     PERFORM 2050-PROCESS-ARCH THRU 2050-EXIT
020600         UNTIL END-OF-ARCH-FILE.
020700     PERFORM 3000-FINALIZE THRU 3000-EXIT.
020750     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
020800     STOP RUN.
020900*----------------------------------------------------------------
021000 1000-INITIALIZE.
021020*    OPEN THIS RUN'S ENTRY ON THE RUN-STATUS LOG - THE END
021040*    RECORD IS WRITTEN BY 9990-LOG-RUN-END.
021060     MOVE 'CEILAUDX' TO RLP-PROGRAM.
021080     CALL "RUNLOG" USING RUNLOG-PARMS.
021100     OPEN INPUT PARM-FILE.
021200     IF NOT PARM-FILE-OK
021300         MOVE 'OPEN INPUT PARM-FILE' TO WS-ABEND-OPERATION
050200     DISPLAY 'CEILAUDX - I/O ERROR ON ' WS-ABEND-OPERATION.
050300     DISPLAY 'CEILAUDX - FILE STATUS = ' WS-ABEND-STATUS.
050400     MOVE 16 TO RETURN-CODE.
050450     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
050500     STOP RUN.
050600*----------------------------------------------------------------
050700* 9100-BAD-PARM - UNKNOWN KEYWORD OR UNUSABLE VALUE ON A
051300     DISPLAY 'CEILAUDX - KEYWORDS: JOBID ENTRY DATEFROM DATETO'.
051400     DISPLAY 'CEILAUDX -           AMTFROM AMTTO RESFROM RESTO'.
051500     MOVE 16 TO RETURN-CODE.
051550     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
051600     STOP RUN.
051607*----------------------------------------------------------------
051614* 9990-LOG-RUN-END - APPENDS THIS RUN'S END RECORD, WITH ITS FINAL
051621* RETURN CODE, TO THE RUN-STATUS LOG THROUGH RUNLOG-END SO THE
051628* RUNRPT MORNING REPORT CAN CHECK THE CHAIN.  PERFORMED JUST
051635* BEFORE EVERY STOP RUN, FATAL EXITS INCLUDED.  THE CALL RESETS
051642* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS.
051649*----------------------------------------------------------------
051656 9990-LOG-RUN-END.
051663     MOVE RETURN-CODE TO RLP-RETURN-CODE.
051670     CALL "RUNLOG-END" USING RUNLOG-PARMS.
051677     MOVE RLP-RETURN-CODE TO RETURN-CODE.
051684 9990-EXIT.
051691     EXIT.
051700
051800 END PROGRAM CEILAUDX.
