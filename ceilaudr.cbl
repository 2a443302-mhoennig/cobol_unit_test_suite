002093*                   RUN AFTER THE DAY'S CEIL CALLERS FINISH -
002094*                   A DAY APPENDED HALF-COMPLETE WOULD BE
002095*                   SKIPPED, NOT TOPPED UP, ON THE NEXT RUN.
002096*  10/15/26   RH    APPENDS START AND END RECORDS TO THE RUN-
002097*                   STATUS LOG THROUGH RUNLOG (9990-LOG-RUN-END
002098*                   BEFORE EVERY STOP RUN) FOR THE RUNRPT
002099*                   MORNING CHAIN CHECK.
002100*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
012530     05  TL-COUNT            PIC ZZZZZZ9.
012540     05  FILLER              PIC X(47) VALUE SPACES.
012600 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
012616*----------------------------------------------------------------
012632* RUN-STATUS LOG PARAMETERS - SHARED WITH RUNLOG THROUGH COPYBOOK
012648* RUNLOGP.  SEE 9990-LOG-RUN-END.
012664*----------------------------------------------------------------
012680     COPY RUNLOGP.
012700 PROCEDURE DIVISION.
012800*----------------------------------------------------------------
012900* 0000-MAINLINE - OPEN FILES, ACCUMULATE EVERY AUDIT RECORD INTO
013500     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
013600         UNTIL END-OF-AUDIT-FILE.
013700     PERFORM 3000-FINALIZE THRU 3000-EXIT.
013750     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
013800     STOP RUN.
013900*----------------------------------------------------------------
014000 1000-INITIALIZE.
014020*    OPEN THIS RUN'S ENTRY ON THE RUN-STATUS LOG - THE END
014040*    RECORD IS WRITTEN BY 9990-LOG-RUN-END.
014060     MOVE 'CEILAUDR' TO RLP-PROGRAM.
014080     CALL "RUNLOG" USING RUNLOG-PARMS.
014100     OPEN INPUT AUDIT-FILE.
014200     IF NOT AUDIT-FILE-OK
014300         MOVE 'OPEN INPUT AUDIT-FILE' TO WS-ABEND-OPERATION
026900     DISPLAY 'CEILAUDR - I/O ERROR ON ' WS-ABEND-OPERATION.
027000     DISPLAY 'CEILAUDR - FILE STATUS = ' WS-ABEND-STATUS.
027100     MOVE 16 TO RETURN-CODE.
027150     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
027200     STOP RUN.
027300*----------------------------------------------------------------
027400* 9100-TABLE-FULL - MORE JOB-ID/ENTRY-POINT COMBINATIONS THAN THE
028000     DISPLAY 'CEILAUDR - SUMMARY TABLE FULL AT 200 ENTRIES'.
028100     DISPLAY 'CEILAUDR - RAISE WS-SUM-ENTRY OCCURS AND RERUN'.
028200     MOVE 16 TO RETURN-CODE.
028250     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
028300     STOP RUN.
028310*----------------------------------------------------------------
028320* 9200-HIST-TABLE-FULL - SAME RULE AS 9100, FOR THE DATED
028370     DISPLAY 'CEILAUDR - HISTORY TABLE FULL AT 1000 ENTRIES'.
028380     DISPLAY 'CEILAUDR - RAISE WS-HIST-ENTRY OCCURS AND RERUN'.
028390     MOVE 16 TO RETURN-CODE.
028392     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
028395     STOP RUN.
028396*----------------------------------------------------------------
028397* 9300-LAST-TABLE-FULL - SAME RULE AGAIN, FOR THE LAST-DATE
028420     DISPLAY 'CEILAUDR - LAST-DATE TABLE FULL AT 200 ENTRIES'.
028430     DISPLAY 'CEILAUDR - RAISE WS-LAST-ENTRY OCCURS AND RERUN'.
028440     MOVE 16 TO RETURN-CODE.
028445     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
028450     STOP RUN.
028453*----------------------------------------------------------------
028456* 9990-LOG-RUN-END - APPENDS THIS RUN'S END RECORD, WITH ITS FINAL
028459* RETURN CODE, TO THE RUN-STATUS LOG THROUGH RUNLOG-END SO THE
028462* RUNRPT MORNING REPORT CAN CHECK THE CHAIN.  PERFORMED JUST
028465* BEFORE EVERY STOP RUN, FATAL EXITS INCLUDED.  THE CALL RESETS
028468* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS.
028471*----------------------------------------------------------------
028474 9990-LOG-RUN-END.
028477     MOVE RETURN-CODE TO RLP-RETURN-CODE.
028480     CALL "RUNLOG-END" USING RUNLOG-PARMS.
028483     MOVE RLP-RETURN-CODE TO RETURN-CODE.
028486 9990-EXIT.
028489     EXIT.
028492
028500 END PROGRAM CEILAUDR.
