002310*  08/22/26   RH    CALL CEIL-TERM IN FINALIZE SO CEIL CLOSES
002320*                   ITS CEILAUDT RUN BRACKET AND THE WHAT-IF
002330*                   RUN RECONCILES IN CEILARCN.
002344*  10/15/26   RH    APPENDS START AND END RECORDS TO THE RUN-
002358*                   STATUS LOG THROUGH RUNLOG (9990-LOG-RUN-END
002372*                   BEFORE EVERY STOP RUN) FOR THE RUNRPT
002386*                   MORNING CHAIN CHECK.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
012400     05  TL-RECORDS-READ     PIC ZZZZZ9.
012500     05  FILLER              PIC X(59) VALUE SPACES.
012600 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
012616*----------------------------------------------------------------
012632* RUN-STATUS LOG PARAMETERS - SHARED WITH RUNLOG THROUGH COPYBOOK
012648* RUNLOGP.  SEE 9990-LOG-RUN-END.
012664*----------------------------------------------------------------
012680     COPY RUNLOGP.
012700 PROCEDURE DIVISION.
012800*----------------------------------------------------------------
012900* 0000-MAINLINE - LOAD THE CANDIDATE UNITS, DRIVE EVERY RATE
013500     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
013600         UNTIL END-OF-RATE-FILE.
013700     PERFORM 3000-FINALIZE THRU 3000-EXIT.
013750     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
013800     STOP RUN.
013900*----------------------------------------------------------------
014000 1000-INITIALIZE.
014020*    OPEN THIS RUN'S ENTRY ON THE RUN-STATUS LOG - THE END
014040*    RECORD IS WRITTEN BY 9990-LOG-RUN-END.
014060     MOVE 'CEILWHAT' TO RLP-PROGRAM.
014080     CALL "RUNLOG" USING RUNLOG-PARMS.
014100     PERFORM 1100-LOAD-UNIT-CARD THRU 1100-EXIT
014200         UNTIL END-OF-UNIT-CARDS.
014300     IF WS-UNIT-COUNT = ZERO
026800     DISPLAY 'CEILWHAT - I/O ERROR ON ' WS-ABEND-OPERATION.
026900     DISPLAY 'CEILWHAT - FILE STATUS = ' WS-ABEND-STATUS.
027000     MOVE 16 TO RETURN-CODE.
027050     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
027100     STOP RUN.
027200*----------------------------------------------------------------
027300 9100-NO-UNITS.
027400     DISPLAY 'CEILWHAT - NO CANDIDATE ROUND UNITS SUPPLIED'.
027500     DISPLAY 'CEILWHAT - SUPPLY 1-10 UNIT CARDS BEFORE THE 00000'.
027600     MOVE 16 TO RETURN-CODE.
027650     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
027700     STOP RUN.
027800*----------------------------------------------------------------
027900 9200-BAD-UNIT-CARD.
028000     DISPLAY 'CEILWHAT - UNIT CARD NOT 9(3)V9(2): ' WS-UNIT-CARD.
028100     MOVE 16 TO RETURN-CODE.
028150     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
028200     STOP RUN.
028300*----------------------------------------------------------------
028400 9300-TOO-MANY-UNITS.
028500     DISPLAY 'CEILWHAT - MORE THAN 10 CANDIDATE UNITS SUPPLIED'.
028600     DISPLAY 'CEILWHAT - RAISE WS-UNIT-ENTRY OCCURS OR TRIM DECK'.
028700     MOVE 16 TO RETURN-CODE.
028750     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
028800     STOP RUN.
028807*----------------------------------------------------------------
028814* 9990-LOG-RUN-END - APPENDS THIS RUN'S END RECORD, WITH ITS FINAL
028821* RETURN CODE, TO THE RUN-STATUS LOG THROUGH RUNLOG-END SO THE
028828* RUNRPT MORNING REPORT CAN CHECK THE CHAIN.  PERFORMED JUST
028835* BEFORE EVERY STOP RUN, FATAL EXITS INCLUDED.  THE CALL RESETS
028842* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS.
028849*----------------------------------------------------------------
028856 9990-LOG-RUN-END.
028863     MOVE RETURN-CODE TO RLP-RETURN-CODE.
028870     CALL "RUNLOG-END" USING RUNLOG-PARMS.
028877     MOVE RLP-RETURN-CODE TO RETURN-CODE.
028884 9990-EXIT.
028891     EXIT.
028900
029000 END PROGRAM CEILWHAT.
