003700*                   SHEET; SUMMING BY PROGRAM/ID MEANS TWO
003800*                   EDIT-PLUS-IMPACT PASSES IN ONE NIGHT
003900*                   STILL BALANCE.
003920*  10/15/26   RH    PRORATE REVERSALS ARE A FOURTH WAY A
003940*                   TRANSACTION CAN LAND - THE PRORATE RULE IS
003960*                   NOW READ = CREDITS + REJECTED + SUPPRESSED
003980*                   + REVERSED.
003985*  10/15/26   RH    NEW RULE FOR THE RATEREL SIGN-OFF RUN:
003990*                   HELD RECORDS READ = RELEASED + DENIED +
003995*                   UNDECIDED.
003996*  10/15/26   RH    APPENDS START AND END RECORDS TO THE RUN-
003997*                   STATUS LOG THROUGH RUNLOG (9990-LOG-RUN-END
003998*                   BEFORE EVERY STOP RUN) FOR THE RUNRPT
003999*                   MORNING CHAIN CHECK.
004000*----------------------------------------------------------------
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
014800     05  FILLER              PIC X(44) VALUE SPACES.
014900 01  WS-RUN-DATE             PIC 9(08).
015000 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
015016*----------------------------------------------------------------
015032* RUN-STATUS LOG PARAMETERS - SHARED WITH RUNLOG THROUGH COPYBOOK
015048* RUNLOGP.  SEE 9990-LOG-RUN-END.
015064*----------------------------------------------------------------
015080     COPY RUNLOGP.
015100 PROCEDURE DIVISION.
015200*----------------------------------------------------------------
015300* 0000-MAINLINE - LOAD AND SUM THE BALANCE RECORDS, JUDGE EVERY
016100     PERFORM 2020-CHECK-PRORATE THRU 2020-EXIT.
016200     PERFORM 2030-CHECK-AUDIT-SPLIT THRU 2030-EXIT.
016300     PERFORM 2040-CHECK-CTL-SPLIT THRU 2040-EXIT.
016350     PERFORM 2050-CHECK-RELEASE THRU 2050-EXIT.
016400     PERFORM 3000-FINALIZE THRU 3000-EXIT.
016500     IF WS-RULES-BROKEN > ZERO
016600         MOVE 4 TO RETURN-CODE
016700     END-IF.
016750     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
016800     STOP RUN.
016900*----------------------------------------------------------------
017000 1000-INITIALIZE.
017020*    OPEN THIS RUN'S ENTRY ON THE RUN-STATUS LOG - THE END
017040*    RECORD IS WRITTEN BY 9990-LOG-RUN-END.
017060     MOVE 'BALRPT' TO RLP-PROGRAM.
017080     CALL "RUNLOG" USING RUNLOG-PARMS.
017100     OPEN INPUT BAL-FILE.
017200     IF NOT BAL-FILE-OK
017300         MOVE 'OPEN INPUT BAL-FILE' TO WS-ABEND-OPERATION
028300     EXIT.
028400*----------------------------------------------------------------
028500* 2020-CHECK-PRORATE - EVERY TRANSACTION READ MUST LAND AS A
028600* CREDIT, A REJECT, A SUPPRESSION, OR A REVERSAL.
028700*----------------------------------------------------------------
028800 2020-CHECK-PRORATE.
028900     MOVE 'PROR READ = CRD+REJ+SUP+REV' TO WS-RULE-CAPTION.
029000     MOVE 'PRORATE' TO WS-FND-PROGRAM.
029100     MOVE 'TRANREAD' TO WS-FND-ID.
029200     PERFORM 2200-GET-TOTAL THRU 2200-EXIT.
030600     IF TOTAL-FOUND
030700         ADD WS-FND-VALUE TO WS-RIGHT-VALUE
030800     END-IF.
030816     MOVE 'REVERSED' TO WS-FND-ID.
030832     PERFORM 2200-GET-TOTAL THRU 2200-EXIT.
030848     IF TOTAL-FOUND
030864         ADD WS-FND-VALUE TO WS-RIGHT-VALUE
030880     END-IF.
030900     PERFORM 2300-WRITE-RULE-LINE THRU 2300-EXIT.
031000 2020-EXIT.
031100     EXIT.
034900     PERFORM 2300-WRITE-RULE-LINE THRU 2300-EXIT.
035000 2040-EXIT.
035100     EXIT.
035103*----------------------------------------------------------------
035106 2050-CHECK-RELEASE.
035109     MOVE 'REL READ = REL + DEN + UND' TO WS-RULE-CAPTION.
035112     MOVE 'RATEREL' TO WS-FND-PROGRAM.
035115     MOVE 'HOLDREAD' TO WS-FND-ID.
035118     PERFORM 2200-GET-TOTAL THRU 2200-EXIT.
035121     MOVE WS-FND-FOUND-SW TO WS-LEFT-FOUND-SW.
035124     MOVE WS-FND-VALUE TO WS-LEFT-VALUE.
035127     MOVE 'RELEASED' TO WS-FND-ID.
035130     PERFORM 2200-GET-TOTAL THRU 2200-EXIT.
035133     MOVE WS-FND-FOUND-SW TO WS-RIGHT-FOUND-SW.
035136     MOVE WS-FND-VALUE TO WS-RIGHT-VALUE.
035139     MOVE 'DENIED' TO WS-FND-ID.
035142     PERFORM 2200-GET-TOTAL THRU 2200-EXIT.
035145     IF TOTAL-FOUND
035148         ADD WS-FND-VALUE TO WS-RIGHT-VALUE
035151     END-IF.
035154     MOVE 'UNDECIDED' TO WS-FND-ID.
035157     PERFORM 2200-GET-TOTAL THRU 2200-EXIT.
035160     IF TOTAL-FOUND
035163         ADD WS-FND-VALUE TO WS-RIGHT-VALUE
035166     END-IF.
035169     PERFORM 2300-WRITE-RULE-LINE THRU 2300-EXIT.
035172 2050-EXIT.
035175     EXIT.
035200*----------------------------------------------------------------
035300* 2200-GET-TOTAL - LOOK UP THE SUMMED TOTAL FOR WS-FND-PROGRAM/
035400* WS-FND-ID.  WS-FND-VALUE COMES BACK ZERO WHEN NOT FOUND, AND
045300     DISPLAY 'BALRPT - I/O ERROR ON ' WS-ABEND-OPERATION.
045400     DISPLAY 'BALRPT - FILE STATUS = ' WS-ABEND-STATUS.
045500     MOVE 16 TO RETURN-CODE.
045550     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
045600     STOP RUN.
045700*----------------------------------------------------------------
045800 9100-TABLE-FULL.
045900     DISPLAY 'BALRPT - TOTALS TABLE FULL AT 200 ENTRIES'.
046000     DISPLAY 'BALRPT - RAISE WS-TOTAL-ENTRY OCCURS AND RERUN'.
046100     MOVE 16 TO RETURN-CODE.
046150     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
046200     STOP RUN.
046300*----------------------------------------------------------------
046400* 9200-BAD-RECORD - A BALANCE RECORD WITH A NON-NUMERIC COUNT
046800 9200-BAD-RECORD.
046900     DISPLAY 'BALRPT - BAD BALANCE RECORD: ' BALANCE-RECORD.
047000     MOVE 16 TO RETURN-CODE.
047050     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
047100     STOP RUN.
047107*----------------------------------------------------------------
047114* 9990-LOG-RUN-END - APPENDS THIS RUN'S END RECORD, WITH ITS FINAL
047121* RETURN CODE, TO THE RUN-STATUS LOG THROUGH RUNLOG-END SO THE
047128* RUNRPT MORNING REPORT CAN CHECK THE CHAIN.  PERFORMED JUST
047135* BEFORE EVERY STOP RUN, FATAL EXITS INCLUDED.  THE CALL RESETS
047142* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS.
047149*----------------------------------------------------------------
047156 9990-LOG-RUN-END.
047163     MOVE RETURN-CODE TO RLP-RETURN-CODE.
047170     CALL "RUNLOG-END" USING RUNLOG-PARMS.
047177     MOVE RLP-RETURN-CODE TO RETURN-CODE.
047184 9990-EXIT.
047191     EXIT.
047200
047300 END PROGRAM BALRPT.
