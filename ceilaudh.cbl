002582*                   SPLITS' READ/KEPT/ARCHIVED) TO THE COMMON
002584*                   BALANCE FILE (COPYBOOK BALREC) FOR THE
002586*                   BALRPT MORNING BALANCE SHEET.
002588*  10/15/26   RH    APPENDS START AND END RECORDS TO THE RUN-
002590*                   STATUS LOG THROUGH RUNLOG (9990-LOG-RUN-END
002592*                   BEFORE EVERY STOP RUN) FOR THE RUNRPT
002594*                   MORNING CHAIN CHECK.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
011500     05  FILLER              PIC X(22) VALUE
011600         'S ARCHIVED EQUALS READ'.
011700     05  FILLER              PIC X(25) VALUE SPACES.
011716*----------------------------------------------------------------
011732* RUN-STATUS LOG PARAMETERS - SHARED WITH RUNLOG THROUGH COPYBOOK
011748* RUNLOGP.  SEE 9990-LOG-RUN-END.
011764*----------------------------------------------------------------
011780     COPY RUNLOGP.
011800 PROCEDURE DIVISION.
011900*----------------------------------------------------------------
012000* 0000-MAINLINE - READ THE CUTOFF CARD, SPLIT EVERY AUDIT RECORD
012820     PERFORM 4100-PROCESS-CTL-RECORD THRU 4100-EXIT
012830         UNTIL END-OF-CTL-FILE.
012840     PERFORM 4500-CTL-FINALIZE THRU 4500-EXIT.
012870     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
012900     STOP RUN.
013000*----------------------------------------------------------------
013100 1000-INITIALIZE.
013120*    OPEN THIS RUN'S ENTRY ON THE RUN-STATUS LOG - THE END
013140*    RECORD IS WRITTEN BY 9990-LOG-RUN-END.
013160     MOVE 'CEILAUDH' TO RLP-PROGRAM.
013180     CALL "RUNLOG" USING RUNLOG-PARMS.
013200     ACCEPT WS-CUTOFF-CARD.
013300     IF WS-CUTOFF-CARD NOT NUMERIC
013400         GO TO 9100-BAD-CUTOFF
024778     DISPLAY 'CEILAUDH - I/O ERROR ON ' WS-ABEND-OPERATION.
024782     DISPLAY 'CEILAUDH - FILE STATUS = ' WS-ABEND-STATUS.
024786     MOVE 16 TO RETURN-CODE.
024788     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
024790     STOP RUN.
024794*----------------------------------------------------------------
024798* 9100-BAD-CUTOFF - THE SYSIN CARD MUST CARRY THE CUTOFF AS
024822     DISPLAY 'CEILAUDH - CUTOFF CARD MISSING OR NOT YYYYMMDD: '
024826         WS-CUTOFF-CARD.
024830     MOVE 16 TO RETURN-CODE.
024832     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
024834     STOP RUN.
024838*----------------------------------------------------------------
024842* 9200-OUT-OF-BALANCE - KEPT PLUS ARCHIVED DID NOT EQUAL READ.
024874         ' KEPT ' WS-RECORDS-KEPT
024878         ' ARCHIVED ' WS-RECORDS-ARCHIVED.
024882     MOVE 16 TO RETURN-CODE.
024884     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
024886     STOP RUN.
024890*----------------------------------------------------------------
024894* 9300-CTL-OUT-OF-BALANCE - SAME PROOF-NOT-TRUST CHECK AS 9200,
024918         ' KEPT ' WS-CTL-KEPT
024922         ' ARCHIVED ' WS-CTL-ARCHIVED.
024926     MOVE 16 TO RETURN-CODE.
024928     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
024930     STOP RUN.
025030*----------------------------------------------------------------
025130* 9990-LOG-RUN-END - APPENDS THIS RUN'S END RECORD, WITH ITS FINAL
025230* RETURN CODE, TO THE RUN-STATUS LOG THROUGH RUNLOG-END SO THE
025330* RUNRPT MORNING REPORT CAN CHECK THE CHAIN.  PERFORMED JUST
025430* BEFORE EVERY STOP RUN, FATAL EXITS INCLUDED.  THE CALL RESETS
025530* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS.
025630*----------------------------------------------------------------
025730 9990-LOG-RUN-END.
025830     MOVE RETURN-CODE TO RLP-RETURN-CODE.
025930     CALL "RUNLOG-END" USING RUNLOG-PARMS.
026030     MOVE RLP-RETURN-CODE TO RETURN-CODE.
026130 9990-EXIT.
026230     EXIT.
026330
026430 END PROGRAM CEILAUDH.
