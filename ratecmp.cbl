000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RATECMP.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. BILLING-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000*    DATE      INIT  DESCRIPTION
001100*  --------   ----  ---------------------------------------------
001200*  10/15/26   RH    ORIGINAL PROGRAM - CYCLE-OVER-CYCLE RATE
001300*                   COMPARISON, RUN BEFORE THE PRODUCTION LOAD.
001400*                   MATCHES THIS CYCLE'S ROUNDED RATE FILE
001500*                   (CEILRPT APPLY OUTPUT, DD CURRIN) AGAINST
001600*                   THE FILE LOADED LAST CYCLE (DD PRIORIN) BY
001700*                   RATE-ACCT-NO AND LISTS EVERY ACCOUNT ADDED,
001800*                   EVERY ACCOUNT DROPPED, AND EVERY ACCOUNT
001900*                   WHOSE RATE MOVED BY MORE THAN THE PERCENT ON
002000*                   THE SYSIN CARD, THEN SUBTOTALS THEM BY RATE
002100*                   CLASS WITH COUNTS AND DOLLAR CHANGE.  THE
002200*                   CEILRPT IMPACT REPORT ONLY SEES THE ROUNDING
002300*                   DELTA INSIDE ONE FILE AND RATECHK ONLY PROVES
002400*                   THE FILE AGREES WITH ITS OWN TRAILER, SO AN
002500*                   EXTRACT THAT DROPPED HUNDREDS OF ACCOUNTS OR
002600*                   DOUBLED A CLASS'S RATES PASSED BOTH.  BOTH
002700*                   INPUTS MUST ARRIVE SORTED BY ACCOUNT (THE
002800*                   DECK SORTS THEM FIRST); CEILRPTHDR/TRL FRAME
002900*                   RECORDS ARE SKIPPED AND COUNTED.  RETURN CODE
003000*                   4 WHEN ANY ACCOUNT IS LISTED, SO THE LOAD
003100*                   SCHEDULE CAN HOLD FOR A LOOK.
003120*  10/15/26   RH    APPENDS START AND END RECORDS TO THE RUN-
003140*                   STATUS LOG THROUGH RUNLOG (9990-LOG-RUN-END
003160*                   BEFORE EVERY STOP RUN) FOR THE RUNRPT
003180*                   MORNING CHAIN CHECK.
003182*  10/15/26   RH    PERCENT MOVE WIDENED TO 9(9)V9(2) - A TINY
003184*                   PRIOR RATE COULD OVERFLOW IT AND DROP A HUGE
003186*                   MOVE UNDER THE LIMIT.  THE DECK NOW FEEDS
003188*                   BILLING.RATE.RELEASED IN WITH THE ROUNDED
003190*                   FILE, SO AN ACCOUNT CAN ARRIVE TWICE - THE
003192*                   FIRST RECORD FOR AN ACCOUNT IS COMPARED AND
003194*                   ANY REPEAT IS SKIPPED AND COUNTED.
003195*  10/15/26   RH    A REPEAT WHOSE AMOUNT DIFFERS FROM THE FIRST
003196*                   RECORD FOR ITS ACCOUNT IS NO LONGER SKIPPED -
003197*                   IT IS LISTED AS A CONFLICT AND SETS RETURN
003198*                   CODE 4, SINCE THE LOAD WOULD LET THE LATER
003199*                   RECORD OVERWRITE THE AMOUNT COMPARED HERE.
003200*----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
003600 OBJECT-COMPUTER. IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CUR-FILE    ASSIGN TO CURRIN
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-CUR-FILE-STATUS.
004200     SELECT PRIOR-FILE  ASSIGN TO PRIORIN
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-PRIOR-FILE-STATUS.
004500     SELECT REPORT-FILE ASSIGN TO RPTOUT
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-REPORT-FILE-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  CUR-FILE
005100     LABEL RECORDS ARE STANDARD
005200     RECORDING MODE IS F.
005300     COPY RATEREC.
005400 FD  PRIOR-FILE
005500     LABEL RECORDS ARE STANDARD
005600     RECORDING MODE IS F.
005700     COPY RATEREC REPLACING RATE-RECORD BY PRIOR-RECORD,
005800                            RATE-ACCT-NO BY PRI-ACCT-NO,
005900                            RATE-AMOUNT BY PRI-AMOUNT,
006000                            RATE-CLASS BY PRI-CLASS,
006100                            RATE-EFF-DATE BY PRI-EFF-DATE.
006200 FD  REPORT-FILE
006300     LABEL RECORDS ARE STANDARD
006400     RECORDING MODE IS F.
006500 01  REPORT-RECORD           PIC X(80).
006600 WORKING-STORAGE SECTION.
006700*----------------------------------------------------------------
006800* SWITCHES
006900*----------------------------------------------------------------
007000 01  WS-SWITCHES.
007100     05  WS-CUR-EOF-SW       PIC X(01) VALUE 'N'.
007200         88  END-OF-CUR-FILE         VALUE 'Y'.
007300     05  WS-PRIOR-EOF-SW     PIC X(01) VALUE 'N'.
007400         88  END-OF-PRIOR-FILE       VALUE 'Y'.
007500     05  WS-CLASS-FOUND-SW   PIC X(01) VALUE 'N'.
007600         88  CLASS-ENTRY-FOUND       VALUE 'Y'.
007700*----------------------------------------------------------------
007800* FILE STATUS CODES
007900*----------------------------------------------------------------
008000 01  WS-CUR-FILE-STATUS      PIC X(02) VALUE '00'.
008100     88  CUR-FILE-OK                  VALUE '00'.
008200 01  WS-PRIOR-FILE-STATUS    PIC X(02) VALUE '00'.
008300     88  PRIOR-FILE-OK                VALUE '00'.
008400 01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE '00'.
008500     88  REPORT-FILE-OK               VALUE '00'.
008600 01  WS-ABEND-OPERATION      PIC X(24) VALUE SPACES.
008700 01  WS-ABEND-STATUS         PIC X(02) VALUE SPACES.
008800*----------------------------------------------------------------
008900* MOVE LIMIT - 9(3)V9(2) PERCENT IN COLS 1-5 OF THE SYSIN CARD.
009000* A MATCHED ACCOUNT WHOSE RATE MOVED MORE THAN THIS PERCENT OF
009100* LAST CYCLE'S RATE (EITHER DIRECTION) IS LISTED.  A BAD OR
009200* MISSING CARD IS FATAL - A DEFAULT LIMIT WOULD DECIDE FOR THE
009300* RATE DESK WHAT COUNTS AS AN ORDINARY MOVE.
009400*----------------------------------------------------------------
009500 01  WS-PCT-CARD             PIC X(05) VALUE SPACES.
009600 01  WS-PCT-LIMIT REDEFINES WS-PCT-CARD
009700                             PIC 9(3)V9(2).
009800*----------------------------------------------------------------
009900* MATCH KEYS - HIGH-VALUES ONCE A FILE IS EXHAUSTED, SO THE
010000* OTHER FILE'S REMAINING RECORDS ALL FALL OUT AS ADDS OR DROPS.
010033* LOW-VALUES AT START, SO THE FIRST RECORD OF EACH FILE IS NEVER
010066* TAKEN FOR A REPEAT OF THE ACCOUNT BEFORE IT.
010100*----------------------------------------------------------------
010200 01  WS-CUR-KEY              PIC X(10) VALUE LOW-VALUES.
010300 01  WS-PRIOR-KEY            PIC X(10) VALUE LOW-VALUES.
010400*----------------------------------------------------------------
010500* COMPARISON WORK FIELDS FOR THE RECORD(S) IN HAND
010600*----------------------------------------------------------------
010700 01  WS-CUR-AMOUNT           PIC 9(4)V9(3).
010800 01  WS-PRIOR-AMOUNT         PIC 9(4)V9(3).
010900 01  WS-CHANGE               PIC S9(5)V9(3).
010933 01  WS-REPEAT-AMOUNT        PIC 9(4)V9(3).
010966 01  WS-CONFLICT-FILE        PIC X(10).
011000 01  WS-PCT-MOVE             PIC S9(9)V9(2).
011100 01  WS-LIST-CLASS           PIC X(02).
011200*----------------------------------------------------------------
011300* DIFFERENCES BY RATE CLASS - ONE TABLE ENTRY PER CLASS LISTED,
011400* FIRST-SEEN ORDER (CEILRPT'S CLASS-TABLE CONVENTION).  AN ADD
011500* COUNTS UNDER ITS NEW CLASS, A DROP UNDER ITS OLD CLASS, A MOVE
011600* UNDER THIS CYCLE'S CLASS.  A FULL TABLE IS FATAL - SEE
011700* 9200-CLASS-FULL.
011800*----------------------------------------------------------------
011900 01  WS-CLASS-TABLE.
012000     05  WS-CLASS-COUNT      PIC 9(4) COMP VALUE ZERO.
012100     05  WS-CLASS-ENTRY      OCCURS 50 TIMES.
012200         10  CLS-CODE        PIC X(02).
012300         10  CLS-ADDED       PIC 9(6) COMP.
012400         10  CLS-DROPPED     PIC 9(6) COMP.
012500         10  CLS-MOVED       PIC 9(6) COMP.
012600         10  CLS-CHANGE      PIC S9(11)V9(3).
012700 77  WS-CLS-SUB              PIC 9(4) COMP.
012800 77  WS-CLS-HIT              PIC 9(4) COMP.
012900*----------------------------------------------------------------
013000* CONTROL TOTALS
013100*----------------------------------------------------------------
013200 01  WS-COUNTERS.
013300     05  WS-CUR-READ         PIC 9(6) COMP VALUE ZERO.
013400     05  WS-PRIOR-READ       PIC 9(6) COMP VALUE ZERO.
013500     05  WS-FRAMES-SKIPPED   PIC 9(6) COMP VALUE ZERO.
013600     05  WS-MATCHED          PIC 9(6) COMP VALUE ZERO.
013700     05  WS-ADDED            PIC 9(6) COMP VALUE ZERO.
013800     05  WS-DROPPED          PIC 9(6) COMP VALUE ZERO.
013900     05  WS-MOVED            PIC 9(6) COMP VALUE ZERO.
013950     05  WS-DUPS-SKIPPED     PIC 9(6) COMP VALUE ZERO.
013975     05  WS-CONFLICTS        PIC 9(6) COMP VALUE ZERO.
014000 01  WS-GT-CHANGE            PIC S9(11)V9(3) VALUE ZERO.
014100*----------------------------------------------------------------
014200* REPORT LINE LAYOUTS
014300*----------------------------------------------------------------
014400 01  WS-PRINT-AREA           PIC X(80).
014500 01  WS-HEADING-1.
014600     05  FILLER              PIC X(45) VALUE
014700         'CYCLE-OVER-CYCLE RATE COMPARISON - MOVE LIMIT'.
014800     05  FILLER              PIC X(01) VALUE SPACES.
014900     05  HL-PCT-LIMIT        PIC ZZ9.99.
015000     05  FILLER              PIC X(08) VALUE ' PERCENT'.
015100     05  FILLER              PIC X(20) VALUE SPACES.
015200 01  WS-HEADING-2.
015300     05  FILLER              PIC X(09) VALUE 'STATUS'.
015400     05  FILLER              PIC X(11) VALUE 'ACCOUNT'.
015500     05  FILLER              PIC X(03) VALUE 'CL'.
015600     05  FILLER              PIC X(09) VALUE '   PRIOR'.
015700     05  FILLER              PIC X(09) VALUE ' CURRENT'.
015800     05  FILLER              PIC X(11) VALUE '    CHANGE'.
015900     05  FILLER              PIC X(13) VALUE '      PERCENT'.
016000     05  FILLER              PIC X(15) VALUE SPACES.
016100 01  WS-DETAIL-LINE.
016200     05  DL-STATUS           PIC X(08).
016300     05  FILLER              PIC X(01) VALUE SPACES.
016400     05  DL-ACCT-NO          PIC X(10).
016500     05  FILLER              PIC X(01) VALUE SPACES.
016600     05  DL-CLASS            PIC X(02).
016700     05  FILLER              PIC X(01) VALUE SPACES.
016800     05  DL-PRIOR            PIC X(08).
016900     05  FILLER              PIC X(01) VALUE SPACES.
017000     05  DL-CURRENT          PIC X(08).
017100     05  FILLER              PIC X(01) VALUE SPACES.
017200     05  DL-CHANGE           PIC ZZZZ9.999-.
017300     05  FILLER              PIC X(01) VALUE SPACES.
017400     05  DL-PCT              PIC X(13).
017500     05  FILLER              PIC X(15) VALUE SPACES.
017600 01  WS-AMT-EDIT             PIC ZZZ9.999.
017700 01  WS-PCT-EDIT             PIC ZZZZZZZZ9.99-.
017800 01  WS-CLASS-HEADING-1.
017900     05  FILLER              PIC X(28) VALUE
018000         'DIFFERENCES BY RATE CLASS'.
018100     05  FILLER              PIC X(52) VALUE SPACES.
018200 01  WS-CLASS-HEADING-2.
018300     05  FILLER              PIC X(05) VALUE 'CLASS'.
018400     05  FILLER              PIC X(08) VALUE '   ADDED'.
018500     05  FILLER              PIC X(08) VALUE ' DROPPED'.
018600     05  FILLER              PIC X(08) VALUE '   MOVED'.
018700     05  FILLER              PIC X(17) VALUE
018800         '    MOVE DOLLARS'.
018900     05  FILLER              PIC X(34) VALUE SPACES.
019000 01  WS-CLASS-LINE.
019100     05  CL-CODE             PIC X(02).
019200     05  FILLER              PIC X(03) VALUE SPACES.
019300     05  CL-ADDED            PIC ZZZZZ9.
019400     05  FILLER              PIC X(02) VALUE SPACES.
019500     05  CL-DROPPED          PIC ZZZZZ9.
019600     05  FILLER              PIC X(02) VALUE SPACES.
019700     05  CL-MOVED            PIC ZZZZZ9.
019800     05  FILLER              PIC X(02) VALUE SPACES.
019900     05  CL-CHANGE           PIC ZZZZZZZZZZ9.999-.
020000     05  FILLER              PIC X(35) VALUE SPACES.
020100 01  WS-TOTAL-LINE.
020200     05  TL-CAPTION          PIC X(30).
020300     05  TL-COUNT            PIC ZZZZZ9.
020400     05  FILLER              PIC X(44) VALUE SPACES.
020500 01  WS-CHANGE-TOTAL-LINE.
020600     05  FILLER              PIC X(30) VALUE
020700         'NET DOLLAR CHANGE OF MOVES'.
020800     05  TL-GT-CHANGE        PIC ZZZZZZZZZZ9.999-.
020900     05  FILLER              PIC X(34) VALUE SPACES.
021000 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
021016*----------------------------------------------------------------
021032* RUN-STATUS LOG PARAMETERS - SHARED WITH RUNLOG THROUGH COPYBOOK
021048* RUNLOGP.  SEE 9990-LOG-RUN-END.
021064*----------------------------------------------------------------
021080     COPY RUNLOGP.
021100 PROCEDURE DIVISION.
021200*----------------------------------------------------------------
021300* 0000-MAINLINE - READ THE LIMIT CARD, MATCH THE TWO SORTED RATE
021400* FILES ACCOUNT BY ACCOUNT, PRINT THE CLASS SUMMARY AND TOTALS,
021500* CLOSE FILES.  RETURN CODE 4 WHEN ANY ACCOUNT WAS LISTED.
021600*----------------------------------------------------------------
021700 0000-MAINLINE.
021800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021900     PERFORM 2000-COMPARE THRU 2000-EXIT
022000         UNTIL END-OF-CUR-FILE AND END-OF-PRIOR-FILE.
022100     PERFORM 3000-FINALIZE THRU 3000-EXIT.
022200     IF WS-ADDED > ZERO
022300        OR WS-DROPPED > ZERO
022400        OR WS-MOVED > ZERO
022450        OR WS-CONFLICTS > ZERO
022500         MOVE 4 TO RETURN-CODE
022600     END-IF.
022650     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
022700     STOP RUN.
022800*----------------------------------------------------------------
022900 1000-INITIALIZE.
022920*    OPEN THIS RUN'S ENTRY ON THE RUN-STATUS LOG - THE END
022940*    RECORD IS WRITTEN BY 9990-LOG-RUN-END.
022960     MOVE 'RATECMP' TO RLP-PROGRAM.
022980     CALL "RUNLOG" USING RUNLOG-PARMS.
023000     ACCEPT WS-PCT-CARD.
023100     IF WS-PCT-CARD NOT NUMERIC
023200         GO TO 9100-BAD-LIMIT
023300     END-IF.
023400     OPEN INPUT CUR-FILE.
023500     IF NOT CUR-FILE-OK
023600         MOVE 'OPEN INPUT CUR-FILE' TO WS-ABEND-OPERATION
023700         MOVE WS-CUR-FILE-STATUS TO WS-ABEND-STATUS
023800         GO TO 9000-FILE-ERROR
023900     END-IF.
024000     OPEN INPUT PRIOR-FILE.
024100     IF NOT PRIOR-FILE-OK
024200         MOVE 'OPEN INPUT PRIOR-FILE' TO WS-ABEND-OPERATION
024300         MOVE WS-PRIOR-FILE-STATUS TO WS-ABEND-STATUS
024400         GO TO 9000-FILE-ERROR
024500     END-IF.
024600     OPEN OUTPUT REPORT-FILE.
024700     IF NOT REPORT-FILE-OK
024800         MOVE 'OPEN OUTPUT REPORT-FILE' TO WS-ABEND-OPERATION
024900         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-STATUS
025000         GO TO 9000-FILE-ERROR
025100     END-IF.
025200     MOVE WS-PCT-LIMIT TO HL-PCT-LIMIT.
025300     MOVE WS-HEADING-1 TO WS-PRINT-AREA.
025400     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
025500     MOVE WS-HEADING-2 TO WS-PRINT-AREA.
025600     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
025700     PERFORM 2100-READ-CUR-FILE THRU 2100-EXIT.
025800     PERFORM 2150-READ-PRIOR-FILE THRU 2150-EXIT.
025900 1000-EXIT.
026000     EXIT.
026100*----------------------------------------------------------------
026200* 2000-COMPARE - ONE STEP OF THE MATCH.  THE LOWER KEY IS EITHER
026300* AN ACCOUNT ONLY THIS CYCLE HAS (ADDED) OR ONLY LAST CYCLE HAD
026400* (DROPPED); EQUAL KEYS ARE THE SAME ACCOUNT IN BOTH FILES AND
026500* ARE JUDGED AGAINST THE MOVE LIMIT.
026600*----------------------------------------------------------------
026700 2000-COMPARE.
026800     IF WS-CUR-KEY < WS-PRIOR-KEY
026900         PERFORM 2200-LIST-ADDED THRU 2200-EXIT
027000         PERFORM 2100-READ-CUR-FILE THRU 2100-EXIT
027100     ELSE
027200     IF WS-CUR-KEY > WS-PRIOR-KEY
027300         PERFORM 2250-LIST-DROPPED THRU 2250-EXIT
027400         PERFORM 2150-READ-PRIOR-FILE THRU 2150-EXIT
027500     ELSE
027600         PERFORM 2300-JUDGE-MOVE THRU 2300-EXIT
027700         PERFORM 2100-READ-CUR-FILE THRU 2100-EXIT
027800         PERFORM 2150-READ-PRIOR-FILE THRU 2150-EXIT
027900     END-IF
028000     END-IF.
028100 2000-EXIT.
028200     EXIT.
028300*----------------------------------------------------------------
028400* 2100-READ-CUR-FILE - NEXT RATE RECORD FROM THIS CYCLE'S FILE,
028500* STEPPING OVER CEILRPTHDR/TRL FRAMES.  END OF FILE SETS THE
028528* KEY TO HIGH-VALUES.  THE DECK CONCATENATES BILLING.RATE.RELEASED
028556* BEHIND THE ROUNDED FILE AND THE SORT KEEPS THAT ORDER, SO AN
028584* ACCOUNT ON BOTH ARRIVES TWICE, THE ROUNDED RECORD FIRST.  THE
028603* FIRST RECORD FOR AN ACCOUNT IS THE ONE COMPARED; A REPEAT WITH
028622* THE SAME AMOUNT IS COUNTED AND SKIPPED, ONE WITH A DIFFERENT
028641* AMOUNT IS LISTED AS A CONFLICT (SEE 2350-LIST-CONFLICT).  THE
028660* SAME APPLIES TO LAST CYCLE'S FILE, WHICH IS SAVED FROM THE SAME
028679* TWO DATASETS.
028700*----------------------------------------------------------------
028800 2100-READ-CUR-FILE.
028900     READ CUR-FILE
029000         AT END
029100             MOVE 'Y' TO WS-CUR-EOF-SW
029200             MOVE HIGH-VALUES TO WS-CUR-KEY
029300             GO TO 2100-EXIT
029400     END-READ.
029500     IF RATE-RECORD (1:10) = 'CEILRPTHDR'
029600        OR RATE-RECORD (1:10) = 'CEILRPTTRL'
029700         ADD 1 TO WS-FRAMES-SKIPPED
029800         GO TO 2100-READ-CUR-FILE
029900     END-IF.
030000     ADD 1 TO WS-CUR-READ.
030020     IF RATE-ACCT-NO = WS-CUR-KEY
030040         PERFORM 2170-CHECK-CUR-REPEAT THRU 2170-EXIT
030060         GO TO 2100-READ-CUR-FILE
030080     END-IF.
030100     MOVE RATE-ACCT-NO TO WS-CUR-KEY.
030200     IF RATE-AMOUNT NUMERIC
030300         MOVE RATE-AMOUNT TO WS-CUR-AMOUNT
030400     ELSE
030500         MOVE ZERO TO WS-CUR-AMOUNT
030600     END-IF.
030700 2100-EXIT.
030800     EXIT.
030900*----------------------------------------------------------------
031000 2150-READ-PRIOR-FILE.
031100     READ PRIOR-FILE
031200         AT END
031300             MOVE 'Y' TO WS-PRIOR-EOF-SW
031400             MOVE HIGH-VALUES TO WS-PRIOR-KEY
031500             GO TO 2150-EXIT
031600     END-READ.
031700     IF PRIOR-RECORD (1:10) = 'CEILRPTHDR'
031800        OR PRIOR-RECORD (1:10) = 'CEILRPTTRL'
031900         ADD 1 TO WS-FRAMES-SKIPPED
032000         GO TO 2150-READ-PRIOR-FILE
032100     END-IF.
032200     ADD 1 TO WS-PRIOR-READ.
032220     IF PRI-ACCT-NO = WS-PRIOR-KEY
032240         PERFORM 2180-CHECK-PRIOR-REPEAT THRU 2180-EXIT
032260         GO TO 2150-READ-PRIOR-FILE
032280     END-IF.
032300     MOVE PRI-ACCT-NO TO WS-PRIOR-KEY.
032400     IF PRI-AMOUNT NUMERIC
032500         MOVE PRI-AMOUNT TO WS-PRIOR-AMOUNT
032600     ELSE
032700         MOVE ZERO TO WS-PRIOR-AMOUNT
032800     END-IF.
032900 2150-EXIT.
033000     EXIT.
033002*----------------------------------------------------------------
033004* 2170-CHECK-CUR-REPEAT - A SECOND RECORD FOR THE ACCOUNT JUST
033006* READ FROM THIS CYCLE'S FILE.  WS-CUR-AMOUNT STILL HOLDS THE
033008* FIRST RECORD'S AMOUNT.  THE SAME AMOUNT IS HARMLESS AND ONLY
033010* COUNTED; A DIFFERENT ONE IS LISTED AS A CONFLICT.
033012*----------------------------------------------------------------
033014 2170-CHECK-CUR-REPEAT.
033016     IF RATE-AMOUNT NUMERIC
033018         MOVE RATE-AMOUNT TO WS-REPEAT-AMOUNT
033020     ELSE
033022         MOVE ZERO TO WS-REPEAT-AMOUNT
033024     END-IF.
033026     IF WS-REPEAT-AMOUNT = WS-CUR-AMOUNT
033028         ADD 1 TO WS-DUPS-SKIPPED
033030         GO TO 2170-EXIT
033032     END-IF.
033034     MOVE SPACES TO WS-DETAIL-LINE.
033036     MOVE RATE-ACCT-NO TO DL-ACCT-NO.
033038     MOVE RATE-CLASS TO DL-CLASS.
033040     MOVE WS-CUR-AMOUNT TO WS-AMT-EDIT.
033042     MOVE WS-AMT-EDIT TO DL-PRIOR.
033044     COMPUTE WS-CHANGE = WS-REPEAT-AMOUNT - WS-CUR-AMOUNT.
033046     MOVE 'THIS CYCLE' TO WS-CONFLICT-FILE.
033048     PERFORM 2350-LIST-CONFLICT THRU 2350-EXIT.
033050 2170-EXIT.
033052     EXIT.
033054*----------------------------------------------------------------
033056 2180-CHECK-PRIOR-REPEAT.
033058     IF PRI-AMOUNT NUMERIC
033060         MOVE PRI-AMOUNT TO WS-REPEAT-AMOUNT
033062     ELSE
033064         MOVE ZERO TO WS-REPEAT-AMOUNT
033066     END-IF.
033068     IF WS-REPEAT-AMOUNT = WS-PRIOR-AMOUNT
033070         ADD 1 TO WS-DUPS-SKIPPED
033072         GO TO 2180-EXIT
033074     END-IF.
033076     MOVE SPACES TO WS-DETAIL-LINE.
033078     MOVE PRI-ACCT-NO TO DL-ACCT-NO.
033080     MOVE PRI-CLASS TO DL-CLASS.
033082     MOVE WS-PRIOR-AMOUNT TO WS-AMT-EDIT.
033084     MOVE WS-AMT-EDIT TO DL-PRIOR.
033086     COMPUTE WS-CHANGE = WS-REPEAT-AMOUNT - WS-PRIOR-AMOUNT.
033088     MOVE 'LAST CYCLE' TO WS-CONFLICT-FILE.
033090     PERFORM 2350-LIST-CONFLICT THRU 2350-EXIT.
033092 2180-EXIT.
033094     EXIT.
033100*----------------------------------------------------------------
033200 2200-LIST-ADDED.
033300     ADD 1 TO WS-ADDED.
033400     MOVE SPACES TO WS-DETAIL-LINE.
033500     MOVE 'ADDED' TO DL-STATUS.
033600     MOVE RATE-ACCT-NO TO DL-ACCT-NO.
033700     MOVE RATE-CLASS TO DL-CLASS.
033800     MOVE WS-CUR-AMOUNT TO WS-AMT-EDIT.
033900     MOVE WS-AMT-EDIT TO DL-CURRENT.
034000     MOVE WS-CUR-AMOUNT TO DL-CHANGE.
034100     MOVE WS-DETAIL-LINE TO WS-PRINT-AREA.
034200     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
034300     MOVE RATE-CLASS TO WS-LIST-CLASS.
034400     PERFORM 2400-FIND-CLASS-ENTRY THRU 2400-EXIT.
034500     ADD 1 TO CLS-ADDED (WS-CLS-HIT).
034600 2200-EXIT.
034700     EXIT.
034800*----------------------------------------------------------------
034900 2250-LIST-DROPPED.
035000     ADD 1 TO WS-DROPPED.
035100     MOVE SPACES TO WS-DETAIL-LINE.
035200     MOVE 'DROPPED' TO DL-STATUS.
035300     MOVE PRI-ACCT-NO TO DL-ACCT-NO.
035400     MOVE PRI-CLASS TO DL-CLASS.
035500     MOVE WS-PRIOR-AMOUNT TO WS-AMT-EDIT.
035600     MOVE WS-AMT-EDIT TO DL-PRIOR.
035700     COMPUTE WS-CHANGE = ZERO - WS-PRIOR-AMOUNT.
035800     MOVE WS-CHANGE TO DL-CHANGE.
035900     MOVE WS-DETAIL-LINE TO WS-PRINT-AREA.
036000     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
036100     MOVE PRI-CLASS TO WS-LIST-CLASS.
036200     PERFORM 2400-FIND-CLASS-ENTRY THRU 2400-EXIT.
036300     ADD 1 TO CLS-DROPPED (WS-CLS-HIT).
036400 2250-EXIT.
036500     EXIT.
036600*----------------------------------------------------------------
036700* 2300-JUDGE-MOVE - SAME ACCOUNT IN BOTH FILES.  THE MOVE IS THE
036800* CHANGE AS A PERCENT OF LAST CYCLE'S RATE; A ZERO PRIOR RATE
036900* THAT IS NO LONGER ZERO HAS NO PERCENT AND IS ALWAYS LISTED.
037000*----------------------------------------------------------------
037100 2300-JUDGE-MOVE.
037200     ADD 1 TO WS-MATCHED.
037300     COMPUTE WS-CHANGE = WS-CUR-AMOUNT - WS-PRIOR-AMOUNT.
037400     IF WS-CHANGE = ZERO
037500         GO TO 2300-EXIT
037600     END-IF.
037700     MOVE SPACES TO WS-DETAIL-LINE.
037800     IF WS-PRIOR-AMOUNT = ZERO
037900         MOVE '         N/A' TO DL-PCT
038000     ELSE
038100         COMPUTE WS-PCT-MOVE ROUNDED =
038200             WS-CHANGE * 100 / WS-PRIOR-AMOUNT
038300         IF WS-PCT-MOVE < ZERO
038400             IF ZERO - WS-PCT-MOVE NOT > WS-PCT-LIMIT
038500                 GO TO 2300-EXIT
038600             END-IF
038700         ELSE
038800             IF WS-PCT-MOVE NOT > WS-PCT-LIMIT
038900                 GO TO 2300-EXIT
039000             END-IF
039100         END-IF
039200         MOVE WS-PCT-MOVE TO WS-PCT-EDIT
039300         MOVE WS-PCT-EDIT TO DL-PCT
039400     END-IF.
039500     ADD 1 TO WS-MOVED.
039600     ADD WS-CHANGE TO WS-GT-CHANGE.
039700     MOVE 'MOVED' TO DL-STATUS.
039800     MOVE RATE-ACCT-NO TO DL-ACCT-NO.
039900     MOVE RATE-CLASS TO DL-CLASS.
040000     MOVE WS-PRIOR-AMOUNT TO WS-AMT-EDIT.
040100     MOVE WS-AMT-EDIT TO DL-PRIOR.
040200     MOVE WS-CUR-AMOUNT TO WS-AMT-EDIT.
040300     MOVE WS-AMT-EDIT TO DL-CURRENT.
040400     MOVE WS-CHANGE TO DL-CHANGE.
040500     MOVE WS-DETAIL-LINE TO WS-PRINT-AREA.
040600     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
040700     MOVE RATE-CLASS TO WS-LIST-CLASS.
040800     PERFORM 2400-FIND-CLASS-ENTRY THRU 2400-EXIT.
040900     ADD 1 TO CLS-MOVED (WS-CLS-HIT).
041000     ADD WS-CHANGE TO CLS-CHANGE (WS-CLS-HIT).
041100 2300-EXIT.
041200     EXIT.
041204*----------------------------------------------------------------
041208* 2350-LIST-CONFLICT - ONE INPUT CARRIES AN ACCOUNT TWICE WITH
041212* DIFFERENT AMOUNTS - IN PRACTICE A RELEASED RECORD BEHIND A
041216* ROUNDED ONE WHOSE RATE HAS MOVED SINCE THE RELEASE.  THE LOAD
041220* TAKES BOTH AND THE LATER ONE WINS, SO THE AMOUNT COMPARED HERE
041224* IS NOT THE ONE THAT WOULD GO INTO PRODUCTION.  THE LINE SHOWS
041228* THE FIRST (COMPARED) AMOUNT UNDER PRIOR, THE REPEAT UNDER
041232* CURRENT, AND WHICH INPUT UNDER PERCENT.  THE CALLER HAS SET
041236* THE ACCOUNT, CLASS, FIRST AMOUNT AND WS-CHANGE.
041240*----------------------------------------------------------------
041244 2350-LIST-CONFLICT.
041248     ADD 1 TO WS-CONFLICTS.
041252     MOVE 'CONFLICT' TO DL-STATUS.
041256     MOVE WS-REPEAT-AMOUNT TO WS-AMT-EDIT.
041260     MOVE WS-AMT-EDIT TO DL-CURRENT.
041264     MOVE WS-CHANGE TO DL-CHANGE.
041268     MOVE WS-CONFLICT-FILE TO DL-PCT (4:10).
041272     MOVE WS-DETAIL-LINE TO WS-PRINT-AREA.
041276     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
041280 2350-EXIT.
041284     EXIT.
041300*----------------------------------------------------------------
041400* 2400-FIND-CLASS-ENTRY - POINT WS-CLS-HIT AT THE TABLE ENTRY
041500* FOR WS-LIST-CLASS, ADDING THE ENTRY ON FIRST SIGHT.
041600*----------------------------------------------------------------
041700 2400-FIND-CLASS-ENTRY.
041800     MOVE 'N' TO WS-CLASS-FOUND-SW.
041900     MOVE ZERO TO WS-CLS-HIT.
042000     PERFORM 2450-FIND-CLASS THRU 2450-EXIT
042100         VARYING WS-CLS-SUB FROM 1 BY 1
042200         UNTIL WS-CLS-SUB > WS-CLASS-COUNT
042300            OR CLASS-ENTRY-FOUND.
042400     IF NOT CLASS-ENTRY-FOUND
042500         IF WS-CLASS-COUNT = 50
042600             GO TO 9200-CLASS-FULL
042700         END-IF
042800         ADD 1 TO WS-CLASS-COUNT
042900         MOVE WS-CLASS-COUNT TO WS-CLS-HIT
043000         MOVE WS-LIST-CLASS TO CLS-CODE (WS-CLS-HIT)
043100         MOVE ZERO TO CLS-ADDED (WS-CLS-HIT)
043200         MOVE ZERO TO CLS-DROPPED (WS-CLS-HIT)
043300         MOVE ZERO TO CLS-MOVED (WS-CLS-HIT)
043400         MOVE ZERO TO CLS-CHANGE (WS-CLS-HIT)
043500     END-IF.
043600 2400-EXIT.
043700     EXIT.
043800*----------------------------------------------------------------
043900 2450-FIND-CLASS.
044000     IF CLS-CODE (WS-CLS-SUB) = WS-LIST-CLASS
044100         MOVE 'Y' TO WS-CLASS-FOUND-SW
044200         MOVE WS-CLS-SUB TO WS-CLS-HIT
044300     END-IF.
044400 2450-EXIT.
044500     EXIT.
044600*----------------------------------------------------------------
044700 2500-WRITE-REPORT.
044800     WRITE REPORT-RECORD FROM WS-PRINT-AREA.
044900     IF NOT REPORT-FILE-OK
045000         MOVE 'WRITE REPORT-RECORD' TO WS-ABEND-OPERATION
045100         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-STATUS
045200         GO TO 9000-FILE-ERROR
045300     END-IF.
045400 2500-EXIT.
045500     EXIT.
045600*----------------------------------------------------------------
045700 3000-FINALIZE.
045800     MOVE WS-BLANK-LINE TO WS-PRINT-AREA.
045900     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
046000     MOVE WS-CLASS-HEADING-1 TO WS-PRINT-AREA.
046100     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
046200     MOVE WS-CLASS-HEADING-2 TO WS-PRINT-AREA.
046300     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
046400     PERFORM 3100-WRITE-CLASS-LINE THRU 3100-EXIT
046500         VARYING WS-CLS-SUB FROM 1 BY 1
046600         UNTIL WS-CLS-SUB > WS-CLASS-COUNT.
046700     MOVE WS-BLANK-LINE TO WS-PRINT-AREA.
046800     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
046900     MOVE 'PRIOR CYCLE RECORDS READ' TO TL-CAPTION.
047000     MOVE WS-PRIOR-READ TO TL-COUNT.
047100     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
047200     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
047300     MOVE 'THIS CYCLE RECORDS READ' TO TL-CAPTION.
047400     MOVE WS-CUR-READ TO TL-COUNT.
047500     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
047600     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
047700     MOVE 'FRAME RECORDS SKIPPED' TO TL-CAPTION.
047800     MOVE WS-FRAMES-SKIPPED TO TL-COUNT.
047900     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
048000     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
048020     MOVE 'REPEAT ACCOUNT RECORDS SKIPPED' TO TL-CAPTION.
048040     MOVE WS-DUPS-SKIPPED TO TL-COUNT.
048060     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
048080     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
048084     MOVE 'REPEAT ACCOUNT CONFLICTS' TO TL-CAPTION.
048088     MOVE WS-CONFLICTS TO TL-COUNT.
048092     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
048096     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
048100     MOVE 'ACCOUNTS IN BOTH CYCLES' TO TL-CAPTION.
048200     MOVE WS-MATCHED TO TL-COUNT.
048300     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
048400     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
048500     MOVE 'ACCOUNTS ADDED' TO TL-CAPTION.
048600     MOVE WS-ADDED TO TL-COUNT.
048700     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
048800     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
048900     MOVE 'ACCOUNTS DROPPED' TO TL-CAPTION.
049000     MOVE WS-DROPPED TO TL-COUNT.
049100     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
049200     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
049300     MOVE 'ACCOUNTS MOVED OVER LIMIT' TO TL-CAPTION.
049400     MOVE WS-MOVED TO TL-COUNT.
049500     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
049600     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
049700     MOVE WS-GT-CHANGE TO TL-GT-CHANGE.
049800     MOVE WS-CHANGE-TOTAL-LINE TO WS-PRINT-AREA.
049900     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
050000     CLOSE CUR-FILE.
050100     CLOSE PRIOR-FILE.
050200     CLOSE REPORT-FILE.
050300 3000-EXIT.
050400     EXIT.
050500*----------------------------------------------------------------
050600 3100-WRITE-CLASS-LINE.
050700     MOVE CLS-CODE (WS-CLS-SUB)    TO CL-CODE.
050800     MOVE CLS-ADDED (WS-CLS-SUB)   TO CL-ADDED.
050900     MOVE CLS-DROPPED (WS-CLS-SUB) TO CL-DROPPED.
051000     MOVE CLS-MOVED (WS-CLS-SUB)   TO CL-MOVED.
051100     MOVE CLS-CHANGE (WS-CLS-SUB)  TO CL-CHANGE.
051200     MOVE WS-CLASS-LINE TO WS-PRINT-AREA.
051300     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
051400 3100-EXIT.
051500     EXIT.
051600*----------------------------------------------------------------
051700* 9000-FILE-ERROR - A NON-ZERO FILE STATUS ON ANY FILE IS FATAL.
051800* A COMPARISON CUT SHORT AND ENDED CLEAN WOULD CLEAR A LOAD ON
051900* PARTIAL EVIDENCE.
052000*----------------------------------------------------------------
052100 9000-FILE-ERROR.
052200     DISPLAY 'RATECMP - I/O ERROR ON ' WS-ABEND-OPERATION.
052300     DISPLAY 'RATECMP - FILE STATUS = ' WS-ABEND-STATUS.
052400     MOVE 16 TO RETURN-CODE.
052450     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
052500     STOP RUN.
052600*----------------------------------------------------------------
052700* 9100-BAD-LIMIT - THE SYSIN CARD MUST CARRY THE MOVE LIMIT AS
052800* 9(3)V9(2) PERCENT DIGITS IN COLUMNS 1-5.  SEE THE FIELD'S
052900* NOTE FOR WHY A DEFAULT IS NOT TAKEN.
053000*----------------------------------------------------------------
053100 9100-BAD-LIMIT.
053200     DISPLAY 'RATECMP - MOVE LIMIT CARD MISSING OR NOT NUMERIC: '
053300         WS-PCT-CARD.
053400     MOVE 16 TO RETURN-CODE.
053450     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
053500     STOP RUN.
053600*----------------------------------------------------------------
053700* 9200-CLASS-FULL - MORE RATE CLASSES THAN THE TABLE HOLDS.
053800* DROPPING A CLASS FROM THE SUMMARY WOULD HIDE EXACTLY THE KIND
053900* OF CLASS-WIDE SHIFT THIS REPORT EXISTS TO CATCH, SO THIS IS
054000* FATAL - RAISE THE OCCURS AND RERUN.
054100*----------------------------------------------------------------
054200 9200-CLASS-FULL.
054300     DISPLAY 'RATECMP - RATE-CLASS TABLE FULL AT 50 ENTRIES'.
054400     DISPLAY 'RATECMP - RAISE WS-CLASS-ENTRY OCCURS AND RERUN'.
054500     MOVE 16 TO RETURN-CODE.
054550     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
054600     STOP RUN.
054607*----------------------------------------------------------------
054614* 9990-LOG-RUN-END - APPENDS THIS RUN'S END RECORD, WITH ITS FINAL
054621* RETURN CODE, TO THE RUN-STATUS LOG THROUGH RUNLOG-END SO THE
054628* RUNRPT MORNING REPORT CAN CHECK THE CHAIN.  PERFORMED JUST
054635* BEFORE EVERY STOP RUN, FATAL EXITS INCLUDED.  THE CALL RESETS
054642* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS.
054649*----------------------------------------------------------------
054656 9990-LOG-RUN-END.
054663     MOVE RETURN-CODE TO RLP-RETURN-CODE.
054670     CALL "RUNLOG-END" USING RUNLOG-PARMS.
054677     MOVE RLP-RETURN-CODE TO RETURN-CODE.
054684 9990-EXIT.
054691     EXIT.
054700
054800 END PROGRAM RATECMP.
