000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CEILGLJ.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. BILLING-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000*    DATE      INIT  DESCRIPTION
001100*  --------   ----  ---------------------------------------------
001200*  10/15/26   RH    ORIGINAL PROGRAM - MONTH-END GENERAL-LEDGER
001300*                   JOURNAL FOR ROUNDING VARIANCE.  CEILAUDR AND
001400*                   CEILTRND SAY HOW MUCH MONEY CEIL'S ROUNDING
001500*                   ADDED BY JOB AND ENTRY POINT, BUT FINANCE
001600*                   STILL KEYED THAT INTO THE LEDGER BY HAND
001700*                   FROM A SPREADSHEET.  THIS JOB SUMS THE
001800*                   CEILVHST VARIANCE HISTORY FOR THE CLOSING
001900*                   MONTH ON THE SYSIN CARD BY JOB-ID/ENTRY
002000*                   POINT, NETS THE MONTH'S FLOOR-SIDE
002100*                   PRORATION CREDITS FROM CRDHIST AGAINST THE
002200*                   REVERSALS BOOKED THE SAME MONTH, AND POSTS
002300*                   EACH AMOUNT AS A DEBIT LINE AND A MATCHING
002400*                   CREDIT LINE (GL INTERFACE LAYOUT, COPYBOOK
002500*                   CEILGLJR) TO THE ACCOUNTS ON THE MAPPING
002600*                   FILE (COPYBOOK CEILGLMP).  VARIANCE IS
002700*                   CARRIED TO THE MILL AND POSTED TO THE CENT;
002800*                   THE CONTROL REPORT SHOWS THE CENTS ROUNDING
002900*                   AND TIES THE JOURNAL TOTAL BACK TO THE
003000*                   CEILVHST AND CRDHIST TOTALS, SO THE LEDGER'S
003100*                   ROUNDING ACCOUNTS COME FROM THE SAME NUMBERS
003200*                   THE AUDIT REPORTS SHOW.  A COMBINATION WITH
003300*                   NO MAPPING ROW WRITES NO JOURNAL AT ALL AND
003400*                   ENDS RC 8 - A PARTIAL JOURNAL WOULD BALANCE
003500*                   AND STILL BE WRONG.  A MAPPING ROW WITH
003600*                   BLANK ACCOUNTS EXCLUDES ITS COMBINATION ON
003700*                   PURPOSE (THE CEILTEST REGRESSION JOB, SAY)
003800*                   AND THE EXCLUSION SHOWS ON THE TIE-OUT.
003820*  10/15/26   RH    APPENDS START AND END RECORDS TO THE RUN-
003840*                   STATUS LOG THROUGH RUNLOG (9990-LOG-RUN-END
003860*                   BEFORE EVERY STOP RUN) FOR THE RUNRPT
003880*                   MORNING CHAIN CHECK.
003900*----------------------------------------------------------------
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. IBM-370.
004300 OBJECT-COMPUTER. IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT MAP-FILE    ASSIGN TO MAPIN
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-MAP-FILE-STATUS.
004900     SELECT HIST-FILE   ASSIGN TO HISTIN
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-HIST-FILE-STATUS.
005200     SELECT CRD-FILE    ASSIGN TO CRDHIST
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-CRD-FILE-STATUS.
005500     SELECT JRNL-FILE   ASSIGN TO JRNLOUT
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-JRNL-FILE-STATUS.
005800     SELECT REPORT-FILE ASSIGN TO RPTOUT
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-REPORT-FILE-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  MAP-FILE
006400     LABEL RECORDS ARE STANDARD
006500     RECORDING MODE IS F.
006600     COPY CEILGLMP.
006700 FD  HIST-FILE
006800     LABEL RECORDS ARE STANDARD
006900     RECORDING MODE IS F.
007000     COPY CEILVHST.
007100 FD  CRD-FILE
007200     LABEL RECORDS ARE STANDARD
007300     RECORDING MODE IS F.
007400     COPY PRORHIST.
007500 FD  JRNL-FILE
007600     LABEL RECORDS ARE STANDARD
007700     RECORDING MODE IS F.
007800     COPY CEILGLJR.
007900 FD  REPORT-FILE
008000     LABEL RECORDS ARE STANDARD
008100     RECORDING MODE IS F.
008200 01  REPORT-RECORD           PIC X(80).
008300 WORKING-STORAGE SECTION.
008400*----------------------------------------------------------------
008500* SWITCHES
008600*----------------------------------------------------------------
008700 01  WS-SWITCHES.
008800     05  WS-MAP-EOF-SW       PIC X(01) VALUE 'N'.
008900         88  END-OF-MAP-FILE         VALUE 'Y'.
009000     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
009100         88  END-OF-HIST-FILE        VALUE 'Y'.
009200     05  WS-CRD-EOF-SW       PIC X(01) VALUE 'N'.
009300         88  END-OF-CRD-FILE         VALUE 'Y'.
009400     05  WS-FOUND-SW         PIC X(01) VALUE 'N'.
009500         88  COMBINATION-FOUND       VALUE 'Y'.
009600     05  WS-MFOUND-SW        PIC X(01) VALUE 'N'.
009700         88  MAPPING-FOUND           VALUE 'Y'.
009800*----------------------------------------------------------------
009900* FILE STATUS CODES
010000*----------------------------------------------------------------
010100 01  WS-MAP-FILE-STATUS      PIC X(02) VALUE '00'.
010200     88  MAP-FILE-OK                  VALUE '00'.
010300 01  WS-HIST-FILE-STATUS     PIC X(02) VALUE '00'.
010400     88  HIST-FILE-OK                 VALUE '00'.
010500 01  WS-CRD-FILE-STATUS      PIC X(02) VALUE '00'.
010600     88  CRD-FILE-OK                  VALUE '00'.
010700 01  WS-JRNL-FILE-STATUS     PIC X(02) VALUE '00'.
010800     88  JRNL-FILE-OK                 VALUE '00'.
010900 01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE '00'.
011000     88  REPORT-FILE-OK               VALUE '00'.
011100 01  WS-ABEND-OPERATION      PIC X(24) VALUE SPACES.
011200 01  WS-ABEND-STATUS         PIC X(02) VALUE SPACES.
011300*----------------------------------------------------------------
011400* CLOSING-MONTH CARD - YYYYMM IN COLS 1-6 OF THE SYSIN CARD.
011500* CEILVHST DAYS AND CRDHIST RUN DATES IN THAT MONTH ARE POSTED.
011600* A BAD OR MISSING CARD IS FATAL - A DEFAULT PERIOD COULD POST
011700* THE WRONG MONTH TO THE LEDGER.
011800*----------------------------------------------------------------
011900 01  WS-PERIOD-CARD          PIC X(06) VALUE SPACES.
012000 01  WS-PERIOD-FIELDS REDEFINES WS-PERIOD-CARD.
012100     05  WS-PERIOD-YEAR      PIC 9(04).
012200     05  WS-PERIOD-MONTH     PIC 9(02).
012300 01  WS-PERIOD REDEFINES WS-PERIOD-CARD
012400                             PIC 9(06).
012500*----------------------------------------------------------------
012600* MAPPING TABLE - THE WHOLE MAPPING FILE, LOADED UP FRONT.  A
012700* KEY ON THE FILE TWICE IS FATAL (9400-DUP-MAPPING) - WHICH OF
012800* TWO ACCOUNT PAIRS FINANCE MEANT IS NOT THIS PROGRAM'S CALL.
012900* SO IS A ROW WITH ONE ACCOUNT BLANK (9500-HALF-MAPPING).
013000*----------------------------------------------------------------
013100 01  WS-MAP-TABLE.
013200     05  WS-MAP-COUNT        PIC 9(4) COMP VALUE ZERO.
013300     05  WS-MAP-ENTRY        OCCURS 200 TIMES.
013400         10  MTB-JOB-ID      PIC X(08).
013500         10  MTB-ENTRY-POINT PIC X(14).
013600         10  MTB-DEBIT-ACCT  PIC X(12).
013700         10  MTB-CREDIT-ACCT PIC X(12).
013800 77  WS-MAP-SUB              PIC 9(4) COMP.
013900 77  WS-MAP-HIT              PIC 9(4) COMP.
014000*----------------------------------------------------------------
014100* VARIANCE TABLE - ONE ENTRY PER JOB-ID/ENTRY-POINT COMBINATION
014200* WITH VARIANCE IN THE CLOSING MONTH, FIRST-SEEN ORDER, SO THE
014300* HISTORY FILE NEEDS NO SORT.  200 MATCHES CEILAUDR'S SUMMARY
014400* TABLE; A FULL TABLE IS FATAL - SEE 9200-VAR-TABLE-FULL.
014500*----------------------------------------------------------------
014600 01  WS-VAR-TABLE.
014700     05  WS-VAR-COUNT        PIC 9(4) COMP VALUE ZERO.
014800     05  WS-VAR-ENTRY        OCCURS 200 TIMES.
014900         10  VTB-JOB-ID      PIC X(08).
015000         10  VTB-ENTRY-POINT PIC X(14).
015100         10  VTB-VARIANCE    PIC S9(11)V9(3).
015200         10  VTB-MAP-HIT     PIC 9(4) COMP.
015300 77  WS-VAR-SUB              PIC 9(4) COMP.
015400 77  WS-VAR-HIT              PIC 9(4) COMP.
015500*----------------------------------------------------------------
015600* ONE POSTING - SET BY THE CALLER OF 3500-POST-AMOUNT.  A
015700* NEGATIVE AMOUNT SWAPS THE MAPPED DEBIT AND CREDIT ACCOUNTS.
015800*----------------------------------------------------------------
015900 01  WS-POST-AMOUNT          PIC S9(11)V9(2).
016000 01  WS-POST-DEBIT           PIC X(12).
016100 01  WS-POST-CREDIT          PIC X(12).
016200 01  WS-POST-SWAP            PIC X(12).
016300 01  WS-POST-JOB-ID          PIC X(08).
016400 01  WS-POST-ENTRY           PIC X(14).
016500 01  WS-FIND-JOB-ID          PIC X(08).
016600 01  WS-FIND-ENTRY           PIC X(14).
016700*----------------------------------------------------------------
016800* CONTROL TOTALS
016900*----------------------------------------------------------------
017000 01  WS-COUNTERS.
017100     05  WS-HIST-READ        PIC 9(7) COMP VALUE ZERO.
017200     05  WS-HIST-SKIPPED     PIC 9(7) COMP VALUE ZERO.
017300     05  WS-CRD-READ         PIC 9(7) COMP VALUE ZERO.
017400     05  WS-CRD-ROWS         PIC 9(7) COMP VALUE ZERO.
017500     05  WS-REV-ROWS         PIC 9(7) COMP VALUE ZERO.
017600     05  WS-UNMAPPED         PIC 9(5) COMP VALUE ZERO.
017700     05  WS-JRNL-LINES       PIC 9(5) COMP VALUE ZERO.
017800 01  WS-VHST-TOTAL           PIC S9(13)V9(3) VALUE ZERO.
017900 01  WS-VAR-EXCLUDED         PIC S9(13)V9(3) VALUE ZERO.
018000 01  WS-CENTS-ROUNDING       PIC S9(13)V9(3) VALUE ZERO.
018100 01  WS-VAR-POSTED           PIC S9(13)V9(3) VALUE ZERO.
018200 01  WS-CRD-GROSS            PIC S9(13)V9(3) VALUE ZERO.
018300 01  WS-CRD-REVERSED         PIC S9(13)V9(3) VALUE ZERO.
018400 01  WS-CRD-NET              PIC S9(13)V9(3) VALUE ZERO.
018500 01  WS-CRD-EXCLUDED         PIC S9(13)V9(3) VALUE ZERO.
018600 01  WS-EXPECTED-TOTAL       PIC S9(13)V9(3) VALUE ZERO.
018700 01  WS-JRNL-DEBITS          PIC S9(13)V9(3) VALUE ZERO.
018800 01  WS-JRNL-CREDITS         PIC S9(13)V9(3) VALUE ZERO.
018900*----------------------------------------------------------------
019000* CONTROL REPORT LINE LAYOUTS
019100*----------------------------------------------------------------
019200 01  WS-PRINT-AREA           PIC X(80).
019300 01  WS-HEADING-1.
019400     05  FILLER              PIC X(34) VALUE
019500         'CEIL ROUNDING GL JOURNAL - PERIOD '.
019600     05  H1-PERIOD           PIC 9(06).
019700     05  FILLER              PIC X(40) VALUE SPACES.
019800 01  WS-HEADING-2.
019900     05  FILLER              PIC X(09) VALUE 'JOB ID'.
020000     05  FILLER              PIC X(15) VALUE 'ENTRY POINT'.
020100     05  FILLER              PIC X(16) VALUE
020200         '         AMOUNT'.
020300     05  FILLER              PIC X(13) VALUE 'DEBIT'.
020400     05  FILLER              PIC X(13) VALUE 'CREDIT'.
020500     05  FILLER              PIC X(14) VALUE SPACES.
020600 01  WS-DETAIL-LINE.
020700     05  DL-JOB-ID           PIC X(08).
020800     05  FILLER              PIC X(01) VALUE SPACES.
020900     05  DL-ENTRY-POINT      PIC X(14).
021000     05  FILLER              PIC X(01) VALUE SPACES.
021100     05  DL-AMOUNT           PIC ZZZZZZZZZ9.999-.
021200     05  FILLER              PIC X(01) VALUE SPACES.
021300     05  DL-DEBIT-ACCT       PIC X(12).
021400     05  FILLER              PIC X(01) VALUE SPACES.
021500     05  DL-CREDIT-ACCT      PIC X(12).
021600     05  FILLER              PIC X(15) VALUE SPACES.
021700 01  WS-MONEY-LINE.
021800     05  ML-CAPTION          PIC X(30).
021900     05  ML-AMOUNT           PIC ZZZZZZZZZZZZ9.999-.
022000     05  FILLER              PIC X(32) VALUE SPACES.
022100 01  WS-TOTAL-LINE.
022200     05  TL-CAPTION          PIC X(30).
022300     05  TL-COUNT            PIC ZZZZZZ9.
022400     05  FILLER              PIC X(43) VALUE SPACES.
022500 01  WS-STATUS-LINE.
022600     05  FILLER              PIC X(16) VALUE 'JOURNAL STATUS: '.
022700     05  SL-STATUS           PIC X(40).
022800     05  FILLER              PIC X(24) VALUE SPACES.
022900 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
022916*----------------------------------------------------------------
022932* RUN-STATUS LOG PARAMETERS - SHARED WITH RUNLOG THROUGH COPYBOOK
022948* RUNLOGP.  SEE 9990-LOG-RUN-END.
022964*----------------------------------------------------------------
022980     COPY RUNLOGP.
023000 PROCEDURE DIVISION.
023100*----------------------------------------------------------------
023200* 0000-MAINLINE - READ THE PERIOD CARD AND THE MAPPING FILE, SUM
023300* THE MONTH'S VARIANCE AND PRORATION CREDITS, POST THE JOURNAL
023400* AND PRINT THE TIE-OUT, CLOSE FILES.  RETURN CODE 8 WHEN A
023500* COMBINATION HAD NO MAPPING OR THE JOURNAL DID NOT TIE - THE
023600* DECK PUBLISHES THE JOURNAL ON RC 0 ONLY.
023700*----------------------------------------------------------------
023800 0000-MAINLINE.
023900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024000     PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
024100         UNTIL END-OF-HIST-FILE.
024200     PERFORM 2600-PROCESS-CREDIT THRU 2600-EXIT
024300         UNTIL END-OF-CRD-FILE.
024400     PERFORM 3000-FINALIZE THRU 3000-EXIT.
024500     IF WS-UNMAPPED > ZERO
024600        OR WS-JRNL-DEBITS NOT = WS-EXPECTED-TOTAL
024700        OR WS-JRNL-CREDITS NOT = WS-EXPECTED-TOTAL
024800         MOVE 8 TO RETURN-CODE
024900     END-IF.
024950     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
025000     STOP RUN.
025100*----------------------------------------------------------------
025200 1000-INITIALIZE.
025220*    OPEN THIS RUN'S ENTRY ON THE RUN-STATUS LOG - THE END
025240*    RECORD IS WRITTEN BY 9990-LOG-RUN-END.
025260     MOVE 'CEILGLJ' TO RLP-PROGRAM.
025280     CALL "RUNLOG" USING RUNLOG-PARMS.
025300     ACCEPT WS-PERIOD-CARD.
025400     IF WS-PERIOD-CARD NOT NUMERIC
025500         GO TO 9100-BAD-PERIOD
025600     END-IF.
025700     IF WS-PERIOD-MONTH < 1
025800        OR WS-PERIOD-MONTH > 12
025900         GO TO 9100-BAD-PERIOD
026000     END-IF.
026100     OPEN INPUT MAP-FILE.
026200     IF NOT MAP-FILE-OK
026300         MOVE 'OPEN INPUT MAP-FILE' TO WS-ABEND-OPERATION
026400         MOVE WS-MAP-FILE-STATUS TO WS-ABEND-STATUS
026500         GO TO 9000-FILE-ERROR
026600     END-IF.
026700     PERFORM 1100-LOAD-MAPPING THRU 1100-EXIT
026800         UNTIL END-OF-MAP-FILE.
026900     CLOSE MAP-FILE.
027000     OPEN INPUT HIST-FILE.
027100     IF NOT HIST-FILE-OK
027200         MOVE 'OPEN INPUT HIST-FILE' TO WS-ABEND-OPERATION
027300         MOVE WS-HIST-FILE-STATUS TO WS-ABEND-STATUS
027400         GO TO 9000-FILE-ERROR
027500     END-IF.
027600     OPEN INPUT CRD-FILE.
027700     IF NOT CRD-FILE-OK
027800         MOVE 'OPEN INPUT CRD-FILE' TO WS-ABEND-OPERATION
027900         MOVE WS-CRD-FILE-STATUS TO WS-ABEND-STATUS
028000         GO TO 9000-FILE-ERROR
028100     END-IF.
028200     OPEN OUTPUT JRNL-FILE.
028300     IF NOT JRNL-FILE-OK
028400         MOVE 'OPEN OUTPUT JRNL-FILE' TO WS-ABEND-OPERATION
028500         MOVE WS-JRNL-FILE-STATUS TO WS-ABEND-STATUS
028600         GO TO 9000-FILE-ERROR
028700     END-IF.
028800     OPEN OUTPUT REPORT-FILE.
028900     IF NOT REPORT-FILE-OK
029000         MOVE 'OPEN OUTPUT REPORT-FILE' TO WS-ABEND-OPERATION
029100         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-STATUS
029200         GO TO 9000-FILE-ERROR
029300     END-IF.
029400     MOVE WS-PERIOD TO H1-PERIOD.
029500     MOVE WS-HEADING-1 TO WS-PRINT-AREA.
029600     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
029700     MOVE WS-BLANK-LINE TO WS-PRINT-AREA.
029800     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
029900     MOVE WS-HEADING-2 TO WS-PRINT-AREA.
030000     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
030100     PERFORM 2100-READ-HIST-FILE THRU 2100-EXIT.
030200     PERFORM 2700-READ-CRD-FILE THRU 2700-EXIT.
030300 1000-EXIT.
030400     EXIT.
030500*----------------------------------------------------------------
030600 1100-LOAD-MAPPING.
030700     READ MAP-FILE
030800         AT END
030900             MOVE 'Y' TO WS-MAP-EOF-SW
031000             GO TO 1100-EXIT
031100     END-READ.
031200     MOVE GLM-JOB-ID TO WS-FIND-JOB-ID.
031300     MOVE GLM-ENTRY-POINT TO WS-FIND-ENTRY.
031400     PERFORM 3150-FIND-MAPPING THRU 3150-EXIT.
031500     IF MAPPING-FOUND
031600         GO TO 9400-DUP-MAPPING
031700     END-IF.
031800     IF WS-MAP-COUNT = 200
031900         GO TO 9300-MAP-TABLE-FULL
032000     END-IF.
032100     IF (GLM-DEBIT-ACCOUNT = SPACES
032200         AND GLM-CREDIT-ACCOUNT NOT = SPACES)
032300        OR (GLM-DEBIT-ACCOUNT NOT = SPACES
032400         AND GLM-CREDIT-ACCOUNT = SPACES)
032500         GO TO 9500-HALF-MAPPING
032600     END-IF.
032700     ADD 1 TO WS-MAP-COUNT.
032800     MOVE GLM-JOB-ID         TO MTB-JOB-ID (WS-MAP-COUNT).
032900     MOVE GLM-ENTRY-POINT    TO MTB-ENTRY-POINT (WS-MAP-COUNT).
033000     MOVE GLM-DEBIT-ACCOUNT  TO MTB-DEBIT-ACCT (WS-MAP-COUNT).
033100     MOVE GLM-CREDIT-ACCOUNT TO MTB-CREDIT-ACCT (WS-MAP-COUNT).
033200 1100-EXIT.
033300     EXIT.
033400*----------------------------------------------------------------
033500* 2000-PROCESS-HISTORY - ROLL ONE CEILVHST DAY INTO ITS
033600* COMBINATION WHEN THE DAY FALLS IN THE CLOSING MONTH.  UNDATED
033700* (PRE-DATE-STAMP) RECORDS CANNOT BE PLACED IN A MONTH AND ARE
033800* COUNTED WITH THE OUT-OF-PERIOD DAYS AS SKIPPED.
033900*----------------------------------------------------------------
034000 2000-PROCESS-HISTORY.
034100     ADD 1 TO WS-HIST-READ.
034200     IF VH-DATE NOT NUMERIC
034300        OR VH-DATE (1:6) NOT = WS-PERIOD-CARD
034400         ADD 1 TO WS-HIST-SKIPPED
034500         GO TO 2000-NEXT
034600     END-IF.
034700     PERFORM 2200-FIND-COMBINATION THRU 2200-EXIT.
034800     ADD VH-VARIANCE TO VTB-VARIANCE (WS-VAR-HIT).
034900     ADD VH-VARIANCE TO WS-VHST-TOTAL.
035000 2000-NEXT.
035100     PERFORM 2100-READ-HIST-FILE THRU 2100-EXIT.
035200 2000-EXIT.
035300     EXIT.
035400*----------------------------------------------------------------
035500 2100-READ-HIST-FILE.
035600     READ HIST-FILE
035700         AT END
035800             MOVE 'Y' TO WS-EOF-SW
035900     END-READ.
036000 2100-EXIT.
036100     EXIT.
036200*----------------------------------------------------------------
036300* 2200-FIND-COMBINATION - LOCATE THE RECORD'S JOB/ENTRY IN THE
036400* VARIANCE TABLE, ADDING IT WHEN NEW.  WS-VAR-HIT POINTS AT IT.
036500*----------------------------------------------------------------
036600 2200-FIND-COMBINATION.
036700     MOVE 'N' TO WS-FOUND-SW.
036800     PERFORM 2210-TEST-COMBINATION THRU 2210-EXIT
036900         VARYING WS-VAR-SUB FROM 1 BY 1
037000         UNTIL WS-VAR-SUB > WS-VAR-COUNT
037100            OR COMBINATION-FOUND.
037200     IF NOT COMBINATION-FOUND
037300         IF WS-VAR-COUNT = 200
037400             GO TO 9200-VAR-TABLE-FULL
037500         END-IF
037600         ADD 1 TO WS-VAR-COUNT
037700         MOVE WS-VAR-COUNT TO WS-VAR-HIT
037800         MOVE VH-JOB-ID TO VTB-JOB-ID (WS-VAR-HIT)
037900         MOVE VH-ENTRY-POINT TO VTB-ENTRY-POINT (WS-VAR-HIT)
038000         MOVE ZERO TO VTB-VARIANCE (WS-VAR-HIT)
038100         MOVE ZERO TO VTB-MAP-HIT (WS-VAR-HIT)
038200     END-IF.
038300 2200-EXIT.
038400     EXIT.
038500*----------------------------------------------------------------
038600 2210-TEST-COMBINATION.
038700     IF VTB-JOB-ID (WS-VAR-SUB) = VH-JOB-ID
038800        AND VTB-ENTRY-POINT (WS-VAR-SUB) = VH-ENTRY-POINT
038900         MOVE 'Y' TO WS-FOUND-SW
039000         MOVE WS-VAR-SUB TO WS-VAR-HIT
039100     END-IF.
039200 2210-EXIT.
039300     EXIT.
039400*----------------------------------------------------------------
039500 2500-WRITE-REPORT.
039600     WRITE REPORT-RECORD FROM WS-PRINT-AREA.
039700     IF NOT REPORT-FILE-OK
039800         MOVE 'WRITE REPORT-RECORD' TO WS-ABEND-OPERATION
039900         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-STATUS
040000         GO TO 9000-FILE-ERROR
040100     END-IF.
040200 2500-EXIT.
040300     EXIT.
040400*----------------------------------------------------------------
040500* 2600-PROCESS-CREDIT - ONE CRDHIST ROW.  A CREDIT ROW BOOKED IN
040600* THE CLOSING MONTH ADDS ITS FLOOR-ROUNDED CREDIT; A REVERSAL
040700* ROW BOOKED IN THE MONTH TAKES BACK THE CREDIT IT REVERSED,
040800* WHATEVER CYCLE THAT CREDIT WAS FOR - THE LEDGER POSTS BY
040900* BOOKING MONTH, SO A REVERSAL NETS OUT WHERE IT WAS BOOKED.
041000*----------------------------------------------------------------
041100 2600-PROCESS-CREDIT.
041200     ADD 1 TO WS-CRD-READ.
041300     IF PH-RUN-DATE NOT NUMERIC
041400        OR PH-RUN-DATE (1:6) NOT = WS-PERIOD-CARD
041500        OR PH-CREDIT-AMOUNT NOT NUMERIC
041600         GO TO 2600-NEXT
041700     END-IF.
041800     IF PH-REVERSAL-ENTRY
041900         ADD 1 TO WS-REV-ROWS
042000         ADD PH-CREDIT-AMOUNT TO WS-CRD-REVERSED
042100     ELSE
042200         ADD 1 TO WS-CRD-ROWS
042300         ADD PH-CREDIT-AMOUNT TO WS-CRD-GROSS
042400     END-IF.
042500 2600-NEXT.
042600     PERFORM 2700-READ-CRD-FILE THRU 2700-EXIT.
042700 2600-EXIT.
042800     EXIT.
042900*----------------------------------------------------------------
043000 2700-READ-CRD-FILE.
043100     READ CRD-FILE
043200         AT END
043300             MOVE 'Y' TO WS-CRD-EOF-SW
043400     END-READ.
043500 2700-EXIT.
043600     EXIT.
043700*----------------------------------------------------------------
043800* 3000-FINALIZE - MAP EVERY COMBINATION FIRST, SO AN UNMAPPED
043900* ONE STOPS THE JOURNAL BEFORE A LINE IS WRITTEN; THEN LIST AND
044000* POST THE VARIANCE COMBINATIONS AND THE NET PRORATION CREDITS,
044100* AND PRINT THE COUNTS AND THE TIE-OUT.
044200*----------------------------------------------------------------
044300 3000-FINALIZE.
044400     PERFORM 3100-MAP-COMBINATION THRU 3100-EXIT
044500         VARYING WS-VAR-SUB FROM 1 BY 1
044600         UNTIL WS-VAR-SUB > WS-VAR-COUNT.
044700     COMPUTE WS-CRD-NET = WS-CRD-GROSS - WS-CRD-REVERSED.
044800     MOVE 'PRORATE' TO WS-FIND-JOB-ID.
044900     MOVE 'FLOOR' TO WS-FIND-ENTRY.
045000     PERFORM 3150-FIND-MAPPING THRU 3150-EXIT.
045100     IF NOT MAPPING-FOUND
045200        AND WS-CRD-ROWS + WS-REV-ROWS > ZERO
045300         ADD 1 TO WS-UNMAPPED
045400     END-IF.
045500     PERFORM 3200-POST-COMBINATION THRU 3200-EXIT
045600         VARYING WS-VAR-SUB FROM 1 BY 1
045700         UNTIL WS-VAR-SUB > WS-VAR-COUNT.
045800     PERFORM 3300-POST-CREDITS THRU 3300-EXIT.
045900     PERFORM 3600-PRINT-TOTALS THRU 3600-EXIT.
046000     CLOSE HIST-FILE.
046100     CLOSE CRD-FILE.
046200     CLOSE JRNL-FILE.
046300     CLOSE REPORT-FILE.
046400 3000-EXIT.
046500     EXIT.
046600*----------------------------------------------------------------
046700 3100-MAP-COMBINATION.
046800     MOVE VTB-JOB-ID (WS-VAR-SUB) TO WS-FIND-JOB-ID.
046900     MOVE VTB-ENTRY-POINT (WS-VAR-SUB) TO WS-FIND-ENTRY.
047000     PERFORM 3150-FIND-MAPPING THRU 3150-EXIT.
047100     IF MAPPING-FOUND
047200         MOVE WS-MAP-HIT TO VTB-MAP-HIT (WS-VAR-SUB)
047300     ELSE
047400         ADD 1 TO WS-UNMAPPED
047500     END-IF.
047600 3100-EXIT.
047700     EXIT.
047800*----------------------------------------------------------------
047900* 3150-FIND-MAPPING - LOOK UP WS-FIND-JOB-ID/WS-FIND-ENTRY IN
048000* THE MAPPING TABLE.  WS-MAP-HIT POINTS AT THE ROW WHEN FOUND.
048100*----------------------------------------------------------------
048200 3150-FIND-MAPPING.
048300     MOVE 'N' TO WS-MFOUND-SW.
048400     MOVE ZERO TO WS-MAP-HIT.
048500     PERFORM 3160-TEST-MAPPING THRU 3160-EXIT
048600         VARYING WS-MAP-SUB FROM 1 BY 1
048700         UNTIL WS-MAP-SUB > WS-MAP-COUNT
048800            OR MAPPING-FOUND.
048900 3150-EXIT.
049000     EXIT.
049100*----------------------------------------------------------------
049200 3160-TEST-MAPPING.
049300     IF MTB-JOB-ID (WS-MAP-SUB) = WS-FIND-JOB-ID
049400        AND MTB-ENTRY-POINT (WS-MAP-SUB) = WS-FIND-ENTRY
049500         MOVE 'Y' TO WS-MFOUND-SW
049600         MOVE WS-MAP-SUB TO WS-MAP-HIT
049700     END-IF.
049800 3160-EXIT.
049900     EXIT.
050000*----------------------------------------------------------------
050100* 3200-POST-COMBINATION - LIST ONE COMBINATION AND, WHEN EVERY
050200* COMBINATION IS MAPPED, POST IT.  THE VARIANCE ROUNDS TO THE
050300* CENT FOR THE LEDGER; THE MILLS LEFT OVER ARE THE CENTS
050400* ROUNDING LINE ON THE TIE-OUT.
050500*----------------------------------------------------------------
050600 3200-POST-COMBINATION.
050700     MOVE VTB-JOB-ID (WS-VAR-SUB) TO DL-JOB-ID.
050800     MOVE VTB-ENTRY-POINT (WS-VAR-SUB) TO DL-ENTRY-POINT.
050900     MOVE VTB-VARIANCE (WS-VAR-SUB) TO DL-AMOUNT.
051000     IF VTB-MAP-HIT (WS-VAR-SUB) = ZERO
051100         MOVE '*NO MAPPING*' TO DL-DEBIT-ACCT
051200         MOVE SPACES TO DL-CREDIT-ACCT
051300         GO TO 3200-PRINT
051400     END-IF.
051500     MOVE VTB-MAP-HIT (WS-VAR-SUB) TO WS-MAP-HIT.
051600     IF MTB-DEBIT-ACCT (WS-MAP-HIT) = SPACES
051700        AND MTB-CREDIT-ACCT (WS-MAP-HIT) = SPACES
051800         MOVE 'NOT POSTED' TO DL-DEBIT-ACCT
051900         MOVE SPACES TO DL-CREDIT-ACCT
052000         ADD VTB-VARIANCE (WS-VAR-SUB) TO WS-VAR-EXCLUDED
052100         GO TO 3200-PRINT
052200     END-IF.
052300     MOVE MTB-DEBIT-ACCT (WS-MAP-HIT) TO DL-DEBIT-ACCT.
052400     MOVE MTB-CREDIT-ACCT (WS-MAP-HIT) TO DL-CREDIT-ACCT.
052500     COMPUTE WS-POST-AMOUNT ROUNDED = VTB-VARIANCE (WS-VAR-SUB).
052600     ADD WS-POST-AMOUNT TO WS-VAR-POSTED.
052700     COMPUTE WS-CENTS-ROUNDING = WS-CENTS-ROUNDING
052800         + VTB-VARIANCE (WS-VAR-SUB) - WS-POST-AMOUNT.
052900     MOVE MTB-DEBIT-ACCT (WS-MAP-HIT) TO WS-POST-DEBIT.
053000     MOVE MTB-CREDIT-ACCT (WS-MAP-HIT) TO WS-POST-CREDIT.
053100     MOVE VTB-JOB-ID (WS-VAR-SUB) TO WS-POST-JOB-ID.
053200     MOVE VTB-ENTRY-POINT (WS-VAR-SUB) TO WS-POST-ENTRY.
053300     PERFORM 3500-POST-AMOUNT THRU 3500-EXIT.
053400 3200-PRINT.
053500     MOVE WS-DETAIL-LINE TO WS-PRINT-AREA.
053600     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
053700 3200-EXIT.
053800     EXIT.
053900*----------------------------------------------------------------
054000* 3300-POST-CREDITS - THE MONTH'S NET PRORATION CREDITS, ON THE
054100* ACCOUNTS MAPPED UNDER PRORATE/FLOOR.  WHOLE DOLLARS ALREADY,
054200* SO NOTHING ROUNDS.  NOT LISTED WHEN CRDHIST HAD NO ROWS IN
054300* THE MONTH.
054400*----------------------------------------------------------------
054500 3300-POST-CREDITS.
054600     IF WS-CRD-ROWS + WS-REV-ROWS = ZERO
054700         GO TO 3300-EXIT
054800     END-IF.
054900     MOVE 'PRORATE' TO WS-FIND-JOB-ID.
055000     MOVE 'FLOOR' TO WS-FIND-ENTRY.
055100     PERFORM 3150-FIND-MAPPING THRU 3150-EXIT.
055200     MOVE 'PRORATE' TO DL-JOB-ID.
055300     MOVE 'FLOOR' TO DL-ENTRY-POINT.
055400     MOVE WS-CRD-NET TO DL-AMOUNT.
055500     IF NOT MAPPING-FOUND
055600         MOVE '*NO MAPPING*' TO DL-DEBIT-ACCT
055700         MOVE SPACES TO DL-CREDIT-ACCT
055800         GO TO 3300-PRINT
055900     END-IF.
056000     IF MTB-DEBIT-ACCT (WS-MAP-HIT) = SPACES
056100        AND MTB-CREDIT-ACCT (WS-MAP-HIT) = SPACES
056200         MOVE 'NOT POSTED' TO DL-DEBIT-ACCT
056300         MOVE SPACES TO DL-CREDIT-ACCT
056400         MOVE WS-CRD-NET TO WS-CRD-EXCLUDED
056500         GO TO 3300-PRINT
056600     END-IF.
056700     MOVE MTB-DEBIT-ACCT (WS-MAP-HIT) TO DL-DEBIT-ACCT.
056800     MOVE MTB-CREDIT-ACCT (WS-MAP-HIT) TO DL-CREDIT-ACCT.
056900     MOVE WS-CRD-NET TO WS-POST-AMOUNT.
057000     MOVE MTB-DEBIT-ACCT (WS-MAP-HIT) TO WS-POST-DEBIT.
057100     MOVE MTB-CREDIT-ACCT (WS-MAP-HIT) TO WS-POST-CREDIT.
057200     MOVE 'PRORATE' TO WS-POST-JOB-ID.
057300     MOVE 'FLOOR' TO WS-POST-ENTRY.
057400     PERFORM 3500-POST-AMOUNT THRU 3500-EXIT.
057500 3300-PRINT.
057600     MOVE WS-DETAIL-LINE TO WS-PRINT-AREA.
057700     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
057800 3300-EXIT.
057900     EXIT.
058000*----------------------------------------------------------------
058100* 3500-POST-AMOUNT - ONE DEBIT LINE AND ITS MATCHING CREDIT LINE
058200* FOR WS-POST-AMOUNT.  THE AMOUNT ALWAYS JOINS THE EXPECTED
058300* JOURNAL TOTAL; THE LINES ARE WRITTEN ONLY WHEN EVERY
058400* COMBINATION IS MAPPED, SO AN UNMAPPED RUN CANNOT TIE.  A ZERO
058500* AMOUNT POSTS NOTHING.
058600*----------------------------------------------------------------
058700 3500-POST-AMOUNT.
058800     IF WS-POST-AMOUNT = ZERO
058900         GO TO 3500-EXIT
059000     END-IF.
059100     IF WS-POST-AMOUNT < ZERO
059200         COMPUTE WS-POST-AMOUNT = ZERO - WS-POST-AMOUNT
059300         MOVE WS-POST-DEBIT TO WS-POST-SWAP
059400         MOVE WS-POST-CREDIT TO WS-POST-DEBIT
059500         MOVE WS-POST-SWAP TO WS-POST-CREDIT
059600     END-IF.
059700     ADD WS-POST-AMOUNT TO WS-EXPECTED-TOTAL.
059800     IF WS-UNMAPPED > ZERO
059900         GO TO 3500-EXIT
060000     END-IF.
060100     MOVE SPACES TO GL-JOURNAL-RECORD.
060200     MOVE 'CEILGLJ' TO GLJ-SOURCE.
060300     MOVE WS-PERIOD TO GLJ-PERIOD.
060400     MOVE WS-POST-AMOUNT TO GLJ-AMOUNT.
060500     MOVE WS-POST-JOB-ID TO GLJ-JOB-ID.
060600     MOVE WS-POST-ENTRY TO GLJ-ENTRY-POINT.
060700     ADD 1 TO WS-JRNL-LINES.
060800     MOVE WS-JRNL-LINES TO GLJ-LINE-NO.
060900     MOVE WS-POST-DEBIT TO GLJ-ACCOUNT.
061000     MOVE 'D' TO GLJ-DR-CR.
061100     PERFORM 3550-WRITE-JOURNAL THRU 3550-EXIT.
061200     ADD WS-POST-AMOUNT TO WS-JRNL-DEBITS.
061300     ADD 1 TO WS-JRNL-LINES.
061400     MOVE WS-JRNL-LINES TO GLJ-LINE-NO.
061500     MOVE WS-POST-CREDIT TO GLJ-ACCOUNT.
061600     MOVE 'C' TO GLJ-DR-CR.
061700     PERFORM 3550-WRITE-JOURNAL THRU 3550-EXIT.
061800     ADD WS-POST-AMOUNT TO WS-JRNL-CREDITS.
061900 3500-EXIT.
062000     EXIT.
062100*----------------------------------------------------------------
062200 3550-WRITE-JOURNAL.
062300     WRITE GL-JOURNAL-RECORD.
062400     IF NOT JRNL-FILE-OK
062500         MOVE 'WRITE GL-JOURNAL-RECORD' TO WS-ABEND-OPERATION
062600         MOVE WS-JRNL-FILE-STATUS TO WS-ABEND-STATUS
062700         GO TO 9000-FILE-ERROR
062800     END-IF.
062900 3550-EXIT.
063000     EXIT.
063100*----------------------------------------------------------------
063200* 3600-PRINT-TOTALS - THE COUNTS, THEN THE TIE-OUT: CEILVHST
063300* VARIANCE LESS EXCLUSIONS AND CENTS ROUNDING IS THE VARIANCE
063400* POSTED; CRDHIST CREDITS LESS REVERSALS ARE THE CREDITS
063500* POSTED; AND THE JOURNAL'S DEBITS AND CREDITS MUST EACH EQUAL
063600* THE SUM OF THE AMOUNTS POSTED.
063700*----------------------------------------------------------------
063800 3600-PRINT-TOTALS.
063900     MOVE WS-BLANK-LINE TO WS-PRINT-AREA.
064000     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
064100     MOVE 'HISTORY RECORDS READ' TO TL-CAPTION.
064200     MOVE WS-HIST-READ TO TL-COUNT.
064300     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
064400     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
064500     MOVE 'OUT OF PERIOD OR UNDATED' TO TL-CAPTION.
064600     MOVE WS-HIST-SKIPPED TO TL-COUNT.
064700     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
064800     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
064900     MOVE 'COMBINATIONS IN PERIOD' TO TL-CAPTION.
065000     MOVE WS-VAR-COUNT TO TL-COUNT.
065100     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
065200     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
065300     MOVE 'CRDHIST RECORDS READ' TO TL-CAPTION.
065400     MOVE WS-CRD-READ TO TL-COUNT.
065500     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
065600     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
065700     MOVE 'CREDIT ROWS IN PERIOD' TO TL-CAPTION.
065800     MOVE WS-CRD-ROWS TO TL-COUNT.
065900     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
066000     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
066100     MOVE 'REVERSAL ROWS IN PERIOD' TO TL-CAPTION.
066200     MOVE WS-REV-ROWS TO TL-COUNT.
066300     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
066400     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
066500     MOVE 'UNMAPPED COMBINATIONS' TO TL-CAPTION.
066600     MOVE WS-UNMAPPED TO TL-COUNT.
066700     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
066800     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
066900     MOVE 'JOURNAL LINES WRITTEN' TO TL-CAPTION.
067000     MOVE WS-JRNL-LINES TO TL-COUNT.
067100     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
067200     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
067300     MOVE WS-BLANK-LINE TO WS-PRINT-AREA.
067400     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
067500     MOVE 'CEILVHST VARIANCE FOR PERIOD' TO ML-CAPTION.
067600     MOVE WS-VHST-TOTAL TO ML-AMOUNT.
067700     PERFORM 3650-WRITE-MONEY-LINE THRU 3650-EXIT.
067800     MOVE 'LESS EXCLUDED BY MAPPING' TO ML-CAPTION.
067900     MOVE WS-VAR-EXCLUDED TO ML-AMOUNT.
068000     PERFORM 3650-WRITE-MONEY-LINE THRU 3650-EXIT.
068100     MOVE 'LESS ROUNDING TO CENTS' TO ML-CAPTION.
068200     MOVE WS-CENTS-ROUNDING TO ML-AMOUNT.
068300     PERFORM 3650-WRITE-MONEY-LINE THRU 3650-EXIT.
068400     MOVE 'VARIANCE POSTED' TO ML-CAPTION.
068500     MOVE WS-VAR-POSTED TO ML-AMOUNT.
068600     PERFORM 3650-WRITE-MONEY-LINE THRU 3650-EXIT.
068700     MOVE 'CRDHIST CREDITS FOR PERIOD' TO ML-CAPTION.
068800     MOVE WS-CRD-GROSS TO ML-AMOUNT.
068900     PERFORM 3650-WRITE-MONEY-LINE THRU 3650-EXIT.
069000     MOVE 'LESS REVERSALS' TO ML-CAPTION.
069100     MOVE WS-CRD-REVERSED TO ML-AMOUNT.
069200     PERFORM 3650-WRITE-MONEY-LINE THRU 3650-EXIT.
069300     MOVE 'LESS EXCLUDED BY MAPPING' TO ML-CAPTION.
069400     MOVE WS-CRD-EXCLUDED TO ML-AMOUNT.
069500     PERFORM 3650-WRITE-MONEY-LINE THRU 3650-EXIT.
069600     MOVE 'CREDITS POSTED' TO ML-CAPTION.
069700     COMPUTE ML-AMOUNT = WS-CRD-NET - WS-CRD-EXCLUDED.
069800     PERFORM 3650-WRITE-MONEY-LINE THRU 3650-EXIT.
069900     MOVE 'JOURNAL TOTAL EXPECTED' TO ML-CAPTION.
070000     MOVE WS-EXPECTED-TOTAL TO ML-AMOUNT.
070100     PERFORM 3650-WRITE-MONEY-LINE THRU 3650-EXIT.
070200     MOVE 'JOURNAL DEBITS' TO ML-CAPTION.
070300     MOVE WS-JRNL-DEBITS TO ML-AMOUNT.
070400     PERFORM 3650-WRITE-MONEY-LINE THRU 3650-EXIT.
070500     MOVE 'JOURNAL CREDITS' TO ML-CAPTION.
070600     MOVE WS-JRNL-CREDITS TO ML-AMOUNT.
070700     PERFORM 3650-WRITE-MONEY-LINE THRU 3650-EXIT.
070800     MOVE WS-BLANK-LINE TO WS-PRINT-AREA.
070900     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
071000     IF WS-UNMAPPED > ZERO
071100         MOVE 'NOT WRITTEN - UNMAPPED COMBINATIONS'
071200             TO SL-STATUS
071300     ELSE
071400         IF WS-JRNL-DEBITS = WS-EXPECTED-TOTAL
071500            AND WS-JRNL-CREDITS = WS-EXPECTED-TOTAL
071600             MOVE 'BALANCED AND TIED' TO SL-STATUS
071700         ELSE
071800             MOVE 'DOES NOT TIE - DO NOT POST' TO SL-STATUS
071900         END-IF
072000     END-IF.
072100     MOVE WS-STATUS-LINE TO WS-PRINT-AREA.
072200     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
072300 3600-EXIT.
072400     EXIT.
072500*----------------------------------------------------------------
072600 3650-WRITE-MONEY-LINE.
072700     MOVE WS-MONEY-LINE TO WS-PRINT-AREA.
072800     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
072900 3650-EXIT.
073000     EXIT.
073100*----------------------------------------------------------------
073200* 9000-FILE-ERROR - A NON-ZERO FILE STATUS ON ANY FILE IS FATAL.
073300* A JOURNAL CUT SHORT WOULD STILL BALANCE LINE FOR LINE AND POST
073400* A WRONG MONTH TO THE LEDGER.
073500*----------------------------------------------------------------
073600 9000-FILE-ERROR.
073700     DISPLAY 'CEILGLJ - I/O ERROR ON ' WS-ABEND-OPERATION.
073800     DISPLAY 'CEILGLJ - FILE STATUS = ' WS-ABEND-STATUS.
073900     MOVE 16 TO RETURN-CODE.
073950     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
074000     STOP RUN.
074100*----------------------------------------------------------------
074200* 9100-BAD-PERIOD - THE SYSIN CARD MUST CARRY THE CLOSING MONTH
074300* AS YYYYMM IN COLUMNS 1-6.  SEE THE FIELD'S NOTE FOR WHY A
074400* DEFAULT IS NOT TAKEN.
074500*----------------------------------------------------------------
074600 9100-BAD-PERIOD.
074700     DISPLAY 'CEILGLJ - PERIOD CARD MISSING OR NOT YYYYMM: '
074800         WS-PERIOD-CARD.
074900     MOVE 16 TO RETURN-CODE.
074950     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
075000     STOP RUN.
075100*----------------------------------------------------------------
075200* 9200-VAR-TABLE-FULL - MORE JOB-ID/ENTRY-POINT COMBINATIONS IN
075300* THE MONTH THAN THE TABLE HOLDS.  LUMPING THE OVERFLOW TOGETHER
075400* WOULD POST IT TO THE WRONG ACCOUNTS, SO THIS IS FATAL.
075500*----------------------------------------------------------------
075600 9200-VAR-TABLE-FULL.
075700     DISPLAY 'CEILGLJ - VARIANCE TABLE FULL AT 200 ENTRIES'.
075800     DISPLAY 'CEILGLJ - RAISE WS-VAR-ENTRY OCCURS AND RERUN'.
075900     MOVE 16 TO RETURN-CODE.
075950     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
076000     STOP RUN.
076100*----------------------------------------------------------------
076200* 9300-MAP-TABLE-FULL - MORE MAPPING ROWS THAN THE TABLE HOLDS.
076300*----------------------------------------------------------------
076400 9300-MAP-TABLE-FULL.
076500     DISPLAY 'CEILGLJ - MAPPING TABLE FULL AT 200 ENTRIES'.
076600     DISPLAY 'CEILGLJ - RAISE WS-MAP-ENTRY OCCURS AND RERUN'.
076700     MOVE 16 TO RETURN-CODE.
076750     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
076800     STOP RUN.
076900*----------------------------------------------------------------
077000* 9400-DUP-MAPPING - THE SAME JOB-ID/ENTRY POINT IS ON THE
077100* MAPPING FILE TWICE.  SEE THE TABLE'S NOTE.
077200*----------------------------------------------------------------
077300 9400-DUP-MAPPING.
077400     DISPLAY 'CEILGLJ - DUPLICATE GL MAPPING FOR ' GLM-JOB-ID
077500         ' ' GLM-ENTRY-POINT.
077600     MOVE 16 TO RETURN-CODE.
077650     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
077700     STOP RUN.
077800*----------------------------------------------------------------
077900* 9500-HALF-MAPPING - A MAPPING ROW WITH ONE ACCOUNT BLANK.  BOTH
078000* BLANK EXCLUDES A COMBINATION ON PURPOSE; ONE BLANK IS A KEYING
078100* ERROR THAT WOULD POST A ONE-SIDED ENTRY.
078200*----------------------------------------------------------------
078300 9500-HALF-MAPPING.
078400     DISPLAY 'CEILGLJ - GL MAPPING MISSING AN ACCOUNT FOR '
078500         GLM-JOB-ID ' ' GLM-ENTRY-POINT.
078600     MOVE 16 TO RETURN-CODE.
078650     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
078700     STOP RUN.
078707*----------------------------------------------------------------
078714* 9990-LOG-RUN-END - APPENDS THIS RUN'S END RECORD, WITH ITS FINAL
078721* RETURN CODE, TO THE RUN-STATUS LOG THROUGH RUNLOG-END SO THE
078728* RUNRPT MORNING REPORT CAN CHECK THE CHAIN.  PERFORMED JUST
078735* BEFORE EVERY STOP RUN, FATAL EXITS INCLUDED.  THE CALL RESETS
078742* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS.
078749*----------------------------------------------------------------
078756 9990-LOG-RUN-END.
078763     MOVE RETURN-CODE TO RLP-RETURN-CODE.
078770     CALL "RUNLOG-END" USING RUNLOG-PARMS.
078777     MOVE RLP-RETURN-CODE TO RETURN-CODE.
078784 9990-EXIT.
078791     EXIT.
078800
078900 END PROGRAM CEILGLJ.
