000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RUNRPT.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. BILLING-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000*    DATE      INIT  DESCRIPTION
001100*  --------   ----  ---------------------------------------------
001200*  10/15/26   RH    ORIGINAL PROGRAM - MORNING CHAIN CHECK.  READS
001300*                   THE RUN-STATUS LOG EVERY BATCH MAIN APPENDS TO
001400*                   THROUGH RUNLOG AND COMPARES THE NIGHT'S RUNS
001500*                   AGAINST THE STEPS THE CHAIN SCHEDULE SAYS WERE
001600*                   DUE.  FLAGS A STEP THAT IS MISSING, STARTED
001700*                   AND NEVER ENDED, ENDED ABOVE ITS RC LIMIT, OR
001800*                   STARTED AHEAD OF A STEP SCHEDULED BEFORE IT,
001900*                   AND PRINTS WHAT OPERATIONS SHOULD DO NEXT -
002000*                   WHICH JOB TO SUBMIT, AND WHETHER TO RESTART
002100*                   FROM THE CHECKPOINT OR RERUN COLD.  RETURN
002200*                   CODE 4 WHEN ANY STEP IS FLAGGED, SO THE
002300*                   MORNING SCHEDULE CAN ALERT ON IT.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
002800 OBJECT-COMPUTER. IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT RUN-STATUS-FILE ASSIGN TO RUNSTIN
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-STATUS-FILE-STATUS.
003400     SELECT SCHEDULE-FILE   ASSIGN TO SCHEDIN
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-SCHED-FILE-STATUS.
003700     SELECT REPORT-FILE     ASSIGN TO RPTOUT
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-REPORT-FILE-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  RUN-STATUS-FILE
004300     LABEL RECORDS ARE STANDARD
004400     RECORDING MODE IS F.
004500     COPY RUNSTAT.
004600 FD  SCHEDULE-FILE
004700     LABEL RECORDS ARE STANDARD
004800     RECORDING MODE IS F.
004900     COPY RUNSCHED.
005000 FD  REPORT-FILE
005100     LABEL RECORDS ARE STANDARD
005200     RECORDING MODE IS F.
005300 01  REPORT-RECORD           PIC X(80).
005400 WORKING-STORAGE SECTION.
005500*----------------------------------------------------------------
005600* SWITCHES
005700*----------------------------------------------------------------
005800 01  WS-SWITCHES.
005900     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
006000         88  END-OF-STATUS-FILE      VALUE 'Y'.
006100     05  WS-SCHED-EOF-SW     PIC X(01) VALUE 'N'.
006200         88  END-OF-SCHEDULE-FILE    VALUE 'Y'.
006300     05  WS-RUN-FOUND-SW     PIC X(01) VALUE 'N'.
006400         88  START-RUN-FOUND         VALUE 'Y'.
006500     05  WS-MONTH-END-SW     PIC X(01) VALUE 'N'.
006600         88  CHAIN-IS-MONTH-END      VALUE 'Y'.
006700*----------------------------------------------------------------
006800* FILE STATUS CODES
006900*----------------------------------------------------------------
007000 01  WS-STATUS-FILE-STATUS   PIC X(02) VALUE '00'.
007100     88  STATUS-FILE-OK              VALUE '00'.
007200 01  WS-SCHED-FILE-STATUS    PIC X(02) VALUE '00'.
007300     88  SCHED-FILE-OK               VALUE '00'.
007400 01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE '00'.
007500     88  REPORT-FILE-OK              VALUE '00'.
007600 01  WS-ABEND-OPERATION      PIC X(24) VALUE SPACES.
007700 01  WS-ABEND-STATUS         PIC X(02) VALUE SPACES.
007800*----------------------------------------------------------------
007900* SYSIN CARD - COLS 1-8 THE CHAIN DATE (YYYYMMDD) TO CHECK, COLS
008000* 10-13 THE CUTOFF (HHMM) THAT SEPARATES ONE NIGHT'S CHAIN FROM
008100* THE NEXT.  THE CHAIN FOR A DATE IS EVERY RUN STARTED FROM THE
008200* CUTOFF ON THAT DATE UP TO THE CUTOFF ON THE NEXT, SO A CHAIN
008300* THAT CROSSES MIDNIGHT IS STILL ONE CHAIN.  A BLANK DATE MEANS
008400* YESTERDAY - LAST NIGHT'S CHAIN WHEN RUN IN THE MORNING - AND A
008500* BLANK CUTOFF MEANS NOON.
008600*----------------------------------------------------------------
008700 01  WS-CHAIN-CARD           PIC X(80) VALUE SPACES.
008800 01  WS-CHAIN-CARD-R REDEFINES WS-CHAIN-CARD.
008900     05  CC-CHAIN-DATE       PIC X(08).
009000     05  CC-CHAIN-DATE-N REDEFINES CC-CHAIN-DATE
009100                             PIC 9(08).
009200     05  FILLER              PIC X(01).
009300     05  CC-CUTOFF           PIC X(04).
009400     05  CC-CUTOFF-N REDEFINES CC-CUTOFF
009500                             PIC 9(04).
009600     05  FILLER              PIC X(67).
009700 01  WS-CARD-ERROR           PIC X(30) VALUE SPACES.
009800*----------------------------------------------------------------
009900* CHAIN DATE, CUTOFF AND THE WINDOW THEY GIVE.  A STAMP IS A DAY
010000* NUMBER TIMES 10000 PLUS HHMM, SO RUNS ON EITHER SIDE OF
010100* MIDNIGHT COMPARE IN ORDER.
010200*----------------------------------------------------------------
010300 01  WS-RUN-DATE             PIC 9(08).
010400 01  WS-CHAIN-DATE           PIC 9(08).
010500 01  WS-CHAIN-DATE-R REDEFINES WS-CHAIN-DATE.
010600     05  WS-CHAIN-YEAR       PIC 9(04).
010700     05  WS-CHAIN-MONTH      PIC 9(02).
010800     05  WS-CHAIN-DAY        PIC 9(02).
010900 01  WS-CUTOFF               PIC 9(04) VALUE 1200.
011000 01  WS-CUTOFF-R REDEFINES WS-CUTOFF.
011100     05  WS-CUTOFF-HH        PIC 9(02).
011200     05  WS-CUTOFF-MM        PIC 9(02).
011300 01  WS-CHAIN-DAYNO          PIC 9(07) COMP.
011400 01  WS-CHAIN-WEEKDAY        PIC 9(01).
011500 01  WS-WINDOW-START         PIC 9(11) COMP.
011600 01  WS-WINDOW-END           PIC 9(11) COMP.
011700 01  WS-LOG-STAMP            PIC 9(11) COMP.
011800 01  WS-LOG-TIME             PIC 9(06).
011900 01  WS-LOG-TIME-R REDEFINES WS-LOG-TIME.
012000     05  WS-LOG-HHMM         PIC 9(04).
012100     05  WS-LOG-SS           PIC 9(02).
012200 77  WS-WEEK-QUOTIENT        PIC 9(07) COMP.
012300 77  WS-WEEK-REMAINDER       PIC 9(01) COMP.
012400*----------------------------------------------------------------
012500* DAYS IN EACH MONTH OF A COMMON YEAR, FOR STEPPING BACK TO
012600* YESTERDAY AND FOR SPOTTING MONTH-END.  FEBRUARY GETS ITS 29TH
012700* DAY BY THE SAME 4/100/400 RULE DATEVAL USES.
012800*----------------------------------------------------------------
012900 01  WS-MONTH-DAYS-VALUES.
013000     05  FILLER              PIC X(24) VALUE
013100         '312831303130313130313031'.
013200 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-VALUES.
013300     05  WS-DAYS-IN-MONTH    OCCURS 12 TIMES
013400                             PIC 9(02).
013500 01  WS-DIM-YEAR             PIC 9(04).
013600 01  WS-DIM-MONTH            PIC 9(02).
013700 01  WS-DIM-DAYS             PIC 9(02).
013800*----------------------------------------------------------------
013900* DAY-NUMBER WORK AREA FOR 2170-COMPUTE-DAY-NUMBER - PRORATE'S
014000* DAY COUNT, DAYS SINCE 01/01/0001 (A MONDAY), WHICH ALSO GIVES
014100* THE DAY OF THE WEEK.
014200*----------------------------------------------------------------
014300 01  WS-DAYNO-DATE           PIC 9(08).
014400 01  WS-DAYNO-DATE-R REDEFINES WS-DAYNO-DATE.
014500     05  WS-DAYNO-YEAR       PIC 9(04).
014600     05  WS-DAYNO-MONTH      PIC 9(02).
014700     05  WS-DAYNO-DAY        PIC 9(02).
014800 01  WS-CUM-DAYS-VALUES.
014900     05  FILLER              PIC X(36) VALUE
015000         '000031059090120151181212243273304334'.
015100 01  WS-CUM-DAYS REDEFINES WS-CUM-DAYS-VALUES.
015200     05  WS-DAYS-BEFORE-MONTH OCCURS 12 TIMES
015300                             PIC 9(03).
015400 01  WS-DAY-NUMBER           PIC 9(07) COMP.
015500 77  WS-DAYNO-PRIOR-YEAR     PIC 9(04) COMP.
015600 77  WS-DAYNO-LEAPS-4        PIC 9(04) COMP.
015700 77  WS-DAYNO-LEAPS-100      PIC 9(04) COMP.
015800 77  WS-DAYNO-LEAPS-400      PIC 9(04) COMP.
015900 77  WS-DAYNO-QUOTIENT       PIC 9(04) COMP.
016000 77  WS-DAYNO-REM-4          PIC 9(04) COMP.
016100 77  WS-DAYNO-REM-100        PIC 9(04) COMP.
016200 77  WS-DAYNO-REM-400        PIC 9(04) COMP.
016300*----------------------------------------------------------------
016400* DATE-VALIDATION PARAMETERS - SHARED WITH DATEVAL THROUGH
016500* COPYBOOK DATEVALP.
016600*----------------------------------------------------------------
016700     COPY DATEVALP REPLACING DATE-TO-CHECK BY WS-DATE-TO-CHECK,
016800                   DATE-VALID-FLAG BY WS-DATE-VALID-FLAG.
016900*----------------------------------------------------------------
017000* STEP TABLE - THE SCHEDULE STEPS DUE ON THE CHAIN DATE, IN STEP
017100* ORDER, WITH WHAT THE LOG SHOWED FOR EACH: HOW MANY RUNS, HOW
017200* MANY OF THEM FAILED, THE FIRST AND LAST RUN (RUN-TABLE
017300* SUBSCRIPTS) AND, FOR A STEP THAT STARTED TOO EARLY, THE STEP
017400* IT JUMPED.
017500*----------------------------------------------------------------
017600 01  WS-STEP-TABLE.
017700     05  WS-STP-COUNT        PIC 9(4) COMP VALUE ZERO.
017800     05  WS-STP-ENTRY        OCCURS 100 TIMES.
017900         10  STP-STEP-NO     PIC 9(03).
018000         10  STP-PROGRAM     PIC X(08).
018100         10  STP-JOB-ID      PIC X(08).
018200         10  STP-MAX-RC      PIC 9(02).
018300         10  STP-RESTART-FLAG PIC X(01).
018400             88  STP-RESTARTABLE     VALUE 'Y'.
018500         10  STP-RUN-COUNT   PIC 9(4) COMP.
018600         10  STP-FAILED-RUNS PIC 9(4) COMP.
018700         10  STP-FIRST-RUN   PIC 9(4) COMP.
018800         10  STP-LAST-RUN    PIC 9(4) COMP.
018900         10  STP-AHEAD-OF    PIC 9(4) COMP.
019000         10  STP-STATUS      PIC X(12).
019100             88  STP-CLEAN           VALUE 'OK' 'RECOVERED'.
019200 77  WS-STP-SUB              PIC 9(4) COMP.
019300 77  WS-STP-HIT              PIC 9(4) COMP.
019400 01  WS-LAST-STEP-NO         PIC 9(03) VALUE ZERO.
019500 01  WS-SCHED-ERROR          PIC X(30) VALUE SPACES.
019600 01  WS-HIGH-STAMP           PIC 9(11) COMP VALUE ZERO.
019700 01  WS-HIGH-STEP            PIC 9(4) COMP VALUE ZERO.
019800*----------------------------------------------------------------
019900* RUN TABLE - ONE ENTRY PER RUN STARTED INSIDE THE WINDOW, IN LOG
020000* ORDER.  AN END RECORD COMPLETES THE OPEN ENTRY WITH THE SAME
020100* PROGRAM, JOB AND START STAMP; ONE THAT FINDS NONE (ITS START
020200* WAS NEVER LOGGED) STANDS ON ITS OWN.  RUN-STEP IS THE STEP-
020300* TABLE ENTRY THAT CLAIMED THE RUN - ZERO FOR A RUN NOT ON THE
020400* SCHEDULE.
020500*----------------------------------------------------------------
020600 01  WS-RUN-TABLE.
020700     05  WS-RUN-COUNT        PIC 9(4) COMP VALUE ZERO.
020800     05  WS-RUN-ENTRY        OCCURS 500 TIMES.
020900         10  RUN-PROGRAM     PIC X(08).
021000         10  RUN-JOB-ID      PIC X(08).
021100         10  RUN-START-DATE  PIC 9(08).
021200         10  RUN-START-TIME  PIC 9(06).
021300         10  RUN-START-STAMP PIC 9(11) COMP.
021400         10  RUN-END-DATE    PIC 9(08).
021500         10  RUN-END-TIME    PIC 9(06).
021600         10  RUN-MODE        PIC X(08).
021700         10  RUN-START-TYPE  PIC X(07).
021800             88  RUN-WAS-RESTART     VALUE 'RESTART'.
021900         10  RUN-RC          PIC 9(04).
022000         10  RUN-CHECKPOINT  PIC 9(08).
022100         10  RUN-CYCLE-DATE  PIC 9(08).
022200         10  RUN-ENDED-SW    PIC X(01).
022300             88  RUN-ENDED           VALUE 'Y'.
022400         10  RUN-STEP        PIC 9(4) COMP.
022500 77  WS-RUN-SUB              PIC 9(4) COMP.
022600 77  WS-RUN-HIT              PIC 9(4) COMP.
022700*----------------------------------------------------------------
022800* ACTION-MESSAGE WORK FIELDS.  NUMBERS ARE LEFT-JUSTIFIED BY
022900* 3450-LEFT-JUSTIFY SO THEY READ AS PART OF THE SENTENCE.
023000*----------------------------------------------------------------
023100 01  WS-ACT-JOB              PIC X(08).
023200 01  WS-ACT-POINTER          PIC 9(03) COMP.
023300 01  WS-NUM-WORK             PIC 9(08).
023400 01  WS-NUM-EDIT             PIC Z(7)9.
023500 01  WS-NUM-TEXT             PIC X(08).
023600 01  WS-RC-TEXT              PIC X(08).
023700 01  WS-CKPT-TEXT            PIC X(08).
023800 01  WS-STEP-TEXT            PIC 9(03).
023900 77  WS-NUM-LEAD             PIC 9(4) COMP.
024000*----------------------------------------------------------------
024100* CONTROL TOTALS
024200*----------------------------------------------------------------
024300 01  WS-COUNTERS.
024400     05  WS-LOG-READ         PIC 9(6) COMP VALUE ZERO.
024500     05  WS-STEPS-CLEAN      PIC 9(6) COMP VALUE ZERO.
024600     05  WS-STEPS-FLAGGED    PIC 9(6) COMP VALUE ZERO.
024700     05  WS-UNSCHEDULED      PIC 9(6) COMP VALUE ZERO.
024800*----------------------------------------------------------------
024900* REPORT LINE LAYOUTS
025000*----------------------------------------------------------------
025100 01  WS-PRINT-AREA           PIC X(80).
025200 01  WS-HEADING-1.
025300     05  FILLER              PIC X(31) VALUE
025400         'BATCH CHAIN RUN-STATUS REPORT'.
025500     05  FILLER              PIC X(11) VALUE 'CHAIN DATE '.
025600     05  HL-CHAIN-DATE       PIC 9(08).
025700     05  FILLER              PIC X(09) VALUE '  CUTOFF '.
025800     05  HL-CUTOFF           PIC 9(04).
025900     05  FILLER              PIC X(02) VALUE SPACES.
026000     05  HL-MONTH-END        PIC X(09).
026100     05  FILLER              PIC X(06) VALUE SPACES.
026200 01  WS-HEADING-2.
026300     05  FILLER              PIC X(05) VALUE 'STEP'.
026400     05  FILLER              PIC X(10) VALUE 'PROGRAM'.
026500     05  FILLER              PIC X(10) VALUE 'JOB'.
026600     05  FILLER              PIC X(14) VALUE 'STATUS'.
026700     05  FILLER              PIC X(04) VALUE 'RUNS'.
026800     05  FILLER              PIC X(37) VALUE SPACES.
026900 01  WS-HEADING-3.
027000     05  FILLER              PIC X(06) VALUE SPACES.
027100     05  FILLER              PIC X(17) VALUE 'STARTED'.
027200     05  FILLER              PIC X(17) VALUE 'ENDED'.
027300     05  FILLER              PIC X(09) VALUE 'MODE'.
027400     05  FILLER              PIC X(08) VALUE 'TYPE'.
027500     05  FILLER              PIC X(05) VALUE '  RC'.
027600     05  FILLER              PIC X(09) VALUE ' CHECKPT'.
027700     05  FILLER              PIC X(09) VALUE SPACES.
027800 01  WS-SECTION-LINE.
027900     05  SEC-TITLE           PIC X(50).
028000     05  FILLER              PIC X(30) VALUE SPACES.
028100 01  WS-STEP-LINE.
028200     05  SL-STEP-NO          PIC X(03).
028300     05  FILLER              PIC X(02) VALUE SPACES.
028400     05  SL-PROGRAM          PIC X(08).
028500     05  FILLER              PIC X(02) VALUE SPACES.
028600     05  SL-JOB-ID           PIC X(08).
028700     05  FILLER              PIC X(02) VALUE SPACES.
028800     05  SL-STATUS           PIC X(12).
028900     05  FILLER              PIC X(02) VALUE SPACES.
029000     05  SL-RUNS             PIC ZZZ9.
029100     05  FILLER              PIC X(37) VALUE SPACES.
029200 01  WS-RUN-LINE.
029300     05  FILLER              PIC X(06) VALUE SPACES.
029400     05  RN-START-DATE       PIC 9(08).
029500     05  FILLER              PIC X(01) VALUE SPACES.
029600     05  RN-START-TIME       PIC 9(06).
029700     05  FILLER              PIC X(02) VALUE SPACES.
029800     05  RN-END-DATE         PIC X(08).
029900     05  FILLER              PIC X(01) VALUE SPACES.
030000     05  RN-END-TIME         PIC X(06).
030100     05  FILLER              PIC X(02) VALUE SPACES.
030200     05  RN-MODE             PIC X(08).
030300     05  FILLER              PIC X(01) VALUE SPACES.
030400     05  RN-START-TYPE       PIC X(07).
030500     05  FILLER              PIC X(01) VALUE SPACES.
030600     05  RN-RC               PIC X(04).
030700     05  FILLER              PIC X(01) VALUE SPACES.
030800     05  RN-CHECKPOINT       PIC X(08).
030900     05  FILLER              PIC X(10) VALUE SPACES.
031000 01  WS-RC-EDIT              PIC ZZZ9.
031100 01  WS-CKPT-EDIT            PIC ZZZZZZZ9.
031200 01  WS-ACTION-LINE          PIC X(80).
031300 01  WS-TOTAL-LINE.
031400     05  TL-CAPTION          PIC X(30).
031500     05  TL-COUNT            PIC ZZZZZZZZ9.
031600     05  FILLER              PIC X(41) VALUE SPACES.
031700 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
031800 PROCEDURE DIVISION.
031900*----------------------------------------------------------------
032000* 0000-MAINLINE - WORK OUT THE CHAIN WINDOW, LOAD THE STEPS DUE
032100* AND THE RUNS LOGGED INSIDE THE WINDOW, THEN REPORT STEP BY
032200* STEP, THE UNSCHEDULED RUNS AND THE ACTIONS REQUIRED.  RETURN
032300* CODE 4 WHEN ANY SCHEDULED STEP IS FLAGGED.
032400*----------------------------------------------------------------
032500 0000-MAINLINE.
032600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032700     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
032800         UNTIL END-OF-STATUS-FILE.
032900     PERFORM 3000-FINALIZE THRU 3000-EXIT.
033000     IF WS-STEPS-FLAGGED > ZERO
033100         MOVE 4 TO RETURN-CODE
033200     END-IF.
033300     STOP RUN.
033400*----------------------------------------------------------------
033500* 1000-INITIALIZE - EDIT THE SYSIN CARD, WORK OUT THE WINDOW,
033600* THE DAY OF THE WEEK AND WHETHER THE CHAIN DATE IS A MONTH-END,
033700* LOAD THE STEPS DUE THAT DAY, AND PRIME THE LOG READ.
033800*----------------------------------------------------------------
033900 1000-INITIALIZE.
034000     ACCEPT WS-CHAIN-CARD.
034100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
034200     IF CC-CHAIN-DATE = SPACES
034300         MOVE WS-RUN-DATE TO WS-CHAIN-DATE
034400         PERFORM 1100-PRIOR-DAY THRU 1100-EXIT
034500     ELSE
034600     IF CC-CHAIN-DATE NOT NUMERIC
034700         MOVE 'CHAIN DATE NOT NUMERIC' TO WS-CARD-ERROR
034800         GO TO 9100-BAD-CARD
034900     ELSE
035000         MOVE CC-CHAIN-DATE-N TO WS-CHAIN-DATE
035100     END-IF
035200     END-IF.
035300     MOVE WS-CHAIN-DATE TO WS-DATE-TO-CHECK.
035400     CALL "DATEVAL" USING WS-DATE-TO-CHECK, WS-DATE-VALID-FLAG.
035500     IF DATE-IS-INVALID
035600         MOVE 'CHAIN DATE NOT A CALENDAR DATE' TO WS-CARD-ERROR
035700         GO TO 9100-BAD-CARD
035800     END-IF.
035900     IF CC-CUTOFF NOT = SPACES
036000         IF CC-CUTOFF NOT NUMERIC
036100             MOVE 'CUTOFF NOT NUMERIC' TO WS-CARD-ERROR
036200             GO TO 9100-BAD-CARD
036300         END-IF
036400         MOVE CC-CUTOFF-N TO WS-CUTOFF
036500     END-IF.
036600     IF WS-CUTOFF-HH > 23 OR WS-CUTOFF-MM > 59
036700         MOVE 'CUTOFF NOT A TIME OF DAY' TO WS-CARD-ERROR
036800         GO TO 9100-BAD-CARD
036900     END-IF.
037000     MOVE WS-CHAIN-DATE TO WS-DAYNO-DATE.
037100     PERFORM 2170-COMPUTE-DAY-NUMBER THRU 2170-EXIT.
037200     MOVE WS-DAY-NUMBER TO WS-CHAIN-DAYNO.
037300     COMPUTE WS-WINDOW-START = WS-CHAIN-DAYNO * 10000 + WS-CUTOFF.
037400     COMPUTE WS-WINDOW-END =
037500         (WS-CHAIN-DAYNO + 1) * 10000 + WS-CUTOFF.
037600*    DAY 1 WAS A MONDAY, SO THE WEEKDAY IS 1 (MONDAY) THROUGH 7
037700*    (SUNDAY), THE SAME NUMBERING AS SCH-WEEKDAY.
037800     SUBTRACT 1 FROM WS-CHAIN-DAYNO GIVING WS-WEEK-QUOTIENT.
037900     DIVIDE WS-WEEK-QUOTIENT BY 7 GIVING WS-WEEK-QUOTIENT
038000         REMAINDER WS-WEEK-REMAINDER.
038100     ADD 1 WS-WEEK-REMAINDER GIVING WS-CHAIN-WEEKDAY.
038200     MOVE WS-CHAIN-YEAR TO WS-DIM-YEAR.
038300     MOVE WS-CHAIN-MONTH TO WS-DIM-MONTH.
038400     PERFORM 1150-DAYS-IN-MONTH THRU 1150-EXIT.
038500     IF WS-CHAIN-DAY = WS-DIM-DAYS
038600         MOVE 'Y' TO WS-MONTH-END-SW
038700     END-IF.
038800     OPEN INPUT SCHEDULE-FILE.
038900     IF NOT SCHED-FILE-OK
039000         MOVE 'OPEN INPUT SCHEDULE-FILE' TO WS-ABEND-OPERATION
039100         MOVE WS-SCHED-FILE-STATUS TO WS-ABEND-STATUS
039200         GO TO 9000-FILE-ERROR
039300     END-IF.
039400     OPEN INPUT RUN-STATUS-FILE.
039500     IF NOT STATUS-FILE-OK
039600         MOVE 'OPEN INPUT RUN-STATUS' TO WS-ABEND-OPERATION
039700         MOVE WS-STATUS-FILE-STATUS TO WS-ABEND-STATUS
039800         GO TO 9000-FILE-ERROR
039900     END-IF.
040000     OPEN OUTPUT REPORT-FILE.
040100     IF NOT REPORT-FILE-OK
040200         MOVE 'OPEN OUTPUT REPORT-FILE' TO WS-ABEND-OPERATION
040300         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-STATUS
040400         GO TO 9000-FILE-ERROR
040500     END-IF.
040600     PERFORM 1200-LOAD-SCHEDULE THRU 1200-EXIT
040700         UNTIL END-OF-SCHEDULE-FILE.
040800     CLOSE SCHEDULE-FILE.
040900     MOVE WS-CHAIN-DATE TO HL-CHAIN-DATE.
041000     MOVE WS-CUTOFF TO HL-CUTOFF.
041100     IF CHAIN-IS-MONTH-END
041200         MOVE 'MONTH-END' TO HL-MONTH-END
041300     ELSE
041400         MOVE SPACES TO HL-MONTH-END
041500     END-IF.
041600     MOVE WS-HEADING-1 TO WS-PRINT-AREA.
041700     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
041800     MOVE WS-BLANK-LINE TO WS-PRINT-AREA.
041900     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
042000     PERFORM 2100-READ-STATUS-FILE THRU 2100-EXIT.
042100 1000-EXIT.
042200     EXIT.
042300*----------------------------------------------------------------
042400* 1100-PRIOR-DAY - STEP WS-CHAIN-DATE BACK ONE CALENDAR DAY,
042500* ACROSS A MONTH OR YEAR END WHERE NEEDED.
042600*----------------------------------------------------------------
042700 1100-PRIOR-DAY.
042800     IF WS-CHAIN-DAY > 1
042900         SUBTRACT 1 FROM WS-CHAIN-DAY
043000         GO TO 1100-EXIT
043100     END-IF.
043200     IF WS-CHAIN-MONTH > 1
043300         SUBTRACT 1 FROM WS-CHAIN-MONTH
043400     ELSE
043500         MOVE 12 TO WS-CHAIN-MONTH
043600         SUBTRACT 1 FROM WS-CHAIN-YEAR
043700     END-IF.
043800     MOVE WS-CHAIN-YEAR TO WS-DIM-YEAR.
043900     MOVE WS-CHAIN-MONTH TO WS-DIM-MONTH.
044000     PERFORM 1150-DAYS-IN-MONTH THRU 1150-EXIT.
044100     MOVE WS-DIM-DAYS TO WS-CHAIN-DAY.
044200 1100-EXIT.
044300     EXIT.
044400*----------------------------------------------------------------
044500* 1150-DAYS-IN-MONTH - DAYS IN MONTH WS-DIM-MONTH OF YEAR
044600* WS-DIM-YEAR, INTO WS-DIM-DAYS.
044700*----------------------------------------------------------------
044800 1150-DAYS-IN-MONTH.
044900     MOVE WS-DAYS-IN-MONTH (WS-DIM-MONTH) TO WS-DIM-DAYS.
045000     IF WS-DIM-MONTH NOT = 02
045100         GO TO 1150-EXIT
045200     END-IF.
045300     DIVIDE WS-DIM-YEAR BY 4 GIVING WS-DAYNO-QUOTIENT
045400         REMAINDER WS-DAYNO-REM-4.
045500     DIVIDE WS-DIM-YEAR BY 100 GIVING WS-DAYNO-QUOTIENT
045600         REMAINDER WS-DAYNO-REM-100.
045700     DIVIDE WS-DIM-YEAR BY 400 GIVING WS-DAYNO-QUOTIENT
045800         REMAINDER WS-DAYNO-REM-400.
045900     IF WS-DAYNO-REM-4 = ZERO
046000        AND (WS-DAYNO-REM-100 NOT = ZERO
046100             OR WS-DAYNO-REM-400 = ZERO)
046200         MOVE 29 TO WS-DIM-DAYS
046300     END-IF.
046400 1150-EXIT.
046500     EXIT.
046600*----------------------------------------------------------------
046700* 1200-LOAD-SCHEDULE - EDIT ONE SCHEDULE RECORD AND KEEP IT IF
046800* THE STEP IS DUE ON THE CHAIN DATE: EVERY DAILY STEP, A WEEKLY
046900* STEP ON ITS WEEKDAY, A MONTH-END STEP ON THE LAST DAY OF THE
047000* MONTH.  THE WHOLE FILE IS EDITED, DUE OR NOT - A SCHEDULE THAT
047100* CANNOT BE TRUSTED IS FATAL, SEE 9400-BAD-SCHEDULE.  STEPS MUST
047200* BE IN ASCENDING STEP ORDER; THE OUT-OF-ORDER CHECK RELIES ON
047300* IT.
047400*----------------------------------------------------------------
047500 1200-LOAD-SCHEDULE.
047600     READ SCHEDULE-FILE
047700         AT END
047800             MOVE 'Y' TO WS-SCHED-EOF-SW
047900             GO TO 1200-EXIT
048000     END-READ.
048100     IF SCH-STEP-NO NOT NUMERIC
048200         MOVE 'STEP NUMBER NOT NUMERIC' TO WS-SCHED-ERROR
048300         GO TO 9400-BAD-SCHEDULE
048400     END-IF.
048500     IF SCH-STEP-NO NOT > WS-LAST-STEP-NO
048600         MOVE 'STEP NUMBER OUT OF SEQUENCE' TO WS-SCHED-ERROR
048700         GO TO 9400-BAD-SCHEDULE
048800     END-IF.
048900     MOVE SCH-STEP-NO TO WS-LAST-STEP-NO.
049000     IF SCH-PROGRAM = SPACES
049100         MOVE 'PROGRAM NAME MISSING' TO WS-SCHED-ERROR
049200         GO TO 9400-BAD-SCHEDULE
049300     END-IF.
049400     IF NOT SCH-DAILY AND NOT SCH-WEEKLY AND NOT SCH-MONTH-END
049500         MOVE 'FREQUENCY NOT D, W OR M' TO WS-SCHED-ERROR
049600         GO TO 9400-BAD-SCHEDULE
049700     END-IF.
049800     IF SCH-WEEKLY
049900         IF SCH-WEEKDAY NOT NUMERIC
050000            OR SCH-WEEKDAY < 1 OR SCH-WEEKDAY > 7
050100             MOVE 'WEEKDAY NOT 1 THROUGH 7' TO WS-SCHED-ERROR
050200             GO TO 9400-BAD-SCHEDULE
050300         END-IF
050400     END-IF.
050500     IF SCH-MAX-RC NOT NUMERIC
050600         MOVE 'MAXIMUM RC NOT NUMERIC' TO WS-SCHED-ERROR
050700         GO TO 9400-BAD-SCHEDULE
050800     END-IF.
050900     IF SCH-WEEKLY AND SCH-WEEKDAY NOT = WS-CHAIN-WEEKDAY
051000         GO TO 1200-EXIT
051100     END-IF.
051200     IF SCH-MONTH-END AND NOT CHAIN-IS-MONTH-END
051300         GO TO 1200-EXIT
051400     END-IF.
051500     IF WS-STP-COUNT = 100
051600         GO TO 9300-STEP-TABLE-FULL
051700     END-IF.
051800     ADD 1 TO WS-STP-COUNT.
051900     MOVE SCH-STEP-NO      TO STP-STEP-NO (WS-STP-COUNT).
052000     MOVE SCH-PROGRAM      TO STP-PROGRAM (WS-STP-COUNT).
052100     MOVE SCH-JOB-ID       TO STP-JOB-ID (WS-STP-COUNT).
052200     MOVE SCH-MAX-RC       TO STP-MAX-RC (WS-STP-COUNT).
052300     MOVE SCH-RESTART-FLAG TO STP-RESTART-FLAG (WS-STP-COUNT).
052400     MOVE ZERO TO STP-RUN-COUNT (WS-STP-COUNT),
052500                  STP-FAILED-RUNS (WS-STP-COUNT),
052600                  STP-FIRST-RUN (WS-STP-COUNT),
052700                  STP-LAST-RUN (WS-STP-COUNT),
052800                  STP-AHEAD-OF (WS-STP-COUNT).
052900     MOVE SPACES TO STP-STATUS (WS-STP-COUNT).
053000 1200-EXIT.
053100     EXIT.
053200*----------------------------------------------------------------
053300* 2000-PROCESS-RECORD - ONE RUN-STATUS LOG RECORD.  RECORDS FOR
053400* RUNS STARTED OUTSIDE THE WINDOW BELONG TO ANOTHER NIGHT AND ARE
053500* PASSED OVER.  A START OPENS A RUN; AN END COMPLETES ITS START.
053600*----------------------------------------------------------------
053700 2000-PROCESS-RECORD.
053800     ADD 1 TO WS-LOG-READ.
053900     IF RST-START-TIME NOT NUMERIC
054000         GO TO 9500-BAD-LOG-RECORD
054100     END-IF.
054200     MOVE RST-START-DATE TO WS-DATE-TO-CHECK.
054300     CALL "DATEVAL" USING WS-DATE-TO-CHECK, WS-DATE-VALID-FLAG.
054400     IF DATE-IS-INVALID
054500         GO TO 9500-BAD-LOG-RECORD
054600     END-IF.
054700     MOVE RST-START-DATE TO WS-DAYNO-DATE.
054800     PERFORM 2170-COMPUTE-DAY-NUMBER THRU 2170-EXIT.
054900     MOVE RST-START-TIME TO WS-LOG-TIME.
055000     COMPUTE WS-LOG-STAMP = WS-DAY-NUMBER * 10000 + WS-LOG-HHMM.
055100     IF WS-LOG-STAMP < WS-WINDOW-START
055200        OR WS-LOG-STAMP NOT < WS-WINDOW-END
055300         PERFORM 2100-READ-STATUS-FILE THRU 2100-EXIT
055400         GO TO 2000-EXIT
055500     END-IF.
055600     IF RST-START-RECORD
055700         PERFORM 2200-ADD-RUN THRU 2200-EXIT
055800     ELSE
055900     IF RST-END-RECORD
056000         PERFORM 2300-MATCH-END THRU 2300-EXIT
056100     ELSE
056200         GO TO 9500-BAD-LOG-RECORD
056300     END-IF
056400     END-IF.
056500     PERFORM 2100-READ-STATUS-FILE THRU 2100-EXIT.
056600 2000-EXIT.
056700     EXIT.
056800*----------------------------------------------------------------
056900 2100-READ-STATUS-FILE.
057000     READ RUN-STATUS-FILE
057100         AT END
057200             MOVE 'Y' TO WS-EOF-SW
057300     END-READ.
057400 2100-EXIT.
057500     EXIT.
057600*----------------------------------------------------------------
057700* 2170-COMPUTE-DAY-NUMBER - TURN THE DATE IN WS-DAYNO-DATE INTO
057800* A DAY NUMBER IN WS-DAY-NUMBER: DAYS IN ALL PRIOR YEARS, LEAP
057900* DAYS INCLUDED, PLUS DAYS BEFORE THE MONTH, PLUS THE DAY, PLUS
058000* ONE FROM MARCH ON IN A LEAP YEAR.  THE SAME RULE AS PRORATE.
058100*----------------------------------------------------------------
058200 2170-COMPUTE-DAY-NUMBER.
058300     SUBTRACT 1 FROM WS-DAYNO-YEAR GIVING WS-DAYNO-PRIOR-YEAR.
058400     DIVIDE WS-DAYNO-PRIOR-YEAR BY 4 GIVING WS-DAYNO-LEAPS-4.
058500     DIVIDE WS-DAYNO-PRIOR-YEAR BY 100 GIVING WS-DAYNO-LEAPS-100.
058600     DIVIDE WS-DAYNO-PRIOR-YEAR BY 400 GIVING WS-DAYNO-LEAPS-400.
058700     COMPUTE WS-DAY-NUMBER =
058800         WS-DAYNO-PRIOR-YEAR * 365
058900         + WS-DAYNO-LEAPS-4 - WS-DAYNO-LEAPS-100
059000         + WS-DAYNO-LEAPS-400
059100         + WS-DAYS-BEFORE-MONTH (WS-DAYNO-MONTH)
059200         + WS-DAYNO-DAY.
059300     IF WS-DAYNO-MONTH > 02
059400         DIVIDE WS-DAYNO-YEAR BY 4 GIVING WS-DAYNO-QUOTIENT
059500             REMAINDER WS-DAYNO-REM-4
059600         DIVIDE WS-DAYNO-YEAR BY 100 GIVING WS-DAYNO-QUOTIENT
059700             REMAINDER WS-DAYNO-REM-100
059800         DIVIDE WS-DAYNO-YEAR BY 400 GIVING WS-DAYNO-QUOTIENT
059900             REMAINDER WS-DAYNO-REM-400
060000         IF WS-DAYNO-REM-4 = ZERO
060100            AND (WS-DAYNO-REM-100 NOT = ZERO
060200                 OR WS-DAYNO-REM-400 = ZERO)
060300             ADD 1 TO WS-DAY-NUMBER
060400         END-IF
060500     END-IF.
060600 2170-EXIT.
060700     EXIT.
060800*----------------------------------------------------------------
060900* 2200-ADD-RUN - NEW RUN-TABLE ENTRY FROM THE CURRENT LOG RECORD.
061000* AN END RECORD ARRIVING HERE HAD NO START ON THE LOG, AND IS
061100* ENTERED ALREADY COMPLETE.
061200*----------------------------------------------------------------
061300 2200-ADD-RUN.
061400     IF WS-RUN-COUNT = 500
061500         GO TO 9200-RUN-TABLE-FULL
061600     END-IF.
061700     ADD 1 TO WS-RUN-COUNT.
061800     MOVE WS-RUN-COUNT   TO WS-RUN-HIT.
061900     MOVE RST-PROGRAM    TO RUN-PROGRAM (WS-RUN-HIT).
062000     MOVE RST-JOB-ID     TO RUN-JOB-ID (WS-RUN-HIT).
062100     MOVE RST-START-DATE TO RUN-START-DATE (WS-RUN-HIT).
062200     MOVE RST-START-TIME TO RUN-START-TIME (WS-RUN-HIT).
062300     MOVE WS-LOG-STAMP   TO RUN-START-STAMP (WS-RUN-HIT).
062400     MOVE ZERO TO RUN-END-DATE (WS-RUN-HIT),
062500                  RUN-END-TIME (WS-RUN-HIT),
062600                  RUN-RC (WS-RUN-HIT),
062700                  RUN-STEP (WS-RUN-HIT).
062800     MOVE 'N' TO RUN-ENDED-SW (WS-RUN-HIT).
062900     PERFORM 2250-SET-RUN-DETAIL THRU 2250-EXIT.
063000 2200-EXIT.
063100     EXIT.
063200*----------------------------------------------------------------
063300* 2250-SET-RUN-DETAIL - MODE, START TYPE, CHECKPOINT AND CYCLE
063400* DATE FROM THE CURRENT LOG RECORD INTO RUN-TABLE ENTRY
063500* WS-RUN-HIT, PLUS THE END STAMP AND RETURN CODE IF IT IS AN END
063600* RECORD.  THE END RECORD'S VALUES WIN - A CHECKPOINT IS ONLY
063700* KNOWN BY THEN.
063800*----------------------------------------------------------------
063900 2250-SET-RUN-DETAIL.
064000     MOVE RST-RUN-MODE   TO RUN-MODE (WS-RUN-HIT).
064100     MOVE RST-START-TYPE TO RUN-START-TYPE (WS-RUN-HIT).
064200     MOVE RST-CHECKPOINT TO RUN-CHECKPOINT (WS-RUN-HIT).
064300     MOVE RST-CYCLE-DATE TO RUN-CYCLE-DATE (WS-RUN-HIT).
064400     IF RST-END-RECORD
064500         MOVE RST-END-DATE    TO RUN-END-DATE (WS-RUN-HIT)
064600         MOVE RST-END-TIME    TO RUN-END-TIME (WS-RUN-HIT)
064700         MOVE RST-RETURN-CODE TO RUN-RC (WS-RUN-HIT)
064800         MOVE 'Y' TO RUN-ENDED-SW (WS-RUN-HIT)
064900     END-IF.
065000 2250-EXIT.
065100     EXIT.
065200*----------------------------------------------------------------
065300* 2300-MATCH-END - FIND THE OPEN RUN THIS END RECORD CLOSES.
065400*----------------------------------------------------------------
065500 2300-MATCH-END.
065600     MOVE 'N' TO WS-RUN-FOUND-SW.
065700     MOVE ZERO TO WS-RUN-HIT.
065800     PERFORM 2310-FIND-START THRU 2310-EXIT
065900         VARYING WS-RUN-SUB FROM 1 BY 1
066000         UNTIL WS-RUN-SUB > WS-RUN-COUNT
066100            OR START-RUN-FOUND.
066200     IF START-RUN-FOUND
066300         PERFORM 2250-SET-RUN-DETAIL THRU 2250-EXIT
066400     ELSE
066500         PERFORM 2200-ADD-RUN THRU 2200-EXIT
066600     END-IF.
066700 2300-EXIT.
066800     EXIT.
066900*----------------------------------------------------------------
067000 2310-FIND-START.
067100     IF RUN-PROGRAM (WS-RUN-SUB) = RST-PROGRAM
067200        AND RUN-JOB-ID (WS-RUN-SUB) = RST-JOB-ID
067300        AND RUN-START-DATE (WS-RUN-SUB) = RST-START-DATE
067400        AND RUN-START-TIME (WS-RUN-SUB) = RST-START-TIME
067500        AND NOT RUN-ENDED (WS-RUN-SUB)
067600         MOVE 'Y' TO WS-RUN-FOUND-SW
067700         MOVE WS-RUN-SUB TO WS-RUN-HIT
067800     END-IF.
067900 2310-EXIT.
068000     EXIT.
068100*----------------------------------------------------------------
068200 2500-WRITE-REPORT.
068300     WRITE REPORT-RECORD FROM WS-PRINT-AREA.
068400     IF NOT REPORT-FILE-OK
068500         MOVE 'WRITE REPORT-RECORD' TO WS-ABEND-OPERATION
068600         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-STATUS
068700         GO TO 9000-FILE-ERROR
068800     END-IF.
068900 2500-EXIT.
069000     EXIT.
069100*----------------------------------------------------------------
069200* 3000-FINALIZE - THE THREE REPORT SECTIONS (SCHEDULED STEPS,
069300* UNSCHEDULED RUNS, ACTIONS REQUIRED) AND THE CONTROL TOTALS.
069400*----------------------------------------------------------------
069500 3000-FINALIZE.
069600     MOVE 'SCHEDULED STEPS' TO SEC-TITLE.
069700     MOVE WS-SECTION-LINE TO WS-PRINT-AREA.
069800     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
069900     MOVE WS-HEADING-2 TO WS-PRINT-AREA.
070000     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
070100     MOVE WS-HEADING-3 TO WS-PRINT-AREA.
070200     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
070300     IF WS-STP-COUNT = ZERO
070400         MOVE '     NO STEPS DUE ON THE CHAIN DATE'
070500             TO WS-PRINT-AREA
070600         PERFORM 2500-WRITE-REPORT THRU 2500-EXIT
070700     END-IF.
070800     PERFORM 3100-CHECK-STEP THRU 3100-EXIT
070900         VARYING WS-STP-SUB FROM 1 BY 1
071000         UNTIL WS-STP-SUB > WS-STP-COUNT.
071100     MOVE WS-BLANK-LINE TO WS-PRINT-AREA.
071200     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
071300     MOVE 'RUNS NOT ON THE SCHEDULE FOR THE CHAIN DATE'
071400         TO SEC-TITLE.
071500     MOVE WS-SECTION-LINE TO WS-PRINT-AREA.
071600     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
071700     PERFORM 3300-REPORT-UNSCHEDULED THRU 3300-EXIT
071800         VARYING WS-RUN-SUB FROM 1 BY 1
071900         UNTIL WS-RUN-SUB > WS-RUN-COUNT.
072000     IF WS-UNSCHEDULED = ZERO
072100         MOVE '     NONE' TO WS-PRINT-AREA
072200         PERFORM 2500-WRITE-REPORT THRU 2500-EXIT
072300     END-IF.
072400     MOVE WS-BLANK-LINE TO WS-PRINT-AREA.
072500     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
072600     MOVE 'ACTION REQUIRED' TO SEC-TITLE.
072700     MOVE WS-SECTION-LINE TO WS-PRINT-AREA.
072800     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
072900     PERFORM 3400-REPORT-ACTION THRU 3400-EXIT
073000         VARYING WS-STP-SUB FROM 1 BY 1
073100         UNTIL WS-STP-SUB > WS-STP-COUNT.
073200     IF WS-STEPS-FLAGGED = ZERO
073300         MOVE '     NONE - EVERY SCHEDULED STEP ENDED CLEAN'
073400             TO WS-PRINT-AREA
073500         PERFORM 2500-WRITE-REPORT THRU 2500-EXIT
073600     END-IF.
073700     MOVE WS-BLANK-LINE TO WS-PRINT-AREA.
073800     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
073900     MOVE 'LOG RECORDS READ' TO TL-CAPTION.
074000     MOVE WS-LOG-READ TO TL-COUNT.
074100     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
074200     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
074300     MOVE 'RUNS IN CHAIN WINDOW' TO TL-CAPTION.
074400     MOVE WS-RUN-COUNT TO TL-COUNT.
074500     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
074600     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
074700     MOVE 'STEPS DUE' TO TL-CAPTION.
074800     MOVE WS-STP-COUNT TO TL-COUNT.
074900     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
075000     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
075100     MOVE 'STEPS ENDED CLEAN' TO TL-CAPTION.
075200     MOVE WS-STEPS-CLEAN TO TL-COUNT.
075300     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
075400     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
075500     MOVE 'STEPS FLAGGED' TO TL-CAPTION.
075600     MOVE WS-STEPS-FLAGGED TO TL-COUNT.
075700     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
075800     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
075900     MOVE 'UNSCHEDULED RUNS' TO TL-CAPTION.
076000     MOVE WS-UNSCHEDULED TO TL-COUNT.
076100     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
076200     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
076300     CLOSE RUN-STATUS-FILE.
076400     CLOSE REPORT-FILE.
076500 3000-EXIT.
076600     EXIT.
076700*----------------------------------------------------------------
076800* 3100-CHECK-STEP - CLAIM THE STEP'S RUNS (SAME PROGRAM, AND THE
076900* SAME JOB WHERE THE SCHEDULE NAMES ONE), JUDGE THE STEP ON ITS
077000* LAST RUN AND PRINT IT WITH EVERY RUN UNDER IT.  A STEP WHOSE
077100* LAST RUN ENDED CLEAN AFTER AN EARLIER FAILURE IS RECOVERED; ONE
077200* WHOSE FIRST RUN STARTED BEFORE THE FIRST RUN OF A STEP AHEAD
077300* OF IT IN THE SCHEDULE IS OUT OF ORDER - IT MAY HAVE READ INPUT
077400* THE EARLIER STEP HAD NOT FINISHED.
077500*----------------------------------------------------------------
077600 3100-CHECK-STEP.
077700     PERFORM 3150-CLAIM-RUN THRU 3150-EXIT
077800         VARYING WS-RUN-SUB FROM 1 BY 1
077900         UNTIL WS-RUN-SUB > WS-RUN-COUNT.
078000     IF STP-RUN-COUNT (WS-STP-SUB) = ZERO
078100         MOVE 'MISSING' TO STP-STATUS (WS-STP-SUB)
078200         GO TO 3100-PRINT-STEP
078300     END-IF.
078400     MOVE STP-LAST-RUN (WS-STP-SUB) TO WS-RUN-HIT.
078500     MOVE STP-FIRST-RUN (WS-STP-SUB) TO WS-RUN-SUB.
078600     IF NOT RUN-ENDED (WS-RUN-HIT)
078700         MOVE 'NO END' TO STP-STATUS (WS-STP-SUB)
078800     ELSE
078900     IF RUN-RC (WS-RUN-HIT) > STP-MAX-RC (WS-STP-SUB)
079000         MOVE 'HIGH RC' TO STP-STATUS (WS-STP-SUB)
079100     ELSE
079200     IF RUN-START-STAMP (WS-RUN-SUB) < WS-HIGH-STAMP
079300         MOVE 'OUT OF ORDER' TO STP-STATUS (WS-STP-SUB)
079400         MOVE WS-HIGH-STEP TO STP-AHEAD-OF (WS-STP-SUB)
079500     ELSE
079600     IF STP-FAILED-RUNS (WS-STP-SUB) > ZERO
079700         MOVE 'RECOVERED' TO STP-STATUS (WS-STP-SUB)
079800     ELSE
079900         MOVE 'OK' TO STP-STATUS (WS-STP-SUB)
080000     END-IF
080100     END-IF
080200     END-IF
080300     END-IF.
080400     IF RUN-START-STAMP (WS-RUN-SUB) > WS-HIGH-STAMP
080500         MOVE RUN-START-STAMP (WS-RUN-SUB) TO WS-HIGH-STAMP
080600         MOVE WS-STP-SUB TO WS-HIGH-STEP
080700     END-IF.
080800 3100-PRINT-STEP.
080900     IF STP-CLEAN (WS-STP-SUB)
081000         ADD 1 TO WS-STEPS-CLEAN
081100     ELSE
081200         ADD 1 TO WS-STEPS-FLAGGED
081300     END-IF.
081400     MOVE STP-STEP-NO (WS-STP-SUB) TO WS-STEP-TEXT.
081500     MOVE WS-STEP-TEXT TO SL-STEP-NO.
081600     MOVE STP-PROGRAM (WS-STP-SUB) TO SL-PROGRAM.
081700     MOVE STP-JOB-ID (WS-STP-SUB) TO SL-JOB-ID.
081800     MOVE STP-STATUS (WS-STP-SUB) TO SL-STATUS.
081900     MOVE STP-RUN-COUNT (WS-STP-SUB) TO SL-RUNS.
082000     MOVE WS-STEP-LINE TO WS-PRINT-AREA.
082100     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
082200     PERFORM 3250-PRINT-STEP-RUN THRU 3250-EXIT
082300         VARYING WS-RUN-SUB FROM 1 BY 1
082400         UNTIL WS-RUN-SUB > WS-RUN-COUNT.
082500 3100-EXIT.
082600     EXIT.
082700*----------------------------------------------------------------
082800 3150-CLAIM-RUN.
082900     IF RUN-STEP (WS-RUN-SUB) NOT = ZERO
083000         GO TO 3150-EXIT
083100     END-IF.
083200     IF RUN-PROGRAM (WS-RUN-SUB) NOT = STP-PROGRAM (WS-STP-SUB)
083300         GO TO 3150-EXIT
083400     END-IF.
083500     IF STP-JOB-ID (WS-STP-SUB) NOT = SPACES
083600        AND RUN-JOB-ID (WS-RUN-SUB) NOT = STP-JOB-ID (WS-STP-SUB)
083700         GO TO 3150-EXIT
083800     END-IF.
083900     MOVE WS-STP-SUB TO RUN-STEP (WS-RUN-SUB).
084000     ADD 1 TO STP-RUN-COUNT (WS-STP-SUB).
084100     IF STP-FIRST-RUN (WS-STP-SUB) = ZERO
084200         MOVE WS-RUN-SUB TO STP-FIRST-RUN (WS-STP-SUB)
084300     END-IF.
084400     MOVE WS-RUN-SUB TO STP-LAST-RUN (WS-STP-SUB).
084500     IF NOT RUN-ENDED (WS-RUN-SUB)
084600        OR RUN-RC (WS-RUN-SUB) > STP-MAX-RC (WS-STP-SUB)
084700         ADD 1 TO STP-FAILED-RUNS (WS-STP-SUB)
084800     END-IF.
084900 3150-EXIT.
085000     EXIT.
085100*----------------------------------------------------------------
085200* 3200-WRITE-RUN-LINE - ONE DETAIL LINE FOR RUN-TABLE ENTRY
085300* WS-RUN-SUB.  A RUN WITH NO END SHOWS BLANK END, RC AND
085400* CHECKPOINT; A ZERO CHECKPOINT IS LEFT BLANK.
085500*----------------------------------------------------------------
085600 3200-WRITE-RUN-LINE.
085700     MOVE RUN-START-DATE (WS-RUN-SUB) TO RN-START-DATE.
085800     MOVE RUN-START-TIME (WS-RUN-SUB) TO RN-START-TIME.
085900     MOVE RUN-MODE (WS-RUN-SUB) TO RN-MODE.
086000     MOVE RUN-START-TYPE (WS-RUN-SUB) TO RN-START-TYPE.
086100     IF RUN-ENDED (WS-RUN-SUB)
086200         MOVE RUN-END-DATE (WS-RUN-SUB) TO RN-END-DATE
086300         MOVE RUN-END-TIME (WS-RUN-SUB) TO RN-END-TIME
086400         MOVE RUN-RC (WS-RUN-SUB) TO WS-RC-EDIT
086500         MOVE WS-RC-EDIT TO RN-RC
086600     ELSE
086700         MOVE 'NO END' TO RN-END-DATE
086800         MOVE SPACES TO RN-END-TIME
086900         MOVE SPACES TO RN-RC
087000     END-IF.
087100     IF RUN-CHECKPOINT (WS-RUN-SUB) = ZERO
087200         MOVE SPACES TO RN-CHECKPOINT
087300     ELSE
087400         MOVE RUN-CHECKPOINT (WS-RUN-SUB) TO WS-CKPT-EDIT
087500         MOVE WS-CKPT-EDIT TO RN-CHECKPOINT
087600     END-IF.
087700     MOVE WS-RUN-LINE TO WS-PRINT-AREA.
087800     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
087900 3200-EXIT.
088000     EXIT.
088100*----------------------------------------------------------------
088200 3250-PRINT-STEP-RUN.
088300     IF RUN-STEP (WS-RUN-SUB) = WS-STP-SUB
088400         PERFORM 3200-WRITE-RUN-LINE THRU 3200-EXIT
088500     END-IF.
088600 3250-EXIT.
088700     EXIT.
088800*----------------------------------------------------------------
088900* 3300-REPORT-UNSCHEDULED - A RUN NO STEP CLAIMED: A PROGRAM NOT
089000* DUE ON THE CHAIN DATE, A JOB THE SCHEDULE DOES NOT KNOW, OR AN
089100* AD HOC RERUN UNDER ANOTHER JOB NAME.  LISTED FOR INFORMATION;
089200* IT DOES NOT FLAG THE CHAIN.
089300*----------------------------------------------------------------
089400 3300-REPORT-UNSCHEDULED.
089500     IF RUN-STEP (WS-RUN-SUB) NOT = ZERO
089600         GO TO 3300-EXIT
089700     END-IF.
089800     ADD 1 TO WS-UNSCHEDULED.
089900     MOVE SPACES TO SL-STEP-NO.
090000     MOVE RUN-PROGRAM (WS-RUN-SUB) TO SL-PROGRAM.
090100     MOVE RUN-JOB-ID (WS-RUN-SUB) TO SL-JOB-ID.
090200     MOVE 'UNSCHEDULED' TO SL-STATUS.
090300     MOVE 1 TO SL-RUNS.
090400     MOVE WS-STEP-LINE TO WS-PRINT-AREA.
090500     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
090600     PERFORM 3200-WRITE-RUN-LINE THRU 3200-EXIT.
090700 3300-EXIT.
090800     EXIT.
090900*----------------------------------------------------------------
091000* 3400-REPORT-ACTION - FOR A FLAGGED STEP, TWO LINES: WHAT
091100* HAPPENED, THEN WHAT TO DO.  A STEP THAT STOPPED PAST A
091200* CHECKPOINT IS RESTARTED FROM IT WITH THE SAME CYCLE DATE; ONE
091300* THAT STOPPED BEFORE ITS FIRST CHECKPOINT IS RERUN COLD.  A
091400* RESTART THAT FAILED WITHOUT A CHECKPOINT WAS MOST LIKELY
091500* REFUSED (CEILRPT'S CHECKPOINT DID NOT MATCH ITS CARDS), WHICH
091600* ONLY THE SYSOUT WILL SAY.
091700*----------------------------------------------------------------
091800 3400-REPORT-ACTION.
091900     IF STP-CLEAN (WS-STP-SUB)
092000         GO TO 3400-EXIT
092100     END-IF.
092200     MOVE STP-JOB-ID (WS-STP-SUB) TO WS-ACT-JOB.
092300     IF WS-ACT-JOB = SPACES
092400         MOVE STP-PROGRAM (WS-STP-SUB) TO WS-ACT-JOB
092500     END-IF.
092600     MOVE STP-STEP-NO (WS-STP-SUB) TO WS-STEP-TEXT.
092700     MOVE STP-LAST-RUN (WS-STP-SUB) TO WS-RUN-HIT.
092800     MOVE SPACES TO WS-ACTION-LINE.
092900     MOVE 1 TO WS-ACT-POINTER.
093000     STRING 'STEP ' WS-STEP-TEXT ' ' DELIMITED BY SIZE
093100             STP-PROGRAM (WS-STP-SUB) DELIMITED BY SPACE
093200         INTO WS-ACTION-LINE
093300         WITH POINTER WS-ACT-POINTER
093400     END-STRING.
093500     IF STP-STATUS (WS-STP-SUB) = 'MISSING'
093600         PERFORM 3410-ACTION-MISSING THRU 3410-EXIT
093700     ELSE
093800     IF STP-STATUS (WS-STP-SUB) = 'NO END'
093900         PERFORM 3420-ACTION-NO-END THRU 3420-EXIT
094000     ELSE
094100     IF STP-STATUS (WS-STP-SUB) = 'HIGH RC'
094200         PERFORM 3430-ACTION-HIGH-RC THRU 3430-EXIT
094300     ELSE
094400         PERFORM 3440-ACTION-OUT-OF-ORDER THRU 3440-EXIT
094500     END-IF
094600     END-IF
094700     END-IF.
094800     MOVE WS-ACTION-LINE TO WS-PRINT-AREA.
094900     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
095000     MOVE WS-BLANK-LINE TO WS-PRINT-AREA.
095100     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
095200 3400-EXIT.
095300     EXIT.
095400*----------------------------------------------------------------
095500* 3410-ACTION-MISSING - NO RUN OF THE STEP IN THE WINDOW.
095600*----------------------------------------------------------------
095700 3410-ACTION-MISSING.
095800     STRING ' DID NOT RUN FOR CHAIN DATE ' WS-CHAIN-DATE
095900             DELIMITED BY SIZE
096000         INTO WS-ACTION-LINE
096100         WITH POINTER WS-ACT-POINTER
096200     END-STRING.
096300     MOVE WS-ACTION-LINE TO WS-PRINT-AREA.
096400     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
096500     MOVE SPACES TO WS-ACTION-LINE.
096600     STRING '    - SUBMIT JOB ' DELIMITED BY SIZE
096700             WS-ACT-JOB DELIMITED BY SPACE
096800             ' ONCE THE STEPS AHEAD OF IT HAVE ENDED CLEAN'
096900             DELIMITED BY SIZE
097000         INTO WS-ACTION-LINE
097100     END-STRING.
097200 3410-EXIT.
097300     EXIT.
097400*----------------------------------------------------------------
097500* 3420-ACTION-NO-END - THE LAST RUN LOGGED A START AND NO END: IT
097600* ABENDED OR WAS CANCELLED, AND ONLY JES KNOWS WHICH.
097700*----------------------------------------------------------------
097800 3420-ACTION-NO-END.
097900     STRING ' STARTED ' RUN-START-DATE (WS-RUN-HIT) ' '
098000             RUN-START-TIME (WS-RUN-HIT)
098100             ' AND NEVER ENDED - SEE JES SYSOUT'
098200             DELIMITED BY SIZE
098300         INTO WS-ACTION-LINE
098400         WITH POINTER WS-ACT-POINTER
098500     END-STRING.
098600     MOVE WS-ACTION-LINE TO WS-PRINT-AREA.
098700     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
098800     MOVE SPACES TO WS-ACTION-LINE.
098900     IF STP-RESTARTABLE (WS-STP-SUB)
099000         PERFORM 3460-RESTART-ADVICE THRU 3460-EXIT
099100     ELSE
099200         STRING '    - CORRECT THE CAUSE AND RERUN JOB '
099300                 DELIMITED BY SIZE
099400                 WS-ACT-JOB DELIMITED BY SPACE
099500             INTO WS-ACTION-LINE
099600         END-STRING
099700     END-IF.
099800 3420-EXIT.
099900     EXIT.
100000*----------------------------------------------------------------
100100* 3430-ACTION-HIGH-RC - THE LAST RUN ENDED ABOVE THE STEP'S RC
100200* LIMIT.  THE MODE, WHERE THE PROGRAM HAS ONE, IS NAMED SO A
100300* RESTART IS SUBMITTED UNDER THE SAME MODE CARD.
100400*----------------------------------------------------------------
100500 3430-ACTION-HIGH-RC.
100600     IF RUN-MODE (WS-RUN-HIT) NOT = SPACES
100700         STRING ' ' DELIMITED BY SIZE
100800                 RUN-MODE (WS-RUN-HIT) DELIMITED BY SPACE
100900             INTO WS-ACTION-LINE
101000             WITH POINTER WS-ACT-POINTER
101100         END-STRING
101200     END-IF.
101300     MOVE RUN-RC (WS-RUN-HIT) TO WS-NUM-WORK.
101400     PERFORM 3450-LEFT-JUSTIFY THRU 3450-EXIT.
101500     MOVE WS-NUM-TEXT TO WS-RC-TEXT.
101600     STRING ' ENDED RC ' DELIMITED BY SIZE
101700             WS-RC-TEXT DELIMITED BY SPACE
101800         INTO WS-ACTION-LINE
101900         WITH POINTER WS-ACT-POINTER
102000     END-STRING.
102100     IF RUN-CHECKPOINT (WS-RUN-HIT) > ZERO
102200         MOVE RUN-CHECKPOINT (WS-RUN-HIT) TO WS-NUM-WORK
102300         PERFORM 3450-LEFT-JUSTIFY THRU 3450-EXIT
102400         MOVE WS-NUM-TEXT TO WS-CKPT-TEXT
102500         STRING ' AFTER CHECKPOINT AT RECORD ' DELIMITED BY SIZE
102600                 WS-CKPT-TEXT DELIMITED BY SPACE
102700             INTO WS-ACTION-LINE
102800             WITH POINTER WS-ACT-POINTER
102900         END-STRING
103000     END-IF.
103100     MOVE WS-ACTION-LINE TO WS-PRINT-AREA.
103200     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
103300     MOVE SPACES TO WS-ACTION-LINE.
103400     IF NOT STP-RESTARTABLE (WS-STP-SUB)
103500         STRING '    - SEE JES SYSOUT, CORRECT THE CAUSE '
103600                 'AND RERUN JOB ' DELIMITED BY SIZE
103700                 WS-ACT-JOB DELIMITED BY SPACE
103800             INTO WS-ACTION-LINE
103900         END-STRING
104000         GO TO 3430-EXIT
104100     END-IF.
104200     IF RUN-CHECKPOINT (WS-RUN-HIT) > ZERO
104300         PERFORM 3460-RESTART-ADVICE THRU 3460-EXIT
104400         GO TO 3430-EXIT
104500     END-IF.
104600     IF RUN-WAS-RESTART (WS-RUN-HIT)
104700         STRING '    - SEE JES SYSOUT - IF THE RESTART WAS '
104800                 'REFUSED, RERUN JOB ' DELIMITED BY SIZE
104900                 WS-ACT-JOB DELIMITED BY SPACE
105000                 ' COLD' DELIMITED BY SIZE
105100             INTO WS-ACTION-LINE
105200         END-STRING
105300     ELSE
105400         MOVE 1 TO WS-ACT-POINTER
105500         STRING '    - RERUN JOB ' DELIMITED BY SIZE
105600                 WS-ACT-JOB DELIMITED BY SPACE
105700                 ' COLD' DELIMITED BY SIZE
105800             INTO WS-ACTION-LINE
105900             WITH POINTER WS-ACT-POINTER
106000         END-STRING
106100         PERFORM 3470-CYCLE-DATE-ADVICE THRU 3470-EXIT
106200     END-IF.
106300 3430-EXIT.
106400     EXIT.
106500*----------------------------------------------------------------
106600* 3440-ACTION-OUT-OF-ORDER - THE STEP ENDED CLEAN BUT STARTED
106700* BEFORE A STEP SCHEDULED AHEAD OF IT, SO IT MAY HAVE RUN ON
106800* YESTERDAY'S INPUT.
106900*----------------------------------------------------------------
107000 3440-ACTION-OUT-OF-ORDER.
107100     MOVE STP-AHEAD-OF (WS-STP-SUB) TO WS-STP-HIT.
107200     MOVE STP-STEP-NO (WS-STP-HIT) TO WS-STEP-TEXT.
107300     STRING ' STARTED AHEAD OF STEP ' WS-STEP-TEXT ' '
107400             DELIMITED BY SIZE
107500             STP-PROGRAM (WS-STP-HIT) DELIMITED BY SPACE
107600         INTO WS-ACTION-LINE
107700         WITH POINTER WS-ACT-POINTER
107800     END-STRING.
107900     MOVE WS-ACTION-LINE TO WS-PRINT-AREA.
108000     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
108100     MOVE SPACES TO WS-ACTION-LINE.
108200     STRING '    - CHECK ITS INPUT WAS COMPLETE - IF NOT, '
108300             'RERUN JOB ' DELIMITED BY SIZE
108400             WS-ACT-JOB DELIMITED BY SPACE
108500             ' AFTER ' DELIMITED BY SIZE
108600             STP-PROGRAM (WS-STP-HIT) DELIMITED BY SPACE
108700         INTO WS-ACTION-LINE
108800     END-STRING.
108900 3440-EXIT.
109000     EXIT.
109100*----------------------------------------------------------------
109200* 3450-LEFT-JUSTIFY - WS-NUM-WORK, LEADING ZEROS DROPPED, INTO
109300* WS-NUM-TEXT LEFT-JUSTIFIED.
109400*----------------------------------------------------------------
109500 3450-LEFT-JUSTIFY.
109600     MOVE WS-NUM-WORK TO WS-NUM-EDIT.
109700     MOVE ZERO TO WS-NUM-LEAD.
109800     INSPECT WS-NUM-EDIT TALLYING WS-NUM-LEAD FOR LEADING SPACES.
109900     MOVE WS-NUM-EDIT (WS-NUM-LEAD + 1:) TO WS-NUM-TEXT.
110000 3450-EXIT.
110100     EXIT.
110200*----------------------------------------------------------------
110300* 3460-RESTART-ADVICE - RESUBMIT WITH THE RESTART CARD AND THE
110400* CYCLE DATE THE FAILED RUN USED: CEILRPT REFUSES A CHECKPOINT
110500* TAKEN FOR ANY OTHER CYCLE.
110600*----------------------------------------------------------------
110700 3460-RESTART-ADVICE.
110800     MOVE 1 TO WS-ACT-POINTER.
110900     STRING '    - RESUBMIT JOB ' DELIMITED BY SIZE
111000             WS-ACT-JOB DELIMITED BY SPACE
111100             ' WITH RESTART' DELIMITED BY SIZE
111200         INTO WS-ACTION-LINE
111300         WITH POINTER WS-ACT-POINTER
111400     END-STRING.
111500     PERFORM 3470-CYCLE-DATE-ADVICE THRU 3470-EXIT.
111600 3460-EXIT.
111700     EXIT.
111800*----------------------------------------------------------------
111900* 3470-CYCLE-DATE-ADVICE - APPEND THE FAILED RUN'S CYCLE DATE
112000* WHERE IT LOGGED ONE.
112100*----------------------------------------------------------------
112200 3470-CYCLE-DATE-ADVICE.
112300     IF RUN-CYCLE-DATE (WS-RUN-HIT) = ZERO
112400         GO TO 3470-EXIT
112500     END-IF.
112600     STRING ' AND SAME CYCLE DATE ' RUN-CYCLE-DATE (WS-RUN-HIT)
112700             DELIMITED BY SIZE
112800         INTO WS-ACTION-LINE
112900         WITH POINTER WS-ACT-POINTER
113000     END-STRING.
113100 3470-EXIT.
113200     EXIT.
113300*----------------------------------------------------------------
113400* 9000-FILE-ERROR - A NON-ZERO FILE STATUS ON ANY FILE IS FATAL.
113500* A PARTIAL CHAIN CHECK THAT ENDS CLEAN WOULD HIDE THE VERY STEP
113600* IT WAS MEANT TO CATCH.
113700*----------------------------------------------------------------
113800 9000-FILE-ERROR.
113900     DISPLAY 'RUNRPT - I/O ERROR ON ' WS-ABEND-OPERATION.
114000     DISPLAY 'RUNRPT - FILE STATUS = ' WS-ABEND-STATUS.
114100     MOVE 16 TO RETURN-CODE.
114200     STOP RUN.
114300*----------------------------------------------------------------
114400 9100-BAD-CARD.
114500     DISPLAY 'RUNRPT - BAD SYSIN CARD: ' WS-CARD-ERROR.
114600     DISPLAY 'RUNRPT - CARD WAS: ' WS-CHAIN-CARD.
114700     MOVE 16 TO RETURN-CODE.
114800     STOP RUN.
114900*----------------------------------------------------------------
115000 9200-RUN-TABLE-FULL.
115100     DISPLAY 'RUNRPT - RUN TABLE FULL AT 500 ENTRIES'.
115200     DISPLAY 'RUNRPT - RAISE WS-RUN-ENTRY OCCURS AND RERUN'.
115300     MOVE 16 TO RETURN-CODE.
115400     STOP RUN.
115500*----------------------------------------------------------------
115600 9300-STEP-TABLE-FULL.
115700     DISPLAY 'RUNRPT - STEP TABLE FULL AT 100 ENTRIES'.
115800     DISPLAY 'RUNRPT - RAISE WS-STP-ENTRY OCCURS AND RERUN'.
115900     MOVE 16 TO RETURN-CODE.
116000     STOP RUN.
116100*----------------------------------------------------------------
116200* 9400-BAD-SCHEDULE - A SCHEDULE RECORD THAT CANNOT BE TRUSTED.
116300* CHECKING THE CHAIN AGAINST A WRONG SCHEDULE WOULD REPORT THE
116400* WRONG STEPS AS MISSING, OR NONE AT ALL.
116500*----------------------------------------------------------------
116600 9400-BAD-SCHEDULE.
116700     DISPLAY 'RUNRPT - BAD SCHEDULE RECORD, STEP ' SCH-STEP-NO
116800         ' PROGRAM ' SCH-PROGRAM.
116900     DISPLAY 'RUNRPT - ' WS-SCHED-ERROR.
117000     DISPLAY 'RUNRPT - CORRECT SCHEDIN AND RERUN'.
117100     MOVE 16 TO RETURN-CODE.
117200     STOP RUN.
117300*----------------------------------------------------------------
117400* 9500-BAD-LOG-RECORD - A RUN-STATUS RECORD WITH NO USABLE START
117500* STAMP OR RECORD TYPE.  ONLY RUNLOG WRITES THE LOG, SO THIS
117600* MEANS THE DATASET ITSELF IS DAMAGED.
117700*----------------------------------------------------------------
117800 9500-BAD-LOG-RECORD.
117900     DISPLAY 'RUNRPT - BAD RUN-STATUS RECORD ' WS-LOG-READ ': '
118000         RUN-STATUS-RECORD.
118100     MOVE 16 TO RETURN-CODE.
118200     STOP RUN.
118300
118400 END PROGRAM RUNRPT.
