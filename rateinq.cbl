000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RATEINQ.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. BILLING-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000*    DATE      INIT  DESCRIPTION
001100*  --------   ----  ---------------------------------------------
001200*  10/15/26   RH    ORIGINAL PROGRAM - SINGLE-ACCOUNT CONSOLE
001300*                   INQUIRY FOR THE RATE DESK, IN THE SAME
001400*                   ACCEPT/DISPLAY STYLE AS CEILINQ.  A CUSTOMER
001500*                   CALL ABOUT A BILL USED TO TAKE AN IDCAMS
001600*                   PRINT OF RATEMST, A SEARCH OF THE PENDING
001700*                   FILE, THE REJECT LISTINGS, A SCAN OF CRDHIST
001800*                   AND A CEILAUDX RUN.  THE CLERK NOW KEYS A
001900*                   RATE-ACCT-NO AND SEES IN ONE PLACE:
002000*                     - THE MASTER RATE, CLASS AND EFFECTIVE
002100*                       DATE (RANDOM READ OF RATEMST)
002200*                     - ANY FUTURE-DATED RATE WAITING ON THE
002300*                       CEILRPT PENDING FILE
002400*                     - ANY REJECT FROM THE LAST RATEEDIT RUN
002500*                       AND ANY RATEFIX CARRY-FORWARD STILL
002600*                       OPEN, WITH THEIR REASON CODES
002700*                     - THE ACCOUNT'S PRORATION CREDITS ON
002800*                       CRDHIST FOR THE LAST SIX BILLING
002900*                       CYCLES, EACH FLAGGED WHEN A LATER 'R'
003000*                       ROW REVERSED IT
003100*                     - THE ACCOUNT'S RATE CHANGES ON THE
003200*                       RATEMNT JOURNAL OVER THE SAME WINDOW -
003300*                       ITS AUDIT TRAIL.  CEILAUDT CARRIES NO
003400*                       ACCOUNT NUMBER AND CANNOT BE KEYED.
003500*                   THE SEQUENTIAL FILES ARE RE-READ FOR EACH
003600*                   ACCOUNT KEYED, SO A LONG SESSION ALWAYS SEES
003700*                   WHAT IS ON FILE AT THE TIME OF THE QUESTION.
003800*----------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-370.
004200 OBJECT-COMPUTER. IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT MASTER-FILE ASSIGN TO RATEMST
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS RATE-ACCT-NO
004900         FILE STATUS IS WS-MASTER-STATUS.
005000     SELECT PEND-FILE   ASSIGN TO PENDIN
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-PEND-FILE-STATUS.
005300     SELECT REJECT-FILE ASSIGN TO REJIN
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-REJECT-FILE-STATUS.
005600     SELECT CARRY-FILE  ASSIGN TO CARRYIN
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-CARRY-FILE-STATUS.
005900     SELECT HIST-FILE   ASSIGN TO CRDHIST
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-HIST-FILE-STATUS.
006200     SELECT JRNL-FILE   ASSIGN TO JRNLIN
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-JRNL-FILE-STATUS.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  MASTER-FILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY RATEREC.
007000 FD  PEND-FILE
007100     LABEL RECORDS ARE STANDARD
007200     RECORDING MODE IS F.
007300 01  PEND-RECORD             PIC X(79).
007400 FD  REJECT-FILE
007500     LABEL RECORDS ARE STANDARD
007600     RECORDING MODE IS F.
007700     COPY RATEREJ.
007800 FD  CARRY-FILE
007900     LABEL RECORDS ARE STANDARD
008000     RECORDING MODE IS F.
008100 01  CARRY-RECORD.
008200     05  CFW-RATE-DATA       PIC X(79).
008300     05  CFW-FILLER          PIC X(01).
008400     05  CFW-REASON-CODE     PIC X(02).
008500 FD  HIST-FILE
008600     LABEL RECORDS ARE STANDARD
008700     RECORDING MODE IS F.
008800     COPY PRORHIST.
008900 FD  JRNL-FILE
009000     LABEL RECORDS ARE STANDARD
009100     RECORDING MODE IS F.
009200     COPY RATEJRNL.
009300 WORKING-STORAGE SECTION.
009400*----------------------------------------------------------------
009500* SWITCHES
009600*----------------------------------------------------------------
009700 01  WS-SWITCHES.
009800     05  WS-EOJ-SW           PIC X(01) VALUE 'N'.
009900         88  END-OF-JOB              VALUE 'Y'.
010000     05  WS-FILE-EOF-SW      PIC X(01) VALUE 'N'.
010100         88  END-OF-SCAN-FILE        VALUE 'Y'.
010200     05  WS-HIT-SW           PIC X(01) VALUE 'N'.
010300         88  ACCOUNT-HIT             VALUE 'Y'.
010400     05  WS-CFOUND-SW        PIC X(01) VALUE 'N'.
010500         88  CREDIT-FOUND            VALUE 'Y'.
010600*----------------------------------------------------------------
010700* FILE STATUS CODES.  THE MASTER'S RANDOM READ USES STATUS 23
010800* (RECORD NOT FOUND) AS A NORMAL ANSWER; EVERYTHING ELSE NON-
010900* ZERO IS FATAL.
011000*----------------------------------------------------------------
011100 01  WS-MASTER-STATUS        PIC X(02) VALUE '00'.
011200     88  MASTER-OK                    VALUE '00'.
011300     88  MASTER-NOT-FOUND             VALUE '23'.
011400 01  WS-PEND-FILE-STATUS     PIC X(02) VALUE '00'.
011500     88  PEND-FILE-OK                 VALUE '00'.
011600 01  WS-REJECT-FILE-STATUS   PIC X(02) VALUE '00'.
011700     88  REJECT-FILE-OK               VALUE '00'.
011800 01  WS-CARRY-FILE-STATUS    PIC X(02) VALUE '00'.
011900     88  CARRY-FILE-OK                VALUE '00'.
012000 01  WS-HIST-FILE-STATUS     PIC X(02) VALUE '00'.
012100     88  HIST-FILE-OK                 VALUE '00'.
012200 01  WS-JRNL-FILE-STATUS     PIC X(02) VALUE '00'.
012300     88  JRNL-FILE-OK                 VALUE '00'.
012400 01  WS-ABEND-OPERATION      PIC X(24) VALUE SPACES.
012500 01  WS-ABEND-STATUS         PIC X(02) VALUE SPACES.
012600*----------------------------------------------------------------
012700* THE ACCOUNT KEYED.  SPACES OR 'END' ENDS THE SESSION.
012800*----------------------------------------------------------------
012900 01  WS-INQ-ACCT             PIC X(10) VALUE SPACES.
013000*----------------------------------------------------------------
013100* WORK COPY OF A PENDING, REJECTED OR CARRIED RECORD IN THE
013200* RATEREC LAYOUT - COPIED FROM THE SAME MEMBER AS THE MASTER SO
013300* THE TWO VIEWS CANNOT DRIFT APART.
013400*----------------------------------------------------------------
013500     COPY RATEREC REPLACING RATE-RECORD BY WS-WORK-RATE
013600                            RATE-ACCT-NO BY WRK-ACCT-NO
013700                            RATE-AMOUNT BY WRK-AMOUNT
013800                            RATE-CLASS BY WRK-CLASS
013900                            RATE-EFF-DATE BY WRK-EFF-DATE.
014000*----------------------------------------------------------------
014100* CREDIT WINDOW - THE CURRENT BILLING CYCLE (YYYYMM OF TODAY)
014200* AND THE FIVE BEFORE IT.  CRDHIST ROWS AND JOURNAL CHANGES
014300* OLDER THAN WS-FROM-CYCLE ARE NOT SHOWN.
014400*----------------------------------------------------------------
014500 01  WS-RUN-DATE             PIC 9(08).
014600 01  WS-FROM-CYCLE           PIC 9(06).
014700 01  WS-FROM-CYCLE-PARTS REDEFINES WS-FROM-CYCLE.
014800     05  WS-FROM-YEAR        PIC 9(04).
014900     05  WS-FROM-MONTH       PIC 9(02).
015000 01  WS-FROM-DATE            PIC 9(08).
015100 77  WS-MONTH-NUMBER         PIC 9(6) COMP.
015200 77  WS-MONTH-REMAINDER      PIC 9(2) COMP.
015300*----------------------------------------------------------------
015400* CREDIT TABLE - THE ACCOUNT'S CREDIT ROWS INSIDE THE WINDOW, IN
015500* FILE ORDER.  AN 'R' ROW FLAGS THE LATEST UNREVERSED CREDIT FOR
015600* ITS CYCLE, THE WAY PRORATE LOADS THE FILE.  ROWS PAST THE
015700* TABLE'S END ARE COUNTED AND NOTED, NOT SHOWN - THIS IS AN
015800* INQUIRY, NOT A CONTROL TOTAL.
015900*----------------------------------------------------------------
016000 01  WS-CREDIT-TABLE.
016100     05  WS-CRD-COUNT        PIC 9(4) COMP VALUE ZERO.
016200     05  WS-CRD-ENTRY        OCCURS 50 TIMES.
016300         10  CTB-CYCLE       PIC 9(06).
016400         10  CTB-CREDIT-AMT  PIC 9(04).
016500         10  CTB-CHARGE-AMT  PIC X(04).
016600         10  CTB-NET-AMT     PIC S9(05).
016700         10  CTB-NET-SW      PIC X(01).
016800             88  CTB-NET-ON-FILE     VALUE 'Y'.
016900         10  CTB-RUN-DATE    PIC 9(08).
017000         10  CTB-REVERSED-SW PIC X(01).
017100             88  CTB-REVERSED        VALUE 'Y'.
017200 77  WS-CRD-SUB              PIC 9(4) COMP.
017300 77  WS-CRD-HIT              PIC 9(4) COMP.
017400 77  WS-CRD-OVERFLOW         PIC 9(4) COMP VALUE ZERO.
017500 77  WS-LINES-SHOWN          PIC 9(4) COMP VALUE ZERO.
017600*----------------------------------------------------------------
017700* DISPLAY LINES
017800*----------------------------------------------------------------
017900 01  WS-ACCT-LINE.
018000     05  FILLER              PIC X(20) VALUE
018100         '---- ACCOUNT '.
018200     05  AL-ACCT-NO          PIC X(10).
018300     05  FILLER              PIC X(05) VALUE ' ----'.
018400 01  WS-RATE-LINE.
018500     05  RL-LABEL            PIC X(09).
018600     05  FILLER              PIC X(05) VALUE 'RATE '.
018700     05  RL-AMOUNT           PIC ZZZ9.999.
018800     05  FILLER              PIC X(08) VALUE '  CLASS '.
018900     05  RL-CLASS            PIC X(02).
019000     05  FILLER              PIC X(12) VALUE '  EFFECTIVE '.
019100     05  RL-EFF-DATE         PIC X(08).
019200 01  WS-REJECT-LINE.
019300     05  JL-LABEL            PIC X(09).
019400     05  FILLER              PIC X(07) VALUE 'REASON '.
019500     05  JL-REASON           PIC X(02).
019600     05  FILLER              PIC X(08) VALUE '  AS FED'.
019700     05  FILLER              PIC X(01) VALUE SPACES.
019800     05  JL-RATE-DATA        PIC X(27).
019900 01  WS-CREDIT-LINE.
020000     05  FILLER              PIC X(15) VALUE 'CREDIT   CYCLE '.
020100     05  CL-CYCLE            PIC 9(06).
020200     05  FILLER              PIC X(09) VALUE '  CREDIT '.
020300     05  CL-CREDIT           PIC ZZZ9.
020400     05  FILLER              PIC X(09) VALUE '  CHARGE '.
020500     05  CL-CHARGE           PIC X(04).
020600     05  FILLER              PIC X(06) VALUE '  NET '.
020700     05  CL-NET              PIC X(06).
020800     05  FILLER              PIC X(06) VALUE '  RUN '.
020900     05  CL-RUN-DATE         PIC 9(08).
021000     05  FILLER              PIC X(02) VALUE SPACES.
021100     05  CL-REVERSED         PIC X(08).
021200 01  WS-CHARGE-EDIT          PIC ZZZ9.
021300 01  WS-NET-EDIT             PIC -ZZZZ9.
021400 01  WS-CHANGE-LINE.
021500     05  FILLER              PIC X(09) VALUE 'CHANGE   '.
021600     05  GL-RUN-DATE         PIC 9(08).
021700     05  FILLER              PIC X(01) VALUE SPACES.
021800     05  GL-ACTION           PIC X(01).
021900     05  FILLER              PIC X(01) VALUE SPACES.
022000     05  GL-BEF-AMOUNT       PIC X(08).
022100     05  FILLER              PIC X(01) VALUE SPACES.
022200     05  GL-BEF-CLASS        PIC X(02).
022300     05  FILLER              PIC X(01) VALUE SPACES.
022400     05  GL-BEF-EFF-DATE     PIC X(08).
022500     05  FILLER              PIC X(04) VALUE ' -> '.
022600     05  GL-AFT-AMOUNT       PIC X(08).
022700     05  FILLER              PIC X(01) VALUE SPACES.
022800     05  GL-AFT-CLASS        PIC X(02).
022900     05  FILLER              PIC X(01) VALUE SPACES.
023000     05  GL-AFT-EFF-DATE     PIC X(08).
023100 01  WS-AMOUNT-EDIT          PIC ZZZ9.999.
023200 01  WS-NONE-LINE.
023300     05  NL-LABEL            PIC X(09).
023400     05  NL-TEXT             PIC X(40).
023500 PROCEDURE DIVISION.
023600*----------------------------------------------------------------
023700* 0000-MAINLINE - PROMPTS FOR AN ACCOUNT, SHOWS EVERYTHING ON
023800* FILE FOR IT, AND REPEATS UNTIL THE USER KEYS END (OR A BLANK)
023900* TO QUIT.
024000*----------------------------------------------------------------
024100 0000-MAINLINE.
024200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024300     PERFORM 2000-PROCESS-INQUIRY THRU 2000-EXIT
024400         UNTIL END-OF-JOB.
024500     CLOSE MASTER-FILE.
024600     STOP RUN.
024700*----------------------------------------------------------------
024800* 1000-INITIALIZE - OPEN THE MASTER FOR THE SESSION AND SET THE
024900* SIX-CYCLE WINDOW: MONTHS ARE COUNTED FROM YEAR ZERO SO THE
025000* SUBTRACTION CROSSES A YEAR END WITHOUT SPECIAL CASES.
025100*----------------------------------------------------------------
025200 1000-INITIALIZE.
025300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
025400     MOVE WS-RUN-DATE (1:6) TO WS-FROM-CYCLE.
025500     COMPUTE WS-MONTH-NUMBER =
025600         WS-FROM-YEAR * 12 + WS-FROM-MONTH - 1 - 5.
025700     DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-FROM-YEAR
025800         REMAINDER WS-MONTH-REMAINDER.
025900     COMPUTE WS-FROM-MONTH = WS-MONTH-REMAINDER + 1.
026000     COMPUTE WS-FROM-DATE = WS-FROM-CYCLE * 100 + 1.
026100     OPEN INPUT MASTER-FILE.
026200     IF NOT MASTER-OK
026300         MOVE 'OPEN INPUT MASTER-FILE' TO WS-ABEND-OPERATION
026400         MOVE WS-MASTER-STATUS TO WS-ABEND-STATUS
026500         GO TO 9000-FILE-ERROR
026600     END-IF.
026700 1000-EXIT.
026800     EXIT.
026900*----------------------------------------------------------------
027000 2000-PROCESS-INQUIRY.
027100     DISPLAY 'ENTER RATE-ACCT-NO (END TO QUIT): '.
027200     ACCEPT WS-INQ-ACCT.
027300     IF WS-INQ-ACCT = SPACES
027400        OR WS-INQ-ACCT = 'END'
027500         MOVE 'Y' TO WS-EOJ-SW
027600         GO TO 2000-EXIT
027700     END-IF.
027800     MOVE WS-INQ-ACCT TO AL-ACCT-NO.
027900     DISPLAY WS-ACCT-LINE.
028000     PERFORM 2100-SHOW-MASTER THRU 2100-EXIT.
028100     PERFORM 2200-SHOW-PENDING THRU 2200-EXIT.
028200     PERFORM 2300-SHOW-REJECTS THRU 2300-EXIT.
028300     PERFORM 2400-SHOW-CARRIES THRU 2400-EXIT.
028400     PERFORM 2500-SHOW-CREDITS THRU 2500-EXIT.
028500     PERFORM 2700-SHOW-CHANGES THRU 2700-EXIT.
028600 2000-EXIT.
028700     EXIT.
028800*----------------------------------------------------------------
028900 2100-SHOW-MASTER.
029000     MOVE WS-INQ-ACCT TO RATE-ACCT-NO.
029100     READ MASTER-FILE.
029200     IF MASTER-NOT-FOUND
029300         MOVE 'MASTER' TO NL-LABEL
029400         MOVE 'NOT ON THE RATE MASTER' TO NL-TEXT
029500         DISPLAY WS-NONE-LINE
029600         GO TO 2100-EXIT
029700     END-IF.
029800     IF NOT MASTER-OK
029900         MOVE 'READ MASTER-FILE' TO WS-ABEND-OPERATION
030000         MOVE WS-MASTER-STATUS TO WS-ABEND-STATUS
030100         GO TO 9000-FILE-ERROR
030200     END-IF.
030300     MOVE 'MASTER' TO RL-LABEL.
030400     MOVE RATE-AMOUNT TO RL-AMOUNT.
030500     MOVE RATE-CLASS TO RL-CLASS.
030600     MOVE RATE-EFF-DATE TO RL-EFF-DATE.
030700     DISPLAY WS-RATE-LINE.
030800 2100-EXIT.
030900     EXIT.
031000*----------------------------------------------------------------
031100* 2200-SHOW-PENDING - A FUTURE-DATED RATE CEILRPT IS HOLDING
031200* BACK UNTIL ITS EFFECTIVE DATE ARRIVES.
031300*----------------------------------------------------------------
031400 2200-SHOW-PENDING.
031500     MOVE 'N' TO WS-HIT-SW.
031600     MOVE 'N' TO WS-FILE-EOF-SW.
031700     OPEN INPUT PEND-FILE.
031800     IF NOT PEND-FILE-OK
031900         MOVE 'OPEN INPUT PEND-FILE' TO WS-ABEND-OPERATION
032000         MOVE WS-PEND-FILE-STATUS TO WS-ABEND-STATUS
032100         GO TO 9000-FILE-ERROR
032200     END-IF.
032300     PERFORM 2210-SCAN-PENDING THRU 2210-EXIT
032400         UNTIL END-OF-SCAN-FILE.
032500     CLOSE PEND-FILE.
032600     IF NOT ACCOUNT-HIT
032700         MOVE 'PENDING' TO NL-LABEL
032800         MOVE 'NO FUTURE-DATED RATE WAITING' TO NL-TEXT
032900         DISPLAY WS-NONE-LINE
033000     END-IF.
033100 2200-EXIT.
033200     EXIT.
033300*----------------------------------------------------------------
033400 2210-SCAN-PENDING.
033500     READ PEND-FILE
033600         AT END
033700             MOVE 'Y' TO WS-FILE-EOF-SW
033800             GO TO 2210-EXIT
033900     END-READ.
034000     MOVE PEND-RECORD TO WS-WORK-RATE.
034100     IF WRK-ACCT-NO NOT = WS-INQ-ACCT
034200         GO TO 2210-EXIT
034300     END-IF.
034400     MOVE 'Y' TO WS-HIT-SW.
034500     MOVE 'PENDING' TO RL-LABEL.
034600     MOVE WRK-AMOUNT TO RL-AMOUNT.
034700     MOVE WRK-CLASS TO RL-CLASS.
034800     MOVE WRK-EFF-DATE TO RL-EFF-DATE.
034900     DISPLAY WS-RATE-LINE.
035000 2210-EXIT.
035100     EXIT.
035200*----------------------------------------------------------------
035300* 2300-SHOW-REJECTS - THE LAST RATEEDIT RUN'S REJECTS.  THE
035400* RECORD IS SHOWN AS FED (ACCOUNT, AMOUNT, CLASS, DATE BYTES),
035500* NOT EDITED - IT WAS REJECTED BECAUSE IT WOULD NOT EDIT.
035600*----------------------------------------------------------------
035700 2300-SHOW-REJECTS.
035800     MOVE 'N' TO WS-HIT-SW.
035900     MOVE 'N' TO WS-FILE-EOF-SW.
036000     OPEN INPUT REJECT-FILE.
036100     IF NOT REJECT-FILE-OK
036200         MOVE 'OPEN INPUT REJECT-FILE' TO WS-ABEND-OPERATION
036300         MOVE WS-REJECT-FILE-STATUS TO WS-ABEND-STATUS
036400         GO TO 9000-FILE-ERROR
036500     END-IF.
036600     PERFORM 2310-SCAN-REJECTS THRU 2310-EXIT
036700         UNTIL END-OF-SCAN-FILE.
036800     CLOSE REJECT-FILE.
036900     IF NOT ACCOUNT-HIT
037000         MOVE 'REJECT' TO NL-LABEL
037100         MOVE 'NONE ON THE LAST EDIT RUN' TO NL-TEXT
037200         DISPLAY WS-NONE-LINE
037300     END-IF.
037400 2300-EXIT.
037500     EXIT.
037600*----------------------------------------------------------------
037700 2310-SCAN-REJECTS.
037800     READ REJECT-FILE
037900         AT END
038000             MOVE 'Y' TO WS-FILE-EOF-SW
038100             GO TO 2310-EXIT
038200     END-READ.
038300     MOVE REJ-RATE-DATA TO WS-WORK-RATE.
038400     IF WRK-ACCT-NO NOT = WS-INQ-ACCT
038500         GO TO 2310-EXIT
038600     END-IF.
038700     MOVE 'Y' TO WS-HIT-SW.
038800     MOVE 'REJECT' TO JL-LABEL.
038900     MOVE REJ-REASON-CODE TO JL-REASON.
039000     MOVE WS-WORK-RATE TO JL-RATE-DATA.
039100     DISPLAY WS-REJECT-LINE.
039200 2310-EXIT.
039300     EXIT.
039400*----------------------------------------------------------------
039500* 2400-SHOW-CARRIES - REJECTS RATEFIX IS STILL CARRYING FORWARD
039600* BECAUSE NO CORRECTION CARD HAS REPAIRED THEM.
039700*----------------------------------------------------------------
039800 2400-SHOW-CARRIES.
039900     MOVE 'N' TO WS-HIT-SW.
040000     MOVE 'N' TO WS-FILE-EOF-SW.
040100     OPEN INPUT CARRY-FILE.
040200     IF NOT CARRY-FILE-OK
040300         MOVE 'OPEN INPUT CARRY-FILE' TO WS-ABEND-OPERATION
040400         MOVE WS-CARRY-FILE-STATUS TO WS-ABEND-STATUS
040500         GO TO 9000-FILE-ERROR
040600     END-IF.
040700     PERFORM 2410-SCAN-CARRIES THRU 2410-EXIT
040800         UNTIL END-OF-SCAN-FILE.
040900     CLOSE CARRY-FILE.
041000     IF NOT ACCOUNT-HIT
041100         MOVE 'CARRY' TO NL-LABEL
041200         MOVE 'NO OPEN CARRY-FORWARD' TO NL-TEXT
041300         DISPLAY WS-NONE-LINE
041400     END-IF.
041500 2400-EXIT.
041600     EXIT.
041700*----------------------------------------------------------------
041800 2410-SCAN-CARRIES.
041900     READ CARRY-FILE
042000         AT END
042100             MOVE 'Y' TO WS-FILE-EOF-SW
042200             GO TO 2410-EXIT
042300     END-READ.
042400     MOVE CFW-RATE-DATA TO WS-WORK-RATE.
042500     IF WRK-ACCT-NO NOT = WS-INQ-ACCT
042600         GO TO 2410-EXIT
042700     END-IF.
042800     MOVE 'Y' TO WS-HIT-SW.
042900     MOVE 'CARRY' TO JL-LABEL.
043000     MOVE CFW-REASON-CODE TO JL-REASON.
043100     MOVE WS-WORK-RATE TO JL-RATE-DATA.
043200     DISPLAY WS-REJECT-LINE.
043300 2410-EXIT.
043400     EXIT.
043500*----------------------------------------------------------------
043600* 2500-SHOW-CREDITS - LOAD THE ACCOUNT'S CREDIT ROWS INSIDE THE
043700* WINDOW, LET EACH 'R' ROW FLAG THE CREDIT IT REVERSED, THEN
043800* SHOW THEM.  THE WINDOW IS ON PH-CYCLE, THE CYCLE CREDITED.
043900*----------------------------------------------------------------
044000 2500-SHOW-CREDITS.
044100     MOVE ZERO TO WS-CRD-COUNT.
044200     MOVE ZERO TO WS-CRD-OVERFLOW.
044300     MOVE 'N' TO WS-FILE-EOF-SW.
044400     OPEN INPUT HIST-FILE.
044500     IF NOT HIST-FILE-OK
044600         MOVE 'OPEN INPUT HIST-FILE' TO WS-ABEND-OPERATION
044700         MOVE WS-HIST-FILE-STATUS TO WS-ABEND-STATUS
044800         GO TO 9000-FILE-ERROR
044900     END-IF.
045000     PERFORM 2510-SCAN-CREDITS THRU 2510-EXIT
045100         UNTIL END-OF-SCAN-FILE.
045200     CLOSE HIST-FILE.
045300     IF WS-CRD-COUNT = ZERO
045400         MOVE 'CREDIT' TO NL-LABEL
045500         MOVE 'NO PRORATION CREDITS IN LAST SIX CYCLES' TO NL-TEXT
045600         DISPLAY WS-NONE-LINE
045700         GO TO 2500-EXIT
045800     END-IF.
045900     PERFORM 2550-SHOW-CREDIT THRU 2550-EXIT
046000         VARYING WS-CRD-SUB FROM 1 BY 1
046100         UNTIL WS-CRD-SUB > WS-CRD-COUNT.
046200     IF WS-CRD-OVERFLOW > ZERO
046300         DISPLAY 'CREDIT   ' WS-CRD-OVERFLOW
046400             ' MORE ROWS NOT SHOWN - SEE CRDHIST'
046500     END-IF.
046600 2500-EXIT.
046700     EXIT.
046800*----------------------------------------------------------------
046900 2510-SCAN-CREDITS.
047000     READ HIST-FILE
047100         AT END
047200             MOVE 'Y' TO WS-FILE-EOF-SW
047300             GO TO 2510-EXIT
047400     END-READ.
047500     IF PH-ACCT-NO NOT = WS-INQ-ACCT
047600         GO TO 2510-EXIT
047700     END-IF.
047800     IF PH-CYCLE NOT NUMERIC
047900         GO TO 2510-EXIT
048000     END-IF.
048100     IF PH-CYCLE < WS-FROM-CYCLE
048200         GO TO 2510-EXIT
048300     END-IF.
048400     IF PH-REVERSAL-ENTRY
048500         PERFORM 2520-FLAG-REVERSED THRU 2520-EXIT
048600         GO TO 2510-EXIT
048700     END-IF.
048800     IF WS-CRD-COUNT = 50
048900         ADD 1 TO WS-CRD-OVERFLOW
049000         GO TO 2510-EXIT
049100     END-IF.
049200     ADD 1 TO WS-CRD-COUNT.
049300     MOVE PH-CYCLE TO CTB-CYCLE (WS-CRD-COUNT).
049400     MOVE PH-CREDIT-AMOUNT TO CTB-CREDIT-AMT (WS-CRD-COUNT).
049500     MOVE PH-RUN-DATE TO CTB-RUN-DATE (WS-CRD-COUNT).
049600     MOVE 'N' TO CTB-REVERSED-SW (WS-CRD-COUNT).
049700     MOVE SPACES TO CTB-CHARGE-AMT (WS-CRD-COUNT).
049800     MOVE ZERO TO CTB-NET-AMT (WS-CRD-COUNT).
049900     MOVE 'N' TO CTB-NET-SW (WS-CRD-COUNT).
050000     IF PH-CHARGE-AMOUNT NUMERIC
050100        AND PH-NET-AMOUNT NUMERIC
050200         MOVE PH-CHARGE-AMOUNT TO WS-CHARGE-EDIT
050300         MOVE WS-CHARGE-EDIT TO CTB-CHARGE-AMT (WS-CRD-COUNT)
050400         MOVE PH-NET-AMOUNT TO CTB-NET-AMT (WS-CRD-COUNT)
050500         MOVE 'Y' TO CTB-NET-SW (WS-CRD-COUNT)
050600     END-IF.
050700 2510-EXIT.
050800     EXIT.
050900*----------------------------------------------------------------
051000* 2520-FLAG-REVERSED - AN 'R' ROW REVERSES THE LATEST CREDIT FOR
051100* ITS CYCLE NOT ALREADY REVERSED.
051200*----------------------------------------------------------------
051300 2520-FLAG-REVERSED.
051400     MOVE 'N' TO WS-CFOUND-SW.
051500     PERFORM 2530-TEST-REVERSED THRU 2530-EXIT
051600         VARYING WS-CRD-SUB FROM WS-CRD-COUNT BY -1
051700         UNTIL WS-CRD-SUB < 1
051800            OR CREDIT-FOUND.
051900     IF CREDIT-FOUND
052000         MOVE 'Y' TO CTB-REVERSED-SW (WS-CRD-HIT)
052100     END-IF.
052200 2520-EXIT.
052300     EXIT.
052400*----------------------------------------------------------------
052500 2530-TEST-REVERSED.
052600     IF CTB-CYCLE (WS-CRD-SUB) = PH-CYCLE
052700        AND NOT CTB-REVERSED (WS-CRD-SUB)
052800         MOVE 'Y' TO WS-CFOUND-SW
052900         MOVE WS-CRD-SUB TO WS-CRD-HIT
053000     END-IF.
053100 2530-EXIT.
053200     EXIT.
053300*----------------------------------------------------------------
053400 2550-SHOW-CREDIT.
053500     MOVE CTB-CYCLE (WS-CRD-SUB) TO CL-CYCLE.
053600     MOVE CTB-CREDIT-AMT (WS-CRD-SUB) TO CL-CREDIT.
053700     MOVE CTB-CHARGE-AMT (WS-CRD-SUB) TO CL-CHARGE.
053800     MOVE SPACES TO CL-NET.
053900     IF CTB-NET-ON-FILE (WS-CRD-SUB)
054000         MOVE CTB-NET-AMT (WS-CRD-SUB) TO WS-NET-EDIT
054100         MOVE WS-NET-EDIT TO CL-NET
054200     END-IF.
054300     MOVE CTB-RUN-DATE (WS-CRD-SUB) TO CL-RUN-DATE.
054400     MOVE SPACES TO CL-REVERSED.
054500     IF CTB-REVERSED (WS-CRD-SUB)
054600         MOVE 'REVERSED' TO CL-REVERSED
054700     END-IF.
054800     DISPLAY WS-CREDIT-LINE.
054900 2550-EXIT.
055000     EXIT.
055100*----------------------------------------------------------------
055200* 2700-SHOW-CHANGES - THE ACCOUNT'S RATEMNT JOURNAL ENTRIES RUN
055300* ON OR AFTER THE FIRST DAY OF THE WINDOW, OLDEST FIRST.  BEFORE
055400* FIELDS ARE BLANK ON AN ADD, AFTER FIELDS ON A DELETE.
055500*----------------------------------------------------------------
055600 2700-SHOW-CHANGES.
055700     MOVE ZERO TO WS-LINES-SHOWN.
055800     MOVE 'N' TO WS-FILE-EOF-SW.
055900     OPEN INPUT JRNL-FILE.
056000     IF NOT JRNL-FILE-OK
056100         MOVE 'OPEN INPUT JRNL-FILE' TO WS-ABEND-OPERATION
056200         MOVE WS-JRNL-FILE-STATUS TO WS-ABEND-STATUS
056300         GO TO 9000-FILE-ERROR
056400     END-IF.
056500     PERFORM 2710-SCAN-CHANGES THRU 2710-EXIT
056600         UNTIL END-OF-SCAN-FILE.
056700     CLOSE JRNL-FILE.
056800     IF WS-LINES-SHOWN = ZERO
056900         MOVE 'CHANGE' TO NL-LABEL
057000         MOVE 'NO RATE CHANGES IN LAST SIX CYCLES' TO NL-TEXT
057100         DISPLAY WS-NONE-LINE
057200     END-IF.
057300 2700-EXIT.
057400     EXIT.
057500*----------------------------------------------------------------
057600 2710-SCAN-CHANGES.
057700     READ JRNL-FILE
057800         AT END
057900             MOVE 'Y' TO WS-FILE-EOF-SW
058000             GO TO 2710-EXIT
058100     END-READ.
058200     IF JR-ACCT-NO NOT = WS-INQ-ACCT
058300         GO TO 2710-EXIT
058400     END-IF.
058500     IF JR-RUN-DATE NOT NUMERIC
058600         GO TO 2710-EXIT
058700     END-IF.
058800     IF JR-RUN-DATE < WS-FROM-DATE
058900         GO TO 2710-EXIT
059000     END-IF.
059100     ADD 1 TO WS-LINES-SHOWN.
059200     MOVE JR-RUN-DATE TO GL-RUN-DATE.
059300     MOVE JR-ACTION TO GL-ACTION.
059400     MOVE SPACES TO GL-BEF-AMOUNT.
059500     IF JR-BEF-AMOUNT NUMERIC
059600         MOVE JR-BEF-AMOUNT TO WS-AMOUNT-EDIT
059700         MOVE WS-AMOUNT-EDIT TO GL-BEF-AMOUNT
059800     END-IF.
059900     MOVE JR-BEF-CLASS TO GL-BEF-CLASS.
060000     MOVE JR-BEF-EFF-DATE TO GL-BEF-EFF-DATE.
060100     MOVE SPACES TO GL-AFT-AMOUNT.
060200     IF JR-AFT-AMOUNT NUMERIC
060300         MOVE JR-AFT-AMOUNT TO WS-AMOUNT-EDIT
060400         MOVE WS-AMOUNT-EDIT TO GL-AFT-AMOUNT
060500     END-IF.
060600     MOVE JR-AFT-CLASS TO GL-AFT-CLASS.
060700     MOVE JR-AFT-EFF-DATE TO GL-AFT-EFF-DATE.
060800     DISPLAY WS-CHANGE-LINE.
060900 2710-EXIT.
061000     EXIT.
061100*----------------------------------------------------------------
061200* 9000-FILE-ERROR - A NON-ZERO FILE STATUS ON ANY FILE IS FATAL.
061300* AN INQUIRY THAT QUIETLY SKIPPED A FILE WOULD TELL THE CLERK
061400* 'NONE' WHEN THE ANSWER WAS NEVER LOOKED FOR.
061500*----------------------------------------------------------------
061600 9000-FILE-ERROR.
061700     DISPLAY 'RATEINQ - I/O ERROR ON ' WS-ABEND-OPERATION.
061800     DISPLAY 'RATEINQ - FILE STATUS = ' WS-ABEND-STATUS.
061900     MOVE 16 TO RETURN-CODE.
062000     STOP RUN.
062100
062200 END PROGRAM RATEINQ.
