002759*                   CREDITS.  AN ABENDED RUN NOW PUBLISHES
002760*                   NO HISTORY AT ALL, THE SAME RULE THE
002761*                   PENDING AND CARRY-FORWARD FILES FOLLOW.
002762*  10/15/26   RH    THE MONTHLY-RATE EDIT NOW CHECKS AGAINST THE
002763*                   RATE IN FORCE AT THE START OF THE BILLING
002764*                   CYCLE, REBUILT FROM THE RATEMNT CHANGE
002765*                   JOURNAL (COPYBOOK RATEJRNL, DD JRNLIN),
002766*                   INSTEAD OF ONLY TODAY'S RATE FILE.  A
002767*                   CUSTOMER WHOSE RATE WAS CHANGED ON THE
002768*                   MASTER PART-WAY THROUGH THE CYCLE USED TO
002769*                   REJECT AS A RATE MISMATCH ALTHOUGH THE
002770*                   TRANSACTION CARRIED THE RIGHT OLD RATE.  AN
002771*                   ACCOUNT WITH NO JOURNAL ENTRY SINCE THE
002772*                   CYCLE STARTED IS STILL CHECKED AGAINST THE
002773*                   RATE FILE; ONE DELETED FROM THE MASTER THIS
002774*                   CYCLE IS CHECKED AGAINST THE RATE IT HAD
002775*                   BEFORE THE DELETE.
002776*  10/15/26   RH    REVERSAL TRANSACTIONS.  A CREDIT ALREADY
002777*                   SENT TO BILLING COULD ONLY BE BACKED OUT BY
002778*                   A MANUAL ADJUSTMENT, AND ITS CRDHIST ENTRY
002779*                   THEN SUPPRESSED THE CORRECTED TRANSACTION.
002780*                   A PRORREC TYPE 'R' NAMES THE ACCOUNT AND THE
002781*                   CYCLE (CURRENT OR PRIOR) TO BACK OUT; THE
002782*                   RUN WRITES AN OFFSETTING CREDIT RECORD WITH
002783*                   CREDIT, CHARGE AND NET NEGATED, APPENDS AN
002784*                   'R' ROW TO CRDHIST SO THE ACCOUNT CAN BE
002785*                   CREDITED AGAIN FOR THE CYCLE, PRINTS THE
002786*                   REVERSAL IN ITS OWN SECTION OF THE REGISTER
002787*                   AND COUNTS IT IN ITS OWN CONTROL TOTAL AND
002788*                   BALANCE RECORD (REVERSED).  CRDHIST CREDIT
002789*                   ROWS NOW CARRY CHARGE AND NET AS WELL, AND
002790*                   THE PRIOR CYCLE IS LOADED WITH THE CURRENT.
002795*  10/15/26   RH    DAYS USED AND DAYS IN CYCLE ARE NOW DERIVED
002800*                   HERE INSTEAD OF KEYED - TWO CLERKS COUNTING
002805*                   DAYS DIFFERENTLY STILL PRODUCED TWO
002810*                   DIFFERENT CREDITS, AND LEAP-YEAR FEBRUARIES
002815*                   AND 31-DAY MONTHS KEPT TURNING UP AS CREDIT
002820*                   DISPUTES.  PRORREC NOW CARRIES THE PLAN-
002825*                   CHANGE DATE AND THE ACCOUNT'S BILL CYCLE
002830*                   CODE; THE DATE IS CHECKED THROUGH DATEVAL,
002835*                   THE CYCLE IS LOOKED UP ON THE NEW BILLING-
002840*                   CYCLE CALENDAR (COPYBOOK BILLCYC, DD
002845*                   CYCLEIN) FOR THE CURRENT BILLING MONTH, AND
002850*                   THE DAY COUNTS ARE WORKED OUT FROM THE
002855*                   CYCLE'S START AND END DATES.  A BAD DATE, AN
002860*                   UNKNOWN CYCLE AND A DATE OUTSIDE THE CYCLE
002865*                   EACH REJECT WITH THEIR OWN REASON.  THE
002870*                   RATE-IN-FORCE EDIT NOW USES THE START OF THE
002875*                   ACCOUNT'S OWN CYCLE, NOT THE FIRST OF THE
002880*                   MONTH.
002881*  10/15/26   RH    APPENDS START AND END RECORDS TO THE RUN-
002882*                   STATUS LOG THROUGH RUNLOG (9990-LOG-RUN-END
002883*                   BEFORE EVERY STOP RUN) FOR THE RUNRPT
002884*                   MORNING CHAIN CHECK.
002885*----------------------------------------------------------------
002890 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003970     SELECT BAL-FILE    ASSIGN TO BALOUT
003980         ORGANIZATION IS SEQUENTIAL
003990         FILE STATUS IS WS-BAL-FILE-STATUS.
003991     SELECT JRNL-FILE   ASSIGN TO JRNLIN
003992         ORGANIZATION IS SEQUENTIAL
003993         FILE STATUS IS WS-JRNL-FILE-STATUS.
003994     SELECT CYCLE-FILE  ASSIGN TO CYCLEIN
003995         ORGANIZATION IS SEQUENTIAL
003996         FILE STATUS IS WS-CYC-FILE-STATUS.
004000     SELECT REPORT-FILE ASSIGN TO RPTOUT
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-REPORT-FILE-STATUS.
005284     LABEL RECORDS ARE STANDARD
005286     RECORDING MODE IS F.
005288     COPY BALREC.
005290 FD  JRNL-FILE
005292     LABEL RECORDS ARE STANDARD
005294     RECORDING MODE IS F.
005296     COPY RATEJRNL.
005313 FD  CYCLE-FILE
005330     LABEL RECORDS ARE STANDARD
005347     RECORDING MODE IS F.
005364     COPY BILLCYC.
005381 FD  REPORT-FILE
005400     LABEL RECORDS ARE STANDARD
005500     RECORDING MODE IS F.
005600 01  REPORT-RECORD           PIC X(80).
006360         88  END-OF-RATE-FILE        VALUE 'Y'.
006370     05  WS-RATE-FOUND-SW    PIC X(01) VALUE 'N'.
006380         88  RATE-ENTRY-FOUND        VALUE 'Y'.
006382     05  WS-JRNL-EOF-SW      PIC X(01) VALUE 'N'.
006384         88  END-OF-JRNL-FILE        VALUE 'Y'.
006386     05  WS-JRNL-FOUND-SW    PIC X(01) VALUE 'N'.
006388         88  JRNL-ENTRY-FOUND        VALUE 'Y'.
006390     05  WS-CRD-FOUND-SW     PIC X(01) VALUE 'N'.
006392         88  CREDIT-ENTRY-FOUND      VALUE 'Y'.
006393     05  WS-CYC-EOF-SW       PIC X(01) VALUE 'N'.
006394         88  END-OF-CYCLE-FILE       VALUE 'Y'.
006395     05  WS-CYC-FOUND-SW     PIC X(01) VALUE 'N'.
006396         88  CYCLE-ENTRY-FOUND       VALUE 'Y'.
006400*----------------------------------------------------------------
006500* FILE STATUS CODES
006600*----------------------------------------------------------------
007040     88  RATE-FILE-OK                 VALUE '00'.
007050 01  WS-BAL-FILE-STATUS      PIC X(02) VALUE '00'.
007060     88  BAL-FILE-OK                  VALUE '00'.
007070 01  WS-JRNL-FILE-STATUS     PIC X(02) VALUE '00'.
007080     88  JRNL-FILE-OK                 VALUE '00'.
007086 01  WS-CYC-FILE-STATUS      PIC X(02) VALUE '00'.
007092     88  CYC-FILE-OK                  VALUE '00'.
007100 01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE '00'.
007200     88  REPORT-FILE-OK               VALUE '00'.
007300 01  WS-ABEND-OPERATION      PIC X(24) VALUE SPACES.
008360*----------------------------------------------------------------
008370     COPY CEILPARM REPLACING INPUT-NUMBER BY WS-CEIL-INPUT,
008380                             RESULT BY WS-CEIL-RESULT.
008382*----------------------------------------------------------------
008384* FIELDS PASSED TO DATEVAL - THE PLAN-CHANGE DATE AND THE
008386* CALENDAR'S CYCLE DATES ARE ALL CHECKED THROUGH THE SHOP'S ONE
008388* DATE VALIDATOR, THE WAY RATEMNT CHECKS ITS EFFECTIVE DATES.
008390*----------------------------------------------------------------
008392     COPY DATEVALP REPLACING DATE-TO-CHECK BY WS-DATE-TO-CHECK,
008394                   DATE-VALID-FLAG BY WS-DATE-VALID-FLAG.
008400*----------------------------------------------------------------
008500* EDIT RESULT FOR THE CURRENT TRANSACTION
008600*----------------------------------------------------------------
008900 01  WS-RUN-DATE             PIC 9(08).
008910*----------------------------------------------------------------
008920* BILLING CYCLE (YYYYMM OF THE RUN DATE) AND THE CREDIT-HISTORY
008927* TABLE - ONLY HISTORY RECORDS FOR THE CURRENT AND PRIOR CYCLES
008934* ARE LOADED (OLDER CYCLES CAN NEITHER SUPPRESS NOR BE REVERSED),
008941* AND EVERY CREDIT WRITTEN THIS RUN IS ADDED SO A DUPLICATE
008948* INSIDE ONE TRANIN FILE IS CAUGHT THE SAME WAY AS ONE ACROSS
008955* RUNS.  A CRDHIST REVERSAL ROW LOADS AS THE REVERSED FLAG ON
008962* THE CREDIT IT BACKED OUT, NOT AS AN ENTRY OF ITS OWN.  A FULL
008969* TABLE IS FATAL - SEE 9100-HIST-TABLE-FULL.
008980*----------------------------------------------------------------
008981 01  WS-BILL-CYCLE           PIC 9(06).
008983 01  WS-PRIOR-CYCLE          PIC 9(06).
008985 01  WS-HIST-TABLE.
008989     05  WS-HIST-COUNT       PIC 9(4) COMP VALUE ZERO.
008993     05  WS-HIST-ENTRY       OCCURS 4000 TIMES.
008997         10  HTB-ACCT-NO     PIC X(10).
008999         10  HTB-CYCLE       PIC 9(06).
009001         10  HTB-CREDIT-AMT  PIC 9(04).
009002         10  HTB-CHARGE-AMT  PIC 9(04).
009003         10  HTB-NET-AMT     PIC S9(05).
009004         10  HTB-CHARGE-SW   PIC X(01).
009005             88  HTB-CHARGE-KNOWN    VALUE 'Y'.
009006         10  HTB-NEW-SW      PIC X(01).
009009             88  HTB-NEW-THIS-RUN    VALUE 'Y'.
009010         10  HTB-REV-SW      PIC X(01).
009011             88  HTB-REVERSED        VALUE 'Y'.
009012         10  HTB-REV-NEW-SW  PIC X(01).
009013             88  HTB-REVERSED-THIS-RUN VALUE 'Y'.
009014 77  WS-HIST-SUB             PIC 9(4) COMP.
009015 77  WS-HIST-HIT             PIC 9(4) COMP.
009016*----------------------------------------------------------------
009017* REVERSALS WRITTEN THIS RUN, HELD FOR THE REVERSAL SECTION OF
009018* THE REGISTER PRINTED AT FINALIZE.  FULL TABLE: SEE
009019* 9400-REV-TABLE-FULL.
009020*----------------------------------------------------------------
009021 01  WS-REV-TABLE.
009022     05  WS-REV-COUNT        PIC 9(4) COMP VALUE ZERO.
009023     05  WS-REV-ENTRY        OCCURS 1000 TIMES.
009024         10  VTB-ACCT-NO     PIC X(10).
009025         10  VTB-CYCLE       PIC 9(06).
009026         10  VTB-CREDIT-AMT  PIC S9(04).
009027         10  VTB-CHARGE-AMT  PIC S9(04).
009028         10  VTB-NET-AMT     PIC S9(05).
009029 77  WS-REV-SUB              PIC 9(4) COMP.
009030*----------------------------------------------------------------
009031* PRODUCTION RATE TABLE - THE RATE FILE LOADED UP FRONT SO EVERY
009032* TRANSACTION'S ACCOUNT AND MONTHLY RATE CAN BE CHECKED AGAINST
009033* WHAT IS ACTUALLY ON FILE.  CEILRPTHDR/TRL FRAME RECORDS ARE
009034* SKIPPED AT LOAD.  FULL TABLE: SEE 9200-RATE-TABLE-FULL.
009037*----------------------------------------------------------------
009041 01  WS-RATE-TABLE.
009045     05  WS-RATE-COUNT       PIC 9(4) COMP VALUE ZERO.
009057         10  RTB-AMOUNT      PIC 9(4)V9(3).
009061 77  WS-RATE-SUB             PIC 9(4) COMP.
009065 77  WS-RATE-HIT             PIC 9(4) COMP.
009066*----------------------------------------------------------------
009067* RATE-MASTER CHANGE JOURNAL ENTRIES DATED ON OR AFTER THE START
009068* OF THE BILLING CYCLE, IN FILE (= CHANGE) ORDER.  THE FIRST
009069* ENTRY FOR AN ACCOUNT CARRIES, AS ITS BEFORE-IMAGE, THE RATE
009070* THAT WAS IN FORCE WHEN THE CYCLE STARTED - UNLESS IT IS AN
009071* ADD, IN WHICH CASE THE ACCOUNT WAS NOT ON FILE AT CYCLE START
009072* AND THE RATE FILE'S AMOUNT IS THE ONLY RATE IT HAS HAD.  FULL
009073* TABLE: SEE 9300-JRNL-TABLE-FULL.
009074*----------------------------------------------------------------
009075* THE TABLE IS LOADED FROM THE EARLIEST START DATE ON THE CYCLE
009076* CALENDAR FOR THIS BILLING MONTH (THE FIRST OF THE MONTH WHEN
009077* NO CYCLE STARTS SOONER); EACH TRANSACTION IS THEN CHECKED
009078* FROM THE START OF ITS OWN CYCLE - SEE 2960-FIND-JOURNAL.
009079 01  WS-CYCLE-START          PIC 9(08).
009080 01  WS-JRNL-TABLE.
009081     05  WS-JRNL-COUNT       PIC 9(4) COMP VALUE ZERO.
009082     05  WS-JRNL-ENTRY       OCCURS 5000 TIMES.
009083         10  JTB-ACCT-NO     PIC X(10).
009084         10  JTB-RUN-DATE    PIC 9(08).
009085         10  JTB-ACTION      PIC X(01).
009086             88  JTB-ADD             VALUE 'A'.
009087         10  JTB-BEF-AMOUNT  PIC 9(4)V9(3).
009088 77  WS-JRNL-SUB             PIC 9(4) COMP.
009089 77  WS-JRNL-HIT             PIC 9(4) COMP.
009090 01  WS-EXPECTED-RATE        PIC 9(4)V9(3).
009091*----------------------------------------------------------------
009092* BILLING-CYCLE CALENDAR - ONE ENTRY PER BILL CYCLE CODE FOR THE
009093* CURRENT BILLING MONTH, WITH THE CYCLE'S FIRST AND LAST DAYS,
009094* THE DAY NUMBER OF THE FIRST DAY AND THE DAYS IN THE CYCLE
009095* WORKED OUT ONCE AT LOAD.  A CALENDAR ROW THAT CANNOT BE
009096* TRUSTED IS FATAL - SEE 9600-BAD-CALENDAR; FULL TABLE: SEE
009097* 9500-CYCLE-TABLE-FULL.
009098*----------------------------------------------------------------
009099 01  WS-CYCLE-TABLE.
009100     05  WS-CYC-COUNT        PIC 9(4) COMP VALUE ZERO.
009101     05  WS-CYC-ENTRY        OCCURS 100 TIMES.
009102         10  CTB-CYCLE-CODE  PIC X(02).
009103         10  CTB-START-DATE  PIC 9(08).
009104         10  CTB-END-DATE    PIC 9(08).
009105         10  CTB-START-DAYNO PIC 9(07) COMP.
009106         10  CTB-DAYS-IN-CYCLE PIC 9(02).
009107 77  WS-CYC-SUB              PIC 9(4) COMP.
009108 77  WS-CYC-HIT              PIC 9(4) COMP.
009109 01  WS-CYC-KEY              PIC X(02).
009110 01  WS-CYC-ERROR            PIC X(24).
009111 01  WS-CYC-START-DAYNO      PIC 9(07) COMP.
009112 01  WS-CYC-LENGTH           PIC 9(07) COMP.
009113*----------------------------------------------------------------
009114* DAYS USED ON THE OLD PLAN AND DAYS IN THE CYCLE FOR THE
009115* CURRENT TRANSACTION, DERIVED BY 2180-DERIVE-DAYS.  THE CHANGE
009116* DATE IS THE FIRST DAY ON THE NEW PLAN, SO DAYS USED ARE THE
009117* DAYS FROM THE CYCLE START UP TO BUT NOT INCLUDING IT.
009118*----------------------------------------------------------------
009119 01  WS-DAYS-USED            PIC 9(02).
009120 01  WS-DAYS-IN-CYCLE        PIC 9(02).
009121*----------------------------------------------------------------
009122* DAY-NUMBER WORK AREA FOR 2170-COMPUTE-DAY-NUMBER - A DATE
009123* TURNED INTO A COUNT OF DAYS SO TWO DATES CAN BE SUBTRACTED.
009124* DAYS BEFORE EACH MONTH ARE FOR A COMMON YEAR; THE LEAP DAY IS
009125* ADDED FOR MARCH ON IN A LEAP YEAR, BY THE SAME 4/100/400 RULE
009126* DATEVAL USES FOR FEBRUARY 29.
009127*----------------------------------------------------------------
009128 01  WS-DAYNO-DATE           PIC 9(08).
009129 01  WS-DAYNO-DATE-R REDEFINES WS-DAYNO-DATE.
009130     05  WS-DAYNO-YEAR       PIC 9(04).
009131     05  WS-DAYNO-MONTH      PIC 9(02).
009132     05  WS-DAYNO-DAY        PIC 9(02).
009133 01  WS-CUM-DAYS-VALUES.
009134     05  FILLER              PIC X(36) VALUE
009135         '000031059090120151181212243273304334'.
009136 01  WS-CUM-DAYS REDEFINES WS-CUM-DAYS-VALUES.
009137     05  WS-DAYS-BEFORE-MONTH OCCURS 12 TIMES
009138                             PIC 9(03).
009139 01  WS-DAY-NUMBER           PIC 9(07) COMP.
009140 77  WS-DAYNO-PRIOR-YEAR     PIC 9(04) COMP.
009141 77  WS-DAYNO-LEAPS-4        PIC 9(04) COMP.
009142 77  WS-DAYNO-LEAPS-100      PIC 9(04) COMP.
009143 77  WS-DAYNO-LEAPS-400      PIC 9(04) COMP.
009144 77  WS-DAYNO-QUOTIENT       PIC 9(04) COMP.
009145 77  WS-DAYNO-REM-4          PIC 9(04) COMP.
009146 77  WS-DAYNO-REM-100        PIC 9(04) COMP.
009147 77  WS-DAYNO-REM-400        PIC 9(04) COMP.
009148*----------------------------------------------------------------
009149* CONTROL TOTALS
009200*----------------------------------------------------------------
009300 01  WS-COUNTERS.
009400     05  WS-TRANS-READ       PIC 9(6) COMP VALUE ZERO.
009500     05  WS-CREDITS-WRITTEN  PIC 9(6) COMP VALUE ZERO.
009600     05  WS-TRANS-REJECTED   PIC 9(6) COMP VALUE ZERO.
009610     05  WS-TRANS-SUPPRESSED PIC 9(6) COMP VALUE ZERO.
009655     05  WS-REVERSALS-WRITTEN PIC 9(6) COMP VALUE ZERO.
009700 01  WS-TOTAL-CREDIT         PIC 9(11) VALUE ZERO.
009710 01  WS-TOTAL-CHARGE         PIC 9(11) VALUE ZERO.
009720 01  WS-TOTAL-NET            PIC S9(11) VALUE ZERO.
009730 01  WS-NET-AMOUNT           PIC S9(05).
009732 01  WS-REV-TOTAL-CREDIT     PIC S9(11) VALUE ZERO.
009734 01  WS-REV-TOTAL-CHARGE     PIC S9(11) VALUE ZERO.
009736 01  WS-REV-TOTAL-NET        PIC S9(11) VALUE ZERO.
009740*----------------------------------------------------------------
009750* STAGING FIELDS FOR ONE BALANCE RECORD - SET BY THE CALLER OF
009760* 8100-WRITE-BAL-RECORD.
014280         'TOTAL NET DOLLARS'.
014290     05  TL-TOTAL-NET        PIC ZZZZZZZZZZ9-.
014292     05  FILLER              PIC X(42) VALUE SPACES.
014294 01  WS-REV-HEADING-1.
014296     05  FILLER              PIC X(41) VALUE
014298         'REVERSALS - CREDITS BACKED OUT OF BILLING'.
014300     05  FILLER              PIC X(39) VALUE SPACES.
014302 01  WS-REV-HEADING-2.
014304     05  FILLER              PIC X(12) VALUE 'ACCOUNT'.
014306     05  FILLER              PIC X(08) VALUE 'CYCLE'.
014308     05  FILLER              PIC X(07) VALUE 'CREDIT'.
014310     05  FILLER              PIC X(07) VALUE 'CHARGE'.
014312     05  FILLER              PIC X(06) VALUE '   NET'.
014314     05  FILLER              PIC X(40) VALUE SPACES.
014316 01  WS-REVERSAL-LINE.
014318     05  RV-ACCT-NO          PIC X(10).
014320     05  FILLER              PIC X(02) VALUE SPACES.
014322     05  RV-CYCLE            PIC 9(06).
014324     05  FILLER              PIC X(02) VALUE SPACES.
014326     05  RV-CREDIT           PIC ZZZ9-.
014328     05  FILLER              PIC X(02) VALUE SPACES.
014330     05  RV-CHARGE           PIC ZZZ9-.
014332     05  FILLER              PIC X(02) VALUE SPACES.
014334     05  RV-NET              PIC ZZZZ9-.
014336     05  FILLER              PIC X(40) VALUE SPACES.
014338 01  WS-REV-CREDIT-LINE.
014340     05  FILLER              PIC X(26) VALUE
014342         'REVERSED CREDIT DOLLARS'.
014344     05  TL-REV-CREDIT       PIC ZZZZZZZZZZ9-.
014346     05  FILLER              PIC X(42) VALUE SPACES.
014348 01  WS-REV-CHARGE-LINE.
014350     05  FILLER              PIC X(26) VALUE
014352         'REVERSED CHARGE DOLLARS'.
014354     05  TL-REV-CHARGE       PIC ZZZZZZZZZZ9-.
014356     05  FILLER              PIC X(42) VALUE SPACES.
014358 01  WS-REV-NET-LINE.
014360     05  FILLER              PIC X(26) VALUE
014362         'REVERSED NET DOLLARS'.
014364     05  TL-REV-NET          PIC ZZZZZZZZZZ9-.
014366     05  FILLER              PIC X(42) VALUE SPACES.
014368 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
014373*----------------------------------------------------------------
014378* RUN-STATUS LOG PARAMETERS - SHARED WITH RUNLOG THROUGH COPYBOOK
014383* RUNLOGP.  SEE 9990-LOG-RUN-END.
014388*----------------------------------------------------------------
014393     COPY RUNLOGP.
014400 PROCEDURE DIVISION.
014500*----------------------------------------------------------------
014600* 0000-MAINLINE - OPEN FILES, PRICE EVERY PLAN-CHANGE TRANSACTION
015550        OR WS-TRANS-SUPPRESSED > ZERO
015600         MOVE 4 TO RETURN-CODE
015700     END-IF.
015750     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
015800     STOP RUN.
015900*----------------------------------------------------------------
016000 1000-INITIALIZE.
016020*    OPEN THIS RUN'S ENTRY ON THE RUN-STATUS LOG - THE END
016040*    RECORD IS WRITTEN BY 9990-LOG-RUN-END.
016060     MOVE 'PRORATE' TO RLP-PROGRAM.
016080     CALL "RUNLOG" USING RUNLOG-PARMS.
016100     OPEN INPUT TRAN-FILE.
016200     IF NOT TRAN-FILE-OK
016300         MOVE 'OPEN INPUT TRAN-FILE' TO WS-ABEND-OPERATION
017800     END-IF.
017900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018000     MOVE WS-RUN-DATE TO HL-RUN-DATE.
018010*    LOAD THE CURRENT AND PRIOR CYCLES' CREDIT HISTORY.  THIS
018020*    RUN'S CREDITS AND REVERSALS JOIN THE FILE ONLY AT FINALIZE,
018030*    FROM THE TABLE - SEE 8200-WRITE-HISTORY - SO AN ABENDED RUN
018035*    PUBLISHES NO HISTORY FOR WORK THE RERUN MUST DO AGAIN.
018040     MOVE WS-RUN-DATE (1:6) TO WS-BILL-CYCLE.
018041     IF WS-RUN-DATE (5:2) = '01'
018042         COMPUTE WS-PRIOR-CYCLE = WS-BILL-CYCLE - 89
018043     ELSE
018044         COMPUTE WS-PRIOR-CYCLE = WS-BILL-CYCLE - 1
018045     END-IF.
018050     OPEN INPUT HIST-FILE.
018060     IF NOT HIST-FILE-OK
018070         MOVE 'OPEN INPUT HIST-FILE' TO WS-ABEND-OPERATION
018380     PERFORM 1200-LOAD-RATE THRU 1200-EXIT
018382         UNTIL END-OF-RATE-FILE.
018384     CLOSE RATE-FILE.
018388*    LOAD THIS BILLING MONTH'S CYCLE CALENDAR FOR THE DAY
018392*    COUNTS - SEE 2180-DERIVE-DAYS.
018396     OPEN INPUT CYCLE-FILE.
018400     IF NOT CYC-FILE-OK
018404         MOVE 'OPEN INPUT CYCLE-FILE' TO WS-ABEND-OPERATION
018408         MOVE WS-CYC-FILE-STATUS TO WS-ABEND-STATUS
018412         GO TO 9000-FILE-ERROR
018416     END-IF.
018420     PERFORM 1400-LOAD-CYCLE THRU 1400-EXIT
018424         UNTIL END-OF-CYCLE-FILE.
018428     CLOSE CYCLE-FILE.
018432*    LOAD THIS CYCLE'S RATE-MASTER CHANGES FOR THE AS-OF-CYCLE-
018436*    START RATE EDIT - SEE 2900-CHECK-RATE-FILE.
018440     COMPUTE WS-CYCLE-START = WS-BILL-CYCLE * 100 + 1.
018444     PERFORM 1450-EARLIEST-START THRU 1450-EXIT
018448         VARYING WS-CYC-SUB FROM 1 BY 1
018452         UNTIL WS-CYC-SUB > WS-CYC-COUNT.
018456     OPEN INPUT JRNL-FILE.
018460     IF NOT JRNL-FILE-OK
018464         MOVE 'OPEN INPUT JRNL-FILE' TO WS-ABEND-OPERATION
018468         MOVE WS-JRNL-FILE-STATUS TO WS-ABEND-STATUS
018472         GO TO 9000-FILE-ERROR
018476     END-IF.
018480     PERFORM 1300-LOAD-JOURNAL THRU 1300-EXIT
018484         UNTIL END-OF-JRNL-FILE.
018488     CLOSE JRNL-FILE.
018492     PERFORM 2100-READ-TRAN-FILE THRU 2100-EXIT.
018500 1000-EXIT.
018600     EXIT.
018610*----------------------------------------------------------------
018620* 1100-LOAD-HISTORY - LOAD ONE CREDIT-HISTORY RECORD INTO THE
018626* TABLE, CURRENT AND PRIOR BILLING CYCLES ONLY.  OLDER CYCLES
018632* CAN NEITHER SUPPRESS NOR BE REVERSED, SO THE TABLE STAYS THE
018638* SIZE OF TWO MONTHS' PLAN CHANGES NO MATTER HOW LONG THE FILE
018644* GROWS.  A REVERSAL ROW FLAGS THE CREDIT IT BACKED OUT - THE
018650* FILE IS IN WRITE ORDER, SO THAT CREDIT IS ALREADY LOADED.
018660*----------------------------------------------------------------
018670 1100-LOAD-HISTORY.
018680     READ HIST-FILE
018691             MOVE 'Y' TO WS-HIST-EOF-SW
018692             GO TO 1100-EXIT
018693     END-READ.
018694     IF PH-CYCLE NOT NUMERIC
018695         GO TO 1100-EXIT
018696     END-IF.
018697     IF PH-CYCLE NOT = WS-BILL-CYCLE
018698        AND PH-CYCLE NOT = WS-PRIOR-CYCLE
018699         GO TO 1100-EXIT
018700     END-IF.
018701     IF PH-REVERSAL-ENTRY
018702         PERFORM 1150-APPLY-REVERSAL THRU 1150-EXIT
018703         GO TO 1100-EXIT
018704     END-IF.
018705     IF WS-HIST-COUNT = 4000
018706         GO TO 9100-HIST-TABLE-FULL
018707     END-IF.
018708     ADD 1 TO WS-HIST-COUNT.
018709     MOVE PH-ACCT-NO TO HTB-ACCT-NO (WS-HIST-COUNT).
018710     MOVE PH-CYCLE TO HTB-CYCLE (WS-HIST-COUNT).
018711     MOVE PH-CREDIT-AMOUNT TO HTB-CREDIT-AMT (WS-HIST-COUNT).
018712*    ROWS WRITTEN BEFORE CHARGE AND NET WERE CARRIED CANNOT BE
018713*    OFFSET EXACTLY - 2400-PROCESS-REVERSAL REJECTS THEM.
018714     IF PH-CHARGE-AMOUNT NUMERIC
018715        AND PH-NET-AMOUNT NUMERIC
018716         MOVE PH-CHARGE-AMOUNT TO HTB-CHARGE-AMT (WS-HIST-COUNT)
018717         MOVE PH-NET-AMOUNT TO HTB-NET-AMT (WS-HIST-COUNT)
018718         MOVE 'Y' TO HTB-CHARGE-SW (WS-HIST-COUNT)
018719     ELSE
018720         MOVE ZERO TO HTB-CHARGE-AMT (WS-HIST-COUNT)
018721         MOVE ZERO TO HTB-NET-AMT (WS-HIST-COUNT)
018722         MOVE 'N' TO HTB-CHARGE-SW (WS-HIST-COUNT)
018723     END-IF.
018724     MOVE 'N' TO HTB-NEW-SW (WS-HIST-COUNT).
018725     MOVE 'N' TO HTB-REV-SW (WS-HIST-COUNT).
018726     MOVE 'N' TO HTB-REV-NEW-SW (WS-HIST-COUNT).
018727 1100-EXIT.
018728     EXIT.
018729*----------------------------------------------------------------
018730 1150-APPLY-REVERSAL.
018731     MOVE 'N' TO WS-CRD-FOUND-SW.
018732     MOVE ZERO TO WS-HIST-HIT.
018733     PERFORM 1160-FIND-REVERSED THRU 1160-EXIT
018734         VARYING WS-HIST-SUB FROM 1 BY 1
018735         UNTIL WS-HIST-SUB > WS-HIST-COUNT
018736            OR CREDIT-ENTRY-FOUND.
018737     IF CREDIT-ENTRY-FOUND
018738         MOVE 'Y' TO HTB-REV-SW (WS-HIST-HIT)
018739     END-IF.
018740 1150-EXIT.
018741     EXIT.
018742*----------------------------------------------------------------
018743 1160-FIND-REVERSED.
018744     IF HTB-ACCT-NO (WS-HIST-SUB) = PH-ACCT-NO
018745        AND HTB-CYCLE (WS-HIST-SUB) = PH-CYCLE
018746        AND NOT HTB-REVERSED (WS-HIST-SUB)
018747         MOVE 'Y' TO WS-CRD-FOUND-SW
018748         MOVE WS-HIST-SUB TO WS-HIST-HIT
018749     END-IF.
018750 1160-EXIT.
018751     EXIT.
018752*----------------------------------------------------------------
018753* 1200-LOAD-RATE - LOAD ONE PRODUCTION RATE RECORD INTO THE
018754* TABLE.  CEILRPTHDR/TRL FRAMES (PRESENT WHEN THE FILE IS THE
018755* ROUNDED FILE A CEILRPT APPLY RUN WROTE) CARRY NO ACCOUNT AND
018756* ARE SKIPPED.
018757*----------------------------------------------------------------
018758 1200-LOAD-RATE.
018759     READ RATE-FILE
018760         AT END
018761             MOVE 'Y' TO WS-RATE-EOF-SW
018762             GO TO 1200-EXIT
018763     END-READ.
018764     IF RATE-RECORD (1:10) = 'CEILRPTHDR'
018765        OR RATE-RECORD (1:10) = 'CEILRPTTRL'
018766         GO TO 1200-EXIT
018767     END-IF.
018768     IF WS-RATE-COUNT = 5000
018769         GO TO 9200-RATE-TABLE-FULL
018770     END-IF.
018771     ADD 1 TO WS-RATE-COUNT.
018772     MOVE RATE-ACCT-NO TO RTB-ACCT-NO (WS-RATE-COUNT).
018773     IF RATE-AMOUNT NUMERIC
018774         MOVE RATE-AMOUNT TO RTB-AMOUNT (WS-RATE-COUNT)
018775     ELSE
018776         MOVE ZERO TO RTB-AMOUNT (WS-RATE-COUNT)
018777     END-IF.
018778 1200-EXIT.
018779     EXIT.
018780*----------------------------------------------------------------
018781* 1300-LOAD-JOURNAL - LOAD ONE CHANGE-JOURNAL RECORD INTO THE
018782* TABLE WHEN IT WAS APPLIED ON OR AFTER THE CYCLE START.  OLDER
018783* CHANGES ARE ALREADY REFLECTED IN THE RATE IN FORCE AT CYCLE
018784* START, SO THE TABLE STAYS THE SIZE OF ONE CYCLE'S CHANGES.
018785*----------------------------------------------------------------
018786 1300-LOAD-JOURNAL.
018787     READ JRNL-FILE
018788         AT END
018789             MOVE 'Y' TO WS-JRNL-EOF-SW
018790             GO TO 1300-EXIT
018791     END-READ.
018792     IF JR-RUN-DATE NOT NUMERIC
018793        OR JR-RUN-DATE < WS-CYCLE-START
018794         GO TO 1300-EXIT
018795     END-IF.
018796     IF WS-JRNL-COUNT = 5000
018797         GO TO 9300-JRNL-TABLE-FULL
018798     END-IF.
018799     ADD 1 TO WS-JRNL-COUNT.
018800     MOVE JR-ACCT-NO TO JTB-ACCT-NO (WS-JRNL-COUNT).
018801     MOVE JR-RUN-DATE TO JTB-RUN-DATE (WS-JRNL-COUNT).
018802     MOVE JR-ACTION TO JTB-ACTION (WS-JRNL-COUNT).
018803     IF JR-BEF-AMOUNT NUMERIC
018804         MOVE JR-BEF-AMOUNT TO JTB-BEF-AMOUNT (WS-JRNL-COUNT)
018805     ELSE
018806         MOVE ZERO TO JTB-BEF-AMOUNT (WS-JRNL-COUNT)
018807     END-IF.
018808 1300-EXIT.
018809     EXIT.
018811*----------------------------------------------------------------
018813* 1400-LOAD-CYCLE - LOAD ONE CYCLE-CALENDAR ROW INTO THE TABLE
018815* WHEN IT IS FOR THE CURRENT BILLING MONTH.  BOTH DATES MUST BE
018817* REAL CALENDAR DATES, THE CYCLE MUST NOT END BEFORE IT STARTS
018819* OR RUN PAST 99 DAYS, AND A CYCLE CODE MAY APPEAR ONLY ONCE IN
018821* A MONTH - ANY OF THESE WOULD MISPRICE EVERY PLAN CHANGE ON THE
018823* CYCLE, SO EACH IS FATAL.
018825*----------------------------------------------------------------
018827 1400-LOAD-CYCLE.
018829     READ CYCLE-FILE
018831         AT END
018833             MOVE 'Y' TO WS-CYC-EOF-SW
018835             GO TO 1400-EXIT
018837     END-READ.
018839     IF BCY-BILL-PERIOD NOT NUMERIC
018841        OR BCY-BILL-PERIOD NOT = WS-BILL-CYCLE
018843         GO TO 1400-EXIT
018845     END-IF.
018847     IF BCY-CYCLE-CODE = SPACES
018849         MOVE 'BLANK CYCLE CODE' TO WS-CYC-ERROR
018851         GO TO 9600-BAD-CALENDAR
018853     END-IF.
018855     MOVE BCY-START-DATE TO WS-DATE-TO-CHECK.
018857     CALL "DATEVAL" USING WS-DATE-TO-CHECK, WS-DATE-VALID-FLAG.
018859     IF DATE-IS-INVALID
018861         MOVE 'BAD CYCLE START DATE' TO WS-CYC-ERROR
018863         GO TO 9600-BAD-CALENDAR
018865     END-IF.
018867     MOVE BCY-END-DATE TO WS-DATE-TO-CHECK.
018869     CALL "DATEVAL" USING WS-DATE-TO-CHECK, WS-DATE-VALID-FLAG.
018871     IF DATE-IS-INVALID
018873         MOVE 'BAD CYCLE END DATE' TO WS-CYC-ERROR
018875         GO TO 9600-BAD-CALENDAR
018877     END-IF.
018879     IF BCY-END-DATE < BCY-START-DATE
018881         MOVE 'CYCLE ENDS BEFORE START' TO WS-CYC-ERROR
018883         GO TO 9600-BAD-CALENDAR
018885     END-IF.
018887     MOVE BCY-CYCLE-CODE TO WS-CYC-KEY.
018889     PERFORM 2150-LOOKUP-CYCLE THRU 2150-EXIT.
018891     IF CYCLE-ENTRY-FOUND
018893         MOVE 'DUPLICATE CYCLE CODE' TO WS-CYC-ERROR
018895         GO TO 9600-BAD-CALENDAR
018897     END-IF.
018899     MOVE BCY-START-DATE TO WS-DAYNO-DATE.
018901     PERFORM 2170-COMPUTE-DAY-NUMBER THRU 2170-EXIT.
018903     MOVE WS-DAY-NUMBER TO WS-CYC-START-DAYNO.
018905     MOVE BCY-END-DATE TO WS-DAYNO-DATE.
018907     PERFORM 2170-COMPUTE-DAY-NUMBER THRU 2170-EXIT.
018909     COMPUTE WS-CYC-LENGTH =
018911         WS-DAY-NUMBER - WS-CYC-START-DAYNO + 1.
018913     IF WS-CYC-LENGTH > 99
018915         MOVE 'CYCLE OVER 99 DAYS' TO WS-CYC-ERROR
018917         GO TO 9600-BAD-CALENDAR
018919     END-IF.
018921     IF WS-CYC-COUNT = 100
018923         GO TO 9500-CYCLE-TABLE-FULL
018925     END-IF.
018927     ADD 1 TO WS-CYC-COUNT.
018929     MOVE BCY-CYCLE-CODE TO CTB-CYCLE-CODE (WS-CYC-COUNT).
018931     MOVE BCY-START-DATE TO CTB-START-DATE (WS-CYC-COUNT).
018933     MOVE BCY-END-DATE TO CTB-END-DATE (WS-CYC-COUNT).
018935     MOVE WS-CYC-START-DAYNO TO CTB-START-DAYNO (WS-CYC-COUNT).
018937     MOVE WS-CYC-LENGTH TO CTB-DAYS-IN-CYCLE (WS-CYC-COUNT).
018939 1400-EXIT.
018941     EXIT.
018943*----------------------------------------------------------------
018945 1450-EARLIEST-START.
018947     IF CTB-START-DATE (WS-CYC-SUB) < WS-CYCLE-START
018949         MOVE CTB-START-DATE (WS-CYC-SUB) TO WS-CYCLE-START
018951     END-IF.
018953 1450-EXIT.
018955     EXIT.
018957*----------------------------------------------------------------
018959* 2000-PROCESS-TRAN - EDIT ONE TRANSACTION, DERIVE ITS DAY
018961* COUNTS FROM THE CHANGE DATE AND THE CYCLE CALENDAR, COMPUTE
018963* THE UNUSED-DAYS CREDIT, FLOOR IT, AND WRITE THE CREDIT RECORD
018965* AND THE REGISTER LINE.  EDIT FAILURES GO TO THE REGISTER AS
019000* REJECT LINES AND PRODUCE NO CREDIT RECORD.  AN ACCEPTED
019100* TRANSACTION WHOSE ACCOUNT WAS ALREADY CREDITED THIS CYCLE IS
019110* SUPPRESSED - SHOWN ON THE REGISTER, COUNTED, BUT NEVER
019120* WRITTEN TO CRDOUT.
019160* A REVERSAL TRANSACTION TAKES ITS OWN PATH - SEE 2400.
019200*----------------------------------------------------------------
019300 2000-PROCESS-TRAN.
019400     ADD 1 TO WS-TRANS-READ.
019500     MOVE SPACES TO WS-REJECT-REASON.
019510     IF PROR-REVERSAL
019520         PERFORM 2400-PROCESS-REVERSAL THRU 2400-EXIT
019530         GO TO 2000-NEXT-TRAN
019540     END-IF.
019550     IF NOT PROR-PLAN-CHANGE
019560         MOVE 'BAD TRANSACTION TYPE' TO WS-REJECT-REASON
019570         PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
019580         GO TO 2000-NEXT-TRAN
019590     END-IF.
019592     MOVE PROR-CHANGE-DATE TO WS-DATE-TO-CHECK.
019594     CALL "DATEVAL" USING WS-DATE-TO-CHECK, WS-DATE-VALID-FLAG.
019596     MOVE PROR-CYCLE-CODE TO WS-CYC-KEY.
019598     PERFORM 2150-LOOKUP-CYCLE THRU 2150-EXIT.
019600     IF PROR-MONTHLY-RATE NOT NUMERIC
019700         MOVE 'MONTHLY RATE NOT NUMERIC' TO WS-REJECT-REASON
019800     ELSE
019891     IF DATE-IS-INVALID
019982         MOVE 'BAD PLAN-CHANGE DATE' TO WS-REJECT-REASON
020073     ELSE
020164     IF NOT CYCLE-ENTRY-FOUND
020255         MOVE 'UNKNOWN BILL CYCLE' TO WS-REJECT-REASON
020346     ELSE
020437     IF PROR-CHANGE-DATE < CTB-START-DATE (WS-CYC-HIT)
020528        OR PROR-CHANGE-DATE > CTB-END-DATE (WS-CYC-HIT)
020619         MOVE 'DATE OUTSIDE BILL CYCLE' TO WS-REJECT-REASON
020710     ELSE
020720*    A BLANK NEW RATE IS A PRE-CHANGE RECORD (CREDIT-ONLY);
020730*    ANYTHING ELSE NON-NUMERIC IN THOSE COLUMNS IS A KEYING
020900     END-IF
021000     END-IF
021100     END-IF.
021102     IF TRAN-ACCEPTED
021104         PERFORM 2180-DERIVE-DAYS THRU 2180-EXIT
021106     END-IF.
021110     IF TRAN-ACCEPTED
021120         PERFORM 2900-CHECK-RATE-FILE THRU 2900-EXIT
021130     END-IF.
021400     ELSE
021500         PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
021600     END-IF.
021650 2000-NEXT-TRAN.
021700     PERFORM 2100-READ-TRAN-FILE THRU 2100-EXIT.
021800 2000-EXIT.
021900     EXIT.
022500     END-READ.
022600 2100-EXIT.
022700     EXIT.
022701*----------------------------------------------------------------
022702* 2150-LOOKUP-CYCLE - FIND THE CALENDAR ENTRY FOR THE CYCLE CODE
022703* IN WS-CYC-KEY.  USED BY THE EDITS AND BY THE CALENDAR LOAD'S
022704* DUPLICATE CHECK.
022705*----------------------------------------------------------------
022706 2150-LOOKUP-CYCLE.
022707     MOVE 'N' TO WS-CYC-FOUND-SW.
022708     MOVE ZERO TO WS-CYC-HIT.
022709     PERFORM 2160-FIND-CYCLE THRU 2160-EXIT
022710         VARYING WS-CYC-SUB FROM 1 BY 1
022711         UNTIL WS-CYC-SUB > WS-CYC-COUNT
022712            OR CYCLE-ENTRY-FOUND.
022713 2150-EXIT.
022714     EXIT.
022715*----------------------------------------------------------------
022716 2160-FIND-CYCLE.
022717     IF CTB-CYCLE-CODE (WS-CYC-SUB) = WS-CYC-KEY
022718         MOVE 'Y' TO WS-CYC-FOUND-SW
022719         MOVE WS-CYC-SUB TO WS-CYC-HIT
022720     END-IF.
022721 2160-EXIT.
022722     EXIT.
022723*----------------------------------------------------------------
022724* 2170-COMPUTE-DAY-NUMBER - TURN THE DATE IN WS-DAYNO-DATE INTO
022725* A DAY NUMBER IN WS-DAY-NUMBER: DAYS IN ALL PRIOR YEARS, LEAP
022726* DAYS INCLUDED, PLUS DAYS BEFORE THE MONTH, PLUS THE DAY.  THE
022727* DATE MUST ALREADY HAVE PASSED DATEVAL.
022728*----------------------------------------------------------------
022729 2170-COMPUTE-DAY-NUMBER.
022730     SUBTRACT 1 FROM WS-DAYNO-YEAR GIVING WS-DAYNO-PRIOR-YEAR.
022731     DIVIDE WS-DAYNO-PRIOR-YEAR BY 4 GIVING WS-DAYNO-LEAPS-4.
022732     DIVIDE WS-DAYNO-PRIOR-YEAR BY 100 GIVING WS-DAYNO-LEAPS-100.
022733     DIVIDE WS-DAYNO-PRIOR-YEAR BY 400 GIVING WS-DAYNO-LEAPS-400.
022734     COMPUTE WS-DAY-NUMBER =
022735         WS-DAYNO-PRIOR-YEAR * 365
022736         + WS-DAYNO-LEAPS-4 - WS-DAYNO-LEAPS-100
022737         + WS-DAYNO-LEAPS-400
022738         + WS-DAYS-BEFORE-MONTH (WS-DAYNO-MONTH)
022739         + WS-DAYNO-DAY.
022740     IF WS-DAYNO-MONTH > 02
022741         DIVIDE WS-DAYNO-YEAR BY 4 GIVING WS-DAYNO-QUOTIENT
022742             REMAINDER WS-DAYNO-REM-4
022743         DIVIDE WS-DAYNO-YEAR BY 100 GIVING WS-DAYNO-QUOTIENT
022744             REMAINDER WS-DAYNO-REM-100
022745         DIVIDE WS-DAYNO-YEAR BY 400 GIVING WS-DAYNO-QUOTIENT
022746             REMAINDER WS-DAYNO-REM-400
022747         IF WS-DAYNO-REM-4 = ZERO
022748            AND (WS-DAYNO-REM-100 NOT = ZERO
022749                 OR WS-DAYNO-REM-400 = ZERO)
022750             ADD 1 TO WS-DAY-NUMBER
022751         END-IF
022752     END-IF.
022753 2170-EXIT.
022754     EXIT.
022755*----------------------------------------------------------------
022756* 2180-DERIVE-DAYS - DAYS IN CYCLE COME FROM THE CALENDAR ENTRY;
022757* DAYS USED ARE THE CHANGE DATE'S DAY NUMBER LESS THE CYCLE
022758* START'S.  A CHANGE ON THE FIRST DAY OF THE CYCLE USES NO DAYS
022759* AND CREDITS THE WHOLE OLD RATE.
022760*----------------------------------------------------------------
022761 2180-DERIVE-DAYS.
022762     MOVE PROR-CHANGE-DATE TO WS-DAYNO-DATE.
022763     PERFORM 2170-COMPUTE-DAY-NUMBER THRU 2170-EXIT.
022764     COMPUTE WS-DAYS-USED =
022765         WS-DAY-NUMBER - CTB-START-DAYNO (WS-CYC-HIT).
022766     MOVE CTB-DAYS-IN-CYCLE (WS-CYC-HIT) TO WS-DAYS-IN-CYCLE.
022767 2180-EXIT.
022768     EXIT.
022800*----------------------------------------------------------------
022900* 2200-PRICE-CREDIT - THE PRORATION RULE, IN ONE PLACE: CREDIT
023000* THE UNUSED SHARE OF THE OLD MONTHLY RATE, ROUNDED DOWN TO
023300 2200-PRICE-CREDIT.
023400     COMPUTE WS-FLOOR-INPUT =
023500         PROR-MONTHLY-RATE *
023600         (WS-DAYS-IN-CYCLE - WS-DAYS-USED) /
023700         WS-DAYS-IN-CYCLE
023800         ON SIZE ERROR
023900             MOVE 'CREDIT OVERFLOWS FIELD' TO WS-REJECT-REASON
024000     END-COMPUTE.
024020        AND PROR-NEW-MONTHLY-RATE NUMERIC
024030         COMPUTE WS-CEIL-INPUT =
024040             PROR-NEW-MONTHLY-RATE *
024050             (WS-DAYS-IN-CYCLE - WS-DAYS-USED) /
024060             WS-DAYS-IN-CYCLE
024070             ON SIZE ERROR
024080                 MOVE 'CHARGE OVERFLOWS FIELD'
024090                     TO WS-REJECT-REASON
025930     ELSE
025940         MOVE ZERO TO DL-NEW-RATE
025950     END-IF.
026066     MOVE WS-DAYS-USED       TO DL-DAYS-USED.
026182     MOVE WS-DAYS-IN-CYCLE   TO DL-DAYS-CYCLE.
026300     MOVE WS-FLOOR-RESULT    TO DL-CREDIT.
026310     MOVE WS-CEIL-RESULT     TO DL-CHARGE.
026320     MOVE WS-NET-AMOUNT      TO DL-NET.
026755* PUBLISH HISTORY FOR CREDITS THE RERUN WILL PRICE AGAIN.
026760*----------------------------------------------------------------
026770 2250-RECORD-HISTORY.
026780     IF WS-HIST-COUNT = 4000
026781         GO TO 9100-HIST-TABLE-FULL
026782     END-IF.
026783     ADD 1 TO WS-HIST-COUNT.
026784     MOVE PROR-ACCT-NO TO HTB-ACCT-NO (WS-HIST-COUNT).
026785     MOVE WS-BILL-CYCLE TO HTB-CYCLE (WS-HIST-COUNT).
026786     MOVE WS-FLOOR-RESULT TO HTB-CREDIT-AMT (WS-HIST-COUNT).
026787     MOVE WS-CEIL-RESULT TO HTB-CHARGE-AMT (WS-HIST-COUNT).
026788     MOVE WS-NET-AMOUNT TO HTB-NET-AMT (WS-HIST-COUNT).
026789     MOVE 'Y' TO HTB-CHARGE-SW (WS-HIST-COUNT).
026790     MOVE 'Y' TO HTB-NEW-SW (WS-HIST-COUNT).
026791     MOVE 'N' TO HTB-REV-SW (WS-HIST-COUNT).
026792     MOVE 'N' TO HTB-REV-NEW-SW (WS-HIST-COUNT).
026796 2250-EXIT.
026797     EXIT.
026800*----------------------------------------------------------------
027400     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
027500 2300-EXIT.
027600     EXIT.
027601*----------------------------------------------------------------
027602* 2400-PROCESS-REVERSAL - BACK OUT A CREDIT ALREADY SENT TO
027603* BILLING.  THE CYCLE NAMED MUST BE THE CURRENT OR THE PRIOR ONE
027604* AND HOLD AN UNREVERSED CREDIT FOR THE ACCOUNT; THE OFFSETTING
027605* CRDOUT RECORD CARRIES THAT CREDIT'S CREDIT, CHARGE AND NET
027606* NEGATED.  THE ENTRY IS FLAGGED REVERSED AT ONCE, SO A
027607* CORRECTED PLAN CHANGE LATER IN THIS SAME TRANIN FILE PRICES
027608* INSTEAD OF SUPPRESSING, AND 8200-WRITE-HISTORY APPENDS THE
027609* 'R' ROW AT FINALIZE.  A REJECTED REVERSAL COUNTS AND PRINTS
027610* WITH THE OTHER REJECTS.
027611*----------------------------------------------------------------
027612 2400-PROCESS-REVERSAL.
027613     IF PROR-REV-CYCLE NOT NUMERIC
027614        OR PROR-REV-CYCLE > WS-BILL-CYCLE
027615         MOVE 'BAD REVERSAL CYCLE' TO WS-REJECT-REASON
027616         PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
027617         GO TO 2400-EXIT
027618     END-IF.
027619     IF PROR-REV-CYCLE NOT = WS-BILL-CYCLE
027620        AND PROR-REV-CYCLE NOT = WS-PRIOR-CYCLE
027621         MOVE 'CYCLE TOO OLD TO REVERSE' TO WS-REJECT-REASON
027622         PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
027623         GO TO 2400-EXIT
027624     END-IF.
027625     MOVE 'N' TO WS-CRD-FOUND-SW.
027626     MOVE ZERO TO WS-HIST-HIT.
027627     PERFORM 2410-FIND-CREDIT THRU 2410-EXIT
027628         VARYING WS-HIST-SUB FROM 1 BY 1
027629         UNTIL WS-HIST-SUB > WS-HIST-COUNT
027630            OR CREDIT-ENTRY-FOUND.
027631     IF NOT CREDIT-ENTRY-FOUND
027632         MOVE 'NO CREDIT TO REVERSE' TO WS-REJECT-REASON
027633         PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
027634         GO TO 2400-EXIT
027635     END-IF.
027636     IF NOT HTB-CHARGE-KNOWN (WS-HIST-HIT)
027637         MOVE 'HISTORY LACKS CHARGE' TO WS-REJECT-REASON
027638         PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
027639         GO TO 2400-EXIT
027640     END-IF.
027641     IF WS-REV-COUNT = 1000
027642         GO TO 9400-REV-TABLE-FULL
027643     END-IF.
027644     MOVE SPACES TO CREDIT-RECORD.
027645     MOVE PROR-ACCT-NO TO CR-ACCT-NO.
027646     COMPUTE CR-CREDIT-AMOUNT =
027647         ZERO - HTB-CREDIT-AMT (WS-HIST-HIT).
027648     COMPUTE CR-CHARGE-AMOUNT =
027649         ZERO - HTB-CHARGE-AMT (WS-HIST-HIT).
027650     COMPUTE CR-NET-AMOUNT =
027651         ZERO - HTB-NET-AMT (WS-HIST-HIT).
027652     MOVE WS-RUN-DATE TO CR-RUN-DATE.
027653     MOVE 'R' TO CR-TRAN-TYPE.
027654     WRITE CREDIT-RECORD.
027655     IF NOT CREDIT-FILE-OK
027656         MOVE 'WRITE CREDIT-RECORD' TO WS-ABEND-OPERATION
027657         MOVE WS-CREDIT-FILE-STATUS TO WS-ABEND-STATUS
027658         GO TO 9000-FILE-ERROR
027659     END-IF.
027660     ADD 1 TO WS-REVERSALS-WRITTEN.
027661     ADD CR-CREDIT-AMOUNT TO WS-REV-TOTAL-CREDIT.
027662     ADD CR-CHARGE-AMOUNT TO WS-REV-TOTAL-CHARGE.
027663     ADD CR-NET-AMOUNT TO WS-REV-TOTAL-NET.
027664     MOVE 'Y' TO HTB-REV-SW (WS-HIST-HIT).
027665     MOVE 'Y' TO HTB-REV-NEW-SW (WS-HIST-HIT).
027666     ADD 1 TO WS-REV-COUNT.
027667     MOVE PROR-ACCT-NO TO VTB-ACCT-NO (WS-REV-COUNT).
027668     MOVE PROR-REV-CYCLE TO VTB-CYCLE (WS-REV-COUNT).
027669     MOVE CR-CREDIT-AMOUNT TO VTB-CREDIT-AMT (WS-REV-COUNT).
027670     MOVE CR-CHARGE-AMOUNT TO VTB-CHARGE-AMT (WS-REV-COUNT).
027671     MOVE CR-NET-AMOUNT TO VTB-NET-AMT (WS-REV-COUNT).
027672 2400-EXIT.
027673     EXIT.
027674*----------------------------------------------------------------
027675 2410-FIND-CREDIT.
027676     IF HTB-ACCT-NO (WS-HIST-SUB) = PROR-ACCT-NO
027677        AND HTB-CYCLE (WS-HIST-SUB) = PROR-REV-CYCLE
027678        AND NOT HTB-REVERSED (WS-HIST-SUB)
027679         MOVE 'Y' TO WS-CRD-FOUND-SW
027680         MOVE WS-HIST-SUB TO WS-HIST-HIT
027681     END-IF.
027682 2410-EXIT.
027683     EXIT.
027700*----------------------------------------------------------------
027800 2500-WRITE-REPORT.
027900     WRITE REPORT-RECORD FROM WS-PRINT-AREA.
029210*----------------------------------------------------------------
029212* 2700-CHECK-HISTORY - HAS THIS ACCOUNT ALREADY BEEN CREDITED
029214* THIS BILLING CYCLE, EITHER BY A PRIOR RUN (LOADED FROM THE
029215* HISTORY FILE) OR EARLIER IN THIS RUN?  A CREDIT SINCE
029216* REVERSED DOES NOT COUNT.
029218*----------------------------------------------------------------
029220 2700-CHECK-HISTORY.
029222     MOVE 'N' TO WS-DUP-FOUND-SW.
029236*----------------------------------------------------------------
029238 2710-FIND-HISTORY.
029240     IF HTB-ACCT-NO (WS-HIST-SUB) = PROR-ACCT-NO
029241        AND HTB-CYCLE (WS-HIST-SUB) = WS-BILL-CYCLE
029242        AND NOT HTB-REVERSED (WS-HIST-SUB)
029243         MOVE 'Y' TO WS-DUP-FOUND-SW
029244     END-IF.
029246 2710-EXIT.
029248     EXIT.
029264 2800-EXIT.
029266     EXIT.
029268*----------------------------------------------------------------
029270* 2900-CHECK-RATE-FILE - THE TRANSACTION'S ACCOUNT MUST HAVE A
029272* RATE AND ITS MONTHLY RATE MUST MATCH THE RATE IN FORCE AT THE
029274* START OF THE ACCOUNT'S BILL CYCLE (FROM THE CALENDAR) - A FAT-
029276* FINGERED RATE ON THE PLAN-CHANGE FORM OTHERWISE PRODUCES A
029277* PLAUSIBLE-LOOKING, WRONG CREDIT.  THE FIRST JOURNAL CHANGE
029278* SINCE THE CYCLE STARTED (OTHER THAN AN ADD) HOLDS THAT RATE AS
029279* ITS BEFORE-IMAGE; WITH NO SUCH CHANGE THE RATE FILE STILL
029280* HOLDS IT.
029281*----------------------------------------------------------------
029282 2900-CHECK-RATE-FILE.
029283     MOVE 'N' TO WS-RATE-FOUND-SW.
029284     MOVE ZERO TO WS-RATE-HIT.
029286     PERFORM 2910-FIND-RATE THRU 2910-EXIT
029288         VARYING WS-RATE-SUB FROM 1 BY 1
029290         UNTIL WS-RATE-SUB > WS-RATE-COUNT
029292            OR RATE-ENTRY-FOUND.
029294     PERFORM 2950-CHECK-JOURNAL THRU 2950-EXIT.
029296     IF JRNL-ENTRY-FOUND
029298        AND NOT JTB-ADD (WS-JRNL-HIT)
029300         MOVE JTB-BEF-AMOUNT (WS-JRNL-HIT) TO WS-EXPECTED-RATE
029302     ELSE
029304     IF RATE-ENTRY-FOUND
029306         MOVE RTB-AMOUNT (WS-RATE-HIT) TO WS-EXPECTED-RATE
029308     ELSE
029310         MOVE 'ACCOUNT NOT ON RATE FILE' TO WS-REJECT-REASON
029312         GO TO 2900-EXIT
029314     END-IF
029316     END-IF.
029318     IF PROR-MONTHLY-RATE NOT = WS-EXPECTED-RATE
029320         MOVE 'RATE MISMATCH WITH FILE' TO WS-REJECT-REASON
029322     END-IF.
029324 2900-EXIT.
029326     EXIT.
029328*----------------------------------------------------------------
029330 2910-FIND-RATE.
029332     IF RTB-ACCT-NO (WS-RATE-SUB) = PROR-ACCT-NO
029334         MOVE 'Y' TO WS-RATE-FOUND-SW
029336         MOVE WS-RATE-SUB TO WS-RATE-HIT
029338     END-IF.
029340 2910-EXIT.
029342     EXIT.
029344*----------------------------------------------------------------
029346* 2950-CHECK-JOURNAL - FIND THE ACCOUNT'S FIRST CHANGE-JOURNAL
029348* ENTRY ON OR AFTER ITS CYCLE'S START.  THE TABLE IS IN CHANGE
029350* ORDER, SO THE FIRST HIT IS THE EARLIEST CHANGE.
029352*----------------------------------------------------------------
029354 2950-CHECK-JOURNAL.
029356     MOVE 'N' TO WS-JRNL-FOUND-SW.
029358     MOVE ZERO TO WS-JRNL-HIT.
029360     PERFORM 2960-FIND-JOURNAL THRU 2960-EXIT
029362         VARYING WS-JRNL-SUB FROM 1 BY 1
029364         UNTIL WS-JRNL-SUB > WS-JRNL-COUNT
029366            OR JRNL-ENTRY-FOUND.
029368 2950-EXIT.
029370     EXIT.
029372*----------------------------------------------------------------
029374 2960-FIND-JOURNAL.
029376     IF JTB-ACCT-NO (WS-JRNL-SUB) = PROR-ACCT-NO
029377        AND JTB-RUN-DATE (WS-JRNL-SUB)
029378                NOT < CTB-START-DATE (WS-CYC-HIT)
029380         MOVE 'Y' TO WS-JRNL-FOUND-SW
029382         MOVE WS-JRNL-SUB TO WS-JRNL-HIT
029384     END-IF.
029386 2960-EXIT.
029388     EXIT.
029390*----------------------------------------------------------------
029400 3000-FINALIZE.
029425     IF WS-REV-COUNT > ZERO
029450         PERFORM 3100-PRINT-REVERSALS THRU 3100-EXIT
029475     END-IF.
029500     MOVE WS-BLANK-LINE TO WS-PRINT-AREA.
029600     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
029700     MOVE 'TRANSACTIONS READ' TO TL-CAPTION.
030820     MOVE WS-TRANS-SUPPRESSED TO TL-COUNT.
030830     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
030840     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
030852     MOVE 'REVERSALS WRITTEN' TO TL-CAPTION.
030864     MOVE WS-REVERSALS-WRITTEN TO TL-COUNT.
030876     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
030888     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
030900     MOVE WS-TOTAL-CREDIT TO TL-TOTAL-CREDIT.
031000     MOVE WS-CREDIT-TOTAL-LINE TO WS-PRINT-AREA.
031100     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
031140     MOVE WS-TOTAL-NET TO TL-TOTAL-NET.
031150     MOVE WS-NET-TOTAL-LINE TO WS-PRINT-AREA.
031160     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
031162     MOVE WS-REV-TOTAL-CREDIT TO TL-REV-CREDIT.
031164     MOVE WS-REV-CREDIT-LINE TO WS-PRINT-AREA.
031166     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
031168     MOVE WS-REV-TOTAL-CHARGE TO TL-REV-CHARGE.
031170     MOVE WS-REV-CHARGE-LINE TO WS-PRINT-AREA.
031172     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
031174     MOVE WS-REV-TOTAL-NET TO TL-REV-NET.
031176     MOVE WS-REV-NET-LINE TO WS-PRINT-AREA.
031178     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
031180     PERFORM 8200-WRITE-HISTORY THRU 8200-EXIT.
031190     PERFORM 8000-WRITE-BALANCE THRU 8000-EXIT.
031200     CLOSE TRAN-FILE.
031430     CALL "CEIL-TERM".
031500 3000-EXIT.
031600     EXIT.
031601*----------------------------------------------------------------
031602* 3100-PRINT-REVERSALS - THE REVERSAL SECTION OF THE REGISTER,
031603* ONE LINE PER OFFSETTING RECORD WRITTEN, IN TRANIN ORDER.
031604*----------------------------------------------------------------
031605 3100-PRINT-REVERSALS.
031606     MOVE WS-BLANK-LINE TO WS-PRINT-AREA.
031607     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
031608     MOVE WS-REV-HEADING-1 TO WS-PRINT-AREA.
031609     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
031610     MOVE WS-REV-HEADING-2 TO WS-PRINT-AREA.
031611     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
031612     PERFORM 3110-PRINT-REVERSAL-LINE THRU 3110-EXIT
031613         VARYING WS-REV-SUB FROM 1 BY 1
031614         UNTIL WS-REV-SUB > WS-REV-COUNT.
031615 3100-EXIT.
031616     EXIT.
031617*----------------------------------------------------------------
031618 3110-PRINT-REVERSAL-LINE.
031619     MOVE VTB-ACCT-NO (WS-REV-SUB) TO RV-ACCT-NO.
031620     MOVE VTB-CYCLE (WS-REV-SUB) TO RV-CYCLE.
031621     MOVE VTB-CREDIT-AMT (WS-REV-SUB) TO RV-CREDIT.
031622     MOVE VTB-CHARGE-AMT (WS-REV-SUB) TO RV-CHARGE.
031623     MOVE VTB-NET-AMT (WS-REV-SUB) TO RV-NET.
031624     MOVE WS-REVERSAL-LINE TO WS-PRINT-AREA.
031625     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
031626 3110-EXIT.
031627     EXIT.
031628*----------------------------------------------------------------
031629* 8000-WRITE-BALANCE - APPEND THIS RUN'S CONTROL TOTALS TO THE
031630* COMMON BALANCE FILE FOR THE BALRPT MORNING BALANCE SHEET.
031631* OPENED EXTEND AND CLOSED AROUND THE WRITES, THE WAY CEILRPT
031632* HANDLES RUNCTL.
031633*----------------------------------------------------------------
031634 8000-WRITE-BALANCE.
031635     OPEN EXTEND BAL-FILE.
031636     IF NOT BAL-FILE-OK
031637         MOVE 'OPEN EXTEND BAL-FILE' TO WS-ABEND-OPERATION
031638         MOVE WS-BAL-FILE-STATUS TO WS-ABEND-STATUS
031639         GO TO 9000-FILE-ERROR
031640     END-IF.
031641     MOVE 'TRANREAD' TO WS-BAL-ID.
031642     MOVE WS-TRANS-READ TO WS-BAL-COUNT.
031643     PERFORM 8100-WRITE-BAL-RECORD THRU 8100-EXIT.
031644     MOVE 'CREDITS' TO WS-BAL-ID.
031645     MOVE WS-CREDITS-WRITTEN TO WS-BAL-COUNT.
031646     PERFORM 8100-WRITE-BAL-RECORD THRU 8100-EXIT.
031648     MOVE 'REJECTED' TO WS-BAL-ID.
031650     MOVE WS-TRANS-REJECTED TO WS-BAL-COUNT.
031654     MOVE 'SUPPRESS' TO WS-BAL-ID.
031656     MOVE WS-TRANS-SUPPRESSED TO WS-BAL-COUNT.
031658     PERFORM 8100-WRITE-BAL-RECORD THRU 8100-EXIT.
031659     MOVE 'REVERSED' TO WS-BAL-ID.
031660     MOVE WS-REVERSALS-WRITTEN TO WS-BAL-COUNT.
031661     PERFORM 8100-WRITE-BAL-RECORD THRU 8100-EXIT.
031662     CLOSE BAL-FILE.
031663 8000-EXIT.
031664     EXIT.
031666*----------------------------------------------------------------
031668 8100-WRITE-BAL-RECORD.
031694     EXIT.
031696*----------------------------------------------------------------
031698* 8200-WRITE-HISTORY - APPEND THIS RUN'S CREDITS TO THE
031699* CUMULATIVE CREDIT-HISTORY FILE, FROM THE TABLE, AT END OF
031700* JOB.  ONLY ENTRIES FLAGGED NEW THIS RUN GO OUT - THE REST
031701* CAME FROM THE FILE AT INITIALIZE.  A SECOND PASS THEN APPENDS
031702* AN 'R' ROW FOR EVERY CREDIT REVERSED THIS RUN, SO EACH 'R' ROW
031703* FOLLOWS THE CREDIT IT REVERSES IN THE FILE.  DEFERRING THE
031706* WRITES TO FINALIZE MEANS AN ABENDED RUN PUBLISHES NOTHING,
031708* SO THE RERUN NEVER SUPPRESSES A CREDIT THAT DIED WITH THE
031710* SCRATCHED CREDIT FILE.
031728     PERFORM 8300-WRITE-HIST-RECORD THRU 8300-EXIT
031730         VARYING WS-HIST-SUB FROM 1 BY 1
031732         UNTIL WS-HIST-SUB > WS-HIST-COUNT.
031733     PERFORM 8400-WRITE-REV-RECORD THRU 8400-EXIT
031734         VARYING WS-HIST-SUB FROM 1 BY 1
031735         UNTIL WS-HIST-SUB > WS-HIST-COUNT.
031736     CLOSE HIST-FILE.
031737 8200-EXIT.
031738     EXIT.
031740*----------------------------------------------------------------
031742 8300-WRITE-HIST-RECORD.
031754     MOVE WS-BILL-CYCLE TO PH-CYCLE.
031756     MOVE HTB-CREDIT-AMT (WS-HIST-SUB) TO PH-CREDIT-AMOUNT.
031758     MOVE WS-RUN-DATE TO PH-RUN-DATE.
031759     MOVE HTB-CHARGE-AMT (WS-HIST-SUB) TO PH-CHARGE-AMOUNT.
031760     MOVE HTB-NET-AMT (WS-HIST-SUB) TO PH-NET-AMOUNT.
031761     WRITE HISTORY-RECORD.
031762     IF NOT HIST-FILE-OK
031764         MOVE 'WRITE HISTORY-RECORD' TO WS-ABEND-OPERATION
031766         MOVE WS-HIST-FILE-STATUS TO WS-ABEND-STATUS
031770     END-IF.
031772 8300-EXIT.
031774     EXIT.
031775*----------------------------------------------------------------
031776 8400-WRITE-REV-RECORD.
031777     IF NOT HTB-REVERSED-THIS-RUN (WS-HIST-SUB)
031778         GO TO 8400-EXIT
031779     END-IF.
031780     MOVE SPACES TO HISTORY-RECORD.
031781     MOVE HTB-ACCT-NO (WS-HIST-SUB) TO PH-ACCT-NO.
031782     MOVE HTB-CYCLE (WS-HIST-SUB) TO PH-CYCLE.
031783     MOVE HTB-CREDIT-AMT (WS-HIST-SUB) TO PH-CREDIT-AMOUNT.
031784     MOVE WS-RUN-DATE TO PH-RUN-DATE.
031785     MOVE 'R' TO PH-ENTRY-TYPE.
031786     MOVE HTB-CHARGE-AMT (WS-HIST-SUB) TO PH-CHARGE-AMOUNT.
031787     MOVE HTB-NET-AMT (WS-HIST-SUB) TO PH-NET-AMOUNT.
031788     WRITE HISTORY-RECORD.
031789     IF NOT HIST-FILE-OK
031790         MOVE 'WRITE HISTORY-RECORD' TO WS-ABEND-OPERATION
031791         MOVE WS-HIST-FILE-STATUS TO WS-ABEND-STATUS
031792         GO TO 9000-FILE-ERROR
031793     END-IF.
031794 8400-EXIT.
031795     EXIT.
031796*----------------------------------------------------------------
031800* 9000-FILE-ERROR - A NON-ZERO FILE STATUS ON ANY FILE IS FATAL.
031900* A PARTIAL CREDIT FILE LOADED INTO BILLING WOULD CREDIT SOME
032000* ACCOUNTS AND NOT OTHERS WITH NO WARNING, SO THE RUN ABENDS.
032300     DISPLAY 'PRORATE - I/O ERROR ON ' WS-ABEND-OPERATION.
032400     DISPLAY 'PRORATE - FILE STATUS = ' WS-ABEND-STATUS.
032500     MOVE 16 TO RETURN-CODE.
032550     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
032600     STOP RUN.
032610*----------------------------------------------------------------
032618* 9100-HIST-TABLE-FULL - MORE CREDITED ACCOUNTS IN THE CURRENT
032626* AND PRIOR CYCLES THAN THE TABLE HOLDS.  RUNNING ON WITHOUT THE
032634* CHECK WOULD LET A DOUBLE SUBMISSION THROUGH UNSEEN - THE EXACT
032642* HOLE THIS TABLE CLOSES - OR REJECT A GOOD REVERSAL, SO THIS IS
032650* FATAL.  RAISE THE OCCURS AND RERUN.
032660*----------------------------------------------------------------
032670 9100-HIST-TABLE-FULL.
032680     DISPLAY 'PRORATE - HISTORY TABLE FULL AT 4000 ENTRIES'.
032690     DISPLAY 'PRORATE - RAISE WS-HIST-ENTRY OCCURS AND RERUN'.
032694     MOVE 16 TO RETURN-CODE.
032695     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
032696     STOP RUN.
032698*----------------------------------------------------------------
032700* 9200-RATE-TABLE-FULL - MORE PRODUCTION RATE RECORDS THAN THE
032712     DISPLAY 'PRORATE - RATE TABLE FULL AT 5000 ENTRIES'.
032714     DISPLAY 'PRORATE - RAISE WS-RATE-ENTRY OCCURS AND RERUN'.
032716     MOVE 16 TO RETURN-CODE.
032717     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
032718     STOP RUN.
032721*----------------------------------------------------------------
032724* 9300-JRNL-TABLE-FULL - MORE RATE-MASTER CHANGES THIS CYCLE
032727* THAN THE TABLE HOLDS.  A PARTIAL TABLE WOULD CHECK SOME
032730* ACCOUNTS AGAINST TODAY'S RATE INSTEAD OF THE CYCLE-START
032733* RATE, SO THIS IS FATAL - RAISE THE OCCURS AND RERUN.
032736*----------------------------------------------------------------
032739 9300-JRNL-TABLE-FULL.
032742     DISPLAY 'PRORATE - JOURNAL TABLE FULL AT 5000 ENTRIES'.
032745     DISPLAY 'PRORATE - RAISE WS-JRNL-ENTRY OCCURS AND RERUN'.
032748     MOVE 16 TO RETURN-CODE.
032749     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
032751     STOP RUN.
032754*----------------------------------------------------------------
032757* 9400-REV-TABLE-FULL - MORE REVERSALS IN ONE RUN THAN THE
032760* REGISTER TABLE HOLDS.  THE REVERSAL SECTION WOULD NOT TIE TO
032763* THE CONTROL TOTAL, SO THIS IS FATAL - RAISE THE OCCURS AND
032766* RERUN.
032769*----------------------------------------------------------------
032772 9400-REV-TABLE-FULL.
032775     DISPLAY 'PRORATE - REVERSAL TABLE FULL AT 1000 ENTRIES'.
032778     DISPLAY 'PRORATE - RAISE WS-REV-ENTRY OCCURS AND RERUN'.
032781     MOVE 16 TO RETURN-CODE.
032782     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
032784     STOP RUN.
032884*----------------------------------------------------------------
032984* 9500-CYCLE-TABLE-FULL - MORE BILL CYCLES IN ONE BILLING MONTH
033084* THAN THE TABLE HOLDS.  A PARTIAL CALENDAR WOULD REJECT GOOD
033184* PLAN CHANGES AS 'UNKNOWN BILL CYCLE', SO THIS IS FATAL - RAISE
033284* THE OCCURS AND RERUN.
033384*----------------------------------------------------------------
033484 9500-CYCLE-TABLE-FULL.
033584     DISPLAY 'PRORATE - CYCLE TABLE FULL AT 100 ENTRIES'.
033684     DISPLAY 'PRORATE - RAISE WS-CYC-ENTRY OCCURS AND RERUN'.
033784     MOVE 16 TO RETURN-CODE.
033834     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
033884     STOP RUN.
033984*----------------------------------------------------------------
034084* 9600-BAD-CALENDAR - A CYCLE-CALENDAR ROW FOR THIS BILLING
034184* MONTH FAILED THE LOAD EDITS IN 1400-LOAD-CYCLE.  EVERY CREDIT
034284* ON THE CYCLE WOULD BE PRICED FROM IT, SO THIS IS FATAL -
034384* CORRECT THE CALENDAR AND RERUN.
034484*----------------------------------------------------------------
034584 9600-BAD-CALENDAR.
034684     DISPLAY 'PRORATE - BAD CALENDAR ROW, CYCLE ' BCY-CYCLE-CODE
034784         ' MONTH ' BCY-BILL-PERIOD.
034884     DISPLAY 'PRORATE - ' WS-CYC-ERROR.
034984     DISPLAY 'PRORATE - CORRECT CYCLEIN AND RERUN'.
035084     MOVE 16 TO RETURN-CODE.
035134     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
035184     STOP RUN.
035191*----------------------------------------------------------------
035198* 9990-LOG-RUN-END - APPENDS THIS RUN'S END RECORD, WITH ITS FINAL
035205* RETURN CODE, TO THE RUN-STATUS LOG THROUGH RUNLOG-END SO THE
035212* RUNRPT MORNING REPORT CAN CHECK THE CHAIN.  PERFORMED JUST
035219* BEFORE EVERY STOP RUN, FATAL EXITS INCLUDED.  THE CALL RESETS
035226* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS.
035233*----------------------------------------------------------------
035240 9990-LOG-RUN-END.
035247     MOVE RETURN-CODE TO RLP-RETURN-CODE.
035254     CALL "RUNLOG-END" USING RUNLOG-PARMS.
035261     MOVE RLP-RETURN-CODE TO RETURN-CODE.
035268 9990-EXIT.
035275     EXIT.
035284
035384 END PROGRAM PRORATE.
