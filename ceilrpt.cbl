001830*                   OVER A RESTARTED RUN - ONLY THE COMPLETING
001831*                   RUN UNIT REACHES FINALIZE, SO EACH LOGICAL
001832*                   RUN CONTRIBUTES EXACTLY ONE COHERENT SET.
001834*  10/15/26   RH    ROUND EACH RECORD UP TO ITS RATE CLASS'S
001836*                   INCREMENT THROUGH CEIL-UNIT INSTEAD OF
001838*                   ALWAYS TO THE WHOLE DOLLAR THROUGH CEIL.  THE
001840*                   INCREMENT COMES FROM THE RATE-CLASS
001842*                   REFERENCE FILE (COPYBOOK RATECLS, DD
001844*                   CLASSIN), LOADED INTO A TABLE UP FRONT; A
001846*                   BLANK CLASS, OR ONE NOT ON THE FILE, ROUNDS
001848*                   TO THE WHOLE DOLLAR AS BEFORE.  THE ROUNDED
001850*                   COLUMN ON THE DETAIL LINE NOW SHOWS THE
001852*                   DECIMALS.  AN OVERFLOW INSIDE CEIL-UNIT IS
001854*                   FATAL (9900-CEIL-UNIT-FAILED) - THE STALE
001856*                   RESULT MUST NOT REACH RATEOUT.
001858*  10/15/26   RH    HOLD QUEUE FOR OUTSIZED ROUNDING DELTAS.  IN
001860*                   APPLY MODE A RECORD WHOSE DELTA EXCEEDS ITS
001862*                   SIGN-OFF THRESHOLD - A DOLLAR OR PERCENT
001864*                   LIMIT FROM ITS CLASS ON THE CLASS FILE, ELSE
001866*                   FROM A NEW FOURTH SYSIN CARD - GOES TO THE
001868*                   HOLD FILE (COPYBOOK RATEHOLD, DD HOLDOUT)
001870*                   WITH ITS BEFORE/AFTER AMOUNTS AND REASON
001872*                   INSTEAD OF TO RATEOUT, AND STAYS OUT OF THE
001874*                   LOAD UNTIL RATEREL RELEASES IT ON A NAMED
001876*                   APPROVER'S CARD.  A RECORD WHOSE LATEST
001878*                   SIGN-OFF (COPYBOOK RATESIGN, DD SIGNIN) IS A
001880*                   RELEASE OF THE SAME BEFORE/AFTER AMOUNTS IS
001882*                   NOT HELD AGAIN.  THE HELD AND SIGNED COUNTS
001884*                   AND THE CARD'S THRESHOLD RIDE THE CHECKPOINT
001886*                   AS A 'HOLD' RECORD, A RESTART UNDER A
001888*                   DIFFERENT THRESHOLD IS REFUSED, AND THE
001890*                   PARTIAL HOLD FILE IS VERIFIED BEFORE IT IS
001892*                   EXTENDED, THE SAME WAY THE ROUNDED FILE IS.
001893*  10/15/26   RH    APPENDS START AND END RECORDS TO THE RUN-
001894*                   STATUS LOG THROUGH RUNLOG (9990-LOG-RUN-END
001895*                   BEFORE EVERY STOP RUN) FOR THE RUNRPT
001896*                   MORNING CHAIN CHECK.
001897*----------------------------------------------------------------
001898 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 SOURCE-COMPUTER. IBM-370.
002100 OBJECT-COMPUTER. IBM-370.
002805     SELECT BAL-FILE    ASSIGN TO BALOUT
002806         ORGANIZATION IS SEQUENTIAL
002807         FILE STATUS IS WS-BAL-FILE-STATUS.
002825     SELECT CLASS-FILE  ASSIGN TO CLASSIN
002843         ORGANIZATION IS SEQUENTIAL
002861         FILE STATUS IS WS-CLASS-FILE-STATUS.
002863     SELECT HOLD-FILE   ASSIGN TO HOLDOUT
002865         ORGANIZATION IS SEQUENTIAL
002867         FILE STATUS IS WS-HOLD-FILE-STATUS.
002869     SELECT SIGN-FILE   ASSIGN TO SIGNIN
002871         ORGANIZATION IS SEQUENTIAL
002873         FILE STATUS IS WS-SIGN-FILE-STATUS.
002879 DATA DIVISION.
002900 FILE SECTION.
003000 FD  RATE-FILE
003100     LABEL RECORDS ARE STANDARD
003775     05  CKC-CHANGED         PIC 9(06).
003777     05  CKC-DELTA           PIC S9(11)V9(3).
003779     05  FILLER              PIC X(44).
003780 01  CHECKPOINT-HOLD-REC.
003781     05  CKH-LABEL           PIC X(08).
003782     05  CKH-RECORDS-HELD    PIC 9(06).
003783     05  CKH-RECORDS-SIGNED  PIC 9(06).
003784     05  CKH-HOLD-TYPE       PIC X(01).
003785     05  CKH-HOLD-LIMIT      PIC 9(5)V9(2).
003786     05  FILLER              PIC X(52).
003787 FD  RUN-CTL-FILE
003788     LABEL RECORDS ARE STANDARD
003789     RECORDING MODE IS F.
003790     COPY RUNCTL.
003791 FD  PEND-IN-FILE
003792     LABEL RECORDS ARE STANDARD
003793     RECORDING MODE IS F.
003794 01  PEND-IN-RECORD          PIC X(79).
003795 FD  PEND-OUT-FILE
003796     LABEL RECORDS ARE STANDARD
003797     RECORDING MODE IS F.
003798 01  PEND-OUT-RECORD         PIC X(79).
003799 FD  BAL-FILE
003800     LABEL RECORDS ARE STANDARD
003801     RECORDING MODE IS F.
003802     COPY BALREC.
003815 FD  CLASS-FILE
003831     LABEL RECORDS ARE STANDARD
003847     RECORDING MODE IS F.
003863     COPY RATECLS.
003864 FD  HOLD-FILE
003865     LABEL RECORDS ARE STANDARD
003866     RECORDING MODE IS F.
003867     COPY RATEHOLD.
003868 FD  SIGN-FILE
003869     LABEL RECORDS ARE STANDARD
003870     RECORDING MODE IS F.
003871     COPY RATESIGN.
003879 WORKING-STORAGE SECTION.
003900*----------------------------------------------------------------
004000* SWITCHES
004100*----------------------------------------------------------------
004447         88  END-OF-PEND-IN          VALUE 'Y'.
004448     05  WS-PENDV-EOF-SW     PIC X(01) VALUE 'N'.
004449         88  END-OF-PENDING-VERIFY   VALUE 'Y'.
004450     05  WS-CLASSIN-EOF-SW   PIC X(01) VALUE 'N'.
004451         88  END-OF-CLASS-FILE       VALUE 'Y'.
004452     05  WS-RCL-FOUND-SW     PIC X(01) VALUE 'N'.
004453         88  CLASS-ON-FILE           VALUE 'Y'.
004454     05  WS-SIGN-EOF-SW      PIC X(01) VALUE 'N'.
004455         88  END-OF-SIGN-FILE        VALUE 'Y'.
004456     05  WS-SGN-FOUND-SW     PIC X(01) VALUE 'N'.
004457         88  SIGNOFF-ON-FILE         VALUE 'Y'.
004458     05  WS-HOLDV-EOF-SW     PIC X(01) VALUE 'N'.
004459         88  END-OF-HOLD-VERIFY      VALUE 'Y'.
004460     05  WS-HOLD-SW          PIC X(01) VALUE 'N'.
004461         88  RECORD-HELD             VALUE 'Y'.
004462     05  WS-SIGNED-SW        PIC X(01) VALUE 'N'.
004463         88  RECORD-SIGNED-OFF       VALUE 'Y'.
004464*----------------------------------------------------------------
004465* FILE STATUS CODES
004470*----------------------------------------------------------------
004480 01  WS-RATE-FILE-STATUS     PIC X(02) VALUE '00'.
004485     88  RATE-FILE-OK                 VALUE '00'.
004502     88  PEND-OUT-OK                  VALUE '00'.
004504 01  WS-BAL-FILE-STATUS      PIC X(02) VALUE '00'.
004505     88  BAL-FILE-OK                  VALUE '00'.
004520 01  WS-CLASS-FILE-STATUS    PIC X(02) VALUE '00'.
004535     88  CLASS-FILE-OK                VALUE '00'.
004538 01  WS-HOLD-FILE-STATUS     PIC X(02) VALUE '00'.
004541     88  HOLD-FILE-OK                 VALUE '00'.
004544 01  WS-SIGN-FILE-STATUS     PIC X(02) VALUE '00'.
004547     88  SIGN-FILE-OK                 VALUE '00'.
004550 01  WS-ABEND-OPERATION      PIC X(24) VALUE SPACES.
004565 01  WS-ABEND-STATUS         PIC X(02) VALUE SPACES.
004580*----------------------------------------------------------------
004600* CONTROL TOTALS
004700*----------------------------------------------------------------
004800 01  WS-COUNTERS.
005060     05  WS-PENDED-IN        PIC 9(6) COMP VALUE ZERO.
005070     05  WS-PENDV-COUNT      PIC 9(6) COMP VALUE ZERO.
005080     05  WS-DRIVEN-COUNT     PIC 9(6) COMP VALUE ZERO.
005081     05  WS-RECORDS-HELD     PIC 9(6) COMP VALUE ZERO.
005082     05  WS-RECORDS-SIGNED   PIC 9(6) COMP VALUE ZERO.
005083     05  WS-HOLDV-COUNT      PIC 9(6) COMP VALUE ZERO.
005084*----------------------------------------------------------------
005085* STAGING FIELDS FOR ONE BALANCE RECORD - SET BY THE CALLER OF
005086* 8300-WRITE-BAL-RECORD.
005088*----------------------------------------------------------------
005090 01  WS-BAL-ID               PIC X(12).
005300*----------------------------------------------------------------
005350     COPY CEILPARM REPLACING INPUT-NUMBER BY WS-CEIL-INPUT,
005360                             RESULT BY WS-CEIL-RESULT.
005361     COPY CEILXPARM REPLACING
005362          CEIL-ROUNDED-FLAG BY WS-CEIL-FLAG,
005363          CEIL-ROUND-UNIT   BY WS-CEIL-UNIT,
005364          CEIL-UNIT-RESULT  BY WS-CEIL-UNIT-RES.
005365*----------------------------------------------------------------
005366* RATE-CLASS ROUNDING UNITS - LOADED FROM CLASSIN UP FRONT.  ONLY
005367* THE CODE, INCREMENT AND HOLD LIMIT MATTER HERE; THE ACTIVE
005368* FLAG IS RATEEDIT'S BUSINESS, AND A RECORD ALREADY ON THE
005369* PENDING FILE STILL PRICES AT ITS CLASS'S INCREMENT IF THE
005370* CLASS HAS SINCE BEEN RETIRED.  A FULL TABLE IS FATAL - SEE
005371* 9800-RCL-TABLE-FULL.
005372*----------------------------------------------------------------
005373 01  WS-RCL-TABLE.
005374     05  WS-RCL-COUNT        PIC 9(4) COMP VALUE ZERO.
005375     05  WS-RCL-ENTRY        OCCURS 100 TIMES.
005376         10  RCT-CLASS       PIC X(02).
005377         10  RCT-ROUND-UNIT  PIC 9(3)V9(2).
005378         10  RCT-HOLD-TYPE   PIC X(01).
005379         10  RCT-HOLD-LIMIT  PIC 9(5)V9(2).
005380 77  WS-RCL-SUB              PIC 9(4) COMP.
005381 77  WS-RCL-HIT              PIC 9(4) COMP.
005382*----------------------------------------------------------------
005383* RUN MODE - FROM THE SYSIN PARAMETER CARD.  'REPORT' (OR A
005390* BLANK CARD, FOR DECKS THAT PREDATE THE CARD) IS THE ORIGINAL
005400* REPORT-ONLY RUN; 'APPLY' ALSO WRITES THE ROUNDED RATE FILE
005410* THE PRODUCTION LOAD COMES FROM.  ANYTHING ELSE IS FATAL - SEE
005547 01  WS-CYCLE-DATE           PIC 9(08).
005548 01  WS-HASH-BEFORE          PIC 9(11)V9(3) VALUE ZERO.
005550 01  WS-HASH-AFTER           PIC 9(11)V9(3) VALUE ZERO.
005552*----------------------------------------------------------------
005554* SIGN-OFF THRESHOLD - FROM THE FOURTH SYSIN CARD: COLUMN 1 'A'
005556* (DOLLARS) OR 'P' (PERCENT OF THE ORIGINAL AMOUNT), COLUMNS 3-9
005558* THE LIMIT AS 9(5)V9(2).  IT APPLIES TO EVERY CLASS THAT HAS NO
005560* HOLD LIMIT OF ITS OWN ON THE CLASS FILE.  A BLANK OR MISSING
005562* CARD (DECKS THAT PREDATE IT) SETS NO DEFAULT; ANYTHING ELSE
005564* INVALID IS FATAL - SEE 9750-BAD-HOLD-CARD.
005566*----------------------------------------------------------------
005568 01  WS-HOLD-CARD            PIC X(09) VALUE SPACES.
005570 01  WS-HOLD-CARD-R REDEFINES WS-HOLD-CARD.
005572     05  HC-HOLD-TYPE        PIC X(01).
005574         88  HC-HOLD-BY-AMOUNT       VALUE 'A'.
005576         88  HC-HOLD-BY-PERCENT      VALUE 'P'.
005578     05  FILLER              PIC X(01).
005580     05  HC-HOLD-LIMIT       PIC 9(5)V9(2).
005582 01  WS-CARD-HOLD-TYPE       PIC X(01) VALUE SPACE.
005584 01  WS-CARD-HOLD-LIMIT      PIC 9(5)V9(2) VALUE ZERO.
005586*----------------------------------------------------------------
005588* THRESHOLD IN FORCE FOR THE CURRENT RECORD - ITS CLASS'S, ELSE
005590* THE CARD'S (SOURCE 'C' OR 'S' ON THE HOLD RECORD) - AND THE
005592* HOLD DECISION MADE AGAINST IT.
005594*----------------------------------------------------------------
005596 01  WS-REC-HOLD-TYPE        PIC X(01).
005598     88  REC-HOLD-BY-AMOUNT          VALUE 'A'.
005600     88  REC-NO-HOLD-LIMIT           VALUE SPACE.
005602 01  WS-REC-HOLD-LIMIT       PIC 9(5)V9(2).
005604 01  WS-REC-HOLD-SOURCE      PIC X(01).
005606 01  WS-HOLD-REASON          PIC X(02).
005608 01  WS-HOLD-PERCENT         PIC 9(9)V9(2).
005610*----------------------------------------------------------------
005612* LATEST SIGN-OFF PER ACCOUNT - LOADED FROM SIGNIN UP FRONT IN
005614* APPLY MODE.  THE FILE IS IN DECISION ORDER, SO A LATER RECORD
005616* FOR THE SAME ACCOUNT REPLACES THE EARLIER ONE.  A FULL TABLE IS
005618* FATAL - SEE 9950-SGN-TABLE-FULL.
005620*----------------------------------------------------------------
005622 01  WS-SGN-TABLE.
005624     05  WS-SGN-COUNT        PIC 9(4) COMP VALUE ZERO.
005626     05  WS-SGN-ENTRY        OCCURS 2000 TIMES.
005628         10  STB-ACCT-NO     PIC X(10).
005630         10  STB-ACTION      PIC X(01).
005632             88  STB-RELEASED        VALUE 'R'.
005634         10  STB-BEF-AMOUNT  PIC 9(4)V9(3).
005636         10  STB-AFT-AMOUNT  PIC 9(4)V9(3).
005638 77  WS-SGN-SUB              PIC 9(4) COMP.
005640 77  WS-SGN-HIT              PIC 9(4) COMP.
005642*----------------------------------------------------------------
005644* HEADER/TRAILER FRAMES FOR THE ROUNDED RATE FILE - SHARED WITH
005646* THE RATECHK LOAD-GATE VERIFIER VIA COPYBOOK RATEHDTR.
005648*----------------------------------------------------------------
005650     COPY RATEHDTR.
005652*----------------------------------------------------------------
005700* DETAIL LINE LAYOUT
005800*----------------------------------------------------------------
005900 01  WS-DETAIL-LINE.
006100     05  FILLER              PIC X(03) VALUE SPACES.
006200     05  DL-ORIGINAL         PIC ZZZ9.999.
006300     05  FILLER              PIC X(03) VALUE SPACES.
006400     05  DL-ROUNDED          PIC ZZZ9.999.
006500     05  FILLER              PIC X(03) VALUE SPACES.
006600     05  DL-CHANGED          PIC X(07).
006700     05  FILLER              PIC X(37) VALUE SPACES.
006800*----------------------------------------------------------------
006900* CONTROL-TOTAL LINE LAYOUT
007000*----------------------------------------------------------------
007708         'RECORDS HELD PENDING: '.
007709     05  PL-RECORDS-PENDED   PIC ZZZZZ9.
007711     05  FILLER              PIC X(52) VALUE SPACES.
007717*----------------------------------------------------------------
007723* HOLD-COUNT CONTROL LINE - APPLY MODE ONLY.  THE HELD RECORDS ARE
007729* NOT IN RATEOUT OR ITS HASHES UNTIL RATEREL RELEASES THEM.
007735*----------------------------------------------------------------
007741 01  WS-HELD-LINE.
007747     05  FILLER              PIC X(27) VALUE
007753         'RECORDS HELD FOR SIGN-OFF: '.
007759     05  HL-RECORDS-HELD     PIC ZZZZZ9.
007765     05  FILLER              PIC X(21) VALUE
007771         ' PASSED ON SIGN-OFF: '.
007777     05  HL-RECORDS-SIGNED   PIC ZZZZZ9.
007783     05  FILLER              PIC X(20) VALUE SPACES.
007784*----------------------------------------------------------------
007785* RUN-STATUS LOG PARAMETERS - SHARED WITH RUNLOG THROUGH COPYBOOK
007786* RUNLOGP.  SEE 9990-LOG-RUN-END.
007787*----------------------------------------------------------------
007788     COPY RUNLOGP.
007789 PROCEDURE DIVISION.
007800*----------------------------------------------------------------
007900* 0000-MAINLINE - OPEN FILES, PROCESS EVERY RATE RECORD, WRITE
008000* THE CONTROL-TOTAL LINE, CLOSE FILES.
008400     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
008500         UNTIL END-OF-RATE-FILE.
008600     PERFORM 3000-FINALIZE THRU 3000-EXIT.
008650     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
008700     STOP RUN.
008800*----------------------------------------------------------------
008900 1000-INITIALIZE.
008959         MOVE WS-CYCLE-CARD-N TO WS-CYCLE-DATE
008960     END-IF
008961     END-IF.
008962     ACCEPT WS-HOLD-CARD.
008963*    A BLANK OR MISSING HOLD CARD SETS NO DEFAULT THRESHOLD - ONLY
008964*    CLASSES WITH A HOLD LIMIT OF THEIR OWN ARE HELD.
008965     IF WS-HOLD-CARD NOT = SPACES
008966         IF NOT HC-HOLD-BY-AMOUNT AND NOT HC-HOLD-BY-PERCENT
008967             GO TO 9750-BAD-HOLD-CARD
008968         END-IF
008969         IF HC-HOLD-LIMIT NOT NUMERIC
008970             GO TO 9750-BAD-HOLD-CARD
008971         END-IF
008972         MOVE HC-HOLD-TYPE  TO WS-CARD-HOLD-TYPE
008973         MOVE HC-HOLD-LIMIT TO WS-CARD-HOLD-LIMIT
008974     END-IF.
008975     MOVE SPACES TO WS-RUN-JOB-ID.
008976     DISPLAY "JOBNAME" UPON ENVIRONMENT-NAME.
008977     ACCEPT WS-RUN-JOB-ID FROM ENVIRONMENT-VALUE.
008978     IF RUN-MODE-APPLY
008979         MOVE 'APPLY' TO WS-THIS-RUN-MODE
008980     ELSE
008981         MOVE 'REPORT' TO WS-THIS-RUN-MODE
008982     END-IF.
008983*    OPEN THIS RUN'S ENTRY ON THE RUN-STATUS LOG ONCE THE CARDS
008984*    HAVE SAID WHICH MODE, WHICH START AND WHICH CYCLE THIS IS -
008985*    THE END RECORD IS WRITTEN BY 9990-LOG-RUN-END.
008986     MOVE 'CEILRPT' TO RLP-PROGRAM.
008987     MOVE WS-THIS-RUN-MODE TO RLP-RUN-MODE.
008988     IF RUN-START-RESTART
008989         MOVE 'RESTART' TO RLP-START-TYPE
008990     END-IF.
008991     MOVE WS-CYCLE-DATE TO RLP-CYCLE-DATE.
008992     CALL "RUNLOG" USING RUNLOG-PARMS.
009000     OPEN INPUT RATE-FILE.
009010     IF NOT RATE-FILE-OK
009020         MOVE 'OPEN INPUT RATE-FILE' TO WS-ABEND-OPERATION
009158         MOVE WS-PEND-IN-STATUS TO WS-ABEND-STATUS
009160         GO TO 9000-FILE-ERROR
009162     END-IF.
009163     OPEN INPUT CLASS-FILE.
009164     IF NOT CLASS-FILE-OK
009165         MOVE 'OPEN INPUT CLASS-FILE' TO WS-ABEND-OPERATION
009166         MOVE WS-CLASS-FILE-STATUS TO WS-ABEND-STATUS
009167         GO TO 9000-FILE-ERROR
009168     END-IF.
009169     PERFORM 1050-LOAD-CLASS THRU 1050-EXIT
009170         UNTIL END-OF-CLASS-FILE.
009171     CLOSE CLASS-FILE.
009172     IF RUN-START-RESTART
009173         PERFORM 1100-RESTORE-CHECKPOINT THRU 1100-EXIT
009174*        THE PARTIAL PENDING FILE MUST HOLD EXACTLY THE
009175*        RECORDS THE CHECKPOINT SAYS WERE PENDED BEFORE IT IS
009176*        EXTENDED - SEE 1400-VERIFY-PENDING-FILE, THE PENDING
009177*        TWIN OF 1300-VERIFY-ROUNDED-FILE.
009178         PERFORM 1400-VERIFY-PENDING-FILE THRU 1400-EXIT
009179         OPEN EXTEND PEND-OUT-FILE
009180     ELSE
009182*        A COLD RUN OVERWRITES THE PREVIOUS RUN'S CHECKPOINT
009184*        WITH A ZERO-STATE ONE STRAIGHT AWAY, SO A FAILURE
009254             END-IF
009256         END-IF
009258     END-IF.
009259     IF RUN-MODE-APPLY
009260         IF RUN-START-RESTART
009261*            SAME CHECK AGAIN FOR THE PARTIAL HOLD FILE - SEE
009262*            1500-VERIFY-HOLD-FILE.
009263             PERFORM 1500-VERIFY-HOLD-FILE THRU 1500-EXIT
009264             OPEN EXTEND HOLD-FILE
009265         ELSE
009266             OPEN OUTPUT HOLD-FILE
009267         END-IF
009268         IF NOT HOLD-FILE-OK
009269             MOVE 'OPEN HOLD-FILE' TO WS-ABEND-OPERATION
009270             MOVE WS-HOLD-FILE-STATUS TO WS-ABEND-STATUS
009271             GO TO 9000-FILE-ERROR
009272         END-IF
009273         OPEN INPUT SIGN-FILE
009274         IF NOT SIGN-FILE-OK
009275             MOVE 'OPEN INPUT SIGN-FILE' TO WS-ABEND-OPERATION
009276             MOVE WS-SIGN-FILE-STATUS TO WS-ABEND-STATUS
009277             GO TO 9000-FILE-ERROR
009278         END-IF
009279         PERFORM 1060-LOAD-SIGNOFF THRU 1060-EXIT
009280             UNTIL END-OF-SIGN-FILE
009281         CLOSE SIGN-FILE
009282     END-IF.
009283     PERFORM 2100-READ-RATE-FILE THRU 2100-EXIT.
009300 1000-EXIT.
009302     EXIT.
009303*----------------------------------------------------------------
009304* 1050-LOAD-CLASS - ONE RATE-CLASS REFERENCE RECORD INTO THE
009305* UNIT TABLE.  A NON-NUMERIC INCREMENT IS FATAL (9850-BAD-CLASS-
009306* UNIT) - GUESSING ONE WOULD MISPRICE THE WHOLE CLASS.  SO IS AN
009307* INVALID HOLD TYPE OR LIMIT (9860-BAD-CLASS-HOLD) - GUESSING ONE
009308* WOULD LET OUTSIZED CHANGES INTO THE LOAD UNSIGNED.  A BLANK
009309* HOLD TYPE (RECORDS THAT PREDATE IT) MEANS NO CLASS LIMIT.
009310*----------------------------------------------------------------
009311 1050-LOAD-CLASS.
009312     READ CLASS-FILE
009313         AT END
009314             MOVE 'Y' TO WS-CLASSIN-EOF-SW
009315             GO TO 1050-EXIT
009316     END-READ.
009317     IF RCL-ROUND-UNIT NOT NUMERIC
009318         GO TO 9850-BAD-CLASS-UNIT
009319     END-IF.
009320     IF RCL-HOLD-TYPE NOT = SPACE
009321         IF NOT RCL-HOLD-BY-AMOUNT AND NOT RCL-HOLD-BY-PERCENT
009322             GO TO 9860-BAD-CLASS-HOLD
009323         END-IF
009324         IF RCL-HOLD-LIMIT NOT NUMERIC
009325             GO TO 9860-BAD-CLASS-HOLD
009326         END-IF
009327     END-IF.
009328     IF WS-RCL-COUNT = 100
009329         GO TO 9800-RCL-TABLE-FULL
009330     END-IF.
009331     ADD 1 TO WS-RCL-COUNT.
009332     MOVE RCL-CLASS      TO RCT-CLASS (WS-RCL-COUNT).
009333     MOVE RCL-ROUND-UNIT TO RCT-ROUND-UNIT (WS-RCL-COUNT).
009334     MOVE RCL-HOLD-TYPE  TO RCT-HOLD-TYPE (WS-RCL-COUNT).
009335     MOVE ZERO           TO RCT-HOLD-LIMIT (WS-RCL-COUNT).
009336     IF RCL-HOLD-TYPE NOT = SPACE
009337         MOVE RCL-HOLD-LIMIT TO RCT-HOLD-LIMIT (WS-RCL-COUNT)
009338     END-IF.
009339 1050-EXIT.
009340     EXIT.
009341*----------------------------------------------------------------
009342* 1060-LOAD-SIGNOFF - APPLY MODE ONLY.  ONE SIGN-OFF RECORD INTO
009343* THE TABLE, REPLACING ANY EARLIER DECISION FOR THE SAME ACCOUNT
009344* SO EACH ENTRY ENDS UP AS THE ACCOUNT'S LATEST SIGN-OFF.
009345*----------------------------------------------------------------
009346 1060-LOAD-SIGNOFF.
009347     READ SIGN-FILE
009348         AT END
009349             MOVE 'Y' TO WS-SIGN-EOF-SW
009350             GO TO 1060-EXIT
009351     END-READ.
009352     MOVE 'N' TO WS-SGN-FOUND-SW.
009353     MOVE ZERO TO WS-SGN-HIT.
009354     PERFORM 1070-TEST-SIGNOFF THRU 1070-EXIT
009355         VARYING WS-SGN-SUB FROM 1 BY 1
009356         UNTIL WS-SGN-SUB > WS-SGN-COUNT
009357            OR SIGNOFF-ON-FILE.
009358     IF NOT SIGNOFF-ON-FILE
009359         IF WS-SGN-COUNT = 2000
009360             GO TO 9950-SGN-TABLE-FULL
009361         END-IF
009362         ADD 1 TO WS-SGN-COUNT
009363         MOVE WS-SGN-COUNT TO WS-SGN-HIT
009364         MOVE SGN-ACCT-NO TO STB-ACCT-NO (WS-SGN-HIT)
009365     END-IF.
009366     MOVE SGN-ACTION     TO STB-ACTION (WS-SGN-HIT).
009367     MOVE SGN-BEF-AMOUNT TO STB-BEF-AMOUNT (WS-SGN-HIT).
009368     MOVE SGN-AFT-AMOUNT TO STB-AFT-AMOUNT (WS-SGN-HIT).
009369 1060-EXIT.
009370     EXIT.
009371*----------------------------------------------------------------
009372 1070-TEST-SIGNOFF.
009373     IF STB-ACCT-NO (WS-SGN-SUB) = SGN-ACCT-NO
009374         MOVE 'Y' TO WS-SGN-FOUND-SW
009375         MOVE WS-SGN-SUB TO WS-SGN-HIT
009376     END-IF.
009377 1070-EXIT.
009378     EXIT.
009379*----------------------------------------------------------------
009380* 1300-VERIFY-ROUNDED-FILE - APPLY RESTART ONLY.  A FAILED RUN
009381* DIES THROUGH 9000-FILE-ERROR'S STOP RUN, WHICH CLOSES AND
009382* FLUSHES RATEOUT, SO THE PARTIAL FILE USUALLY HOLDS MORE
009383* RECORDS THAN THE LAST CHECKPOINT COVERS (AND A TRUE ABEND CAN
009384* LEAVE FEWER).  EXTENDING IT BLINDLY WOULD DUPLICATE - OR GAP -
009385* THE RECORDS BETWEEN THE CHECKPOINT AND THE FAILURE POINT, AND
009386* THE TRAILER COUNT/HASHES WOULD NO LONGER DESCRIBE THE FILE.
009387* THE RESTART IS THEREFORE REFUSED UNLESS THE PARTIAL FILE
009388* HOLDS ITS HEADER PLUS EXACTLY THE CHECKPOINTED DETAIL COUNT,
009389* AND NO TRAILER.  WHEN REFUSED: RERUN COLD, OR TRIM THE
009390* PARTIAL FILE TO THE CHECKPOINT AND RESUBMIT THE RESTART.
009391*----------------------------------------------------------------
009392 1300-VERIFY-ROUNDED-FILE.
009393     OPEN INPUT RATE-OUT-FILE.
009394     IF NOT RATE-OUT-OK
009395         MOVE 'OPEN INPUT RATE-OUT-FILE' TO
009396             WS-ABEND-OPERATION
009397         MOVE WS-RATE-OUT-STATUS TO WS-ABEND-STATUS
009398         GO TO 9000-FILE-ERROR
009399     END-IF.
009400     MOVE ZERO TO WS-ROUT-DETAILS.
009401     MOVE 'N' TO WS-ROUT-EOF-SW.
009402     PERFORM 1350-COUNT-ROUNDED-RECORD THRU 1350-EXIT
009403         UNTIL END-OF-ROUNDED-FILE.
009404     CLOSE RATE-OUT-FILE.
009405     IF WS-ROUT-DETAILS NOT = WS-RECORDS-WRITTEN
009406         GO TO 9500-BAD-ROUNDED-FILE
009407     END-IF.
009408 1300-EXIT.
009409     EXIT.
009410*----------------------------------------------------------------
009411 1350-COUNT-ROUNDED-RECORD.
009412     READ RATE-OUT-FILE
009413         AT END
009414             MOVE 'Y' TO WS-ROUT-EOF-SW
009415             GO TO 1350-EXIT
009416     END-READ.
009417     IF RATE-OUT-RECORD (1:10) = 'CEILRPTHDR'
009418         CONTINUE
009419     ELSE
009420     IF RATE-OUT-RECORD (1:10) = 'CEILRPTTRL'
009421         GO TO 9500-BAD-ROUNDED-FILE
009422     ELSE
009423         ADD 1 TO WS-ROUT-DETAILS
009424     END-IF
009425     END-IF.
009426 1350-EXIT.
009427     EXIT.
009428*----------------------------------------------------------------
009429* 1100-RESTORE-CHECKPOINT - RESTART ONLY.  READS THE CHECKPOINT
009430* WRITTEN BY THE FAILED RUN, RESTORES THE RECORD COUNT, CONTROL
009431* TOTALS AND APPLY-MODE HASHES, THEN SKIPS RATEIN PAST THE
009432* RECORDS ALREADY PROCESSED.  THE SKIPPED RECORDS DO NOT CALL
009433* CEIL, SO THE RESTART DOES NOT DOUBLE-WRITE CEILAUDT.
009434*----------------------------------------------------------------
009435 1100-RESTORE-CHECKPOINT.
009436     OPEN INPUT CHECKPOINT-FILE.
009437     IF NOT CHKPT-OK
009438         MOVE 'OPEN INPUT CHECKPOINT' TO WS-ABEND-OPERATION
009439         MOVE WS-CHKPT-STATUS TO WS-ABEND-STATUS
009440         GO TO 9000-FILE-ERROR
009441     END-IF.
009442     READ CHECKPOINT-FILE
009443         AT END
009444             GO TO 9300-BAD-CHECKPOINT
009445     END-READ.
009446     IF NOT CHKPT-OK
009447         MOVE 'READ CHECKPOINT-RECORD' TO WS-ABEND-OPERATION
009448         MOVE WS-CHKPT-STATUS TO WS-ABEND-STATUS
009449         GO TO 9000-FILE-ERROR
009450     END-IF.
009451     IF CKP-LABEL NOT = 'CEILRPT '
009452         GO TO 9300-BAD-CHECKPOINT
009453     END-IF.
009454     IF CKP-RUN-MODE NOT = WS-THIS-RUN-MODE
009455         GO TO 9300-BAD-CHECKPOINT
009456     END-IF.
009457*    A CHECKPOINT WITHOUT THE PENDED COUNT AND CYCLE DATE
009458*    PREDATES EFFECTIVE-DATE PROCESSING, AND A RESTART UNDER A
009459*    DIFFERENT CYCLE DATE WOULD SPLIT THE REMAINING RECORDS ON
009460*    A DIFFERENT RULE THAN THE FAILED RUN DID - BOTH REFUSED.
009461     IF CKP-RECORDS-PENDED NOT NUMERIC
009462        OR CKP-CYCLE-DATE NOT NUMERIC
009463         GO TO 9300-BAD-CHECKPOINT
009464     END-IF.
009465     IF CKP-CYCLE-DATE NOT = WS-CYCLE-DATE
009466         GO TO 9300-BAD-CHECKPOINT
009467     END-IF.
009468     MOVE CKP-RECORDS-READ    TO WS-RECORDS-READ.
009469     MOVE CKP-RECORDS-READ    TO WS-RESTORED-COUNT.
009470     MOVE CKP-RECORDS-READ    TO RLP-CHECKPOINT.
009471     MOVE CKP-RECORDS-CHANGED TO WS-RECORDS-CHANGED.
009472     MOVE CKP-RECORDS-WRITTEN TO WS-RECORDS-WRITTEN.
009473     MOVE CKP-HASH-BEFORE     TO WS-HASH-BEFORE.
009474     MOVE CKP-HASH-AFTER      TO WS-HASH-AFTER.
009475     MOVE CKP-RECORDS-PENDED  TO WS-RECORDS-PENDED.
009476     MOVE CKP-RECORDS-PENDED  TO WS-RESTORED-PENDED.
009477     PERFORM 1150-LOAD-CLASS-CHECKPOINT THRU 1150-EXIT
009478         UNTIL END-OF-CHECKPOINT.
009479     CLOSE CHECKPOINT-FILE.
009480     MOVE ZERO TO WS-SKIP-COUNT.
009481     PERFORM 1200-SKIP-RATE-RECORD THRU 1200-EXIT
009482         UNTIL WS-SKIP-COUNT = WS-RECORDS-READ.
009483 1100-EXIT.
009484     EXIT.
009485*----------------------------------------------------------------
009486* 1150-LOAD-CLASS-CHECKPOINT - RELOADS THE PER-CLASS SUBTOTALS
009487* WRITTEN BEHIND THE CONTROL RECORD, SO THE CLASS SUMMARY OF A
009488* RESTARTED RUN STILL COVERS THE RECORDS THE FAILED RUN
009489* PROCESSED.  THE 'HOLD' RECORD AHEAD OF THEM CARRIES THE HELD
009490* AND SIGNED COUNTS; A CHECKPOINT WITHOUT ONE PREDATES THE HOLD
009491* QUEUE AND RESTORES BOTH AS ZERO.
009492*----------------------------------------------------------------
009493 1150-LOAD-CLASS-CHECKPOINT.
009494     READ CHECKPOINT-FILE
009495         AT END
009496             MOVE 'Y' TO WS-CKPT-EOF-SW
009497             GO TO 1150-EXIT
009498     END-READ.
009499     IF CKH-LABEL = 'HOLD    '
009500         PERFORM 1160-RESTORE-HOLD THRU 1160-EXIT
009501         GO TO 1150-EXIT
009502     END-IF.
009503     IF CKC-LABEL NOT = 'CLASS   '
009504         GO TO 9300-BAD-CHECKPOINT
009505     END-IF.
009506     IF WS-CLASS-COUNT = 50
009507         GO TO 9400-CLASS-FULL
009508     END-IF.
009509     ADD 1 TO WS-CLASS-COUNT.
009510     MOVE CKC-CLASS   TO CLS-CODE (WS-CLASS-COUNT).
009511     MOVE CKC-COUNT   TO CLS-COUNT (WS-CLASS-COUNT).
009512     MOVE CKC-CHANGED TO CLS-CHANGED (WS-CLASS-COUNT).
009513     MOVE CKC-DELTA   TO CLS-DELTA (WS-CLASS-COUNT).
009514 1150-EXIT.
009515     EXIT.
009516*----------------------------------------------------------------
009517 1160-RESTORE-HOLD.
009518*    A RESTART UNDER A DIFFERENT HOLD CARD WOULD HOLD THE
009519*    REMAINING RECORDS ON A DIFFERENT RULE THAN THE FAILED RUN
009520*    DID - REFUSED, THE SAME AS A CHANGED CYCLE DATE.
009521     IF CKH-RECORDS-HELD NOT NUMERIC
009522        OR CKH-RECORDS-SIGNED NOT NUMERIC
009523        OR CKH-HOLD-LIMIT NOT NUMERIC
009524         GO TO 9300-BAD-CHECKPOINT
009525     END-IF.
009526     IF CKH-HOLD-TYPE NOT = WS-CARD-HOLD-TYPE
009527        OR CKH-HOLD-LIMIT NOT = WS-CARD-HOLD-LIMIT
009528         GO TO 9300-BAD-CHECKPOINT
009529     END-IF.
009530     MOVE CKH-RECORDS-HELD   TO WS-RECORDS-HELD.
009531     MOVE CKH-RECORDS-SIGNED TO WS-RECORDS-SIGNED.
009532 1160-EXIT.
009533     EXIT.
009534*----------------------------------------------------------------
009535 1200-SKIP-RATE-RECORD.
009536*    THE SKIP RE-DRIVES THE SAME MERGED PENDING-THEN-RATEIN
009537*    READ THE FAILED RUN USED, SO THE RESTART POSITION COUNTS
009538*    THE SAME STREAM.
009539     PERFORM 2100-READ-RATE-FILE THRU 2100-EXIT.
009540     IF END-OF-RATE-FILE
009541         GO TO 9300-BAD-CHECKPOINT
009542     END-IF.
009543     ADD 1 TO WS-SKIP-COUNT.
009544 1200-EXIT.
009545     EXIT.
009546*----------------------------------------------------------------
009547* 1400-VERIFY-PENDING-FILE - RESTART ONLY, EITHER MODE.  THE
009548* SAME FLUSH-PAST-THE-CHECKPOINT RISK 1300 GUARDS ON THE
009549* ROUNDED FILE APPLIES TO THE PENDING FILE, SO A RESTART IS
009550* REFUSED UNLESS THE PARTIAL PENDING FILE HOLDS EXACTLY THE
009551* CHECKPOINTED PENDED COUNT.  WHEN REFUSED: RERUN COLD, OR
009552* TRIM THE FILE TO THE CHECKPOINT AND RESUBMIT.
009553*----------------------------------------------------------------
009554 1400-VERIFY-PENDING-FILE.
009555     OPEN INPUT PEND-OUT-FILE.
009556     IF NOT PEND-OUT-OK
009557         MOVE 'OPEN INPUT PEND-OUT-FILE' TO
009558             WS-ABEND-OPERATION
009559         MOVE WS-PEND-OUT-STATUS TO WS-ABEND-STATUS
009560         GO TO 9000-FILE-ERROR
009561     END-IF.
009562     MOVE ZERO TO WS-PENDV-COUNT.
009563     MOVE 'N' TO WS-PENDV-EOF-SW.
009564     PERFORM 1450-COUNT-PENDING-RECORD THRU 1450-EXIT
009565         UNTIL END-OF-PENDING-VERIFY.
009566     CLOSE PEND-OUT-FILE.
009567     IF WS-PENDV-COUNT NOT = WS-RECORDS-PENDED
009568         GO TO 9700-BAD-PENDING-FILE
009569     END-IF.
009570 1400-EXIT.
009571     EXIT.
009572*----------------------------------------------------------------
009573 1450-COUNT-PENDING-RECORD.
009574     READ PEND-OUT-FILE
009575         AT END
009576             MOVE 'Y' TO WS-PENDV-EOF-SW
009577             GO TO 1450-EXIT
009578     END-READ.
009579     ADD 1 TO WS-PENDV-COUNT.
009580 1450-EXIT.
009581     EXIT.
009582*----------------------------------------------------------------
009583* 1500-VERIFY-HOLD-FILE - APPLY RESTART ONLY.  THE SAME FLUSH-
009584* PAST-THE-CHECKPOINT RISK AGAIN: A HELD RECORD DUPLICATED IN THE
009585* HOLD FILE WOULD COME BEFORE THE APPROVER TWICE, AND ONE LOST
009586* WOULD NEVER REACH THE LOAD.  THE RESTART IS REFUSED UNLESS THE
009587* PARTIAL HOLD FILE HOLDS EXACTLY THE CHECKPOINTED HELD COUNT.
009588*----------------------------------------------------------------
009589 1500-VERIFY-HOLD-FILE.
009590     OPEN INPUT HOLD-FILE.
009591     IF NOT HOLD-FILE-OK
009592         MOVE 'OPEN INPUT HOLD-FILE' TO WS-ABEND-OPERATION
009593         MOVE WS-HOLD-FILE-STATUS TO WS-ABEND-STATUS
009594         GO TO 9000-FILE-ERROR
009595     END-IF.
009596     MOVE ZERO TO WS-HOLDV-COUNT.
009597     MOVE 'N' TO WS-HOLDV-EOF-SW.
009598     PERFORM 1550-COUNT-HOLD-RECORD THRU 1550-EXIT
009599         UNTIL END-OF-HOLD-VERIFY.
009600     CLOSE HOLD-FILE.
009601     IF WS-HOLDV-COUNT NOT = WS-RECORDS-HELD
009602         GO TO 9760-BAD-HOLD-FILE
009603     END-IF.
009604 1500-EXIT.
009605     EXIT.
009606*----------------------------------------------------------------
009607 1550-COUNT-HOLD-RECORD.
009608     READ HOLD-FILE
009609         AT END
009610             MOVE 'Y' TO WS-HOLDV-EOF-SW
009611             GO TO 1550-EXIT
009612     END-READ.
009613     ADD 1 TO WS-HOLDV-COUNT.
009614 1550-EXIT.
009615     EXIT.
009616*----------------------------------------------------------------
009617 2000-PROCESS-RECORD.
009700     ADD 1 TO WS-RECORDS-READ.
009710*    A RECORD NOT YET EFFECTIVE ON THE CYCLE DATE GOES TO THE
009720*    PENDING FILE AND NEVER DRIVES CEIL - IT COMES BACK IN
009790         GO TO 2000-NEXT
009795     END-IF.
009800     MOVE RATE-AMOUNT TO WS-CEIL-INPUT.
009828     PERFORM 2050-GET-CLASS-UNIT THRU 2050-EXIT.
009856     CALL "CEIL-UNIT" USING WS-CEIL-INPUT, WS-CEIL-UNIT-RES,
009884         WS-CEIL-FLAG, WS-CEIL-UNIT.
009912     IF RETURN-CODE = 16
009940         GO TO 9900-CEIL-UNIT-FAILED
009968     END-IF.
009976     IF RUN-MODE-APPLY
009984         PERFORM 2700-CHECK-HOLD THRU 2700-EXIT
009992     END-IF.
010000     PERFORM 2200-WRITE-DETAIL-LINE THRU 2200-EXIT.
010005     PERFORM 2300-ACCUMULATE-CLASS THRU 2300-EXIT.
010010     IF RUN-MODE-APPLY
010013         IF RECORD-HELD
010016             PERFORM 2800-WRITE-HOLD THRU 2800-EXIT
010019         ELSE
010022             PERFORM 2400-WRITE-ROUNDED-RATE THRU 2400-EXIT
010025         END-IF
010030     END-IF.
010035 2000-NEXT.
010040     ADD 1 TO WS-SINCE-CHECKPOINT.
010100     PERFORM 2100-READ-RATE-FILE THRU 2100-EXIT.
010200 2000-EXIT.
010300     EXIT.
010303*----------------------------------------------------------------
010306* 2050-GET-CLASS-UNIT - THE ROUNDING INCREMENT FOR THE CURRENT
010309* RECORD'S RATE-CLASS.  A BLANK CLASS (PRE-CHANGE RECORDS) OR A
010312* CLASS NOT ON THE REFERENCE FILE GETS ZERO, WHICH CEIL-UNIT
010315* TREATS AS THE WHOLE DOLLAR - THE ROUNDING THIS REPORT ALWAYS
010316* APPLIED BEFORE THE CLASS FILE EXISTED.  THE SIGN-OFF THRESHOLD
010317* IS SET HERE TOO: THE CLASS'S OWN HOLD LIMIT WHEN IT HAS ONE,
010318* ELSE THE HOLD CARD'S (WHICH MAY BE NONE).
010321*----------------------------------------------------------------
010324 2050-GET-CLASS-UNIT.
010327     MOVE ZERO TO WS-CEIL-UNIT.
010328     MOVE WS-CARD-HOLD-TYPE  TO WS-REC-HOLD-TYPE.
010329     MOVE WS-CARD-HOLD-LIMIT TO WS-REC-HOLD-LIMIT.
010330     MOVE 'S' TO WS-REC-HOLD-SOURCE.
010331     IF RATE-CLASS = SPACES
010333         GO TO 2050-EXIT
010336     END-IF.
010339     MOVE 'N' TO WS-RCL-FOUND-SW.
010342     MOVE ZERO TO WS-RCL-HIT.
010345     PERFORM 2060-TEST-CLASS THRU 2060-EXIT
010348         VARYING WS-RCL-SUB FROM 1 BY 1
010351         UNTIL WS-RCL-SUB > WS-RCL-COUNT
010354            OR CLASS-ON-FILE.
010357     IF CLASS-ON-FILE
010360         MOVE RCT-ROUND-UNIT (WS-RCL-HIT) TO WS-CEIL-UNIT
010361         IF RCT-HOLD-TYPE (WS-RCL-HIT) NOT = SPACE
010362             MOVE RCT-HOLD-TYPE (WS-RCL-HIT) TO WS-REC-HOLD-TYPE
010363             MOVE RCT-HOLD-LIMIT (WS-RCL-HIT) TO WS-REC-HOLD-LIMIT
010364             MOVE 'C' TO WS-REC-HOLD-SOURCE
010365         END-IF
010366     END-IF.
010367 2050-EXIT.
010369     EXIT.
010372*----------------------------------------------------------------
010375 2060-TEST-CLASS.
010378     IF RCT-CLASS (WS-RCL-SUB) = RATE-CLASS
010381         MOVE 'Y' TO WS-RCL-FOUND-SW
010384         MOVE WS-RCL-SUB TO WS-RCL-HIT
010387     END-IF.
010390 2060-EXIT.
010393     EXIT.
010400*----------------------------------------------------------------
010410* 2100-READ-RATE-FILE - THE MERGED INPUT STREAM: THE PRIOR
010420* RUN'S PENDING FILE FIRST, THEN RATEIN.  EVERY PENDING RECORD
011100     EXIT.
011200*----------------------------------------------------------------
011300 2200-WRITE-DETAIL-LINE.
011400     IF WS-CEIL-UNIT-RES NOT = WS-CEIL-INPUT
011500         ADD 1 TO WS-RECORDS-CHANGED
011600         MOVE 'CHANGED' TO DL-CHANGED
011700     ELSE
011800         MOVE 'SAME'    TO DL-CHANGED
011900     END-IF.
011914     IF RECORD-HELD
011928         MOVE 'HELD'    TO DL-CHANGED
011942     END-IF.
011956     IF RECORD-SIGNED-OFF
011970         MOVE 'SIGNED'  TO DL-CHANGED
011984     END-IF.
012000     MOVE RATE-ACCT-NO  TO DL-ACCT-NO.
012100     MOVE WS-CEIL-INPUT  TO DL-ORIGINAL.
012200     MOVE WS-CEIL-UNIT-RES TO DL-ROUNDED.
012300     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
012330     IF NOT REPORT-FILE-OK
012340         MOVE 'WRITE REPORT-RECORD' TO WS-ABEND-OPERATION
012571         MOVE ZERO TO CLS-DELTA (WS-CLS-HIT)
012574     END-IF.
012577     ADD 1 TO CLS-COUNT (WS-CLS-HIT).
012580     IF WS-CEIL-UNIT-RES NOT = WS-CEIL-INPUT
012583         ADD 1 TO CLS-CHANGED (WS-CLS-HIT)
012586     END-IF.
012589     COMPUTE WS-DELTA = WS-CEIL-UNIT-RES - WS-CEIL-INPUT.
012592     ADD WS-DELTA TO CLS-DELTA (WS-CLS-HIT).
012595 2300-EXIT.
012598     EXIT.
012625*----------------------------------------------------------------
012628* 2400-WRITE-ROUNDED-RATE - APPLY MODE ONLY.  WRITES THE CURRENT
012631* RATE RECORD BACK OUT IN THE RATEREC LAYOUT WITH RATE-AMOUNT
012634* REPLACED BY THE CEIL-UNIT RESULT, AND ROLLS BOTH AMOUNTS
012637* INTO THE BEFORE/AFTER HASH TOTALS CARRIED ON THE TRAILER.
012640* RATE-AMOUNT IS OVERWRITTEN IN THE RECORD AREA ONLY AFTER THE
012643* DETAIL LINE FOR THIS RECORD HAS BEEN WRITTEN FROM WS-CEIL-
012646* INPUT/WS-CEIL-UNIT-RES.
012649*----------------------------------------------------------------
012652 2400-WRITE-ROUNDED-RATE.
012655     ADD WS-CEIL-INPUT  TO WS-HASH-BEFORE.
012658     ADD WS-CEIL-UNIT-RES TO WS-HASH-AFTER.
012661     MOVE WS-CEIL-UNIT-RES TO RATE-AMOUNT.
012664     WRITE RATE-OUT-RECORD FROM RATE-RECORD.
012667     IF NOT RATE-OUT-OK
012670         MOVE 'WRITE RATE-OUT-RECORD' TO WS-ABEND-OPERATION
012696 2600-EXIT.
012697     EXIT.
012698*----------------------------------------------------------------
012699* 2700-CHECK-HOLD - APPLY MODE ONLY.  HOLD THE RECORD WHEN ITS
012700* UPWARD ROUNDING DELTA EXCEEDS THE THRESHOLD 2050 SET: IN
012701* DOLLARS FOR AN 'A' LIMIT, AS A PERCENT OF THE ORIGINAL AMOUNT
012702* FOR A 'P' LIMIT.  NO THRESHOLD, OR NO UPWARD CHANGE, NEVER
012703* HOLDS (CEIL-UNIT ONLY ROUNDS UP, SO A RECORD THAT CHANGED HAS A
012704* NON-ZERO ORIGINAL AND THE PERCENT IS SAFE TO DIVIDE OUT).  A
012705* RECORD OVER THE LIMIT WHOSE LATEST SIGN-OFF RELEASED THIS SAME
012706* BEFORE/AFTER CHANGE IS ALREADY APPROVED AND IS NOT HELD AGAIN.
012707*----------------------------------------------------------------
012708 2700-CHECK-HOLD.
012709     MOVE 'N' TO WS-HOLD-SW.
012710     MOVE 'N' TO WS-SIGNED-SW.
012711     IF REC-NO-HOLD-LIMIT
012712         GO TO 2700-EXIT
012713     END-IF.
012714     IF WS-CEIL-UNIT-RES NOT > WS-CEIL-INPUT
012715         GO TO 2700-EXIT
012716     END-IF.
012717     COMPUTE WS-DELTA = WS-CEIL-UNIT-RES - WS-CEIL-INPUT.
012718     IF REC-HOLD-BY-AMOUNT
012719         IF WS-DELTA > WS-REC-HOLD-LIMIT
012720             MOVE 'Y' TO WS-HOLD-SW
012721             MOVE 'DA' TO WS-HOLD-REASON
012722         END-IF
012723     ELSE
012724         COMPUTE WS-HOLD-PERCENT =
012725             WS-DELTA * 100 / WS-CEIL-INPUT
012726         IF WS-HOLD-PERCENT > WS-REC-HOLD-LIMIT
012727             MOVE 'Y' TO WS-HOLD-SW
012728             MOVE 'DP' TO WS-HOLD-REASON
012729         END-IF
012730     END-IF.
012731     IF NOT RECORD-HELD
012732         GO TO 2700-EXIT
012733     END-IF.
012734     MOVE 'N' TO WS-SGN-FOUND-SW.
012735     MOVE ZERO TO WS-SGN-HIT.
012736     PERFORM 2750-FIND-SIGNOFF THRU 2750-EXIT
012737         VARYING WS-SGN-SUB FROM 1 BY 1
012738         UNTIL WS-SGN-SUB > WS-SGN-COUNT
012739            OR SIGNOFF-ON-FILE.
012740     IF NOT SIGNOFF-ON-FILE
012741         GO TO 2700-EXIT
012742     END-IF.
012743     IF STB-RELEASED (WS-SGN-HIT)
012744        AND STB-BEF-AMOUNT (WS-SGN-HIT) = WS-CEIL-INPUT
012745        AND STB-AFT-AMOUNT (WS-SGN-HIT) = WS-CEIL-UNIT-RES
012746         MOVE 'N' TO WS-HOLD-SW
012747         MOVE 'Y' TO WS-SIGNED-SW
012748         ADD 1 TO WS-RECORDS-SIGNED
012749     END-IF.
012750 2700-EXIT.
012751     EXIT.
012752*----------------------------------------------------------------
012753 2750-FIND-SIGNOFF.
012754     IF STB-ACCT-NO (WS-SGN-SUB) = RATE-ACCT-NO
012755         MOVE 'Y' TO WS-SGN-FOUND-SW
012756         MOVE WS-SGN-SUB TO WS-SGN-HIT
012757     END-IF.
012758 2750-EXIT.
012759     EXIT.
012760*----------------------------------------------------------------
012761* 2800-WRITE-HOLD - APPLY MODE ONLY.  THE HELD RECORD GOES TO THE
012762* HOLD FILE AS IT CAME IN, WITH THE ROUNDED AMOUNT, THE LIMIT IT
012763* BROKE AND WHERE THAT LIMIT CAME FROM, FOR RATEREL AND THE
012764* APPROVER.  IT IS NOT WRITTEN TO RATEOUT AND STAYS OUT OF THE
012765* TRAILER COUNT AND HASHES.
012766*----------------------------------------------------------------
012767 2800-WRITE-HOLD.
012768     MOVE SPACES TO HOLD-RECORD.
012769     MOVE RATE-RECORD        TO HLD-RATE-DATA.
012770     MOVE WS-CEIL-INPUT      TO HLD-BEF-AMOUNT.
012771     MOVE WS-CEIL-UNIT-RES   TO HLD-AFT-AMOUNT.
012772     MOVE WS-HOLD-REASON     TO HLD-REASON.
012773     MOVE WS-REC-HOLD-SOURCE TO HLD-LIMIT-SOURCE.
012774     MOVE WS-REC-HOLD-LIMIT  TO HLD-LIMIT.
012775     MOVE WS-CYCLE-DATE      TO HLD-CYCLE-DATE.
012776     MOVE WS-RUN-DATE        TO HLD-RUN-DATE.
012777     WRITE HOLD-RECORD.
012778     IF NOT HOLD-FILE-OK
012779         MOVE 'WRITE HOLD-RECORD' TO WS-ABEND-OPERATION
012780         MOVE WS-HOLD-FILE-STATUS TO WS-ABEND-STATUS
012781         GO TO 9000-FILE-ERROR
012782     END-IF.
012783     ADD 1 TO WS-RECORDS-HELD.
012784 2800-EXIT.
012785     EXIT.
012786*----------------------------------------------------------------
012787* 8000-TAKE-CHECKPOINT - REWRITES THE ONE-RECORD CHKPT DATASET
012788* WITH THE RUNNING COUNTS, CONTROL TOTALS AND APPLY-MODE HASHES.
012789* OPENED AND CLOSED AROUND EVERY WRITE SO THE RECORD IS ON DISK
012790* WHEN THE NEXT RECORD ABENDS, NOT SITTING IN A BUFFER.  A
012791* CHECKPOINT THAT CANNOT BE WRITTEN IS FATAL - RUNNING ON
012792* WITHOUT ONE WOULD JUST REDISCOVER THE PROBLEM AT RESTART
012793* TIME, AFTER THE RERUN WINDOW IS GONE.
012794*----------------------------------------------------------------
012795 8000-TAKE-CHECKPOINT.
012796     OPEN OUTPUT CHECKPOINT-FILE.
012797     IF NOT CHKPT-OK
012798         MOVE 'OPEN OUTPUT CHECKPOINT' TO WS-ABEND-OPERATION
012799         MOVE WS-CHKPT-STATUS TO WS-ABEND-STATUS
012800         GO TO 9000-FILE-ERROR
012801     END-IF.
012802     MOVE 'CEILRPT ' TO CKP-LABEL.
012803     MOVE WS-THIS-RUN-MODE TO CKP-RUN-MODE.
012804     MOVE WS-RECORDS-READ    TO CKP-RECORDS-READ.
012805     MOVE WS-RECORDS-CHANGED TO CKP-RECORDS-CHANGED.
012806     MOVE WS-RECORDS-WRITTEN TO CKP-RECORDS-WRITTEN.
012807     MOVE WS-HASH-BEFORE     TO CKP-HASH-BEFORE.
012808     MOVE WS-HASH-AFTER      TO CKP-HASH-AFTER.
012809     MOVE WS-RECORDS-PENDED  TO CKP-RECORDS-PENDED.
012810     MOVE WS-CYCLE-DATE      TO CKP-CYCLE-DATE.
012811     WRITE CHECKPOINT-RECORD.
012812     IF NOT CHKPT-OK
012813         MOVE 'WRITE CHECKPOINT' TO WS-ABEND-OPERATION
012814         MOVE WS-CHKPT-STATUS TO WS-ABEND-STATUS
012815         GO TO 9000-FILE-ERROR
012816     END-IF.
012817     MOVE SPACES TO CHECKPOINT-HOLD-REC.
012818     MOVE 'HOLD    ' TO CKH-LABEL.
012819     MOVE WS-RECORDS-HELD    TO CKH-RECORDS-HELD.
012820     MOVE WS-RECORDS-SIGNED  TO CKH-RECORDS-SIGNED.
012821     MOVE WS-CARD-HOLD-TYPE  TO CKH-HOLD-TYPE.
012822     MOVE WS-CARD-HOLD-LIMIT TO CKH-HOLD-LIMIT.
012823     WRITE CHECKPOINT-HOLD-REC.
012824     IF NOT CHKPT-OK
012825         MOVE 'WRITE CHECKPOINT' TO WS-ABEND-OPERATION
012826         MOVE WS-CHKPT-STATUS TO WS-ABEND-STATUS
012827         GO TO 9000-FILE-ERROR
012828     END-IF.
012829     PERFORM 8100-WRITE-CLASS-CHECKPOINT THRU 8100-EXIT
012830         VARYING WS-CLS-SUB FROM 1 BY 1
012831         UNTIL WS-CLS-SUB > WS-CLASS-COUNT.
012832     CLOSE CHECKPOINT-FILE.
012833*    THE RUN-STATUS END RECORD CARRIES THE LAST CHECKPOINT, SO
012834*    RUNRPT CAN SAY WHERE A RESTART WILL PICK UP.
012835     MOVE WS-RECORDS-READ TO RLP-CHECKPOINT.
012836 8000-EXIT.
012837     EXIT.
012838*----------------------------------------------------------------
012839 8100-WRITE-CLASS-CHECKPOINT.
012840     MOVE SPACES TO CHECKPOINT-CLASS-REC.
012841     MOVE 'CLASS   ' TO CKC-LABEL.
012842     MOVE CLS-CODE (WS-CLS-SUB)    TO CKC-CLASS.
012843     MOVE CLS-COUNT (WS-CLS-SUB)   TO CKC-COUNT.
012844     MOVE CLS-CHANGED (WS-CLS-SUB) TO CKC-CHANGED.
012845     MOVE CLS-DELTA (WS-CLS-SUB)   TO CKC-DELTA.
012846     WRITE CHECKPOINT-CLASS-REC.
012847     IF NOT CHKPT-OK
012848         MOVE 'WRITE CHECKPOINT' TO WS-ABEND-OPERATION
012849         MOVE WS-CHKPT-STATUS TO WS-ABEND-STATUS
012850         GO TO 9000-FILE-ERROR
012851     END-IF.
012852 8100-EXIT.
012853     EXIT.
012854*----------------------------------------------------------------
012855 3000-FINALIZE.
012856     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
012857     IF NOT REPORT-FILE-OK
012858         MOVE 'WRITE REPORT-RECORD' TO WS-ABEND-OPERATION
012859         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-STATUS
012860         GO TO 9000-FILE-ERROR
012862     END-IF.
012865     WRITE REPORT-RECORD FROM WS-CLASS-HEADING-1.
012868     IF NOT REPORT-FILE-OK
012957         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-STATUS
012958         GO TO 9000-FILE-ERROR
012959     END-IF.
012960     IF RUN-MODE-APPLY
012961         MOVE WS-RECORDS-HELD   TO HL-RECORDS-HELD
012962         MOVE WS-RECORDS-SIGNED TO HL-RECORDS-SIGNED
012963         WRITE REPORT-RECORD FROM WS-HELD-LINE
012964         IF NOT REPORT-FILE-OK
012965             MOVE 'WRITE REPORT-RECORD' TO WS-ABEND-OPERATION
012966             MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-STATUS
012967             GO TO 9000-FILE-ERROR
012968         END-IF
012969     END-IF.
012970     CLOSE RATE-FILE.
012971     CLOSE PEND-IN-FILE.
012972     CLOSE PEND-OUT-FILE.
012973     CLOSE REPORT-FILE.
012974     IF RUN-MODE-APPLY
012975         MOVE WS-RECORDS-WRITTEN TO TRL-RECORD-COUNT
012976         MOVE WS-HASH-BEFORE TO TRL-HASH-BEFORE
012977         MOVE WS-HASH-AFTER TO TRL-HASH-AFTER
012978         WRITE RATE-OUT-RECORD FROM WS-RATE-TRAILER
012979         IF NOT RATE-OUT-OK
012980             MOVE 'WRITE RATE-OUT-RECORD' TO WS-ABEND-OPERATION
012982             MOVE WS-RATE-OUT-STATUS TO WS-ABEND-STATUS
012985             GO TO 9000-FILE-ERROR
012988         END-IF
012991         CLOSE RATE-OUT-FILE
012992         CLOSE HOLD-FILE
012994     END-IF.
012996*----------------------------------------------------------------
012998*    RECORD THIS RUN UNIT'S CEIL-DRIVEN COUNT FOR CEILARCN'S
013080* 8200-WRITE-BALANCE - APPEND THIS LOGICAL RUN'S CONTROL TOTALS
013082* TO THE COMMON BALANCE FILE FOR THE BALRPT MORNING BALANCE
013084* SHEET.  SAME OPEN-EXTEND-AT-END PATTERN AS RUNCTL ABOVE.
013086* WRITTEN AND HELD GO OUT ONLY IN APPLY MODE - A REPORT RUN HAS
013088* NO ROUNDED FILE FOR THE GATE TO COUNT AGAINST AND HOLDS NOTHING.
013090*----------------------------------------------------------------
013092 8200-WRITE-BALANCE.
013094     OPEN EXTEND BAL-FILE.
013126         MOVE 'WRITTEN' TO WS-BAL-ID
013128         MOVE WS-RECORDS-WRITTEN TO WS-BAL-COUNT
013130         PERFORM 8300-WRITE-BAL-RECORD THRU 8300-EXIT
013131         MOVE 'HELD' TO WS-BAL-ID
013132         MOVE WS-RECORDS-HELD TO WS-BAL-COUNT
013133         PERFORM 8300-WRITE-BAL-RECORD THRU 8300-EXIT
013134     END-IF.
013135     CLOSE BAL-FILE.
013136 8200-EXIT.
013138     EXIT.
013140*----------------------------------------------------------------
013188     DISPLAY 'CEILRPT - I/O ERROR ON ' WS-ABEND-OPERATION.
013190     DISPLAY 'CEILRPT - FILE STATUS = ' WS-ABEND-STATUS.
013192     MOVE 16 TO RETURN-CODE.
013193     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
013194     STOP RUN.
013196*----------------------------------------------------------------
013198* 9100-BAD-PARM - THE SYSIN RUN-MODE CARD WAS NEITHER 'REPORT'
013214         WS-RUN-MODE-CARD.
013216     DISPLAY 'CEILRPT - EXPECTED REPORT OR APPLY'.
013218     MOVE 16 TO RETURN-CODE.
013219     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
013220     STOP RUN.
013222*----------------------------------------------------------------
013224* 9200-BAD-RESTART - THE SECOND SYSIN CARD WAS NEITHER 'COLD'
013238         WS-RESTART-CARD.
013240     DISPLAY 'CEILRPT - EXPECTED COLD OR RESTART'.
013242     MOVE 16 TO RETURN-CODE.
013243     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
013244     STOP RUN.
013246*----------------------------------------------------------------
013248* 9300-BAD-CHECKPOINT - THE CHKPT DATASET WAS EMPTY, WAS NOT
013268     DISPLAY 'CEILRPT - MODE, OR PAST END OF RATEIN - RESTART'.
013270     DISPLAY 'CEILRPT - REFUSED'.
013272     MOVE 16 TO RETURN-CODE.
013273     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
013274     STOP RUN.
013276*----------------------------------------------------------------
013278* 9400-CLASS-FULL - MORE RATE CLASSES THAN THE TABLE HOLDS.
013290     DISPLAY 'CEILRPT - RATE-CLASS TABLE FULL AT 50 ENTRIES'.
013292     DISPLAY 'CEILRPT - RAISE WS-CLASS-ENTRY OCCURS AND RERUN'.
013294     MOVE 16 TO RETURN-CODE.
013295     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
013296     STOP RUN.
013298*----------------------------------------------------------------
013300* 9500-BAD-ROUNDED-FILE - THE PARTIAL ROUNDED RATE FILE DOES
013322         ' CHECKPOINT ' WS-RECORDS-WRITTEN.
013324     DISPLAY 'CEILRPT - APPLY RESTART REFUSED'.
013326     MOVE 16 TO RETURN-CODE.
013327     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
013328     STOP RUN.
013330*----------------------------------------------------------------
013332* 9600-BAD-CYCLE-CARD - THE THIRD SYSIN CARD WAS NEITHER BLANK
013346         WS-CYCLE-CARD.
013348     DISPLAY 'CEILRPT - EXPECTED YYYYMMDD OR BLANK'.
013350     MOVE 16 TO RETURN-CODE.
013351     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
013352     STOP RUN.
013354*----------------------------------------------------------------
013356* 9700-BAD-PENDING-FILE - THE PARTIAL PENDING FILE DOES NOT
013374         ' CHECKPOINT ' WS-RECORDS-PENDED.
013376     DISPLAY 'CEILRPT - RESTART REFUSED'.
013378     MOVE 16 TO RETURN-CODE.
013379     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
013380     STOP RUN.
013383*----------------------------------------------------------------
013386* 9750-BAD-HOLD-CARD - THE FOURTH SYSIN CARD WAS NEITHER BLANK
013389* NOR A VALID THRESHOLD ('A' OR 'P' IN COLUMN 1, A 9(5)V9(2)
013392* LIMIT IN COLUMNS 3-9).  GUESSING A LIMIT COULD LET OUTSIZED
013395* CHANGES INTO THE LOAD UNSIGNED, SO A BAD CARD IS FATAL.
013398*----------------------------------------------------------------
013401 9750-BAD-HOLD-CARD.
013404     DISPLAY 'CEILRPT - INVALID HOLD-THRESHOLD CARD: '
013407         WS-HOLD-CARD.
013410     DISPLAY 'CEILRPT - EXPECTED A OR P, SPACE, 7-DIGIT LIMIT'.
013413     MOVE 16 TO RETURN-CODE.
013414     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
013416     STOP RUN.
013419*----------------------------------------------------------------
013422* 9760-BAD-HOLD-FILE - THE PARTIAL HOLD FILE DOES NOT MATCH THE
013425* CHECKPOINT'S HELD COUNT.  EXTENDING IT WOULD PUT A HELD RECORD
013428* BEFORE THE APPROVER TWICE OR NOT AT ALL, SO THE RESTART IS
013431* REFUSED - RERUN COLD, OR TRIM THE FILE TO THE CHECKPOINT AND
013434* RESUBMIT.
013437*----------------------------------------------------------------
013440 9760-BAD-HOLD-FILE.
013443     DISPLAY 'CEILRPT - HOLD FILE DOES NOT MATCH CHECKPOINT'.
013446     DISPLAY 'CEILRPT - FILE RECORDS ' WS-HOLDV-COUNT
013449         ' CHECKPOINT ' WS-RECORDS-HELD.
013452     DISPLAY 'CEILRPT - APPLY RESTART REFUSED'.
013455     MOVE 16 TO RETURN-CODE.
013456     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
013458     STOP RUN.
013480*----------------------------------------------------------------
013580* 9800-RCL-TABLE-FULL - MORE CLASSES ON CLASSIN THAN THE UNIT
013680* TABLE HOLDS.  DROPPING THE OVERFLOW WOULD ROUND EVERY RATE IN
013780* THE DROPPED CLASSES TO THE WHOLE DOLLAR WITHOUT A WORD, SO
013880* THIS IS FATAL - RAISE THE OCCURS AND RERUN.
013980*----------------------------------------------------------------
014080 9800-RCL-TABLE-FULL.
014180     DISPLAY 'CEILRPT - CLASS UNIT TABLE FULL AT 100 ENTRIES'.
014280     DISPLAY 'CEILRPT - RAISE WS-RCL-ENTRY OCCURS AND RERUN'.
014380     MOVE 16 TO RETURN-CODE.
014430     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
014480     STOP RUN.
014580*----------------------------------------------------------------
014680* 9850-BAD-CLASS-UNIT - A CLASSIN RECORD CARRIES A NON-NUMERIC
014780* ROUNDING INCREMENT.  FIX THE CLASS FILE AND RERUN.
014880*----------------------------------------------------------------
014980 9850-BAD-CLASS-UNIT.
015080     DISPLAY 'CEILRPT - NON-NUMERIC ROUND UNIT FOR CLASS '
015180         RCL-CLASS.
015280     DISPLAY 'CEILRPT - CORRECT THE CLASS FILE AND RERUN'.
015380     MOVE 16 TO RETURN-CODE.
015430     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
015480     STOP RUN.
015488*----------------------------------------------------------------
015496* 9860-BAD-CLASS-HOLD - A CLASSIN RECORD CARRIES A HOLD TYPE
015504* OTHER THAN BLANK, 'A' OR 'P', OR A NON-NUMERIC HOLD LIMIT.  FIX
015512* THE CLASS FILE AND RERUN.
015520*----------------------------------------------------------------
015528 9860-BAD-CLASS-HOLD.
015536     DISPLAY 'CEILRPT - INVALID HOLD TYPE OR LIMIT FOR CLASS '
015544         RCL-CLASS.
015552     DISPLAY 'CEILRPT - CORRECT THE CLASS FILE AND RERUN'.
015560     MOVE 16 TO RETURN-CODE.
015564     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
015568     STOP RUN.
015580*----------------------------------------------------------------
015680* 9900-CEIL-UNIT-FAILED - CEIL-UNIT OVERFLOWED ON THIS RECORD'S
015780* AMOUNT AT ITS CLASS'S INCREMENT, DISPLAYED THE DETAILS AND
015880* RETURNED CODE 16 WITH NO RESULT.  PRICING THE RECORD ANYWAY
015980* WOULD WRITE A STALE AMOUNT TO RATEOUT, SO THE RUN STOPS - FIX
016080* THE RATE OR THE CLASS INCREMENT AND RESTART.
016180*----------------------------------------------------------------
016280 9900-CEIL-UNIT-FAILED.
016380     DISPLAY 'CEILRPT - CEIL-UNIT FAILED FOR ACCOUNT '
016480         RATE-ACCT-NO ' CLASS ' RATE-CLASS.
016580     MOVE 16 TO RETURN-CODE.
016630     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
016680     STOP RUN.
016695*----------------------------------------------------------------
016710* 9950-SGN-TABLE-FULL - MORE ACCOUNTS ON THE SIGN-OFF FILE THAN
016725* THE TABLE HOLDS.  DROPPING THE OVERFLOW WOULD RE-HOLD CHANGES
016740* AN APPROVER HAS ALREADY RELEASED, SO THIS IS FATAL - RAISE THE
016755* OCCURS AND RERUN.
016770*----------------------------------------------------------------
016785 9950-SGN-TABLE-FULL.
016800     DISPLAY 'CEILRPT - SIGN-OFF TABLE FULL AT 2000 ENTRIES'.
016815     DISPLAY 'CEILRPT - RAISE WS-SGN-ENTRY OCCURS AND RERUN'.
016830     MOVE 16 TO RETURN-CODE.
016837     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
016845     STOP RUN.
016846*----------------------------------------------------------------
016847* 9990-LOG-RUN-END - APPENDS THIS RUN'S END RECORD, WITH ITS FINAL
016848* RETURN CODE, TO THE RUN-STATUS LOG THROUGH RUNLOG-END SO THE
016849* RUNRPT MORNING REPORT CAN CHECK THE CHAIN.  PERFORMED JUST
016850* BEFORE EVERY STOP RUN, FATAL EXITS INCLUDED.  THE CALL RESETS
016851* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS.
016852*----------------------------------------------------------------
016853 9990-LOG-RUN-END.
016854     MOVE RETURN-CODE TO RLP-RETURN-CODE.
016855     CALL "RUNLOG-END" USING RUNLOG-PARMS.
016856     MOVE RLP-RETURN-CODE TO RETURN-CODE.
016857 9990-EXIT.
016858     EXIT.
016860
016880 END PROGRAM CEILRPT.
