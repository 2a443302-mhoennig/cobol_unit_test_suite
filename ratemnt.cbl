003250*                   REJECTS AS 'BAD EFF DATE' - THE MASTER
003260*                   MUST NEVER HOLD A DATE THE EDIT WOULD
003270*                   BOUNCE FROM THE PROPOSED FILE.
003271*  10/15/26   RH    EVERY APPLIED ADD, CHANGE AND DELETE NOW
003272*                   APPENDS A RECORD TO THE PERMANENT CHANGE
003273*                   JOURNAL (COPYBOOK RATEJRNL, DD JRNLOUT) WITH
003274*                   THE BEFORE AND AFTER AMOUNT, CLASS AND
003275*                   EFFECTIVE DATE AND THE RUN DATE.  THE MASTER
003276*                   IS UPDATED IN PLACE, SO UNTIL NOW A REPLACED
003277*                   RATE SURVIVED ONLY ON THAT NIGHT'S PRINTED
003278*                   REGISTER.  THE JOURNAL RECORD IS WRITTEN AS
003279*                   EACH CARD IS APPLIED, NOT AT FINALIZE - THE
003280*                   MASTER ITSELF CHANGES CARD BY CARD, AND THE
003281*                   JOURNAL MUST MATCH IT EVEN AFTER AN ABEND.
003282*  10/15/26   RH    RATEEDIT GAINED THE REASON-06 RATE-CLASS
003283*                   EDIT AGAINST THE CLASS REFERENCE FILE
003284*                   (COPYBOOK RATECLS, DD CLASSIN).  A NON-BLANK
003285*                   TRN-CLASS ON AN ADD OR CHANGE IS NOW LOOKED
003286*                   UP THERE TOO AND REJECTS AS 'UNKNOWN CLASS'
003287*                   OR 'INACTIVE CLASS', SO THE MASTER NEVER
003288*                   HOLDS A CLASS THE EDIT WOULD BOUNCE.
003292*  10/15/26   RH    NEW 'M' MASS-CHANGE CARD - RAISES OR LOWERS
003296*                   EVERY MASTER RATE IN ONE RATE-CLASS BY A
003300*                   PERCENT OR A FLAT AMOUNT AS OF AN EFFECTIVE
003304*                   DATE, IN PLACE OF ONE HAND-KEYED 'C' CARD
003308*                   PER ACCOUNT.  THE MASTER IS NOW OPENED FOR
003312*                   DYNAMIC ACCESS SO THE CARD CAN WALK THE FILE
003316*                   IN KEY ORDER; THE OTHER CARDS STILL READ IT
003320*                   BY KEY.  EACH NEW AMOUNT IS ROUNDED UP
003324*                   THROUGH CEIL-UNIT AT THE CLASS'S INCREMENT,
003328*                   THE SAME ROUNDING CEILRPT APPLIES, AND TAKES
003332*                   THE CARD'S EFFECTIVE DATE - A FUTURE DATE
003336*                   RIDES CEILRPT'S PENDING FILE LIKE ANY OTHER
003340*                   FUTURE-DATED RATE.  EVERY ACCOUNT TOUCHED
003344*                   GETS A REGISTER LINE WITH BEFORE AND AFTER
003348*                   AMOUNTS AND A JOURNAL RECORD, AND THE
003352*                   REGISTER ENDS WITH A CLASS SUMMARY OF COUNTS
003356*                   AND DOLLAR TOTALS.  MODE 'P' ON THE CARD
003360*                   PREVIEWS - THE REGISTER IS WRITTEN BUT THE
003364*                   MASTER AND JOURNAL ARE NOT TOUCHED.  AN
003368*                   ACCOUNT THE CHANGE WOULD TAKE BELOW ZERO OR
003372*                   PAST THE RATE-AMOUNT PICTURE IS SKIPPED AND
003376*                   SETS RETURN CODE 4 LIKE A REJECTED CARD.
003380*                   CEIL-TERM IS CALLED IN FINALIZE TO CLOSE THE
003384*                   CEILAUDT RUN BRACKET.
003386*  10/15/26   RH    APPENDS START AND END RECORDS TO THE RUN-
003388*                   STATUS LOG THROUGH RUNLOG (9990-LOG-RUN-END
003390*                   BEFORE EVERY STOP RUN) FOR THE RUNRPT
003392*                   MORNING CHAIN CHECK.
003402*  10/15/26   RH    A MASS CARD IN PREVIEW MODE NO LONGER CALLS
003412*                   CEIL-UNIT - EVERY CALL WRITES A CEILAUDT ROW,
003422*                   SO A PREVIEW THAT CHANGED NOTHING WAS PUTTING
003432*                   ROUNDING VARIANCE ON THE AUDIT TRAIL AND ON
003442*                   INTO THE GL JOURNAL.  THE PREVIEW DOES THE
003452*                   SAME ROUND-UP LOCALLY IN 2640-PREVIEW-ROUND-UP
003462*                   SO ITS REGISTER MATCHES WHAT UPDATE WRITES.
003472*----------------------------------------------------------------
003482 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-370.
003700 OBJECT-COMPUTER. IBM-370.
003900 FILE-CONTROL.
004000     SELECT MASTER-FILE ASSIGN TO RATEMST
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS RATE-ACCT-NO
004400         FILE STATUS IS WS-MASTER-STATUS.
004500     SELECT TRAN-FILE   ASSIGN TO TRANIN
004800     SELECT REPORT-FILE ASSIGN TO RPTOUT
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-REPORT-FILE-STATUS.
005014     SELECT JRNL-FILE   ASSIGN TO JRNLOUT
005028         ORGANIZATION IS SEQUENTIAL
005042         FILE STATUS IS WS-JRNL-FILE-STATUS.
005056     SELECT CLASS-FILE  ASSIGN TO CLASSIN
005070         ORGANIZATION IS SEQUENTIAL
005084         FILE STATUS IS WS-CLASS-FILE-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  MASTER-FILE
006100     LABEL RECORDS ARE STANDARD
006200     RECORDING MODE IS F.
006300 01  REPORT-RECORD           PIC X(80).
006311 FD  JRNL-FILE
006322     LABEL RECORDS ARE STANDARD
006333     RECORDING MODE IS F.
006344     COPY RATEJRNL.
006355 FD  CLASS-FILE
006366     LABEL RECORDS ARE STANDARD
006377     RECORDING MODE IS F.
006388     COPY RATECLS.
006400 WORKING-STORAGE SECTION.
006500*----------------------------------------------------------------
006600* SWITCHES
007000         88  END-OF-TRAN-FILE        VALUE 'Y'.
007100     05  WS-MASTER-FOUND-SW  PIC X(01) VALUE 'N'.
007200         88  MASTER-RECORD-FOUND     VALUE 'Y'.
007220     05  WS-CLASS-EOF-SW     PIC X(01) VALUE 'N'.
007240         88  END-OF-CLASS-FILE       VALUE 'Y'.
007260     05  WS-RCL-FOUND-SW     PIC X(01) VALUE 'N'.
007280         88  CLASS-ON-FILE           VALUE 'Y'.
007286     05  WS-MASTER-EOF-SW    PIC X(01) VALUE 'N'.
007292         88  END-OF-MASTER-PASS      VALUE 'Y'.
007300*----------------------------------------------------------------
007400* FILE STATUS CODES.  THE MASTER'S RANDOM READ USES STATUS 23
007500* (RECORD NOT FOUND) AS A NORMAL ANSWER; EVERYTHING ELSE NON-
008200     88  TRAN-FILE-OK                 VALUE '00'.
008300 01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE '00'.
008400     88  REPORT-FILE-OK               VALUE '00'.
008420 01  WS-JRNL-FILE-STATUS     PIC X(02) VALUE '00'.
008440     88  JRNL-FILE-OK                 VALUE '00'.
008460 01  WS-CLASS-FILE-STATUS    PIC X(02) VALUE '00'.
008480     88  CLASS-FILE-OK                VALUE '00'.
008500 01  WS-ABEND-OPERATION      PIC X(24) VALUE SPACES.
008600 01  WS-ABEND-STATUS         PIC X(02) VALUE SPACES.
008700*----------------------------------------------------------------
009000*----------------------------------------------------------------
009100 01  WS-REJECT-REASON        PIC X(16).
009200     88  CARD-ACCEPTED               VALUE SPACES.
009210 01  WS-RUN-DATE             PIC 9(08).
009300*----------------------------------------------------------------
009400* BEFORE-IMAGE OF THE MASTER RECORD FOR THE CHANGE REGISTER,
009500* AND A NUMERIC OVERLAY FOR THE CARD'S AMOUNT COLUMNS.
010100 01  WS-TRN-AMOUNT-X         PIC X(07).
010110 01  WS-TRN-AMOUNT-N REDEFINES WS-TRN-AMOUNT-X
010120                             PIC 9(4)V9(3).
010121 01  WS-TRN-PCT-N REDEFINES WS-TRN-AMOUNT-X
010122                             PIC 9(3)V9(4).
010123*----------------------------------------------------------------
010124* MASS-CHANGE PRICING.  THE RAW NEW AMOUNT CARRIES EVERY DECIMAL
010125* THE PERCENT PRODUCES; IT IS CARRIED UP TO THE NEXT MILL BEFORE
010126* CEIL-UNIT SEES IT, SO NO FRACTION BEYOND RATE-AMOUNT'S THREE
010127* DECIMALS IS TRUNCATED AWAY BEFORE THE ROUND-UP.
010128*----------------------------------------------------------------
010129 01  WS-MASS-CHANGE-AMT      PIC S9(7)V9(9).
010130 01  WS-MASS-RAW             PIC S9(7)V9(9).
010131 01  WS-MASS-MILLS           PIC S9(7)V9(3).
010132*----------------------------------------------------------------
010133* PREVIEW ROUND-UP - THE SAME ARITHMETIC, IN THE SAME PICTURES,
010134* AS CEIL-UNIT'S, SO A PREVIEW SHOWS THE AMOUNT AN UPDATE RUN
010135* WOULD WRITE WITHOUT LOGGING A ROUNDING CALL TO CEILAUDT.
010136*----------------------------------------------------------------
010137 01  WS-MASS-UNIT            PIC 9(3)V9(2).
010138 01  WS-MASS-QUOTIENT        PIC 9(7)V9(5).
010139 01  WS-MASS-QUOT-INT        PIC 9(7).
010140 01  WS-MASS-ROUNDED         PIC 9(10)V9(3).
010141 77  WS-MASS-HIT             PIC 9(4) COMP.
010142     COPY CEILPARM REPLACING INPUT-NUMBER BY WS-CEIL-INPUT,
010143                             RESULT BY WS-CEIL-RESULT.
010144     COPY CEILXPARM REPLACING
010145          CEIL-ROUNDED-FLAG BY WS-CEIL-FLAG,
010146          CEIL-ROUND-UNIT   BY WS-CEIL-UNIT,
010147          CEIL-UNIT-RESULT  BY WS-CEIL-UNIT-RES.
010148*----------------------------------------------------------------
010149* FIELDS PASSED TO DATEVAL - COPIED FROM DATEVALP SO THIS EDIT
010150* CANNOT DRIFT OUT OF SYNC WITH DATEVAL'S ACTUAL LINKAGE.
010160*----------------------------------------------------------------
010170     COPY DATEVALP REPLACING DATE-TO-CHECK BY WS-DATE-TO-CHECK,
010180                   DATE-VALID-FLAG BY WS-DATE-VALID-FLAG.
010181*----------------------------------------------------------------
010182* RATE-CLASS REFERENCE TABLE - LOADED FROM CLASSIN UP FRONT FOR
010183* THE CLASS EDIT, EXACTLY AS RATEEDIT LOADS IT.  A FULL TABLE IS
010186* FATAL - SEE 9100-CLASS-TABLE-FULL.  EACH ENTRY ALSO CARRIES
010189* THE CLASS'S ROUNDING INCREMENT FOR THE MASS CHANGE (A NON-
010192* NUMERIC INCREMENT REJECTS A MASS CARD FOR THAT CLASS ONLY) AND
010195* THE CLASS'S MASS-CHANGE TOTALS FOR THE SUMMARY AT FINALIZE.
010198*----------------------------------------------------------------
010201 01  WS-RCL-TABLE.
010204     05  WS-RCL-COUNT        PIC 9(4) COMP VALUE ZERO.
010207     05  WS-RCL-ENTRY        OCCURS 100 TIMES.
010210         10  RCT-CLASS       PIC X(02).
010213         10  RCT-ACTIVE-FLAG PIC X(01).
010216             88  RCT-CLASS-ACTIVE    VALUE 'Y'.
010219         10  RCT-ROUND-UNIT  PIC 9(3)V9(2).
010222         10  RCT-UNIT-SW     PIC X(01).
010225             88  RCT-UNIT-VALID      VALUE 'Y'.
010228         10  RCT-MASS-CARDS  PIC 9(4) COMP.
010231         10  RCT-MASS-ACCTS  PIC 9(6) COMP.
010234         10  RCT-MASS-APPLIED
010237                             PIC 9(6) COMP.
010240         10  RCT-MASS-PREVIEWED
010243                             PIC 9(6) COMP.
010246         10  RCT-MASS-SKIPPED
010249                             PIC 9(6) COMP.
010252         10  RCT-MASS-BEF-TOTAL
010255                             PIC S9(11)V9(3).
010258         10  RCT-MASS-AFT-TOTAL
010261                             PIC S9(11)V9(3).
010264 77  WS-RCL-SUB              PIC 9(4) COMP.
010267 77  WS-RCL-HIT              PIC 9(4) COMP.
010270*----------------------------------------------------------------
010300* CONTROL TOTALS
010400*----------------------------------------------------------------
010500 01  WS-COUNTERS.
010800     05  WS-CHANGES-APPLIED  PIC 9(6) COMP VALUE ZERO.
010900     05  WS-DELETES-APPLIED  PIC 9(6) COMP VALUE ZERO.
011000     05  WS-CARDS-REJECTED   PIC 9(6) COMP VALUE ZERO.
011010     05  WS-JOURNAL-WRITTEN  PIC 9(6) COMP VALUE ZERO.
011028     05  WS-MASS-CARDS       PIC 9(6) COMP VALUE ZERO.
011046     05  WS-MASS-APPLIED     PIC 9(6) COMP VALUE ZERO.
011064     05  WS-MASS-PREVIEWED   PIC 9(6) COMP VALUE ZERO.
011082     05  WS-MASS-SKIPPED     PIC 9(6) COMP VALUE ZERO.
011100*----------------------------------------------------------------
011200* CHANGE REGISTER LINE LAYOUTS - BEFORE AND AFTER IMAGES OF
011300* RATE-AMOUNT, RATE-CLASS AND RATE-EFF-DATE SIDE BY SIDE.
015300     05  TL-COUNT            PIC ZZZZZ9.
015400     05  FILLER              PIC X(48) VALUE SPACES.
015500 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
015501*----------------------------------------------------------------
015502* MASS-CHANGE LINES - ONE HEADER LINE PER ACCEPTED MASS CARD
015503* AHEAD OF ITS ACCOUNT LINES, AND THE CLASS SUMMARY AT FINALIZE.
015504*----------------------------------------------------------------
015505 01  WS-MASS-LINE.
015506     05  FILLER              PIC X(18) VALUE
015507         'MASS CHANGE CLASS '.
015508     05  ML-CLASS            PIC X(02).
015509     05  FILLER              PIC X(01) VALUE SPACES.
015510     05  ML-SIGN             PIC X(01).
015511     05  ML-AMOUNT           PIC X(08).
015512     05  FILLER              PIC X(01) VALUE SPACES.
015513     05  ML-BASIS            PIC X(04).
015514     05  FILLER              PIC X(05) VALUE ' EFF '.
015515     05  ML-EFF-DATE         PIC X(08).
015516     05  FILLER              PIC X(02) VALUE SPACES.
015517     05  ML-MODE             PIC X(12).
015518     05  FILLER              PIC X(18) VALUE SPACES.
015519 01  WS-PCT-EDIT             PIC ZZ9.9999.
015520 01  WS-CLASS-HEADING-1.
015521     05  FILLER              PIC X(28) VALUE
015522         'MASS CHANGE SUMMARY BY CLASS'.
015523     05  FILLER              PIC X(52) VALUE SPACES.
015524 01  WS-CLASS-HEADING-2.
015525     05  FILLER              PIC X(03) VALUE 'CL '.
015526     05  FILLER              PIC X(04) VALUE 'CRD '.
015527     05  FILLER              PIC X(07) VALUE ' ACCTS '.
015528     05  FILLER              PIC X(07) VALUE ' CHNGD '.
015529     05  FILLER              PIC X(07) VALUE ' PREVW '.
015530     05  FILLER              PIC X(07) VALUE '  SKIP '.
015531     05  FILLER              PIC X(13) VALUE
015532         '  BEFORE TOT '.
015533     05  FILLER              PIC X(13) VALUE
015534         '   AFTER TOT '.
015535     05  FILLER              PIC X(12) VALUE
015536         '  DIFFERENCE'.
015537     05  FILLER              PIC X(07) VALUE SPACES.
015538 01  WS-CLASS-LINE.
015539     05  CS-CLASS            PIC X(02).
015540     05  FILLER              PIC X(01) VALUE SPACES.
015541     05  CS-CARDS            PIC ZZ9.
015542     05  FILLER              PIC X(01) VALUE SPACES.
015543     05  CS-ACCTS            PIC ZZZZZ9.
015544     05  FILLER              PIC X(01) VALUE SPACES.
015545     05  CS-APPLIED          PIC ZZZZZ9.
015546     05  FILLER              PIC X(01) VALUE SPACES.
015547     05  CS-PREVIEWED        PIC ZZZZZ9.
015548     05  FILLER              PIC X(01) VALUE SPACES.
015549     05  CS-SKIPPED          PIC ZZZZZ9.
015550     05  FILLER              PIC X(01) VALUE SPACES.
015551     05  CS-BEF-TOTAL        PIC ZZZZZZZ9.999.
015552     05  FILLER              PIC X(01) VALUE SPACES.
015553     05  CS-AFT-TOTAL        PIC ZZZZZZZ9.999.
015554     05  FILLER              PIC X(01) VALUE SPACES.
015555     05  CS-DIFFERENCE       PIC ZZZZZZ9.999-.
015556     05  FILLER              PIC X(07) VALUE SPACES.
015557 01  WS-CLASS-DIFFERENCE     PIC S9(11)V9(3).
015564*----------------------------------------------------------------
015571* RUN-STATUS LOG PARAMETERS - SHARED WITH RUNLOG THROUGH COPYBOOK
015578* RUNLOGP.  SEE 9990-LOG-RUN-END.
015585*----------------------------------------------------------------
015592     COPY RUNLOGP.
015600 PROCEDURE DIVISION.
015700*----------------------------------------------------------------
015800* 0000-MAINLINE - OPEN FILES, APPLY EVERY MAINTENANCE CARD TO
015900* THE MASTER, PRINT THE REGISTER TOTALS, CLOSE FILES.  RETURN
015966* CODE 4 WHEN ANY CARD WAS REJECTED OR ANY ACCOUNT WAS SKIPPED BY
016032* A MASS CHANGE.
016100*----------------------------------------------------------------
016200 0000-MAINLINE.
016300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016500         UNTIL END-OF-TRAN-FILE.
016600     PERFORM 3000-FINALIZE THRU 3000-EXIT.
016700     IF WS-CARDS-REJECTED > ZERO
016750        OR WS-MASS-SKIPPED > ZERO
016800         MOVE 4 TO RETURN-CODE
016900     END-IF.
016950     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
017000     STOP RUN.
017100*----------------------------------------------------------------
017200 1000-INITIALIZE.
017220*    OPEN THIS RUN'S ENTRY ON THE RUN-STATUS LOG - THE END
017240*    RECORD IS WRITTEN BY 9990-LOG-RUN-END.
017260     MOVE 'RATEMNT' TO RLP-PROGRAM.
017280     CALL "RUNLOG" USING RUNLOG-PARMS.
017300     OPEN I-O MASTER-FILE.
017400     IF NOT MASTER-OK
017500         MOVE 'OPEN I-O MASTER-FILE' TO WS-ABEND-OPERATION
018800         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-STATUS
018900         GO TO 9000-FILE-ERROR
019000     END-IF.
019005*    THE JOURNAL IS PERMANENT AND CUMULATIVE - OPENED EXTEND,
019010*    THE WAY PRORATE APPENDS TO CRDHIST.
019015     OPEN EXTEND JRNL-FILE.
019020     IF NOT JRNL-FILE-OK
019025         MOVE 'OPEN EXTEND JRNL-FILE' TO WS-ABEND-OPERATION
019030         MOVE WS-JRNL-FILE-STATUS TO WS-ABEND-STATUS
019035         GO TO 9000-FILE-ERROR
019040     END-IF.
019045     OPEN INPUT CLASS-FILE.
019050     IF NOT CLASS-FILE-OK
019055         MOVE 'OPEN INPUT CLASS-FILE' TO WS-ABEND-OPERATION
019060         MOVE WS-CLASS-FILE-STATUS TO WS-ABEND-STATUS
019065         GO TO 9000-FILE-ERROR
019070     END-IF.
019075     PERFORM 1100-LOAD-CLASS THRU 1100-EXIT
019080         UNTIL END-OF-CLASS-FILE.
019085     CLOSE CLASS-FILE.
019090     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019100     MOVE WS-HEADING-1 TO WS-PRINT-AREA.
019200     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
019300     MOVE WS-HEADING-2 TO WS-PRINT-AREA.
019500     PERFORM 2100-READ-TRAN-FILE THRU 2100-EXIT.
019600 1000-EXIT.
019700     EXIT.
019706*----------------------------------------------------------------
019712 1100-LOAD-CLASS.
019718     READ CLASS-FILE
019724         AT END
019730             MOVE 'Y' TO WS-CLASS-EOF-SW
019736             GO TO 1100-EXIT
019742     END-READ.
019748     IF WS-RCL-COUNT = 100
019754         GO TO 9100-CLASS-TABLE-FULL
019760     END-IF.
019766     ADD 1 TO WS-RCL-COUNT.
019772     MOVE RCL-CLASS       TO RCT-CLASS (WS-RCL-COUNT).
019778     MOVE RCL-ACTIVE-FLAG TO RCT-ACTIVE-FLAG (WS-RCL-COUNT).
019779     MOVE ZERO TO RCT-ROUND-UNIT (WS-RCL-COUNT).
019780     MOVE 'N' TO RCT-UNIT-SW (WS-RCL-COUNT).
019781     IF RCL-ROUND-UNIT NUMERIC
019782         MOVE RCL-ROUND-UNIT TO RCT-ROUND-UNIT (WS-RCL-COUNT)
019783         MOVE 'Y' TO RCT-UNIT-SW (WS-RCL-COUNT)
019784     END-IF.
019785     MOVE ZERO TO RCT-MASS-CARDS (WS-RCL-COUNT).
019786     MOVE ZERO TO RCT-MASS-ACCTS (WS-RCL-COUNT).
019787     MOVE ZERO TO RCT-MASS-APPLIED (WS-RCL-COUNT).
019788     MOVE ZERO TO RCT-MASS-PREVIEWED (WS-RCL-COUNT).
019789     MOVE ZERO TO RCT-MASS-SKIPPED (WS-RCL-COUNT).
019790     MOVE ZERO TO RCT-MASS-BEF-TOTAL (WS-RCL-COUNT).
019791     MOVE ZERO TO RCT-MASS-AFT-TOTAL (WS-RCL-COUNT).
019792 1100-EXIT.
019793     EXIT.
019800*----------------------------------------------------------------
019900* 2000-PROCESS-CARD - EDIT AND APPLY ONE MAINTENANCE CARD.  THE
020000* COMMON EDITS (ACTION CODE, BLANK ACCOUNT) RUN FIRST; THE
020100* ACTION PARAGRAPHS DO THE KEYED READ AND THEIR OWN EXISTS/
020200* NOT-EXISTS AND AMOUNT EDITS, THEN WRITE/REWRITE/DELETE THE
020250* MASTER.  EVERY CARD PRODUCES EXACTLY ONE REGISTER LINE, EXCEPT
020300* AN ACCEPTED MASS CARD, WHICH PRODUCES ONE PER ACCOUNT IN ITS
020350* CLASS UNDER A MASS-CHANGE HEADER LINE.
020400*----------------------------------------------------------------
020500 2000-PROCESS-CARD.
020600     ADD 1 TO WS-CARDS-READ.
020900     MOVE TRN-ACTION TO RG-ACTION.
021000     MOVE TRN-ACCT-NO TO RG-ACCT-NO.
021100     IF NOT TRN-ADD AND NOT TRN-CHANGE AND NOT TRN-DELETE
021150        AND NOT TRN-MASS-CHANGE
021200         MOVE 'BAD ACTION' TO WS-REJECT-REASON
021300     ELSE
021400     IF TRN-ACCT-NO = SPACES
021450        AND NOT TRN-MASS-CHANGE
021500         MOVE 'ACCOUNT BLANK' TO WS-REJECT-REASON
021600     END-IF
021700     END-IF.
021900         PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
022000         GO TO 2000-NEXT
022100     END-IF.
022120     IF TRN-MASS-CHANGE
022140         PERFORM 2600-APPLY-MASS-CHANGE THRU 2600-EXIT
022160         GO TO 2000-NEXT
022180     END-IF.
022200     PERFORM 2150-READ-MASTER THRU 2150-EXIT.
022300     IF TRN-ADD
022400         PERFORM 2200-APPLY-ADD THRU 2200-EXIT
029100         GO TO 2200-EXIT
029200     END-IF.
029210     PERFORM 2230-EDIT-EFF-DATE THRU 2230-EXIT.
029212     IF CARD-ACCEPTED
029214         PERFORM 2240-EDIT-CLASS THRU 2240-EXIT
029216     END-IF.
029220     IF NOT CARD-ACCEPTED
029230         PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
029240         GO TO 2200-EXIT
030900         GO TO 9000-FILE-ERROR
031000     END-IF.
031100     ADD 1 TO WS-ADDS-APPLIED.
031110     PERFORM 2450-WRITE-JOURNAL THRU 2450-EXIT.
031200     MOVE 'ADDED' TO RG-STATUS.
031300     PERFORM 2400-WRITE-REGISTER THRU 2400-EXIT.
031400 2200-EXIT.
033500         MOVE WS-TRN-AMOUNT-N TO RATE-AMOUNT
033600     END-IF.
033610     PERFORM 2230-EDIT-EFF-DATE THRU 2230-EXIT.
033612     IF CARD-ACCEPTED
033614         PERFORM 2240-EDIT-CLASS THRU 2240-EXIT
033616     END-IF.
033620     IF NOT CARD-ACCEPTED
033630         PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
033640         GO TO 2210-EXIT
035200         GO TO 9000-FILE-ERROR
035300     END-IF.
035400     ADD 1 TO WS-CHANGES-APPLIED.
035410     PERFORM 2450-WRITE-JOURNAL THRU 2450-EXIT.
035500     MOVE 'CHANGED' TO RG-STATUS.
035600     PERFORM 2400-WRITE-REGISTER THRU 2400-EXIT.
035700 2210-EXIT.
037700     ADD 1 TO WS-DELETES-APPLIED.
037800     MOVE 'DELETED' TO RG-STATUS.
037900     MOVE SPACES TO RATE-RECORD.
037910     PERFORM 2450-WRITE-JOURNAL THRU 2450-EXIT.
038000     PERFORM 2400-WRITE-REGISTER THRU 2400-EXIT.
038100 2220-EXIT.
038200     EXIT.
038297     END-IF.
038298 2230-EXIT.
038299     EXIT.
038301*----------------------------------------------------------------
038303* 2240-EDIT-CLASS - A NON-BLANK TRN-CLASS MUST BE ON THE CLASS
038305* FILE AND FLAGGED ACTIVE (RATEEDIT'S REASON-06 EDIT).  BLANK
038307* PASSES - ON A CHANGE IT KEEPS THE MASTER'S CLASS, ON AN ADD
038309* IT LEAVES THE FIELD UNSET.
038311*----------------------------------------------------------------
038313 2240-EDIT-CLASS.
038315     IF TRN-CLASS = SPACES
038317         GO TO 2240-EXIT
038319     END-IF.
038321     MOVE 'N' TO WS-RCL-FOUND-SW.
038323     MOVE ZERO TO WS-RCL-HIT.
038325     PERFORM 2250-TEST-CLASS THRU 2250-EXIT
038327         VARYING WS-RCL-SUB FROM 1 BY 1
038329         UNTIL WS-RCL-SUB > WS-RCL-COUNT
038331            OR CLASS-ON-FILE.
038333     IF NOT CLASS-ON-FILE
038335         MOVE 'UNKNOWN CLASS' TO WS-REJECT-REASON
038337         GO TO 2240-EXIT
038339     END-IF.
038341     IF NOT RCT-CLASS-ACTIVE (WS-RCL-HIT)
038343         MOVE 'INACTIVE CLASS' TO WS-REJECT-REASON
038345     END-IF.
038347 2240-EXIT.
038349     EXIT.
038351*----------------------------------------------------------------
038353 2250-TEST-CLASS.
038355     IF RCT-CLASS (WS-RCL-SUB) = TRN-CLASS
038357         MOVE 'Y' TO WS-RCL-FOUND-SW
038359         MOVE WS-RCL-SUB TO WS-RCL-HIT
038361     END-IF.
038363 2250-EXIT.
038365     EXIT.
038367*----------------------------------------------------------------
038400 2300-WRITE-REJECT.
038500     ADD 1 TO WS-CARDS-REJECTED.
038600     MOVE WS-REJECT-REASON TO RG-STATUS.
041900     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
042000 2400-EXIT.
042100     EXIT.
042103*----------------------------------------------------------------
042106* 2450-WRITE-JOURNAL - ONE CHANGE-JOURNAL RECORD PER APPLIED
042109* CARD, BUILT FROM THE SAME BEFORE-IMAGE AND RECORD AREA THE
042112* REGISTER LINE USES: BEFORE FIELDS BLANK WHEN THE ACCOUNT WAS
042113* NOT ON FILE (ADD), AFTER FIELDS BLANK AFTER A DELETE.  THE
042114* ACCOUNT AND ACTION COME FROM THE REGISTER LINE TOO - A MASS
042115* CARD CARRIES NO ACCOUNT, SO ITS LINES CARRY THE MASTER'S.
042118*----------------------------------------------------------------
042121 2450-WRITE-JOURNAL.
042124     MOVE SPACES TO JOURNAL-RECORD.
042127     MOVE RG-ACCT-NO TO JR-ACCT-NO.
042130     MOVE RG-ACTION TO JR-ACTION.
042133     IF MASTER-RECORD-FOUND
042136         MOVE WS-BEF-AMOUNT TO JR-BEF-AMOUNT
042139         MOVE WS-BEF-CLASS TO JR-BEF-CLASS
042142         MOVE WS-BEF-EFF-DATE TO JR-BEF-EFF-DATE
042145     END-IF.
042148     IF RATE-RECORD NOT = SPACES
042151         MOVE RATE-AMOUNT TO JR-AFT-AMOUNT
042154         MOVE RATE-CLASS TO JR-AFT-CLASS
042157         MOVE RATE-RECORD (20:8) TO JR-AFT-EFF-DATE
042160     END-IF.
042163     MOVE WS-RUN-DATE TO JR-RUN-DATE.
042166     WRITE JOURNAL-RECORD.
042169     IF NOT JRNL-FILE-OK
042172         MOVE 'WRITE JOURNAL-RECORD' TO WS-ABEND-OPERATION
042175         MOVE WS-JRNL-FILE-STATUS TO WS-ABEND-STATUS
042178         GO TO 9000-FILE-ERROR
042181     END-IF.
042184     ADD 1 TO WS-JOURNAL-WRITTEN.
042187 2450-EXIT.
042190     EXIT.
042200*----------------------------------------------------------------
042300 2500-WRITE-REPORT.
042400     WRITE REPORT-RECORD FROM WS-PRINT-AREA.
042900     END-IF.
043000 2500-EXIT.
043100     EXIT.
043101*----------------------------------------------------------------
043102* 2600-APPLY-MASS-CHANGE - AN 'M' CARD.  EDIT IT, PRINT ITS
043103* HEADER LINE, THEN WALK THE MASTER FROM THE LOWEST KEY AND
043104* PRICE EVERY ACCOUNT IN THE CARD'S CLASS.  A REJECTED MASS CARD
043105* TOUCHES NOTHING AND PRINTS ONE REJECT LINE LIKE ANY OTHER CARD.
043106*----------------------------------------------------------------
043107 2600-APPLY-MASS-CHANGE.
043108     PERFORM 2610-EDIT-MASS-CARD THRU 2610-EXIT.
043109     IF NOT CARD-ACCEPTED
043110         PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
043111         GO TO 2600-EXIT
043112     END-IF.
043113     MOVE WS-RCL-HIT TO WS-MASS-HIT.
043114     ADD 1 TO WS-MASS-CARDS.
043115     ADD 1 TO RCT-MASS-CARDS (WS-MASS-HIT).
043116     MOVE TRN-CLASS TO ML-CLASS.
043117     MOVE TRN-MASS-SIGN TO ML-SIGN.
043118     IF TRN-MASS-RAISE
043119         MOVE '+' TO ML-SIGN
043120     END-IF.
043121     IF TRN-MASS-BY-PERCENT
043122         MOVE WS-TRN-PCT-N TO WS-PCT-EDIT
043123         MOVE WS-PCT-EDIT TO ML-AMOUNT
043124         MOVE 'PCT' TO ML-BASIS
043125     ELSE
043126         MOVE WS-TRN-AMOUNT-N TO WS-AMT-EDIT
043127         MOVE WS-AMT-EDIT TO ML-AMOUNT
043128         MOVE 'FLAT' TO ML-BASIS
043129     END-IF.
043130     MOVE TRN-EFF-DATE TO ML-EFF-DATE.
043131     IF TRN-MASS-PREVIEW
043132         MOVE 'PREVIEW ONLY' TO ML-MODE
043133     ELSE
043134         MOVE 'UPDATE' TO ML-MODE
043135     END-IF.
043136     MOVE WS-MASS-LINE TO WS-PRINT-AREA.
043137     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
043138     MOVE LOW-VALUES TO RATE-ACCT-NO.
043139     START MASTER-FILE KEY IS NOT LESS THAN RATE-ACCT-NO
043140         INVALID KEY
043141             CONTINUE
043142     END-START.
043143     IF MASTER-NOT-FOUND
043144         GO TO 2600-EXIT
043145     END-IF.
043146     IF NOT MASTER-OK
043147         MOVE 'START MASTER-FILE' TO WS-ABEND-OPERATION
043148         MOVE WS-MASTER-STATUS TO WS-ABEND-STATUS
043149         GO TO 9000-FILE-ERROR
043150     END-IF.
043151     MOVE 'N' TO WS-MASTER-EOF-SW.
043152     PERFORM 2620-MASS-NEXT-ACCOUNT THRU 2620-EXIT
043153         UNTIL END-OF-MASTER-PASS.
043154 2600-EXIT.
043155     EXIT.
043156*----------------------------------------------------------------
043157* 2610-EDIT-MASS-CARD - THE CLASS MUST BE ON THE CLASS FILE,
043158* ACTIVE AND CARRY A NUMERIC INCREMENT; THE CHANGE MUST BE
043159* NUMERIC WITH A VALID BASIS AND SIGN; THE MODE MUST BE SAID
043160* OUT LOUD (NO DEFAULT - A BLANK MUST NOT UPDATE A WHOLE CLASS);
043161* AND THE EFFECTIVE DATE IS REQUIRED AND MUST BE A REAL DATE.
043162*----------------------------------------------------------------
043163 2610-EDIT-MASS-CARD.
043164     IF TRN-CLASS = SPACES
043165         MOVE 'CLASS MISSING' TO WS-REJECT-REASON
043166         GO TO 2610-EXIT
043167     END-IF.
043168     PERFORM 2240-EDIT-CLASS THRU 2240-EXIT.
043169     IF NOT CARD-ACCEPTED
043170         GO TO 2610-EXIT
043171     END-IF.
043172     IF NOT RCT-UNIT-VALID (WS-RCL-HIT)
043173         MOVE 'BAD CLASS UNIT' TO WS-REJECT-REASON
043174         GO TO 2610-EXIT
043175     END-IF.
043176     IF TRN-AMOUNT = SPACES
043177         MOVE 'MASS AMT MISSING' TO WS-REJECT-REASON
043178         GO TO 2610-EXIT
043179     END-IF.
043180     IF TRN-AMOUNT NOT NUMERIC
043181         MOVE 'MASS AMT NOT NUM' TO WS-REJECT-REASON
043182         GO TO 2610-EXIT
043183     END-IF.
043184     MOVE TRN-AMOUNT TO WS-TRN-AMOUNT-X.
043185     IF NOT TRN-MASS-BY-PERCENT AND NOT TRN-MASS-BY-AMOUNT
043186         MOVE 'BAD MASS BASIS' TO WS-REJECT-REASON
043187         GO TO 2610-EXIT
043188     END-IF.
043189     IF NOT TRN-MASS-RAISE AND NOT TRN-MASS-LOWER
043190         MOVE 'BAD MASS SIGN' TO WS-REJECT-REASON
043191         GO TO 2610-EXIT
043192     END-IF.
043193     IF NOT TRN-MASS-PREVIEW AND NOT TRN-MASS-UPDATE
043194         MOVE 'BAD MASS MODE' TO WS-REJECT-REASON
043195         GO TO 2610-EXIT
043196     END-IF.
043197     IF TRN-EFF-DATE = SPACES
043198         MOVE 'EFF DATE MISSING' TO WS-REJECT-REASON
043199         GO TO 2610-EXIT
043200     END-IF.
043201     PERFORM 2230-EDIT-EFF-DATE THRU 2230-EXIT.
043202 2610-EXIT.
043203     EXIT.
043204*----------------------------------------------------------------
043205* 2620-MASS-NEXT-ACCOUNT - NEXT MASTER RECORD IN KEY ORDER.  AN
043206* ACCOUNT IN THE CARD'S CLASS IS PRICED AND, IN UPDATE MODE,
043207* REWRITTEN AND JOURNALED; IN PREVIEW MODE ONLY ITS REGISTER
043208* LINE IS WRITTEN.  AN ACCOUNT THAT CANNOT BE PRICED IS SKIPPED
043209* WITH THE REASON ON ITS REGISTER LINE AND LEFT AS IT WAS.
043210*----------------------------------------------------------------
043211 2620-MASS-NEXT-ACCOUNT.
043212     READ MASTER-FILE NEXT RECORD
043213         AT END
043214             MOVE 'Y' TO WS-MASTER-EOF-SW
043215             GO TO 2620-EXIT
043216     END-READ.
043217     IF NOT MASTER-OK
043218         MOVE 'READ NEXT MASTER-FILE' TO WS-ABEND-OPERATION
043219         MOVE WS-MASTER-STATUS TO WS-ABEND-STATUS
043220         GO TO 9000-FILE-ERROR
043221     END-IF.
043222     IF RATE-CLASS NOT = TRN-CLASS
043223         GO TO 2620-EXIT
043224     END-IF.
043225     ADD 1 TO RCT-MASS-ACCTS (WS-MASS-HIT).
043226     MOVE SPACES TO WS-REJECT-REASON.
043227     MOVE SPACES TO WS-REGISTER-LINE.
043228     MOVE TRN-ACTION TO RG-ACTION.
043229     MOVE RATE-ACCT-NO TO RG-ACCT-NO.
043230     MOVE 'Y' TO WS-MASTER-FOUND-SW.
043231     MOVE SPACES TO WS-BEFORE-IMAGE.
043232     MOVE RATE-CLASS TO WS-BEF-CLASS.
043233     MOVE RATE-EFF-DATE TO WS-BEF-EFF-DATE.
043234     IF RATE-AMOUNT NOT NUMERIC
043235         MOVE 'RATE NOT NUMERIC' TO WS-REJECT-REASON
043236     ELSE
043237         MOVE RATE-AMOUNT TO WS-BEF-AMOUNT
043238         PERFORM 2630-PRICE-MASS-RATE THRU 2630-EXIT
043239     END-IF.
043240     IF NOT CARD-ACCEPTED
043241         ADD 1 TO WS-MASS-SKIPPED
043242         ADD 1 TO RCT-MASS-SKIPPED (WS-MASS-HIT)
043243         MOVE WS-REJECT-REASON TO RG-STATUS
043244         MOVE SPACES TO RATE-RECORD
043245         PERFORM 2400-WRITE-REGISTER THRU 2400-EXIT
043246         GO TO 2620-EXIT
043247     END-IF.
043248     MOVE WS-CEIL-UNIT-RES TO RATE-AMOUNT.
043249     MOVE TRN-EFF-DATE TO RATE-RECORD (20:8).
043250     ADD WS-BEF-AMOUNT TO RCT-MASS-BEF-TOTAL (WS-MASS-HIT).
043251     ADD RATE-AMOUNT TO RCT-MASS-AFT-TOTAL (WS-MASS-HIT).
043252     IF TRN-MASS-PREVIEW
043253         ADD 1 TO WS-MASS-PREVIEWED
043254         ADD 1 TO RCT-MASS-PREVIEWED (WS-MASS-HIT)
043255         MOVE 'PREVIEW ONLY' TO RG-STATUS
043256         PERFORM 2400-WRITE-REGISTER THRU 2400-EXIT
043257         GO TO 2620-EXIT
043258     END-IF.
043259     REWRITE RATE-RECORD
043260         INVALID KEY
043261             MOVE 'REWRITE MASTER-FILE' TO WS-ABEND-OPERATION
043262             MOVE WS-MASTER-STATUS TO WS-ABEND-STATUS
043263             GO TO 9000-FILE-ERROR
043264     END-REWRITE.
043265     IF NOT MASTER-OK
043266         MOVE 'REWRITE MASTER-FILE' TO WS-ABEND-OPERATION
043267         MOVE WS-MASTER-STATUS TO WS-ABEND-STATUS
043268         GO TO 9000-FILE-ERROR
043269     END-IF.
043270     ADD 1 TO WS-MASS-APPLIED.
043271     ADD 1 TO RCT-MASS-APPLIED (WS-MASS-HIT).
043272     PERFORM 2450-WRITE-JOURNAL THRU 2450-EXIT.
043273     MOVE 'MASS CHANGED' TO RG-STATUS.
043274     PERFORM 2400-WRITE-REGISTER THRU 2400-EXIT.
043275 2620-EXIT.
043276     EXIT.
043277*----------------------------------------------------------------
043278* 2630-PRICE-MASS-RATE - NEW AMOUNT = OLD AMOUNT PLUS OR MINUS
043279* THE PERCENT OF IT OR THE FLAT AMOUNT, CARRIED UP TO THE MILL,
043280* THEN ROUNDED UP THROUGH CEIL-UNIT AT THE CLASS'S INCREMENT
043281* (ZERO IS THE WHOLE DOLLAR, AS IN CEILRPT).  A RESULT BELOW
043282* ZERO, OR ONE THAT WILL NOT FIT RATE-AMOUNT BEFORE OR AFTER THE
043283* ROUND-UP, LEAVES THE REASON SET.  CEIL-UNIT'S OVERFLOW RETURN
043284* CODE IS CLEARED HERE - IT IS THIS ACCOUNT'S PROBLEM, NOT THE
043285* RUN'S.  A PREVIEW ROUNDS UP IN 2640-PREVIEW-ROUND-UP INSTEAD -
043286* CEIL-UNIT LOGS EVERY CALL TO CEILAUDT, AND A PREVIEW MUST NOT
043287* PUT ROUNDING VARIANCE ON THE AUDIT TRAIL FOR A CHANGE THAT WAS
043288* NEVER MADE.
043289*----------------------------------------------------------------
043290 2630-PRICE-MASS-RATE.
043291     IF TRN-MASS-BY-PERCENT
043292         COMPUTE WS-MASS-CHANGE-AMT =
043293             RATE-AMOUNT * WS-TRN-PCT-N / 100
043294     ELSE
043295         MOVE WS-TRN-AMOUNT-N TO WS-MASS-CHANGE-AMT
043296     END-IF.
043297     IF TRN-MASS-LOWER
043298         COMPUTE WS-MASS-RAW = RATE-AMOUNT - WS-MASS-CHANGE-AMT
043299     ELSE
043300         COMPUTE WS-MASS-RAW = RATE-AMOUNT + WS-MASS-CHANGE-AMT
043301     END-IF.
043302     IF WS-MASS-RAW < ZERO
043303         MOVE 'RATE BELOW ZERO' TO WS-REJECT-REASON
043304         GO TO 2630-EXIT
043305     END-IF.
043306     MOVE WS-MASS-RAW TO WS-MASS-MILLS.
043307     IF WS-MASS-MILLS < WS-MASS-RAW
043308         ADD 0.001 TO WS-MASS-MILLS
043309     END-IF.
043310     IF WS-MASS-MILLS > 9999.999
043311         MOVE 'RATE OVERFLOW' TO WS-REJECT-REASON
043312         GO TO 2630-EXIT
043313     END-IF.
043314     MOVE WS-MASS-MILLS TO WS-CEIL-INPUT.
043315     MOVE RCT-ROUND-UNIT (WS-MASS-HIT) TO WS-CEIL-UNIT.
043316     IF TRN-MASS-PREVIEW
043317         PERFORM 2640-PREVIEW-ROUND-UP THRU 2640-EXIT
043318         GO TO 2630-EXIT
043319     END-IF.
043320     CALL "CEIL-UNIT" USING WS-CEIL-INPUT, WS-CEIL-UNIT-RES,
043321         WS-CEIL-FLAG, WS-CEIL-UNIT.
043322     IF RETURN-CODE = 16
043323         MOVE ZERO TO RETURN-CODE
043324         MOVE 'RATE OVERFLOW' TO WS-REJECT-REASON
043325     END-IF.
043326 2630-EXIT.
043327     EXIT.
043328*----------------------------------------------------------------
043329* 2640-PREVIEW-ROUND-UP - ROUNDS WS-CEIL-INPUT UP TO THE NEXT
043330* MULTIPLE OF WS-CEIL-UNIT (ZERO IS THE WHOLE DOLLAR) INTO
043331* WS-CEIL-UNIT-RES, EXACTLY AS CEIL-UNIT DOES: WHOLE QUOTIENT,
043332* PLUS ONE FOR ANY REMAINDER, TIMES THE UNIT.  A RESULT PAST
043333* 9999.999 IS THE SAME RATE OVERFLOW CEIL-UNIT WOULD RETURN.
043334*----------------------------------------------------------------
043335 2640-PREVIEW-ROUND-UP.
043336     MOVE WS-CEIL-UNIT TO WS-MASS-UNIT.
043337     IF WS-MASS-UNIT = ZERO
043338         MOVE 1 TO WS-MASS-UNIT
043339     END-IF.
043340     COMPUTE WS-MASS-QUOTIENT = WS-CEIL-INPUT / WS-MASS-UNIT.
043341     MOVE WS-MASS-QUOTIENT TO WS-MASS-QUOT-INT.
043342     IF WS-MASS-QUOT-INT < WS-MASS-QUOTIENT
043343         ADD 1 TO WS-MASS-QUOT-INT
043344     END-IF.
043345     COMPUTE WS-MASS-ROUNDED = WS-MASS-QUOT-INT * WS-MASS-UNIT.
043346     IF WS-MASS-ROUNDED > 9999.999
043347         MOVE 'RATE OVERFLOW' TO WS-REJECT-REASON
043348         GO TO 2640-EXIT
043349     END-IF.
043350     MOVE WS-MASS-ROUNDED TO WS-CEIL-UNIT-RES.
043351 2640-EXIT.
043352     EXIT.
043353*----------------------------------------------------------------
043354 3000-FINALIZE.
043400     MOVE WS-BLANK-LINE TO WS-PRINT-AREA.
043500     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
043600     MOVE 'CARDS READ' TO TL-CAPTION.
045300     MOVE WS-CARDS-REJECTED TO TL-COUNT.
045400     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
045500     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
045510     MOVE 'JOURNAL RECORDS WRITTEN' TO TL-CAPTION.
045520     MOVE WS-JOURNAL-WRITTEN TO TL-COUNT.
045530     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
045540     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
045543     MOVE 'MASS CHANGE CARDS RUN' TO TL-CAPTION.
045546     MOVE WS-MASS-CARDS TO TL-COUNT.
045549     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
045552     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
045555     MOVE 'ACCOUNTS MASS CHANGED' TO TL-CAPTION.
045558     MOVE WS-MASS-APPLIED TO TL-COUNT.
045561     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
045564     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
045567     MOVE 'ACCOUNTS MASS PREVIEWED' TO TL-CAPTION.
045570     MOVE WS-MASS-PREVIEWED TO TL-COUNT.
045573     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
045576     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
045579     MOVE 'ACCOUNTS MASS SKIPPED' TO TL-CAPTION.
045582     MOVE WS-MASS-SKIPPED TO TL-COUNT.
045585     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
045588     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
045591     IF WS-MASS-CARDS > ZERO
045594         PERFORM 3100-WRITE-CLASS-SUMMARY THRU 3100-EXIT
045597     END-IF.
045600     CLOSE MASTER-FILE.
045700     CLOSE TRAN-FILE.
045800     CLOSE REPORT-FILE.
045810     CLOSE JRNL-FILE.
045855     CALL "CEIL-TERM".
045900 3000-EXIT.
046000     EXIT.
046002*----------------------------------------------------------------
046004* 3100-WRITE-CLASS-SUMMARY - ONE LINE PER CLASS A MASS CARD RAN
046006* AGAINST: CARDS, ACCOUNTS FOUND IN THE CLASS, HOW MANY WERE
046008* CHANGED, PREVIEWED AND SKIPPED, AND THE BEFORE AND AFTER
046010* RATE-AMOUNT TOTALS OF THE ACCOUNTS PRICED (SKIPPED ACCOUNTS
046012* ARE LEFT OUT OF BOTH, SO THE DIFFERENCE IS THE CHANGE ITSELF).
046014*----------------------------------------------------------------
046016 3100-WRITE-CLASS-SUMMARY.
046018     MOVE WS-BLANK-LINE TO WS-PRINT-AREA.
046020     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
046022     MOVE WS-CLASS-HEADING-1 TO WS-PRINT-AREA.
046024     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
046026     MOVE WS-CLASS-HEADING-2 TO WS-PRINT-AREA.
046028     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
046030     PERFORM 3110-WRITE-CLASS-LINE THRU 3110-EXIT
046032         VARYING WS-RCL-SUB FROM 1 BY 1
046034         UNTIL WS-RCL-SUB > WS-RCL-COUNT.
046036 3100-EXIT.
046038     EXIT.
046040*----------------------------------------------------------------
046042 3110-WRITE-CLASS-LINE.
046044     IF RCT-MASS-CARDS (WS-RCL-SUB) = ZERO
046046         GO TO 3110-EXIT
046048     END-IF.
046050     MOVE RCT-CLASS (WS-RCL-SUB)          TO CS-CLASS.
046052     MOVE RCT-MASS-CARDS (WS-RCL-SUB)     TO CS-CARDS.
046054     MOVE RCT-MASS-ACCTS (WS-RCL-SUB)     TO CS-ACCTS.
046056     MOVE RCT-MASS-APPLIED (WS-RCL-SUB)   TO CS-APPLIED.
046058     MOVE RCT-MASS-PREVIEWED (WS-RCL-SUB) TO CS-PREVIEWED.
046060     MOVE RCT-MASS-SKIPPED (WS-RCL-SUB)   TO CS-SKIPPED.
046062     MOVE RCT-MASS-BEF-TOTAL (WS-RCL-SUB) TO CS-BEF-TOTAL.
046064     MOVE RCT-MASS-AFT-TOTAL (WS-RCL-SUB) TO CS-AFT-TOTAL.
046066     COMPUTE WS-CLASS-DIFFERENCE =
046068         RCT-MASS-AFT-TOTAL (WS-RCL-SUB)
046070         - RCT-MASS-BEF-TOTAL (WS-RCL-SUB).
046072     MOVE WS-CLASS-DIFFERENCE TO CS-DIFFERENCE.
046074     MOVE WS-CLASS-LINE TO WS-PRINT-AREA.
046076     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
046078 3110-EXIT.
046080     EXIT.
046100*----------------------------------------------------------------
046200* 9000-FILE-ERROR - A NON-ZERO FILE STATUS (OTHER THAN THE
046300* EXPECTED NOT-FOUND ON THE KEYED READ) IS FATAL.  A HALF-
046900     DISPLAY 'RATEMNT - I/O ERROR ON ' WS-ABEND-OPERATION.
047000     DISPLAY 'RATEMNT - FILE STATUS = ' WS-ABEND-STATUS.
047100     MOVE 16 TO RETURN-CODE.
047150     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
047200     STOP RUN.
047208*----------------------------------------------------------------
047216* 9100-CLASS-TABLE-FULL - MORE CLASSES ON CLASSIN THAN THE TABLE
047224* HOLDS.  DROPPING THE OVERFLOW WOULD REJECT EVERY CARD IN THE
047232* DROPPED CLASSES AS UNKNOWN, SO THIS IS FATAL - RAISE THE
047240* OCCURS AND RERUN.
047248*----------------------------------------------------------------
047256 9100-CLASS-TABLE-FULL.
047264     DISPLAY 'RATEMNT - CLASS TABLE FULL AT 100 ENTRIES'.
047272     DISPLAY 'RATEMNT - RAISE WS-RCL-ENTRY OCCURS AND RERUN'.
047280     MOVE 16 TO RETURN-CODE.
047284     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
047288     STOP RUN.
047295*----------------------------------------------------------------
047302* 9990-LOG-RUN-END - APPENDS THIS RUN'S END RECORD, WITH ITS FINAL
047309* RETURN CODE, TO THE RUN-STATUS LOG THROUGH RUNLOG-END SO THE
047316* RUNRPT MORNING REPORT CAN CHECK THE CHAIN.  PERFORMED JUST
047323* BEFORE EVERY STOP RUN, FATAL EXITS INCLUDED.  THE CALL RESETS
047330* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS.
047337*----------------------------------------------------------------
047344 9990-LOG-RUN-END.
047351     MOVE RETURN-CODE TO RLP-RETURN-CODE.
047358     CALL "RUNLOG-END" USING RUNLOG-PARMS.
047365     MOVE RLP-RETURN-CODE TO RETURN-CODE.
047372 9990-EXIT.
047379     EXIT.
047386
047400 END PROGRAM RATEMNT.
