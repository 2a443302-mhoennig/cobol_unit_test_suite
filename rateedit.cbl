002496*                   BALRPT MORNING BALANCE SHEET - THE SAME
002497*                   OPEN-EXTEND-AT-END PATTERN CEILRPT USES
002498*                   FOR RUNCTL.
002508*  10/15/26   RH    EDIT RATE-CLASS AGAINST THE NEW RATE-CLASS
002518*                   REFERENCE FILE (COPYBOOK RATECLS, DD
002528*                   CLASSIN), LOADED INTO A TABLE UP FRONT.  A
002538*                   CLASS NOT ON THE FILE, OR NOT FLAGGED ACTIVE,
002548*                   REJECTS WITH NEW REASON 06 - A MISKEYED CLASS
002558*                   USED TO SAIL THROUGH AND OPEN A NEW BUCKET ON
002568*                   THE CEILRPT CLASS SUMMARY.  A BLANK CLASS
002578*                   STILL PASSES, THE SAME AS A BLANK DATE.
002580*  10/15/26   RH    APPENDS START AND END RECORDS TO THE RUN-
002582*                   STATUS LOG THROUGH RUNLOG (9990-LOG-RUN-END
002584*                   BEFORE EVERY STOP RUN) FOR THE RUNRPT
002586*                   MORNING CHAIN CHECK.
002588*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
004310     SELECT BAL-FILE    ASSIGN TO BALOUT
004320         ORGANIZATION IS SEQUENTIAL
004330         FILE STATUS IS WS-BAL-FILE-STATUS.
004347     SELECT CLASS-FILE  ASSIGN TO CLASSIN
004364         ORGANIZATION IS SEQUENTIAL
004381         FILE STATUS IS WS-CLASS-FILE-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  RATE-FILE
006420     LABEL RECORDS ARE STANDARD
006430     RECORDING MODE IS F.
006440     COPY BALREC.
006452 FD  CLASS-FILE
006464     LABEL RECORDS ARE STANDARD
006476     RECORDING MODE IS F.
006488     COPY RATECLS.
006500 WORKING-STORAGE SECTION.
006600*----------------------------------------------------------------
006700* SWITCHES
006900 01  WS-SWITCHES.
007000     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
007100         88  END-OF-RATE-FILE        VALUE 'Y'.
007120     05  WS-CLASS-EOF-SW     PIC X(01) VALUE 'N'.
007140         88  END-OF-CLASS-FILE       VALUE 'Y'.
007160     05  WS-RCL-FOUND-SW     PIC X(01) VALUE 'N'.
007180         88  CLASS-ON-FILE           VALUE 'Y'.
007200*----------------------------------------------------------------
007300* FILE STATUS CODES
007400*----------------------------------------------------------------
008200     88  REPORT-FILE-OK               VALUE '00'.
008210 01  WS-BAL-FILE-STATUS      PIC X(02) VALUE '00'.
008220     88  BAL-FILE-OK                  VALUE '00'.
008246 01  WS-CLASS-FILE-STATUS    PIC X(02) VALUE '00'.
008272     88  CLASS-FILE-OK                VALUE '00'.
008300 01  WS-ABEND-OPERATION      PIC X(24) VALUE SPACES.
008400 01  WS-ABEND-STATUS         PIC X(02) VALUE SPACES.
008410 01  WS-RUN-DATE             PIC 9(08).
009000*   03 - DUPLICATE RATE-ACCT-NO
009100*   04 - SHORT RECORD (AMOUNT FIELD EMPTY)
009150*   05 - RATE-EFF-DATE NOT A REAL CALENDAR DATE
009175*   06 - RATE-CLASS NOT ON THE CLASS FILE, OR NOT ACTIVE
009200*----------------------------------------------------------------
009300 01  WS-REASON-CODE          PIC X(02).
009400     88  RECORD-ACCEPTED             VALUE '  '.
009700     88  REASON-DUPLICATE            VALUE '03'.
009800     88  REASON-SHORT-RECORD         VALUE '04'.
009810     88  REASON-BAD-EFF-DATE         VALUE '05'.
009855     88  REASON-BAD-CLASS            VALUE '06'.
009900 01  WS-PREV-ACCT-NO         PIC X(10) VALUE LOW-VALUES.
009910*----------------------------------------------------------------
009920* FIELDS PASSED TO DATEVAL - COPIED FROM DATEVALP SO THIS EDIT
009940*----------------------------------------------------------------
009950     COPY DATEVALP REPLACING DATE-TO-CHECK BY WS-DATE-TO-CHECK,
009960                   DATE-VALID-FLAG BY WS-DATE-VALID-FLAG.
009962*----------------------------------------------------------------
009964* RATE-CLASS REFERENCE TABLE - LOADED FROM CLASSIN UP FRONT FOR
009966* THE REASON-06 EDIT.  A FULL TABLE IS FATAL - SEE
009968* 9100-CLASS-TABLE-FULL.
009970*----------------------------------------------------------------
009972 01  WS-RCL-TABLE.
009974     05  WS-RCL-COUNT        PIC 9(4) COMP VALUE ZERO.
009976     05  WS-RCL-ENTRY        OCCURS 100 TIMES.
009978         10  RCT-CLASS       PIC X(02).
009980         10  RCT-ACTIVE-FLAG PIC X(01).
009982             88  RCT-CLASS-ACTIVE    VALUE 'Y'.
009984 77  WS-RCL-SUB              PIC 9(4) COMP.
009986 77  WS-RCL-HIT              PIC 9(4) COMP.
010000*----------------------------------------------------------------
010100* CONTROL TOTALS
010200*----------------------------------------------------------------
010900     05  WS-REJ-DUPLICATE    PIC 9(6) COMP VALUE ZERO.
011000     05  WS-REJ-SHORT        PIC 9(6) COMP VALUE ZERO.
011010     05  WS-REJ-BAD-DATE     PIC 9(6) COMP VALUE ZERO.
011055     05  WS-REJ-BAD-CLASS    PIC 9(6) COMP VALUE ZERO.
011100*----------------------------------------------------------------
011200* REPORT LINE LAYOUTS
011300*----------------------------------------------------------------
012000     05  TL-CAPTION          PIC X(30).
012100     05  TL-COUNT            PIC ZZZZZ9.
012200     05  FILLER              PIC X(44) VALUE SPACES.
012216*----------------------------------------------------------------
012232* RUN-STATUS LOG PARAMETERS - SHARED WITH RUNLOG THROUGH COPYBOOK
012248* RUNLOGP.  SEE 9990-LOG-RUN-END.
012264*----------------------------------------------------------------
012280     COPY RUNLOGP.
012300 PROCEDURE DIVISION.
012400*----------------------------------------------------------------
012500* 0000-MAINLINE - OPEN FILES, EDIT EVERY PROPOSED RATE RECORD TO
013400     IF WS-RECORDS-REJECTED > ZERO
013500         MOVE 4 TO RETURN-CODE
013600     END-IF.
013650     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
013700     STOP RUN.
013800*----------------------------------------------------------------
013900 1000-INITIALIZE.
013920*    OPEN THIS RUN'S ENTRY ON THE RUN-STATUS LOG - THE END
013940*    RECORD IS WRITTEN BY 9990-LOG-RUN-END.
013960     MOVE 'RATEEDIT' TO RLP-PROGRAM.
013980     CALL "RUNLOG" USING RUNLOG-PARMS.
014000     OPEN INPUT RATE-FILE.
014100     IF NOT RATE-FILE-OK
014200         MOVE 'OPEN INPUT RATE-FILE' TO WS-ABEND-OPERATION
016100         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-STATUS
016200         GO TO 9000-FILE-ERROR
016300     END-IF.
016309     OPEN INPUT CLASS-FILE.
016318     IF NOT CLASS-FILE-OK
016327         MOVE 'OPEN INPUT CLASS-FILE' TO WS-ABEND-OPERATION
016336         MOVE WS-CLASS-FILE-STATUS TO WS-ABEND-STATUS
016345         GO TO 9000-FILE-ERROR
016354     END-IF.
016363     PERFORM 1100-LOAD-CLASS THRU 1100-EXIT
016372         UNTIL END-OF-CLASS-FILE.
016381     CLOSE CLASS-FILE.
016390     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
016400     MOVE WS-HEADING-1 TO WS-PRINT-AREA.
016500     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
016600     PERFORM 2100-READ-RATE-FILE THRU 2100-EXIT.
016700 1000-EXIT.
016800     EXIT.
016806*----------------------------------------------------------------
016812 1100-LOAD-CLASS.
016818     READ CLASS-FILE
016824         AT END
016830             MOVE 'Y' TO WS-CLASS-EOF-SW
016836             GO TO 1100-EXIT
016842     END-READ.
016848     IF WS-RCL-COUNT = 100
016854         GO TO 9100-CLASS-TABLE-FULL
016860     END-IF.
016866     ADD 1 TO WS-RCL-COUNT.
016872     MOVE RCL-CLASS       TO RCT-CLASS (WS-RCL-COUNT).
016878     MOVE RCL-ACTIVE-FLAG TO RCT-ACTIVE-FLAG (WS-RCL-COUNT).
016884 1100-EXIT.
016890     EXIT.
016900*----------------------------------------------------------------
017000* 2000-EDIT-RECORD - APPLY THE EDITS IN SEVERITY ORDER (SHORT
017100* RECORD, BLANK ACCOUNT, NON-NUMERIC AMOUNT, DUPLICATE, BAD
017150* EFFECTIVE DATE, BAD CLASS), WRITE
017200* THE RECORD TO THE CLEAN OR REJECT FILE, AND REMEMBER THE
017300* ACCOUNT FOR THE NEXT RECORD'S DUPLICATE CHECK.
017400*----------------------------------------------------------------
018800         MOVE '03' TO WS-REASON-CODE
018810     ELSE
018820         PERFORM 2400-EDIT-EFF-DATE THRU 2400-EXIT
018840         IF RECORD-ACCEPTED
018860             PERFORM 2450-EDIT-CLASS THRU 2450-EXIT
018880         END-IF
018900     END-IF
019000     END-IF
019100     END-IF
023510     IF REASON-BAD-EFF-DATE
023520         ADD 1 TO WS-REJ-BAD-DATE
023530     END-IF.
023547     IF REASON-BAD-CLASS
023564         ADD 1 TO WS-REJ-BAD-CLASS
023581     END-IF.
023600     MOVE RATE-RECORD TO REJ-RATE-DATA.
023700     MOVE SPACES TO REJ-FILLER.
023800     MOVE WS-REASON-CODE TO REJ-REASON-CODE.
024697     END-IF.
024698 2400-EXIT.
024699     EXIT.
024701*----------------------------------------------------------------
024703* 2450-EDIT-CLASS - A NON-BLANK RATE-CLASS MUST BE ON THE CLASS
024705* FILE AND FLAGGED ACTIVE.  BLANK PASSES, FOR THE SAME PRE-
024707* CHANGE RECORDS AS THE EFFECTIVE-DATE EDIT.
024709*----------------------------------------------------------------
024711 2450-EDIT-CLASS.
024713     IF RATE-CLASS = SPACES
024715         GO TO 2450-EXIT
024717     END-IF.
024719     MOVE 'N' TO WS-RCL-FOUND-SW.
024721     MOVE ZERO TO WS-RCL-HIT.
024723     PERFORM 2460-TEST-CLASS THRU 2460-EXIT
024725         VARYING WS-RCL-SUB FROM 1 BY 1
024727         UNTIL WS-RCL-SUB > WS-RCL-COUNT
024729            OR CLASS-ON-FILE.
024731     IF NOT CLASS-ON-FILE
024733         MOVE '06' TO WS-REASON-CODE
024735         GO TO 2450-EXIT
024737     END-IF.
024739     IF NOT RCT-CLASS-ACTIVE (WS-RCL-HIT)
024741         MOVE '06' TO WS-REASON-CODE
024743     END-IF.
024745 2450-EXIT.
024747     EXIT.
024749*----------------------------------------------------------------
024751 2460-TEST-CLASS.
024753     IF RCT-CLASS (WS-RCL-SUB) = RATE-CLASS
024755         MOVE 'Y' TO WS-RCL-FOUND-SW
024757         MOVE WS-RCL-SUB TO WS-RCL-HIT
024759     END-IF.
024761 2460-EXIT.
024763     EXIT.
024765*----------------------------------------------------------------
024800 2500-WRITE-REPORT.
024900     WRITE REPORT-RECORD FROM WS-PRINT-AREA.
025000     IF NOT REPORT-FILE-OK
028620     MOVE WS-REJ-BAD-DATE TO TL-COUNT.
028630     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
028640     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
028642     MOVE '  06 UNKNOWN/INACTIVE CLASS' TO TL-CAPTION.
028644     MOVE WS-REJ-BAD-CLASS TO TL-COUNT.
028646     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
028648     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
028650     PERFORM 8000-WRITE-BALANCE THRU 8000-EXIT.
028700     CLOSE RATE-FILE.
028800     CLOSE CLEAN-FILE.
029900     DISPLAY 'RATEEDIT - I/O ERROR ON ' WS-ABEND-OPERATION.
030000     DISPLAY 'RATEEDIT - FILE STATUS = ' WS-ABEND-STATUS.
030100     MOVE 16 TO RETURN-CODE.
030150     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
030200     STOP RUN.
030208*----------------------------------------------------------------
030216* 9100-CLASS-TABLE-FULL - MORE CLASSES ON CLASSIN THAN THE TABLE
030224* HOLDS.  DROPPING THE OVERFLOW WOULD REJECT EVERY RATE IN THE
030232* DROPPED CLASSES AS UNKNOWN, SO THIS IS FATAL - RAISE THE
030240* OCCURS AND RERUN.
030248*----------------------------------------------------------------
030256 9100-CLASS-TABLE-FULL.
030264     DISPLAY 'RATEEDIT - CLASS TABLE FULL AT 100 ENTRIES'.
030272     DISPLAY 'RATEEDIT - RAISE WS-RCL-ENTRY OCCURS AND RERUN'.
030280     MOVE 16 TO RETURN-CODE.
030284     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
030288     STOP RUN.
030295*----------------------------------------------------------------
030302* 9990-LOG-RUN-END - APPENDS THIS RUN'S END RECORD, WITH ITS FINAL
030309* RETURN CODE, TO THE RUN-STATUS LOG THROUGH RUNLOG-END SO THE
030316* RUNRPT MORNING REPORT CAN CHECK THE CHAIN.  PERFORMED JUST
030323* BEFORE EVERY STOP RUN, FATAL EXITS INCLUDED.  THE CALL RESETS
030330* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS.
030337*----------------------------------------------------------------
030344 9990-LOG-RUN-END.
030351     MOVE RETURN-CODE TO RLP-RETURN-CODE.
030358     CALL "RUNLOG-END" USING RUNLOG-PARMS.
030365     MOVE RLP-RETURN-CODE TO RETURN-CODE.
030372 9990-EXIT.
030379     EXIT.
030386
030400 END PROGRAM RATEEDIT.
