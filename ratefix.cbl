003666*                   DATASET AND THE DECK COPIES IT BACK ONLY
003668*                   AFTER A CLEAN PASS, THE WAY THE CEILRPT
003670*                   DECK PUBLISHES ITS PENDING FILE.
003674*  10/15/26   RH    RATEEDIT GAINED THE REASON-06 RATE-CLASS
003678*                   EDIT AGAINST THE CLASS REFERENCE FILE, SO
003682*                   THE RE-EDIT HERE LOADS THE SAME FILE (DD
003686*                   CLASSIN) AND RUNS IT TOO - A CARD THAT
003690*                   REPAIRS THE CLASS IS CHECKED AGAINST THE
003694*                   FILE BEFORE THE RECORD IS RESUBMITTED.
003695*  10/15/26   RH    APPENDS START AND END RECORDS TO THE RUN-
003696*                   STATUS LOG THROUGH RUNLOG (9990-LOG-RUN-END
003697*                   BEFORE EVERY STOP RUN) FOR THE RUNRPT
003698*                   MORNING CHAIN CHECK.
003700*----------------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
005600     SELECT REPORT-FILE ASSIGN TO RPTOUT
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-REPORT-FILE-STATUS.
005825     SELECT CLASS-FILE  ASSIGN TO CLASSIN
005850         ORGANIZATION IS SEQUENTIAL
005875         FILE STATUS IS WS-CLASS-FILE-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  REJECT-FILE
008100     LABEL RECORDS ARE STANDARD
008200     RECORDING MODE IS F.
008300 01  REPORT-RECORD           PIC X(80).
008320 FD  CLASS-FILE
008340     LABEL RECORDS ARE STANDARD
008360     RECORDING MODE IS F.
008380     COPY RATECLS.
008400 WORKING-STORAGE SECTION.
008500*----------------------------------------------------------------
008600* SWITCHES
009200         88  END-OF-CORR-FILE        VALUE 'Y'.
009300     05  WS-CORR-FOUND-SW    PIC X(01) VALUE 'N'.
009400         88  CORRECTION-FOUND        VALUE 'Y'.
009420     05  WS-CLASS-EOF-SW     PIC X(01) VALUE 'N'.
009440         88  END-OF-CLASS-FILE       VALUE 'Y'.
009460     05  WS-RCL-FOUND-SW     PIC X(01) VALUE 'N'.
009480         88  CLASS-ON-FILE           VALUE 'Y'.
009500*----------------------------------------------------------------
009600* FILE STATUS CODES
009700*----------------------------------------------------------------
010500     88  CARRY-FILE-OK                VALUE '00'.
010600 01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE '00'.
010700     88  REPORT-FILE-OK               VALUE '00'.
010733 01  WS-CLASS-FILE-STATUS    PIC X(02) VALUE '00'.
010766     88  CLASS-FILE-OK                VALUE '00'.
010800 01  WS-ABEND-OPERATION      PIC X(24) VALUE SPACES.
010900 01  WS-ABEND-STATUS         PIC X(02) VALUE SPACES.
011000*----------------------------------------------------------------
012600     88  REASON-DUPLICATE            VALUE '03'.
012700     88  REASON-SHORT-RECORD         VALUE '04'.
012710     88  REASON-BAD-EFF-DATE         VALUE '05'.
012755     88  REASON-BAD-CLASS            VALUE '06'.
012800 01  WS-ORIG-REASON          PIC X(02).
012900 01  WS-PREV-ACCT-NO         PIC X(10) VALUE LOW-VALUES.
012910*----------------------------------------------------------------
014600         10  CTB-USED-SW     PIC X(01).
014700 77  WS-CORR-SUB             PIC 9(4) COMP.
014800 77  WS-CORR-HIT             PIC 9(4) COMP.
014807*----------------------------------------------------------------
014814* RATE-CLASS REFERENCE TABLE - LOADED FROM CLASSIN UP FRONT FOR
014821* THE REASON-06 RE-EDIT, EXACTLY AS RATEEDIT LOADS IT.  A FULL
014828* TABLE IS FATAL - SEE 9200-CLASS-TABLE-FULL.
014835*----------------------------------------------------------------
014842 01  WS-RCL-TABLE.
014849     05  WS-RCL-COUNT        PIC 9(4) COMP VALUE ZERO.
014856     05  WS-RCL-ENTRY        OCCURS 100 TIMES.
014863         10  RCT-CLASS       PIC X(02).
014870         10  RCT-ACTIVE-FLAG PIC X(01).
014877             88  RCT-CLASS-ACTIVE    VALUE 'Y'.
014884 77  WS-RCL-SUB              PIC 9(4) COMP.
014891 77  WS-RCL-HIT              PIC 9(4) COMP.
014900*----------------------------------------------------------------
015000* CONTROL TOTALS
015100*----------------------------------------------------------------
019300     05  TL-COUNT            PIC ZZZZZ9.
019400     05  FILLER              PIC X(44) VALUE SPACES.
019500 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
019516*----------------------------------------------------------------
019532* RUN-STATUS LOG PARAMETERS - SHARED WITH RUNLOG THROUGH COPYBOOK
019548* RUNLOGP.  SEE 9990-LOG-RUN-END.
019564*----------------------------------------------------------------
019580     COPY RUNLOGP.
019600 PROCEDURE DIVISION.
019700*----------------------------------------------------------------
019800* 0000-MAINLINE - LOAD THE CORRECTION CARDS, REPAIR OR CARRY
020900        OR WS-CARDS-UNUSED > ZERO
021000         MOVE 4 TO RETURN-CODE
021100     END-IF.
021150     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
021200     STOP RUN.
021300*----------------------------------------------------------------
021400 1000-INITIALIZE.
021420*    OPEN THIS RUN'S ENTRY ON THE RUN-STATUS LOG - THE END
021440*    RECORD IS WRITTEN BY 9990-LOG-RUN-END.
021460     MOVE 'RATEFIX' TO RLP-PROGRAM.
021480     CALL "RUNLOG" USING RUNLOG-PARMS.
021500     OPEN INPUT REJECT-FILE.
021600     IF NOT REJECT-FILE-OK
021700         MOVE 'OPEN INPUT REJECT-FILE' TO WS-ABEND-OPERATION
024500     PERFORM 1100-LOAD-CORRECTION THRU 1100-EXIT
024600         UNTIL END-OF-CORR-FILE.
024700     CLOSE CORR-FILE.
024710     OPEN INPUT CLASS-FILE.
024720     IF NOT CLASS-FILE-OK
024730         MOVE 'OPEN INPUT CLASS-FILE' TO WS-ABEND-OPERATION
024740         MOVE WS-CLASS-FILE-STATUS TO WS-ABEND-STATUS
024750         GO TO 9000-FILE-ERROR
024760     END-IF.
024770     PERFORM 1200-LOAD-CLASS THRU 1200-EXIT
024780         UNTIL END-OF-CLASS-FILE.
024790     CLOSE CLASS-FILE.
024800     MOVE WS-HEADING-1 TO WS-PRINT-AREA.
024900     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
025000     MOVE WS-HEADING-2 TO WS-PRINT-AREA.
027200     MOVE 'N' TO CTB-USED-SW (WS-CORR-COUNT).
027300 1100-EXIT.
027400     EXIT.
027406*----------------------------------------------------------------
027412 1200-LOAD-CLASS.
027418     READ CLASS-FILE
027424         AT END
027430             MOVE 'Y' TO WS-CLASS-EOF-SW
027436             GO TO 1200-EXIT
027442     END-READ.
027448     IF WS-RCL-COUNT = 100
027454         GO TO 9200-CLASS-TABLE-FULL
027460     END-IF.
027466     ADD 1 TO WS-RCL-COUNT.
027472     MOVE RCL-CLASS       TO RCT-CLASS (WS-RCL-COUNT).
027478     MOVE RCL-ACTIVE-FLAG TO RCT-ACTIVE-FLAG (WS-RCL-COUNT).
027484 1200-EXIT.
027490     EXIT.
027500*----------------------------------------------------------------
027600* 2000-REPAIR-REJECT - REPAIR ONE REJECT.  THE REJECT'S DATA
027700* BYTES ARE COPIED TO THE RATEREC WORK AREA, THE OLDEST UNUSED
037700*----------------------------------------------------------------
037800* 2250-EDIT-RECORD - THE RATEEDIT EDITS, RE-RUN IN THE SAME
037900* SEVERITY ORDER (SHORT RECORD, BLANK ACCOUNT, NON-NUMERIC
038000* AMOUNT, DUPLICATE, BAD EFFECTIVE DATE, BAD CLASS).  THE
038050* SHORT-RECORD TEST LOOKS AT THE AMOUNT COLUMNS AS RAW BYTES,
038100* FOR THE SAME COMPILER REASON AS
038200* IN RATEEDIT.  THE DUPLICATE TEST COMPARES ADJACENT
038300* RESUBMITTED ACCOUNTS ONLY - SEE THE PROLOGUE.
038400*----------------------------------------------------------------
039700         MOVE '03' TO WS-REASON-CODE
039710     ELSE
039720         PERFORM 2270-EDIT-EFF-DATE THRU 2270-EXIT
039740         IF RECORD-ACCEPTED
039760             PERFORM 2280-EDIT-CLASS THRU 2280-EXIT
039780         END-IF
039800     END-IF
039900     END-IF
040000     END-IF
040396     END-IF.
040397 2270-EXIT.
040398     EXIT.
040401*----------------------------------------------------------------
040404* 2280-EDIT-CLASS - RATEEDIT'S REASON-06 CLASS EDIT, RE-RUN HERE
040407* AGAINST THE SAME CLASS FILE.  BLANK PASSES, AS IT DOES IN
040410* RATEEDIT.
040413*----------------------------------------------------------------
040416 2280-EDIT-CLASS.
040419     IF RATE-CLASS = SPACES
040422         GO TO 2280-EXIT
040425     END-IF.
040428     MOVE 'N' TO WS-RCL-FOUND-SW.
040431     MOVE ZERO TO WS-RCL-HIT.
040434     PERFORM 2290-TEST-CLASS THRU 2290-EXIT
040437         VARYING WS-RCL-SUB FROM 1 BY 1
040440         UNTIL WS-RCL-SUB > WS-RCL-COUNT
040443            OR CLASS-ON-FILE.
040446     IF NOT CLASS-ON-FILE
040449         MOVE '06' TO WS-REASON-CODE
040452         GO TO 2280-EXIT
040455     END-IF.
040458     IF NOT RCT-CLASS-ACTIVE (WS-RCL-HIT)
040461         MOVE '06' TO WS-REASON-CODE
040464     END-IF.
040467 2280-EXIT.
040470     EXIT.
040473*----------------------------------------------------------------
040476 2290-TEST-CLASS.
040479     IF RCT-CLASS (WS-RCL-SUB) = RATE-CLASS
040482         MOVE 'Y' TO WS-RCL-FOUND-SW
040485         MOVE WS-RCL-SUB TO WS-RCL-HIT
040488     END-IF.
040491 2290-EXIT.
040494     EXIT.
040497*----------------------------------------------------------------
040500 2300-WRITE-CARRY.
040600     ADD 1 TO WS-CARRIED-FORWARD.
040700     MOVE RATE-RECORD TO CFW-RATE-DATA.
049800     DISPLAY 'RATEFIX - I/O ERROR ON ' WS-ABEND-OPERATION.
049900     DISPLAY 'RATEFIX - FILE STATUS = ' WS-ABEND-STATUS.
050000     MOVE 16 TO RETURN-CODE.
050050     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
050100     STOP RUN.
050200*----------------------------------------------------------------
050300* 9100-CORR-TABLE-FULL - MORE CORRECTION CARDS THAN THE TABLE
050800     DISPLAY 'RATEFIX - CORRECTION TABLE FULL AT 200 ENTRIES'.
050900     DISPLAY 'RATEFIX - RAISE WS-CORR-ENTRY OCCURS AND RERUN'.
051000     MOVE 16 TO RETURN-CODE.
051050     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
051100     STOP RUN.
051108*----------------------------------------------------------------
051116* 9200-CLASS-TABLE-FULL - MORE CLASSES ON CLASSIN THAN THE TABLE
051124* HOLDS.  DROPPING THE OVERFLOW WOULD CARRY EVERY RATE IN THE
051132* DROPPED CLASSES FORWARD AS UNKNOWN, SO THIS IS FATAL - RAISE
051140* THE OCCURS AND RERUN.
051148*----------------------------------------------------------------
051156 9200-CLASS-TABLE-FULL.
051164     DISPLAY 'RATEFIX - CLASS TABLE FULL AT 100 ENTRIES'.
051172     DISPLAY 'RATEFIX - RAISE WS-RCL-ENTRY OCCURS AND RERUN'.
051180     MOVE 16 TO RETURN-CODE.
051184     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
051188     STOP RUN.
051195*----------------------------------------------------------------
051202* 9990-LOG-RUN-END - APPENDS THIS RUN'S END RECORD, WITH ITS FINAL
051209* RETURN CODE, TO THE RUN-STATUS LOG THROUGH RUNLOG-END SO THE
051216* RUNRPT MORNING REPORT CAN CHECK THE CHAIN.  PERFORMED JUST
051223* BEFORE EVERY STOP RUN, FATAL EXITS INCLUDED.  THE CALL RESETS
051230* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS.
051237*----------------------------------------------------------------
051244 9990-LOG-RUN-END.
051251     MOVE RETURN-CODE TO RLP-RETURN-CODE.
051258     CALL "RUNLOG-END" USING RUNLOG-PARMS.
051265     MOVE RLP-RETURN-CODE TO RETURN-CODE.
051272 9990-EXIT.
051279     EXIT.
051286
051300 END PROGRAM RATEFIX.
