000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RATEREL.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. BILLING-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000*    DATE      INIT  DESCRIPTION
001100*  --------   ----  ---------------------------------------------
001200*  10/15/26   RH    ORIGINAL PROGRAM - RELEASE JOB FOR THE
001300*                   CEILRPT HOLD FILE.  AN APPLY RUN NOW HOLDS
001400*                   ANY RECORD WHOSE ROUNDING DELTA IS OVER ITS
001500*                   SIGN-OFF THRESHOLD OUT OF THE ROUNDED FILE,
001600*                   AND THE AUDITORS WANT A NAMED APPROVER ON
001700*                   EVERY ONE OF THEM BEFORE IT IS LOADED.  THIS
001800*                   JOB READS THE HOLD FILE PLUS AN APPROVAL-
001900*                   CARD FILE KEYED BY RATE-ACCT-NO (APPROVER'S
002000*                   INITIALS, 'R' RELEASE OR 'D' DENY), WRITES
002100*                   EACH RELEASED RECORD WITH ITS ROUNDED AMOUNT
002200*                   IN THE RATEREC LAYOUT TO A RELEASE FILE
002300*                   FRAMED BY THE SAME CEILRPTHDR/CEILRPTTRL
002400*                   CONTROL RECORDS AS THE ROUNDED FILE (SO
002500*                   RATECHK GATES IT INTO THE NEXT PRODUCTION
002600*                   LOAD THE SAME WAY), APPENDS EVERY RELEASE
002700*                   AND DENIAL TO THE PERMANENT SIGN-OFF FILE,
002800*                   AND PRINTS THE SIGN-OFF REGISTER - ACCOUNT,
002900*                   BEFORE AND AFTER AMOUNTS, HOLD REASON,
003000*                   APPROVER AND DISPOSITION.  A HELD RECORD
003100*                   WITH NO CARD IS LEFT UNDECIDED: THE MASTER
003200*                   STILL CARRIES THE SAME AMOUNT, SO THE NEXT
003300*                   CEILRPT CYCLE HOLDS IT AGAIN AND NOTHING
003400*                   IS SILENTLY DROPPED.  RETURN CODE 4 FLAGS A
003500*                   RUN THAT LEFT A RECORD UNDECIDED OR A CARD
003600*                   UNUSED.
003620*  10/15/26   RH    APPENDS START AND END RECORDS TO THE RUN-
003640*                   STATUS LOG THROUGH RUNLOG (9990-LOG-RUN-END
003660*                   BEFORE EVERY STOP RUN) FOR THE RUNRPT
003680*                   MORNING CHAIN CHECK.
003700*----------------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-370.
004100 OBJECT-COMPUTER. IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT HOLD-FILE   ASSIGN TO HOLDIN
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-HOLD-FILE-STATUS.
004700     SELECT APPR-FILE   ASSIGN TO APPRIN
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-APPR-FILE-STATUS.
005000     SELECT REL-FILE    ASSIGN TO RELOUT
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-REL-FILE-STATUS.
005300     SELECT SIGN-FILE   ASSIGN TO SIGNOUT
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-SIGN-FILE-STATUS.
005600     SELECT REPORT-FILE ASSIGN TO RPTOUT
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-REPORT-FILE-STATUS.
005900     SELECT BAL-FILE    ASSIGN TO BALOUT
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-BAL-FILE-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  HOLD-FILE
006500     LABEL RECORDS ARE STANDARD
006600     RECORDING MODE IS F.
006700     COPY RATEHOLD.
006800 FD  APPR-FILE
006900     LABEL RECORDS ARE STANDARD
007000     RECORDING MODE IS F.
007100     COPY RATEAPPR.
007200 FD  REL-FILE
007300     LABEL RECORDS ARE STANDARD
007400     RECORDING MODE IS F.
007500 01  REL-RECORD              PIC X(79).
007600 FD  SIGN-FILE
007700     LABEL RECORDS ARE STANDARD
007800     RECORDING MODE IS F.
007900     COPY RATESIGN.
008000 FD  REPORT-FILE
008100     LABEL RECORDS ARE STANDARD
008200     RECORDING MODE IS F.
008300 01  REPORT-RECORD           PIC X(80).
008400 FD  BAL-FILE
008500     LABEL RECORDS ARE STANDARD
008600     RECORDING MODE IS F.
008700     COPY BALREC.
008800 WORKING-STORAGE SECTION.
008900*----------------------------------------------------------------
009000* SWITCHES
009100*----------------------------------------------------------------
009200 01  WS-SWITCHES.
009300     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
009400         88  END-OF-HOLD-FILE        VALUE 'Y'.
009500     05  WS-APPR-EOF-SW      PIC X(01) VALUE 'N'.
009600         88  END-OF-APPR-FILE        VALUE 'Y'.
009700     05  WS-APPR-FOUND-SW    PIC X(01) VALUE 'N'.
009800         88  APPROVAL-FOUND          VALUE 'Y'.
009900*----------------------------------------------------------------
010000* FILE STATUS CODES
010100*----------------------------------------------------------------
010200 01  WS-HOLD-FILE-STATUS     PIC X(02) VALUE '00'.
010300     88  HOLD-FILE-OK                 VALUE '00'.
010400 01  WS-APPR-FILE-STATUS     PIC X(02) VALUE '00'.
010500     88  APPR-FILE-OK                 VALUE '00'.
010600 01  WS-REL-FILE-STATUS      PIC X(02) VALUE '00'.
010700     88  REL-FILE-OK                  VALUE '00'.
010800 01  WS-SIGN-FILE-STATUS     PIC X(02) VALUE '00'.
010900     88  SIGN-FILE-OK                 VALUE '00'.
011000 01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE '00'.
011100     88  REPORT-FILE-OK               VALUE '00'.
011200 01  WS-BAL-FILE-STATUS      PIC X(02) VALUE '00'.
011300     88  BAL-FILE-OK                  VALUE '00'.
011400 01  WS-ABEND-OPERATION      PIC X(24) VALUE SPACES.
011500 01  WS-ABEND-STATUS         PIC X(02) VALUE SPACES.
011600*----------------------------------------------------------------
011700* WORK COPY OF THE RECORD BEING RELEASED - THE HELD RECORD'S 79
011800* DATA BYTES IN THE RATEREC LAYOUT, WITH RATE-AMOUNT REPLACED BY
011900* THE ROUNDED AMOUNT BEFORE IT IS WRITTEN TO THE RELEASE FILE.
012000*----------------------------------------------------------------
012100     COPY RATEREC.
012200*----------------------------------------------------------------
012300* HEADER/TRAILER FRAMES FOR THE RELEASE FILE - THE SAME CONTROLS
012400* CEILRPT PUTS ON THE ROUNDED FILE, SO RATECHK GATES THIS FILE
012500* INTO THE LOAD UNCHANGED.
012600*----------------------------------------------------------------
012700     COPY RATEHDTR.
012800 01  WS-RUN-DATE             PIC 9(08).
012900 01  WS-HASH-BEFORE          PIC 9(11)V9(3) VALUE ZERO.
013000 01  WS-HASH-AFTER           PIC 9(11)V9(3) VALUE ZERO.
013100*----------------------------------------------------------------
013200* APPROVAL-CARD TABLE - LOADED UP FRONT.  EACH CARD IS CONSUMED
013300* BY THE OLDEST UNDECIDED HELD RECORD WHOSE ACCOUNT MATCHES ITS
013400* KEY.  A CARD WITH BLANK INITIALS OR AN ACTION OTHER THAN 'R'
013500* OR 'D' IS MARKED UNUSABLE ('X') ON LOAD AND NEVER MATCHES -
013600* NOBODY'S SIGN-OFF CAN BE INFERRED FROM IT.  UNUSED AND
013700* UNUSABLE CARDS ARE LISTED ON THE REGISTER.  A FULL TABLE IS
013800* FATAL - SEE 9100-APPR-TABLE-FULL.
013900*----------------------------------------------------------------
014000 01  WS-APPR-TABLE.
014100     05  WS-APPR-COUNT       PIC 9(4) COMP VALUE ZERO.
014200     05  WS-APPR-ENTRY       OCCURS 500 TIMES.
014300         10  ATB-ACCT-NO     PIC X(10).
014400         10  ATB-INITIALS    PIC X(03).
014500         10  ATB-ACTION      PIC X(01).
014600             88  ATB-RELEASE         VALUE 'R'.
014700         10  ATB-USED-SW     PIC X(01).
014800 77  WS-APPR-SUB             PIC 9(4) COMP.
014900 77  WS-APPR-HIT             PIC 9(4) COMP.
015000*----------------------------------------------------------------
015100* CONTROL TOTALS
015200*----------------------------------------------------------------
015300 01  WS-COUNTERS.
015400     05  WS-HOLDS-READ       PIC 9(6) COMP VALUE ZERO.
015500     05  WS-CARDS-LOADED     PIC 9(6) COMP VALUE ZERO.
015600     05  WS-RELEASED         PIC 9(6) COMP VALUE ZERO.
015700     05  WS-DENIED           PIC 9(6) COMP VALUE ZERO.
015800     05  WS-UNDECIDED        PIC 9(6) COMP VALUE ZERO.
015900     05  WS-CARDS-UNUSED     PIC 9(6) COMP VALUE ZERO.
016000*----------------------------------------------------------------
016100* STAGING FIELDS FOR ONE BALANCE RECORD - SET BY THE CALLER OF
016200* 8100-WRITE-BAL-RECORD.
016300*----------------------------------------------------------------
016400 01  WS-BAL-ID               PIC X(12).
016500 01  WS-BAL-COUNT            PIC 9(09).
016600*----------------------------------------------------------------
016700* SIGN-OFF REGISTER LINE LAYOUTS
016800*----------------------------------------------------------------
016900 01  WS-PRINT-AREA           PIC X(80).
017000 01  WS-HEADING-1.
017100     05  FILLER              PIC X(29) VALUE
017200         'RATE HOLD SIGN-OFF REGISTER'.
017300     05  FILLER              PIC X(10) VALUE 'RUN DATE '.
017400     05  H1-RUN-DATE         PIC 9(08).
017500     05  FILLER              PIC X(33) VALUE SPACES.
017600 01  WS-HEADING-2.
017700     05  FILLER              PIC X(12) VALUE 'ACCOUNT'.
017800     05  FILLER              PIC X(10) VALUE '  BEFORE'.
017900     05  FILLER              PIC X(10) VALUE '   AFTER'.
018000     05  FILLER              PIC X(04) VALUE 'RS'.
018100     05  FILLER              PIC X(05) VALUE 'APR'.
018200     05  FILLER              PIC X(12) VALUE 'DISPOSITION'.
018300     05  FILLER              PIC X(27) VALUE SPACES.
018400 01  WS-REGISTER-LINE.
018500     05  RG-ACCT-NO          PIC X(10).
018600     05  FILLER              PIC X(02) VALUE SPACES.
018700     05  RG-BEF-AMOUNT       PIC ZZZ9.999.
018800     05  FILLER              PIC X(02) VALUE SPACES.
018900     05  RG-AFT-AMOUNT       PIC ZZZ9.999.
019000     05  FILLER              PIC X(02) VALUE SPACES.
019100     05  RG-REASON           PIC X(02).
019200     05  FILLER              PIC X(02) VALUE SPACES.
019300     05  RG-INITIALS         PIC X(03).
019400     05  FILLER              PIC X(02) VALUE SPACES.
019500     05  RG-DISPOSITION      PIC X(12).
019600     05  FILLER              PIC X(27) VALUE SPACES.
019700 01  WS-UNUSED-LINE.
019800     05  UC-ACCT-NO          PIC X(10).
019900     05  FILLER              PIC X(02) VALUE SPACES.
020000     05  UC-INITIALS         PIC X(03).
020100     05  FILLER              PIC X(02) VALUE SPACES.
020200     05  UC-ACTION           PIC X(01).
020300     05  FILLER              PIC X(02) VALUE SPACES.
020400     05  UC-CAPTION          PIC X(24).
020500     05  FILLER              PIC X(36) VALUE SPACES.
020600 01  WS-TOTAL-LINE.
020700     05  TL-CAPTION          PIC X(30).
020800     05  TL-COUNT            PIC ZZZZZ9.
020900     05  FILLER              PIC X(44) VALUE SPACES.
021000 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
021016*----------------------------------------------------------------
021032* RUN-STATUS LOG PARAMETERS - SHARED WITH RUNLOG THROUGH COPYBOOK
021048* RUNLOGP.  SEE 9990-LOG-RUN-END.
021064*----------------------------------------------------------------
021080     COPY RUNLOGP.
021100 PROCEDURE DIVISION.
021200*----------------------------------------------------------------
021300* 0000-MAINLINE - LOAD THE APPROVAL CARDS, DECIDE EVERY HELD
021400* RECORD, PRINT THE REGISTER TOTALS AND ANY UNUSED CARDS, CLOSE
021500* FILES.  RETURN CODE 4 WHEN A RECORD WAS LEFT UNDECIDED OR A
021600* CARD WENT UNUSED, 0 WHEN EVERY HOLD WAS SIGNED OFF.
021700*----------------------------------------------------------------
021800 0000-MAINLINE.
021900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022000     PERFORM 2000-DECIDE-HOLD THRU 2000-EXIT
022100         UNTIL END-OF-HOLD-FILE.
022200     PERFORM 3000-FINALIZE THRU 3000-EXIT.
022300     IF WS-UNDECIDED > ZERO
022400        OR WS-CARDS-UNUSED > ZERO
022500         MOVE 4 TO RETURN-CODE
022600     END-IF.
022650     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
022700     STOP RUN.
022800*----------------------------------------------------------------
022900 1000-INITIALIZE.
022920*    OPEN THIS RUN'S ENTRY ON THE RUN-STATUS LOG - THE END
022940*    RECORD IS WRITTEN BY 9990-LOG-RUN-END.
022960     MOVE 'RATEREL' TO RLP-PROGRAM.
022980     CALL "RUNLOG" USING RUNLOG-PARMS.
023000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
023100     OPEN INPUT HOLD-FILE.
023200     IF NOT HOLD-FILE-OK
023300         MOVE 'OPEN INPUT HOLD-FILE' TO WS-ABEND-OPERATION
023400         MOVE WS-HOLD-FILE-STATUS TO WS-ABEND-STATUS
023500         GO TO 9000-FILE-ERROR
023600     END-IF.
023700     OPEN INPUT APPR-FILE.
023800     IF NOT APPR-FILE-OK
023900         MOVE 'OPEN INPUT APPR-FILE' TO WS-ABEND-OPERATION
024000         MOVE WS-APPR-FILE-STATUS TO WS-ABEND-STATUS
024100         GO TO 9000-FILE-ERROR
024200     END-IF.
024300     OPEN OUTPUT REL-FILE.
024400     IF NOT REL-FILE-OK
024500         MOVE 'OPEN OUTPUT REL-FILE' TO WS-ABEND-OPERATION
024600         MOVE WS-REL-FILE-STATUS TO WS-ABEND-STATUS
024700         GO TO 9000-FILE-ERROR
024800     END-IF.
024900     OPEN OUTPUT SIGN-FILE.
025000     IF NOT SIGN-FILE-OK
025100         MOVE 'OPEN OUTPUT SIGN-FILE' TO WS-ABEND-OPERATION
025200         MOVE WS-SIGN-FILE-STATUS TO WS-ABEND-STATUS
025300         GO TO 9000-FILE-ERROR
025400     END-IF.
025500     OPEN OUTPUT REPORT-FILE.
025600     IF NOT REPORT-FILE-OK
025700         MOVE 'OPEN OUTPUT REPORT-FILE' TO WS-ABEND-OPERATION
025800         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-STATUS
025900         GO TO 9000-FILE-ERROR
026000     END-IF.
026100     PERFORM 1100-LOAD-APPROVAL THRU 1100-EXIT
026200         UNTIL END-OF-APPR-FILE.
026300     CLOSE APPR-FILE.
026400     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
026500     WRITE REL-RECORD FROM WS-RATE-HEADER.
026600     IF NOT REL-FILE-OK
026700         MOVE 'WRITE REL-RECORD' TO WS-ABEND-OPERATION
026800         MOVE WS-REL-FILE-STATUS TO WS-ABEND-STATUS
026900         GO TO 9000-FILE-ERROR
027000     END-IF.
027100     MOVE WS-RUN-DATE TO H1-RUN-DATE.
027200     MOVE WS-HEADING-1 TO WS-PRINT-AREA.
027300     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
027400     MOVE WS-HEADING-2 TO WS-PRINT-AREA.
027500     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
027600     PERFORM 2100-READ-HOLD-FILE THRU 2100-EXIT.
027700 1000-EXIT.
027800     EXIT.
027900*----------------------------------------------------------------
028000 1100-LOAD-APPROVAL.
028100     READ APPR-FILE
028200         AT END
028300             MOVE 'Y' TO WS-APPR-EOF-SW
028400             GO TO 1100-EXIT
028500     END-READ.
028600     IF WS-APPR-COUNT = 500
028700         GO TO 9100-APPR-TABLE-FULL
028800     END-IF.
028900     ADD 1 TO WS-APPR-COUNT.
029000     ADD 1 TO WS-CARDS-LOADED.
029100     MOVE APR-ACCT-NO  TO ATB-ACCT-NO (WS-APPR-COUNT).
029200     MOVE APR-INITIALS TO ATB-INITIALS (WS-APPR-COUNT).
029300     MOVE APR-ACTION   TO ATB-ACTION (WS-APPR-COUNT).
029400     MOVE 'N' TO ATB-USED-SW (WS-APPR-COUNT).
029500     IF APR-INITIALS = SPACES
029600        OR (NOT APR-RELEASE AND NOT APR-DENY)
029700         MOVE 'X' TO ATB-USED-SW (WS-APPR-COUNT)
029800     END-IF.
029900 1100-EXIT.
030000     EXIT.
030100*----------------------------------------------------------------
030200* 2000-DECIDE-HOLD - DECIDE ONE HELD RECORD.  THE OLDEST UNUSED
030300* APPROVAL CARD FOR THE ACCOUNT DECIDES IT: A RELEASE GOES TO
030400* THE RELEASE FILE AT THE ROUNDED AMOUNT AND TO THE SIGN-OFF
030500* FILE; A DENIAL GOES TO THE SIGN-OFF FILE ONLY.  NO CARD LEAVES
030600* THE RECORD UNDECIDED - THE NEXT CEILRPT CYCLE HOLDS IT AGAIN.
030700*----------------------------------------------------------------
030800 2000-DECIDE-HOLD.
030900     ADD 1 TO WS-HOLDS-READ.
031000     MOVE HLD-RATE-DATA TO RATE-RECORD.
031100     MOVE RATE-ACCT-NO TO RG-ACCT-NO.
031200     MOVE HLD-BEF-AMOUNT TO RG-BEF-AMOUNT.
031300     MOVE HLD-AFT-AMOUNT TO RG-AFT-AMOUNT.
031400     MOVE HLD-REASON TO RG-REASON.
031500     MOVE SPACES TO RG-INITIALS.
031600     PERFORM 2150-FIND-APPROVAL THRU 2150-EXIT.
031700     IF NOT APPROVAL-FOUND
031800         ADD 1 TO WS-UNDECIDED
031900         MOVE 'NO DECISION' TO RG-DISPOSITION
032000         GO TO 2000-NEXT
032100     END-IF.
032200     MOVE 'Y' TO ATB-USED-SW (WS-APPR-HIT).
032300     MOVE ATB-INITIALS (WS-APPR-HIT) TO RG-INITIALS.
032400     IF ATB-RELEASE (WS-APPR-HIT)
032500         MOVE 'RELEASED' TO RG-DISPOSITION
032600         PERFORM 2200-WRITE-RELEASE THRU 2200-EXIT
032700     ELSE
032800         ADD 1 TO WS-DENIED
032900         MOVE 'DENIED' TO RG-DISPOSITION
033000     END-IF.
033100     PERFORM 2300-WRITE-SIGNOFF THRU 2300-EXIT.
033200 2000-NEXT.
033300     MOVE WS-REGISTER-LINE TO WS-PRINT-AREA.
033400     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
033500     PERFORM 2100-READ-HOLD-FILE THRU 2100-EXIT.
033600 2000-EXIT.
033700     EXIT.
033800*----------------------------------------------------------------
033900 2100-READ-HOLD-FILE.
034000     READ HOLD-FILE
034100         AT END
034200             MOVE 'Y' TO WS-EOF-SW
034300     END-READ.
034400 2100-EXIT.
034500     EXIT.
034600*----------------------------------------------------------------
034700* 2150-FIND-APPROVAL - OLDEST UNUSED, USABLE CARD WHOSE KEY
034800* MATCHES THE HELD RECORD'S ACCOUNT.
034900*----------------------------------------------------------------
035000 2150-FIND-APPROVAL.
035100     MOVE 'N' TO WS-APPR-FOUND-SW.
035200     MOVE ZERO TO WS-APPR-HIT.
035300     PERFORM 2160-TEST-APPROVAL THRU 2160-EXIT
035400         VARYING WS-APPR-SUB FROM 1 BY 1
035500         UNTIL WS-APPR-SUB > WS-APPR-COUNT
035600            OR APPROVAL-FOUND.
035700 2150-EXIT.
035800     EXIT.
035900*----------------------------------------------------------------
036000 2160-TEST-APPROVAL.
036100     IF ATB-ACCT-NO (WS-APPR-SUB) = RATE-ACCT-NO
036200        AND ATB-USED-SW (WS-APPR-SUB) = 'N'
036300         MOVE 'Y' TO WS-APPR-FOUND-SW
036400         MOVE WS-APPR-SUB TO WS-APPR-HIT
036500     END-IF.
036600 2160-EXIT.
036700     EXIT.
036800*----------------------------------------------------------------
036900* 2200-WRITE-RELEASE - THE HELD RECORD GOES OUT IN THE RATEREC
037000* LAYOUT WITH RATE-AMOUNT REPLACED BY THE ROUNDED AMOUNT CEILRPT
037100* HELD, EXACTLY AS 2400-WRITE-ROUNDED-RATE WOULD HAVE WRITTEN
037200* IT, AND BOTH AMOUNTS ROLL INTO THE TRAILER HASHES.
037300*----------------------------------------------------------------
037400 2200-WRITE-RELEASE.
037500     ADD 1 TO WS-RELEASED.
037600     ADD HLD-BEF-AMOUNT TO WS-HASH-BEFORE.
037700     ADD HLD-AFT-AMOUNT TO WS-HASH-AFTER.
037800     MOVE HLD-AFT-AMOUNT TO RATE-AMOUNT.
037900     WRITE REL-RECORD FROM RATE-RECORD.
038000     IF NOT REL-FILE-OK
038100         MOVE 'WRITE REL-RECORD' TO WS-ABEND-OPERATION
038200         MOVE WS-REL-FILE-STATUS TO WS-ABEND-STATUS
038300         GO TO 9000-FILE-ERROR
038400     END-IF.
038500 2200-EXIT.
038600     EXIT.
038700*----------------------------------------------------------------
038800 2300-WRITE-SIGNOFF.
038900     MOVE SPACES TO SIGNOFF-RECORD.
039000     MOVE RATE-ACCT-NO TO SGN-ACCT-NO.
039100     MOVE ATB-ACTION (WS-APPR-HIT) TO SGN-ACTION.
039200     MOVE ATB-INITIALS (WS-APPR-HIT) TO SGN-INITIALS.
039300     MOVE HLD-BEF-AMOUNT TO SGN-BEF-AMOUNT.
039400     MOVE HLD-AFT-AMOUNT TO SGN-AFT-AMOUNT.
039500     MOVE RATE-CLASS TO SGN-RATE-CLASS.
039600     MOVE HLD-CYCLE-DATE TO SGN-HOLD-CYCLE.
039700     MOVE WS-RUN-DATE TO SGN-RUN-DATE.
039800     WRITE SIGNOFF-RECORD.
039900     IF NOT SIGN-FILE-OK
040000         MOVE 'WRITE SIGNOFF-RECORD' TO WS-ABEND-OPERATION
040100         MOVE WS-SIGN-FILE-STATUS TO WS-ABEND-STATUS
040200         GO TO 9000-FILE-ERROR
040300     END-IF.
040400 2300-EXIT.
040500     EXIT.
040600*----------------------------------------------------------------
040700 2500-WRITE-REPORT.
040800     WRITE REPORT-RECORD FROM WS-PRINT-AREA.
040900     IF NOT REPORT-FILE-OK
041000         MOVE 'WRITE REPORT-RECORD' TO WS-ABEND-OPERATION
041100         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-STATUS
041200         GO TO 9000-FILE-ERROR
041300     END-IF.
041400 2500-EXIT.
041500     EXIT.
041600*----------------------------------------------------------------
041700* 3000-FINALIZE - FLAG EVERY UNUSED OR UNUSABLE APPROVAL CARD (A
041800* MISKEYED ACCOUNT WOULD OTHERWISE LEAVE ITS HOLD UNDECIDED WITH
041900* NO HINT WHY), PRINT THE CONTROL TOTALS, CLOSE THE RELEASE FILE
042000* BEHIND ITS TRAILER, AND APPEND THE BALANCE RECORDS.
042100*----------------------------------------------------------------
042200 3000-FINALIZE.
042300     PERFORM 3100-REPORT-UNUSED-CARD THRU 3100-EXIT
042400         VARYING WS-APPR-SUB FROM 1 BY 1
042500         UNTIL WS-APPR-SUB > WS-APPR-COUNT.
042600     MOVE WS-BLANK-LINE TO WS-PRINT-AREA.
042700     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
042800     MOVE 'HELD RECORDS READ' TO TL-CAPTION.
042900     MOVE WS-HOLDS-READ TO TL-COUNT.
043000     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
043100     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
043200     MOVE 'RELEASED TO NEXT LOAD' TO TL-CAPTION.
043300     MOVE WS-RELEASED TO TL-COUNT.
043400     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
043500     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
043600     MOVE 'DENIED' TO TL-CAPTION.
043700     MOVE WS-DENIED TO TL-COUNT.
043800     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
043900     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
044000     MOVE 'NO DECISION - HELD AGAIN' TO TL-CAPTION.
044100     MOVE WS-UNDECIDED TO TL-COUNT.
044200     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
044300     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
044400     MOVE 'APPROVAL CARDS LOADED' TO TL-CAPTION.
044500     MOVE WS-CARDS-LOADED TO TL-COUNT.
044600     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
044700     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
044800     MOVE 'APPROVAL CARDS UNUSED' TO TL-CAPTION.
044900     MOVE WS-CARDS-UNUSED TO TL-COUNT.
045000     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
045100     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
045200     MOVE WS-RELEASED TO TRL-RECORD-COUNT.
045300     MOVE WS-HASH-BEFORE TO TRL-HASH-BEFORE.
045400     MOVE WS-HASH-AFTER TO TRL-HASH-AFTER.
045500     WRITE REL-RECORD FROM WS-RATE-TRAILER.
045600     IF NOT REL-FILE-OK
045700         MOVE 'WRITE REL-RECORD' TO WS-ABEND-OPERATION
045800         MOVE WS-REL-FILE-STATUS TO WS-ABEND-STATUS
045900         GO TO 9000-FILE-ERROR
046000     END-IF.
046100     CLOSE HOLD-FILE.
046200     CLOSE REL-FILE.
046300     CLOSE SIGN-FILE.
046400     CLOSE REPORT-FILE.
046500     PERFORM 8000-WRITE-BALANCE THRU 8000-EXIT.
046600 3000-EXIT.
046700     EXIT.
046800*----------------------------------------------------------------
046900 3100-REPORT-UNUSED-CARD.
047000     IF ATB-USED-SW (WS-APPR-SUB) = 'Y'
047100         GO TO 3100-EXIT
047200     END-IF.
047300     ADD 1 TO WS-CARDS-UNUSED.
047400     MOVE ATB-ACCT-NO (WS-APPR-SUB)  TO UC-ACCT-NO.
047500     MOVE ATB-INITIALS (WS-APPR-SUB) TO UC-INITIALS.
047600     MOVE ATB-ACTION (WS-APPR-SUB)   TO UC-ACTION.
047700     IF ATB-USED-SW (WS-APPR-SUB) = 'X'
047800         MOVE 'APPROVAL CARD UNUSABLE' TO UC-CAPTION
047900     ELSE
048000         MOVE 'APPROVAL CARD UNUSED' TO UC-CAPTION
048100     END-IF.
048200     MOVE WS-UNUSED-LINE TO WS-PRINT-AREA.
048300     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
048400 3100-EXIT.
048500     EXIT.
048600*----------------------------------------------------------------
048700* 8000-WRITE-BALANCE - APPEND THIS RUN'S CONTROL TOTALS TO THE
048800* COMMON BALANCE FILE FOR THE BALRPT MORNING BALANCE SHEET.
048900*----------------------------------------------------------------
049000 8000-WRITE-BALANCE.
049100     OPEN EXTEND BAL-FILE.
049200     IF NOT BAL-FILE-OK
049300         MOVE 'OPEN EXTEND BAL-FILE' TO WS-ABEND-OPERATION
049400         MOVE WS-BAL-FILE-STATUS TO WS-ABEND-STATUS
049500         GO TO 9000-FILE-ERROR
049600     END-IF.
049700     MOVE 'HOLDREAD' TO WS-BAL-ID.
049800     MOVE WS-HOLDS-READ TO WS-BAL-COUNT.
049900     PERFORM 8100-WRITE-BAL-RECORD THRU 8100-EXIT.
050000     MOVE 'RELEASED' TO WS-BAL-ID.
050100     MOVE WS-RELEASED TO WS-BAL-COUNT.
050200     PERFORM 8100-WRITE-BAL-RECORD THRU 8100-EXIT.
050300     MOVE 'DENIED' TO WS-BAL-ID.
050400     MOVE WS-DENIED TO WS-BAL-COUNT.
050500     PERFORM 8100-WRITE-BAL-RECORD THRU 8100-EXIT.
050600     MOVE 'UNDECIDED' TO WS-BAL-ID.
050700     MOVE WS-UNDECIDED TO WS-BAL-COUNT.
050800     PERFORM 8100-WRITE-BAL-RECORD THRU 8100-EXIT.
050900     CLOSE BAL-FILE.
051000 8000-EXIT.
051100     EXIT.
051200*----------------------------------------------------------------
051300 8100-WRITE-BAL-RECORD.
051400     MOVE SPACES TO BALANCE-RECORD.
051500     MOVE 'RATEREL' TO BAL-PROGRAM.
051600     MOVE WS-RUN-DATE TO BAL-RUN-DATE.
051700     MOVE WS-BAL-ID TO BAL-TOTAL-ID.
051800     MOVE WS-BAL-COUNT TO BAL-COUNT.
051900     WRITE BALANCE-RECORD.
052000     IF NOT BAL-FILE-OK
052100         MOVE 'WRITE BALANCE-RECORD' TO WS-ABEND-OPERATION
052200         MOVE WS-BAL-FILE-STATUS TO WS-ABEND-STATUS
052300         GO TO 9000-FILE-ERROR
052400     END-IF.
052500 8100-EXIT.
052600     EXIT.
052700*----------------------------------------------------------------
052800* 9000-FILE-ERROR - A NON-ZERO FILE STATUS ON ANY FILE IS FATAL.
052900* A PARTIAL RELEASE OR SIGN-OFF FILE WOULD LOAD SOME APPROVED
053000* CHANGES AND LOSE THE RECORD OF OTHERS, SO THE RUN ABENDS AND
053100* THE DECK PUBLISHES NEITHER.
053200*----------------------------------------------------------------
053300 9000-FILE-ERROR.
053400     DISPLAY 'RATEREL - I/O ERROR ON ' WS-ABEND-OPERATION.
053500     DISPLAY 'RATEREL - FILE STATUS = ' WS-ABEND-STATUS.
053600     MOVE 16 TO RETURN-CODE.
053650     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
053700     STOP RUN.
053800*----------------------------------------------------------------
053900* 9100-APPR-TABLE-FULL - MORE APPROVAL CARDS THAN THE TABLE
054000* HOLDS.  DROPPING THE OVERFLOW WOULD SILENTLY LEAVE SIGNED-OFF
054100* CHANGES UNDECIDED, SO THIS IS FATAL - RAISE THE OCCURS AND
054200* RERUN.
054300*----------------------------------------------------------------
054400 9100-APPR-TABLE-FULL.
054500     DISPLAY 'RATEREL - APPROVAL TABLE FULL AT 500 ENTRIES'.
054600     DISPLAY 'RATEREL - RAISE WS-APPR-ENTRY OCCURS AND RERUN'.
054700     MOVE 16 TO RETURN-CODE.
054750     PERFORM 9990-LOG-RUN-END THRU 9990-EXIT.
054800     STOP RUN.
054807*----------------------------------------------------------------
054814* 9990-LOG-RUN-END - APPENDS THIS RUN'S END RECORD, WITH ITS FINAL
054821* RETURN CODE, TO THE RUN-STATUS LOG THROUGH RUNLOG-END SO THE
054828* RUNRPT MORNING REPORT CAN CHECK THE CHAIN.  PERFORMED JUST
054835* BEFORE EVERY STOP RUN, FATAL EXITS INCLUDED.  THE CALL RESETS
054842* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS.
054849*----------------------------------------------------------------
054856 9990-LOG-RUN-END.
054863     MOVE RETURN-CODE TO RLP-RETURN-CODE.
054870     CALL "RUNLOG-END" USING RUNLOG-PARMS.
054877     MOVE RLP-RETURN-CODE TO RETURN-CODE.
054884 9990-EXIT.
054891     EXIT.
054900
055000 END PROGRAM RATEREL.
