000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RUNLOG.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. BILLING-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000*    DATE      INIT  DESCRIPTION
001100*  --------   ----  ---------------------------------------------
001200*  10/15/26   RH    ORIGINAL PROGRAM - SHARED RUN-STATUS LOGGER
001300*                   FOR THE BATCH MAINS.  EVERY MAIN CALLS
001400*                   RUNLOG AT THE TOP OF 1000-INITIALIZE AND
001500*                   RUNLOG-END JUST BEFORE EACH STOP RUN, AND
001600*                   RUNLOG APPENDS A START AND AN END RECORD TO
001700*                   BILLING.BATCH.RUNSTAT (RUNSTAT DD).  RUNRPT
001800*                   CHECKS THE LOG AGAINST THE CHAIN SCHEDULE
001900*                   EVERY MORNING.  SEE COPYBOOKS RUNLOGP FOR
002000*                   THE LINKAGE AND RUNSTAT FOR THE RECORD.
002100*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. IBM-370.
002500 OBJECT-COMPUTER. IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT RUN-STATUS-FILE ASSIGN TO RUNSTAT
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS WS-RUNSTAT-FILE-STATUS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  RUN-STATUS-FILE
003400     LABEL RECORDS ARE STANDARD
003500     RECORDING MODE IS F.
003600 01  RUN-STATUS-FILE-RECORD  PIC X(80).
003700 WORKING-STORAGE SECTION.
003800*----------------------------------------------------------------
003900* RUN-STATUS SWITCHES AND WORK FIELDS.  THE START STAMP IS KEPT
004000* HERE BETWEEN THE TWO CALLS SO THE END RECORD CAN CARRY IT.
004100*----------------------------------------------------------------
004200 01  WS-RUNLOG-SWITCHES.
004300     05  WS-START-LOGGED-SW  PIC X(01) VALUE 'N'.
004400         88  START-LOGGED            VALUE 'Y'.
004500     05  WS-RUNLOG-DISABLED-SW PIC X(01) VALUE 'N'.
004600         88  RUNLOG-DISABLED         VALUE 'Y'.
004700 01  WS-RUNLOG-JOB-ID        PIC X(08).
004800 01  WS-START-DATE           PIC 9(08).
004900 01  WS-START-TIME           PIC 9(06).
005000 01  WS-CLOCK-TIME.
005100     05  WS-CLOCK-HHMMSS     PIC 9(06).
005200     05  WS-CLOCK-HUNDREDTHS PIC 9(02).
005300 01  WS-RUNSTAT-FILE-STATUS  PIC X(02) VALUE '00'.
005400     88  RUNSTAT-FILE-OK             VALUE '00'.
005500*----------------------------------------------------------------
005600* RECORD BUILT HERE AND WRITTEN FROM HERE - THE FILE IS ONLY
005700* OPEN FOR THE LENGTH OF EACH WRITE.
005800*----------------------------------------------------------------
005900     COPY RUNSTAT.
006000 LINKAGE SECTION.
006100*----------------------------------------------------------------
006200* SHARED WITH EVERY CALLER THROUGH COPYBOOK RUNLOGP.
006300*----------------------------------------------------------------
006400     COPY RUNLOGP.
006500*----------------------------------------------------------------
006600 PROCEDURE DIVISION USING RUNLOG-PARMS.
006700*----------------------------------------------------------------
006800* 0000-LOG-RUN-START - START ENTRY POINT.  STAMPS THE STEP'S
006900* START DATE AND TIME, PICKS UP THE JOB NAME AND APPENDS THE
007000* START RECORD.  A STEP THAT NEVER REACHES RUNLOG-END - AN
007100* ABEND OR A CANCEL - LEAVES THIS RECORD UNPAIRED, WHICH IS
007200* EXACTLY WHAT RUNRPT FLAGS THE NEXT MORNING.
007300*----------------------------------------------------------------
007400 0000-LOG-RUN-START.
007500     PERFORM 1000-CAPTURE-START THRU 1000-EXIT.
007600     PERFORM 2000-BUILD-RECORD THRU 2000-EXIT.
007700     MOVE 'S' TO RST-REC-TYPE.
007800     MOVE ZERO TO RST-END-DATE, RST-END-TIME, RST-RETURN-CODE.
007900     PERFORM 9000-WRITE-RUN-STATUS THRU 9000-EXIT.
008000     GOBACK.
008100*----------------------------------------------------------------
008200* RUNLOG-END - END ENTRY POINT, CALLED JUST BEFORE EVERY STOP
008300* RUN IN THE CALLER, FATAL EXITS INCLUDED.  APPENDS THE END
008400* RECORD WITH THE START STAMP, THE END STAMP AND THE CALLER'S
008500* FINAL RETURN CODE.  A CALLER THAT DIED BEFORE ITS START CALL
008600* (A BAD PARM CARD AHEAD OF IT) GETS A START STAMP OF NOW, SO
008700* THE END RECORD STILL STANDS ON ITS OWN.  THE SWITCH IS RESET
008800* SO A SECOND RUN IN THE SAME RUN UNIT STARTS A FRESH PAIR.
008900*----------------------------------------------------------------
009000 ENTRY "RUNLOG-END" USING RUNLOG-PARMS.
009100 5000-LOG-RUN-END.
009200     IF NOT START-LOGGED
009300         PERFORM 1000-CAPTURE-START THRU 1000-EXIT
009400     END-IF.
009500     PERFORM 2000-BUILD-RECORD THRU 2000-EXIT.
009600     MOVE 'E' TO RST-REC-TYPE.
009700     ACCEPT RST-END-DATE FROM DATE YYYYMMDD.
009800     ACCEPT WS-CLOCK-TIME FROM TIME.
009900     MOVE WS-CLOCK-HHMMSS TO RST-END-TIME.
010000     MOVE RLP-RETURN-CODE TO RST-RETURN-CODE.
010100     PERFORM 9000-WRITE-RUN-STATUS THRU 9000-EXIT.
010200     MOVE 'N' TO WS-START-LOGGED-SW.
010300     GOBACK.
010400*----------------------------------------------------------------
010500* 1000-CAPTURE-START - STEP START STAMP AND JOB NAME.
010600*----------------------------------------------------------------
010700 1000-CAPTURE-START.
010800     PERFORM 9100-GET-JOB-ID THRU 9100-EXIT.
010900     ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
011000     ACCEPT WS-CLOCK-TIME FROM TIME.
011100     MOVE WS-CLOCK-HHMMSS TO WS-START-TIME.
011200     MOVE 'Y' TO WS-START-LOGGED-SW.
011300 1000-EXIT.
011400     EXIT.
011500*----------------------------------------------------------------
011600* 2000-BUILD-RECORD - FIELDS COMMON TO THE START AND END RECORD,
011700* FROM THE CALLER'S PARAMETERS AND THE SAVED START STAMP.
011800*----------------------------------------------------------------
011900 2000-BUILD-RECORD.
012000     MOVE SPACES TO RUN-STATUS-RECORD.
012100     MOVE RLP-PROGRAM TO RST-PROGRAM.
012200     MOVE WS-RUNLOG-JOB-ID TO RST-JOB-ID.
012300     MOVE WS-START-DATE TO RST-START-DATE.
012400     MOVE WS-START-TIME TO RST-START-TIME.
012500     MOVE RLP-RUN-MODE TO RST-RUN-MODE.
012600     MOVE RLP-START-TYPE TO RST-START-TYPE.
012700     MOVE RLP-CHECKPOINT TO RST-CHECKPOINT.
012800     MOVE RLP-CYCLE-DATE TO RST-CYCLE-DATE.
012900 2000-EXIT.
013000     EXIT.
013100*----------------------------------------------------------------
013200* 9000-WRITE-RUN-STATUS - APPENDS THE RECORD JUST BUILT.  THE
013300* FILE IS OPENED EXTEND AND CLOSED AROUND EVERY WRITE SO THE
013400* START RECORD IS ON DISK BEFORE THE CALLER DOES ANY WORK - AN
013500* ABEND MUST NOT TAKE IT DOWN WITH A BUFFER.  LIKE CEIL'S AUDIT
013600* TRAIL, A FAILED OPEN OR WRITE IS NOT FATAL: IT DISPLAYS ONE
013700* WARNING AND DISABLES LOGGING FOR THE REST OF THE RUN UNIT.
013800* THE LOG IS THERE TO WATCH THE CHAIN, NOT TO STOP IT.
013900*----------------------------------------------------------------
014000 9000-WRITE-RUN-STATUS.
014100     IF RUNLOG-DISABLED
014200         GO TO 9000-EXIT
014300     END-IF.
014400     OPEN EXTEND RUN-STATUS-FILE.
014500     IF NOT RUNSTAT-FILE-OK
014600         GO TO 9000-RUNLOG-WARNING
014700     END-IF.
014800     WRITE RUN-STATUS-FILE-RECORD FROM RUN-STATUS-RECORD.
014900     IF NOT RUNSTAT-FILE-OK
015000         CLOSE RUN-STATUS-FILE
015100         GO TO 9000-RUNLOG-WARNING
015200     END-IF.
015300     CLOSE RUN-STATUS-FILE.
015400 9000-EXIT.
015500     EXIT.
015600*----------------------------------------------------------------
015700* 9000-RUNLOG-WARNING - REACHED ONLY WHEN RUNSTAT I/O FAILS (THE
015800* DD IS MISSING FROM THE CALLING STEP, OR THE LOG IS FULL).
015900* THE STATUS IS SHOWN ONCE AND LOGGING IS SWITCHED OFF; THE
016000* CALLER CARRIES ON.  RUNRPT WILL REPORT THE STEP AS MISSING,
016100* WHICH IS THE RIGHT PROMPT TO GO AND LOOK AT ITS SYSOUT.
016200*----------------------------------------------------------------
016300 9000-RUNLOG-WARNING.
016400     DISPLAY 'RUNLOG - RUNSTAT I/O ERROR, FILE STATUS = '
016500         WS-RUNSTAT-FILE-STATUS.
016600     DISPLAY 'RUNLOG - RUN-STATUS LOGGING DISABLED FOR '
016700         'REMAINDER OF RUN'.
016800     MOVE 'Y' TO WS-RUNLOG-DISABLED-SW.
016900     GO TO 9000-EXIT.
017000*----------------------------------------------------------------
017100* 9100-GET-JOB-ID - THE CALLING JOB'S NAME FROM THE JOBNAME
017200* ENVIRONMENT VARIABLE, SET BY THE STEP'S //STDENV DD THE SAME
017300* WAY CEIL'S AUDIT TRAIL GETS IT.  SPACES IF THE STEP SETS NONE.
017400*----------------------------------------------------------------
017500 9100-GET-JOB-ID.
017600     MOVE SPACES TO WS-RUNLOG-JOB-ID.
017700     DISPLAY "JOBNAME" UPON ENVIRONMENT-NAME.
017800     ACCEPT WS-RUNLOG-JOB-ID FROM ENVIRONMENT-VALUE.
017900 9100-EXIT.
018000     EXIT.
018100
018200 END PROGRAM RUNLOG.
