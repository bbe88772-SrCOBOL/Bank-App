000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RunNightlyStream.
000300 AUTHOR. BANK-OPERATIONS-IT.
000400 INSTALLATION. RETAIL-BANKING-DATA-CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  RLB  ORIGINAL PROGRAM - THE NIGHTLY JOB STREAM.  THE
001100*                  NIGHT'S ORDER (DAYOPEN, STANDING ORDERS,
001200*                  INTEREST, RETURNS, HELD AND WAREHOUSED
001300*                  RELEASES, DISPUTES, POSTING, PROOFS, DORMANCY,
001400*                  DAYCLOSE, ALERTS, THEN THE MONTH-END ARCHIVES)
001500*                  IS CARRIED IN THE STEP TABLE BELOW INSTEAD OF
001600*                  IN THE OPERATORS' HEADS.  EACH PROGRAM STEP
001700*                  RUNS AS ITS OWN PROCESS AND HANDS BACK ITS
001800*                  CONDITION CODE - 0 CLEAN, 4 COMPLETED WITH
001900*                  WARNINGS, 8 REFUSED OR STOPPED ON AN ERROR.
002000*                  THE STREAM STOPS AT THE FIRST STEP THAT DOES
002100*                  NOT END 0 OR 4.  EVERY STEP'S OUTCOME IS KEPT
002200*                  IN THE JOB STATUS FILE (NJ_JOB_STATUS_FILE),
002300*                  REWRITTEN AS EACH STEP STARTS AND ENDS, AND A
002400*                  RESTART (NJ_RESTART=Y, OR NJ_RESTART_STEP TO
002500*                  NAME THE STEP) PICKS UP AT THE FAILED STEP
002600*                  WITHOUT REPEATING THE ONES ALREADY DONE.  THE
002700*                  STREAM ALSO DOES THE FILE HOUSEKEEPING THE
002800*                  PROGRAMS LEAVE TO THE SCHEDULER - CLEARING
002900*                  LAST NIGHT'S GENERATED FEEDS, SWAPPING EACH
003000*                  .NEW FILE OVER ITS LIVE FILE, AND BUILDING
003100*                  INPUT.TXT FROM THE BRANCH FEEDS AND THE FEEDS
003200*                  GENERATED EARLIER IN THE NIGHT, SO THE WHOLE
003300*                  DAY POSTS IN ONE PROCESSTRANSACTIONS RUN.
003400*----------------------------------------------------------------
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT JOB-STATUS-FILE
004000         ASSIGN TO DYNAMIC WS-JOB-STATUS-PATH
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-FS-JOB-STATUS.
004300
004400     SELECT FEED-IN-FILE
004500         ASSIGN TO DYNAMIC WS-FEED-IN-PATH
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-FS-FEED-IN.
004800
004900     SELECT POSTING-INPUT-FILE
005000         ASSIGN TO DYNAMIC WS-INPUT-FILE-PATH
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-FS-POSTING-INPUT.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600*----------------------------------------------------------------
005700* THE JOB STATUS FILE - ONE LINE PER STEP OF THE STREAM, IN STEP
005800* ORDER, ALL CARRYING THE STREAM ID (THE TIMESTAMP THE STREAM
005900* FIRST STARTED, KEPT ACROSS RESTARTS).  THE STATUS IS PENDING,
006000* RUNNING, COMPLETED, WARNING, FAILED, ABENDED OR SKIPPED; THE
006100* CONDITION CODE IS THE ONE THE STEP ENDED WITH (THE SIGNAL
006200* NUMBER FOR AN ABENDED STEP).
006300*----------------------------------------------------------------
006400 FD  JOB-STATUS-FILE.
006500 01  JOB-STATUS-RECORD.
006600     05  JS-STREAM-ID              PIC X(16).
006700     05  FILLER                    PIC X(01).
006800     05  JS-STEP-NUMBER            PIC 9(02).
006900     05  FILLER                    PIC X(01).
007000     05  JS-STEP-NAME              PIC X(08).
007100     05  FILLER                    PIC X(01).
007200     05  JS-STEP-STATUS            PIC X(10).
007300     05  FILLER                    PIC X(01).
007400     05  JS-COND-CODE              PIC 9(03).
007500     05  FILLER                    PIC X(01).
007600     05  JS-STARTED                PIC X(16).
007700     05  FILLER                    PIC X(01).
007800     05  JS-ENDED                  PIC X(16).
007900
008000*----------------------------------------------------------------
008100* FEED-IN-FILE IS EACH FEED IN TURN WHILE INPUT.TXT IS BUILT;
008200* BOTH CARRY PROCESSTRANSACTIONS' 116-BYTE INPUT-RECORD, COPIED
008300* THROUGH UNTOUCHED.
008400*----------------------------------------------------------------
008500 FD  FEED-IN-FILE.
008600 01  FEED-IN-RECORD                PIC X(116).
008700
008800 FD  POSTING-INPUT-FILE.
008900 01  POSTING-INPUT-RECORD          PIC X(116).
009000
009100 WORKING-STORAGE SECTION.
009200*----------------------------------------------------------------
009300* RUN PARAMETERS (SEE 1050-RESOLVE-RUN-PARAMETERS)
009400* NJ_PROGRAM_DIR IS PREFIXED TO EACH STEP'S PROGRAM NAME TO FORM
009500* THE COMMAND THE STEP RUNS.  NJ_MONTH_END=Y RUNS THE MONTH-END
009600* STEPS; ANY OTHER NIGHT RECORDS THEM SKIPPED.  THE FEED, .NEW
009700* AND LIVE FILE PATHS ARE RESOLVED FROM THE SAME ENVIRONMENT
009800* NAMES THE PROGRAMS THEMSELVES USE, SO A PATH OVERRIDDEN FOR A
009900* PROGRAM IS THE PATH THE STREAM CLEARS, SWAPS OR CONCATENATES.
010000*----------------------------------------------------------------
010100 01  WS-JOB-STATUS-PATH      PIC X(60)
010200     VALUE 'src/cobol/job-status.txt'.
010300 01  WS-PROGRAM-DIR          PIC X(60)
010400     VALUE 'src/cobol/'.
010500 01  WS-BRANCH-FEED-PATH     PIC X(60)
010600     VALUE 'src/cobol/branch-feeds.txt'.
010700 01  WS-INPUT-FILE-PATH      PIC X(60)
010800     VALUE 'src/cobol/input.txt'.
010900 01  WS-FEED-IN-PATH         PIC X(60) VALUE SPACES.
011000 01  WS-ORDER-IN-PATH        PIC X(60)
011100     VALUE 'src/cobol/standing-orders.txt'.
011200 01  WS-ORDER-OUT-PATH       PIC X(60)
011300     VALUE 'src/cobol/standing-orders.new'.
011400 01  WS-ORDER-FEED-PATH      PIC X(60)
011500     VALUE 'src/cobol/standing-feed.txt'.
011600 01  WS-INTEREST-FEED-PATH   PIC X(60)
011700     VALUE 'src/cobol/interest-feed.txt'.
011800 01  WS-RETURN-FEED-PATH     PIC X(60)
011900     VALUE 'src/cobol/returns-feed.txt'.
012000 01  WS-HELD-IN-PATH         PIC X(60)
012100     VALUE 'src/cobol/held.txt'.
012200 01  WS-HELD-OUT-PATH        PIC X(60)
012300     VALUE 'src/cobol/held.new'.
012400 01  WS-HELD-FEED-PATH       PIC X(60)
012500     VALUE 'src/cobol/held-release-feed.txt'.
012600 01  WS-WAREHOUSE-IN-PATH    PIC X(60)
012700     VALUE 'src/cobol/warehouse.txt'.
012800 01  WS-WAREHOUSE-OUT-PATH   PIC X(60)
012900     VALUE 'src/cobol/warehouse.new'.
013000 01  WS-WAREHOUSE-FEED-PATH  PIC X(60)
013100     VALUE 'src/cobol/warehouse-release-feed.txt'.
013200 01  WS-DISPUTE-FEED-PATH    PIC X(60)
013300     VALUE 'src/cobol/dispute-feed.txt'.
013400 01  WS-AUDIT-IN-PATH        PIC X(60)
013500     VALUE 'src/cobol/audit.txt'.
013600 01  WS-AUDIT-OUT-PATH       PIC X(60)
013700     VALUE 'src/cobol/audit.new'.
013800 01  WS-MONTH-END-SW         PIC X VALUE 'N'.
013900     88  MONTH-END-RUN           VALUE 'Y'.
014000 01  WS-RESTART-SW           PIC X VALUE 'N'.
014100     88  RESTART-REQUESTED       VALUE 'Y'.
014200 01  WS-RESTART-STEP         PIC X(08) VALUE SPACES.
014300 01  WS-ENV-VALUE-WORK       PIC X(60) VALUE SPACES.
014400*----------------------------------------------------------------
014500* FILE STATUS AND END-OF-FILE SWITCHES
014600*----------------------------------------------------------------
014700 01  WS-FS-JOB-STATUS       PIC X(02) VALUE '00'.
014800 01  WS-FS-FEED-IN          PIC X(02) VALUE '00'.
014900 01  WS-FS-POSTING-INPUT    PIC X(02) VALUE '00'.
015000 01  WS-JOB-STATUS-EOF-SW   PIC X VALUE 'N'.
015100     88  END-OF-JOB-STATUS-FILE  VALUE 'Y'.
015200 01  WS-FEED-EOF-SW         PIC X VALUE 'N'.
015300     88  END-OF-FEED-FILE        VALUE 'Y'.
015400*----------------------------------------------------------------
015500* THE STEP TABLE - THE NIGHT'S RUN ORDER.  EACH ENTRY IS THE STEP
015600* NAME, ITS TYPE, WHETHER IT RUNS ONLY AT MONTH END, ITS TARGET
015700* AND THE RC_ACTION A RUNCONTROL STEP IS GIVEN.  A TYPE P STEP
015800* RUNS THE PROGRAM NAMED BY THE TARGET; TYPE C CLEARS LAST
015900* NIGHT'S GENERATED FEEDS AND LEFTOVER .NEW FILES; TYPE S SWAPS
016000* THE .NEW FILE NAMED BY THE TARGET OVER ITS LIVE FILE; TYPE B
016100* BUILDS INPUT.TXT FOR THE POSTING RUN.  EACH SWAP FOLLOWS THE
016200* PROGRAM THAT WROTE THE .NEW FILE, AND THE HELD AND WAREHOUSE
016300* SWAPS COME BEFORE POSTING, WHICH ADDS TO BOTH LIVE FILES.
016400*----------------------------------------------------------------
016500 01  WS-STEP-VALUES.
016600     05  FILLER              PIC X(08) VALUE 'CLEARWRK'.
016700     05  FILLER              PIC X(01) VALUE 'C'.
016800     05  FILLER              PIC X(01) VALUE 'N'.
016900     05  FILLER              PIC X(24) VALUE SPACES.
017000     05  FILLER              PIC X(08) VALUE SPACES.
017100     05  FILLER              PIC X(08) VALUE 'DAYOPEN'.
017200     05  FILLER              PIC X(01) VALUE 'P'.
017300     05  FILLER              PIC X(01) VALUE 'N'.
017400     05  FILLER              PIC X(24) VALUE 'run_control'.
017500     05  FILLER              PIC X(08) VALUE 'DAYOPEN'.
017600     05  FILLER              PIC X(08) VALUE 'STANDORD'.
017700     05  FILLER              PIC X(01) VALUE 'P'.
017800     05  FILLER              PIC X(01) VALUE 'N'.
017900     05  FILLER              PIC X(24) VALUE 'standing_orders'.
018000     05  FILLER              PIC X(08) VALUE SPACES.
018100     05  FILLER              PIC X(08) VALUE 'SOSWAP'.
018200     05  FILLER              PIC X(01) VALUE 'S'.
018300     05  FILLER              PIC X(01) VALUE 'N'.
018400     05  FILLER              PIC X(24) VALUE 'ORDERS'.
018500     05  FILLER              PIC X(08) VALUE SPACES.
018600     05  FILLER              PIC X(08) VALUE 'INTEREST'.
018700     05  FILLER              PIC X(01) VALUE 'P'.
018800     05  FILLER              PIC X(01) VALUE 'N'.
018900     05  FILLER              PIC X(24) VALUE 'accrue_interest'.
019000     05  FILLER              PIC X(08) VALUE SPACES.
019100     05  FILLER              PIC X(08) VALUE 'RETURNS'.
019200     05  FILLER              PIC X(01) VALUE 'P'.
019300     05  FILLER              PIC X(01) VALUE 'N'.
019400     05  FILLER              PIC X(24) VALUE 'process_returns'.
019500     05  FILLER              PIC X(08) VALUE SPACES.
019600     05  FILLER              PIC X(08) VALUE 'HELDREL'.
019700     05  FILLER              PIC X(01) VALUE 'P'.
019800     05  FILLER              PIC X(01) VALUE 'N'.
019900     05  FILLER              PIC X(24) VALUE 'release_held_items'.
020000     05  FILLER              PIC X(08) VALUE SPACES.
020100     05  FILLER              PIC X(08) VALUE 'HELDSWAP'.
020200     05  FILLER              PIC X(01) VALUE 'S'.
020300     05  FILLER              PIC X(01) VALUE 'N'.
020400     05  FILLER              PIC X(24) VALUE 'HELD'.
020500     05  FILLER              PIC X(08) VALUE SPACES.
020600     05  FILLER              PIC X(08) VALUE 'WAREHOUS'.
020700     05  FILLER              PIC X(01) VALUE 'P'.
020800     05  FILLER              PIC X(01) VALUE 'N'.
020900     05  FILLER              PIC X(24) VALUE 'release_warehouse'.
021000     05  FILLER              PIC X(08) VALUE SPACES.
021100     05  FILLER              PIC X(08) VALUE 'WHSWAP'.
021200     05  FILLER              PIC X(01) VALUE 'S'.
021300     05  FILLER              PIC X(01) VALUE 'N'.
021400     05  FILLER              PIC X(24) VALUE 'WAREHOUSE'.
021500     05  FILLER              PIC X(08) VALUE SPACES.
021600     05  FILLER              PIC X(08) VALUE 'DISPUTES'.
021700     05  FILLER              PIC X(01) VALUE 'P'.
021800     05  FILLER              PIC X(01) VALUE 'N'.
021900     05  FILLER              PIC X(24) VALUE 'manage_disputes'.
022000     05  FILLER              PIC X(08) VALUE SPACES.
022100     05  FILLER              PIC X(08) VALUE 'BUILDIN'.
022200     05  FILLER              PIC X(01) VALUE 'B'.
022300     05  FILLER              PIC X(01) VALUE 'N'.
022400     05  FILLER              PIC X(24) VALUE SPACES.
022500     05  FILLER              PIC X(08) VALUE SPACES.
022600     05  FILLER              PIC X(08) VALUE 'POSTING'.
022700     05  FILLER              PIC X(01) VALUE 'P'.
022800     05  FILLER              PIC X(01) VALUE 'N'.
022900     05  FILLER              PIC X(24)
023000         VALUE 'process_transactions'.
023100     05  FILLER              PIC X(08) VALUE SPACES.
023200     05  FILLER              PIC X(08) VALUE 'PROOF'.
023300     05  FILLER              PIC X(01) VALUE 'P'.
023400     05  FILLER              PIC X(01) VALUE 'N'.
023500     05  FILLER              PIC X(24) VALUE 'prove_balances'.
023600     05  FILLER              PIC X(08) VALUE SPACES.
023700     05  FILLER              PIC X(08) VALUE 'DORMANCY'.
023800     05  FILLER              PIC X(01) VALUE 'P'.
023900     05  FILLER              PIC X(01) VALUE 'N'.
024000     05  FILLER              PIC X(24) VALUE 'detect_dormancy'.
024100     05  FILLER              PIC X(08) VALUE SPACES.
024200     05  FILLER              PIC X(08) VALUE 'DAYCLOSE'.
024300     05  FILLER              PIC X(01) VALUE 'P'.
024400     05  FILLER              PIC X(01) VALUE 'N'.
024500     05  FILLER              PIC X(24) VALUE 'run_control'.
024600     05  FILLER              PIC X(08) VALUE 'DAYCLOSE'.
024700     05  FILLER              PIC X(08) VALUE 'ALERTS'.
024800     05  FILLER              PIC X(01) VALUE 'P'.
024900     05  FILLER              PIC X(01) VALUE 'N'.
025000     05  FILLER              PIC X(24) VALUE 'generate_alerts'.
025100     05  FILLER              PIC X(08) VALUE SPACES.
025200     05  FILLER              PIC X(08) VALUE 'ARCHTXN'.
025300     05  FILLER              PIC X(01) VALUE 'P'.
025400     05  FILLER              PIC X(01) VALUE 'Y'.
025500     05  FILLER              PIC X(24)
025600         VALUE 'archive_transactions'.
025700     05  FILLER              PIC X(08) VALUE SPACES.
025800     05  FILLER              PIC X(08) VALUE 'ARCHAUD'.
025900     05  FILLER              PIC X(01) VALUE 'P'.
026000     05  FILLER              PIC X(01) VALUE 'Y'.
026100     05  FILLER              PIC X(24) VALUE 'archive_audit'.
026200     05  FILLER              PIC X(08) VALUE SPACES.
026300     05  FILLER              PIC X(08) VALUE 'AUDSWAP'.
026400     05  FILLER              PIC X(01) VALUE 'S'.
026500     05  FILLER              PIC X(01) VALUE 'Y'.
026600     05  FILLER              PIC X(24) VALUE 'AUDIT'.
026700     05  FILLER              PIC X(08) VALUE SPACES.
026800 01  WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
026900     05  WS-STEP-ENTRY OCCURS 20 TIMES.
027000         10  WS-STEP-NAME        PIC X(08).
027100         10  WS-STEP-TYPE        PIC X(01).
027200             88  STEP-RUNS-PROGRAM     VALUE 'P'.
027300             88  STEP-CLEARS-WORK      VALUE 'C'.
027400             88  STEP-SWAPS-FILE       VALUE 'S'.
027500             88  STEP-BUILDS-INPUT     VALUE 'B'.
027600         10  WS-STEP-MONTH-END   PIC X(01).
027700             88  STEP-MONTH-END-ONLY   VALUE 'Y'.
027800         10  WS-STEP-TARGET      PIC X(24).
027900         10  WS-STEP-ACTION      PIC X(08).
028000 01  WS-STEP-MAX             PIC 9(02) COMP VALUE 20.
028100 01  WS-STEP-SUB             PIC 9(02) COMP VALUE ZERO.
028200 01  WS-FIRST-STEP           PIC 9(02) COMP VALUE 1.
028300 01  WS-RESUME-SUB           PIC 9(02) COMP VALUE ZERO.
028400 01  WS-NAMED-SUB            PIC 9(02) COMP VALUE ZERO.
028500 01  WS-SAVE-SUB             PIC 9(02) COMP VALUE ZERO.
028600*----------------------------------------------------------------
028700* THE JOB STATUS TABLE - THE JOB STATUS FILE HELD IN STORAGE,
028800* ONE ENTRY PER STEP TABLE ENTRY.  1100 LOADS IT FROM THE LAST
028900* RUN'S FILE; 7000 WRITES IT BACK WHOLE.
029000*----------------------------------------------------------------
029100 01  WS-STREAM-ID            PIC X(16) VALUE SPACES.
029200 01  WS-PRIOR-STREAM-ID      PIC X(16) VALUE SPACES.
029300 01  WS-JOB-TABLE.
029400     05  WS-JOB-ENTRY OCCURS 20 TIMES.
029500         10  WS-JOB-STATUS       PIC X(10).
029600             88  JOB-STEP-DONE     VALUE 'COMPLETED', 'WARNING',
029700                                         'SKIPPED'.
029800         10  WS-JOB-COND-CODE    PIC 9(03).
029900         10  WS-JOB-STARTED      PIC X(16).
030000         10  WS-JOB-ENDED        PIC X(16).
030100 01  WS-PRIOR-STEPS          PIC 9(02) COMP VALUE ZERO.
030200 01  WS-PRIOR-MISMATCH       PIC 9(02) COMP VALUE ZERO.
030300 01  WS-LINE-MATCH-SW        PIC X VALUE 'N'.
030400     88  STATUS-LINE-MATCHES     VALUE 'Y'.
030500*----------------------------------------------------------------
030600* STEP EXECUTION WORK AREAS.  THE COMMAND'S WAIT STATUS COMES
030700* BACK AS THE EXIT CODE TIMES 256 PLUS THE SIGNAL THAT ENDED IT,
030800* IF ANY; 3000 SPLITS IT INTO THE STEP'S CONDITION CODE AND THE
030900* ABEND SIGNAL.  THE SHELL REPORTS A PROGRAM IT RAN THAT WAS
031000* ENDED BY A SIGNAL AS EXIT CODE 128 PLUS THE SIGNAL, WHICH IS
031100* TAKEN AS THE SAME ABEND.  ONLY 0 AND 4 LET THE STREAM CARRY
031200* ON - ANY OTHER CODE MEANS THE STEP WAS REFUSED, STOPPED ON AN
031300* ERROR, OR NEVER REACHED ITS OWN END OF JOB.
031400*----------------------------------------------------------------
031500 01  WS-COMMAND-LINE         PIC X(120) VALUE SPACES.
031600 01  WS-WAIT-STATUS          PIC S9(09) COMP VALUE ZERO.
031700 01  WS-SIGNAL-NUMBER        PIC 9(03) VALUE ZERO.
031800 01  WS-STEP-CC              PIC 9(03) VALUE ZERO.
031900 01  WS-HIGHEST-CC           PIC 9(03) VALUE ZERO.
032000 01  WS-STEP-ABEND-SW        PIC X VALUE 'N'.
032100     88  STEP-ABENDED            VALUE 'Y'.
032200 01  WS-STREAM-STOP-SW       PIC X VALUE 'N'.
032300     88  STREAM-STOPPED          VALUE 'Y'.
032400 01  WS-WORK-PATH            PIC X(60) VALUE SPACES.
032500 01  WS-SWAP-FROM-PATH       PIC X(60) VALUE SPACES.
032600 01  WS-SWAP-TO-PATH         PIC X(60) VALUE SPACES.
032700 01  WS-FILE-DETAILS         PIC X(16) VALUE SPACES.
032800 01  WS-FEED-REQUIRED-SW     PIC X VALUE 'N'.
032900     88  FEED-IS-REQUIRED        VALUE 'Y'.
033000 01  WS-FEED-RECORDS         PIC 9(07) COMP VALUE ZERO.
033100 01  WS-COUNT-EDIT           PIC Z(06)9.
033200 01  WS-CC-EDIT              PIC ZZ9.
033300*----------------------------------------------------------------
033400* TIMESTAMP WORK AREAS - CCYYMMDD FOLLOWED BY HHMMSSHH, THE SAME
033500* SHAPE AS THE AUDIT-FILE TIMESTAMP.
033600*----------------------------------------------------------------
033700 01  WS-STAMP-DATE           PIC 9(08) VALUE ZERO.
033800 01  WS-STAMP-TIME           PIC 9(08) VALUE ZERO.
033900 01  WS-NOW-STAMP            PIC X(16) VALUE SPACES.
034000*----------------------------------------------------------------
034100* RUN COUNTERS
034200*----------------------------------------------------------------
034300 01  WS-STEPS-RUN           PIC 9(02) COMP VALUE ZERO.
034400 01  WS-STEPS-WARNED        PIC 9(02) COMP VALUE ZERO.
034500 01  WS-STEPS-SKIPPED       PIC 9(02) COMP VALUE ZERO.
034600 01  WS-FILES-REMOVED       PIC 9(02) COMP VALUE ZERO.
034700
034800 PROCEDURE DIVISION.
034900*----------------------------------------------------------------
035000* 0000-MAIN-LOGIC
035100*     POSITIONS THE STREAM (FRESH OR RESTARTED), RUNS THE STEPS
035200*     IN TABLE ORDER UNTIL ONE FAILS, AND ENDS WITH THE HIGHEST
035300*     CONDITION CODE ANY STEP RETURNED.
035400*----------------------------------------------------------------
035500 0000-MAIN-LOGIC.
035600     PERFORM 1000-INITIALIZE
035700     PERFORM 2000-RUN-ONE-STEP
035800         VARYING WS-STEP-SUB FROM WS-FIRST-STEP BY 1
035900         UNTIL WS-STEP-SUB > WS-STEP-MAX
036000            OR STREAM-STOPPED
036100     PERFORM 8000-DISPLAY-RUN-SUMMARY
036200     MOVE WS-HIGHEST-CC TO RETURN-CODE
036300     STOP RUN.
036400
036500*----------------------------------------------------------------
036600* 1000-INITIALIZE
036700*     RESOLVES RUN PARAMETERS, READS BACK THE LAST STREAM'S JOB
036800*     STATUS, AND EITHER RESUMES THAT STREAM OR STARTS A NEW ONE.
036900*     THE JOB STATUS FILE IS WRITTEN BEFORE THE FIRST STEP RUNS,
037000*     SO A STREAM THAT CANNOT RECORD ITS PROGRESS NEVER STARTS.
037100*----------------------------------------------------------------
037200 1000-INITIALIZE.
037300     PERFORM 1050-RESOLVE-RUN-PARAMETERS
037400     PERFORM 1100-READ-JOB-STATUS
037500     IF RESTART-REQUESTED
037600         PERFORM 1200-POSITION-RESTART
037700     ELSE
037800         PERFORM 1300-START-NEW-STREAM
037900     END-IF
038000     PERFORM 7000-SAVE-JOB-STATUS
038100     .
038200
038300*----------------------------------------------------------------
038400* 1050-RESOLVE-RUN-PARAMETERS
038500*     FILE PATHS AND SWITCHES COME FROM THE RUN'S ENVIRONMENT,
038600*     THE SAME CONVENTION PROCESSTRANSACTIONS' PT_* PARAMETERS
038700*     USE.  NJ_RESTART_STEP ON ITS OWN IMPLIES NJ_RESTART=Y.
038800*----------------------------------------------------------------
038900 1050-RESOLVE-RUN-PARAMETERS.
039000     DISPLAY 'NJ_JOB_STATUS_FILE' UPON ENVIRONMENT-NAME
039100     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
039200     IF WS-ENV-VALUE-WORK NOT = SPACES
039300         MOVE WS-ENV-VALUE-WORK TO WS-JOB-STATUS-PATH
039400     END-IF
039500
039600     MOVE SPACES TO WS-ENV-VALUE-WORK
039700     DISPLAY 'NJ_PROGRAM_DIR' UPON ENVIRONMENT-NAME
039800     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
039900     IF WS-ENV-VALUE-WORK NOT = SPACES
040000         MOVE WS-ENV-VALUE-WORK TO WS-PROGRAM-DIR
040100     END-IF
040200
040300     MOVE SPACES TO WS-ENV-VALUE-WORK
040400     DISPLAY 'NJ_BRANCH_FEED_FILE' UPON ENVIRONMENT-NAME
040500     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
040600     IF WS-ENV-VALUE-WORK NOT = SPACES
040700         MOVE WS-ENV-VALUE-WORK TO WS-BRANCH-FEED-PATH
040800     END-IF
040900
041000     MOVE SPACES TO WS-ENV-VALUE-WORK
041100     DISPLAY 'NJ_MONTH_END' UPON ENVIRONMENT-NAME
041200     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
041300     IF WS-ENV-VALUE-WORK = 'Y'
041400         MOVE 'Y' TO WS-MONTH-END-SW
041500     END-IF
041600
041700     MOVE SPACES TO WS-ENV-VALUE-WORK
041800     DISPLAY 'NJ_RESTART' UPON ENVIRONMENT-NAME
041900     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
042000     IF WS-ENV-VALUE-WORK = 'Y'
042100         MOVE 'Y' TO WS-RESTART-SW
042200     END-IF
042300
042400     MOVE SPACES TO WS-ENV-VALUE-WORK
042500     DISPLAY 'NJ_RESTART_STEP' UPON ENVIRONMENT-NAME
042600     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
042700     IF WS-ENV-VALUE-WORK NOT = SPACES
042800         MOVE WS-ENV-VALUE-WORK TO WS-RESTART-STEP
042900         MOVE 'Y' TO WS-RESTART-SW
043000     END-IF
043100
043200     MOVE SPACES TO WS-ENV-VALUE-WORK
043300     DISPLAY 'PT_INPUT_FILE' UPON ENVIRONMENT-NAME
043400     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
043500     IF WS-ENV-VALUE-WORK NOT = SPACES
043600         MOVE WS-ENV-VALUE-WORK TO WS-INPUT-FILE-PATH
043700     END-IF
043800
043900     MOVE SPACES TO WS-ENV-VALUE-WORK
044000     DISPLAY 'SO_ORDER_FILE' UPON ENVIRONMENT-NAME
044100     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
044200     IF WS-ENV-VALUE-WORK NOT = SPACES
044300         MOVE WS-ENV-VALUE-WORK TO WS-ORDER-IN-PATH
044400     END-IF
044500
044600     MOVE SPACES TO WS-ENV-VALUE-WORK
044700     DISPLAY 'SO_ORDER_OUT_FILE' UPON ENVIRONMENT-NAME
044800     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
044900     IF WS-ENV-VALUE-WORK NOT = SPACES
045000         MOVE WS-ENV-VALUE-WORK TO WS-ORDER-OUT-PATH
045100     END-IF
045200
045300     MOVE SPACES TO WS-ENV-VALUE-WORK
045400     DISPLAY 'SO_FEED_FILE' UPON ENVIRONMENT-NAME
045500     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
045600     IF WS-ENV-VALUE-WORK NOT = SPACES
045700         MOVE WS-ENV-VALUE-WORK TO WS-ORDER-FEED-PATH
045800     END-IF
045900
046000     MOVE SPACES TO WS-ENV-VALUE-WORK
046100     DISPLAY 'AI_INTEREST_FEED_FILE' UPON ENVIRONMENT-NAME
046200     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
046300     IF WS-ENV-VALUE-WORK NOT = SPACES
046400         MOVE WS-ENV-VALUE-WORK TO WS-INTEREST-FEED-PATH
046500     END-IF
046600
046700     MOVE SPACES TO WS-ENV-VALUE-WORK
046800     DISPLAY 'RT_RETURN_FEED_FILE' UPON ENVIRONMENT-NAME
046900     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
047000     IF WS-ENV-VALUE-WORK NOT = SPACES
047100         MOVE WS-ENV-VALUE-WORK TO WS-RETURN-FEED-PATH
047200     END-IF
047300
047400     MOVE SPACES TO WS-ENV-VALUE-WORK
047500     DISPLAY 'RH_HELD_FILE' UPON ENVIRONMENT-NAME
047600     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
047700     IF WS-ENV-VALUE-WORK NOT = SPACES
047800         MOVE WS-ENV-VALUE-WORK TO WS-HELD-IN-PATH
047900     END-IF
048000
048100     MOVE SPACES TO WS-ENV-VALUE-WORK
048200     DISPLAY 'RH_HELD_OUT_FILE' UPON ENVIRONMENT-NAME
048300     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
048400     IF WS-ENV-VALUE-WORK NOT = SPACES
048500         MOVE WS-ENV-VALUE-WORK TO WS-HELD-OUT-PATH
048600     END-IF
048700
048800     MOVE SPACES TO WS-ENV-VALUE-WORK
048900     DISPLAY 'RH_FEED_FILE' UPON ENVIRONMENT-NAME
049000     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
049100     IF WS-ENV-VALUE-WORK NOT = SPACES
049200         MOVE WS-ENV-VALUE-WORK TO WS-HELD-FEED-PATH
049300     END-IF
049400
049500     MOVE SPACES TO WS-ENV-VALUE-WORK
049600     DISPLAY 'WH_WAREHOUSE_FILE' UPON ENVIRONMENT-NAME
049700     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
049800     IF WS-ENV-VALUE-WORK NOT = SPACES
049900         MOVE WS-ENV-VALUE-WORK TO WS-WAREHOUSE-IN-PATH
050000     END-IF
050100
050200     MOVE SPACES TO WS-ENV-VALUE-WORK
050300     DISPLAY 'WH_WAREHOUSE_OUT_FILE' UPON ENVIRONMENT-NAME
050400     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
050500     IF WS-ENV-VALUE-WORK NOT = SPACES
050600         MOVE WS-ENV-VALUE-WORK TO WS-WAREHOUSE-OUT-PATH
050700     END-IF
050800
050900     MOVE SPACES TO WS-ENV-VALUE-WORK
051000     DISPLAY 'WH_FEED_FILE' UPON ENVIRONMENT-NAME
051100     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
051200     IF WS-ENV-VALUE-WORK NOT = SPACES
051300         MOVE WS-ENV-VALUE-WORK TO WS-WAREHOUSE-FEED-PATH
051400     END-IF
051500
051600     MOVE SPACES TO WS-ENV-VALUE-WORK
051700     DISPLAY 'DC_FEED_FILE' UPON ENVIRONMENT-NAME
051800     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
051900     IF WS-ENV-VALUE-WORK NOT = SPACES
052000         MOVE WS-ENV-VALUE-WORK TO WS-DISPUTE-FEED-PATH
052100     END-IF
052200
052300     MOVE SPACES TO WS-ENV-VALUE-WORK
052400     DISPLAY 'AA_AUDIT_FILE' UPON ENVIRONMENT-NAME
052500     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
052600     IF WS-ENV-VALUE-WORK NOT = SPACES
052700         MOVE WS-ENV-VALUE-WORK TO WS-AUDIT-IN-PATH
052800     END-IF
052900
053000     MOVE SPACES TO WS-ENV-VALUE-WORK
053100     DISPLAY 'AA_AUDIT_OUT_FILE' UPON ENVIRONMENT-NAME
053200     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
053300     IF WS-ENV-VALUE-WORK NOT = SPACES
053400         MOVE WS-ENV-VALUE-WORK TO WS-AUDIT-OUT-PATH
053500     END-IF
053600     .
053700
053800*----------------------------------------------------------------
053900* 1100-READ-JOB-STATUS
054000*     LOADS THE LAST STREAM'S JOB STATUS FILE INTO THE JOB
054100*     STATUS TABLE.  NO FILE (STATUS 35) MEANS NO STREAM HAS RUN
054200*     HERE YET.  A LINE IS ONLY TAKEN WHEN ITS STEP NUMBER AND
054300*     NAME AGREE WITH THE STEP TABLE - A FILE LEFT BY A STREAM
054400*     WITH A DIFFERENT STEP LIST CANNOT BE RESTARTED.
054500*----------------------------------------------------------------
054600 1100-READ-JOB-STATUS.
054700     MOVE ZERO TO WS-PRIOR-STEPS
054800     MOVE ZERO TO WS-PRIOR-MISMATCH
054900     OPEN INPUT JOB-STATUS-FILE
055000     IF WS-FS-JOB-STATUS NOT = '35'
055100         IF WS-FS-JOB-STATUS NOT = '00'
055200             DISPLAY 'ERROR OPENING JOB STATUS FILE'
055300                 WS-FS-JOB-STATUS
055400             MOVE 8 TO RETURN-CODE
055500             STOP RUN
055600         END-IF
055700         MOVE 'N' TO WS-JOB-STATUS-EOF-SW
055800         PERFORM UNTIL END-OF-JOB-STATUS-FILE
055900             READ JOB-STATUS-FILE
056000                 AT END
056100                     MOVE 'Y' TO WS-JOB-STATUS-EOF-SW
056200                 NOT AT END
056300                     PERFORM 1150-LOAD-STATUS-LINE
056400             END-READ
056500         END-PERFORM
056600         CLOSE JOB-STATUS-FILE
056700     END-IF
056800     .
056900
057000*----------------------------------------------------------------
057100* 1150-LOAD-STATUS-LINE
057200*     TAKES ONE JOB STATUS LINE INTO ITS STEP'S TABLE ENTRY.
057300*----------------------------------------------------------------
057400 1150-LOAD-STATUS-LINE.
057500     MOVE 'N' TO WS-LINE-MATCH-SW
057600     IF JS-STEP-NUMBER IS NUMERIC
057700         AND JS-STEP-NUMBER > ZERO
057800         AND JS-STEP-NUMBER NOT > WS-STEP-MAX
057900         IF JS-STEP-NAME = WS-STEP-NAME (JS-STEP-NUMBER)
058000             MOVE 'Y' TO WS-LINE-MATCH-SW
058100         END-IF
058200     END-IF
058300     IF STATUS-LINE-MATCHES
058400         MOVE JS-STREAM-ID TO WS-PRIOR-STREAM-ID
058500         MOVE JS-STEP-STATUS TO WS-JOB-STATUS (JS-STEP-NUMBER)
058600         IF JS-COND-CODE IS NUMERIC
058700             MOVE JS-COND-CODE
058800                 TO WS-JOB-COND-CODE (JS-STEP-NUMBER)
058900         ELSE
059000             MOVE ZERO TO WS-JOB-COND-CODE (JS-STEP-NUMBER)
059100         END-IF
059200         MOVE JS-STARTED TO WS-JOB-STARTED (JS-STEP-NUMBER)
059300         MOVE JS-ENDED TO WS-JOB-ENDED (JS-STEP-NUMBER)
059400         ADD 1 TO WS-PRIOR-STEPS
059500     ELSE
059600         ADD 1 TO WS-PRIOR-MISMATCH
059700     END-IF
059800     .
059900
060000*----------------------------------------------------------------
060100* 1160-FIND-RESUME-POINT
060200*     THE FIRST STEP OF THE LOADED STREAM NOT YET COMPLETED,
060300*     WARNED OR SKIPPED - THE STEP A RESTART PICKS UP AT.  PAST
060400*     THE LAST STEP WHEN THE STREAM FINISHED.
060500*----------------------------------------------------------------
060600 1160-FIND-RESUME-POINT.
060700     MOVE ZERO TO WS-RESUME-SUB
060800     PERFORM 1170-CHECK-STEP-DONE
060900         VARYING WS-STEP-SUB FROM 1 BY 1
061000         UNTIL WS-STEP-SUB > WS-STEP-MAX
061100            OR WS-RESUME-SUB > ZERO
061200     IF WS-RESUME-SUB = ZERO
061300         COMPUTE WS-RESUME-SUB = WS-STEP-MAX + 1
061400     END-IF
061500     .
061600
061700*----------------------------------------------------------------
061800* 1170-CHECK-STEP-DONE
061900*     NOTES THE STEP WHEN IT IS NOT YET DONE.
062000*----------------------------------------------------------------
062100 1170-CHECK-STEP-DONE.
062200     IF NOT JOB-STEP-DONE (WS-STEP-SUB)
062300         MOVE WS-STEP-SUB TO WS-RESUME-SUB
062400     END-IF
062500     .
062600
062700*----------------------------------------------------------------
062800* 1200-POSITION-RESTART
062900*     RESUMES THE LOADED STREAM UNDER ITS ORIGINAL STREAM ID.
063000*     WITHOUT NJ_RESTART_STEP IT PICKS UP AT THE FIRST STEP NOT
063100*     DONE; A NAMED STEP MAY REPEAT A STEP ALREADY DONE BUT MAY
063200*     NOT JUMP PAST ONE THAT HAS NOT.  EVERY STEP FROM THE RESUME
063300*     POINT ON IS SET BACK TO PENDING, AND THE CONDITION CODES OF
063400*     THE STEPS BEFORE IT STILL COUNT TOWARD THE STREAM'S CODE.
063500*----------------------------------------------------------------
063600 1200-POSITION-RESTART.
063700     IF WS-PRIOR-STEPS NOT = WS-STEP-MAX
063800         OR WS-PRIOR-MISMATCH > ZERO
063900         DISPLAY 'RESTART REFUSED - NO JOB STATUS FOR THIS '
064000             'STREAM ON ' WS-JOB-STATUS-PATH
064100         MOVE 8 TO RETURN-CODE
064200         STOP RUN
064300     END-IF
064400     MOVE WS-PRIOR-STREAM-ID TO WS-STREAM-ID
064500     PERFORM 1160-FIND-RESUME-POINT
064600     IF WS-RESTART-STEP = SPACES
064700         MOVE WS-RESUME-SUB TO WS-FIRST-STEP
064800     ELSE
064900         MOVE ZERO TO WS-NAMED-SUB
065000         PERFORM 1250-MATCH-RESTART-STEP
065100             VARYING WS-STEP-SUB FROM 1 BY 1
065200             UNTIL WS-STEP-SUB > WS-STEP-MAX
065300                OR WS-NAMED-SUB > ZERO
065400         IF WS-NAMED-SUB = ZERO
065500             DISPLAY 'RESTART REFUSED - ' WS-RESTART-STEP
065600                 ' IS NOT A STEP OF THE STREAM'
065700             MOVE 8 TO RETURN-CODE
065800             STOP RUN
065900         END-IF
066000         IF WS-NAMED-SUB > WS-RESUME-SUB
066100             DISPLAY 'RESTART REFUSED - ' WS-RESTART-STEP
066200                 ' COMES AFTER ' WS-STEP-NAME (WS-RESUME-SUB)
066300                 ', WHICH HAS NOT COMPLETED'
066400             MOVE 8 TO RETURN-CODE
066500             STOP RUN
066600         END-IF
066700         MOVE WS-NAMED-SUB TO WS-FIRST-STEP
066800     END-IF
066900
067000     IF WS-FIRST-STEP > WS-STEP-MAX
067100         DISPLAY 'STREAM ' WS-STREAM-ID
067200             ' ALREADY FINISHED - NOTHING TO RESTART'
067300     ELSE
067400         DISPLAY 'RESTARTING STREAM ' WS-STREAM-ID ' AT STEP '
067500             WS-STEP-NAME (WS-FIRST-STEP)
067600     END-IF
067700     PERFORM 1260-RESET-OR-CARRY-STEP
067800         VARYING WS-STEP-SUB FROM 1 BY 1
067900         UNTIL WS-STEP-SUB > WS-STEP-MAX
068000     .
068100
068200*----------------------------------------------------------------
068300* 1250-MATCH-RESTART-STEP
068400*     NOTES THE STEP WHEN IT IS THE ONE NJ_RESTART_STEP NAMES.
068500*----------------------------------------------------------------
068600 1250-MATCH-RESTART-STEP.
068700     IF WS-STEP-NAME (WS-STEP-SUB) = WS-RESTART-STEP
068800         MOVE WS-STEP-SUB TO WS-NAMED-SUB
068900     END-IF
069000     .
069100
069200*----------------------------------------------------------------
069300* 1260-RESET-OR-CARRY-STEP
069400*     A STEP BEFORE THE FIRST STEP TO RUN KEEPS ITS OUTCOME AND
069500*     CARRIES ITS CONDITION CODE; EVERY OTHER STEP IS SET PENDING.
069600*----------------------------------------------------------------
069700 1260-RESET-OR-CARRY-STEP.
069800     IF WS-STEP-SUB < WS-FIRST-STEP
069900         IF WS-JOB-COND-CODE (WS-STEP-SUB) > WS-HIGHEST-CC
070000             MOVE WS-JOB-COND-CODE (WS-STEP-SUB) TO WS-HIGHEST-CC
070100         END-IF
070200     ELSE
070300         MOVE 'PENDING' TO WS-JOB-STATUS (WS-STEP-SUB)
070400         MOVE ZERO TO WS-JOB-COND-CODE (WS-STEP-SUB)
070500         MOVE SPACES TO WS-JOB-STARTED (WS-STEP-SUB)
070600         MOVE SPACES TO WS-JOB-ENDED (WS-STEP-SUB)
070700     END-IF
070800     .
070900
071000*----------------------------------------------------------------
071100* 1300-START-NEW-STREAM
071200*     A NEW STREAM IS REFUSED WHILE THE LAST ONE IS UNFINISHED -
071300*     ITS FAILED STEP MUST BE RESTARTED (OR THE JOB STATUS FILE
071400*     DELIBERATELY REMOVED) SO NO STEP IS SILENTLY RUN TWICE.
071500*     OTHERWISE EVERY STEP STARTS PENDING UNDER A NEW STREAM ID.
071600*----------------------------------------------------------------
071700 1300-START-NEW-STREAM.
071800     IF WS-PRIOR-STEPS > ZERO
071900         PERFORM 1160-FIND-RESUME-POINT
072000         IF WS-RESUME-SUB NOT > WS-STEP-MAX
072100             DISPLAY 'STREAM ' WS-PRIOR-STREAM-ID
072200                 ' DID NOT FINISH - STOPPED AT STEP '
072300                 WS-STEP-NAME (WS-RESUME-SUB)
072400             DISPLAY 'RESTART IT WITH NJ_RESTART=Y - NEW STREAM '
072500                 'REFUSED'
072600             MOVE 8 TO RETURN-CODE
072700             STOP RUN
072800         END-IF
072900     END-IF
073000     PERFORM 7200-STAMP-NOW
073100     MOVE WS-NOW-STAMP TO WS-STREAM-ID
073200     MOVE 1 TO WS-FIRST-STEP
073300     PERFORM 1260-RESET-OR-CARRY-STEP
073400         VARYING WS-STEP-SUB FROM 1 BY 1
073500         UNTIL WS-STEP-SUB > WS-STEP-MAX
073600     DISPLAY 'STARTING STREAM ' WS-STREAM-ID
073700     .
073800
073900*----------------------------------------------------------------
074000* 2000-RUN-ONE-STEP
074100*     RUNS ONE STEP OF THE TABLE - OR RECORDS IT SKIPPED WHEN IT
074200*     IS A MONTH-END STEP ON AN ORDINARY NIGHT - WITH THE JOB
074300*     STATUS FILE SHOWING IT RUNNING WHILE IT DOES.
074400*----------------------------------------------------------------
074500 2000-RUN-ONE-STEP.
074600     IF STEP-MONTH-END-ONLY (WS-STEP-SUB)
074700         AND NOT MONTH-END-RUN
074800         PERFORM 7200-STAMP-NOW
074900         MOVE 'SKIPPED' TO WS-JOB-STATUS (WS-STEP-SUB)
075000         MOVE ZERO TO WS-JOB-COND-CODE (WS-STEP-SUB)
075100         MOVE WS-NOW-STAMP TO WS-JOB-STARTED (WS-STEP-SUB)
075200         MOVE WS-NOW-STAMP TO WS-JOB-ENDED (WS-STEP-SUB)
075300         ADD 1 TO WS-STEPS-SKIPPED
075400         PERFORM 7000-SAVE-JOB-STATUS
075500         DISPLAY 'STEP ' WS-STEP-NAME (WS-STEP-SUB)
075600             ' SKIPPED - NOT A MONTH-END RUN'
075700     ELSE
075800         PERFORM 7200-STAMP-NOW
075900         MOVE 'RUNNING' TO WS-JOB-STATUS (WS-STEP-SUB)
076000         MOVE WS-NOW-STAMP TO WS-JOB-STARTED (WS-STEP-SUB)
076100         MOVE SPACES TO WS-JOB-ENDED (WS-STEP-SUB)
076200         PERFORM 7000-SAVE-JOB-STATUS
076300         DISPLAY 'STEP ' WS-STEP-NAME (WS-STEP-SUB) ' STARTED'
076400         MOVE ZERO TO WS-STEP-CC
076500         MOVE 'N' TO WS-STEP-ABEND-SW
076600         EVALUATE TRUE
076700             WHEN STEP-RUNS-PROGRAM (WS-STEP-SUB)
076800                 PERFORM 3000-RUN-PROGRAM-STEP
076900             WHEN STEP-CLEARS-WORK (WS-STEP-SUB)
077000                 PERFORM 4000-CLEAR-WORK-FILES
077100             WHEN STEP-SWAPS-FILE (WS-STEP-SUB)
077200                 PERFORM 5000-SWAP-NEW-FILE
077300             WHEN STEP-BUILDS-INPUT (WS-STEP-SUB)
077400                 PERFORM 6000-BUILD-POSTING-INPUT
077500         END-EVALUATE
077600         ADD 1 TO WS-STEPS-RUN
077700         PERFORM 2100-RECORD-STEP-OUTCOME
077800     END-IF
077900     .
078000
078100*----------------------------------------------------------------
078200* 2100-RECORD-STEP-OUTCOME
078300*     0 IS COMPLETED AND 4 IS WARNING, AND THE STREAM GOES ON.
078400*     ANY OTHER CODE, OR A STEP ENDED BY A SIGNAL, STOPS THE
078500*     STREAM HERE WITH THE STEP LEFT FAILED OR ABENDED FOR A
078600*     RESTART TO PICK UP.
078700*----------------------------------------------------------------
078800 2100-RECORD-STEP-OUTCOME.
078900     PERFORM 7200-STAMP-NOW
079000     MOVE WS-NOW-STAMP TO WS-JOB-ENDED (WS-STEP-SUB)
079100     MOVE WS-STEP-CC TO WS-JOB-COND-CODE (WS-STEP-SUB)
079200     MOVE WS-STEP-CC TO WS-CC-EDIT
079300     IF STEP-ABENDED
079400         MOVE 'ABENDED' TO WS-JOB-STATUS (WS-STEP-SUB)
079500         MOVE 'Y' TO WS-STREAM-STOP-SW
079600         IF WS-HIGHEST-CC < 8
079700             MOVE 8 TO WS-HIGHEST-CC
079800         END-IF
079900         DISPLAY 'STEP ' WS-STEP-NAME (WS-STEP-SUB)
080000             ' ABENDED ON SIGNAL ' WS-CC-EDIT
080100     ELSE
080200     IF WS-STEP-CC = ZERO
080300         MOVE 'COMPLETED' TO WS-JOB-STATUS (WS-STEP-SUB)
080400         DISPLAY 'STEP ' WS-STEP-NAME (WS-STEP-SUB)
080500             ' COMPLETED - CONDITION CODE ' WS-CC-EDIT
080600     ELSE
080700     IF WS-STEP-CC = 4
080800         MOVE 'WARNING' TO WS-JOB-STATUS (WS-STEP-SUB)
080900         ADD 1 TO WS-STEPS-WARNED
081000         DISPLAY 'STEP ' WS-STEP-NAME (WS-STEP-SUB)
081100             ' COMPLETED WITH WARNINGS - CONDITION CODE '
081200             WS-CC-EDIT
081300     ELSE
081400         MOVE 'FAILED' TO WS-JOB-STATUS (WS-STEP-SUB)
081500         MOVE 'Y' TO WS-STREAM-STOP-SW
081600         DISPLAY 'STEP ' WS-STEP-NAME (WS-STEP-SUB)
081700             ' FAILED - CONDITION CODE ' WS-CC-EDIT
081800     END-IF
081900     END-IF
082000     IF WS-STEP-CC > WS-HIGHEST-CC
082100         MOVE WS-STEP-CC TO WS-HIGHEST-CC
082200     END-IF
082300     END-IF
082400     PERFORM 7000-SAVE-JOB-STATUS
082500     .
082600
082700*----------------------------------------------------------------
082800* 3000-RUN-PROGRAM-STEP
082900*     RUNS THE STEP'S PROGRAM AS ITS OWN PROCESS AND WAITS FOR
083000*     IT.  A RUNCONTROL STEP IS HANDED ITS RC_ACTION THROUGH THE
083100*     ENVIRONMENT THE PROGRAM INHERITS.  EVERY OTHER PARAMETER
083200*     IS WHATEVER THE STREAM ITSELF WAS STARTED WITH.
083300*----------------------------------------------------------------
083400 3000-RUN-PROGRAM-STEP.
083500     IF WS-STEP-ACTION (WS-STEP-SUB) NOT = SPACES
083600         DISPLAY 'RC_ACTION' UPON ENVIRONMENT-NAME
083700         DISPLAY WS-STEP-ACTION (WS-STEP-SUB)
083800             UPON ENVIRONMENT-VALUE
083900     END-IF
084000     MOVE SPACES TO WS-COMMAND-LINE
084100     STRING WS-PROGRAM-DIR DELIMITED BY SPACE
084200            WS-STEP-TARGET (WS-STEP-SUB) DELIMITED BY SPACE
084300         INTO WS-COMMAND-LINE
084400     CALL 'SYSTEM' USING WS-COMMAND-LINE
084500     MOVE RETURN-CODE TO WS-WAIT-STATUS
084600     IF WS-WAIT-STATUS < ZERO
084700         DISPLAY 'STEP ' WS-STEP-NAME (WS-STEP-SUB)
084800             ' COULD NOT BE STARTED: ' WS-COMMAND-LINE
084900         MOVE 8 TO WS-STEP-CC
085000     ELSE
085100         DIVIDE WS-WAIT-STATUS BY 256
085200             GIVING WS-STEP-CC REMAINDER WS-SIGNAL-NUMBER
085300         IF WS-SIGNAL-NUMBER NOT = ZERO
085400             MOVE 'Y' TO WS-STEP-ABEND-SW
085500             MOVE WS-SIGNAL-NUMBER TO WS-STEP-CC
085600         ELSE
085700         IF WS-STEP-CC > 128
085800             MOVE 'Y' TO WS-STEP-ABEND-SW
085900             SUBTRACT 128 FROM WS-STEP-CC
086000         END-IF
086100         END-IF
086200     END-IF
086300     .
086400
086500*----------------------------------------------------------------
086600* 4000-CLEAR-WORK-FILES
086700*     REMOVES LAST NIGHT'S GENERATED FEEDS AND ANY .NEW FILE A
086800*     MISSED SWAP LEFT BEHIND.  ACCRUEINTEREST ONLY WRITES ITS
086900*     FEED ON A CAPITALIZATION DAY, SO WITHOUT THIS A STALE FEED
087000*     WOULD BE CONCATENATED INTO INPUT.TXT AND POSTED AGAIN.
087100*----------------------------------------------------------------
087200 4000-CLEAR-WORK-FILES.
087300     MOVE ZERO TO WS-FILES-REMOVED
087400     MOVE WS-ORDER-FEED-PATH TO WS-WORK-PATH
087500     PERFORM 4100-REMOVE-WORK-FILE
087600     MOVE WS-INTEREST-FEED-PATH TO WS-WORK-PATH
087700     PERFORM 4100-REMOVE-WORK-FILE
087800     MOVE WS-RETURN-FEED-PATH TO WS-WORK-PATH
087900     PERFORM 4100-REMOVE-WORK-FILE
088000     MOVE WS-HELD-FEED-PATH TO WS-WORK-PATH
088100     PERFORM 4100-REMOVE-WORK-FILE
088200     MOVE WS-WAREHOUSE-FEED-PATH TO WS-WORK-PATH
088300     PERFORM 4100-REMOVE-WORK-FILE
088400     MOVE WS-DISPUTE-FEED-PATH TO WS-WORK-PATH
088500     PERFORM 4100-REMOVE-WORK-FILE
088600     MOVE WS-ORDER-OUT-PATH TO WS-WORK-PATH
088700     PERFORM 4100-REMOVE-WORK-FILE
088800     MOVE WS-HELD-OUT-PATH TO WS-WORK-PATH
088900     PERFORM 4100-REMOVE-WORK-FILE
089000     MOVE WS-WAREHOUSE-OUT-PATH TO WS-WORK-PATH
089100     PERFORM 4100-REMOVE-WORK-FILE
089200     MOVE WS-AUDIT-OUT-PATH TO WS-WORK-PATH
089300     PERFORM 4100-REMOVE-WORK-FILE
089400     MOVE WS-FILES-REMOVED TO WS-COUNT-EDIT
089500     DISPLAY 'WORK FILES REMOVED: ' WS-COUNT-EDIT
089600     .
089700
089800*----------------------------------------------------------------
089900* 4100-REMOVE-WORK-FILE
090000*     REMOVES ONE WORK FILE WHEN IT IS THERE.  A FILE THAT IS
090100*     THERE BUT CANNOT BE REMOVED FAILS THE STEP.
090200*----------------------------------------------------------------
090300 4100-REMOVE-WORK-FILE.
090400     CALL 'CBL_CHECK_FILE_EXIST' USING WS-WORK-PATH
090500                                       WS-FILE-DETAILS
090600     IF RETURN-CODE = ZERO
090700         CALL 'CBL_DELETE_FILE' USING WS-WORK-PATH
090800         IF RETURN-CODE = ZERO
090900             ADD 1 TO WS-FILES-REMOVED
091000         ELSE
091100             DISPLAY 'CANNOT REMOVE ' WS-WORK-PATH
091200             MOVE 8 TO WS-STEP-CC
091300         END-IF
091400     END-IF
091500     .
091600
091700*----------------------------------------------------------------
091800* 5000-SWAP-NEW-FILE
091900*     MOVES THE .NEW FILE THE PRECEDING PROGRAM WROTE OVER ITS
092000*     LIVE FILE.  NO .NEW FILE MEANS THE PROGRAM HAD NOTHING TO
092100*     REWRITE (RELEASEHELDITEMS AND RELEASEWAREHOUSE END CLEAN
092200*     WITH NO FILE TO WORK), SO THE LIVE FILE STANDS.  A SWAP
092300*     THAT IS RESTARTED AFTER IT HAS ALREADY MOVED THE FILE
092400*     FINDS NO .NEW FILE AND LEAVES THE LIVE ONE ALONE.
092500*----------------------------------------------------------------
092600 5000-SWAP-NEW-FILE.
092700     EVALUATE WS-STEP-TARGET (WS-STEP-SUB)
092800         WHEN 'ORDERS'
092900             MOVE WS-ORDER-OUT-PATH TO WS-SWAP-FROM-PATH
093000             MOVE WS-ORDER-IN-PATH TO WS-SWAP-TO-PATH
093100         WHEN 'HELD'
093200             MOVE WS-HELD-OUT-PATH TO WS-SWAP-FROM-PATH
093300             MOVE WS-HELD-IN-PATH TO WS-SWAP-TO-PATH
093400         WHEN 'WAREHOUSE'
093500             MOVE WS-WAREHOUSE-OUT-PATH TO WS-SWAP-FROM-PATH
093600             MOVE WS-WAREHOUSE-IN-PATH TO WS-SWAP-TO-PATH
093700         WHEN 'AUDIT'
093800             MOVE WS-AUDIT-OUT-PATH TO WS-SWAP-FROM-PATH
093900             MOVE WS-AUDIT-IN-PATH TO WS-SWAP-TO-PATH
094000     END-EVALUATE
094100     CALL 'CBL_CHECK_FILE_EXIST' USING WS-SWAP-FROM-PATH
094200                                       WS-FILE-DETAILS
094300     IF RETURN-CODE NOT = ZERO
094400         DISPLAY 'NO ' WS-SWAP-FROM-PATH
094500         DISPLAY '    - NOTHING TO SWAP, LIVE FILE UNCHANGED'
094600     ELSE
094700         CALL 'CBL_RENAME_FILE' USING WS-SWAP-FROM-PATH
094800                                      WS-SWAP-TO-PATH
094900         IF RETURN-CODE NOT = ZERO
095000             DISPLAY 'CANNOT SWAP ' WS-SWAP-FROM-PATH
095100             DISPLAY '    OVER ' WS-SWAP-TO-PATH
095200             MOVE 8 TO WS-STEP-CC
095300         ELSE
095400             DISPLAY 'SWAPPED ' WS-SWAP-FROM-PATH
095500         END-IF
095600     END-IF
095700     .
095800
095900*----------------------------------------------------------------
096000* 6000-BUILD-POSTING-INPUT
096100*     BUILDS INPUT.TXT AS THE CONCATENATION PROCESSTRANSACTIONS
096200*     EXPECTS - THE BRANCH FEEDS FIRST, THEN EACH BALANCED FEED
096300*     GENERATED EARLIER IN THE NIGHT - SO THE WHOLE DAY POSTS IN
096400*     ONE RUN AND ONE CONTROL REPORT, WHICH IS WHAT THE DAYCLOSE
096500*     RECONCILIATION TIES TO.  A GENERATED FEED THAT WAS NOT
096600*     WRITTEN TONIGHT IS PASSED OVER; NO BRANCH FEED AT ALL IS A
096700*     WARNING, SINCE A NIGHT WITHOUT BRANCH TRAFFIC IS UNUSUAL.
096800*----------------------------------------------------------------
096900 6000-BUILD-POSTING-INPUT.
097000     OPEN OUTPUT POSTING-INPUT-FILE
097100     IF WS-FS-POSTING-INPUT NOT = '00'
097200         DISPLAY 'ERROR OPENING POSTING INPUT FILE'
097300             WS-FS-POSTING-INPUT
097400         MOVE 8 TO WS-STEP-CC
097500     ELSE
097600         MOVE WS-BRANCH-FEED-PATH TO WS-FEED-IN-PATH
097700         MOVE 'Y' TO WS-FEED-REQUIRED-SW
097800         PERFORM 6100-COPY-ONE-FEED
097900         MOVE 'N' TO WS-FEED-REQUIRED-SW
098000         MOVE WS-ORDER-FEED-PATH TO WS-FEED-IN-PATH
098100         PERFORM 6100-COPY-ONE-FEED
098200         MOVE WS-INTEREST-FEED-PATH TO WS-FEED-IN-PATH
098300         PERFORM 6100-COPY-ONE-FEED
098400         MOVE WS-RETURN-FEED-PATH TO WS-FEED-IN-PATH
098500         PERFORM 6100-COPY-ONE-FEED
098600         MOVE WS-HELD-FEED-PATH TO WS-FEED-IN-PATH
098700         PERFORM 6100-COPY-ONE-FEED
098800         MOVE WS-WAREHOUSE-FEED-PATH TO WS-FEED-IN-PATH
098900         PERFORM 6100-COPY-ONE-FEED
099000         MOVE WS-DISPUTE-FEED-PATH TO WS-FEED-IN-PATH
099100         PERFORM 6100-COPY-ONE-FEED
099200         CLOSE POSTING-INPUT-FILE
099300     END-IF
099400     .
099500
099600*----------------------------------------------------------------
099700* 6100-COPY-ONE-FEED
099800*     APPENDS ONE FEED TO INPUT.TXT RECORD FOR RECORD.
099900*----------------------------------------------------------------
100000 6100-COPY-ONE-FEED.
100100     MOVE ZERO TO WS-FEED-RECORDS
100200     OPEN INPUT FEED-IN-FILE
100300     IF WS-FS-FEED-IN = '35'
100400         IF FEED-IS-REQUIRED
100500             DISPLAY 'NO BRANCH FEED ' WS-FEED-IN-PATH
100600             IF WS-STEP-CC < 4
100700                 MOVE 4 TO WS-STEP-CC
100800             END-IF
100900         ELSE
101000             DISPLAY 'NOT WRITTEN TONIGHT ' WS-FEED-IN-PATH
101100         END-IF
101200     ELSE
101300     IF WS-FS-FEED-IN NOT = '00'
101400         DISPLAY 'ERROR OPENING FEED ' WS-FEED-IN-PATH
101500             WS-FS-FEED-IN
101600         MOVE 8 TO WS-STEP-CC
101700     ELSE
101800         MOVE 'N' TO WS-FEED-EOF-SW
101900         PERFORM UNTIL END-OF-FEED-FILE
102000             READ FEED-IN-FILE
102100                 AT END
102200                     MOVE 'Y' TO WS-FEED-EOF-SW
102300                 NOT AT END
102400                     PERFORM 6150-WRITE-INPUT-RECORD
102500             END-READ
102600         END-PERFORM
102700         CLOSE FEED-IN-FILE
102800         MOVE WS-FEED-RECORDS TO WS-COUNT-EDIT
102900         DISPLAY 'COPIED ' WS-COUNT-EDIT ' RECORDS FROM '
103000             WS-FEED-IN-PATH
103100     END-IF
103200     END-IF
103300     .
103400
103500*----------------------------------------------------------------
103600* 6150-WRITE-INPUT-RECORD
103700*     WRITES ONE FEED RECORD TO INPUT.TXT AND COUNTS IT.
103800*----------------------------------------------------------------
103900 6150-WRITE-INPUT-RECORD.
104000     WRITE POSTING-INPUT-RECORD FROM FEED-IN-RECORD
104100     IF WS-FS-POSTING-INPUT NOT = '00'
104200         DISPLAY 'ERROR WRITING POSTING INPUT FILE'
104300             WS-FS-POSTING-INPUT
104400         MOVE 8 TO WS-STEP-CC
104500         MOVE 'Y' TO WS-FEED-EOF-SW
104600     ELSE
104700         ADD 1 TO WS-FEED-RECORDS
104800     END-IF
104900     .
105000
105100*----------------------------------------------------------------
105200* 7000-SAVE-JOB-STATUS
105300*     REWRITES THE WHOLE JOB STATUS FILE FROM THE TABLE.  A
105400*     STREAM THAT CANNOT RECORD WHERE IT IS MUST NOT GO ON, OR A
105500*     RESTART COULD REPEAT OR SKIP A STEP.
105600*----------------------------------------------------------------
105700 7000-SAVE-JOB-STATUS.
105800     OPEN OUTPUT JOB-STATUS-FILE
105900     IF WS-FS-JOB-STATUS NOT = '00'
106000         DISPLAY 'ERROR WRITING JOB STATUS FILE' WS-FS-JOB-STATUS
106100         MOVE 8 TO RETURN-CODE
106200         STOP RUN
106300     END-IF
106400     PERFORM 7100-WRITE-STATUS-LINE
106500         VARYING WS-SAVE-SUB FROM 1 BY 1
106600         UNTIL WS-SAVE-SUB > WS-STEP-MAX
106700     CLOSE JOB-STATUS-FILE
106800     .
106900
107000*----------------------------------------------------------------
107100* 7100-WRITE-STATUS-LINE
107200*     WRITES ONE STEP'S JOB STATUS LINE.
107300*----------------------------------------------------------------
107400 7100-WRITE-STATUS-LINE.
107500     MOVE SPACES TO JOB-STATUS-RECORD
107600     MOVE WS-STREAM-ID TO JS-STREAM-ID
107700     MOVE WS-SAVE-SUB TO JS-STEP-NUMBER
107800     MOVE WS-STEP-NAME (WS-SAVE-SUB) TO JS-STEP-NAME
107900     MOVE WS-JOB-STATUS (WS-SAVE-SUB) TO JS-STEP-STATUS
108000     MOVE WS-JOB-COND-CODE (WS-SAVE-SUB) TO JS-COND-CODE
108100     MOVE WS-JOB-STARTED (WS-SAVE-SUB) TO JS-STARTED
108200     MOVE WS-JOB-ENDED (WS-SAVE-SUB) TO JS-ENDED
108300     WRITE JOB-STATUS-RECORD
108400     .
108500
108600*----------------------------------------------------------------
108700* 7200-STAMP-NOW
108800*     THE CURRENT DATE AND TIME AS ONE 16-BYTE TIMESTAMP.
108900*----------------------------------------------------------------
109000 7200-STAMP-NOW.
109100     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
109200     ACCEPT WS-STAMP-TIME FROM TIME
109300     MOVE SPACES TO WS-NOW-STAMP
109400     STRING WS-STAMP-DATE DELIMITED BY SIZE
109500            WS-STAMP-TIME DELIMITED BY SIZE
109600         INTO WS-NOW-STAMP
109700     .
109800
109900*----------------------------------------------------------------
110000* 8000-DISPLAY-RUN-SUMMARY
110100*     ONE CONSOLE LINE PER COUNTER SO THE OPERATOR SEES WHAT
110200*     THE STREAM DID WITHOUT OPENING THE JOB STATUS FILE.
110300*----------------------------------------------------------------
110400 8000-DISPLAY-RUN-SUMMARY.
110500     DISPLAY 'NIGHTLY STREAM SUMMARY - ' WS-STREAM-ID
110600     DISPLAY '  STEPS RUN.............. ' WS-STEPS-RUN
110700     DISPLAY '  STEPS WITH WARNINGS.... ' WS-STEPS-WARNED
110800     DISPLAY '  STEPS SKIPPED.......... ' WS-STEPS-SKIPPED
110900     MOVE WS-HIGHEST-CC TO WS-CC-EDIT
111000     DISPLAY '  HIGHEST CONDITION CODE. ' WS-CC-EDIT
111100     IF STREAM-STOPPED
111200         COMPUTE WS-STEP-SUB = WS-STEP-SUB - 1
111300         DISPLAY '  STREAM STOPPED AT STEP '
111400             WS-STEP-NAME (WS-STEP-SUB)
111500             ' - RESTART WITH NJ_RESTART=Y'
111600     END-IF
111700     .
