000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ReleaseHeldItems.
000300 AUTHOR. BANK-OPERATIONS-IT.
000400 INSTALLATION. RETAIL-BANKING-DATA-CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  RLB  ORIGINAL PROGRAM - THE SANCTIONS RELEASE
001100*                  WORKBENCH.  WALKS THE HELD-ITEM FILE
001200*                  PROCESSTRANSACTIONS' WATCHLIST SCREEN PARKS
001300*                  HITS ON, APPLIES THE RELEASE/BLOCK DECISIONS
001400*                  COMPLIANCE KEYED INTO A DECISION CONTROL FILE
001500*                  (MATCHED BY TRANSACTION-ID), AND REWRITES THE
001600*                  HELD FILE WITH EACH ITEM'S DECISION SO THE SAME
001700*                  ITEM CAN NEVER BE RELEASED TWICE.  A RELEASED
001800*                  ITEM GOES BACK IN EXACTLY AS IT FIRST ARRIVED,
001900*                  IN A BALANCED BATCH-HDR/BATCH-TRL FEED PER
002000*                  CURRENCY UNDER BRANCH SANCTREL, WHICH
002100*                  PROCESSTRANSACTIONS POSTS WITHOUT SCREENING
002200*                  AGAIN.  A BLOCKED ITEM IS WRITTEN OFF - IT
002300*                  NEVER POSTS - AND LISTED ON THE DECISION REPORT
002400*                  WITH THE OFFICER AND REFERENCE THAT BLOCKED IT.
002500*                  EVERY DECISION LANDS ON THE SHARED AUDIT TRAIL.
002510* 2026-10-15  RLB  THE HELD FILE NOW ALSO CARRIES DEBITS POSTING
002520*                  HELD FOR REVIEW ON DORMANT ACCOUNTS (REASON
002530*                  DORMANT-DEBIT).  THEY TAKE THE SAME DECISIONS
002540*                  AND A RELEASED ONE POSTS IN THE SANCTREL FEED.
002550* 2026-10-15  RLB  CONDITION CODE FOR THE NIGHTLY JOB STREAM -
002560*                  RETURN-CODE 0 ON A CLEAN RUN, 4 WHEN A
002570*                  DECISION MATCHED NO HELD ITEM, 8 WHEN THE RUN
002580*                  IS REFUSED OR STOPS ON AN ERROR.
002585* 2026-10-15  RLB  A DORMANT-DEBIT DECISION IS AUDITED AS
002590*                  HELD-RELEASED OR HELD-BLOCKED, NOT AS A
002595*                  SANCTIONS DECISION.
002600*----------------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT HELD-IN-FILE
003200         ASSIGN TO DYNAMIC WS-HELD-IN-PATH
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-FS-HELD-IN.
003500
003600     SELECT HELD-OUT-FILE
003700         ASSIGN TO DYNAMIC WS-HELD-OUT-PATH
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-FS-HELD-OUT.
004000
004100     SELECT DECISION-CONTROL-FILE
004200         ASSIGN TO DYNAMIC WS-DECISION-CONTROL-PATH
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-FS-DECISION-CONTROL.
004500
004600     SELECT RELEASE-FEED-FILE
004700         ASSIGN TO DYNAMIC WS-RELEASE-FEED-PATH
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-FS-RELEASE-FEED.
005000
005100     SELECT DECISION-REPORT-FILE
005200         ASSIGN TO DYNAMIC WS-DECISION-REPORT-PATH
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-FS-DECISION-REPORT.
005500
005600     SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-PATH
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-FS-AUDIT.
005900
006000     SELECT RUN-CONTROL-FILE
006100         ASSIGN TO DYNAMIC WS-RUN-CONTROL-PATH
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-FS-RUN-CONTROL.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700*----------------------------------------------------------------
006800* HELD-ITEM-RECORD MUST AGREE FIELD FOR FIELD WITH THE HELD-ITEM
006900* LAYOUT PROCESSTRANSACTIONS WRITES, AND AUDIT-RECORD WITH ITS
007000* AUDIT-FILE LAYOUT - THIS PROGRAM EXTENDS THE SAME TRAIL.
007100*----------------------------------------------------------------
007200 FD  HELD-IN-FILE.
007300 01  HELD-ITEM-RECORD.
007400     05  HLD-TRANSACTION-ID        PIC X(10).
007500     05  HLD-STATUS                PIC X(08).
007600         88  HLD-IS-HELD               VALUE 'HELD'.
007700         88  HLD-IS-RELEASED           VALUE 'RELEASED'.
007800         88  HLD-IS-BLOCKED            VALUE 'BLOCKED'.
007900     05  HLD-HIT-REASON            PIC X(15).
007910         88  HLD-DORMANT-DEBIT         VALUE 'DORMANT-DEBIT'.
008000     05  HLD-LIST-REF              PIC X(10).
008100     05  HLD-HELD-DATE             PIC X(10).
008200     05  HLD-DECISION-DATE         PIC X(10).
008300     05  HLD-RAW-INPUT             PIC X(116).
008400
008500 FD  HELD-OUT-FILE.
008600 01  HELD-OUT-RECORD               PIC X(179).
008700
008800*----------------------------------------------------------------
008900* ONE COMPLIANCE DECISION PER RECORD, NAMING THE HELD ITEM BY ITS
009000* TRANSACTION-ID.  RLC-OFFICER AND RLC-REFERENCE (COMPLIANCE'S
009100* CASE REFERENCE) ARE CARRIED ONTO THE DECISION REPORT.
009200*----------------------------------------------------------------
009300 FD  DECISION-CONTROL-FILE.
009400 01  DECISION-CONTROL-RECORD.
009500     05  RLC-TRANSACTION-ID        PIC X(10).
009600     05  RLC-ACTION                PIC X(08).
009700         88  RLC-ACTION-RELEASE        VALUE 'RELEASE'.
009800         88  RLC-ACTION-BLOCK          VALUE 'BLOCK'.
009900     05  RLC-OFFICER               PIC X(08).
010000     05  RLC-REFERENCE             PIC X(20).
010100
010200 FD  RELEASE-FEED-FILE.
010300 01  RELEASE-FEED-RECORD           PIC X(116).
010400
010500 FD  DECISION-REPORT-FILE.
010600 01  DECISION-REPORT-LINE          PIC X(120).
010700
010800 FD  AUDIT-FILE.
010900 01  AUDIT-RECORD.
011000     05  AUDIT-TIMESTAMP           PIC X(16).
011100     05  AUDIT-INPUT-DATA          PIC X(116).
011200     05  AUDIT-DECISION-STATUS     PIC X(20).
011300
011400*----------------------------------------------------------------
011500* THE RUN CONTROL FILE THE DAY-OPEN STEP WRITES - READ ONLY, TO
011600* STAMP THE FEED HEADERS AND THE DECISION DATE WITH THE OPEN
011700* BUSINESS DATE.
011800*----------------------------------------------------------------
011900 FD  RUN-CONTROL-FILE.
012000 01  RUN-CONTROL-RECORD.
012100     05  RC-BUSINESS-DATE          PIC X(10).
012200     05  RC-DAY-STATUS             PIC X(01).
012300         88  RC-DAY-IS-OPEN            VALUE 'O'.
012400         88  RC-DAY-IS-CLOSED          VALUE 'C'.
012500
012600 WORKING-STORAGE SECTION.
012700*----------------------------------------------------------------
012800* RUN PARAMETERS (SEE 1050-RESOLVE-RUN-PARAMETERS)
012900* THE UPDATED HELD FILE IS WRITTEN TO ITS OWN PATH - THE
013000* SCHEDULER SWAPS IT OVER THE OLD ONE AFTER A CLEAN END OF JOB,
013100* SO AN ABEND MID-RUN NEVER LEAVES A HALF-DECIDED HELD FILE
013200* BEHIND.
013300*----------------------------------------------------------------
013400 01  WS-HELD-IN-PATH         PIC X(60)
013500     VALUE 'src/cobol/held.txt'.
013600 01  WS-HELD-OUT-PATH        PIC X(60)
013700     VALUE 'src/cobol/held.new'.
013800 01  WS-DECISION-CONTROL-PATH PIC X(60)
013900     VALUE 'src/cobol/held-decisions.txt'.
014000 01  WS-RELEASE-FEED-PATH    PIC X(60)
014100     VALUE 'src/cobol/held-release-feed.txt'.
014200 01  WS-DECISION-REPORT-PATH PIC X(60)
014300     VALUE 'src/cobol/held-decision-report.txt'.
014400 01  WS-AUDIT-FILE-PATH      PIC X(60)
014500     VALUE 'src/cobol/audit.txt'.
014600 01  WS-RUN-CONTROL-PATH     PIC X(60)
014700     VALUE 'src/cobol/run-control.txt'.
014800 01  WS-ENV-VALUE-WORK       PIC X(60) VALUE SPACES.
014900*----------------------------------------------------------------
015000* FILE STATUS AND END-OF-FILE SWITCHES
015100*----------------------------------------------------------------
015200 01  WS-FS-HELD-IN          PIC X(02) VALUE '00'.
015300 01  WS-FS-HELD-OUT         PIC X(02) VALUE '00'.
015400 01  WS-FS-DECISION-CONTROL PIC X(02) VALUE '00'.
015500 01  WS-FS-RELEASE-FEED     PIC X(02) VALUE '00'.
015600 01  WS-FS-DECISION-REPORT  PIC X(02) VALUE '00'.
015700 01  WS-FS-AUDIT            PIC X(02) VALUE '00'.
015800 01  WS-FS-RUN-CONTROL      PIC X(02) VALUE '00'.
015900 01  WS-OPEN-DAY-SW         PIC X VALUE 'N'.
016000     88  OPEN-DAY-FOUND          VALUE 'Y'.
016100 01  WS-HELD-EOF-SW         PIC X VALUE 'N'.
016200     88  END-OF-HELD-FILE        VALUE 'Y'.
016300 01  WS-CONTROL-EOF-SW      PIC X VALUE 'N'.
016400     88  END-OF-CONTROL-FILE     VALUE 'Y'.
016500*----------------------------------------------------------------
016600* RUN-DATE WORK AREAS.  WS-TODAY-DATE-FMT STARTS AS THE WALL
016700* CLOCK AND IS REPLACED BY THE OPEN BUSINESS DATE (SEE 1700).
016800*----------------------------------------------------------------
016900 01  WS-RUN-DATE-N           PIC 9(08) VALUE ZERO.
017000 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-N.
017100     05  WS-RDP-YEAR         PIC X(04).
017200     05  WS-RDP-MONTH        PIC X(02).
017300     05  WS-RDP-DAY          PIC X(02).
017400 01  WS-TODAY-DATE-FMT.
017500     05  WS-TDF-YEAR         PIC X(04).
017600     05  FILLER              PIC X(01) VALUE '-'.
017700     05  WS-TDF-MONTH        PIC X(02).
017800     05  FILLER              PIC X(01) VALUE '-'.
017900     05  WS-TDF-DAY          PIC X(02).
018000*----------------------------------------------------------------
018100* DECISION CONTROL TABLE - COMPLIANCE'S DECISIONS, LOADED WHOLE
018200* AT INITIALIZATION.  WS-CTL-USED IS SET WHEN A DECISION FINDS A
018300* HELD ITEM, SO A DECISION NAMING NOTHING ON HOLD (A MISKEYED ID,
018400* OR AN ITEM ALREADY DECIDED) IS REPORTED AT END OF RUN INSTEAD
018500* OF VANISHING.
018600*----------------------------------------------------------------
018700 01  WS-CONTROL-COUNT       PIC 9(04) COMP VALUE ZERO.
018800 01  WS-CONTROL-MAX         PIC 9(04) COMP VALUE 1000.
018900 01  WS-CONTROL-TABLE.
019000     05  WS-CONTROL-ENTRY
019100         OCCURS 1 TO 1000 TIMES
019200         DEPENDING ON WS-CONTROL-COUNT
019300         INDEXED BY WS-CTL-IDX.
019400         10  WS-CTL-TRANSACTION-ID PIC X(10).
019500         10  WS-CTL-ACTION         PIC X(08).
019600         10  WS-CTL-OFFICER        PIC X(08).
019700         10  WS-CTL-REFERENCE      PIC X(20).
019800         10  WS-CTL-USED           PIC X(01).
019900 01  WS-CONTROL-FOUND-SW    PIC X VALUE 'N'.
020000     88  CONTROL-FOUND           VALUE 'Y'.
020100     88  CONTROL-NOT-FOUND       VALUE 'N'.
020200 01  WS-CTL-SUB             PIC 9(04) COMP VALUE ZERO.
020300*----------------------------------------------------------------
020400* RAW INPUT VIEW - THE HELD ITEM'S 116-BYTE INPUT-RECORD IMAGE,
020500* FIELDED EXACTLY AS PROCESSTRANSACTIONS' INPUT-RECORD SO THE
020600* AMOUNT AND CURRENCY CAN BE TOTALLED FOR THE FEED TRAILER.
020700*----------------------------------------------------------------
020800 01  WS-RAW-WORK.
020900     05  RW-TRANSACTION-ID      PIC X(10).
021000     05  RW-EMAIL               PIC X(30).
021100     05  RW-NAME                PIC X(30).
021200     05  RW-AMOUNT              PIC S9(11)V99.
021300     05  RW-CURRENCY-CODE       PIC X(03).
021400     05  RW-TRANSACTION-DATE    PIC X(10).
021500     05  RW-TRANSACTION-TYPE    PIC X(10).
021600     05  RW-ORIGINAL-TXN-ID     PIC X(10).
021700 01  WS-DEFAULT-CURRENCY-CODE PIC X(03) VALUE 'USD'.
021800 01  WS-CURRENCY-WORK-CODE  PIC X(03) VALUE SPACES.
021900*----------------------------------------------------------------
022000* GENERATED-FEED TABLES - RELEASED ITEMS ARE BUFFERED PER
022100* CURRENCY SO EACH CURRENCY EMITS AS ITS OWN BALANCED
022200* BATCH-HDR/BATCH-TRL FEED, THE SAME SHAPE GENERATESTANDINGORDERS
022300* PRODUCES.  A BLANK CURRENCY IS TOTALLED AS THE HOUSE DEFAULT,
022400* AS PROCESSTRANSACTIONS' 3450 TOTALS IT WHEN BALANCING.
022500*----------------------------------------------------------------
022600 01  WS-REL-COUNT           PIC 9(04) COMP VALUE ZERO.
022700 01  WS-REL-MAX             PIC 9(04) COMP VALUE 2000.
022800 01  WS-REL-TABLE.
022900     05  WS-REL-ENTRY
023000         OCCURS 1 TO 2000 TIMES
023100         DEPENDING ON WS-REL-COUNT
023200         INDEXED BY WS-REL-IDX.
023300         10  WS-REL-CCY            PIC X(03).
023400         10  WS-REL-RAW-INPUT      PIC X(116).
023500 01  WS-RELCCY-COUNT        PIC 9(02) COMP VALUE ZERO.
023600 01  WS-RELCCY-MAX          PIC 9(02) COMP VALUE 20.
023700 01  WS-RELCCY-TABLE.
023800     05  WS-RELCCY-ENTRY
023900         OCCURS 1 TO 20 TIMES
024000         DEPENDING ON WS-RELCCY-COUNT
024100         INDEXED BY WS-RCY-IDX.
024200         10  WS-RELCCY-CODE        PIC X(03).
024300         10  WS-RELCCY-CNT         PIC 9(07).
024400         10  WS-RELCCY-AMT         PIC S9(13)V99.
024500 01  WS-CCY-FOUND-SW        PIC X VALUE 'N'.
024600 01  WS-REL-SUB             PIC 9(04) COMP VALUE ZERO.
024700*----------------------------------------------------------------
024800* FEED BATCH HEADER/TRAILER VIEWS PROCESSTRANSACTIONS BALANCES A
024900* BRANCH FEED WITH.  BRANCH SANCTREL TELLS ITS 3700 SCREEN THE
025000* DETAILS ARE ALREADY CLEARED BY COMPLIANCE.
025100*----------------------------------------------------------------
025200 01  WS-FEED-BATCH-HEADER.
025300     05  FBH-RECORD-TYPE        PIC X(10) VALUE 'BATCH-HDR'.
025400     05  FBH-BRANCH-ID          PIC X(08) VALUE 'SANCTREL'.
025500     05  FBH-BUSINESS-DATE      PIC X(10).
025600     05  FILLER                 PIC X(88) VALUE SPACES.
025700 01  WS-FEED-BATCH-TRAILER.
025800     05  FBT-RECORD-TYPE        PIC X(10) VALUE 'BATCH-TRL'.
025900     05  FBT-BRANCH-ID          PIC X(08) VALUE 'SANCTREL'.
026000     05  FBT-DECLARED-COUNT     PIC 9(07).
026100     05  FBT-DECLARED-ENTRY OCCURS 5 TIMES.
026200         10  FBT-DECLARED-CURRENCY PIC X(03).
026300         10  FBT-DECLARED-AMOUNT   PIC S9(13)V99.
026400     05  FILLER                 PIC X(01) VALUE SPACES.
026500*----------------------------------------------------------------
026600* DECISION REPORT LINES
026700*----------------------------------------------------------------
026800 01  WS-REPORT-LINE         PIC X(120) VALUE SPACES.
026900 01  WS-DECISION-LINE.
027000     05  WS-DL-DECISION         PIC X(08).
027100     05  FILLER                 PIC X(01) VALUE SPACES.
027200     05  WS-DL-TRANSACTION-ID   PIC X(10).
027300     05  FILLER                 PIC X(01) VALUE SPACES.
027400     05  WS-DL-NAME             PIC X(30).
027500     05  FILLER                 PIC X(01) VALUE SPACES.
027600     05  WS-DL-CURRENCY         PIC X(03).
027700     05  WS-DL-AMOUNT           PIC -Z(10)9.99.
027800     05  FILLER                 PIC X(01) VALUE SPACES.
027900     05  WS-DL-HIT-REASON       PIC X(15).
028000     05  FILLER                 PIC X(01) VALUE SPACES.
028100     05  WS-DL-OFFICER          PIC X(08).
028200     05  FILLER                 PIC X(01) VALUE SPACES.
028300     05  WS-DL-REFERENCE        PIC X(20).
028400     05  FILLER                 PIC X(05) VALUE SPACES.
028500*----------------------------------------------------------------
028600* RUN COUNTERS AND AUDIT WORK AREAS
028700*----------------------------------------------------------------
028800 01  WS-HELD-READ           PIC 9(07) COMP VALUE ZERO.
028900 01  WS-RELEASED-COUNT      PIC 9(07) COMP VALUE ZERO.
029000 01  WS-BLOCKED-COUNT       PIC 9(07) COMP VALUE ZERO.
029100 01  WS-STILL-HELD-COUNT    PIC 9(07) COMP VALUE ZERO.
029200 01  WS-ALREADY-DONE-COUNT  PIC 9(07) COMP VALUE ZERO.
029300 01  WS-UNMATCHED-COUNT     PIC 9(07) COMP VALUE ZERO.
029400 01  WS-AUDIT-DATE          PIC 9(08) VALUE ZERO.
029500 01  WS-AUDIT-TIME          PIC 9(08) VALUE ZERO.
029600 01  WS-AUDIT-STATUS        PIC X(20) VALUE SPACES.
029700
029800 PROCEDURE DIVISION.
029900*----------------------------------------------------------------
030000* 0000-MAIN-LOGIC
030100*     OPENS THE FILES, WALKS THE HELD FILE APPLYING COMPLIANCE'S
030200*     DECISIONS, WRITES THE RELEASE FEED, REPORTS ANY DECISION
030300*     THAT FOUND NOTHING ON HOLD, AND DISPLAYS THE RUN SUMMARY.
030400*----------------------------------------------------------------
030500 0000-MAIN-LOGIC.
030600     PERFORM 1000-INITIALIZE
030700     PERFORM UNTIL END-OF-HELD-FILE
030800         PERFORM 2000-READ-HELD-RECORD
030900         IF NOT END-OF-HELD-FILE
031000             PERFORM 3000-PROCESS-HELD-RECORD
031100         END-IF
031200     END-PERFORM
031300     PERFORM 5000-WRITE-RELEASE-FEED
031400     PERFORM 6000-REPORT-UNMATCHED-DECISIONS
031500     PERFORM 8000-DISPLAY-RUN-SUMMARY
031600     PERFORM 9000-TERMINATE
031610     IF WS-UNMATCHED-COUNT > ZERO
031620         MOVE 4 TO RETURN-CODE
031630     ELSE
031640         MOVE ZERO TO RETURN-CODE
031650     END-IF
031700     STOP RUN.
031800
031900*----------------------------------------------------------------
032000* 1000-INITIALIZE
032100*     RESOLVES RUN PARAMETERS, OPENS THE FILES, AND LOADS THE
032200*     DECISION TABLE.  NO HELD FILE YET MEANS THE SCREEN HAS
032300*     NEVER HELD ANYTHING - NOTHING TO DECIDE, SO THE RUN ENDS
032400*     CLEANLY.  A MISSING DECISION FILE IS NOT FATAL EITHER -
032500*     EVERY ITEM THEN STAYS HELD AND RIDES THROUGH TO THE NEW
032600*     FILE.  AUDIT-FILE OPENS EXTEND SO THIS PROGRAM'S DECISIONS
032700*     LAND ON THE SAME TRAIL PROCESSTRANSACTIONS WRITES.
032800*----------------------------------------------------------------
032900 1000-INITIALIZE.
033000     PERFORM 1050-RESOLVE-RUN-PARAMETERS
033100     ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD
033200     MOVE WS-RDP-YEAR  TO WS-TDF-YEAR
033300     MOVE WS-RDP-MONTH TO WS-TDF-MONTH
033400     MOVE WS-RDP-DAY   TO WS-TDF-DAY
033500     PERFORM 1700-RESOLVE-BUSINESS-DATE
033600
033700     OPEN INPUT HELD-IN-FILE
033800     IF WS-FS-HELD-IN = '35'
033900         DISPLAY 'NO HELD ITEM FILE - NOTHING HELD FOR REVIEW'
033910         MOVE ZERO TO RETURN-CODE
034000         STOP RUN
034100     END-IF
034200     IF WS-FS-HELD-IN NOT = '00'
034300         DISPLAY 'ERROR OPENING HELD ITEM FILE' WS-FS-HELD-IN
034310         MOVE 8 TO RETURN-CODE
034400         STOP RUN
034500     END-IF
034600
034700     OPEN OUTPUT HELD-OUT-FILE
034800     IF WS-FS-HELD-OUT NOT = '00'
034900         DISPLAY 'ERROR OPENING HELD ITEM OUTPUT FILE'
035000             WS-FS-HELD-OUT
035010         MOVE 8 TO RETURN-CODE
035100         STOP RUN
035200     END-IF
035300
035400     OPEN OUTPUT RELEASE-FEED-FILE
035500     IF WS-FS-RELEASE-FEED NOT = '00'
035600         DISPLAY 'ERROR OPENING RELEASE FEED FILE'
035700             WS-FS-RELEASE-FEED
035710         MOVE 8 TO RETURN-CODE
035800         STOP RUN
035900     END-IF
036000
036100     OPEN OUTPUT DECISION-REPORT-FILE
036200     IF WS-FS-DECISION-REPORT NOT = '00'
036300         DISPLAY 'ERROR OPENING DECISION REPORT FILE'
036400             WS-FS-DECISION-REPORT
036410         MOVE 8 TO RETURN-CODE
036500         STOP RUN
036600     END-IF
036700     MOVE SPACES TO WS-REPORT-LINE
036800     STRING '=== HELD ITEM DECISIONS FOR '
036900            WS-TODAY-DATE-FMT ' ===' DELIMITED BY SIZE
037000         INTO WS-REPORT-LINE
037100     PERFORM 8200-WRITE-REPORT-LINE
037200
037300     OPEN EXTEND AUDIT-FILE
037400     IF WS-FS-AUDIT = '35'
037500         OPEN OUTPUT AUDIT-FILE
037600     END-IF
037700     IF WS-FS-AUDIT NOT = '00'
037800         DISPLAY 'ERROR OPENING AUDIT FILE' WS-FS-AUDIT
037810         MOVE 8 TO RETURN-CODE
037900         STOP RUN
038000     END-IF
038100
038200     PERFORM 1100-LOAD-DECISION-CONTROLS
038300     .
038400
038500*----------------------------------------------------------------
038600* 1050-RESOLVE-RUN-PARAMETERS
038700*     A FILE PATH SET IN THE RUN'S ENVIRONMENT OVERRIDES ITS
038800*     COMPILED-IN DEFAULT, THE SAME WAY PROCESSTRANSACTIONS'
038900*     PT_* PARAMETERS WORK.
039000*----------------------------------------------------------------
039100 1050-RESOLVE-RUN-PARAMETERS.
039200     DISPLAY 'RH_HELD_FILE' UPON ENVIRONMENT-NAME
039300     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
039400     IF WS-ENV-VALUE-WORK NOT = SPACES
039500         MOVE WS-ENV-VALUE-WORK TO WS-HELD-IN-PATH
039600     END-IF
039700
039800     MOVE SPACES TO WS-ENV-VALUE-WORK
039900     DISPLAY 'RH_HELD_OUT_FILE' UPON ENVIRONMENT-NAME
040000     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
040100     IF WS-ENV-VALUE-WORK NOT = SPACES
040200         MOVE WS-ENV-VALUE-WORK TO WS-HELD-OUT-PATH
040300     END-IF
040400
040500     MOVE SPACES TO WS-ENV-VALUE-WORK
040600     DISPLAY 'RH_DECISION_FILE' UPON ENVIRONMENT-NAME
040700     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
040800     IF WS-ENV-VALUE-WORK NOT = SPACES
040900         MOVE WS-ENV-VALUE-WORK TO WS-DECISION-CONTROL-PATH
041000     END-IF
041100
041200     MOVE SPACES TO WS-ENV-VALUE-WORK
041300     DISPLAY 'RH_FEED_FILE' UPON ENVIRONMENT-NAME
041400     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
041500     IF WS-ENV-VALUE-WORK NOT = SPACES
041600         MOVE WS-ENV-VALUE-WORK TO WS-RELEASE-FEED-PATH
041700     END-IF
041800
041900     MOVE SPACES TO WS-ENV-VALUE-WORK
042000     DISPLAY 'RH_REPORT_FILE' UPON ENVIRONMENT-NAME
042100     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
042200     IF WS-ENV-VALUE-WORK NOT = SPACES
042300         MOVE WS-ENV-VALUE-WORK TO WS-DECISION-REPORT-PATH
042400     END-IF
042500
042600     MOVE SPACES TO WS-ENV-VALUE-WORK
042700     DISPLAY 'RH_AUDIT_FILE' UPON ENVIRONMENT-NAME
042800     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
042900     IF WS-ENV-VALUE-WORK NOT = SPACES
043000         MOVE WS-ENV-VALUE-WORK TO WS-AUDIT-FILE-PATH
043100     END-IF
043200
043300     MOVE SPACES TO WS-ENV-VALUE-WORK
043400     DISPLAY 'RH_RUN_CONTROL_FILE' UPON ENVIRONMENT-NAME
043500     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
043600     IF WS-ENV-VALUE-WORK NOT = SPACES
043700         MOVE WS-ENV-VALUE-WORK TO WS-RUN-CONTROL-PATH
043800     END-IF
043900     .
044000
044100*----------------------------------------------------------------
044200* 1100-LOAD-DECISION-CONTROLS
044300*     LOADS THE WHOLE DECISION CONTROL FILE INTO WS-CONTROL-
044400*     TABLE.  A RECORD WITH A BLANK ID OR AN ACTION THAT IS
044500*     NEITHER RELEASE NOR BLOCK IS ANNOUNCED AND SKIPPED, SO A
044600*     KEYING SLIP LEAVES THAT ITEM HELD RATHER THAN GUESSING.
044700*----------------------------------------------------------------
044800 1100-LOAD-DECISION-CONTROLS.
044900     OPEN INPUT DECISION-CONTROL-FILE
045000     IF WS-FS-DECISION-CONTROL NOT = '00'
045100         DISPLAY 'NO DECISION CONTROL FILE ('
045200             WS-FS-DECISION-CONTROL
045300             ') - HELD ITEMS WILL BE CARRIED THROUGH HELD'
045400     ELSE
045500         MOVE 'N' TO WS-CONTROL-EOF-SW
045600         PERFORM UNTIL END-OF-CONTROL-FILE
045700             READ DECISION-CONTROL-FILE
045800                 AT END
045900                     MOVE 'Y' TO WS-CONTROL-EOF-SW
046000                 NOT AT END
046100                     PERFORM 1110-LOAD-ONE-CONTROL
046200             END-READ
046300         END-PERFORM
046400         CLOSE DECISION-CONTROL-FILE
046500     END-IF
046600     .
046700
046800*----------------------------------------------------------------
046900* 1110-LOAD-ONE-CONTROL
047000*     VALIDATES AND TABLES ONE DECISION CONTROL RECORD.
047100*----------------------------------------------------------------
047200 1110-LOAD-ONE-CONTROL.
047300     IF RLC-TRANSACTION-ID = SPACES
047400         DISPLAY 'DECISION SKIPPED - NO TRANSACTION ID: '
047500             DECISION-CONTROL-RECORD
047600     ELSE
047700         IF NOT RLC-ACTION-RELEASE AND NOT RLC-ACTION-BLOCK
047800             DISPLAY 'DECISION SKIPPED - BAD ACTION: '
047900                 DECISION-CONTROL-RECORD
048000         ELSE
048100             IF WS-CONTROL-COUNT >= WS-CONTROL-MAX
048200                 DISPLAY 'DECISION CONTROL TABLE FULL - CANNOT '
048300                     'SAFELY LOAD ANOTHER DECISION'
048310                 MOVE 8 TO RETURN-CODE
048400                 STOP RUN
048500             END-IF
048600             ADD 1 TO WS-CONTROL-COUNT
048700             SET WS-CTL-IDX TO WS-CONTROL-COUNT
048800             MOVE RLC-TRANSACTION-ID
048900                 TO WS-CTL-TRANSACTION-ID (WS-CTL-IDX)
049000             MOVE RLC-ACTION
049100                 TO WS-CTL-ACTION (WS-CTL-IDX)
049200             MOVE RLC-OFFICER
049300                 TO WS-CTL-OFFICER (WS-CTL-IDX)
049400             MOVE RLC-REFERENCE
049500                 TO WS-CTL-REFERENCE (WS-CTL-IDX)
049600             MOVE 'N' TO WS-CTL-USED (WS-CTL-IDX)
049700         END-IF
049800     END-IF
049900     .
050000
050100*----------------------------------------------------------------
050200* 1700-RESOLVE-BUSINESS-DATE
050300*     OVERRIDES THE WALL-CLOCK DATE WITH THE OPEN BUSINESS DATE
050400*     FROM THE RUN CONTROL FILE, AS GENERATESTANDINGORDERS DOES -
050500*     PROCESSTRANSACTIONS ONLY RELEASES A BATCH WHOSE HEADER NAMES
050600*     THE OPEN DAY.  NO OPEN DAY YET JUST LEAVES THE WALL-CLOCK
050700*     DATE, ANNOUNCED; THE FEED WILL NOT POST UNTIL A MATCHING DAY
050800*     OPENS ANYWAY.
050900*----------------------------------------------------------------
051000 1700-RESOLVE-BUSINESS-DATE.
051100     MOVE 'N' TO WS-OPEN-DAY-SW
051200     OPEN INPUT RUN-CONTROL-FILE
051300     IF WS-FS-RUN-CONTROL = '00'
051400         READ RUN-CONTROL-FILE
051500             AT END
051600                 CONTINUE
051700             NOT AT END
051800                 IF RC-DAY-IS-OPEN
051900                     MOVE RC-BUSINESS-DATE TO WS-TODAY-DATE-FMT
052000                     MOVE 'Y' TO WS-OPEN-DAY-SW
052100                 END-IF
052200         END-READ
052300         CLOSE RUN-CONTROL-FILE
052400     END-IF
052500     IF NOT OPEN-DAY-FOUND
052600         DISPLAY 'NO BUSINESS DAY OPEN - RELEASE FEED STAMPED '
052700             WS-TODAY-DATE-FMT
052800     END-IF
052900     .
053000
053100*----------------------------------------------------------------
053200* 2000-READ-HELD-RECORD
053300*     READS THE NEXT HELD-ITEM RECORD AND COUNTS IT.
053400*----------------------------------------------------------------
053500 2000-READ-HELD-RECORD.
053600     READ HELD-IN-FILE
053700         AT END
053800             MOVE 'Y' TO WS-HELD-EOF-SW
053900         NOT AT END
054000             ADD 1 TO WS-HELD-READ
054100     END-READ
054200     .
054300
054400*----------------------------------------------------------------
054500* 3000-PROCESS-HELD-RECORD
054600*     DISPOSES OF ONE HELD-ITEM RECORD.  AN ITEM ALREADY RELEASED
054700*     OR BLOCKED BY AN EARLIER RUN IS CARRIED THROUGH UNTOUCHED -
054800*     THAT IS THE GUARD THAT KEEPS THE SAME ITEM FROM GOING BACK
054900*     IN TWICE.  A HELD ITEM WITH A MATCHING DECISION IS RELEASED
055000*     OR BLOCKED AS COMPLIANCE DIRECTED; A HELD ITEM NOBODY HAS
055100*     DECIDED YET STAYS HELD AND RIDES THROUGH TO THE NEW FILE.
055200*----------------------------------------------------------------
055300 3000-PROCESS-HELD-RECORD.
055400     IF NOT HLD-IS-HELD
055500         ADD 1 TO WS-ALREADY-DONE-COUNT
055600     ELSE
055700         PERFORM 3100-FIND-DECISION
055800         IF CONTROL-NOT-FOUND
055900             ADD 1 TO WS-STILL-HELD-COUNT
056000         ELSE
056100             MOVE 'Y' TO WS-CTL-USED (WS-CTL-IDX)
056200             MOVE HLD-RAW-INPUT TO WS-RAW-WORK
056300             IF WS-CTL-ACTION (WS-CTL-IDX) = 'BLOCK'
056400                 PERFORM 3300-BLOCK-HELD-ITEM
056500             ELSE
056600                 PERFORM 3200-RELEASE-HELD-ITEM
056700             END-IF
056800             PERFORM 3400-REPORT-DECISION
056900         END-IF
057000     END-IF
057100     PERFORM 3900-WRITE-HELD-THROUGH
057200     .
057300
057400*----------------------------------------------------------------
057500* 3100-FIND-DECISION
057600*     LOOKS THE CURRENT ITEM'S TRANSACTION-ID UP IN THE DECISION
057700*     TABLE, LEAVING WS-CTL-IDX ON THE MATCH.
057800*----------------------------------------------------------------
057900 3100-FIND-DECISION.
058000     MOVE 'N' TO WS-CONTROL-FOUND-SW
058100     IF WS-CONTROL-COUNT NOT = ZERO
058200         SET WS-CTL-IDX TO 1
058300         SEARCH WS-CONTROL-ENTRY
058400             AT END
058500                 CONTINUE
058600             WHEN WS-CTL-TRANSACTION-ID (WS-CTL-IDX)
058700                     = HLD-TRANSACTION-ID
058800                 MOVE 'Y' TO WS-CONTROL-FOUND-SW
058900         END-SEARCH
059000     END-IF
059100     .
059200
059300*----------------------------------------------------------------
059400* 3200-RELEASE-HELD-ITEM
059500*     BUFFERS THE ITEM'S ORIGINAL INPUT IMAGE FOR THE RELEASE
059600*     FEED, TOTALS IT INTO ITS CURRENCY'S BATCH, AND MARKS THE
059700*     ITEM RELEASED.  A DORMANT-DEBIT ITEM IS AUDITED
059710*     HELD-RELEASED, A SANCTIONS HIT SANCT-RELEASED.
059800*----------------------------------------------------------------
059900 3200-RELEASE-HELD-ITEM.
060000     IF WS-REL-COUNT >= WS-REL-MAX
060100         DISPLAY 'RELEASE TABLE FULL - CANNOT SAFELY RELEASE '
060200             'ANOTHER ITEM'
060210         MOVE 8 TO RETURN-CODE
060300         STOP RUN
060400     END-IF
060500     IF RW-CURRENCY-CODE = SPACES
060600         MOVE WS-DEFAULT-CURRENCY-CODE TO WS-CURRENCY-WORK-CODE
060700     ELSE
060800         MOVE RW-CURRENCY-CODE TO WS-CURRENCY-WORK-CODE
060900     END-IF
061000     ADD 1 TO WS-REL-COUNT
061100     SET WS-REL-IDX TO WS-REL-COUNT
061200     MOVE WS-CURRENCY-WORK-CODE TO WS-REL-CCY (WS-REL-IDX)
061300     MOVE HLD-RAW-INPUT TO WS-REL-RAW-INPUT (WS-REL-IDX)
061400     PERFORM 3250-ACCUMULATE-CCY-TOTAL
061500     MOVE 'RELEASED' TO HLD-STATUS
061600     MOVE WS-TODAY-DATE-FMT TO HLD-DECISION-DATE
061700     ADD 1 TO WS-RELEASED-COUNT
061800     MOVE HLD-RAW-INPUT TO AUDIT-INPUT-DATA
061900     IF HLD-DORMANT-DEBIT
061910         MOVE 'HELD-RELEASED' TO WS-AUDIT-STATUS
061920     ELSE
061930         MOVE 'SANCT-RELEASED' TO WS-AUDIT-STATUS
061940     END-IF
062000     PERFORM 3950-WRITE-AUDIT-RECORD
062100     DISPLAY 'HELD ITEM RELEASED: ' HLD-TRANSACTION-ID
062200         ' BY ' WS-CTL-OFFICER (WS-CTL-IDX)
062300     .
062400
062500*----------------------------------------------------------------
062600* 3250-ACCUMULATE-CCY-TOTAL
062700*     ADDS THE RELEASED ITEM TO ITS CURRENCY'S FEED COUNT AND
062800*     AMOUNT, CREATING A NEW ENTRY THE FIRST TIME THE CURRENCY
062900*     IS SEEN THIS RUN.
063000*----------------------------------------------------------------
063100 3250-ACCUMULATE-CCY-TOTAL.
063200     MOVE 'N' TO WS-CCY-FOUND-SW
063300     IF WS-RELCCY-COUNT NOT = ZERO
063400         SET WS-RCY-IDX TO 1
063500         SEARCH WS-RELCCY-ENTRY
063600             AT END
063700                 CONTINUE
063800             WHEN WS-RELCCY-CODE (WS-RCY-IDX)
063900                     = WS-CURRENCY-WORK-CODE
064000                 ADD 1 TO WS-RELCCY-CNT (WS-RCY-IDX)
064100                 ADD RW-AMOUNT TO WS-RELCCY-AMT (WS-RCY-IDX)
064200                 MOVE 'Y' TO WS-CCY-FOUND-SW
064300         END-SEARCH
064400     END-IF
064500     IF WS-CCY-FOUND-SW = 'N'
064600         IF WS-RELCCY-COUNT >= WS-RELCCY-MAX
064700             DISPLAY 'RELEASE CURRENCY TABLE FULL - '
064800                 'CANNOT SAFELY TRACK ANOTHER CURRENCY'
064810             MOVE 8 TO RETURN-CODE
064900             STOP RUN
065000         END-IF
065100         ADD 1 TO WS-RELCCY-COUNT
065200         SET WS-RCY-IDX TO WS-RELCCY-COUNT
065300         MOVE WS-CURRENCY-WORK-CODE
065400             TO WS-RELCCY-CODE (WS-RCY-IDX)
065500         MOVE 1 TO WS-RELCCY-CNT (WS-RCY-IDX)
065600         MOVE RW-AMOUNT TO WS-RELCCY-AMT (WS-RCY-IDX)
065700     END-IF
065800     .
065900
066000*----------------------------------------------------------------
066100* 3300-BLOCK-HELD-ITEM
066200*     MARKS THE ITEM BLOCKED - WRITTEN OFF, IT WILL NEVER POST -
066300*     AND RECORDS THE DECISION ON THE AUDIT TRAIL AGAINST THE
066400*     ORIGINAL RAW INPUT - HELD-BLOCKED FOR A DORMANT-DEBIT ITEM,
066410*     SANCT-BLOCKED FOR A SANCTIONS HIT.
066500*----------------------------------------------------------------
066600 3300-BLOCK-HELD-ITEM.
066700     MOVE 'BLOCKED' TO HLD-STATUS
066800     MOVE WS-TODAY-DATE-FMT TO HLD-DECISION-DATE
066900     ADD 1 TO WS-BLOCKED-COUNT
067000     MOVE HLD-RAW-INPUT TO AUDIT-INPUT-DATA
067100     IF HLD-DORMANT-DEBIT
067110         MOVE 'HELD-BLOCKED' TO WS-AUDIT-STATUS
067120     ELSE
067130         MOVE 'SANCT-BLOCKED' TO WS-AUDIT-STATUS
067140     END-IF
067200     PERFORM 3950-WRITE-AUDIT-RECORD
067300     DISPLAY 'HELD ITEM BLOCKED: ' HLD-TRANSACTION-ID
067400         ' BY ' WS-CTL-OFFICER (WS-CTL-IDX)
067500     .
067600
067700*----------------------------------------------------------------
067800* 3400-REPORT-DECISION
067900*     LISTS THE DECISION JUST APPLIED ON THE DECISION REPORT -
068000*     WHAT WAS HELD, WHY, AND WHO DECIDED IT UNDER WHAT
068100*     REFERENCE.  THE BLOCKED LINES ARE THE WRITE-OFF LISTING.
068200*----------------------------------------------------------------
068300 3400-REPORT-DECISION.
068400     MOVE HLD-STATUS TO WS-DL-DECISION
068500     MOVE HLD-TRANSACTION-ID TO WS-DL-TRANSACTION-ID
068600     MOVE RW-NAME TO WS-DL-NAME
068700     MOVE RW-CURRENCY-CODE TO WS-DL-CURRENCY
068800     IF RW-AMOUNT NUMERIC
068900         MOVE RW-AMOUNT TO WS-DL-AMOUNT
069000     ELSE
069100         MOVE ZERO TO WS-DL-AMOUNT
069200     END-IF
069300     MOVE HLD-HIT-REASON TO WS-DL-HIT-REASON
069400     MOVE WS-CTL-OFFICER (WS-CTL-IDX) TO WS-DL-OFFICER
069500     MOVE WS-CTL-REFERENCE (WS-CTL-IDX) TO WS-DL-REFERENCE
069600     MOVE WS-DECISION-LINE TO WS-REPORT-LINE
069700     PERFORM 8200-WRITE-REPORT-LINE
069800     .
069900
070000*----------------------------------------------------------------
070100* 3900-WRITE-HELD-THROUGH
070200*     WRITES THE CURRENT HELD-ITEM RECORD - STATUS AND ALL - TO
070300*     THE NEW HELD FILE.  EVERY RECORD READ PASSES THROUGH HERE
070400*     EXACTLY ONCE, SO THE NEW FILE IS A FULL REPLACEMENT.
070500*----------------------------------------------------------------
070600 3900-WRITE-HELD-THROUGH.
070700     WRITE HELD-OUT-RECORD FROM HELD-ITEM-RECORD
070800     .
070900
071000*----------------------------------------------------------------
071100* 3950-WRITE-AUDIT-RECORD
071200*     WRITES ONE AUDIT LINE IN PROCESSTRANSACTIONS' AUDIT-FILE
071300*     LAYOUT - TIMESTAMP, THE RECORD IMAGE THE CALLER STAGED IN
071400*     AUDIT-INPUT-DATA, AND THE DECISION MADE.
071500*----------------------------------------------------------------
071600 3950-WRITE-AUDIT-RECORD.
071700     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
071800     ACCEPT WS-AUDIT-TIME FROM TIME
071900     MOVE SPACES TO AUDIT-TIMESTAMP
072000     STRING WS-AUDIT-DATE DELIMITED BY SIZE
072100            WS-AUDIT-TIME  DELIMITED BY SIZE
072200         INTO AUDIT-TIMESTAMP
072300     MOVE WS-AUDIT-STATUS TO AUDIT-DECISION-STATUS
072400     WRITE AUDIT-RECORD
072500     .
072600
072700*----------------------------------------------------------------
072800* 5000-WRITE-RELEASE-FEED
072900*     WRITES ONE BALANCED BATCH PER CURRENCY RELEASED TODAY.
073000*----------------------------------------------------------------
073100 5000-WRITE-RELEASE-FEED.
073200     IF WS-RELCCY-COUNT NOT = ZERO
073300         PERFORM 5100-WRITE-ONE-CCY-BATCH
073400             VARYING WS-RCY-IDX FROM 1 BY 1
073500             UNTIL WS-RCY-IDX > WS-RELCCY-COUNT
073600     END-IF
073700     .
073800
073900*----------------------------------------------------------------
074000* 5100-WRITE-ONE-CCY-BATCH
074100*     WRITES THE HEADER, EVERY RELEASED ITEM IN THE CURRENCY AT
074200*     WS-RCY-IDX, AND A TRAILER DECLARING THEIR COUNT AND TOTAL.
074300*----------------------------------------------------------------
074400 5100-WRITE-ONE-CCY-BATCH.
074500     MOVE WS-TODAY-DATE-FMT TO FBH-BUSINESS-DATE
074600     WRITE RELEASE-FEED-RECORD FROM WS-FEED-BATCH-HEADER
074700     PERFORM 5200-WRITE-ONE-RELEASED-ITEM
074800         VARYING WS-REL-SUB FROM 1 BY 1
074900         UNTIL WS-REL-SUB > WS-REL-COUNT
075000     MOVE SPACES TO WS-FEED-BATCH-TRAILER
075100     MOVE 'BATCH-TRL' TO FBT-RECORD-TYPE
075200     MOVE 'SANCTREL' TO FBT-BRANCH-ID
075300     MOVE WS-RELCCY-CNT (WS-RCY-IDX) TO FBT-DECLARED-COUNT
075400     MOVE WS-RELCCY-CODE (WS-RCY-IDX)
075500         TO FBT-DECLARED-CURRENCY (1)
075600     MOVE WS-RELCCY-AMT (WS-RCY-IDX)
075700         TO FBT-DECLARED-AMOUNT (1)
075800     WRITE RELEASE-FEED-RECORD FROM WS-FEED-BATCH-TRAILER
075900     .
076000
076100*----------------------------------------------------------------
076200* 5200-WRITE-ONE-RELEASED-ITEM
076300*     WRITES ONE BUFFERED ITEM, UNCHANGED, IF IT BELONGS TO THE
076400*     CURRENCY BATCH BEING WRITTEN.
076500*----------------------------------------------------------------
076600 5200-WRITE-ONE-RELEASED-ITEM.
076700     IF WS-REL-CCY (WS-REL-SUB) = WS-RELCCY-CODE (WS-RCY-IDX)
076800         WRITE RELEASE-FEED-RECORD
076900             FROM WS-REL-RAW-INPUT (WS-REL-SUB)
077000     END-IF
077100     .
077200
077300*----------------------------------------------------------------
077400* 6000-REPORT-UNMATCHED-DECISIONS
077500*     LISTS EVERY DECISION THAT FOUND NO HELD ITEM TO APPLY TO,
077600*     SO COMPLIANCE CAN SEE A MISKEYED ID INSTEAD OF ASSUMING
077700*     THE ITEM WAS DEALT WITH.
077800*----------------------------------------------------------------
077900 6000-REPORT-UNMATCHED-DECISIONS.
078000     IF WS-CONTROL-COUNT NOT = ZERO
078100         PERFORM 6100-REPORT-ONE-UNMATCHED
078200             VARYING WS-CTL-SUB FROM 1 BY 1
078300             UNTIL WS-CTL-SUB > WS-CONTROL-COUNT
078400     END-IF
078500     .
078600
078700*----------------------------------------------------------------
078800* 6100-REPORT-ONE-UNMATCHED
078900*     REPORTS THE DECISION AT WS-CTL-SUB IF IT WAS NEVER USED.
079000*----------------------------------------------------------------
079100 6100-REPORT-ONE-UNMATCHED.
079200     IF WS-CTL-USED (WS-CTL-SUB) NOT = 'Y'
079300         ADD 1 TO WS-UNMATCHED-COUNT
079400         MOVE SPACES TO WS-REPORT-LINE
079500         STRING 'NO HELD ITEM FOR DECISION: ' DELIMITED BY SIZE
079600                WS-CTL-TRANSACTION-ID (WS-CTL-SUB)
079700                    DELIMITED BY SIZE
079800                ' ' DELIMITED BY SIZE
079900                WS-CTL-ACTION (WS-CTL-SUB) DELIMITED BY SIZE
080000                ' ' DELIMITED BY SIZE
080100                WS-CTL-OFFICER (WS-CTL-SUB) DELIMITED BY SIZE
080200            INTO WS-REPORT-LINE
080300         PERFORM 8200-WRITE-REPORT-LINE
080400         DISPLAY 'DECISION MATCHED NO HELD ITEM: '
080500             WS-CTL-TRANSACTION-ID (WS-CTL-SUB)
080600     END-IF
080700     .
080800
080900*----------------------------------------------------------------
081000* 8000-DISPLAY-RUN-SUMMARY
081100*     CLOSES THE DECISION REPORT WITH ITS COUNTS AND ECHOES THEM
081200*     TO THE CONSOLE.
081300*----------------------------------------------------------------
081400 8000-DISPLAY-RUN-SUMMARY.
081500     IF WS-RELEASED-COUNT = ZERO AND WS-BLOCKED-COUNT = ZERO
081600         MOVE '(NO DECISIONS APPLIED THIS RUN)' TO WS-REPORT-LINE
081700         PERFORM 8200-WRITE-REPORT-LINE
081800     END-IF
081900     DISPLAY 'RELEASEHELDITEMS RUN SUMMARY'
082000     DISPLAY '  HELD ITEMS READ.......... ' WS-HELD-READ
082100     DISPLAY '  RELEASED TO FEED......... ' WS-RELEASED-COUNT
082200     DISPLAY '  BLOCKED (WRITTEN OFF).... ' WS-BLOCKED-COUNT
082300     DISPLAY '  STILL HELD............... ' WS-STILL-HELD-COUNT
082400     DISPLAY '  ALREADY DECIDED.......... ' WS-ALREADY-DONE-COUNT
082500     DISPLAY '  DECISIONS UNMATCHED...... ' WS-UNMATCHED-COUNT
082600     .
082700
082800*----------------------------------------------------------------
082900* 8200-WRITE-REPORT-LINE
083000*     WRITES WS-REPORT-LINE TO THE DECISION REPORT.
083100*----------------------------------------------------------------
083200 8200-WRITE-REPORT-LINE.
083300     WRITE DECISION-REPORT-LINE FROM WS-REPORT-LINE
083400     MOVE SPACES TO WS-REPORT-LINE
083500     .
083600
083700*----------------------------------------------------------------
083800* 9000-TERMINATE
083900*     CLOSES ALL FILES.
084000*----------------------------------------------------------------
084100 9000-TERMINATE.
084200     CLOSE HELD-IN-FILE
084300     IF WS-FS-HELD-IN NOT = '00'
084400         DISPLAY 'ERROR CLOSING HELD ITEM FILE' WS-FS-HELD-IN
084500     END-IF
084600
084700     CLOSE HELD-OUT-FILE
084800     IF WS-FS-HELD-OUT NOT = '00'
084900         DISPLAY 'ERROR CLOSING HELD ITEM OUTPUT FILE'
085000             WS-FS-HELD-OUT
085100     END-IF
085200
085300     CLOSE RELEASE-FEED-FILE
085400     IF WS-FS-RELEASE-FEED NOT = '00'
085500         DISPLAY 'ERROR CLOSING RELEASE FEED FILE'
085600             WS-FS-RELEASE-FEED
085700     END-IF
085800
085900     CLOSE DECISION-REPORT-FILE
086000     IF WS-FS-DECISION-REPORT NOT = '00'
086100         DISPLAY 'ERROR CLOSING DECISION REPORT FILE'
086200             WS-FS-DECISION-REPORT
086300     END-IF
086400
086500     CLOSE AUDIT-FILE
086600     IF WS-FS-AUDIT NOT = '00'
086700         DISPLAY 'ERROR CLOSING AUDIT FILE' WS-FS-AUDIT
086800     END-IF
086900     .
