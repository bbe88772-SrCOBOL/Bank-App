000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ReleaseWarehouse.
000300 AUTHOR. BANK-OPERATIONS-IT.
000400 INSTALLATION. RETAIL-BANKING-DATA-CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  RLB  ORIGINAL PROGRAM - THE MORNING RELEASE OF THE
001100*                  FUTURE-DATED WAREHOUSE.  RUN AFTER RUNCONTROL
001200*                  OPENS THE DAY, IT WALKS THE WAREHOUSE FILE
001300*                  PROCESSTRANSACTIONS' 3800 PARKS FUTURE-DATED
001400*                  NEW TRANSACTIONS ON, APPLIES ANY CANCELLATIONS
001500*                  OPERATIONS KEYED INTO A CANCEL CONTROL FILE
001600*                  (MATCHED BY TRANSACTION-ID), AND RELEASES
001700*                  EVERY PENDING ITEM WHOSE VALUE DATE - ROLLED
001800*                  FORWARD PAST WEEKENDS AND CALENDAR HOLIDAYS -
001900*                  FALLS ON OR BEFORE THE OPEN BUSINESS DATE.
002000*                  RELEASED ITEMS GO BACK IN EXACTLY AS THEY FIRST
002100*                  ARRIVED, IN A BALANCED BATCH-HDR/BATCH-TRL FEED
002200*                  PER CURRENCY UNDER BRANCH WAREHOUS.  THE
002300*                  WAREHOUSE FILE IS REWRITTEN WITH EACH ITEM'S
002400*                  STATUS SO NOTHING CAN BE RELEASED TWICE, AND
002500*                  THE PENDING LISTING SHOWS EVERYTHING STILL
002600*                  WAITING.  EVERY RELEASE AND CANCELLATION LANDS
002700*                  ON THE SHARED AUDIT TRAIL.
002710* 2026-10-15  RLB  CONDITION CODE FOR THE NIGHTLY JOB STREAM -
002720*                  RETURN-CODE 0 ON A CLEAN RUN, 4 WHEN A CANCEL
002730*                  MATCHED NO WAREHOUSED ITEM, 8 WHEN THE RUN IS
002740*                  REFUSED OR STOPS ON AN ERROR.
002800*----------------------------------------------------------------
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT WAREHOUSE-IN-FILE
003400         ASSIGN TO DYNAMIC WS-WAREHOUSE-IN-PATH
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-FS-WAREHOUSE-IN.
003700
003800     SELECT WAREHOUSE-OUT-FILE
003900         ASSIGN TO DYNAMIC WS-WAREHOUSE-OUT-PATH
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-FS-WAREHOUSE-OUT.
004200
004300     SELECT CANCEL-CONTROL-FILE
004400         ASSIGN TO DYNAMIC WS-CANCEL-CONTROL-PATH
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-FS-CANCEL-CONTROL.
004700
004800     SELECT RELEASE-FEED-FILE
004900         ASSIGN TO DYNAMIC WS-RELEASE-FEED-PATH
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-FS-RELEASE-FEED.
005200
005300     SELECT PENDING-REPORT-FILE
005400         ASSIGN TO DYNAMIC WS-PENDING-REPORT-PATH
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-FS-PENDING-REPORT.
005700
005800     SELECT CALENDAR-FILE ASSIGN TO DYNAMIC WS-CALENDAR-PATH
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-FS-CALENDAR.
006100
006200     SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-PATH
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-FS-AUDIT.
006500
006600     SELECT RUN-CONTROL-FILE
006700         ASSIGN TO DYNAMIC WS-RUN-CONTROL-PATH
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-FS-RUN-CONTROL.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300*----------------------------------------------------------------
007400* WAREHOUSE-RECORD MUST AGREE FIELD FOR FIELD WITH THE WAREHOUSE
007500* LAYOUT PROCESSTRANSACTIONS WRITES, AND AUDIT-RECORD WITH ITS
007600* AUDIT-FILE LAYOUT - THIS PROGRAM EXTENDS THE SAME TRAIL.
007700*----------------------------------------------------------------
007800 FD  WAREHOUSE-IN-FILE.
007900 01  WAREHOUSE-RECORD.
008000     05  WHS-TRANSACTION-ID        PIC X(10).
008100     05  WHS-STATUS                PIC X(09).
008200         88  WHS-IS-PENDING            VALUE 'PENDING'.
008300         88  WHS-IS-RELEASED           VALUE 'RELEASED'.
008400         88  WHS-IS-CANCELLED          VALUE 'CANCELLED'.
008500     05  WHS-VALUE-DATE            PIC X(10).
008600     05  WHS-WAREHOUSED-DATE       PIC X(10).
008700     05  WHS-RELEASE-DATE          PIC X(10).
008800     05  WHS-RAW-INPUT             PIC X(116).
008900
009000 FD  WAREHOUSE-OUT-FILE.
009100 01  WAREHOUSE-OUT-RECORD          PIC X(165).
009200
009300*----------------------------------------------------------------
009400* ONE CANCELLATION PER RECORD, NAMING THE WAREHOUSED ITEM BY ITS
009500* TRANSACTION-ID.  WCC-OFFICER AND WCC-REASON ARE CARRIED ONTO THE
009600* PENDING LISTING.
009700*----------------------------------------------------------------
009800 FD  CANCEL-CONTROL-FILE.
009900 01  CANCEL-CONTROL-RECORD.
010000     05  WCC-TRANSACTION-ID        PIC X(10).
010100     05  WCC-OFFICER               PIC X(08).
010200     05  WCC-REASON                PIC X(20).
010300
010400 FD  RELEASE-FEED-FILE.
010500 01  RELEASE-FEED-RECORD           PIC X(116).
010600
010700 FD  PENDING-REPORT-FILE.
010800 01  PENDING-REPORT-LINE           PIC X(120).
010900
011000*----------------------------------------------------------------
011100* THE SAME HOLIDAY CALENDAR RUNCONTROL REFUSES TO OPEN A DAY ON.
011200*----------------------------------------------------------------
011300 FD  CALENDAR-FILE.
011400 01  CALENDAR-RECORD.
011500     05  CAL-HOLIDAY-DATE          PIC X(10).
011600
011700 FD  AUDIT-FILE.
011800 01  AUDIT-RECORD.
011900     05  AUDIT-TIMESTAMP           PIC X(16).
012000     05  AUDIT-INPUT-DATA          PIC X(116).
012100     05  AUDIT-DECISION-STATUS     PIC X(20).
012200
012300*----------------------------------------------------------------
012400* THE RUN CONTROL FILE THE DAY-OPEN STEP WRITES - READ ONLY.  THE
012500* OPEN BUSINESS DATE DECIDES WHAT IS DUE AND STAMPS THE FEED.
012600*----------------------------------------------------------------
012700 FD  RUN-CONTROL-FILE.
012800 01  RUN-CONTROL-RECORD.
012900     05  RC-BUSINESS-DATE          PIC X(10).
013000     05  RC-DAY-STATUS             PIC X(01).
013100         88  RC-DAY-IS-OPEN            VALUE 'O'.
013200         88  RC-DAY-IS-CLOSED          VALUE 'C'.
013300
013400 WORKING-STORAGE SECTION.
013500*----------------------------------------------------------------
013600* RUN PARAMETERS (SEE 1050-RESOLVE-RUN-PARAMETERS)
013700* THE UPDATED WAREHOUSE IS WRITTEN TO ITS OWN PATH - THE
013800* SCHEDULER SWAPS IT OVER THE OLD ONE AFTER A CLEAN END OF JOB,
013900* SO AN ABEND MID-RUN NEVER LEAVES A HALF-RELEASED WAREHOUSE
014000* BEHIND.
014100*----------------------------------------------------------------
014200 01  WS-WAREHOUSE-IN-PATH    PIC X(60)
014300     VALUE 'src/cobol/warehouse.txt'.
014400 01  WS-WAREHOUSE-OUT-PATH   PIC X(60)
014500     VALUE 'src/cobol/warehouse.new'.
014600 01  WS-CANCEL-CONTROL-PATH  PIC X(60)
014700     VALUE 'src/cobol/warehouse-cancels.txt'.
014800 01  WS-RELEASE-FEED-PATH    PIC X(60)
014900     VALUE 'src/cobol/warehouse-release-feed.txt'.
015000 01  WS-PENDING-REPORT-PATH  PIC X(60)
015100     VALUE 'src/cobol/warehouse-pending.txt'.
015200 01  WS-CALENDAR-PATH        PIC X(60)
015300     VALUE 'src/cobol/calendar.txt'.
015400 01  WS-AUDIT-FILE-PATH      PIC X(60)
015500     VALUE 'src/cobol/audit.txt'.
015600 01  WS-RUN-CONTROL-PATH     PIC X(60)
015700     VALUE 'src/cobol/run-control.txt'.
015800 01  WS-ENV-VALUE-WORK       PIC X(60) VALUE SPACES.
015900*----------------------------------------------------------------
016000* FILE STATUS AND END-OF-FILE SWITCHES
016100*----------------------------------------------------------------
016200 01  WS-FS-WAREHOUSE-IN     PIC X(02) VALUE '00'.
016300 01  WS-FS-WAREHOUSE-OUT    PIC X(02) VALUE '00'.
016400 01  WS-FS-CANCEL-CONTROL   PIC X(02) VALUE '00'.
016500 01  WS-FS-RELEASE-FEED     PIC X(02) VALUE '00'.
016600 01  WS-FS-PENDING-REPORT   PIC X(02) VALUE '00'.
016700 01  WS-FS-CALENDAR         PIC X(02) VALUE '00'.
016800 01  WS-FS-AUDIT            PIC X(02) VALUE '00'.
016900 01  WS-FS-RUN-CONTROL      PIC X(02) VALUE '00'.
017000 01  WS-OPEN-DAY-SW         PIC X VALUE 'N'.
017100     88  OPEN-DAY-FOUND          VALUE 'Y'.
017200 01  WS-WAREHOUSE-EOF-SW    PIC X VALUE 'N'.
017300     88  END-OF-WAREHOUSE-FILE   VALUE 'Y'.
017400 01  WS-CONTROL-EOF-SW      PIC X VALUE 'N'.
017500     88  END-OF-CONTROL-FILE     VALUE 'Y'.
017600 01  WS-CALENDAR-EOF-SW     PIC X VALUE 'N'.
017700     88  END-OF-CALENDAR-FILE    VALUE 'Y'.
017800*----------------------------------------------------------------
017900* RUN-DATE WORK AREAS.  WS-TODAY-DATE-FMT STARTS AS THE WALL
018000* CLOCK AND IS REPLACED BY THE OPEN BUSINESS DATE (SEE 1700).
018100*----------------------------------------------------------------
018200 01  WS-RUN-DATE-N           PIC 9(08) VALUE ZERO.
018300 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-N.
018400     05  WS-RDP-YEAR         PIC X(04).
018500     05  WS-RDP-MONTH        PIC X(02).
018600     05  WS-RDP-DAY          PIC X(02).
018700 01  WS-TODAY-DATE-FMT.
018800     05  WS-TDF-YEAR         PIC X(04).
018900     05  FILLER              PIC X(01) VALUE '-'.
019000     05  WS-TDF-MONTH        PIC X(02).
019100     05  FILLER              PIC X(01) VALUE '-'.
019200     05  WS-TDF-DAY          PIC X(02).
019300*----------------------------------------------------------------
019400* VALUE-DATE ROLL WORK AREAS.  A VALUE DATE THAT IS NOT A
019500* BUSINESS DAY ROLLS FORWARD ONE CALENDAR DAY AT A TIME - DAYS IN
019600* MONTH WITH FEBRUARY LEAP RULES, AS GENERATESTANDINGORDERS ROLLS
019700* ITS NEXT-RUN DATES - UNTIL ZELLER'S CONGRUENCE AND THE HOLIDAY
019800* TABLE AGREE IT IS ONE, THE SAME TEST RUNCONTROL APPLIES WHEN IT
019900* OPENS A DAY.  THE GUARD COUNTER STOPS A CALENDAR FULL OF
020000* HOLIDAYS FROM ROLLING FOREVER.
020100*----------------------------------------------------------------
020200 01  WS-DATE-WORK.
020300     05  WS-DATE-YEAR-X      PIC X(04).
020400     05  WS-DATE-DASH-1      PIC X(01).
020500     05  WS-DATE-MONTH-X     PIC X(02).
020600     05  WS-DATE-DASH-2      PIC X(01).
020700     05  WS-DATE-DAY-X       PIC X(02).
020800 01  WS-ROLL-YEAR-N          PIC 9(04) VALUE ZERO.
020900 01  WS-ROLL-MONTH-N         PIC 9(02) VALUE ZERO.
021000 01  WS-ROLL-DAY-N           PIC 9(02) VALUE ZERO.
021100 01  WS-ROLL-DATE-FMT.
021200     05  WS-RDF-YEAR         PIC 9(04).
021300     05  FILLER              PIC X(01) VALUE '-'.
021400     05  WS-RDF-MONTH        PIC 9(02).
021500     05  FILLER              PIC X(01) VALUE '-'.
021600     05  WS-RDF-DAY          PIC 9(02).
021700 01  WS-EFFECTIVE-DATE       PIC X(10) VALUE SPACES.
021800 01  WS-DATE-MAX-DAY         PIC 9(02) VALUE ZERO.
021900 01  WS-LEAP-YEAR-SW         PIC X VALUE 'N'.
022000     88  IS-LEAP-YEAR             VALUE 'Y'.
022100 01  WS-REMAINDER            PIC 9(04) VALUE ZERO.
022200 01  WS-ROLL-GUARD           PIC 9(04) COMP VALUE ZERO.
022300 01  WS-DAYS-IN-MONTH-VALUES.
022400     05  FILLER              PIC 9(02) VALUE 31.
022500     05  FILLER              PIC 9(02) VALUE 28.
022600     05  FILLER              PIC 9(02) VALUE 31.
022700     05  FILLER              PIC 9(02) VALUE 30.
022800     05  FILLER              PIC 9(02) VALUE 31.
022900     05  FILLER              PIC 9(02) VALUE 30.
023000     05  FILLER              PIC 9(02) VALUE 31.
023100     05  FILLER              PIC 9(02) VALUE 31.
023200     05  FILLER              PIC 9(02) VALUE 30.
023300     05  FILLER              PIC 9(02) VALUE 31.
023400     05  FILLER              PIC 9(02) VALUE 30.
023500     05  FILLER              PIC 9(02) VALUE 31.
023600 01  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-VALUES.
023700     05  WS-DAYS-IN-MONTH-ENTRY PIC 9(02) OCCURS 12 TIMES.
023800 01  WS-ZEL-YEAR             PIC 9(04) VALUE ZERO.
023900 01  WS-ZEL-MONTH            PIC 9(02) VALUE ZERO.
024000 01  WS-ZEL-DAY              PIC 9(02) VALUE ZERO.
024100 01  WS-ZEL-J                PIC 9(02) VALUE ZERO.
024200 01  WS-ZEL-K                PIC 9(02) VALUE ZERO.
024300 01  WS-ZEL-T1               PIC 9(04) VALUE ZERO.
024400 01  WS-ZEL-T2               PIC 9(04) VALUE ZERO.
024500 01  WS-ZEL-T3               PIC 9(04) VALUE ZERO.
024600 01  WS-ZEL-SUM              PIC 9(06) VALUE ZERO.
024700 01  WS-ZEL-Q                PIC 9(06) VALUE ZERO.
024800 01  WS-ZEL-H                PIC 9(01) VALUE ZERO.
024900 01  WS-BUS-DAY-SW           PIC X VALUE 'Y'.
025000     88  IS-BUSINESS-DAY          VALUE 'Y'.
025100 01  WS-HOLIDAY-COUNT        PIC 9(03) COMP VALUE ZERO.
025200 01  WS-HOLIDAY-MAX          PIC 9(03) COMP VALUE 100.
025300 01  WS-HOLIDAY-TABLE.
025400     05  WS-HOLIDAY-ENTRY
025500         OCCURS 1 TO 100 TIMES
025600         DEPENDING ON WS-HOLIDAY-COUNT
025700         INDEXED BY WS-HOL-IDX.
025800         10  WS-HOLIDAY-DATE       PIC X(10).
025900*----------------------------------------------------------------
026000* CANCEL CONTROL TABLE - OPERATIONS' CANCELLATIONS, LOADED WHOLE
026100* AT INITIALIZATION.  WS-CTL-USED IS SET WHEN A CANCELLATION
026200* FINDS A PENDING ITEM, SO ONE NAMING NOTHING PENDING (A MISKEYED
026300* ID, OR AN ITEM ALREADY RELEASED) IS REPORTED AT END OF RUN
026400* INSTEAD OF VANISHING.
026500*----------------------------------------------------------------
026600 01  WS-CONTROL-COUNT       PIC 9(04) COMP VALUE ZERO.
026700 01  WS-CONTROL-MAX         PIC 9(04) COMP VALUE 1000.
026800 01  WS-CONTROL-TABLE.
026900     05  WS-CONTROL-ENTRY
027000         OCCURS 1 TO 1000 TIMES
027100         DEPENDING ON WS-CONTROL-COUNT
027200         INDEXED BY WS-CTL-IDX.
027300         10  WS-CTL-TRANSACTION-ID PIC X(10).
027400         10  WS-CTL-OFFICER        PIC X(08).
027500         10  WS-CTL-REASON         PIC X(20).
027600         10  WS-CTL-USED           PIC X(01).
027700 01  WS-CONTROL-FOUND-SW    PIC X VALUE 'N'.
027800     88  CONTROL-FOUND           VALUE 'Y'.
027900     88  CONTROL-NOT-FOUND       VALUE 'N'.
028000 01  WS-CTL-SUB             PIC 9(04) COMP VALUE ZERO.
028100*----------------------------------------------------------------
028200* RAW INPUT VIEW - THE WAREHOUSED ITEM'S 116-BYTE INPUT-RECORD
028300* IMAGE, FIELDED EXACTLY AS PROCESSTRANSACTIONS' INPUT-RECORD SO
028400* THE AMOUNT AND CURRENCY CAN BE TOTALLED FOR THE FEED TRAILER.
028500*----------------------------------------------------------------
028600 01  WS-RAW-WORK.
028700     05  RW-TRANSACTION-ID      PIC X(10).
028800     05  RW-EMAIL               PIC X(30).
028900     05  RW-NAME                PIC X(30).
029000     05  RW-AMOUNT              PIC S9(11)V99.
029100     05  RW-CURRENCY-CODE       PIC X(03).
029200     05  RW-TRANSACTION-DATE    PIC X(10).
029300     05  RW-TRANSACTION-TYPE    PIC X(10).
029400     05  RW-ORIGINAL-TXN-ID     PIC X(10).
029500 01  WS-DEFAULT-CURRENCY-CODE PIC X(03) VALUE 'USD'.
029600 01  WS-CURRENCY-WORK-CODE  PIC X(03) VALUE SPACES.
029700*----------------------------------------------------------------
029800* GENERATED-FEED TABLES - RELEASED ITEMS ARE BUFFERED PER
029900* CURRENCY SO EACH CURRENCY EMITS AS ITS OWN BALANCED
030000* BATCH-HDR/BATCH-TRL FEED, THE SAME SHAPE GENERATESTANDINGORDERS
030100* PRODUCES.  A BLANK CURRENCY IS TOTALLED AS THE HOUSE DEFAULT,
030200* AS PROCESSTRANSACTIONS' 3450 TOTALS IT WHEN BALANCING.
030300*----------------------------------------------------------------
030400 01  WS-REL-COUNT           PIC 9(04) COMP VALUE ZERO.
030500 01  WS-REL-MAX             PIC 9(04) COMP VALUE 2000.
030600 01  WS-REL-TABLE.
030700     05  WS-REL-ENTRY
030800         OCCURS 1 TO 2000 TIMES
030900         DEPENDING ON WS-REL-COUNT
031000         INDEXED BY WS-REL-IDX.
031100         10  WS-REL-CCY            PIC X(03).
031200         10  WS-REL-RAW-INPUT      PIC X(116).
031300 01  WS-RELCCY-COUNT        PIC 9(02) COMP VALUE ZERO.
031400 01  WS-RELCCY-MAX          PIC 9(02) COMP VALUE 20.
031500 01  WS-RELCCY-TABLE.
031600     05  WS-RELCCY-ENTRY
031700         OCCURS 1 TO 20 TIMES
031800         DEPENDING ON WS-RELCCY-COUNT
031900         INDEXED BY WS-RCY-IDX.
032000         10  WS-RELCCY-CODE        PIC X(03).
032100         10  WS-RELCCY-CNT         PIC 9(07).
032200         10  WS-RELCCY-AMT         PIC S9(13)V99.
032300 01  WS-CCY-FOUND-SW        PIC X VALUE 'N'.
032400 01  WS-REL-SUB             PIC 9(04) COMP VALUE ZERO.
032500*----------------------------------------------------------------
032600* FEED BATCH HEADER/TRAILER VIEWS PROCESSTRANSACTIONS BALANCES A
032700* BRANCH FEED WITH.  RELEASED ITEMS ARE SCREENED AGAINST THE
032800* WATCHLIST LIKE ANY OTHER NEW TRANSACTION WHEN THEY POST.
032900*----------------------------------------------------------------
033000 01  WS-FEED-BATCH-HEADER.
033100     05  FBH-RECORD-TYPE        PIC X(10) VALUE 'BATCH-HDR'.
033200     05  FBH-BRANCH-ID          PIC X(08) VALUE 'WAREHOUS'.
033300     05  FBH-BUSINESS-DATE      PIC X(10).
033400     05  FILLER                 PIC X(88) VALUE SPACES.
033500 01  WS-FEED-BATCH-TRAILER.
033600     05  FBT-RECORD-TYPE        PIC X(10) VALUE 'BATCH-TRL'.
033700     05  FBT-BRANCH-ID          PIC X(08) VALUE 'WAREHOUS'.
033800     05  FBT-DECLARED-COUNT     PIC 9(07).
033900     05  FBT-DECLARED-ENTRY OCCURS 5 TIMES.
034000         10  FBT-DECLARED-CURRENCY PIC X(03).
034100         10  FBT-DECLARED-AMOUNT   PIC S9(13)V99.
034200     05  FILLER                 PIC X(01) VALUE SPACES.
034300*----------------------------------------------------------------
034400* PENDING LISTING LINES
034500*----------------------------------------------------------------
034600 01  WS-REPORT-LINE         PIC X(120) VALUE SPACES.
034700 01  WS-PENDING-LINE.
034800     05  WS-PL-STATUS           PIC X(09).
034900     05  FILLER                 PIC X(01) VALUE SPACES.
035000     05  WS-PL-TRANSACTION-ID   PIC X(10).
035100     05  FILLER                 PIC X(01) VALUE SPACES.
035200     05  WS-PL-NAME             PIC X(30).
035300     05  FILLER                 PIC X(01) VALUE SPACES.
035400     05  WS-PL-CURRENCY         PIC X(03).
035500     05  WS-PL-AMOUNT           PIC -Z(10)9.99.
035600     05  FILLER                 PIC X(01) VALUE SPACES.
035700     05  WS-PL-VALUE-DATE       PIC X(10).
035800     05  FILLER                 PIC X(01) VALUE SPACES.
035900     05  WS-PL-EFFECTIVE-DATE   PIC X(10).
036000     05  FILLER                 PIC X(01) VALUE SPACES.
036100     05  WS-PL-OFFICER          PIC X(08).
036200     05  FILLER                 PIC X(01) VALUE SPACES.
036300     05  WS-PL-REASON           PIC X(20).
036400*----------------------------------------------------------------
036500* RUN COUNTERS AND AUDIT WORK AREAS
036600*----------------------------------------------------------------
036700 01  WS-WAREHOUSE-READ      PIC 9(07) COMP VALUE ZERO.
036800 01  WS-RELEASED-COUNT      PIC 9(07) COMP VALUE ZERO.
036900 01  WS-CANCELLED-COUNT     PIC 9(07) COMP VALUE ZERO.
037000 01  WS-PENDING-COUNT       PIC 9(07) COMP VALUE ZERO.
037100 01  WS-ALREADY-DONE-COUNT  PIC 9(07) COMP VALUE ZERO.
037200 01  WS-UNMATCHED-COUNT     PIC 9(07) COMP VALUE ZERO.
037300 01  WS-AUDIT-DATE          PIC 9(08) VALUE ZERO.
037400 01  WS-AUDIT-TIME          PIC 9(08) VALUE ZERO.
037500 01  WS-AUDIT-STATUS        PIC X(20) VALUE SPACES.
037600
037700 PROCEDURE DIVISION.
037800*----------------------------------------------------------------
037900* 0000-MAIN-LOGIC
038000*     OPENS THE FILES, WALKS THE WAREHOUSE APPLYING CANCELLATIONS
038100*     AND RELEASING WHAT IS DUE, WRITES THE RELEASE FEED, REPORTS
038200*     ANY CANCELLATION THAT FOUND NOTHING PENDING, AND DISPLAYS
038300*     THE RUN SUMMARY.
038400*----------------------------------------------------------------
038500 0000-MAIN-LOGIC.
038600     PERFORM 1000-INITIALIZE
038700     PERFORM UNTIL END-OF-WAREHOUSE-FILE
038800         PERFORM 2000-READ-WAREHOUSE-RECORD
038900         IF NOT END-OF-WAREHOUSE-FILE
039000             PERFORM 3000-PROCESS-WAREHOUSE-RECORD
039100         END-IF
039200     END-PERFORM
039300     PERFORM 5000-WRITE-RELEASE-FEED
039400     PERFORM 6000-REPORT-UNMATCHED-CANCELS
039500     PERFORM 8000-DISPLAY-RUN-SUMMARY
039600     PERFORM 9000-TERMINATE
039610     IF WS-UNMATCHED-COUNT > ZERO
039620         MOVE 4 TO RETURN-CODE
039630     ELSE
039640         MOVE ZERO TO RETURN-CODE
039650     END-IF
039700     STOP RUN.
039800
039900*----------------------------------------------------------------
040000* 1000-INITIALIZE
040100*     RESOLVES RUN PARAMETERS AND THE OPEN BUSINESS DATE, OPENS
040200*     THE FILES, AND LOADS THE CALENDAR AND CANCEL TABLES.  NO
040300*     WAREHOUSE FILE YET MEANS NOTHING HAS EVER BEEN WAREHOUSED -
040400*     NOTHING TO RELEASE, SO THE RUN ENDS CLEANLY.  A MISSING
040500*     CANCEL FILE IS NOT FATAL EITHER - NOTHING IS CANCELLED.
040600*     AUDIT-FILE OPENS EXTEND SO THIS PROGRAM'S RELEASES LAND ON
040700*     THE SAME TRAIL PROCESSTRANSACTIONS WRITES.
040800*----------------------------------------------------------------
040900 1000-INITIALIZE.
041000     PERFORM 1050-RESOLVE-RUN-PARAMETERS
041100     ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD
041200     MOVE WS-RDP-YEAR  TO WS-TDF-YEAR
041300     MOVE WS-RDP-MONTH TO WS-TDF-MONTH
041400     MOVE WS-RDP-DAY   TO WS-TDF-DAY
041500     PERFORM 1700-RESOLVE-BUSINESS-DATE
041600
041700     OPEN INPUT WAREHOUSE-IN-FILE
041800     IF WS-FS-WAREHOUSE-IN = '35'
041900         DISPLAY 'NO WAREHOUSE FILE - NOTHING WAREHOUSED'
041910         MOVE ZERO TO RETURN-CODE
042000         STOP RUN
042100     END-IF
042200     IF WS-FS-WAREHOUSE-IN NOT = '00'
042300         DISPLAY 'ERROR OPENING WAREHOUSE FILE' WS-FS-WAREHOUSE-IN
042310         MOVE 8 TO RETURN-CODE
042400         STOP RUN
042500     END-IF
042600
042700     OPEN OUTPUT WAREHOUSE-OUT-FILE
042800     IF WS-FS-WAREHOUSE-OUT NOT = '00'
042900         DISPLAY 'ERROR OPENING WAREHOUSE OUTPUT FILE'
043000             WS-FS-WAREHOUSE-OUT
043010         MOVE 8 TO RETURN-CODE
043100         STOP RUN
043200     END-IF
043300
043400     OPEN OUTPUT RELEASE-FEED-FILE
043500     IF WS-FS-RELEASE-FEED NOT = '00'
043600         DISPLAY 'ERROR OPENING RELEASE FEED FILE'
043700             WS-FS-RELEASE-FEED
043710         MOVE 8 TO RETURN-CODE
043800         STOP RUN
043900     END-IF
044000
044100     OPEN OUTPUT PENDING-REPORT-FILE
044200     IF WS-FS-PENDING-REPORT NOT = '00'
044300         DISPLAY 'ERROR OPENING PENDING REPORT FILE'
044400             WS-FS-PENDING-REPORT
044410         MOVE 8 TO RETURN-CODE
044500         STOP RUN
044600     END-IF
044700     MOVE SPACES TO WS-REPORT-LINE
044800     STRING '=== FUTURE-DATED WAREHOUSE FOR '
044900            WS-TODAY-DATE-FMT ' ===' DELIMITED BY SIZE
045000         INTO WS-REPORT-LINE
045100     PERFORM 8200-WRITE-REPORT-LINE
045200
045300     OPEN EXTEND AUDIT-FILE
045400     IF WS-FS-AUDIT = '35'
045500         OPEN OUTPUT AUDIT-FILE
045600     END-IF
045700     IF WS-FS-AUDIT NOT = '00'
045800         DISPLAY 'ERROR OPENING AUDIT FILE' WS-FS-AUDIT
045810         MOVE 8 TO RETURN-CODE
045900         STOP RUN
046000     END-IF
046100
046200     PERFORM 1200-LOAD-CALENDAR
046300     PERFORM 1100-LOAD-CANCEL-CONTROLS
046400     .
046500
046600*----------------------------------------------------------------
046700* 1050-RESOLVE-RUN-PARAMETERS
046800*     A FILE PATH SET IN THE RUN'S ENVIRONMENT OVERRIDES ITS
046900*     COMPILED-IN DEFAULT, THE SAME WAY PROCESSTRANSACTIONS'
047000*     PT_* PARAMETERS WORK.
047100*----------------------------------------------------------------
047200 1050-RESOLVE-RUN-PARAMETERS.
047300     DISPLAY 'WH_WAREHOUSE_FILE' UPON ENVIRONMENT-NAME
047400     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
047500     IF WS-ENV-VALUE-WORK NOT = SPACES
047600         MOVE WS-ENV-VALUE-WORK TO WS-WAREHOUSE-IN-PATH
047700     END-IF
047800
047900     MOVE SPACES TO WS-ENV-VALUE-WORK
048000     DISPLAY 'WH_WAREHOUSE_OUT_FILE' UPON ENVIRONMENT-NAME
048100     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
048200     IF WS-ENV-VALUE-WORK NOT = SPACES
048300         MOVE WS-ENV-VALUE-WORK TO WS-WAREHOUSE-OUT-PATH
048400     END-IF
048500
048600     MOVE SPACES TO WS-ENV-VALUE-WORK
048700     DISPLAY 'WH_CANCEL_FILE' UPON ENVIRONMENT-NAME
048800     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
048900     IF WS-ENV-VALUE-WORK NOT = SPACES
049000         MOVE WS-ENV-VALUE-WORK TO WS-CANCEL-CONTROL-PATH
049100     END-IF
049200
049300     MOVE SPACES TO WS-ENV-VALUE-WORK
049400     DISPLAY 'WH_FEED_FILE' UPON ENVIRONMENT-NAME
049500     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
049600     IF WS-ENV-VALUE-WORK NOT = SPACES
049700         MOVE WS-ENV-VALUE-WORK TO WS-RELEASE-FEED-PATH
049800     END-IF
049900
050000     MOVE SPACES TO WS-ENV-VALUE-WORK
050100     DISPLAY 'WH_REPORT_FILE' UPON ENVIRONMENT-NAME
050200     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
050300     IF WS-ENV-VALUE-WORK NOT = SPACES
050400         MOVE WS-ENV-VALUE-WORK TO WS-PENDING-REPORT-PATH
050500     END-IF
050600
050700     MOVE SPACES TO WS-ENV-VALUE-WORK
050800     DISPLAY 'WH_CALENDAR_FILE' UPON ENVIRONMENT-NAME
050900     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
051000     IF WS-ENV-VALUE-WORK NOT = SPACES
051100         MOVE WS-ENV-VALUE-WORK TO WS-CALENDAR-PATH
051200     END-IF
051300
051400     MOVE SPACES TO WS-ENV-VALUE-WORK
051500     DISPLAY 'WH_AUDIT_FILE' UPON ENVIRONMENT-NAME
051600     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
051700     IF WS-ENV-VALUE-WORK NOT = SPACES
051800         MOVE WS-ENV-VALUE-WORK TO WS-AUDIT-FILE-PATH
051900     END-IF
052000
052100     MOVE SPACES TO WS-ENV-VALUE-WORK
052200     DISPLAY 'WH_RUN_CONTROL_FILE' UPON ENVIRONMENT-NAME
052300     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
052400     IF WS-ENV-VALUE-WORK NOT = SPACES
052500         MOVE WS-ENV-VALUE-WORK TO WS-RUN-CONTROL-PATH
052600     END-IF
052700     .
052800
052900*----------------------------------------------------------------
053000* 1100-LOAD-CANCEL-CONTROLS
053100*     LOADS THE WHOLE CANCEL CONTROL FILE INTO WS-CONTROL-TABLE.
053200*     A RECORD WITH A BLANK ID IS ANNOUNCED AND SKIPPED.
053300*----------------------------------------------------------------
053400 1100-LOAD-CANCEL-CONTROLS.
053500     OPEN INPUT CANCEL-CONTROL-FILE
053600     IF WS-FS-CANCEL-CONTROL NOT = '00'
053700         DISPLAY 'NO CANCEL CONTROL FILE ('
053800             WS-FS-CANCEL-CONTROL
053900             ') - NOTHING CANCELLED THIS RUN'
054000     ELSE
054100         MOVE 'N' TO WS-CONTROL-EOF-SW
054200         PERFORM UNTIL END-OF-CONTROL-FILE
054300             READ CANCEL-CONTROL-FILE
054400                 AT END
054500                     MOVE 'Y' TO WS-CONTROL-EOF-SW
054600                 NOT AT END
054700                     PERFORM 1110-LOAD-ONE-CANCEL
054800             END-READ
054900         END-PERFORM
055000         CLOSE CANCEL-CONTROL-FILE
055100     END-IF
055200     .
055300
055400*----------------------------------------------------------------
055500* 1110-LOAD-ONE-CANCEL
055600*     VALIDATES AND TABLES ONE CANCEL CONTROL RECORD.
055700*----------------------------------------------------------------
055800 1110-LOAD-ONE-CANCEL.
055900     IF WCC-TRANSACTION-ID = SPACES
056000         DISPLAY 'CANCELLATION SKIPPED - NO TRANSACTION ID: '
056100             CANCEL-CONTROL-RECORD
056200     ELSE
056300         IF WS-CONTROL-COUNT >= WS-CONTROL-MAX
056400             DISPLAY 'CANCEL CONTROL TABLE FULL - CANNOT '
056500                 'SAFELY LOAD ANOTHER CANCELLATION'
056510             MOVE 8 TO RETURN-CODE
056600             STOP RUN
056700         END-IF
056800         ADD 1 TO WS-CONTROL-COUNT
056900         SET WS-CTL-IDX TO WS-CONTROL-COUNT
057000         MOVE WCC-TRANSACTION-ID
057100             TO WS-CTL-TRANSACTION-ID (WS-CTL-IDX)
057200         MOVE WCC-OFFICER TO WS-CTL-OFFICER (WS-CTL-IDX)
057300         MOVE WCC-REASON TO WS-CTL-REASON (WS-CTL-IDX)
057400         MOVE 'N' TO WS-CTL-USED (WS-CTL-IDX)
057500     END-IF
057600     .
057700
057800*----------------------------------------------------------------
057900* 1200-LOAD-CALENDAR
058000*     LOADS THE HOLIDAY CALENDAR INTO WS-HOLIDAY-TABLE.  A
058100*     MISSING CALENDAR IS NOT FATAL - WEEKENDS ARE STILL
058200*     WEEKENDS, THERE ARE JUST NO HOLIDAYS TO ROLL PAST.
058300*----------------------------------------------------------------
058400 1200-LOAD-CALENDAR.
058500     OPEN INPUT CALENDAR-FILE
058600     IF WS-FS-CALENDAR NOT = '00'
058700         DISPLAY 'NO HOLIDAY CALENDAR (' WS-FS-CALENDAR
058800             ') - ONLY WEEKENDS ROLL'
058900     ELSE
059000         MOVE 'N' TO WS-CALENDAR-EOF-SW
059100         PERFORM UNTIL END-OF-CALENDAR-FILE
059200             READ CALENDAR-FILE
059300                 AT END
059400                     MOVE 'Y' TO WS-CALENDAR-EOF-SW
059500                 NOT AT END
059600                     PERFORM 1210-LOAD-ONE-HOLIDAY
059700             END-READ
059800         END-PERFORM
059900         CLOSE CALENDAR-FILE
060000     END-IF
060100     .
060200
060300*----------------------------------------------------------------
060400* 1210-LOAD-ONE-HOLIDAY
060500*     TABLES ONE CALENDAR DATE.
060600*----------------------------------------------------------------
060700 1210-LOAD-ONE-HOLIDAY.
060800     IF CAL-HOLIDAY-DATE = SPACES
060900         CONTINUE
061000     ELSE
061100         IF WS-HOLIDAY-COUNT >= WS-HOLIDAY-MAX
061200             DISPLAY 'HOLIDAY TABLE FULL - CANNOT SAFELY LOAD '
061300                 'ANOTHER DATE'
061310             MOVE 8 TO RETURN-CODE
061400             STOP RUN
061500         END-IF
061600         ADD 1 TO WS-HOLIDAY-COUNT
061700         SET WS-HOL-IDX TO WS-HOLIDAY-COUNT
061800         MOVE CAL-HOLIDAY-DATE TO WS-HOLIDAY-DATE (WS-HOL-IDX)
061900     END-IF
062000     .
062100
062200*----------------------------------------------------------------
062300* 1700-RESOLVE-BUSINESS-DATE
062400*     TAKES THE OPEN BUSINESS DATE FROM THE RUN CONTROL FILE.
062500*     UNLIKE A FEED GENERATOR, THIS PROGRAM DECIDES WHAT IS DUE
062600*     BY THAT DATE, SO NO OPEN DAY IS FATAL - RELEASING AGAINST
062700*     THE WALL CLOCK COULD SEND AN ITEM OUT A DAY EARLY.
062800*----------------------------------------------------------------
062900 1700-RESOLVE-BUSINESS-DATE.
063000     MOVE 'N' TO WS-OPEN-DAY-SW
063100     OPEN INPUT RUN-CONTROL-FILE
063200     IF WS-FS-RUN-CONTROL = '00'
063300         READ RUN-CONTROL-FILE
063400             AT END
063500                 CONTINUE
063600             NOT AT END
063700                 IF RC-DAY-IS-OPEN
063800                     MOVE RC-BUSINESS-DATE TO WS-TODAY-DATE-FMT
063900                     MOVE 'Y' TO WS-OPEN-DAY-SW
064000                 END-IF
064100         END-READ
064200         CLOSE RUN-CONTROL-FILE
064300     END-IF
064400     IF NOT OPEN-DAY-FOUND
064500         DISPLAY 'NO BUSINESS DAY OPEN - WAREHOUSE NOT RELEASED'
064510         MOVE 8 TO RETURN-CODE
064600         STOP RUN
064700     END-IF
064800     .
064900
065000*----------------------------------------------------------------
065100* 2000-READ-WAREHOUSE-RECORD
065200*     READS THE NEXT WAREHOUSE RECORD AND COUNTS IT.
065300*----------------------------------------------------------------
065400 2000-READ-WAREHOUSE-RECORD.
065500     READ WAREHOUSE-IN-FILE
065600         AT END
065700             MOVE 'Y' TO WS-WAREHOUSE-EOF-SW
065800         NOT AT END
065900             ADD 1 TO WS-WAREHOUSE-READ
066000     END-READ
066100     .
066200
066300*----------------------------------------------------------------
066400* 3000-PROCESS-WAREHOUSE-RECORD
066500*     DISPOSES OF ONE WAREHOUSE RECORD.  AN ITEM ALREADY RELEASED
066600*     OR CANCELLED BY AN EARLIER RUN IS CARRIED THROUGH UNTOUCHED
066700*     - THAT IS THE GUARD THAT KEEPS THE SAME ITEM FROM GOING
066800*     BACK IN TWICE.  A PENDING ITEM WITH A CANCELLATION IS
066900*     CANCELLED FIRST, SO A CANCELLATION KEYED ON THE MORNING AN
067000*     ITEM FALLS DUE STILL WINS.  OTHERWISE A PENDING ITEM WHOSE
067100*     EFFECTIVE DATE HAS ARRIVED IS RELEASED, AND ONE NOT YET DUE
067200*     STAYS PENDING AND IS LISTED.
067300*----------------------------------------------------------------
067400 3000-PROCESS-WAREHOUSE-RECORD.
067500     IF NOT WHS-IS-PENDING
067600         ADD 1 TO WS-ALREADY-DONE-COUNT
067700     ELSE
067800         MOVE WHS-RAW-INPUT TO WS-RAW-WORK
067900         PERFORM 3200-COMPUTE-EFFECTIVE-DATE
068000         PERFORM 3100-FIND-CANCEL
068100         IF CONTROL-FOUND
068200             MOVE 'Y' TO WS-CTL-USED (WS-CTL-IDX)
068300             PERFORM 3150-CANCEL-ITEM
068400         ELSE
068500             IF WS-EFFECTIVE-DATE NOT > WS-TODAY-DATE-FMT
068600                 PERFORM 3300-RELEASE-ITEM
068700             ELSE
068800                 ADD 1 TO WS-PENDING-COUNT
068900             END-IF
069000         END-IF
069100         PERFORM 3400-REPORT-ITEM
069200     END-IF
069300     PERFORM 3900-WRITE-WAREHOUSE-THROUGH
069400     .
069500
069600*----------------------------------------------------------------
069700* 3100-FIND-CANCEL
069800*     LOOKS THE CURRENT ITEM'S TRANSACTION-ID UP IN THE CANCEL
069900*     TABLE, LEAVING WS-CTL-IDX ON THE MATCH.
070000*----------------------------------------------------------------
070100 3100-FIND-CANCEL.
070200     MOVE 'N' TO WS-CONTROL-FOUND-SW
070300     IF WS-CONTROL-COUNT NOT = ZERO
070400         SET WS-CTL-IDX TO 1
070500         SEARCH WS-CONTROL-ENTRY
070600             AT END
070700                 CONTINUE
070800             WHEN WS-CTL-TRANSACTION-ID (WS-CTL-IDX)
070900                     = WHS-TRANSACTION-ID
071000                 MOVE 'Y' TO WS-CONTROL-FOUND-SW
071100         END-SEARCH
071200     END-IF
071300     .
071400
071500*----------------------------------------------------------------
071600* 3150-CANCEL-ITEM
071700*     MARKS THE ITEM CANCELLED - IT WILL NEVER POST - AND RECORDS
071800*     THE CANCELLATION ON THE AUDIT TRAIL AGAINST THE ORIGINAL
071900*     RAW INPUT.
072000*----------------------------------------------------------------
072100 3150-CANCEL-ITEM.
072200     MOVE 'CANCELLED' TO WHS-STATUS
072300     MOVE WS-TODAY-DATE-FMT TO WHS-RELEASE-DATE
072400     ADD 1 TO WS-CANCELLED-COUNT
072500     MOVE WHS-RAW-INPUT TO AUDIT-INPUT-DATA
072600     MOVE 'WH-CANCELLED' TO WS-AUDIT-STATUS
072700     PERFORM 3950-WRITE-AUDIT-RECORD
072800     DISPLAY 'WAREHOUSED ITEM CANCELLED: ' WHS-TRANSACTION-ID
072900         ' BY ' WS-CTL-OFFICER (WS-CTL-IDX)
073000     .
073100
073200*----------------------------------------------------------------
073300* 3200-COMPUTE-EFFECTIVE-DATE
073400*     SETS WS-EFFECTIVE-DATE TO THE FIRST BUSINESS DAY ON OR
073500*     AFTER THE ITEM'S VALUE DATE.  PROCESSTRANSACTIONS ONLY
073600*     WAREHOUSES A DATE ITS 3110/3150 HAVE ALREADY PROVED REAL,
073700*     BUT A RECORD WHOSE DATE WILL NOT PARSE IS LEFT ON ITS VALUE
073800*     DATE RATHER THAN ROLLED, SO IT STILL COMES DUE.
073900*----------------------------------------------------------------
074000 3200-COMPUTE-EFFECTIVE-DATE.
074100     MOVE WHS-VALUE-DATE TO WS-EFFECTIVE-DATE
074200     MOVE WHS-VALUE-DATE TO WS-DATE-WORK
074300     IF WS-DATE-YEAR-X NUMERIC AND WS-DATE-MONTH-X NUMERIC
074400             AND WS-DATE-DAY-X NUMERIC
074500         MOVE WS-DATE-YEAR-X  TO WS-ROLL-YEAR-N
074600         MOVE WS-DATE-MONTH-X TO WS-ROLL-MONTH-N
074700         MOVE WS-DATE-DAY-X   TO WS-ROLL-DAY-N
074800         IF WS-ROLL-MONTH-N >= 1 AND WS-ROLL-MONTH-N <= 12
074900             MOVE ZERO TO WS-ROLL-GUARD
075000             PERFORM 3220-FORMAT-ROLLED-DATE
075100             PERFORM 3210-CHECK-BUSINESS-DAY
075200             PERFORM UNTIL IS-BUSINESS-DAY
075300                     OR WS-ROLL-GUARD > 366
075400                 ADD 1 TO WS-ROLL-GUARD
075500                 PERFORM 3211-ADD-ONE-DAY
075600                 PERFORM 3220-FORMAT-ROLLED-DATE
075700                 PERFORM 3210-CHECK-BUSINESS-DAY
075800             END-PERFORM
075900             IF WS-ROLL-GUARD > 366
076000                 DISPLAY 'VALUE DATE WOULD NOT ROLL - LEFT AS '
076100                     'KEYED: ' WHS-TRANSACTION-ID
076200             ELSE
076300                 MOVE WS-ROLL-DATE-FMT TO WS-EFFECTIVE-DATE
076400             END-IF
076500         END-IF
076600     END-IF
076700     .
076800
076900*----------------------------------------------------------------
077000* 3210-CHECK-BUSINESS-DAY
077100*     SETS WS-BUS-DAY-SW FOR THE WORKING DATE - A SATURDAY OR
077200*     SUNDAY BY ZELLER'S CONGRUENCE, OR A DATE ON THE HOLIDAY
077300*     CALENDAR, IS NOT A BUSINESS DAY.  THE SAME TEST RUNCONTROL'S
077400*     3100 APPLIES BEFORE IT WILL OPEN A DAY.
077500*----------------------------------------------------------------
077600 3210-CHECK-BUSINESS-DAY.
077700     MOVE 'Y' TO WS-BUS-DAY-SW
077800     MOVE WS-ROLL-YEAR-N  TO WS-ZEL-YEAR
077900     MOVE WS-ROLL-MONTH-N TO WS-ZEL-MONTH
078000     MOVE WS-ROLL-DAY-N   TO WS-ZEL-DAY
078100     IF WS-ZEL-MONTH < 3
078200         ADD 12 TO WS-ZEL-MONTH
078300         SUBTRACT 1 FROM WS-ZEL-YEAR
078400     END-IF
078500     DIVIDE WS-ZEL-YEAR BY 100 GIVING WS-ZEL-J
078600         REMAINDER WS-ZEL-K
078700     COMPUTE WS-ZEL-T1 = 13 * (WS-ZEL-MONTH + 1)
078800     DIVIDE WS-ZEL-T1 BY 5 GIVING WS-ZEL-T1
078900     DIVIDE WS-ZEL-K BY 4 GIVING WS-ZEL-T2
079000     DIVIDE WS-ZEL-J BY 4 GIVING WS-ZEL-T3
079100     COMPUTE WS-ZEL-SUM = WS-ZEL-DAY + WS-ZEL-T1 + WS-ZEL-K
079200         + WS-ZEL-T2 + WS-ZEL-T3 + 5 * WS-ZEL-J
079300     DIVIDE WS-ZEL-SUM BY 7 GIVING WS-ZEL-Q
079400         REMAINDER WS-ZEL-H
079500     IF WS-ZEL-H < 2
079600         MOVE 'N' TO WS-BUS-DAY-SW
079700     END-IF
079800     IF IS-BUSINESS-DAY AND WS-HOLIDAY-COUNT NOT = ZERO
079900         SET WS-HOL-IDX TO 1
080000         SEARCH WS-HOLIDAY-ENTRY
080100             AT END
080200                 CONTINUE
080300             WHEN WS-HOLIDAY-DATE (WS-HOL-IDX)
080400                     = WS-ROLL-DATE-FMT
080500                 MOVE 'N' TO WS-BUS-DAY-SW
080600         END-SEARCH
080700     END-IF
080800     .
080900
081000*----------------------------------------------------------------
081100* 3211-ADD-ONE-DAY
081200*     ADVANCES THE WORKING DATE BY ONE CALENDAR DAY.
081300*----------------------------------------------------------------
081400 3211-ADD-ONE-DAY.
081500     PERFORM 3215-GET-MONTH-LENGTH
081600     ADD 1 TO WS-ROLL-DAY-N
081700     IF WS-ROLL-DAY-N > WS-DATE-MAX-DAY
081800         MOVE 1 TO WS-ROLL-DAY-N
081900         ADD 1 TO WS-ROLL-MONTH-N
082000         IF WS-ROLL-MONTH-N > 12
082100             MOVE 1 TO WS-ROLL-MONTH-N
082200             ADD 1 TO WS-ROLL-YEAR-N
082300         END-IF
082400     END-IF
082500     .
082600
082700*----------------------------------------------------------------
082800* 3215-GET-MONTH-LENGTH
082900*     LEAVES THE WORKING MONTH'S LENGTH IN WS-DATE-MAX-DAY,
083000*     FEBRUARY JUDGED WITH THE SAME LEAP-YEAR ARITHMETIC 3150
083100*     USES IN PROCESSTRANSACTIONS.
083200*----------------------------------------------------------------
083300 3215-GET-MONTH-LENGTH.
083400     MOVE 'N' TO WS-LEAP-YEAR-SW
083500     DIVIDE WS-ROLL-YEAR-N BY 4 GIVING WS-DATE-MAX-DAY
083600         REMAINDER WS-REMAINDER
083700     IF WS-REMAINDER = ZERO
083800         MOVE 'Y' TO WS-LEAP-YEAR-SW
083900         DIVIDE WS-ROLL-YEAR-N BY 100 GIVING WS-DATE-MAX-DAY
084000             REMAINDER WS-REMAINDER
084100         IF WS-REMAINDER = ZERO
084200             MOVE 'N' TO WS-LEAP-YEAR-SW
084300             DIVIDE WS-ROLL-YEAR-N BY 400
084400                 GIVING WS-DATE-MAX-DAY
084500                 REMAINDER WS-REMAINDER
084600             IF WS-REMAINDER = ZERO
084700                 MOVE 'Y' TO WS-LEAP-YEAR-SW
084800             END-IF
084900         END-IF
085000     END-IF
085100     MOVE WS-DAYS-IN-MONTH-ENTRY (WS-ROLL-MONTH-N)
085200         TO WS-DATE-MAX-DAY
085300     IF WS-ROLL-MONTH-N = 2 AND IS-LEAP-YEAR
085400         ADD 1 TO WS-DATE-MAX-DAY
085500     END-IF
085600     .
085700
085800*----------------------------------------------------------------
085900* 3220-FORMAT-ROLLED-DATE
086000*     REBUILDS THE CCYY-MM-DD IMAGE OF THE WORKING DATE FOR THE
086100*     HOLIDAY LOOKUP AND THE DUE TEST.
086200*----------------------------------------------------------------
086300 3220-FORMAT-ROLLED-DATE.
086400     MOVE WS-ROLL-YEAR-N TO WS-RDF-YEAR
086500     MOVE WS-ROLL-MONTH-N TO WS-RDF-MONTH
086600     MOVE WS-ROLL-DAY-N TO WS-RDF-DAY
086700     .
086800
086900*----------------------------------------------------------------
087000* 3300-RELEASE-ITEM
087100*     BUFFERS THE ITEM'S ORIGINAL INPUT IMAGE FOR THE RELEASE
087200*     FEED, TOTALS IT INTO ITS CURRENCY'S BATCH, AND MARKS THE
087300*     ITEM RELEASED.  THE RECORD KEEPS ITS KEYED VALUE DATE -
087400*     PROCESSTRANSACTIONS ACCEPTS IT NOW IT IS NO LONGER AHEAD
087500*     OF THE OPEN DAY.
087600*----------------------------------------------------------------
087700 3300-RELEASE-ITEM.
087800     IF WS-REL-COUNT >= WS-REL-MAX
087900         DISPLAY 'RELEASE TABLE FULL - CANNOT SAFELY RELEASE '
088000             'ANOTHER ITEM'
088010         MOVE 8 TO RETURN-CODE
088100         STOP RUN
088200     END-IF
088300     IF RW-CURRENCY-CODE = SPACES
088400         MOVE WS-DEFAULT-CURRENCY-CODE TO WS-CURRENCY-WORK-CODE
088500     ELSE
088600         MOVE RW-CURRENCY-CODE TO WS-CURRENCY-WORK-CODE
088700     END-IF
088800     ADD 1 TO WS-REL-COUNT
088900     SET WS-REL-IDX TO WS-REL-COUNT
089000     MOVE WS-CURRENCY-WORK-CODE TO WS-REL-CCY (WS-REL-IDX)
089100     MOVE WHS-RAW-INPUT TO WS-REL-RAW-INPUT (WS-REL-IDX)
089200     PERFORM 3350-ACCUMULATE-CCY-TOTAL
089300     MOVE 'RELEASED' TO WHS-STATUS
089400     MOVE WS-TODAY-DATE-FMT TO WHS-RELEASE-DATE
089500     ADD 1 TO WS-RELEASED-COUNT
089600     MOVE WHS-RAW-INPUT TO AUDIT-INPUT-DATA
089700     MOVE 'WH-RELEASED' TO WS-AUDIT-STATUS
089800     PERFORM 3950-WRITE-AUDIT-RECORD
089900     DISPLAY 'WAREHOUSED ITEM RELEASED: ' WHS-TRANSACTION-ID
090000         ' VALUE DATE ' WHS-VALUE-DATE
090100     .
090200
090300*----------------------------------------------------------------
090400* 3350-ACCUMULATE-CCY-TOTAL
090500*     ADDS THE RELEASED ITEM TO ITS CURRENCY'S FEED COUNT AND
090600*     AMOUNT, CREATING A NEW ENTRY THE FIRST TIME THE CURRENCY
090700*     IS SEEN THIS RUN.
090800*----------------------------------------------------------------
090900 3350-ACCUMULATE-CCY-TOTAL.
091000     MOVE 'N' TO WS-CCY-FOUND-SW
091100     IF WS-RELCCY-COUNT NOT = ZERO
091200         SET WS-RCY-IDX TO 1
091300         SEARCH WS-RELCCY-ENTRY
091400             AT END
091500                 CONTINUE
091600             WHEN WS-RELCCY-CODE (WS-RCY-IDX)
091700                     = WS-CURRENCY-WORK-CODE
091800                 ADD 1 TO WS-RELCCY-CNT (WS-RCY-IDX)
091900                 ADD RW-AMOUNT TO WS-RELCCY-AMT (WS-RCY-IDX)
092000                 MOVE 'Y' TO WS-CCY-FOUND-SW
092100         END-SEARCH
092200     END-IF
092300     IF WS-CCY-FOUND-SW = 'N'
092400         IF WS-RELCCY-COUNT >= WS-RELCCY-MAX
092500             DISPLAY 'RELEASE CURRENCY TABLE FULL - '
092600                 'CANNOT SAFELY TRACK ANOTHER CURRENCY'
092610             MOVE 8 TO RETURN-CODE
092700             STOP RUN
092800         END-IF
092900         ADD 1 TO WS-RELCCY-COUNT
093000         SET WS-RCY-IDX TO WS-RELCCY-COUNT
093100         MOVE WS-CURRENCY-WORK-CODE
093200             TO WS-RELCCY-CODE (WS-RCY-IDX)
093300         MOVE 1 TO WS-RELCCY-CNT (WS-RCY-IDX)
093400         MOVE RW-AMOUNT TO WS-RELCCY-AMT (WS-RCY-IDX)
093500     END-IF
093600     .
093700
093800*----------------------------------------------------------------
093900* 3400-REPORT-ITEM
094000*     LISTS THE PENDING ITEM JUST EXAMINED - RELEASED TODAY,
094100*     CANCELLED TODAY (WITH WHO CANCELLED IT AND WHY), OR STILL
094200*     PENDING WITH THE DATE IT WILL ACTUALLY POST.  THE PENDING
094300*     LINES ARE THE LISTING OF EVERYTHING STILL WAREHOUSED.
094400*----------------------------------------------------------------
094500 3400-REPORT-ITEM.
094600     MOVE SPACES TO WS-PENDING-LINE
094700     MOVE WHS-STATUS TO WS-PL-STATUS
094800     MOVE WHS-TRANSACTION-ID TO WS-PL-TRANSACTION-ID
094900     MOVE RW-NAME TO WS-PL-NAME
095000     MOVE RW-CURRENCY-CODE TO WS-PL-CURRENCY
095100     IF RW-AMOUNT NUMERIC
095200         MOVE RW-AMOUNT TO WS-PL-AMOUNT
095300     ELSE
095400         MOVE ZERO TO WS-PL-AMOUNT
095500     END-IF
095600     MOVE WHS-VALUE-DATE TO WS-PL-VALUE-DATE
095700     MOVE WS-EFFECTIVE-DATE TO WS-PL-EFFECTIVE-DATE
095800     IF WHS-IS-CANCELLED
095900         MOVE WS-CTL-OFFICER (WS-CTL-IDX) TO WS-PL-OFFICER
096000         MOVE WS-CTL-REASON (WS-CTL-IDX) TO WS-PL-REASON
096100     END-IF
096200     MOVE WS-PENDING-LINE TO WS-REPORT-LINE
096300     PERFORM 8200-WRITE-REPORT-LINE
096400     .
096500
096600*----------------------------------------------------------------
096700* 3900-WRITE-WAREHOUSE-THROUGH
096800*     WRITES THE CURRENT WAREHOUSE RECORD - STATUS AND ALL - TO
096900*     THE NEW WAREHOUSE FILE.  EVERY RECORD READ PASSES THROUGH
097000*     HERE EXACTLY ONCE, SO THE NEW FILE IS A FULL REPLACEMENT.
097100*----------------------------------------------------------------
097200 3900-WRITE-WAREHOUSE-THROUGH.
097300     WRITE WAREHOUSE-OUT-RECORD FROM WAREHOUSE-RECORD
097400     .
097500
097600*----------------------------------------------------------------
097700* 3950-WRITE-AUDIT-RECORD
097800*     WRITES ONE AUDIT LINE IN PROCESSTRANSACTIONS' AUDIT-FILE
097900*     LAYOUT - TIMESTAMP, THE RECORD IMAGE THE CALLER STAGED IN
098000*     AUDIT-INPUT-DATA, AND THE ACTION TAKEN.
098100*----------------------------------------------------------------
098200 3950-WRITE-AUDIT-RECORD.
098300     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
098400     ACCEPT WS-AUDIT-TIME FROM TIME
098500     MOVE SPACES TO AUDIT-TIMESTAMP
098600     STRING WS-AUDIT-DATE DELIMITED BY SIZE
098700            WS-AUDIT-TIME  DELIMITED BY SIZE
098800         INTO AUDIT-TIMESTAMP
098900     MOVE WS-AUDIT-STATUS TO AUDIT-DECISION-STATUS
099000     WRITE AUDIT-RECORD
099100     .
099200
099300*----------------------------------------------------------------
099400* 5000-WRITE-RELEASE-FEED
099500*     WRITES ONE BALANCED BATCH PER CURRENCY RELEASED TODAY.  A
099600*     MORNING WITH NOTHING DUE WRITES AN EMPTY FEED, WHICH POSTS
099700*     NOTHING.
099800*----------------------------------------------------------------
099900 5000-WRITE-RELEASE-FEED.
100000     IF WS-RELCCY-COUNT NOT = ZERO
100100         PERFORM 5100-WRITE-ONE-CCY-BATCH
100200             VARYING WS-RCY-IDX FROM 1 BY 1
100300             UNTIL WS-RCY-IDX > WS-RELCCY-COUNT
100400     END-IF
100500     .
100600
100700*----------------------------------------------------------------
100800* 5100-WRITE-ONE-CCY-BATCH
100900*     WRITES THE HEADER, EVERY RELEASED ITEM IN THE CURRENCY AT
101000*     WS-RCY-IDX, AND A TRAILER DECLARING THEIR COUNT AND TOTAL.
101100*----------------------------------------------------------------
101200 5100-WRITE-ONE-CCY-BATCH.
101300     MOVE WS-TODAY-DATE-FMT TO FBH-BUSINESS-DATE
101400     WRITE RELEASE-FEED-RECORD FROM WS-FEED-BATCH-HEADER
101500     PERFORM 5200-WRITE-ONE-RELEASED-ITEM
101600         VARYING WS-REL-SUB FROM 1 BY 1
101700         UNTIL WS-REL-SUB > WS-REL-COUNT
101800     MOVE SPACES TO WS-FEED-BATCH-TRAILER
101900     MOVE 'BATCH-TRL' TO FBT-RECORD-TYPE
102000     MOVE 'WAREHOUS' TO FBT-BRANCH-ID
102100     MOVE WS-RELCCY-CNT (WS-RCY-IDX) TO FBT-DECLARED-COUNT
102200     MOVE WS-RELCCY-CODE (WS-RCY-IDX)
102300         TO FBT-DECLARED-CURRENCY (1)
102400     MOVE WS-RELCCY-AMT (WS-RCY-IDX)
102500         TO FBT-DECLARED-AMOUNT (1)
102600     WRITE RELEASE-FEED-RECORD FROM WS-FEED-BATCH-TRAILER
102700     .
102800
102900*----------------------------------------------------------------
103000* 5200-WRITE-ONE-RELEASED-ITEM
103100*     WRITES ONE BUFFERED ITEM, UNCHANGED, IF IT BELONGS TO THE
103200*     CURRENCY BATCH BEING WRITTEN.
103300*----------------------------------------------------------------
103400 5200-WRITE-ONE-RELEASED-ITEM.
103500     IF WS-REL-CCY (WS-REL-SUB) = WS-RELCCY-CODE (WS-RCY-IDX)
103600         WRITE RELEASE-FEED-RECORD
103700             FROM WS-REL-RAW-INPUT (WS-REL-SUB)
103800     END-IF
103900     .
104000
104100*----------------------------------------------------------------
104200* 6000-REPORT-UNMATCHED-CANCELS
104300*     LISTS EVERY CANCELLATION THAT FOUND NO PENDING ITEM, SO
104400*     OPERATIONS CAN SEE A MISKEYED ID - OR AN ITEM THAT WAS
104500*     ALREADY RELEASED - INSTEAD OF ASSUMING IT WAS STOPPED.
104600*----------------------------------------------------------------
104700 6000-REPORT-UNMATCHED-CANCELS.
104800     IF WS-CONTROL-COUNT NOT = ZERO
104900         PERFORM 6100-REPORT-ONE-UNMATCHED
105000             VARYING WS-CTL-SUB FROM 1 BY 1
105100             UNTIL WS-CTL-SUB > WS-CONTROL-COUNT
105200     END-IF
105300     .
105400
105500*----------------------------------------------------------------
105600* 6100-REPORT-ONE-UNMATCHED
105700*     REPORTS THE CANCELLATION AT WS-CTL-SUB IF IT WAS NEVER
105800*     USED.
105900*----------------------------------------------------------------
106000 6100-REPORT-ONE-UNMATCHED.
106100     IF WS-CTL-USED (WS-CTL-SUB) NOT = 'Y'
106200         ADD 1 TO WS-UNMATCHED-COUNT
106300         MOVE SPACES TO WS-REPORT-LINE
106400         STRING 'NO PENDING ITEM FOR CANCELLATION: '
106500                    DELIMITED BY SIZE
106600                WS-CTL-TRANSACTION-ID (WS-CTL-SUB)
106700                    DELIMITED BY SIZE
106800                ' ' DELIMITED BY SIZE
106900                WS-CTL-OFFICER (WS-CTL-SUB) DELIMITED BY SIZE
107000            INTO WS-REPORT-LINE
107100         PERFORM 8200-WRITE-REPORT-LINE
107200         DISPLAY 'CANCELLATION MATCHED NO PENDING ITEM: '
107300             WS-CTL-TRANSACTION-ID (WS-CTL-SUB)
107400     END-IF
107500     .
107600
107700*----------------------------------------------------------------
107800* 8000-DISPLAY-RUN-SUMMARY
107900*     CLOSES THE PENDING LISTING WITH ITS COUNTS AND ECHOES THEM
108000*     TO THE CONSOLE.
108100*----------------------------------------------------------------
108200 8000-DISPLAY-RUN-SUMMARY.
108300     IF WS-RELEASED-COUNT = ZERO AND WS-CANCELLED-COUNT = ZERO
108400             AND WS-PENDING-COUNT = ZERO
108500         MOVE '(NOTHING PENDING IN THE WAREHOUSE)'
108600             TO WS-REPORT-LINE
108700         PERFORM 8200-WRITE-REPORT-LINE
108800     END-IF
108900     DISPLAY 'RELEASEWAREHOUSE RUN SUMMARY'
109000     DISPLAY '  WAREHOUSE RECORDS READ... ' WS-WAREHOUSE-READ
109100     DISPLAY '  RELEASED TO FEED......... ' WS-RELEASED-COUNT
109200     DISPLAY '  CANCELLED................ ' WS-CANCELLED-COUNT
109300     DISPLAY '  STILL PENDING............ ' WS-PENDING-COUNT
109400     DISPLAY '  ALREADY DISPOSED......... ' WS-ALREADY-DONE-COUNT
109500     DISPLAY '  CANCELS UNMATCHED........ ' WS-UNMATCHED-COUNT
109600     .
109700
109800*----------------------------------------------------------------
109900* 8200-WRITE-REPORT-LINE
110000*     WRITES WS-REPORT-LINE TO THE PENDING LISTING.
110100*----------------------------------------------------------------
110200 8200-WRITE-REPORT-LINE.
110300     WRITE PENDING-REPORT-LINE FROM WS-REPORT-LINE
110400     MOVE SPACES TO WS-REPORT-LINE
110500     .
110600
110700*----------------------------------------------------------------
110800* 9000-TERMINATE
110900*     CLOSES ALL FILES.
111000*----------------------------------------------------------------
111100 9000-TERMINATE.
111200     CLOSE WAREHOUSE-IN-FILE
111300     IF WS-FS-WAREHOUSE-IN NOT = '00'
111400         DISPLAY 'ERROR CLOSING WAREHOUSE FILE' WS-FS-WAREHOUSE-IN
111500     END-IF
111600
111700     CLOSE WAREHOUSE-OUT-FILE
111800     IF WS-FS-WAREHOUSE-OUT NOT = '00'
111900         DISPLAY 'ERROR CLOSING WAREHOUSE OUTPUT FILE'
112000             WS-FS-WAREHOUSE-OUT
112100     END-IF
112200
112300     CLOSE RELEASE-FEED-FILE
112400     IF WS-FS-RELEASE-FEED NOT = '00'
112500         DISPLAY 'ERROR CLOSING RELEASE FEED FILE'
112600             WS-FS-RELEASE-FEED
112700     END-IF
112800
112900     CLOSE PENDING-REPORT-FILE
113000     IF WS-FS-PENDING-REPORT NOT = '00'
113100         DISPLAY 'ERROR CLOSING PENDING REPORT FILE'
113200             WS-FS-PENDING-REPORT
113300     END-IF
113400
113500     CLOSE AUDIT-FILE
113600     IF WS-FS-AUDIT NOT = '00'
113700         DISPLAY 'ERROR CLOSING AUDIT FILE' WS-FS-AUDIT
113800     END-IF
113900     .
