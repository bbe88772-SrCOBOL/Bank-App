000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ManageDisputes.
000300 AUTHOR. BANK-OPERATIONS-IT.
000400 INSTALLATION. RETAIL-BANKING-DATA-CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  RLB  ORIGINAL PROGRAM - DISPUTE CASE MANAGEMENT.
001100*                  APPLIES THE DISPUTES TEAM'S ACTIONS FROM A
001200*                  CONTROL FILE TO A KEYED CASE FILE (ONE RECORD
001300*                  PER CASE NUMBER): OPEN A CASE AGAINST A POSTED
001400*                  DEBIT, GRANT THE PROVISIONAL CREDIT, AND
001500*                  RESOLVE IT WON, LOST OR WITHDRAWN.  THE
001600*                  PROVISIONAL CREDIT GOES TO POSTING AS AN
001700*                  ADJUSTMENT NAMING THE DISPUTED TRANSACTION, SO
001800*                  IT LANDS ON THE ACCOUNT THE DEBIT CAME FROM AND
001900*                  SHOWS IN INQUIRETRANSACTION'S OFFSET LIST.  A
002000*                  WON CASE KEEPS THE CREDIT AS FINAL; A LOST OR
002100*                  WITHDRAWN ONE TAKES IT BACK WITH A NEGATIVE
002200*                  ADJUSTMENT AGAINST THE SAME ORIGINAL - THE
002300*                  CREDIT'S OWN ROW IS ADJUSTED, NOT SUCCESS, SO A
002400*                  REVERSAL OF IT WOULD NOT POST.  GENERATED ITEMS
002500*                  TAKE DSP-PREFIXED IDS AND GO OUT AS A BALANCED
002600*                  BATCH PER CURRENCY UNDER BRANCH DISPUTES.  THE
002700*                  AGING REPORT LISTS EVERY UNRESOLVED CASE WITHIN
002800*                  DC_AGING_DAYS OF ITS REGULATORY DUE DATE
002900*                  (DC_RESPONSE_DAYS AFTER OPENING), OVERDUE ONES
003000*                  FLAGGED.  EVERY ACTION, APPLIED OR REFUSED,
003100*                  LANDS ON THE SHARED AUDIT TRAIL NAMING THE
003200*                  DISPUTED TRANSACTION AS ITS ORIGINAL.
003210* 2026-10-15  RLB  CONDITION CODE FOR THE NIGHTLY JOB STREAM -
003220*                  RETURN-CODE 0 ON A CLEAN RUN, 4 WHEN AN ACTION
003230*                  WAS REFUSED OR A CASE IS OVERDUE, 8 WHEN THE
003240*                  RUN IS REFUSED OR STOPS ON AN ERROR.
003250* 2026-10-15  RLB  A CREDIT OR TAKE-BACK IS QUEUED FOR THE FEED
003260*                  ONLY AFTER THE CASE IS REWRITTEN WITH ITS DSP
003270*                  ID - A FAILED REWRITE NO LONGER SENDS MONEY THE
003280*                  CASE HAS NO RECORD OF.
003282* 2026-10-15  RLB  A FULL FEED, CURRENCY OR ACTIVE-DISPUTE TABLE
003284*                  REFUSES THE ACTION (DSP-FEED-FULL, DSP-TABLE-
003286*                  FULL) BEFORE THE CASE IS TOUCHED INSTEAD OF
003288*                  STOPPING THE RUN WITH CASES ALREADY REWRITTEN
003290*                  AND THEIR FEED AND ID SEQUENCE NOT YET SAVED.
003300*----------------------------------------------------------------
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT DISPUTE-CONTROL-FILE
003900         ASSIGN TO DYNAMIC WS-DISPUTE-CONTROL-PATH
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-FS-DISPUTE-CONTROL.
004200
004300     SELECT DISPUTE-CASE-FILE
004400         ASSIGN TO DYNAMIC WS-DISPUTE-CASE-PATH
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS DSP-CASE-NUMBER
004800         FILE STATUS IS WS-FS-DISPUTE-CASE.
004900
005000     SELECT OUTPUT-FILE ASSIGN TO DYNAMIC WS-OUTPUT-FILE-PATH
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS OUTPUT-TRANSACTION-ID
005400         FILE STATUS IS WS-FS-OUTPUT.
005500
005600     SELECT ARCHIVE-MASTER-FILE
005700         ASSIGN TO DYNAMIC WS-ARCHIVE-MASTER-PATH
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS ARCHIVE-TRANSACTION-ID
006100         FILE STATUS IS WS-FS-ARCHIVE.
006200
006300     SELECT DISPUTE-FEED-FILE
006400         ASSIGN TO DYNAMIC WS-DISPUTE-FEED-PATH
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-FS-DISPUTE-FEED.
006700
006800     SELECT AGING-REPORT-FILE
006900         ASSIGN TO DYNAMIC WS-AGING-REPORT-PATH
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-FS-AGING-REPORT.
007200
007300     SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-PATH
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-FS-AUDIT.
007600
007700     SELECT ID-SEQ-FILE ASSIGN TO DYNAMIC WS-ID-SEQ-PATH
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-FS-ID-SEQ.
008000
008100     SELECT RUN-CONTROL-FILE
008200         ASSIGN TO DYNAMIC WS-RUN-CONTROL-PATH
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-FS-RUN-CONTROL.
008500
008600 DATA DIVISION.
008700 FILE SECTION.
008800*----------------------------------------------------------------
008900* ONE ACTION PER LINE FROM THE DISPUTES TEAM.  OPEN NAMES THE
009000* DISPUTED TRANSACTION, THE AMOUNT IN DISPUTE (ZERO FOR THE WHOLE
009100* DEBIT), THE REASON, AND WHETHER THE PROVISIONAL CREDIT GOES OUT
009200* AT ONCE.  CREDIT GRANTS IT LATER ON A CASE OPENED WITHOUT ONE;
009300* WON, LOST AND WITHDRAW RESOLVE THE CASE.  ONLY THE CASE NUMBER
009400* AND OFFICER ARE READ ON THOSE.
009500*----------------------------------------------------------------
009600 FD  DISPUTE-CONTROL-FILE.
009700 01  DISPUTE-CONTROL-RECORD.
009800     05  DCC-ACTION                PIC X(08).
009900         88  DCC-ACTION-OPEN           VALUE 'OPEN'.
010000         88  DCC-ACTION-CREDIT         VALUE 'CREDIT'.
010100         88  DCC-ACTION-WON            VALUE 'WON'.
010200         88  DCC-ACTION-LOST           VALUE 'LOST'.
010300         88  DCC-ACTION-WITHDRAW       VALUE 'WITHDRAW'.
010400     05  DCC-CASE-NUMBER           PIC X(10).
010500     05  DCC-TRANSACTION-ID        PIC X(10).
010600     05  DCC-AMOUNT                PIC 9(11)V99.
010700     05  DCC-REASON                PIC X(20).
010800     05  DCC-PROVISIONAL-SW        PIC X(01).
010900         88  DCC-CREDIT-NOW            VALUE 'Y'.
011000     05  DCC-OFFICER               PIC X(08).
011100
011200*----------------------------------------------------------------
011300* THE DISPUTE CASE FILE.  INQUIRETRANSACTION READS THE SAME
011400* LAYOUT AND MUST AGREE WITH IT FIELD FOR FIELD.  THE CREDIT ID
011500* IS THE PROVISIONAL (OR, FOR A CASE WON WITHOUT ONE, THE FINAL)
011600* CREDIT; THE REVERSAL ID IS THE ADJUSTMENT THAT TOOK IT BACK.
011700*----------------------------------------------------------------
011800 FD  DISPUTE-CASE-FILE.
011900 01  DISPUTE-CASE-RECORD.
012000     05  DSP-CASE-NUMBER           PIC X(10).
012100     05  DSP-TRANSACTION-ID        PIC X(10).
012200     05  DSP-ACCOUNT-EMAIL         PIC X(30).
012300     05  DSP-CURRENCY-CODE         PIC X(03).
012400     05  DSP-AMOUNT                PIC 9(11)V99.
012500     05  DSP-REASON                PIC X(20).
012600     05  DSP-OPENED-DATE           PIC X(10).
012700     05  DSP-DUE-DATE              PIC X(10).
012800     05  DSP-STATUS                PIC X(20).
012900         88  DSP-IS-OPEN               VALUE 'OPEN'.
013000         88  DSP-IS-PROVISIONAL        VALUE 'PROVISIONAL-CREDIT'.
013100         88  DSP-IS-WON                VALUE 'WON'.
013200         88  DSP-IS-LOST               VALUE 'LOST'.
013300         88  DSP-IS-WITHDRAWN          VALUE 'WITHDRAWN'.
013400         88  DSP-IS-UNRESOLVED         VALUE 'OPEN'
013500                                             'PROVISIONAL-CREDIT'.
013600     05  DSP-CREDIT-TXN-ID         PIC X(10).
013700     05  DSP-CREDIT-DATE           PIC X(10).
013800     05  DSP-REVERSAL-TXN-ID       PIC X(10).
013900     05  DSP-RESOLVED-DATE         PIC X(10).
014000     05  DSP-LAST-OFFICER          PIC X(08).
014100
014200*----------------------------------------------------------------
014300* OUTPUT-RECORD AND ARCHIVE-MASTER-RECORD MUST AGREE FIELD FOR
014400* FIELD WITH THE LAYOUTS PROCESSTRANSACTIONS AND THE MONTH-END
014500* ARCHIVE WRITE - THIS PROGRAM ONLY EVER READS THEM, TO PROVE THE
014600* DISPUTED DEBIT POSTED AND TO SEE WHETHER A CREDIT HAS.
014700*----------------------------------------------------------------
014800 FD  OUTPUT-FILE.
014900 01  OUTPUT-RECORD.
015000     05  OUTPUT-TRANSACTION-ID     PIC X(10).
015100     05  OUTPUT-TRANSACTION-STATUS PIC X(20).
015200     05  OUTPUT-CURRENCY-CODE      PIC X(03).
015300     05  OUTPUT-AMOUNT             PIC S9(11)V99.
015400     05  OUTPUT-ACCOUNT-EMAIL      PIC X(30).
015500     05  OUTPUT-USD-AMOUNT         PIC S9(13)V99.
015600     05  OUTPUT-ORIGINAL-TXN-ID    PIC X(10).
015700     05  OUTPUT-POSTING-DATE       PIC X(10).
015800     05  OUTPUT-FEE-AMOUNT         PIC S9(07)V99.
015900     05  OUTPUT-LINKED-TXN-ID      PIC X(10).
016000     05  OUTPUT-TRANSFER-LEG       PIC X(01).
016100         88  OUTPUT-NOT-TRANSFER       VALUE SPACE.
016200         88  OUTPUT-TRANSFER-DEBIT     VALUE 'D'.
016300         88  OUTPUT-TRANSFER-CREDIT    VALUE 'C'.
016400     05  OUTPUT-FX-RATE            PIC 9(05)V9(06).
016500
016600 FD  ARCHIVE-MASTER-FILE.
016700 01  ARCHIVE-MASTER-RECORD.
016800     05  ARCHIVE-TRANSACTION-ID     PIC X(10).
016900     05  ARCHIVE-TRANSACTION-STATUS PIC X(20).
017000     05  ARCHIVE-CURRENCY-CODE      PIC X(03).
017100     05  ARCHIVE-AMOUNT             PIC S9(11)V99.
017200     05  ARCHIVE-ACCOUNT-EMAIL      PIC X(30).
017300     05  ARCHIVE-USD-AMOUNT         PIC S9(13)V99.
017400     05  ARCHIVE-ORIGINAL-TXN-ID    PIC X(10).
017500     05  ARCHIVE-POSTING-DATE       PIC X(10).
017600     05  ARCHIVE-FEE-AMOUNT         PIC S9(07)V99.
017700     05  ARCHIVE-LINKED-TXN-ID      PIC X(10).
017800     05  ARCHIVE-TRANSFER-LEG       PIC X(01).
017900     05  ARCHIVE-FX-RATE            PIC 9(05)V9(06).
018000
018100 FD  DISPUTE-FEED-FILE.
018200 01  DISPUTE-FEED-RECORD           PIC X(116).
018300
018400 FD  AGING-REPORT-FILE.
018500 01  AGING-REPORT-LINE             PIC X(132).
018600
018700 FD  AUDIT-FILE.
018800 01  AUDIT-RECORD.
018900     05  AUDIT-TIMESTAMP           PIC X(16).
019000     05  AUDIT-INPUT-DATA          PIC X(116).
019100     05  AUDIT-DECISION-STATUS     PIC X(20).
019200
019300 FD  ID-SEQ-FILE.
019400 01  ID-SEQ-RECORD.
019500     05  SEQ-LAST-USED             PIC 9(07).
019600
019700*----------------------------------------------------------------
019800* THE RUN CONTROL FILE THE DAY-OPEN STEP WRITES - READ ONLY.  THE
019900* OPEN BUSINESS DATE STAMPS THE CASES, DRIVES THEIR DUE DATES,
020000* AND HEADS THE FEED BATCHES.
020100*----------------------------------------------------------------
020200 FD  RUN-CONTROL-FILE.
020300 01  RUN-CONTROL-RECORD.
020400     05  RC-BUSINESS-DATE          PIC X(10).
020500     05  RC-DAY-STATUS             PIC X(01).
020600         88  RC-DAY-IS-OPEN            VALUE 'O'.
020700         88  RC-DAY-IS-CLOSED          VALUE 'C'.
020800
020900 WORKING-STORAGE SECTION.
021000*----------------------------------------------------------------
021100* RUN PARAMETERS (SEE 1050-RESOLVE-RUN-PARAMETERS)
021200* EACH PATH DEFAULTS TO ITS USUAL DROP LOCATION AND IS
021300* OVERRIDDEN BY ITS ENVIRONMENT VARIABLE, THE SAME CONVENTION
021400* PROCESSTRANSACTIONS' PT_* PARAMETERS USE.  DC_RESPONSE_DAYS
021500* IS THE CALENDAR DAYS THE BANK HAS TO RESOLVE A CASE;
021600* DC_AGING_DAYS IS HOW CLOSE TO THAT DEADLINE A CASE MUST BE TO
021700* APPEAR ON THE AGING REPORT.
021800*----------------------------------------------------------------
021900 01  WS-DISPUTE-CONTROL-PATH PIC X(60)
022000     VALUE 'src/cobol/dispute-controls.txt'.
022100 01  WS-DISPUTE-CASE-PATH    PIC X(60)
022200     VALUE 'src/cobol/dispute-cases.dat'.
022300 01  WS-OUTPUT-FILE-PATH     PIC X(60)
022400     VALUE 'src/cobol/output.dat'.
022500 01  WS-ARCHIVE-MASTER-PATH  PIC X(60)
022600     VALUE 'src/cobol/archive-master.dat'.
022700 01  WS-DISPUTE-FEED-PATH    PIC X(60)
022800     VALUE 'src/cobol/dispute-feed.txt'.
022900 01  WS-AGING-REPORT-PATH    PIC X(60)
023000     VALUE 'src/cobol/dispute-aging.txt'.
023100 01  WS-AUDIT-FILE-PATH      PIC X(60)
023200     VALUE 'src/cobol/audit.txt'.
023300 01  WS-ID-SEQ-PATH          PIC X(60)
023400     VALUE 'src/cobol/dispute-seq.txt'.
023500 01  WS-RUN-CONTROL-PATH     PIC X(60)
023600     VALUE 'src/cobol/run-control.txt'.
023700 01  WS-ENV-VALUE-WORK       PIC X(60) VALUE SPACES.
023800 01  WS-RESPONSE-DAYS        PIC 9(03) VALUE 45.
023900 01  WS-AGING-DAYS           PIC 9(03) VALUE 10.
024000*----------------------------------------------------------------
024100* FILE STATUS AND END-OF-FILE SWITCHES
024200*----------------------------------------------------------------
024300 01  WS-FS-DISPUTE-CONTROL  PIC X(02) VALUE '00'.
024400 01  WS-FS-DISPUTE-CASE     PIC X(02) VALUE '00'.
024500 01  WS-FS-OUTPUT           PIC X(02) VALUE '00'.
024600 01  WS-FS-ARCHIVE          PIC X(02) VALUE '00'.
024700 01  WS-FS-DISPUTE-FEED     PIC X(02) VALUE '00'.
024800 01  WS-FS-AGING-REPORT     PIC X(02) VALUE '00'.
024900 01  WS-FS-AUDIT            PIC X(02) VALUE '00'.
025000 01  WS-FS-ID-SEQ           PIC X(02) VALUE '00'.
025100 01  WS-FS-RUN-CONTROL      PIC X(02) VALUE '00'.
025200 01  WS-OPEN-DAY-SW         PIC X VALUE 'N'.
025300     88  OPEN-DAY-FOUND          VALUE 'Y'.
025400 01  WS-CONTROL-AVAIL-SW    PIC X VALUE 'N'.
025500     88  CONTROL-AVAILABLE       VALUE 'Y'.
025600 01  WS-ARCHIVE-AVAIL-SW    PIC X VALUE 'N'.
025700     88  ARCHIVE-AVAILABLE       VALUE 'Y'.
025800     88  ARCHIVE-NOT-AVAILABLE   VALUE 'N'.
025900 01  WS-CONTROL-EOF-SW      PIC X VALUE 'N'.
026000     88  END-OF-CONTROL-FILE     VALUE 'Y'.
026100 01  WS-CASE-EOF-SW         PIC X VALUE 'N'.
026200     88  END-OF-CASE-SCAN        VALUE 'Y'.
026300*----------------------------------------------------------------
026400* RUN-DATE WORK AREAS.  WS-TODAY-DATE-FMT STARTS AS THE WALL
026500* CLOCK AND IS REPLACED BY THE OPEN BUSINESS DATE (SEE 1700).
026600*----------------------------------------------------------------
026700 01  WS-RUN-DATE-N           PIC 9(08) VALUE ZERO.
026800 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-N.
026900     05  WS-RDP-YEAR         PIC X(04).
027000     05  WS-RDP-MONTH        PIC X(02).
027100     05  WS-RDP-DAY          PIC X(02).
027200 01  WS-TODAY-DATE-FMT.
027300     05  WS-TDF-YEAR         PIC X(04).
027400     05  FILLER              PIC X(01) VALUE '-'.
027500     05  WS-TDF-MONTH        PIC X(02).
027600     05  FILLER              PIC X(01) VALUE '-'.
027700     05  WS-TDF-DAY          PIC X(02).
027800*----------------------------------------------------------------
027900* DATE-STEP WORK AREAS.  A DUE DATE IS THE OPENING DATE STEPPED
028000* FORWARD ONE CALENDAR DAY AT A TIME - DAYS IN MONTH WITH
028100* FEBRUARY LEAP RULES, AS RELEASEWAREHOUSE ROLLS A VALUE DATE.
028200* THE AGING HORIZON IS THE BUSINESS DATE STEPPED THE SAME WAY.
028300*----------------------------------------------------------------
028400 01  WS-DATE-WORK.
028500     05  WS-DATE-YEAR-X      PIC X(04).
028600     05  WS-DATE-DASH-1      PIC X(01).
028700     05  WS-DATE-MONTH-X     PIC X(02).
028800     05  WS-DATE-DASH-2      PIC X(01).
028900     05  WS-DATE-DAY-X       PIC X(02).
029000 01  WS-ROLL-YEAR-N          PIC 9(04) VALUE ZERO.
029100 01  WS-ROLL-MONTH-N         PIC 9(02) VALUE ZERO.
029200 01  WS-ROLL-DAY-N           PIC 9(02) VALUE ZERO.
029300 01  WS-ROLL-DATE-FMT.
029400     05  WS-RDF-YEAR         PIC 9(04).
029500     05  FILLER              PIC X(01) VALUE '-'.
029600     05  WS-RDF-MONTH        PIC 9(02).
029700     05  FILLER              PIC X(01) VALUE '-'.
029800     05  WS-RDF-DAY          PIC 9(02).
029900 01  WS-STEP-DAYS            PIC 9(03) VALUE ZERO.
030000 01  WS-STEP-SUB             PIC 9(03) COMP VALUE ZERO.
030100 01  WS-DATE-MAX-DAY         PIC 9(02) VALUE ZERO.
030200 01  WS-LEAP-YEAR-SW         PIC X VALUE 'N'.
030300     88  IS-LEAP-YEAR             VALUE 'Y'.
030400 01  WS-REMAINDER            PIC 9(04) VALUE ZERO.
030500 01  WS-DAYS-IN-MONTH-VALUES.
030600     05  FILLER              PIC 9(02) VALUE 31.
030700     05  FILLER              PIC 9(02) VALUE 28.
030800     05  FILLER              PIC 9(02) VALUE 31.
030900     05  FILLER              PIC 9(02) VALUE 30.
031000     05  FILLER              PIC 9(02) VALUE 31.
031100     05  FILLER              PIC 9(02) VALUE 30.
031200     05  FILLER              PIC 9(02) VALUE 31.
031300     05  FILLER              PIC 9(02) VALUE 31.
031400     05  FILLER              PIC 9(02) VALUE 30.
031500     05  FILLER              PIC 9(02) VALUE 31.
031600     05  FILLER              PIC 9(02) VALUE 30.
031700     05  FILLER              PIC 9(02) VALUE 31.
031800 01  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-VALUES.
031900     05  WS-DAYS-IN-MONTH-ENTRY PIC 9(02) OCCURS 12 TIMES.
032000 01  WS-AGING-HORIZON        PIC X(10) VALUE SPACES.
032100 01  WS-DAYS-LEFT            PIC 9(03) COMP VALUE ZERO.
032200*----------------------------------------------------------------
032300* ACTION WORK AREAS.  WS-ACTION-STATUS IS THE AUDIT DECISION FOR
032400* THE ACTION IN HAND - A DSP- STATUS MEANS IT WAS REFUSED AND
032500* NOTHING CHANGED.  WS-CREDIT-STATE IS WHAT POSTING MADE OF A
032600* CASE'S CREDIT (SEE 3500).  FEED-ITEM-DUE MEANS THE CASE IN HAND
032610* WAS GIVEN A DSP ID THAT 3700 QUEUES ONCE THE CASE REWRITE HAS
032620* COMMITTED.
032700*----------------------------------------------------------------
032800 01  WS-ACTION-STATUS       PIC X(20) VALUE SPACES.
032900 01  WS-CASE-FOUND-SW       PIC X VALUE 'N'.
033000     88  CASE-FOUND              VALUE 'Y'.
033100     88  CASE-NOT-FOUND          VALUE 'N'.
033200 01  WS-ORIG-FOUND-SW       PIC X VALUE 'N'.
033300     88  ORIG-FOUND              VALUE 'Y'.
033400     88  ORIG-NOT-FOUND          VALUE 'N'.
033500 01  WS-ORIG-STATUS         PIC X(20) VALUE SPACES.
033600 01  WS-ORIG-AMOUNT         PIC S9(11)V99 VALUE ZERO.
033700 01  WS-ORIG-EMAIL          PIC X(30) VALUE SPACES.
033800 01  WS-ORIG-CURRENCY       PIC X(03) VALUE SPACES.
033900 01  WS-ORIG-XFER-LEG       PIC X(01) VALUE SPACE.
034000 01  WS-ORIG-ABS-AMOUNT     PIC 9(11)V99 VALUE ZERO.
034100 01  WS-CREDIT-STATE        PIC X(01) VALUE SPACE.
034200     88  CREDIT-POSTED           VALUE 'P'.
034300     88  CREDIT-PENDING          VALUE 'W'.
034400     88  CREDIT-FAILED           VALUE 'F'.
034500 01  WS-ITEM-AMOUNT         PIC S9(11)V99 VALUE ZERO.
034510 01  WS-FEED-ITEM-SW        PIC X VALUE 'N'.
034520     88  FEED-ITEM-DUE           VALUE 'Y'.
034600*----------------------------------------------------------------
034700* ACTIVE-DISPUTE TABLE - THE DISPUTED TRANSACTION OF EVERY
034800* UNRESOLVED CASE, LOADED AT INITIALIZATION AND KEPT CURRENT AS
034900* CASES OPEN AND CLOSE, SO ONE DEBIT CANNOT CARRY TWO LIVE CASES
035000* (AND TWO PROVISIONAL CREDITS).
035100*----------------------------------------------------------------
035200 01  WS-ACTIVE-COUNT        PIC 9(04) COMP VALUE ZERO.
035300 01  WS-ACTIVE-MAX          PIC 9(04) COMP VALUE 5000.
035400 01  WS-ACTIVE-TABLE.
035500     05  WS-ACTIVE-ENTRY
035600         OCCURS 1 TO 5000 TIMES
035700         DEPENDING ON WS-ACTIVE-COUNT
035800         INDEXED BY WS-ACT-IDX.
035900         10  WS-ACTIVE-TXN-ID      PIC X(10).
036000 01  WS-ACTIVE-FOUND-SW     PIC X VALUE 'N'.
036100     88  ACTIVE-FOUND            VALUE 'Y'.
036200*----------------------------------------------------------------
036300* GENERATED-FEED TABLES - CREDITS AND TAKE-BACKS ARE BUFFERED PER
036400* CURRENCY SO EACH CURRENCY EMITS AS ITS OWN BALANCED
036500* BATCH-HDR/BATCH-TRL FEED, THE SAME SHAPE RELEASEHELDITEMS
036600* PRODUCES.  EACH ITEM CARRIES ITS ID ALREADY ASSIGNED - THE CASE
036700* RECORD NAMES IT BEFORE THE FEED IS WRITTEN.
036800*----------------------------------------------------------------
036900 01  WS-GEN-COUNT           PIC 9(04) COMP VALUE ZERO.
037000 01  WS-GEN-MAX             PIC 9(04) COMP VALUE 2000.
037100 01  WS-GEN-TABLE.
037200     05  WS-GEN-ENTRY
037300         OCCURS 1 TO 2000 TIMES
037400         DEPENDING ON WS-GEN-COUNT
037500         INDEXED BY WS-GEN-IDX.
037600         10  WS-GEN-CCY            PIC X(03).
037700         10  WS-GEN-RAW-INPUT      PIC X(116).
037800 01  WS-GENCCY-COUNT        PIC 9(02) COMP VALUE ZERO.
037900 01  WS-GENCCY-MAX          PIC 9(02) COMP VALUE 20.
038000 01  WS-GENCCY-TABLE.
038100     05  WS-GENCCY-ENTRY
038200         OCCURS 1 TO 20 TIMES
038300         DEPENDING ON WS-GENCCY-COUNT
038400         INDEXED BY WS-GCY-IDX.
038500         10  WS-GENCCY-CODE        PIC X(03).
038600         10  WS-GENCCY-CNT         PIC 9(07).
038700         10  WS-GENCCY-AMT         PIC S9(13)V99.
038800 01  WS-CCY-FOUND-SW        PIC X VALUE 'N'.
038900 01  WS-GEN-SUB             PIC 9(04) COMP VALUE ZERO.
039000*----------------------------------------------------------------
039100* ONE GENERATED ITEM, FIELDED EXACTLY AS PROCESSTRANSACTIONS'
039200* INPUT-RECORD.  THE SAME VIEW CARRIES EACH ACTION ONTO THE AUDIT
039300* TRAIL WITH THE CASE NUMBER AS ITS ID AND THE DISPUTED
039400* TRANSACTION AS ITS ORIGINAL, SO INQUIRETRANSACTION'S AUDIT
039500* HISTORY OF THE DEBIT PICKS UP THE WHOLE CASE.
039600*----------------------------------------------------------------
039700 01  WS-FEED-RECORD.
039800     05  FR-TRANSACTION-ID      PIC X(10).
039900     05  FR-EMAIL               PIC X(30).
040000     05  FR-NAME                PIC X(30).
040100     05  FR-AMOUNT              PIC S9(11)V99.
040200     05  FR-CURRENCY-CODE       PIC X(03).
040300     05  FR-TRANSACTION-DATE    PIC X(10).
040400     05  FR-TRANSACTION-TYPE    PIC X(10).
040500     05  FR-ORIGINAL-TXN-ID     PIC X(10).
040600 01  WS-FEED-NAME.
040700     05  FILLER                 PIC X(13) VALUE 'DISPUTE CASE '.
040800     05  WS-FN-CASE-NUMBER      PIC X(10).
040900     05  FILLER                 PIC X(07) VALUE SPACES.
041000*----------------------------------------------------------------
041100* GENERATED IDS - DSP PLUS A SEVEN-DIGIT SEQUENCE, SEEDED FROM
041200* THE ID-SEQ-FILE HIGH-WATER MARK AND SAVED BACK AT END OF JOB,
041300* THE SAME DISCIPLINE AS PROCESSRETURNS' RTN SEQUENCE.
041400*----------------------------------------------------------------
041500 01  WS-ASSIGN-SEQ          PIC 9(07) COMP VALUE ZERO.
041600 01  WS-ASSIGNED-ID.
041700     05  FILLER                 PIC X(03) VALUE 'DSP'.
041800     05  WS-ASSIGNED-ID-SEQ     PIC 9(07).
041900*----------------------------------------------------------------
042000* FEED BATCH HEADER/TRAILER VIEWS PROCESSTRANSACTIONS BALANCES A
042100* BRANCH FEED WITH.
042200*----------------------------------------------------------------
042300 01  WS-FEED-BATCH-HEADER.
042400     05  FBH-RECORD-TYPE        PIC X(10) VALUE 'BATCH-HDR'.
042500     05  FBH-BRANCH-ID          PIC X(08) VALUE 'DISPUTES'.
042600     05  FBH-BUSINESS-DATE      PIC X(10).
042700     05  FILLER                 PIC X(88) VALUE SPACES.
042800 01  WS-FEED-BATCH-TRAILER.
042900     05  FBT-RECORD-TYPE        PIC X(10) VALUE 'BATCH-TRL'.
043000     05  FBT-BRANCH-ID          PIC X(08) VALUE 'DISPUTES'.
043100     05  FBT-DECLARED-COUNT     PIC 9(07).
043200     05  FBT-DECLARED-ENTRY OCCURS 5 TIMES.
043300         10  FBT-DECLARED-CURRENCY PIC X(03).
043400         10  FBT-DECLARED-AMOUNT   PIC S9(13)V99.
043500     05  FILLER                 PIC X(01) VALUE SPACES.
043600*----------------------------------------------------------------
043700* AGING REPORT LINES
043800*----------------------------------------------------------------
043900 01  WS-REPORT-LINE         PIC X(132) VALUE SPACES.
044000 01  WS-AGING-LINE.
044100     05  WS-AG-CASE-NUMBER      PIC X(10).
044200     05  FILLER                 PIC X(01) VALUE SPACES.
044300     05  WS-AG-TXN-ID           PIC X(10).
044400     05  FILLER                 PIC X(01) VALUE SPACES.
044500     05  WS-AG-EMAIL            PIC X(30).
044600     05  FILLER                 PIC X(01) VALUE SPACES.
044700     05  WS-AG-CURRENCY         PIC X(03).
044800     05  WS-AG-AMOUNT           PIC Z(10)9.99.
044900     05  FILLER                 PIC X(01) VALUE SPACES.
045000     05  WS-AG-STATUS           PIC X(18).
045100     05  FILLER                 PIC X(01) VALUE SPACES.
045200     05  WS-AG-OPENED-DATE      PIC X(10).
045300     05  FILLER                 PIC X(01) VALUE SPACES.
045400     05  WS-AG-DUE-DATE         PIC X(10).
045500     05  FILLER                 PIC X(01) VALUE SPACES.
045600     05  WS-AG-DAYS-LEFT        PIC X(08).
045700     05  FILLER                 PIC X(12) VALUE SPACES.
045800 01  WS-DAYS-LEFT-EDIT      PIC ZZ9.
045900 01  WS-COUNT-EDIT          PIC Z(06)9.
046000*----------------------------------------------------------------
046100* RUN COUNTERS AND AUDIT WORK AREAS
046200*----------------------------------------------------------------
046300 01  WS-ACTIONS-READ        PIC 9(07) COMP VALUE ZERO.
046400 01  WS-CASES-OPENED        PIC 9(07) COMP VALUE ZERO.
046500 01  WS-CREDITS-GRANTED     PIC 9(07) COMP VALUE ZERO.
046600 01  WS-CASES-WON           PIC 9(07) COMP VALUE ZERO.
046700 01  WS-CASES-LOST          PIC 9(07) COMP VALUE ZERO.
046800 01  WS-CASES-WITHDRAWN     PIC 9(07) COMP VALUE ZERO.
046900 01  WS-CREDITS-REVERSED    PIC 9(07) COMP VALUE ZERO.
047000 01  WS-ACTIONS-REFUSED     PIC 9(07) COMP VALUE ZERO.
047100 01  WS-CASES-AGING         PIC 9(07) COMP VALUE ZERO.
047200 01  WS-CASES-OVERDUE       PIC 9(07) COMP VALUE ZERO.
047300 01  WS-AUDIT-DATE          PIC 9(08) VALUE ZERO.
047400 01  WS-AUDIT-TIME          PIC 9(08) VALUE ZERO.
047500
047600 PROCEDURE DIVISION.
047700*----------------------------------------------------------------
047800* 0000-MAIN-LOGIC
047900*     OPENS THE FILES, APPLIES THE DISPUTES TEAM'S ACTIONS,
048000*     WRITES THE CREDIT FEED, PRODUCES THE AGING REPORT, AND
048100*     DISPLAYS THE RUN SUMMARY.
048200*----------------------------------------------------------------
048300 0000-MAIN-LOGIC.
048400     PERFORM 1000-INITIALIZE
048500     IF CONTROL-AVAILABLE
048600         PERFORM UNTIL END-OF-CONTROL-FILE
048700             PERFORM 2000-READ-CONTROL-RECORD
048800             IF NOT END-OF-CONTROL-FILE
048900                 PERFORM 3000-PROCESS-CONTROL-RECORD
049000             END-IF
049100         END-PERFORM
049200     END-IF
049300     PERFORM 5000-WRITE-DISPUTE-FEED
049400     PERFORM 6000-WRITE-AGING-REPORT
049500     PERFORM 8000-DISPLAY-RUN-SUMMARY
049600     PERFORM 8100-SAVE-ID-SEQUENCE
049700     PERFORM 9000-TERMINATE
049710     IF WS-ACTIONS-REFUSED > ZERO
049720         OR WS-CASES-OVERDUE > ZERO
049730         MOVE 4 TO RETURN-CODE
049740     ELSE
049750         MOVE ZERO TO RETURN-CODE
049760     END-IF
049800     STOP RUN.
049900
050000*----------------------------------------------------------------
050100* 1000-INITIALIZE
050200*     RESOLVES RUN PARAMETERS AND THE BUSINESS DATE, OPENS THE
050300*     FILES, AND LOADS THE ACTIVE-DISPUTE TABLE.  THE CASE FILE
050400*     IS CREATED EMPTY ONLY WHEN STATUS 35 SAYS IT DOES NOT EXIST
050500*     YET - THE FIRST CASE EVER OPENED; ANY OTHER OPEN FAILURE IS
050600*     FATAL.  NO CONTROL FILE JUST MEANS NO ACTIONS TONIGHT - THE
050700*     AGING REPORT STILL GOES OUT.  NO ARCHIVE MASTER MEANS ONLY
050800*     THE LIVE FILE IS SEARCHED.  AUDIT-FILE OPENS EXTEND SO EVERY
050900*     ACTION LANDS ON THE SHARED TRAIL.
051000*----------------------------------------------------------------
051100 1000-INITIALIZE.
051200     PERFORM 1050-RESOLVE-RUN-PARAMETERS
051300     ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD
051400     MOVE WS-RDP-YEAR  TO WS-TDF-YEAR
051500     MOVE WS-RDP-MONTH TO WS-TDF-MONTH
051600     MOVE WS-RDP-DAY   TO WS-TDF-DAY
051700     PERFORM 1700-RESOLVE-BUSINESS-DATE
051800
051900     OPEN INPUT DISPUTE-CONTROL-FILE
052000     IF WS-FS-DISPUTE-CONTROL = '00'
052100         MOVE 'Y' TO WS-CONTROL-AVAIL-SW
052200     ELSE
052300         MOVE 'N' TO WS-CONTROL-AVAIL-SW
052400         DISPLAY 'NO DISPUTE CONTROL FILE (' WS-FS-DISPUTE-CONTROL
052500             ') - NO CASE ACTIONS THIS RUN'
052600     END-IF
052700
052800     OPEN I-O DISPUTE-CASE-FILE
052900     IF WS-FS-DISPUTE-CASE = '35'
053000         OPEN OUTPUT DISPUTE-CASE-FILE
053100         IF WS-FS-DISPUTE-CASE NOT = '00'
053200             DISPLAY 'ERROR CREATING DISPUTE CASE FILE'
053300                 WS-FS-DISPUTE-CASE
053310             MOVE 8 TO RETURN-CODE
053400             STOP RUN
053500         END-IF
053600         CLOSE DISPUTE-CASE-FILE
053700         OPEN I-O DISPUTE-CASE-FILE
053800     END-IF
053900     IF WS-FS-DISPUTE-CASE NOT = '00'
054000         DISPLAY 'ERROR OPENING DISPUTE CASE FILE'
054100             WS-FS-DISPUTE-CASE
054110         MOVE 8 TO RETURN-CODE
054200         STOP RUN
054300     END-IF
054400
054500     OPEN INPUT OUTPUT-FILE
054600     IF WS-FS-OUTPUT NOT = '00'
054700         DISPLAY 'ERROR OPENING OUTPUT FILE' WS-FS-OUTPUT
054710         MOVE 8 TO RETURN-CODE
054800         STOP RUN
054900     END-IF
055000
055100     OPEN INPUT ARCHIVE-MASTER-FILE
055200     IF WS-FS-ARCHIVE = '00'
055300         MOVE 'Y' TO WS-ARCHIVE-AVAIL-SW
055400     ELSE
055500         MOVE 'N' TO WS-ARCHIVE-AVAIL-SW
055600         DISPLAY 'NO ARCHIVE MASTER (' WS-FS-ARCHIVE
055700             ') - DISPUTES CHECKED AGAINST THE LIVE FILE ONLY'
055800     END-IF
055900
056000     OPEN OUTPUT DISPUTE-FEED-FILE
056100     IF WS-FS-DISPUTE-FEED NOT = '00'
056200         DISPLAY 'ERROR OPENING DISPUTE FEED FILE'
056300             WS-FS-DISPUTE-FEED
056310         MOVE 8 TO RETURN-CODE
056400         STOP RUN
056500     END-IF
056600
056700     OPEN OUTPUT AGING-REPORT-FILE
056800     IF WS-FS-AGING-REPORT NOT = '00'
056900         DISPLAY 'ERROR OPENING DISPUTE AGING REPORT FILE'
057000             WS-FS-AGING-REPORT
057010         MOVE 8 TO RETURN-CODE
057100         STOP RUN
057200     END-IF
057300
057400     OPEN EXTEND AUDIT-FILE
057500     IF WS-FS-AUDIT = '35'
057600         OPEN OUTPUT AUDIT-FILE
057700     END-IF
057800     IF WS-FS-AUDIT NOT = '00'
057900         DISPLAY 'ERROR OPENING AUDIT FILE' WS-FS-AUDIT
057910         MOVE 8 TO RETURN-CODE
058000         STOP RUN
058100     END-IF
058200
058300     PERFORM 1200-LOAD-ID-SEQUENCE
058400     PERFORM 1300-LOAD-ACTIVE-DISPUTES
058500     .
058600
058700*----------------------------------------------------------------
058800* 1050-RESOLVE-RUN-PARAMETERS
058900*     A FILE PATH SET IN THE RUN'S ENVIRONMENT OVERRIDES ITS
059000*     COMPILED-IN DEFAULT, THE SAME WAY PROCESSTRANSACTIONS'
059100*     PT_* PARAMETERS WORK.  THE DAY COUNTS ARE NNN; ANYTHING
059200*     ELSE KEEPS THE DEFAULT, ANNOUNCED.
059300*----------------------------------------------------------------
059400 1050-RESOLVE-RUN-PARAMETERS.
059500     DISPLAY 'DC_CONTROL_FILE' UPON ENVIRONMENT-NAME
059600     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
059700     IF WS-ENV-VALUE-WORK NOT = SPACES
059800         MOVE WS-ENV-VALUE-WORK TO WS-DISPUTE-CONTROL-PATH
059900     END-IF
060000
060100     MOVE SPACES TO WS-ENV-VALUE-WORK
060200     DISPLAY 'DC_CASE_FILE' UPON ENVIRONMENT-NAME
060300     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
060400     IF WS-ENV-VALUE-WORK NOT = SPACES
060500         MOVE WS-ENV-VALUE-WORK TO WS-DISPUTE-CASE-PATH
060600     END-IF
060700
060800     MOVE SPACES TO WS-ENV-VALUE-WORK
060900     DISPLAY 'DC_OUTPUT_FILE' UPON ENVIRONMENT-NAME
061000     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
061100     IF WS-ENV-VALUE-WORK NOT = SPACES
061200         MOVE WS-ENV-VALUE-WORK TO WS-OUTPUT-FILE-PATH
061300     END-IF
061400
061500     MOVE SPACES TO WS-ENV-VALUE-WORK
061600     DISPLAY 'DC_ARCHIVE_MASTER_FILE' UPON ENVIRONMENT-NAME
061700     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
061800     IF WS-ENV-VALUE-WORK NOT = SPACES
061900         MOVE WS-ENV-VALUE-WORK TO WS-ARCHIVE-MASTER-PATH
062000     END-IF
062100
062200     MOVE SPACES TO WS-ENV-VALUE-WORK
062300     DISPLAY 'DC_FEED_FILE' UPON ENVIRONMENT-NAME
062400     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
062500     IF WS-ENV-VALUE-WORK NOT = SPACES
062600         MOVE WS-ENV-VALUE-WORK TO WS-DISPUTE-FEED-PATH
062700     END-IF
062800
062900     MOVE SPACES TO WS-ENV-VALUE-WORK
063000     DISPLAY 'DC_AGING_REPORT_FILE' UPON ENVIRONMENT-NAME
063100     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
063200     IF WS-ENV-VALUE-WORK NOT = SPACES
063300         MOVE WS-ENV-VALUE-WORK TO WS-AGING-REPORT-PATH
063400     END-IF
063500
063600     MOVE SPACES TO WS-ENV-VALUE-WORK
063700     DISPLAY 'DC_AUDIT_FILE' UPON ENVIRONMENT-NAME
063800     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
063900     IF WS-ENV-VALUE-WORK NOT = SPACES
064000         MOVE WS-ENV-VALUE-WORK TO WS-AUDIT-FILE-PATH
064100     END-IF
064200
064300     MOVE SPACES TO WS-ENV-VALUE-WORK
064400     DISPLAY 'DC_ID_SEQ_FILE' UPON ENVIRONMENT-NAME
064500     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
064600     IF WS-ENV-VALUE-WORK NOT = SPACES
064700         MOVE WS-ENV-VALUE-WORK TO WS-ID-SEQ-PATH
064800     END-IF
064900
065000     MOVE SPACES TO WS-ENV-VALUE-WORK
065100     DISPLAY 'DC_RUN_CONTROL_FILE' UPON ENVIRONMENT-NAME
065200     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
065300     IF WS-ENV-VALUE-WORK NOT = SPACES
065400         MOVE WS-ENV-VALUE-WORK TO WS-RUN-CONTROL-PATH
065500     END-IF
065600
065700     MOVE SPACES TO WS-ENV-VALUE-WORK
065800     DISPLAY 'DC_RESPONSE_DAYS' UPON ENVIRONMENT-NAME
065900     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
066000     IF WS-ENV-VALUE-WORK NOT = SPACES
066100         IF WS-ENV-VALUE-WORK (1:3) IS NUMERIC
066200             MOVE WS-ENV-VALUE-WORK (1:3) TO WS-RESPONSE-DAYS
066300         ELSE
066400             DISPLAY 'DC_RESPONSE_DAYS NOT NNN - DEFAULT '
066500                 WS-RESPONSE-DAYS ' KEPT'
066600         END-IF
066700     END-IF
066800
066900     MOVE SPACES TO WS-ENV-VALUE-WORK
067000     DISPLAY 'DC_AGING_DAYS' UPON ENVIRONMENT-NAME
067100     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
067200     IF WS-ENV-VALUE-WORK NOT = SPACES
067300         IF WS-ENV-VALUE-WORK (1:3) IS NUMERIC
067400             MOVE WS-ENV-VALUE-WORK (1:3) TO WS-AGING-DAYS
067500         ELSE
067600             DISPLAY 'DC_AGING_DAYS NOT NNN - DEFAULT '
067700                 WS-AGING-DAYS ' KEPT'
067800         END-IF
067900     END-IF
068000     .
068100
068200*----------------------------------------------------------------
068300* 1200-LOAD-ID-SEQUENCE
068400*     SEEDS WS-ASSIGN-SEQ FROM THE SEQUENCE FILE.  A MISSING FILE
068500*     STARTS THE SEQUENCE AT ZERO; A CORRUPT ONE IS FATAL, BECAUSE
068600*     GUESSING COULD REISSUE AN ID ALREADY POSTED.
068700*----------------------------------------------------------------
068800 1200-LOAD-ID-SEQUENCE.
068900     OPEN INPUT ID-SEQ-FILE
069000     IF WS-FS-ID-SEQ NOT = '00'
069100         MOVE ZERO TO WS-ASSIGN-SEQ
069200     ELSE
069300         READ ID-SEQ-FILE
069400             AT END
069500                 MOVE ZERO TO WS-ASSIGN-SEQ
069600             NOT AT END
069700                 IF SEQ-LAST-USED NUMERIC
069800                     MOVE SEQ-LAST-USED TO WS-ASSIGN-SEQ
069900                 ELSE
070000                     DISPLAY 'ID SEQUENCE FILE NOT NUMERIC - '
070100                         'CANNOT SAFELY ASSIGN IDS'
070110                     MOVE 8 TO RETURN-CODE
070200                     STOP RUN
070300                 END-IF
070400         END-READ
070500         CLOSE ID-SEQ-FILE
070600     END-IF
070700     .
070800
070900*----------------------------------------------------------------
071000* 1300-LOAD-ACTIVE-DISPUTES
071100*     SWEEPS THE CASE FILE ONCE, TABLING THE DISPUTED
071200*     TRANSACTION OF EVERY CASE STILL UNRESOLVED.
071300*----------------------------------------------------------------
071400 1300-LOAD-ACTIVE-DISPUTES.
071500     MOVE LOW-VALUES TO DSP-CASE-NUMBER
071600     START DISPUTE-CASE-FILE KEY NOT LESS THAN DSP-CASE-NUMBER
071700         INVALID KEY
071800             MOVE 'Y' TO WS-CASE-EOF-SW
071900         NOT INVALID KEY
072000             MOVE 'N' TO WS-CASE-EOF-SW
072100     END-START
072200     PERFORM UNTIL END-OF-CASE-SCAN
072300         READ DISPUTE-CASE-FILE NEXT RECORD
072400             AT END
072500                 MOVE 'Y' TO WS-CASE-EOF-SW
072600             NOT AT END
072700                 IF DSP-IS-UNRESOLVED
072800                     PERFORM 3800-ADD-ACTIVE-DISPUTE
072900                 END-IF
073000         END-READ
073100     END-PERFORM
073200     .
073300
073400*----------------------------------------------------------------
073500* 1700-RESOLVE-BUSINESS-DATE
073600*     TAKES THE OPEN BUSINESS DATE FROM THE RUN CONTROL FILE.
073700*     CASES ARE OPENED, CREDITED AND RESOLVED AS OF THAT DATE
073800*     AND THEIR REGULATORY DEADLINES COUNT FROM IT, SO NO OPEN
073900*     DAY IS FATAL, AS IT IS FOR RELEASEWAREHOUSE.  THE AGING
074000*     HORIZON IS SET FROM IT HERE.
074100*----------------------------------------------------------------
074200 1700-RESOLVE-BUSINESS-DATE.
074300     MOVE 'N' TO WS-OPEN-DAY-SW
074400     OPEN INPUT RUN-CONTROL-FILE
074500     IF WS-FS-RUN-CONTROL = '00'
074600         READ RUN-CONTROL-FILE
074700             AT END
074800                 CONTINUE
074900             NOT AT END
075000                 IF RC-DAY-IS-OPEN
075100                     MOVE RC-BUSINESS-DATE TO WS-TODAY-DATE-FMT
075200                     MOVE 'Y' TO WS-OPEN-DAY-SW
075300                 END-IF
075400         END-READ
075500         CLOSE RUN-CONTROL-FILE
075600     END-IF
075700     IF NOT OPEN-DAY-FOUND
075800         DISPLAY 'NO BUSINESS DAY OPEN - DISPUTES NOT PROCESSED'
075810         MOVE 8 TO RETURN-CODE
075900         STOP RUN
076000     END-IF
076100     MOVE WS-TODAY-DATE-FMT TO WS-DATE-WORK
076200     MOVE WS-AGING-DAYS TO WS-STEP-DAYS
076300     PERFORM 3900-STEP-DATE-FORWARD
076400     MOVE WS-ROLL-DATE-FMT TO WS-AGING-HORIZON
076500     .
076600
076700*----------------------------------------------------------------
076800* 2000-READ-CONTROL-RECORD
076900*     READS THE NEXT CASE ACTION AND COUNTS IT.
077000*----------------------------------------------------------------
077100 2000-READ-CONTROL-RECORD.
077200     READ DISPUTE-CONTROL-FILE
077300         AT END
077400             MOVE 'Y' TO WS-CONTROL-EOF-SW
077500         NOT AT END
077600             ADD 1 TO WS-ACTIONS-READ
077700     END-READ
077800     .
077900
078000*----------------------------------------------------------------
078100* 3000-PROCESS-CONTROL-RECORD
078200*     DISPATCHES ONE ACTION.  OPEN WANTS A NEW CASE NUMBER; EVERY
078300*     OTHER ACTION WANTS AN EXISTING CASE THAT IS STILL
078400*     UNRESOLVED.  EVERY OUTCOME IS AUDITED.
078500*----------------------------------------------------------------
078600 3000-PROCESS-CONTROL-RECORD.
078700     MOVE SPACES TO WS-ACTION-STATUS
078800     IF DCC-CASE-NUMBER = SPACES
078900         MOVE 'DSP-BAD-CASE' TO WS-ACTION-STATUS
079000     ELSE
079100     IF NOT DCC-ACTION-OPEN AND NOT DCC-ACTION-CREDIT
079200             AND NOT DCC-ACTION-WON AND NOT DCC-ACTION-LOST
079300             AND NOT DCC-ACTION-WITHDRAW
079400         MOVE 'DSP-BAD-ACTION' TO WS-ACTION-STATUS
079500     ELSE
079600         PERFORM 3050-READ-CASE
079700         IF DCC-ACTION-OPEN
079800             IF CASE-FOUND
079900                 MOVE 'DSP-CASE-EXISTS' TO WS-ACTION-STATUS
080000             ELSE
080100                 PERFORM 3100-OPEN-CASE
080200             END-IF
080300         ELSE
080400         IF CASE-NOT-FOUND
080500             MOVE 'DSP-NO-CASE' TO WS-ACTION-STATUS
080600         ELSE
080700         IF NOT DSP-IS-UNRESOLVED
080800             MOVE 'DSP-CASE-CLOSED' TO WS-ACTION-STATUS
080900         ELSE
081000         IF DCC-ACTION-CREDIT
081100             PERFORM 3200-GRANT-CREDIT
081200         ELSE
081300         IF DCC-ACTION-WON
081400             PERFORM 3300-RESOLVE-WON
081500         ELSE
081600             PERFORM 3400-RESOLVE-AGAINST
081700         END-IF
081800         END-IF
081900         END-IF
082000         END-IF
082100         END-IF
082200     END-IF
082300     END-IF
082400     IF WS-ACTION-STATUS (1:4) = 'DSP-'
082500         ADD 1 TO WS-ACTIONS-REFUSED
082600         DISPLAY 'DISPUTE ACTION REFUSED: ' DCC-ACTION ' '
082700             DCC-CASE-NUMBER ' ' WS-ACTION-STATUS
082800     END-IF
082900     PERFORM 3950-WRITE-AUDIT-RECORD
083000     .
083100
083200*----------------------------------------------------------------
083300* 3050-READ-CASE
083400*     RANDOM-READS THE CASE NAMED ON THE ACTION.
083500*----------------------------------------------------------------
083600 3050-READ-CASE.
083700     MOVE DCC-CASE-NUMBER TO DSP-CASE-NUMBER
083800     READ DISPUTE-CASE-FILE
083900         INVALID KEY
084000             MOVE 'N' TO WS-CASE-FOUND-SW
084100         NOT INVALID KEY
084200             MOVE 'Y' TO WS-CASE-FOUND-SW
084300     END-READ
084400     .
084500
084600*----------------------------------------------------------------
084700* 3100-OPEN-CASE
084800*     OPENS A CASE AGAINST A DEBIT THAT REALLY POSTED - A SUCCESS
084900*     ROW, LIVE OR ARCHIVED, WITH A NEGATIVE AMOUNT, THAT IS NOT A
085000*     TRANSFER LEG (POSTING WILL NOT ADJUST ONE) AND HAS NO OTHER
085100*     LIVE CASE.  THE DISPUTED AMOUNT CANNOT EXCEED THE DEBIT;
085200*     ZERO MEANS ALL OF IT.  THE ACCOUNT AND CURRENCY COME FROM
085300*     THE POSTED ROW.  THE DUE DATE IS DC_RESPONSE_DAYS ON FROM
085400*     THE BUSINESS DATE.  A CASE OPENED WITH ITS PROVISIONAL
085500*     SWITCH SET GOES STRAIGHT ON TO 3200.  WITH NO ROOM LEFT IN
085510*     THE ACTIVE-DISPUTE TABLE THE OPEN IS REFUSED BEFORE THE CASE
085520*     IS WRITTEN - EARLIER CASES THIS RUN HAVE ALREADY BEEN
085530*     REWRITTEN, SO THE RUN MUST GO ON TO WRITE THEIR FEED.
085600*----------------------------------------------------------------
085700 3100-OPEN-CASE.
085800     PERFORM 3150-FIND-DISPUTED-DEBIT
085900     PERFORM 3810-FIND-ACTIVE-DISPUTE
086000     IF DCC-TRANSACTION-ID = SPACES OR ORIG-NOT-FOUND
086100         MOVE 'DSP-NO-TRANSACTION' TO WS-ACTION-STATUS
086200     ELSE
086300     IF WS-ORIG-STATUS NOT = 'SUCCESS'
086400             OR WS-ORIG-AMOUNT NOT < ZERO
086500         MOVE 'DSP-NOT-A-DEBIT' TO WS-ACTION-STATUS
086600     ELSE
086700     IF WS-ORIG-XFER-LEG NOT = SPACE
086800         MOVE 'DSP-TRANSFER-LEG' TO WS-ACTION-STATUS
086900     ELSE
087000     IF ACTIVE-FOUND
087100         MOVE 'DSP-ALREADY-OPEN' TO WS-ACTION-STATUS
087200     ELSE
087300     IF DCC-AMOUNT NOT NUMERIC OR DCC-AMOUNT > WS-ORIG-ABS-AMOUNT
087400         MOVE 'DSP-BAD-AMOUNT' TO WS-ACTION-STATUS
087500     ELSE
087600     IF DCC-REASON = SPACES
087700         MOVE 'DSP-NO-REASON' TO WS-ACTION-STATUS
087800     ELSE
087810     IF WS-ACTIVE-COUNT >= WS-ACTIVE-MAX
087820         MOVE 'DSP-TABLE-FULL' TO WS-ACTION-STATUS
087830     ELSE
087900         MOVE SPACES TO DISPUTE-CASE-RECORD
088000         MOVE DCC-CASE-NUMBER TO DSP-CASE-NUMBER
088100         MOVE DCC-TRANSACTION-ID TO DSP-TRANSACTION-ID
088200         MOVE WS-ORIG-EMAIL TO DSP-ACCOUNT-EMAIL
088300         MOVE WS-ORIG-CURRENCY TO DSP-CURRENCY-CODE
088400         IF DCC-AMOUNT = ZERO
088500             MOVE WS-ORIG-ABS-AMOUNT TO DSP-AMOUNT
088600         ELSE
088700             MOVE DCC-AMOUNT TO DSP-AMOUNT
088800         END-IF
088900         MOVE DCC-REASON TO DSP-REASON
089000         MOVE WS-TODAY-DATE-FMT TO DSP-OPENED-DATE
089100         MOVE WS-TODAY-DATE-FMT TO WS-DATE-WORK
089200         MOVE WS-RESPONSE-DAYS TO WS-STEP-DAYS
089300         PERFORM 3900-STEP-DATE-FORWARD
089400         MOVE WS-ROLL-DATE-FMT TO DSP-DUE-DATE
089500         MOVE 'OPEN' TO DSP-STATUS
089600         MOVE DCC-OFFICER TO DSP-LAST-OFFICER
089700         WRITE DISPUTE-CASE-RECORD
089800             INVALID KEY
089900                 MOVE 'DSP-WRITE-FAIL' TO WS-ACTION-STATUS
090000         END-WRITE
090100         IF WS-ACTION-STATUS = SPACES
090200             MOVE 'DISPUTE-OPENED' TO WS-ACTION-STATUS
090300             ADD 1 TO WS-CASES-OPENED
090400             PERFORM 3800-ADD-ACTIVE-DISPUTE
090500             DISPLAY 'DISPUTE CASE OPENED: ' DSP-CASE-NUMBER
090600                 ' ON ' DSP-TRANSACTION-ID ' DUE ' DSP-DUE-DATE
090700             IF DCC-CREDIT-NOW
090800                 PERFORM 3950-WRITE-AUDIT-RECORD
090900                 MOVE SPACES TO WS-ACTION-STATUS
091000                 PERFORM 3200-GRANT-CREDIT
091100             END-IF
091200         END-IF
091300     END-IF
091400     END-IF
091500     END-IF
091600     END-IF
091700     END-IF
091800     END-IF
091810     END-IF
091900     .
092000
092100*----------------------------------------------------------------
092200* 3150-FIND-DISPUTED-DEBIT
092300*     RANDOM-READS THE DISPUTED TRANSACTION, LIVE FILE FIRST AND
092400*     THE ARCHIVE MASTER SECOND, LEAVING ITS STATUS, AMOUNT,
092500*     ACCOUNT AND TRANSFER LEG IN THE WS-ORIG FIELDS.
092600*----------------------------------------------------------------
092700 3150-FIND-DISPUTED-DEBIT.
092800     MOVE 'N' TO WS-ORIG-FOUND-SW
092900     MOVE DCC-TRANSACTION-ID TO OUTPUT-TRANSACTION-ID
093000     READ OUTPUT-FILE
093100         INVALID KEY
093200             CONTINUE
093300         NOT INVALID KEY
093400             MOVE 'Y' TO WS-ORIG-FOUND-SW
093500             MOVE OUTPUT-TRANSACTION-STATUS TO WS-ORIG-STATUS
093600             MOVE OUTPUT-AMOUNT TO WS-ORIG-AMOUNT
093700             MOVE OUTPUT-ACCOUNT-EMAIL TO WS-ORIG-EMAIL
093800             MOVE OUTPUT-CURRENCY-CODE TO WS-ORIG-CURRENCY
093900             MOVE OUTPUT-TRANSFER-LEG TO WS-ORIG-XFER-LEG
094000     END-READ
094100     IF ORIG-NOT-FOUND AND ARCHIVE-AVAILABLE
094200         MOVE DCC-TRANSACTION-ID TO ARCHIVE-TRANSACTION-ID
094300         READ ARCHIVE-MASTER-FILE
094400             INVALID KEY
094500                 CONTINUE
094600             NOT INVALID KEY
094700                 MOVE 'Y' TO WS-ORIG-FOUND-SW
094800                 MOVE ARCHIVE-TRANSACTION-STATUS TO WS-ORIG-STATUS
094900                 MOVE ARCHIVE-AMOUNT TO WS-ORIG-AMOUNT
095000                 MOVE ARCHIVE-ACCOUNT-EMAIL TO WS-ORIG-EMAIL
095100                 MOVE ARCHIVE-CURRENCY-CODE TO WS-ORIG-CURRENCY
095200                 MOVE ARCHIVE-TRANSFER-LEG TO WS-ORIG-XFER-LEG
095300         END-READ
095400     END-IF
095500     IF ORIG-FOUND
095600         IF WS-ORIG-AMOUNT < ZERO
095700             COMPUTE WS-ORIG-ABS-AMOUNT = WS-ORIG-AMOUNT * -1
095800         ELSE
095900             MOVE WS-ORIG-AMOUNT TO WS-ORIG-ABS-AMOUNT
096000         END-IF
096100     END-IF
096200     .
096300
096400*----------------------------------------------------------------
096500* 3200-GRANT-CREDIT
096600*     GIVES AN OPEN CASE ITS PROVISIONAL CREDIT: A DSP-ID
096700*     ADJUSTMENT OF THE DISPUTED AMOUNT AGAINST THE DISPUTED
096800*     TRANSACTION, QUEUED FOR THE FEED.  A CASE THAT ALREADY HAS
096900*     ITS CREDIT IS REFUSED RATHER THAN CREDITED TWICE.  THE CASE
096910*     IS REWRITTEN WITH ITS CREDIT ID BEFORE THE CREDIT IS QUEUED,
096920*     SO A FAILED REWRITE SENDS NO MONEY THE CASE CANNOT ACCOUNT
096930*     FOR.
097000*----------------------------------------------------------------
097100 3200-GRANT-CREDIT.
097200     IF NOT DSP-IS-OPEN
097300         MOVE 'DSP-ALREADY-CREDITED' TO WS-ACTION-STATUS
097400     ELSE
097500         MOVE DSP-AMOUNT TO WS-ITEM-AMOUNT
097600         PERFORM 3690-ASSIGN-FEED-ID
098200         IF WS-ACTION-STATUS = SPACES
098201             MOVE WS-ASSIGNED-ID TO DSP-CREDIT-TXN-ID
098202             MOVE WS-TODAY-DATE-FMT TO DSP-CREDIT-DATE
098203             MOVE 'PROVISIONAL-CREDIT' TO DSP-STATUS
098204             MOVE DCC-OFFICER TO DSP-LAST-OFFICER
098205             PERFORM 3600-REWRITE-CASE
098206         END-IF
098207         IF WS-ACTION-STATUS = SPACES
098210             PERFORM 3700-QUEUE-FEED-ITEM
098300             MOVE 'DISPUTE-CREDITED' TO WS-ACTION-STATUS
098400             ADD 1 TO WS-CREDITS-GRANTED
098500             DISPLAY 'PROVISIONAL CREDIT ' DSP-CREDIT-TXN-ID
098600                 ' FOR CASE ' DSP-CASE-NUMBER
098700         END-IF
098800     END-IF
098900     .
099000
099100*----------------------------------------------------------------
099200* 3300-RESOLVE-WON
099300*     THE CUSTOMER WON.  A PROVISIONAL CREDIT ALREADY POSTED
099400*     SIMPLY BECOMES FINAL; ONE NOT YET POSTED (OR THAT FAILED TO
099500*     POST) IS REFUSED SO NOBODY CLOSES A CASE ON MONEY THE
099600*     CUSTOMER NEVER GOT.  A CASE WON BEFORE ANY CREDIT WAS GIVEN
099700*     HAS ITS CREDIT ISSUED NOW, AS FINAL - QUEUED ONLY ONCE THE
099710*     CASE IS REWRITTEN WITH ITS ID, AS IN 3200.
099800*----------------------------------------------------------------
099900 3300-RESOLVE-WON.
099910     MOVE 'N' TO WS-FEED-ITEM-SW
100000     IF DSP-IS-OPEN
100100         MOVE DSP-AMOUNT TO WS-ITEM-AMOUNT
100200         PERFORM 3690-ASSIGN-FEED-ID
100210         IF WS-ACTION-STATUS = SPACES
100300             MOVE 'Y' TO WS-FEED-ITEM-SW
100400             MOVE WS-ASSIGNED-ID TO DSP-CREDIT-TXN-ID
100500             MOVE WS-TODAY-DATE-FMT TO DSP-CREDIT-DATE
100510             MOVE 'WON' TO DSP-STATUS
100520         END-IF
100600     ELSE
100700         PERFORM 3500-CHECK-CREDIT-POSTED
100800         IF CREDIT-PENDING
100900             MOVE 'DSP-CREDIT-PENDING' TO WS-ACTION-STATUS
101000         ELSE
101100         IF CREDIT-FAILED
101200             MOVE 'DSP-CREDIT-FAILED' TO WS-ACTION-STATUS
101300         ELSE
101400             MOVE 'WON' TO DSP-STATUS
101500         END-IF
101600         END-IF
101700     END-IF
101800     IF WS-ACTION-STATUS = SPACES
101900         MOVE WS-TODAY-DATE-FMT TO DSP-RESOLVED-DATE
102000         MOVE DCC-OFFICER TO DSP-LAST-OFFICER
102100         PERFORM 3600-REWRITE-CASE
102200     END-IF
102300     IF WS-ACTION-STATUS = SPACES
102310         IF FEED-ITEM-DUE
102320             PERFORM 3700-QUEUE-FEED-ITEM
102330         END-IF
102400         MOVE 'DISPUTE-WON' TO WS-ACTION-STATUS
102500         ADD 1 TO WS-CASES-WON
102600         PERFORM 3820-DROP-ACTIVE-DISPUTE
102700         DISPLAY 'DISPUTE CASE WON: ' DSP-CASE-NUMBER
102800             ' CREDIT ' DSP-CREDIT-TXN-ID ' FINAL'
102900     END-IF
103000     .
103100
103200*----------------------------------------------------------------
103300* 3400-RESOLVE-AGAINST
103400*     THE CASE WAS LOST, OR THE CUSTOMER WITHDREW IT.  A
103500*     PROVISIONAL CREDIT THAT POSTED IS TAKEN BACK WITH A NEGATIVE
103600*     ADJUSTMENT OF THE SAME AMOUNT AGAINST THE DISPUTED
103700*     TRANSACTION; ONE STILL WAITING TO POST IS REFUSED UNTIL IT
103800*     HAS; ONE THAT FAILED TO POST MOVED NO MONEY, SO THERE IS
103900*     NOTHING TO TAKE BACK.  A CASE THAT NEVER HAD A CREDIT JUST
104000*     CLOSES.  THE TAKE-BACK IS QUEUED ONLY ONCE THE CASE IS
104010*     REWRITTEN WITH ITS ID, AS IN 3200.
104100*----------------------------------------------------------------
104200 3400-RESOLVE-AGAINST.
104210     MOVE 'N' TO WS-FEED-ITEM-SW
104300     IF DSP-IS-PROVISIONAL
104400         PERFORM 3500-CHECK-CREDIT-POSTED
104500         IF CREDIT-PENDING
104600             MOVE 'DSP-CREDIT-PENDING' TO WS-ACTION-STATUS
104700         ELSE
104800         IF CREDIT-POSTED
104900             COMPUTE WS-ITEM-AMOUNT = DSP-AMOUNT * -1
105000             PERFORM 3690-ASSIGN-FEED-ID
105010             IF WS-ACTION-STATUS = SPACES
105100                 MOVE 'Y' TO WS-FEED-ITEM-SW
105110                 MOVE WS-ASSIGNED-ID TO DSP-REVERSAL-TXN-ID
105120             END-IF
105300         END-IF
105400         END-IF
105500     END-IF
105600     IF WS-ACTION-STATUS = SPACES
105700         IF DCC-ACTION-LOST
105800             MOVE 'LOST' TO DSP-STATUS
105900         ELSE
106000             MOVE 'WITHDRAWN' TO DSP-STATUS
106100         END-IF
106200         MOVE WS-TODAY-DATE-FMT TO DSP-RESOLVED-DATE
106300         MOVE DCC-OFFICER TO DSP-LAST-OFFICER
106400         PERFORM 3600-REWRITE-CASE
106500     END-IF
106600     IF WS-ACTION-STATUS = SPACES
106610         IF FEED-ITEM-DUE
106620             PERFORM 3700-QUEUE-FEED-ITEM
106630             ADD 1 TO WS-CREDITS-REVERSED
106640         END-IF
106700         IF DCC-ACTION-LOST
106800             MOVE 'DISPUTE-LOST' TO WS-ACTION-STATUS
106900             ADD 1 TO WS-CASES-LOST
107000         ELSE
107100             MOVE 'DISPUTE-WITHDRAWN' TO WS-ACTION-STATUS
107200             ADD 1 TO WS-CASES-WITHDRAWN
107300         END-IF
107400         PERFORM 3820-DROP-ACTIVE-DISPUTE
107500         DISPLAY 'DISPUTE CASE ' DSP-STATUS ': ' DSP-CASE-NUMBER
107600             ' REVERSAL ' DSP-REVERSAL-TXN-ID
107700     END-IF
107800     .
107900
108000*----------------------------------------------------------------
108100* 3500-CHECK-CREDIT-POSTED
108200*     LOOKS THE CASE'S CREDIT UP ON THE LIVE FILE AND THE
108300*     ARCHIVE.  ADJUSTED MEANS IT POSTED; NOT THERE YET MEANS IT
108400*     IS STILL IN A FEED WAITING FOR POSTING; ANY OTHER STATUS
108500*     MEANS POSTING REFUSED IT AND NO MONEY MOVED.
108600*----------------------------------------------------------------
108700 3500-CHECK-CREDIT-POSTED.
108800     MOVE 'W' TO WS-CREDIT-STATE
108900     MOVE DSP-CREDIT-TXN-ID TO OUTPUT-TRANSACTION-ID
109000     READ OUTPUT-FILE
109100         INVALID KEY
109200             CONTINUE
109300         NOT INVALID KEY
109400             IF OUTPUT-TRANSACTION-STATUS = 'ADJUSTED'
109500                 MOVE 'P' TO WS-CREDIT-STATE
109600             ELSE
109700                 MOVE 'F' TO WS-CREDIT-STATE
109800             END-IF
109900     END-READ
110000     IF CREDIT-PENDING AND ARCHIVE-AVAILABLE
110100         MOVE DSP-CREDIT-TXN-ID TO ARCHIVE-TRANSACTION-ID
110200         READ ARCHIVE-MASTER-FILE
110300             INVALID KEY
110400                 CONTINUE
110500             NOT INVALID KEY
110600                 IF ARCHIVE-TRANSACTION-STATUS = 'ADJUSTED'
110700                     MOVE 'P' TO WS-CREDIT-STATE
110800                 ELSE
110900                     MOVE 'F' TO WS-CREDIT-STATE
111000                 END-IF
111100         END-READ
111200     END-IF
111300     .
111400
111500*----------------------------------------------------------------
111600* 3600-REWRITE-CASE
111700*     REWRITES THE CASE RECORD IN THE BUFFER.
111800*----------------------------------------------------------------
111900 3600-REWRITE-CASE.
112000     REWRITE DISPUTE-CASE-RECORD
112100         INVALID KEY
112200             MOVE 'DSP-WRITE-FAIL' TO WS-ACTION-STATUS
112300     END-REWRITE
112400     .
112500
112600*----------------------------------------------------------------
112700* 3690-ASSIGN-FEED-ID
112800*     ASSIGNS THE NEXT DSP ID FOR AN ITEM 3700 WILL QUEUE ONCE THE
112900*     CASE IS REWRITTEN.  THE FEED TABLE, AND THE CURRENCY TABLE
113000*     WHEN THE CASE'S CURRENCY IS NEW THIS RUN, ARE PROVED TO HAVE
113100*     ROOM FIRST, SO A CASE NEVER RECORDS AN ID THAT CANNOT BE
113110*     QUEUED.  WITHOUT ROOM THE ACTION IS REFUSED DSP-FEED-FULL
113120*     AND THE CASE IS NOT TOUCHED - THE RUN GOES ON, SO THE FEED
113130*     AND ID SEQUENCE FOR CASES ALREADY REWRITTEN ARE STILL
113140*     WRITTEN AT END OF JOB.  AN ID WHOSE CASE REWRITE FAILS IS
113150*     SIMPLY NEVER USED.
113200*----------------------------------------------------------------
113300 3690-ASSIGN-FEED-ID.
113305     MOVE 'N' TO WS-CCY-FOUND-SW
113310     IF WS-GENCCY-COUNT NOT = ZERO
113315         SET WS-GCY-IDX TO 1
113320         SEARCH WS-GENCCY-ENTRY
113325             AT END
113330                 CONTINUE
113335             WHEN WS-GENCCY-CODE (WS-GCY-IDX) = DSP-CURRENCY-CODE
113340                 MOVE 'Y' TO WS-CCY-FOUND-SW
113345         END-SEARCH
113350     END-IF
113400     IF WS-GEN-COUNT >= WS-GEN-MAX
113500             OR (WS-CCY-FOUND-SW = 'N'
113600                 AND WS-GENCCY-COUNT >= WS-GENCCY-MAX)
113610         MOVE 'DSP-FEED-FULL' TO WS-ACTION-STATUS
113700     ELSE
113710         ADD 1 TO WS-ASSIGN-SEQ
113720         MOVE WS-ASSIGN-SEQ TO WS-ASSIGNED-ID-SEQ
113800     END-IF
114005     .
114010
114015*----------------------------------------------------------------
114020* 3700-QUEUE-FEED-ITEM
114025*     BUFFERS AN ADJUSTMENT OF WS-ITEM-AMOUNT UNDER THE ID 3690
114030*     ASSIGNED AGAINST THE CASE'S DISPUTED TRANSACTION,
114035*     TOTALLING IT INTO ITS CURRENCY'S BATCH.  THE FEED ITEM IS
114040*     AUDITED AS GENERATED.
114045*----------------------------------------------------------------
114050 3700-QUEUE-FEED-ITEM.
114100     MOVE DSP-CASE-NUMBER TO WS-FN-CASE-NUMBER
114200     MOVE SPACES TO WS-FEED-RECORD
114300     MOVE WS-ASSIGNED-ID TO FR-TRANSACTION-ID
114400     MOVE DSP-ACCOUNT-EMAIL TO FR-EMAIL
114500     MOVE WS-FEED-NAME TO FR-NAME
114600     MOVE WS-ITEM-AMOUNT TO FR-AMOUNT
114700     MOVE DSP-CURRENCY-CODE TO FR-CURRENCY-CODE
114800     MOVE WS-TODAY-DATE-FMT TO FR-TRANSACTION-DATE
114900     MOVE 'ADJUSTMENT' TO FR-TRANSACTION-TYPE
115000     MOVE DSP-TRANSACTION-ID TO FR-ORIGINAL-TXN-ID
115100     ADD 1 TO WS-GEN-COUNT
115200     SET WS-GEN-IDX TO WS-GEN-COUNT
115300     MOVE DSP-CURRENCY-CODE TO WS-GEN-CCY (WS-GEN-IDX)
115400     MOVE WS-FEED-RECORD TO WS-GEN-RAW-INPUT (WS-GEN-IDX)
115500     PERFORM 3750-ACCUMULATE-CCY-TOTAL
115600     MOVE WS-FEED-RECORD TO AUDIT-INPUT-DATA
115700     IF WS-ITEM-AMOUNT < ZERO
115800         MOVE 'DSP-CREDIT-REVERSAL' TO AUDIT-DECISION-STATUS
115900     ELSE
116000         MOVE 'DSP-CREDIT-ISSUED' TO AUDIT-DECISION-STATUS
116100     END-IF
116200     PERFORM 3960-WRITE-AUDIT-LINE
116300     .
116400
116500*----------------------------------------------------------------
116600* 3750-ACCUMULATE-CCY-TOTAL
116700*     ADDS THE QUEUED ITEM TO ITS CURRENCY'S FEED COUNT AND NET
116800*     AMOUNT, CREATING A NEW ENTRY THE FIRST TIME THE CURRENCY
116900*     IS SEEN THIS RUN.  3690 HAS ALREADY PROVED THERE IS ROOM, SO
116910*     THE TABLE-FULL STOP BELOW IS A LAST-DITCH GUARD ONLY.
117000*----------------------------------------------------------------
117100 3750-ACCUMULATE-CCY-TOTAL.
117200     MOVE 'N' TO WS-CCY-FOUND-SW
117300     IF WS-GENCCY-COUNT NOT = ZERO
117400         SET WS-GCY-IDX TO 1
117500         SEARCH WS-GENCCY-ENTRY
117600             AT END
117700                 CONTINUE
117800             WHEN WS-GENCCY-CODE (WS-GCY-IDX) = DSP-CURRENCY-CODE
117900                 ADD 1 TO WS-GENCCY-CNT (WS-GCY-IDX)
118000                 ADD WS-ITEM-AMOUNT TO WS-GENCCY-AMT (WS-GCY-IDX)
118100                 MOVE 'Y' TO WS-CCY-FOUND-SW
118200         END-SEARCH
118300     END-IF
118400     IF WS-CCY-FOUND-SW = 'N'
118500         IF WS-GENCCY-COUNT >= WS-GENCCY-MAX
118600             DISPLAY 'DISPUTE CURRENCY TABLE FULL - '
118700                 'CANNOT SAFELY TRACK ANOTHER CURRENCY'
118710             MOVE 8 TO RETURN-CODE
118800             STOP RUN
118900         END-IF
119000         ADD 1 TO WS-GENCCY-COUNT
119100         SET WS-GCY-IDX TO WS-GENCCY-COUNT
119200         MOVE DSP-CURRENCY-CODE TO WS-GENCCY-CODE (WS-GCY-IDX)
119300         MOVE 1 TO WS-GENCCY-CNT (WS-GCY-IDX)
119400         MOVE WS-ITEM-AMOUNT TO WS-GENCCY-AMT (WS-GCY-IDX)
119500     END-IF
119600     .
119700
119800*----------------------------------------------------------------
119900* 3800-ADD-ACTIVE-DISPUTE
120000*     TABLES THE DISPUTED TRANSACTION OF THE CASE IN THE BUFFER.
120100*----------------------------------------------------------------
120200 3800-ADD-ACTIVE-DISPUTE.
120300     IF WS-ACTIVE-COUNT >= WS-ACTIVE-MAX
120400         DISPLAY 'ACTIVE DISPUTE TABLE FULL - CANNOT SAFELY '
120500             'CHECK FOR A SECOND CASE'
120510         MOVE 8 TO RETURN-CODE
120600         STOP RUN
120700     END-IF
120800     ADD 1 TO WS-ACTIVE-COUNT
120900     SET WS-ACT-IDX TO WS-ACTIVE-COUNT
121000     MOVE DSP-TRANSACTION-ID TO WS-ACTIVE-TXN-ID (WS-ACT-IDX)
121100     .
121200
121300*----------------------------------------------------------------
121400* 3810-FIND-ACTIVE-DISPUTE
121500*     LOOKS THE ACTION'S TRANSACTION UP IN THE ACTIVE-DISPUTE
121600*     TABLE, LEAVING WS-ACT-IDX ON THE MATCH.
121700*----------------------------------------------------------------
121800 3810-FIND-ACTIVE-DISPUTE.
121900     MOVE 'N' TO WS-ACTIVE-FOUND-SW
122000     IF WS-ACTIVE-COUNT NOT = ZERO
122100         SET WS-ACT-IDX TO 1
122200         SEARCH WS-ACTIVE-ENTRY
122300             AT END
122400                 CONTINUE
122500             WHEN WS-ACTIVE-TXN-ID (WS-ACT-IDX)
122600                     = DCC-TRANSACTION-ID
122700                 MOVE 'Y' TO WS-ACTIVE-FOUND-SW
122800         END-SEARCH
122900     END-IF
123000     .
123100
123200*----------------------------------------------------------------
123300* 3820-DROP-ACTIVE-DISPUTE
123400*     BLANKS THE RESOLVED CASE'S ENTRY SO ITS TRANSACTION CAN BE
123500*     DISPUTED AGAIN.
123600*----------------------------------------------------------------
123700 3820-DROP-ACTIVE-DISPUTE.
123800     IF WS-ACTIVE-COUNT NOT = ZERO
123900         SET WS-ACT-IDX TO 1
124000         SEARCH WS-ACTIVE-ENTRY
124100             AT END
124200                 CONTINUE
124300             WHEN WS-ACTIVE-TXN-ID (WS-ACT-IDX)
124400                     = DSP-TRANSACTION-ID
124500                 MOVE SPACES TO WS-ACTIVE-TXN-ID (WS-ACT-IDX)
124600         END-SEARCH
124700     END-IF
124800     .
124900
125000*----------------------------------------------------------------
125100* 3900-STEP-DATE-FORWARD
125200*     SETS WS-ROLL-DATE-FMT TO THE DATE IN WS-DATE-WORK STEPPED
125300*     FORWARD WS-STEP-DAYS CALENDAR DAYS.
125400*----------------------------------------------------------------
125500 3900-STEP-DATE-FORWARD.
125600     MOVE WS-DATE-YEAR-X  TO WS-ROLL-YEAR-N
125700     MOVE WS-DATE-MONTH-X TO WS-ROLL-MONTH-N
125800     MOVE WS-DATE-DAY-X   TO WS-ROLL-DAY-N
125900     IF WS-STEP-DAYS > ZERO
126000         PERFORM 3910-ADD-ONE-DAY
126100             VARYING WS-STEP-SUB FROM 1 BY 1
126200             UNTIL WS-STEP-SUB > WS-STEP-DAYS
126300     END-IF
126400     MOVE WS-ROLL-YEAR-N TO WS-RDF-YEAR
126500     MOVE WS-ROLL-MONTH-N TO WS-RDF-MONTH
126600     MOVE WS-ROLL-DAY-N TO WS-RDF-DAY
126700     .
126800
126900*----------------------------------------------------------------
127000* 3910-ADD-ONE-DAY
127100*     ADVANCES THE WORKING DATE BY ONE CALENDAR DAY.
127200*----------------------------------------------------------------
127300 3910-ADD-ONE-DAY.
127400     PERFORM 3915-GET-MONTH-LENGTH
127500     ADD 1 TO WS-ROLL-DAY-N
127600     IF WS-ROLL-DAY-N > WS-DATE-MAX-DAY
127700         MOVE 1 TO WS-ROLL-DAY-N
127800         ADD 1 TO WS-ROLL-MONTH-N
127900         IF WS-ROLL-MONTH-N > 12
128000             MOVE 1 TO WS-ROLL-MONTH-N
128100             ADD 1 TO WS-ROLL-YEAR-N
128200         END-IF
128300     END-IF
128400     .
128500
128600*----------------------------------------------------------------
128700* 3915-GET-MONTH-LENGTH
128800*     LEAVES THE WORKING MONTH'S LENGTH IN WS-DATE-MAX-DAY,
128900*     FEBRUARY JUDGED WITH THE SAME LEAP-YEAR ARITHMETIC 3150
129000*     USES IN PROCESSTRANSACTIONS.
129100*----------------------------------------------------------------
129200 3915-GET-MONTH-LENGTH.
129300     MOVE 'N' TO WS-LEAP-YEAR-SW
129400     DIVIDE WS-ROLL-YEAR-N BY 4 GIVING WS-DATE-MAX-DAY
129500         REMAINDER WS-REMAINDER
129600     IF WS-REMAINDER = ZERO
129700         MOVE 'Y' TO WS-LEAP-YEAR-SW
129800         DIVIDE WS-ROLL-YEAR-N BY 100 GIVING WS-DATE-MAX-DAY
129900             REMAINDER WS-REMAINDER
130000         IF WS-REMAINDER = ZERO
130100             MOVE 'N' TO WS-LEAP-YEAR-SW
130200             DIVIDE WS-ROLL-YEAR-N BY 400
130300                 GIVING WS-DATE-MAX-DAY
130400                 REMAINDER WS-REMAINDER
130500             IF WS-REMAINDER = ZERO
130600                 MOVE 'Y' TO WS-LEAP-YEAR-SW
130700             END-IF
130800         END-IF
130900     END-IF
131000     MOVE WS-DAYS-IN-MONTH-ENTRY (WS-ROLL-MONTH-N)
131100         TO WS-DATE-MAX-DAY
131200     IF WS-ROLL-MONTH-N = 2 AND IS-LEAP-YEAR
131300         ADD 1 TO WS-DATE-MAX-DAY
131400     END-IF
131500     .
131600
131700*----------------------------------------------------------------
131800* 3950-WRITE-AUDIT-RECORD
131900*     AUDITS THE ACTION JUST APPLIED OR REFUSED.  THE INPUT IMAGE
132000*     IS BUILT IN PROCESSTRANSACTIONS' INPUT-RECORD SHAPE WITH THE
132100*     CASE NUMBER AS ITS ID, THE ACTION AS ITS TYPE, AND THE
132200*     DISPUTED TRANSACTION AS ITS ORIGINAL.
132300*----------------------------------------------------------------
132400 3950-WRITE-AUDIT-RECORD.
132500     MOVE SPACES TO WS-FEED-RECORD
132600     MOVE DCC-CASE-NUMBER TO FR-TRANSACTION-ID
132700     MOVE DCC-OFFICER TO FR-NAME
132800     MOVE DCC-ACTION TO FR-TRANSACTION-TYPE
132900     MOVE WS-TODAY-DATE-FMT TO FR-TRANSACTION-DATE
133000     IF CASE-FOUND OR WS-ACTION-STATUS (1:4) NOT = 'DSP-'
133100         MOVE DSP-ACCOUNT-EMAIL TO FR-EMAIL
133200         MOVE DSP-AMOUNT TO FR-AMOUNT
133300         MOVE DSP-CURRENCY-CODE TO FR-CURRENCY-CODE
133400         MOVE DSP-TRANSACTION-ID TO FR-ORIGINAL-TXN-ID
133500     ELSE
133600         MOVE ZERO TO FR-AMOUNT
133700         MOVE DCC-TRANSACTION-ID TO FR-ORIGINAL-TXN-ID
133800     END-IF
133900     MOVE WS-FEED-RECORD TO AUDIT-INPUT-DATA
134000     MOVE WS-ACTION-STATUS TO AUDIT-DECISION-STATUS
134100     PERFORM 3960-WRITE-AUDIT-LINE
134200     .
134300
134400*----------------------------------------------------------------
134500* 3960-WRITE-AUDIT-LINE
134600*     STAMPS AND WRITES THE AUDIT LINE THE CALLER STAGED.
134700*----------------------------------------------------------------
134800 3960-WRITE-AUDIT-LINE.
134900     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
135000     ACCEPT WS-AUDIT-TIME FROM TIME
135100     MOVE SPACES TO AUDIT-TIMESTAMP
135200     STRING WS-AUDIT-DATE DELIMITED BY SIZE
135300            WS-AUDIT-TIME  DELIMITED BY SIZE
135400         INTO AUDIT-TIMESTAMP
135500     WRITE AUDIT-RECORD
135600     .
135700
135800*----------------------------------------------------------------
135900* 5000-WRITE-DISPUTE-FEED
136000*     WRITES ONE BALANCED BATCH PER CURRENCY GENERATED TONIGHT.
136100*----------------------------------------------------------------
136200 5000-WRITE-DISPUTE-FEED.
136300     IF WS-GENCCY-COUNT NOT = ZERO
136400         PERFORM 5100-WRITE-ONE-CCY-BATCH
136500             VARYING WS-GCY-IDX FROM 1 BY 1
136600             UNTIL WS-GCY-IDX > WS-GENCCY-COUNT
136700     END-IF
136800     .
136900
137000*----------------------------------------------------------------
137100* 5100-WRITE-ONE-CCY-BATCH
137200*     WRITES THE HEADER, EVERY QUEUED ITEM IN THE CURRENCY AT
137300*     WS-GCY-IDX, AND A TRAILER DECLARING THEIR COUNT AND NET.
137400*----------------------------------------------------------------
137500 5100-WRITE-ONE-CCY-BATCH.
137600     MOVE WS-TODAY-DATE-FMT TO FBH-BUSINESS-DATE
137700     WRITE DISPUTE-FEED-RECORD FROM WS-FEED-BATCH-HEADER
137800     PERFORM 5200-WRITE-ONE-FEED-ITEM
137900         VARYING WS-GEN-SUB FROM 1 BY 1
138000         UNTIL WS-GEN-SUB > WS-GEN-COUNT
138100     MOVE SPACES TO WS-FEED-BATCH-TRAILER
138200     MOVE 'BATCH-TRL' TO FBT-RECORD-TYPE
138300     MOVE 'DISPUTES' TO FBT-BRANCH-ID
138400     MOVE WS-GENCCY-CNT (WS-GCY-IDX) TO FBT-DECLARED-COUNT
138500     MOVE WS-GENCCY-CODE (WS-GCY-IDX)
138600         TO FBT-DECLARED-CURRENCY (1)
138700     MOVE WS-GENCCY-AMT (WS-GCY-IDX)
138800         TO FBT-DECLARED-AMOUNT (1)
138900     WRITE DISPUTE-FEED-RECORD FROM WS-FEED-BATCH-TRAILER
139000     .
139100
139200*----------------------------------------------------------------
139300* 5200-WRITE-ONE-FEED-ITEM
139400*     WRITES ONE QUEUED ITEM IF IT BELONGS TO THE CURRENCY BATCH
139500*     BEING WRITTEN.
139600*----------------------------------------------------------------
139700 5200-WRITE-ONE-FEED-ITEM.
139800     IF WS-GEN-CCY (WS-GEN-SUB) = WS-GENCCY-CODE (WS-GCY-IDX)
139900         WRITE DISPUTE-FEED-RECORD
140000             FROM WS-GEN-RAW-INPUT (WS-GEN-SUB)
140100     END-IF
140200     .
140300
140400*----------------------------------------------------------------
140500* 6000-WRITE-AGING-REPORT
140600*     SWEEPS THE CASE FILE AND LISTS EVERY UNRESOLVED CASE DUE ON
140700*     OR BEFORE THE AGING HORIZON - DC_AGING_DAYS PAST THE
140800*     BUSINESS DATE - WITH THE DAYS IT HAS LEFT, OR OVERDUE.
140900*----------------------------------------------------------------
141000 6000-WRITE-AGING-REPORT.
141100     MOVE SPACES TO WS-REPORT-LINE
141200     STRING '=== DISPUTE CASE AGING - BUSINESS DATE '
141300             DELIMITED BY SIZE
141400         WS-TODAY-DATE-FMT DELIMITED BY SIZE
141500         ' - DUE BY ' DELIMITED BY SIZE
141600         WS-AGING-HORIZON DELIMITED BY SIZE
141700         ' ===' DELIMITED BY SIZE
141800         INTO WS-REPORT-LINE
141900     PERFORM 8200-WRITE-REPORT-LINE
142000     MOVE 'CASE       TXN ID     ACCOUNT' TO WS-REPORT-LINE
142100     MOVE 'CCY' TO WS-REPORT-LINE (54:3)
142200     MOVE 'AMOUNT' TO WS-REPORT-LINE (65:6)
142300     MOVE 'STATUS' TO WS-REPORT-LINE (72:6)
142400     MOVE 'OPENED' TO WS-REPORT-LINE (91:6)
142500     MOVE 'DUE' TO WS-REPORT-LINE (102:3)
142600     MOVE 'DAYS LEFT' TO WS-REPORT-LINE (113:9)
142700     PERFORM 8200-WRITE-REPORT-LINE
142800     MOVE LOW-VALUES TO DSP-CASE-NUMBER
142900     START DISPUTE-CASE-FILE KEY NOT LESS THAN DSP-CASE-NUMBER
143000         INVALID KEY
143100             MOVE 'Y' TO WS-CASE-EOF-SW
143200         NOT INVALID KEY
143300             MOVE 'N' TO WS-CASE-EOF-SW
143400     END-START
143500     PERFORM UNTIL END-OF-CASE-SCAN
143600         READ DISPUTE-CASE-FILE NEXT RECORD
143700             AT END
143800                 MOVE 'Y' TO WS-CASE-EOF-SW
143900             NOT AT END
144000                 IF DSP-IS-UNRESOLVED
144100                     AND DSP-DUE-DATE NOT > WS-AGING-HORIZON
144200                     PERFORM 6100-REPORT-AGING-CASE
144300                 END-IF
144400         END-READ
144500     END-PERFORM
144600     IF WS-CASES-AGING = ZERO
144700         MOVE '  (NO CASES NEAR THEIR DEADLINE)' TO WS-REPORT-LINE
144800         PERFORM 8200-WRITE-REPORT-LINE
144900     END-IF
145000     .
145100
145200*----------------------------------------------------------------
145300* 6100-REPORT-AGING-CASE
145400*     LISTS ONE CASE.  DAYS LEFT IS COUNTED BY STEPPING THE
145500*     BUSINESS DATE FORWARD TO THE DUE DATE, NEVER MORE THAN THE
145600*     AGING WINDOW.  A CASE PAST ITS DUE DATE IS OVERDUE.
145700*----------------------------------------------------------------
145800 6100-REPORT-AGING-CASE.
145900     ADD 1 TO WS-CASES-AGING
146000     MOVE DSP-CASE-NUMBER TO WS-AG-CASE-NUMBER
146100     MOVE DSP-TRANSACTION-ID TO WS-AG-TXN-ID
146200     MOVE DSP-ACCOUNT-EMAIL TO WS-AG-EMAIL
146300     MOVE DSP-CURRENCY-CODE TO WS-AG-CURRENCY
146400     MOVE DSP-AMOUNT TO WS-AG-AMOUNT
146500     MOVE DSP-STATUS TO WS-AG-STATUS
146600     MOVE DSP-OPENED-DATE TO WS-AG-OPENED-DATE
146700     MOVE DSP-DUE-DATE TO WS-AG-DUE-DATE
146800     IF DSP-DUE-DATE < WS-TODAY-DATE-FMT
146900         MOVE 'OVERDUE' TO WS-AG-DAYS-LEFT
147000         ADD 1 TO WS-CASES-OVERDUE
147100     ELSE
147200         MOVE WS-TODAY-DATE-FMT TO WS-DATE-WORK
147300         MOVE WS-DATE-YEAR-X  TO WS-ROLL-YEAR-N
147400         MOVE WS-DATE-MONTH-X TO WS-ROLL-MONTH-N
147500         MOVE WS-DATE-DAY-X   TO WS-ROLL-DAY-N
147600         MOVE WS-TODAY-DATE-FMT TO WS-ROLL-DATE-FMT
147700         MOVE ZERO TO WS-DAYS-LEFT
147800         PERFORM 6150-STEP-TOWARD-DUE-DATE
147900             UNTIL WS-ROLL-DATE-FMT NOT < DSP-DUE-DATE
148000                 OR WS-DAYS-LEFT >= WS-AGING-DAYS
148100         MOVE WS-DAYS-LEFT TO WS-DAYS-LEFT-EDIT
148200         MOVE WS-DAYS-LEFT-EDIT TO WS-AG-DAYS-LEFT
148300     END-IF
148400     MOVE WS-AGING-LINE TO WS-REPORT-LINE
148500     PERFORM 8200-WRITE-REPORT-LINE
148600     .
148700
148800*----------------------------------------------------------------
148900* 6150-STEP-TOWARD-DUE-DATE
149000*     ONE DAY NEARER THE DUE DATE.
149100*----------------------------------------------------------------
149200 6150-STEP-TOWARD-DUE-DATE.
149300     PERFORM 3910-ADD-ONE-DAY
149400     MOVE WS-ROLL-YEAR-N TO WS-RDF-YEAR
149500     MOVE WS-ROLL-MONTH-N TO WS-RDF-MONTH
149600     MOVE WS-ROLL-DAY-N TO WS-RDF-DAY
149700     ADD 1 TO WS-DAYS-LEFT
149800     .
149900
150000*----------------------------------------------------------------
150100* 8000-DISPLAY-RUN-SUMMARY
150200*     CLOSES THE AGING REPORT WITH ITS COUNTS AND ECHOES THE RUN
150300*     TOTALS TO THE CONSOLE.
150400*----------------------------------------------------------------
150500 8000-DISPLAY-RUN-SUMMARY.
150600     MOVE SPACES TO WS-REPORT-LINE
150700     PERFORM 8200-WRITE-REPORT-LINE
150800     MOVE WS-CASES-AGING TO WS-COUNT-EDIT
150900     MOVE SPACES TO WS-REPORT-LINE
151000     STRING 'CASES NEAR DEADLINE: ' DELIMITED BY SIZE
151100         WS-COUNT-EDIT DELIMITED BY SIZE
151200         INTO WS-REPORT-LINE
151300     PERFORM 8200-WRITE-REPORT-LINE
151400     MOVE WS-CASES-OVERDUE TO WS-COUNT-EDIT
151500     MOVE SPACES TO WS-REPORT-LINE
151600     STRING 'CASES OVERDUE......: ' DELIMITED BY SIZE
151700         WS-COUNT-EDIT DELIMITED BY SIZE
151800         INTO WS-REPORT-LINE
151900     PERFORM 8200-WRITE-REPORT-LINE
152000     DISPLAY 'MANAGEDISPUTES RUN SUMMARY'
152100     DISPLAY '  ACTIONS READ............. ' WS-ACTIONS-READ
152200     DISPLAY '  CASES OPENED............. ' WS-CASES-OPENED
152300     DISPLAY '  PROVISIONAL CREDITS...... ' WS-CREDITS-GRANTED
152400     DISPLAY '  CASES WON................ ' WS-CASES-WON
152500     DISPLAY '  CASES LOST............... ' WS-CASES-LOST
152600     DISPLAY '  CASES WITHDRAWN.......... ' WS-CASES-WITHDRAWN
152700     DISPLAY '  CREDITS REVERSED......... ' WS-CREDITS-REVERSED
152800     DISPLAY '  ACTIONS REFUSED.......... ' WS-ACTIONS-REFUSED
152900     DISPLAY '  CASES NEAR DEADLINE...... ' WS-CASES-AGING
153000     DISPLAY '  CASES OVERDUE............ ' WS-CASES-OVERDUE
153100     .
153200
153300*----------------------------------------------------------------
153400* 8100-SAVE-ID-SEQUENCE
153500*     WRITES THE LAST DSP SEQUENCE NUMBER USED BACK TO THE
153600*     SEQUENCE FILE FOR THE NEXT RUN.
153700*----------------------------------------------------------------
153800 8100-SAVE-ID-SEQUENCE.
153900     OPEN OUTPUT ID-SEQ-FILE
154000     IF WS-FS-ID-SEQ NOT = '00'
154100         DISPLAY 'ERROR WRITING ID SEQUENCE FILE'
154200             WS-FS-ID-SEQ
154300     ELSE
154400         MOVE WS-ASSIGN-SEQ TO SEQ-LAST-USED
154500         WRITE ID-SEQ-RECORD
154600         CLOSE ID-SEQ-FILE
154700     END-IF
154800     .
154900
155000*----------------------------------------------------------------
155100* 8200-WRITE-REPORT-LINE
155200*     WRITES WS-REPORT-LINE TO THE AGING REPORT.
155300*----------------------------------------------------------------
155400 8200-WRITE-REPORT-LINE.
155500     WRITE AGING-REPORT-LINE FROM WS-REPORT-LINE
155600     MOVE SPACES TO WS-REPORT-LINE
155700     .
155800
155900*----------------------------------------------------------------
156000* 9000-TERMINATE
156100*     CLOSES ALL FILES.
156200*----------------------------------------------------------------
156300 9000-TERMINATE.
156400     IF CONTROL-AVAILABLE
156500         CLOSE DISPUTE-CONTROL-FILE
156600     END-IF
156700
156800     CLOSE DISPUTE-CASE-FILE
156900     IF WS-FS-DISPUTE-CASE NOT = '00'
157000         DISPLAY 'ERROR CLOSING DISPUTE CASE FILE'
157100             WS-FS-DISPUTE-CASE
157200     END-IF
157300
157400     CLOSE OUTPUT-FILE
157500     IF WS-FS-OUTPUT NOT = '00'
157600         DISPLAY 'ERROR CLOSING OUTPUT FILE' WS-FS-OUTPUT
157700     END-IF
157800
157900     IF ARCHIVE-AVAILABLE
158000         CLOSE ARCHIVE-MASTER-FILE
158100     END-IF
158200
158300     CLOSE DISPUTE-FEED-FILE
158400     IF WS-FS-DISPUTE-FEED NOT = '00'
158500         DISPLAY 'ERROR CLOSING DISPUTE FEED FILE'
158600             WS-FS-DISPUTE-FEED
158700     END-IF
158800
158900     CLOSE AGING-REPORT-FILE
159000     IF WS-FS-AGING-REPORT NOT = '00'
159100         DISPLAY 'ERROR CLOSING DISPUTE AGING REPORT FILE'
159200             WS-FS-AGING-REPORT
159300     END-IF
159400
159500     CLOSE AUDIT-FILE
159600     IF WS-FS-AUDIT NOT = '00'
159700         DISPLAY 'ERROR CLOSING AUDIT FILE' WS-FS-AUDIT
159800     END-IF
159900     .
