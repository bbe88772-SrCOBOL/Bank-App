000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GenerateAlerts.
000300 AUTHOR. BANK-OPERATIONS-IT.
000400 INSTALLATION. RETAIL-BANKING-DATA-CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  RLB  ORIGINAL PROGRAM - THE END-OF-DAY CUSTOMER
001100*                  ALERT EXTRACT FOR THE SMS/EMAIL VENDOR.  READS
001200*                  THE BUSINESS DAY'S OUTPUT-FILE ROWS FOR
001300*                  DECLINED DEBITS (INSUF-FUNDS, ACCT-FROZEN) AND
001400*                  POSTED DEBITS OVER THE CUSTOMER'S LARGE-DEBIT
001500*                  AMOUNT, THE PROCESSRETURNS FEED FOR PAYMENTS
001600*                  THE CLEARING NETWORK RETURNED, AND THE ACCOUNT
001700*                  MASTER FOR BALANCES THAT HAVE FALLEN BELOW THE
001800*                  CUSTOMER'S THRESHOLD.  ONLY ACCOUNTS ENROLLED
001900*                  ON THE ALERT PREFERENCES FILE (MAINTAINED BY
002000*                  MAINTAINALERTPREFS) ARE ALERTED, AND ONLY FOR
002100*                  THE EVENTS THEY CHOSE.  EVERY ALERT TAKES AN
002200*                  ALT-PREFIXED ID FROM A PERSISTENT SEQUENCE AND
002300*                  IS LOGGED ON A KEYED ALERT HISTORY FILE BY
002400*                  EVENT, SO A RERUN OF THE SAME DAY SKIPS WHAT
002500*                  HAS ALREADY GONE OUT INSTEAD OF SENDING IT
002600*                  TWICE.
002610* 2026-10-15  RLB  CONDITION CODE FOR THE NIGHTLY JOB STREAM -
002620*                  RETURN-CODE 0 ON A CLEAN RUN, 4 WHEN AN ALERT
002630*                  HISTORY WRITE FAILED, 8 WHEN THE RUN IS
002640*                  REFUSED OR STOPS ON AN ERROR.
002700*----------------------------------------------------------------
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT OUTPUT-FILE ASSIGN TO DYNAMIC WS-OUTPUT-FILE-PATH
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS OUTPUT-TRANSACTION-ID
003600         FILE STATUS IS WS-FS-OUTPUT.
003700
003800     SELECT RETURN-FEED-FILE
003900         ASSIGN TO DYNAMIC WS-RETURN-FEED-PATH
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-FS-RETURN-FEED.
004200
004300     SELECT ACCOUNT-FILE ASSIGN TO DYNAMIC WS-ACCOUNT-FILE-PATH
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS ACCOUNT-KEY
004700         FILE STATUS IS WS-FS-ACCOUNT.
004800
004900     SELECT ALERT-PREF-FILE ASSIGN TO DYNAMIC WS-ALERT-PREF-PATH
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS PREF-KEY
005300         FILE STATUS IS WS-FS-ALERT-PREF.
005400
005500     SELECT ALERT-HISTORY-FILE
005600         ASSIGN TO DYNAMIC WS-ALERT-HISTORY-PATH
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS ALH-KEY
006000         FILE STATUS IS WS-FS-ALERT-HISTORY.
006100
006200     SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-FILE-PATH
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-FS-ALERT.
006500
006600     SELECT ID-SEQ-FILE ASSIGN TO DYNAMIC WS-ID-SEQ-PATH
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-FS-ID-SEQ.
006900
007000     SELECT RUN-CONTROL-FILE
007100         ASSIGN TO DYNAMIC WS-RUN-CONTROL-PATH
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-FS-RUN-CONTROL.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700*----------------------------------------------------------------
007800* OUTPUT-RECORD MUST AGREE FIELD FOR FIELD WITH THE LAYOUT
007900* PROCESSTRANSACTIONS WRITES - THIS PROGRAM ONLY EVER READS IT.
008000*----------------------------------------------------------------
008100 FD  OUTPUT-FILE.
008200 01  OUTPUT-RECORD.
008300     05  OUTPUT-TRANSACTION-ID     PIC X(10).
008400     05  OUTPUT-TRANSACTION-STATUS PIC X(20).
008500     05  OUTPUT-CURRENCY-CODE      PIC X(03).
008600     05  OUTPUT-AMOUNT             PIC S9(11)V99.
008700     05  OUTPUT-ACCOUNT-EMAIL      PIC X(30).
008800     05  OUTPUT-USD-AMOUNT         PIC S9(13)V99.
008900     05  OUTPUT-ORIGINAL-TXN-ID    PIC X(10).
009000     05  OUTPUT-POSTING-DATE       PIC X(10).
009100     05  OUTPUT-FEE-AMOUNT         PIC S9(07)V99.
009200     05  OUTPUT-LINKED-TXN-ID      PIC X(10).
009300     05  OUTPUT-TRANSFER-LEG       PIC X(01).
009400         88  OUTPUT-NOT-TRANSFER       VALUE SPACE.
009500         88  OUTPUT-TRANSFER-DEBIT     VALUE 'D'.
009600         88  OUTPUT-TRANSFER-CREDIT    VALUE 'C'.
009700     05  OUTPUT-FX-RATE            PIC 9(05)V9(06).
009800
009900*----------------------------------------------------------------
010000* THE REVERSAL FEED PROCESSRETURNS WRITES - ONE 116-BYTE
010100* INPUT-RECORD IMAGE PER RETURN IT MATCHED, NAMING THE RETURNED
010200* PAYMENT AS ITS ORIGINAL.  READ ONLY.
010300*----------------------------------------------------------------
010400 FD  RETURN-FEED-FILE.
010500 01  RETURN-FEED-RECORD.
010600     05  RFD-TRANSACTION-ID        PIC X(10).
010700     05  RFD-EMAIL                 PIC X(30).
010800     05  RFD-NAME                  PIC X(30).
010900     05  RFD-AMOUNT                PIC S9(11)V99.
011000     05  RFD-CURRENCY-CODE         PIC X(03).
011100     05  RFD-TRANSACTION-DATE      PIC X(10).
011200     05  RFD-TRANSACTION-TYPE      PIC X(10).
011300     05  RFD-ORIGINAL-TXN-ID       PIC X(10).
011400
011500*----------------------------------------------------------------
011600* ACCOUNT-RECORD MUST AGREE FIELD FOR FIELD WITH THE ACCOUNT
011700* MASTER LAYOUT PROCESSTRANSACTIONS POSTS AGAINST - READ ONLY.
011800*----------------------------------------------------------------
011900 FD  ACCOUNT-FILE.
012000 01  ACCOUNT-RECORD.
012100     05  ACCOUNT-KEY.
012200         10  ACCOUNT-EMAIL         PIC X(30).
012300         10  ACCOUNT-CURRENCY-CODE PIC X(03).
012400     05  ACCOUNT-NAME              PIC X(30).
012500     05  ACCOUNT-BALANCE           PIC S9(13)V99.
012600     05  ACCOUNT-STATUS            PIC X(01).
012700         88  ACCOUNT-IS-ACTIVE         VALUE 'A', SPACE.
012800         88  ACCOUNT-IS-FROZEN         VALUE 'F'.
012900         88  ACCOUNT-IS-CLOSED         VALUE 'C'.
013000         88  ACCOUNT-IS-DORMANT        VALUE 'D'.
013100     05  ACCOUNT-ACCRUED-INT       PIC S9(09)V9(06).
013200     05  ACCOUNT-LAST-ACCRUAL      PIC X(10).
013300     05  ACCOUNT-OVERDRAFT-LIMIT   PIC 9(11)V99.
013400     05  ACCOUNT-LAST-ACTIVITY     PIC X(10).
013500
013600*----------------------------------------------------------------
013700* ALERT-PREF-RECORD MUST AGREE FIELD FOR FIELD WITH THE LAYOUT
013800* MAINTAINALERTPREFS WRITES.  THIS PROGRAM ONLY EVER CHANGES
013900* PREF-LOW-BALANCE-LATCH: SET WHEN IT ALERTS ON A BALANCE FALLING
014000* BELOW THE THRESHOLD, CLEARED WHEN THE BALANCE RECOVERS.
014100*----------------------------------------------------------------
014200 FD  ALERT-PREF-FILE.
014300 01  ALERT-PREF-RECORD.
014400     05  PREF-KEY.
014500         10  PREF-EMAIL            PIC X(30).
014600         10  PREF-CURRENCY-CODE    PIC X(03).
014700     05  PREF-CHANNEL              PIC X(01).
014800     05  PREF-MOBILE               PIC X(15).
014900     05  PREF-DECLINE-SW           PIC X(01).
015000         88  PREF-WANTS-DECLINES       VALUE 'Y'.
015100     05  PREF-RETURN-SW            PIC X(01).
015200         88  PREF-WANTS-RETURNS        VALUE 'Y'.
015300     05  PREF-LOW-BALANCE-SW       PIC X(01).
015400         88  PREF-WANTS-LOW-BALANCE    VALUE 'Y'.
015500     05  PREF-LOW-BALANCE-AMOUNT   PIC 9(11)V99.
015600     05  PREF-LARGE-DEBIT-SW       PIC X(01).
015700         88  PREF-WANTS-LARGE-DEBITS   VALUE 'Y'.
015800     05  PREF-LARGE-DEBIT-AMOUNT   PIC 9(11)V99.
015900     05  PREF-LOW-BALANCE-LATCH    PIC X(01).
016000         88  LOW-BALANCE-ALERTED       VALUE 'Y'.
016100     05  PREF-LAST-CHANGED         PIC X(10).
016200
016300*----------------------------------------------------------------
016400* ONE RECORD PER ALERT EVER SENT, KEYED BY THE EVENT IT WAS SENT
016500* FOR - THE EVENT TYPE, ITS REFERENCE (THE TRANSACTION ID, OR THE
016600* BUSINESS DATE FOR A LOW BALANCE), AND THE ACCOUNT.  AN EVENT
016700* ALREADY ON FILE IS NEVER ALERTED AGAIN.
016800*----------------------------------------------------------------
016900 FD  ALERT-HISTORY-FILE.
017000 01  ALERT-HISTORY-RECORD.
017100     05  ALH-KEY.
017200         10  ALH-EVENT-TYPE        PIC X(10).
017300         10  ALH-EVENT-REF         PIC X(10).
017400         10  ALH-EMAIL             PIC X(30).
017500         10  ALH-CURRENCY-CODE     PIC X(03).
017600     05  ALH-ALERT-ID              PIC X(10).
017700     05  ALH-BUSINESS-DATE         PIC X(10).
017800
017900*----------------------------------------------------------------
018000* THE VENDOR FILE - AN HDR CARRYING THE BUSINESS DATE, ONE ALT
018100* RECORD PER ALERT, AND A TRL WITH THE ALERT COUNT.  FIELD LAYOUTS
018200* ARE IN WORKING-STORAGE.
018300*----------------------------------------------------------------
018400 FD  ALERT-FILE.
018500 01  ALERT-LINE                    PIC X(160).
018600
018700 FD  ID-SEQ-FILE.
018800 01  ID-SEQ-RECORD.
018900     05  SEQ-LAST-USED             PIC 9(07).
019000
019100*----------------------------------------------------------------
019200* THE RUN CONTROL FILE THE DAY-OPEN STEP WRITES - READ ONLY.  ITS
019300* BUSINESS DATE PICKS THE DAY'S OUTPUT-FILE ROWS.
019400*----------------------------------------------------------------
019500 FD  RUN-CONTROL-FILE.
019600 01  RUN-CONTROL-RECORD.
019700     05  RC-BUSINESS-DATE          PIC X(10).
019800     05  RC-DAY-STATUS             PIC X(01).
019900         88  RC-DAY-IS-OPEN            VALUE 'O'.
020000         88  RC-DAY-IS-CLOSED          VALUE 'C'.
020100
020200 WORKING-STORAGE SECTION.
020300*----------------------------------------------------------------
020400* RUN PARAMETERS (SEE 1050-RESOLVE-RUN-PARAMETERS)
020500* EACH PATH DEFAULTS TO ITS USUAL DROP LOCATION AND IS
020600* OVERRIDDEN BY ITS ENVIRONMENT VARIABLE, THE SAME CONVENTION
020700* PROCESSTRANSACTIONS' PT_* PARAMETERS USE.
020800*----------------------------------------------------------------
020900 01  WS-OUTPUT-FILE-PATH     PIC X(60)
021000     VALUE 'src/cobol/output.dat'.
021100 01  WS-RETURN-FEED-PATH     PIC X(60)
021200     VALUE 'src/cobol/returns-feed.txt'.
021300 01  WS-ACCOUNT-FILE-PATH    PIC X(60)
021400     VALUE 'src/cobol/accounts.dat'.
021500 01  WS-ALERT-PREF-PATH      PIC X(60)
021600     VALUE 'src/cobol/alert-prefs.dat'.
021700 01  WS-ALERT-HISTORY-PATH   PIC X(60)
021800     VALUE 'src/cobol/alert-history.dat'.
021900 01  WS-ALERT-FILE-PATH      PIC X(60)
022000     VALUE 'src/cobol/alerts.txt'.
022100 01  WS-ID-SEQ-PATH          PIC X(60)
022200     VALUE 'src/cobol/alert-seq.txt'.
022300 01  WS-RUN-CONTROL-PATH     PIC X(60)
022400     VALUE 'src/cobol/run-control.txt'.
022500 01  WS-ENV-VALUE-WORK       PIC X(60) VALUE SPACES.
022600*----------------------------------------------------------------
022700* FILE STATUS AND END-OF-FILE SWITCHES
022800*----------------------------------------------------------------
022900 01  WS-FS-OUTPUT           PIC X(02) VALUE '00'.
023000 01  WS-FS-RETURN-FEED      PIC X(02) VALUE '00'.
023100 01  WS-FS-ACCOUNT          PIC X(02) VALUE '00'.
023200 01  WS-FS-ALERT-PREF       PIC X(02) VALUE '00'.
023300 01  WS-FS-ALERT-HISTORY    PIC X(02) VALUE '00'.
023400 01  WS-FS-ALERT            PIC X(02) VALUE '00'.
023500 01  WS-FS-ID-SEQ           PIC X(02) VALUE '00'.
023600 01  WS-FS-RUN-CONTROL      PIC X(02) VALUE '00'.
023700 01  WS-BUSINESS-DAY-SW     PIC X VALUE 'N'.
023800     88  BUSINESS-DAY-FOUND      VALUE 'Y'.
023900 01  WS-OUTPUT-EOF-SW       PIC X VALUE 'N'.
024000     88  END-OF-OUTPUT-SCAN      VALUE 'Y'.
024100 01  WS-FEED-EOF-SW         PIC X VALUE 'N'.
024200     88  END-OF-RETURN-FEED      VALUE 'Y'.
024300 01  WS-PREF-EOF-SW         PIC X VALUE 'N'.
024400     88  END-OF-PREF-SCAN        VALUE 'Y'.
024500*----------------------------------------------------------------
024600* RUN-DATE WORK AREAS.  WS-TODAY-DATE-FMT STARTS AS THE WALL
024700* CLOCK AND IS REPLACED BY THE RUN CONTROL BUSINESS DATE (SEE
024800* 1700) - THE DAY WHOSE POSTINGS ARE ALERTED ON.
024900*----------------------------------------------------------------
025000 01  WS-RUN-DATE-N           PIC 9(08) VALUE ZERO.
025100 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-N.
025200     05  WS-RDP-YEAR         PIC X(04).
025300     05  WS-RDP-MONTH        PIC X(02).
025400     05  WS-RDP-DAY          PIC X(02).
025500 01  WS-TODAY-DATE-FMT.
025600     05  WS-TDF-YEAR         PIC X(04).
025700     05  FILLER              PIC X(01) VALUE '-'.
025800     05  WS-TDF-MONTH        PIC X(02).
025900     05  FILLER              PIC X(01) VALUE '-'.
026000     05  WS-TDF-DAY          PIC X(02).
026100 01  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
026200*----------------------------------------------------------------
026300* EVENT STAGING AREA.  EACH SCAN FILLS THESE FOR ONE CANDIDATE
026400* EVENT, WITH THE CUSTOMER'S PREFERENCE RECORD ALREADY READ, AND
026500* PERFORMS 6000-RAISE-ALERT.
026600*----------------------------------------------------------------
026700 01  WS-PREF-FOUND-SW       PIC X VALUE 'N'.
026800     88  PREF-FOUND              VALUE 'Y'.
026900     88  PREF-NOT-FOUND          VALUE 'N'.
027000 01  WS-ACCOUNT-FOUND-SW    PIC X VALUE 'N'.
027100     88  ACCOUNT-FOUND           VALUE 'Y'.
027200     88  ACCOUNT-NOT-FOUND       VALUE 'N'.
027300 01  WS-EVT-TYPE            PIC X(10) VALUE SPACES.
027400     88  EVT-IS-DECLINED         VALUE 'DECLINED'.
027500     88  EVT-IS-RETURNED         VALUE 'RETURNED'.
027600     88  EVT-IS-LOW-BALANCE      VALUE 'LOWBALANCE'.
027700     88  EVT-IS-LARGE-DEBIT      VALUE 'LARGEDEBIT'.
027800 01  WS-EVT-REF             PIC X(10) VALUE SPACES.
027900 01  WS-EVT-EMAIL           PIC X(30) VALUE SPACES.
028000 01  WS-EVT-CURRENCY        PIC X(03) VALUE SPACES.
028100 01  WS-EVT-AMOUNT          PIC S9(13)V99 VALUE ZERO.
028200 01  WS-EVT-BALANCE         PIC S9(13)V99 VALUE ZERO.
028300 01  WS-EVT-THRESHOLD       PIC 9(11)V99 VALUE ZERO.
028400 01  WS-EVT-TXN-ID          PIC X(10) VALUE SPACES.
028500 01  WS-EVT-REASON          PIC X(20) VALUE SPACES.
028600 01  WS-ALERT-RAISED-SW     PIC X VALUE 'N'.
028700     88  ALERT-RAISED            VALUE 'Y'.
028800 01  WS-ABS-AMOUNT          PIC 9(13)V99 VALUE ZERO.
028900*----------------------------------------------------------------
029000* ALERT IDS - ALT PLUS A SEVEN-DIGIT SEQUENCE, SEEDED FROM THE
029100* ID-SEQ-FILE HIGH-WATER MARK AND SAVED BACK AT END OF JOB, THE
029200* SAME DISCIPLINE AS PROCESSRETURNS' RTN SEQUENCE.
029300*----------------------------------------------------------------
029400 01  WS-ASSIGN-SEQ          PIC 9(07) COMP VALUE ZERO.
029500 01  WS-ASSIGNED-ID.
029600     05  FILLER                 PIC X(03) VALUE 'ALT'.
029700     05  WS-ASSIGNED-ID-SEQ     PIC 9(07).
029800*----------------------------------------------------------------
029900* VENDOR FILE RECORD LAYOUTS.  AMOUNTS RIDE SIGNED WITH AN
030000* EXPLICIT POINT, THE SAME WAY THE SETTLEMENT EXTRACT CARRIES
030100* THEM.
030200*----------------------------------------------------------------
030300 01  WS-ALERT-HDR-LINE.
030400     05  FILLER                PIC X(03) VALUE 'HDR'.
030500     05  WS-AHL-BUSINESS-DATE  PIC X(10).
030600     05  WS-AHL-RUN-DATE       PIC 9(08).
030700     05  WS-AHL-RUN-TIME       PIC 9(08).
030800     05  FILLER                PIC X(131) VALUE SPACES.
030900
031000 01  WS-ALERT-DTL-LINE.
031100     05  FILLER                PIC X(03) VALUE 'ALT'.
031200     05  WS-ADL-ALERT-ID       PIC X(10).
031300     05  WS-ADL-ALERT-TYPE     PIC X(10).
031400     05  WS-ADL-CHANNEL        PIC X(01).
031500     05  WS-ADL-EMAIL          PIC X(30).
031600     05  WS-ADL-MOBILE         PIC X(15).
031700     05  WS-ADL-CURRENCY       PIC X(03).
031800     05  WS-ADL-AMOUNT         PIC +9(13).99.
031900     05  WS-ADL-BALANCE        PIC +9(13).99.
032000     05  WS-ADL-THRESHOLD      PIC 9(11).99.
032100     05  WS-ADL-TXN-ID         PIC X(10).
032200     05  WS-ADL-REASON         PIC X(20).
032300     05  WS-ADL-EVENT-DATE     PIC X(10).
032400
032500 01  WS-ALERT-TRL-LINE.
032600     05  FILLER                PIC X(03) VALUE 'TRL'.
032700     05  WS-ATL-COUNT          PIC 9(07).
032800     05  FILLER                PIC X(150) VALUE SPACES.
032900*----------------------------------------------------------------
033000* RUN COUNTERS
033100*----------------------------------------------------------------
033200 01  WS-OUTPUT-ROWS-READ    PIC 9(07) COMP VALUE ZERO.
033300 01  WS-DAY-ROWS            PIC 9(07) COMP VALUE ZERO.
033400 01  WS-RETURNS-READ        PIC 9(07) COMP VALUE ZERO.
033500 01  WS-PREFS-READ          PIC 9(07) COMP VALUE ZERO.
033600 01  WS-ALERTS-WRITTEN      PIC 9(07) COMP VALUE ZERO.
033700 01  WS-DECLINED-ALERTS     PIC 9(07) COMP VALUE ZERO.
033800 01  WS-RETURNED-ALERTS     PIC 9(07) COMP VALUE ZERO.
033900 01  WS-LOW-BALANCE-ALERTS  PIC 9(07) COMP VALUE ZERO.
034000 01  WS-LARGE-DEBIT-ALERTS  PIC 9(07) COMP VALUE ZERO.
034100 01  WS-ALREADY-SENT        PIC 9(07) COMP VALUE ZERO.
034200 01  WS-NOT-ENROLLED        PIC 9(07) COMP VALUE ZERO.
034300 01  WS-LATCHES-CLEARED     PIC 9(07) COMP VALUE ZERO.
034400 01  WS-HISTORY-FAILED      PIC 9(07) COMP VALUE ZERO.
034500
034600 PROCEDURE DIVISION.
034700*----------------------------------------------------------------
034800* 0000-MAIN-LOGIC
034900*     OPENS THE FILES, SCANS THE DAY'S POSTINGS, THE RETURNS FEED
035000*     AND THE ENROLLED ACCOUNTS' BALANCES FOR ALERTABLE EVENTS,
035100*     CLOSES THE VENDOR FILE WITH ITS TRAILER, AND DISPLAYS THE
035200*     RUN SUMMARY.
035300*----------------------------------------------------------------
035400 0000-MAIN-LOGIC.
035500     PERFORM 1000-INITIALIZE
035600     PERFORM 3000-SCAN-DAY-POSTINGS
035700     PERFORM 4000-SCAN-RETURNS-FEED
035800     PERFORM 5000-SCAN-LOW-BALANCES
035900     MOVE WS-ALERTS-WRITTEN TO WS-ATL-COUNT
036000     WRITE ALERT-LINE FROM WS-ALERT-TRL-LINE
036100     PERFORM 8000-DISPLAY-RUN-SUMMARY
036200     PERFORM 8100-SAVE-ID-SEQUENCE
036300     PERFORM 9000-TERMINATE
036310     IF WS-HISTORY-FAILED > ZERO
036320         MOVE 4 TO RETURN-CODE
036330     ELSE
036340         MOVE ZERO TO RETURN-CODE
036350     END-IF
036400     STOP RUN.
036500
036600*----------------------------------------------------------------
036700* 1000-INITIALIZE
036800*     RESOLVES RUN PARAMETERS AND THE BUSINESS DATE AND OPENS THE
036900*     FILES.  THE OUTPUT FILE AND ACCOUNT MASTER MUST BE THERE.
037000*     THE PREFERENCES AND HISTORY FILES ARE CREATED EMPTY ONLY
037100*     WHEN STATUS 35 SAYS THEY DO NOT EXIST YET; ANY OTHER OPEN
037200*     FAILURE IS FATAL.  THE VENDOR FILE IS REBUILT EVERY RUN -
037300*     IT HOLDS ONLY WHAT THIS RUN SENDS.
037400*----------------------------------------------------------------
037500 1000-INITIALIZE.
037600     PERFORM 1050-RESOLVE-RUN-PARAMETERS
037700     ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD
037800     ACCEPT WS-RUN-TIME FROM TIME
037900     MOVE WS-RDP-YEAR  TO WS-TDF-YEAR
038000     MOVE WS-RDP-MONTH TO WS-TDF-MONTH
038100     MOVE WS-RDP-DAY   TO WS-TDF-DAY
038200     PERFORM 1700-RESOLVE-BUSINESS-DATE
038300
038400     OPEN INPUT OUTPUT-FILE
038500     IF WS-FS-OUTPUT NOT = '00'
038600         DISPLAY 'ERROR OPENING OUTPUT FILE' WS-FS-OUTPUT
038610         MOVE 8 TO RETURN-CODE
038700         STOP RUN
038800     END-IF
038900
039000     OPEN INPUT ACCOUNT-FILE
039100     IF WS-FS-ACCOUNT NOT = '00'
039200         DISPLAY 'ERROR OPENING ACCOUNT FILE' WS-FS-ACCOUNT
039210         MOVE 8 TO RETURN-CODE
039300         STOP RUN
039400     END-IF
039500
039600     OPEN I-O ALERT-PREF-FILE
039700     IF WS-FS-ALERT-PREF = '35'
039800         OPEN OUTPUT ALERT-PREF-FILE
039900         IF WS-FS-ALERT-PREF NOT = '00'
040000             DISPLAY 'ERROR CREATING ALERT PREFERENCES FILE'
040100                 WS-FS-ALERT-PREF
040110             MOVE 8 TO RETURN-CODE
040200             STOP RUN
040300         END-IF
040400         CLOSE ALERT-PREF-FILE
040500         OPEN I-O ALERT-PREF-FILE
040600     END-IF
040700     IF WS-FS-ALERT-PREF NOT = '00'
040800         DISPLAY 'ERROR OPENING ALERT PREFERENCES FILE'
040900             WS-FS-ALERT-PREF
040910         MOVE 8 TO RETURN-CODE
041000         STOP RUN
041100     END-IF
041200
041300     OPEN I-O ALERT-HISTORY-FILE
041400     IF WS-FS-ALERT-HISTORY = '35'
041500         OPEN OUTPUT ALERT-HISTORY-FILE
041600         IF WS-FS-ALERT-HISTORY NOT = '00'
041700             DISPLAY 'ERROR CREATING ALERT HISTORY FILE'
041800                 WS-FS-ALERT-HISTORY
041810             MOVE 8 TO RETURN-CODE
041900             STOP RUN
042000         END-IF
042100         CLOSE ALERT-HISTORY-FILE
042200         OPEN I-O ALERT-HISTORY-FILE
042300     END-IF
042400     IF WS-FS-ALERT-HISTORY NOT = '00'
042500         DISPLAY 'ERROR OPENING ALERT HISTORY FILE'
042600             WS-FS-ALERT-HISTORY
042610         MOVE 8 TO RETURN-CODE
042700         STOP RUN
042800     END-IF
042900
043000     OPEN OUTPUT ALERT-FILE
043100     IF WS-FS-ALERT NOT = '00'
043200         DISPLAY 'ERROR OPENING ALERT FILE' WS-FS-ALERT
043210         MOVE 8 TO RETURN-CODE
043300         STOP RUN
043400     END-IF
043500     MOVE WS-TODAY-DATE-FMT TO WS-AHL-BUSINESS-DATE
043600     MOVE WS-RUN-DATE-N TO WS-AHL-RUN-DATE
043700     MOVE WS-RUN-TIME TO WS-AHL-RUN-TIME
043800     WRITE ALERT-LINE FROM WS-ALERT-HDR-LINE
043900
044000     PERFORM 1200-LOAD-ID-SEQUENCE
044100     .
044200
044300*----------------------------------------------------------------
044400* 1050-RESOLVE-RUN-PARAMETERS
044500*     A FILE PATH SET IN THE RUN'S ENVIRONMENT OVERRIDES ITS
044600*     COMPILED-IN DEFAULT, THE SAME WAY PROCESSTRANSACTIONS'
044700*     PT_* PARAMETERS WORK.
044800*----------------------------------------------------------------
044900 1050-RESOLVE-RUN-PARAMETERS.
045000     DISPLAY 'AL_OUTPUT_FILE' UPON ENVIRONMENT-NAME
045100     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
045200     IF WS-ENV-VALUE-WORK NOT = SPACES
045300         MOVE WS-ENV-VALUE-WORK TO WS-OUTPUT-FILE-PATH
045400     END-IF
045500
045600     MOVE SPACES TO WS-ENV-VALUE-WORK
045700     DISPLAY 'AL_RETURN_FEED_FILE' UPON ENVIRONMENT-NAME
045800     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
045900     IF WS-ENV-VALUE-WORK NOT = SPACES
046000         MOVE WS-ENV-VALUE-WORK TO WS-RETURN-FEED-PATH
046100     END-IF
046200
046300     MOVE SPACES TO WS-ENV-VALUE-WORK
046400     DISPLAY 'AL_ACCOUNT_FILE' UPON ENVIRONMENT-NAME
046500     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
046600     IF WS-ENV-VALUE-WORK NOT = SPACES
046700         MOVE WS-ENV-VALUE-WORK TO WS-ACCOUNT-FILE-PATH
046800     END-IF
046900
047000     MOVE SPACES TO WS-ENV-VALUE-WORK
047100     DISPLAY 'AL_PREFS_FILE' UPON ENVIRONMENT-NAME
047200     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
047300     IF WS-ENV-VALUE-WORK NOT = SPACES
047400         MOVE WS-ENV-VALUE-WORK TO WS-ALERT-PREF-PATH
047500     END-IF
047600
047700     MOVE SPACES TO WS-ENV-VALUE-WORK
047800     DISPLAY 'AL_HISTORY_FILE' UPON ENVIRONMENT-NAME
047900     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
048000     IF WS-ENV-VALUE-WORK NOT = SPACES
048100         MOVE WS-ENV-VALUE-WORK TO WS-ALERT-HISTORY-PATH
048200     END-IF
048300
048400     MOVE SPACES TO WS-ENV-VALUE-WORK
048500     DISPLAY 'AL_ALERT_FILE' UPON ENVIRONMENT-NAME
048600     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
048700     IF WS-ENV-VALUE-WORK NOT = SPACES
048800         MOVE WS-ENV-VALUE-WORK TO WS-ALERT-FILE-PATH
048900     END-IF
049000
049100     MOVE SPACES TO WS-ENV-VALUE-WORK
049200     DISPLAY 'AL_ID_SEQ_FILE' UPON ENVIRONMENT-NAME
049300     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
049400     IF WS-ENV-VALUE-WORK NOT = SPACES
049500         MOVE WS-ENV-VALUE-WORK TO WS-ID-SEQ-PATH
049600     END-IF
049700
049800     MOVE SPACES TO WS-ENV-VALUE-WORK
049900     DISPLAY 'AL_RUN_CONTROL_FILE' UPON ENVIRONMENT-NAME
050000     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
050100     IF WS-ENV-VALUE-WORK NOT = SPACES
050200         MOVE WS-ENV-VALUE-WORK TO WS-RUN-CONTROL-PATH
050300     END-IF
050400     .
050500
050600*----------------------------------------------------------------
050700* 1200-LOAD-ID-SEQUENCE
050800*     SEEDS WS-ASSIGN-SEQ FROM THE SEQUENCE FILE.  A MISSING FILE
050900*     STARTS THE SEQUENCE AT ZERO; A CORRUPT ONE IS FATAL, BECAUSE
051000*     GUESSING COULD HAND OUT AN ALERT ID ALREADY SENT.
051100*----------------------------------------------------------------
051200 1200-LOAD-ID-SEQUENCE.
051300     OPEN INPUT ID-SEQ-FILE
051400     IF WS-FS-ID-SEQ NOT = '00'
051500         MOVE ZERO TO WS-ASSIGN-SEQ
051600     ELSE
051700         READ ID-SEQ-FILE
051800             AT END
051900                 MOVE ZERO TO WS-ASSIGN-SEQ
052000             NOT AT END
052100                 IF SEQ-LAST-USED NUMERIC
052200                     MOVE SEQ-LAST-USED TO WS-ASSIGN-SEQ
052300                 ELSE
052400                     DISPLAY 'ID SEQUENCE FILE NOT NUMERIC - '
052500                         'CANNOT SAFELY ASSIGN IDS'
052510                     MOVE 8 TO RETURN-CODE
052600                     STOP RUN
052700                 END-IF
052800         END-READ
052900         CLOSE ID-SEQ-FILE
053000     END-IF
053100     .
053200
053300*----------------------------------------------------------------
053400* 1700-RESOLVE-BUSINESS-DATE
053500*     TAKES THE BUSINESS DATE FROM THE RUN CONTROL FILE WHETHER
053600*     THE DAY IS STILL OPEN OR ALREADY CLOSED - ALERTS GO OUT FOR
053700*     THE DAY JUST POSTED EITHER SIDE OF DAYCLOSE.  NO RUN CONTROL
053800*     RECORD LEAVES THE WALL-CLOCK DATE, ANNOUNCED.
053900*----------------------------------------------------------------
054000 1700-RESOLVE-BUSINESS-DATE.
054100     MOVE 'N' TO WS-BUSINESS-DAY-SW
054200     OPEN INPUT RUN-CONTROL-FILE
054300     IF WS-FS-RUN-CONTROL = '00'
054400         READ RUN-CONTROL-FILE
054500             AT END
054600                 CONTINUE
054700             NOT AT END
054800                 MOVE RC-BUSINESS-DATE TO WS-TODAY-DATE-FMT
054900                 MOVE 'Y' TO WS-BUSINESS-DAY-SW
055000         END-READ
055100         CLOSE RUN-CONTROL-FILE
055200     END-IF
055300     IF NOT BUSINESS-DAY-FOUND
055400         DISPLAY 'NO RUN CONTROL BUSINESS DAY - ALERTING ON '
055500             WS-TODAY-DATE-FMT
055600     END-IF
055700     .
055800
055900*----------------------------------------------------------------
056000* 3000-SCAN-DAY-POSTINGS
056100*     READS THE OUTPUT FILE FRONT TO BACK AND JUDGES EVERY ROW
056200*     POSTED ON THE BUSINESS DATE.
056300*----------------------------------------------------------------
056400 3000-SCAN-DAY-POSTINGS.
056500     MOVE LOW-VALUES TO OUTPUT-TRANSACTION-ID
056600     START OUTPUT-FILE KEY IS NOT LESS THAN OUTPUT-TRANSACTION-ID
056700         INVALID KEY
056800             MOVE 'Y' TO WS-OUTPUT-EOF-SW
056900         NOT INVALID KEY
057000             MOVE 'N' TO WS-OUTPUT-EOF-SW
057100     END-START
057200     PERFORM UNTIL END-OF-OUTPUT-SCAN
057300         READ OUTPUT-FILE NEXT RECORD
057400             AT END
057500                 MOVE 'Y' TO WS-OUTPUT-EOF-SW
057600             NOT AT END
057700                 ADD 1 TO WS-OUTPUT-ROWS-READ
057800                 IF OUTPUT-POSTING-DATE = WS-TODAY-DATE-FMT
057900                     ADD 1 TO WS-DAY-ROWS
058000                     PERFORM 3100-JUDGE-ONE-POSTING
058100                 END-IF
058200         END-READ
058300     END-PERFORM
058400     .
058500
058600*----------------------------------------------------------------
058700* 3100-JUDGE-ONE-POSTING
058800*     ONLY DEBITS ARE ALERTED ON.  A DEBIT DECLINED INSUF-FUNDS OR
058900*     ACCT-FROZEN IS A DECLINED EVENT; A DEBIT THAT POSTED SUCCESS
059000*     FOR MORE THAN THE CUSTOMER'S LARGE-DEBIT AMOUNT IS A LARGE
059100*     DEBIT EVENT.  THE DEBIT LEG OF A TRANSFER COUNTS LIKE ANY
059200*     OTHER DEBIT.
059300*----------------------------------------------------------------
059400 3100-JUDGE-ONE-POSTING.
059500     IF OUTPUT-AMOUNT < ZERO
059600         IF OUTPUT-TRANSACTION-STATUS = 'INSUF-FUNDS'
059700             OR OUTPUT-TRANSACTION-STATUS = 'ACCT-FROZEN'
059800             MOVE 'DECLINED' TO WS-EVT-TYPE
059900             PERFORM 3200-STAGE-POSTING-EVENT
060000         ELSE
060100         IF OUTPUT-TRANSACTION-STATUS = 'SUCCESS'
060200             MOVE 'LARGEDEBIT' TO WS-EVT-TYPE
060300             PERFORM 3200-STAGE-POSTING-EVENT
060400         END-IF
060500         END-IF
060600     END-IF
060700     .
060800
060900*----------------------------------------------------------------
061000* 3200-STAGE-POSTING-EVENT
061100*     LOOKS UP THE CUSTOMER'S PREFERENCES FOR THE ROW'S ACCOUNT
061200*     AND, WHEN THEY ASKED FOR THIS KIND OF EVENT (AND, FOR A
061300*     LARGE DEBIT, THE DEBIT EXCEEDS THEIR AMOUNT), STAGES AND
061400*     RAISES IT.
061500*----------------------------------------------------------------
061600 3200-STAGE-POSTING-EVENT.
061700     MOVE OUTPUT-ACCOUNT-EMAIL TO WS-EVT-EMAIL
061800     MOVE OUTPUT-CURRENCY-CODE TO WS-EVT-CURRENCY
061900     PERFORM 6100-READ-PREFERENCES
062000     IF PREF-NOT-FOUND
062100         ADD 1 TO WS-NOT-ENROLLED
062200     ELSE
062300         COMPUTE WS-ABS-AMOUNT = OUTPUT-AMOUNT * -1
062400         IF (EVT-IS-DECLINED AND PREF-WANTS-DECLINES)
062500             OR (EVT-IS-LARGE-DEBIT AND PREF-WANTS-LARGE-DEBITS
062600                 AND WS-ABS-AMOUNT > PREF-LARGE-DEBIT-AMOUNT)
062700             MOVE OUTPUT-TRANSACTION-ID TO WS-EVT-REF
062800             MOVE OUTPUT-TRANSACTION-ID TO WS-EVT-TXN-ID
062900             MOVE OUTPUT-AMOUNT TO WS-EVT-AMOUNT
063000             MOVE OUTPUT-TRANSACTION-STATUS TO WS-EVT-REASON
063100             IF EVT-IS-LARGE-DEBIT
063200                 MOVE PREF-LARGE-DEBIT-AMOUNT TO WS-EVT-THRESHOLD
063300             ELSE
063400                 MOVE ZERO TO WS-EVT-THRESHOLD
063500             END-IF
063600             PERFORM 6200-READ-ACCOUNT-BALANCE
063700             PERFORM 6000-RAISE-ALERT
063800         END-IF
063900     END-IF
064000     .
064100
064200*----------------------------------------------------------------
064300* 4000-SCAN-RETURNS-FEED
064400*     READS THE REVERSALS PROCESSRETURNS GENERATED FOR PAYMENTS
064500*     THE CLEARING NETWORK SENT BACK.  EACH ONE IS A RETURNED
064600*     EVENT ON THE ORIGINAL PAYMENT.  NO FEED MEANS NO RETURNS TO
064700*     ALERT ON.
064800*----------------------------------------------------------------
064900 4000-SCAN-RETURNS-FEED.
065000     OPEN INPUT RETURN-FEED-FILE
065100     IF WS-FS-RETURN-FEED NOT = '00'
065200         DISPLAY 'NO RETURNS FEED (' WS-FS-RETURN-FEED
065300             ') - NO RETURN ALERTS THIS RUN'
065400     ELSE
065500         MOVE 'N' TO WS-FEED-EOF-SW
065600         PERFORM UNTIL END-OF-RETURN-FEED
065700             READ RETURN-FEED-FILE
065800                 AT END
065900                     MOVE 'Y' TO WS-FEED-EOF-SW
066000                 NOT AT END
066100                     ADD 1 TO WS-RETURNS-READ
066200                     PERFORM 4100-JUDGE-ONE-RETURN
066300             END-READ
066400         END-PERFORM
066500         CLOSE RETURN-FEED-FILE
066600     END-IF
066700     .
066800
066900*----------------------------------------------------------------
067000* 4100-JUDGE-ONE-RETURN
067100*     RAISES A RETURNED ALERT FOR THE RETURNED PAYMENT WHEN THE
067200*     CUSTOMER ASKED FOR THEM.  THE REASON CARRIES THE ID OF THE
067300*     REVERSAL THAT UNWOUND IT.
067400*----------------------------------------------------------------
067500 4100-JUDGE-ONE-RETURN.
067600     IF RFD-TRANSACTION-TYPE = 'REVERSAL'
067700         MOVE 'RETURNED' TO WS-EVT-TYPE
067800         MOVE RFD-EMAIL TO WS-EVT-EMAIL
067900         MOVE RFD-CURRENCY-CODE TO WS-EVT-CURRENCY
068000         PERFORM 6100-READ-PREFERENCES
068100         IF PREF-NOT-FOUND
068200             ADD 1 TO WS-NOT-ENROLLED
068300         ELSE
068400         IF PREF-WANTS-RETURNS
068500             MOVE RFD-ORIGINAL-TXN-ID TO WS-EVT-REF
068600             MOVE RFD-ORIGINAL-TXN-ID TO WS-EVT-TXN-ID
068700             MOVE RFD-AMOUNT TO WS-EVT-AMOUNT
068800             MOVE ZERO TO WS-EVT-THRESHOLD
068900             MOVE SPACES TO WS-EVT-REASON
069000             STRING 'RETURNED ' DELIMITED BY SIZE
069100                    RFD-TRANSACTION-ID DELIMITED BY SIZE
069200                 INTO WS-EVT-REASON
069300             PERFORM 6200-READ-ACCOUNT-BALANCE
069400             PERFORM 6000-RAISE-ALERT
069500         END-IF
069600         END-IF
069700     END-IF
069800     .
069900
070000*----------------------------------------------------------------
070100* 5000-SCAN-LOW-BALANCES
070200*     READS THE PREFERENCES FILE FRONT TO BACK AND JUDGES THE
070300*     BALANCE OF EVERY ACCOUNT ENROLLED FOR LOW-BALANCE ALERTS.
070400*----------------------------------------------------------------
070500 5000-SCAN-LOW-BALANCES.
070600     MOVE LOW-VALUES TO PREF-KEY
070700     START ALERT-PREF-FILE KEY IS NOT LESS THAN PREF-KEY
070800         INVALID KEY
070900             MOVE 'Y' TO WS-PREF-EOF-SW
071000         NOT INVALID KEY
071100             MOVE 'N' TO WS-PREF-EOF-SW
071200     END-START
071300     PERFORM UNTIL END-OF-PREF-SCAN
071400         READ ALERT-PREF-FILE NEXT RECORD
071500             AT END
071600                 MOVE 'Y' TO WS-PREF-EOF-SW
071700             NOT AT END
071800                 ADD 1 TO WS-PREFS-READ
071900                 IF PREF-WANTS-LOW-BALANCE
072000                     PERFORM 5100-JUDGE-LOW-BALANCE
072100                 END-IF
072200         END-READ
072300     END-PERFORM
072400     .
072500
072600*----------------------------------------------------------------
072700* 5100-JUDGE-LOW-BALANCE
072800*     A BALANCE BELOW THE THRESHOLD IS ALERTED ONCE, WHEN IT FALLS
072900*     - THE LATCH IS THEN SET AND STAYS SET UNTIL THE BALANCE IS
073000*     BACK AT OR ABOVE THE THRESHOLD, WHEN IT IS CLEARED READY FOR
073100*     THE NEXT FALL.  A CLOSED OR MISSING ACCOUNT IS PASSED OVER.
073200*     THE EVENT IS KEYED BY THE BUSINESS DATE, SO EVEN A RERUN
073300*     THAT FOLLOWS A LOST LATCH UPDATE CANNOT ALERT THE SAME FALL
073400*     TWICE.
073500*----------------------------------------------------------------
073600 5100-JUDGE-LOW-BALANCE.
073700     MOVE PREF-EMAIL TO WS-EVT-EMAIL
073800     MOVE PREF-CURRENCY-CODE TO WS-EVT-CURRENCY
073900     PERFORM 6200-READ-ACCOUNT-BALANCE
074000     IF ACCOUNT-FOUND AND NOT ACCOUNT-IS-CLOSED
074100         IF ACCOUNT-BALANCE < PREF-LOW-BALANCE-AMOUNT
074200             IF NOT LOW-BALANCE-ALERTED
074300                 MOVE 'LOWBALANCE' TO WS-EVT-TYPE
074400                 MOVE WS-TODAY-DATE-FMT TO WS-EVT-REF
074500                 MOVE SPACES TO WS-EVT-TXN-ID
074600                 MOVE ACCOUNT-BALANCE TO WS-EVT-AMOUNT
074700                 MOVE PREF-LOW-BALANCE-AMOUNT TO WS-EVT-THRESHOLD
074800                 MOVE 'BELOW THRESHOLD' TO WS-EVT-REASON
074900                 PERFORM 6000-RAISE-ALERT
075000                 IF ALERT-RAISED
075100                     MOVE 'Y' TO PREF-LOW-BALANCE-LATCH
075200                     PERFORM 5200-REWRITE-PREFERENCES
075300                 END-IF
075400             END-IF
075500         ELSE
075600             IF LOW-BALANCE-ALERTED
075700                 MOVE 'N' TO PREF-LOW-BALANCE-LATCH
075800                 PERFORM 5200-REWRITE-PREFERENCES
075900                 IF WS-FS-ALERT-PREF = '00'
076000                     ADD 1 TO WS-LATCHES-CLEARED
076100                 END-IF
076200             END-IF
076300         END-IF
076400     END-IF
076500     .
076600
076700*----------------------------------------------------------------
076800* 5200-REWRITE-PREFERENCES
076900*     REWRITES THE PREFERENCE RECORD WHOSE LATCH JUST CHANGED.
077000*----------------------------------------------------------------
077100 5200-REWRITE-PREFERENCES.
077200     REWRITE ALERT-PREF-RECORD
077300         INVALID KEY
077400             DISPLAY 'ERROR REWRITING PREFERENCES ' PREF-EMAIL
077500                 ' ' PREF-CURRENCY-CODE
077600     END-REWRITE
077700     .
077800
077900*----------------------------------------------------------------
078000* 6000-RAISE-ALERT
078100*     SENDS THE STAGED EVENT UNLESS THE ALERT HISTORY SAYS IT HAS
078200*     GONE OUT ALREADY.  THE HISTORY RECORD IS WRITTEN BEFORE THE
078300*     VENDOR RECORD: IF THE HISTORY WRITE FAILS, NOTHING IS SENT
078400*     AND THE NEXT RUN TRIES AGAIN; ONCE IT IS ON FILE, NO RERUN
078500*     CAN SEND IT A SECOND TIME.  WS-ALERT-RAISED-SW IS SET WHEN
078600*     THE EVENT HAS BEEN ALERTED, NOW OR BEFORE.
078700*----------------------------------------------------------------
078800 6000-RAISE-ALERT.
078900     MOVE 'N' TO WS-ALERT-RAISED-SW
079000     MOVE WS-EVT-TYPE TO ALH-EVENT-TYPE
079100     MOVE WS-EVT-REF TO ALH-EVENT-REF
079200     MOVE WS-EVT-EMAIL TO ALH-EMAIL
079300     MOVE WS-EVT-CURRENCY TO ALH-CURRENCY-CODE
079400     READ ALERT-HISTORY-FILE
079500         INVALID KEY
079600             PERFORM 6050-SEND-ALERT
079700         NOT INVALID KEY
079800             MOVE 'Y' TO WS-ALERT-RAISED-SW
079900             ADD 1 TO WS-ALREADY-SENT
080000     END-READ
080100     .
080200
080300*----------------------------------------------------------------
080400* 6050-SEND-ALERT
080500*     ASSIGNS THE NEXT ALERT ID, LOGS THE EVENT ON THE HISTORY
080600*     FILE AND WRITES THE VENDOR RECORD.
080700*----------------------------------------------------------------
080800 6050-SEND-ALERT.
080900     ADD 1 TO WS-ASSIGN-SEQ
081000     MOVE WS-ASSIGN-SEQ TO WS-ASSIGNED-ID-SEQ
081100     MOVE WS-ASSIGNED-ID TO ALH-ALERT-ID
081200     MOVE WS-TODAY-DATE-FMT TO ALH-BUSINESS-DATE
081300     WRITE ALERT-HISTORY-RECORD
081400         INVALID KEY
081500             DISPLAY 'ERROR WRITING ALERT HISTORY ' ALH-KEY
081600     END-WRITE
081700     IF WS-FS-ALERT-HISTORY NOT = '00'
081800         ADD 1 TO WS-HISTORY-FAILED
081900     ELSE
082000         MOVE 'Y' TO WS-ALERT-RAISED-SW
082100         MOVE WS-ASSIGNED-ID TO WS-ADL-ALERT-ID
082200         MOVE WS-EVT-TYPE TO WS-ADL-ALERT-TYPE
082300         MOVE PREF-CHANNEL TO WS-ADL-CHANNEL
082400         MOVE WS-EVT-EMAIL TO WS-ADL-EMAIL
082500         MOVE PREF-MOBILE TO WS-ADL-MOBILE
082600         MOVE WS-EVT-CURRENCY TO WS-ADL-CURRENCY
082700         MOVE WS-EVT-AMOUNT TO WS-ADL-AMOUNT
082800         MOVE WS-EVT-BALANCE TO WS-ADL-BALANCE
082900         MOVE WS-EVT-THRESHOLD TO WS-ADL-THRESHOLD
083000         MOVE WS-EVT-TXN-ID TO WS-ADL-TXN-ID
083100         MOVE WS-EVT-REASON TO WS-ADL-REASON
083200         MOVE WS-TODAY-DATE-FMT TO WS-ADL-EVENT-DATE
083300         WRITE ALERT-LINE FROM WS-ALERT-DTL-LINE
083400         ADD 1 TO WS-ALERTS-WRITTEN
083500         EVALUATE TRUE
083600             WHEN EVT-IS-DECLINED
083700                 ADD 1 TO WS-DECLINED-ALERTS
083800             WHEN EVT-IS-RETURNED
083900                 ADD 1 TO WS-RETURNED-ALERTS
084000             WHEN EVT-IS-LOW-BALANCE
084100                 ADD 1 TO WS-LOW-BALANCE-ALERTS
084200             WHEN EVT-IS-LARGE-DEBIT
084300                 ADD 1 TO WS-LARGE-DEBIT-ALERTS
084400         END-EVALUATE
084500         DISPLAY 'ALERT ' WS-ASSIGNED-ID ' ' WS-EVT-TYPE ' '
084600             WS-EVT-EMAIL ' ' WS-EVT-CURRENCY
084700     END-IF
084800     .
084900
085000*----------------------------------------------------------------
085100* 6100-READ-PREFERENCES
085200*     RANDOM-READS THE PREFERENCES FILE FOR THE STAGED ACCOUNT.
085300*----------------------------------------------------------------
085400 6100-READ-PREFERENCES.
085500     MOVE WS-EVT-EMAIL TO PREF-EMAIL
085600     MOVE WS-EVT-CURRENCY TO PREF-CURRENCY-CODE
085700     READ ALERT-PREF-FILE
085800         INVALID KEY
085900             MOVE 'N' TO WS-PREF-FOUND-SW
086000         NOT INVALID KEY
086100             MOVE 'Y' TO WS-PREF-FOUND-SW
086200     END-READ
086300     .
086400
086500*----------------------------------------------------------------
086600* 6200-READ-ACCOUNT-BALANCE
086700*     RANDOM-READS THE ACCOUNT MASTER FOR THE STAGED ACCOUNT AND
086800*     CARRIES ITS CURRENT BALANCE ONTO THE ALERT.  AN ACCOUNT NOT
086900*     ON THE MASTER ALERTS WITH A ZERO BALANCE.
087000*----------------------------------------------------------------
087100 6200-READ-ACCOUNT-BALANCE.
087200     MOVE WS-EVT-EMAIL TO ACCOUNT-EMAIL
087300     MOVE WS-EVT-CURRENCY TO ACCOUNT-CURRENCY-CODE
087400     READ ACCOUNT-FILE
087500         INVALID KEY
087600             MOVE 'N' TO WS-ACCOUNT-FOUND-SW
087700             MOVE ZERO TO WS-EVT-BALANCE
087800         NOT INVALID KEY
087900             MOVE 'Y' TO WS-ACCOUNT-FOUND-SW
088000             MOVE ACCOUNT-BALANCE TO WS-EVT-BALANCE
088100     END-READ
088200     .
088300
088400*----------------------------------------------------------------
088500* 8000-DISPLAY-RUN-SUMMARY
088600*     ONE CONSOLE LINE PER COUNTER SO THE OPERATOR SEES WHAT THE
088700*     RUN DID WITHOUT OPENING THE FILES.
088800*----------------------------------------------------------------
088900 8000-DISPLAY-RUN-SUMMARY.
089000     DISPLAY 'GENERATEALERTS RUN SUMMARY FOR ' WS-TODAY-DATE-FMT
089100     DISPLAY '  OUTPUT ROWS READ........ ' WS-OUTPUT-ROWS-READ
089200     DISPLAY '  ROWS FOR THE DAY........ ' WS-DAY-ROWS
089300     DISPLAY '  RETURNS READ............ ' WS-RETURNS-READ
089400     DISPLAY '  ENROLLED ACCOUNTS....... ' WS-PREFS-READ
089500     DISPLAY '  ALERTS WRITTEN.......... ' WS-ALERTS-WRITTEN
089600     DISPLAY '    DECLINED DEBITS....... ' WS-DECLINED-ALERTS
089700     DISPLAY '    NETWORK RETURNS....... ' WS-RETURNED-ALERTS
089800     DISPLAY '    LOW BALANCES.......... ' WS-LOW-BALANCE-ALERTS
089900     DISPLAY '    LARGE DEBITS.......... ' WS-LARGE-DEBIT-ALERTS
090000     DISPLAY '  ALREADY SENT - SKIPPED.. ' WS-ALREADY-SENT
090100     DISPLAY '  EVENTS NOT ENROLLED..... ' WS-NOT-ENROLLED
090200     DISPLAY '  LOW BALANCES RECOVERED.. ' WS-LATCHES-CLEARED
090300     DISPLAY '  HISTORY WRITES FAILED... ' WS-HISTORY-FAILED
090400     .
090500
090600*----------------------------------------------------------------
090700* 8100-SAVE-ID-SEQUENCE
090800*     REWRITES THE ID SEQUENCE FILE WITH THE HIGH-WATER MARK SO
090900*     THE NEXT RUN CONTINUES WHERE THIS ONE STOPPED.
091000*----------------------------------------------------------------
091100 8100-SAVE-ID-SEQUENCE.
091200     OPEN OUTPUT ID-SEQ-FILE
091300     IF WS-FS-ID-SEQ NOT = '00'
091400         DISPLAY 'ERROR WRITING ID SEQUENCE FILE'
091500             WS-FS-ID-SEQ
091600     ELSE
091700         MOVE WS-ASSIGN-SEQ TO SEQ-LAST-USED
091800         WRITE ID-SEQ-RECORD
091900         CLOSE ID-SEQ-FILE
092000     END-IF
092100     .
092200
092300*----------------------------------------------------------------
092400* 9000-TERMINATE
092500*     CLOSES ALL FILES.
092600*----------------------------------------------------------------
092700 9000-TERMINATE.
092800     CLOSE OUTPUT-FILE
092900     IF WS-FS-OUTPUT NOT = '00'
093000         DISPLAY 'ERROR CLOSING OUTPUT FILE' WS-FS-OUTPUT
093100     END-IF
093200
093300     CLOSE ACCOUNT-FILE
093400     IF WS-FS-ACCOUNT NOT = '00'
093500         DISPLAY 'ERROR CLOSING ACCOUNT FILE' WS-FS-ACCOUNT
093600     END-IF
093700
093800     CLOSE ALERT-PREF-FILE
093900     IF WS-FS-ALERT-PREF NOT = '00'
094000         DISPLAY 'ERROR CLOSING ALERT PREFERENCES FILE'
094100             WS-FS-ALERT-PREF
094200     END-IF
094300
094400     CLOSE ALERT-HISTORY-FILE
094500     IF WS-FS-ALERT-HISTORY NOT = '00'
094600         DISPLAY 'ERROR CLOSING ALERT HISTORY FILE'
094700             WS-FS-ALERT-HISTORY
094800     END-IF
094900
095000     CLOSE ALERT-FILE
095100     IF WS-FS-ALERT NOT = '00'
095200         DISPLAY 'ERROR CLOSING ALERT FILE' WS-FS-ALERT
095300     END-IF
095400     .
