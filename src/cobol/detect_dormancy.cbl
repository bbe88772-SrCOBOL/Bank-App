000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DetectDormancy.
000300 AUTHOR. BANK-OPERATIONS-IT.
000400 INSTALLATION. RETAIL-BANKING-DATA-CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  RLB  ORIGINAL PROGRAM - THE PERIODIC DORMANCY RUN.
001100*                  SWEEPS THE ACCOUNT MASTER AND MOVES EVERY
001200*                  ACTIVE ACCOUNT WHOSE ACCOUNT-LAST-ACTIVITY IS
001300*                  OLDER THAN THE INACTIVITY PERIOD
001400*                  (DD_DORMANCY_MONTHS) TO DORMANT, AUDITED
001500*                  ACCT-DORMANT.  POSTING KEEPS THE ACTIVITY DATE;
001600*                  AN ACCOUNT THAT HAS NONE YET (WRITTEN BEFORE
001700*                  THE DATE EXISTED) HAS ITS CLOCK STARTED TODAY
001800*                  RATHER THAN GOING DORMANT UNSEEN.  A SECOND
001900*                  PASS LISTS EVERY DORMANT ACCOUNT STILL HOLDING
002000*                  MONEY WITHIN DD_NOTICE_MONTHS OF THE
002100*                  ESCHEATMENT AGE (DD_ESCHEAT_MONTHS) ON THE
002200*                  UNCLAIMED-PROPERTY REPORT.  NOTHING HERE
002300*                  MOVES A BALANCE; REACTIVATION IS A
002400*                  MAINTAINACCOUNTS ACTION.
002410* 2026-10-15  RLB  CONDITION CODE FOR THE NIGHTLY JOB STREAM -
002420*                  RETURN-CODE 0 ON A CLEAN RUN, 4 WHEN AN
002430*                  ACCOUNT REWRITE FAILED, 8 WHEN THE RUN IS
002440*                  REFUSED OR STOPS ON AN ERROR.
002500*----------------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT ACCOUNT-FILE ASSIGN TO DYNAMIC WS-ACCOUNT-FILE-PATH
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS ACCOUNT-KEY
003400         FILE STATUS IS WS-FS-ACCOUNT.
003500
003600     SELECT DORMANCY-REPORT-FILE
003700         ASSIGN TO DYNAMIC WS-DORMANCY-REPORT-PATH
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-FS-DORMANCY-REPORT.
004000
004100     SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-PATH
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-FS-AUDIT.
004400
004500     SELECT RUN-CONTROL-FILE
004600         ASSIGN TO DYNAMIC WS-RUN-CONTROL-PATH
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-FS-RUN-CONTROL.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200*----------------------------------------------------------------
005300* ACCOUNT-RECORD MUST AGREE FIELD FOR FIELD WITH THE ACCOUNT
005400* MASTER LAYOUT PROCESSTRANSACTIONS POSTS AGAINST, AND
005500* AUDIT-RECORD WITH ITS AUDIT-FILE LAYOUT - THIS PROGRAM EXTENDS
005600* THE SAME TRAIL.
005700*----------------------------------------------------------------
005800 FD  ACCOUNT-FILE.
005900 01  ACCOUNT-RECORD.
006000     05  ACCOUNT-KEY.
006100         10  ACCOUNT-EMAIL         PIC X(30).
006200         10  ACCOUNT-CURRENCY-CODE PIC X(03).
006300     05  ACCOUNT-NAME              PIC X(30).
006400     05  ACCOUNT-BALANCE           PIC S9(13)V99.
006500     05  ACCOUNT-STATUS            PIC X(01).
006600         88  ACCOUNT-IS-ACTIVE         VALUE 'A', SPACE.
006700         88  ACCOUNT-IS-FROZEN         VALUE 'F'.
006800         88  ACCOUNT-IS-CLOSED         VALUE 'C'.
006900         88  ACCOUNT-IS-DORMANT        VALUE 'D'.
007000     05  ACCOUNT-ACCRUED-INT       PIC S9(09)V9(06).
007100     05  ACCOUNT-LAST-ACCRUAL      PIC X(10).
007200     05  ACCOUNT-OVERDRAFT-LIMIT   PIC 9(11)V99.
007300     05  ACCOUNT-LAST-ACTIVITY     PIC X(10).
007400
007500 FD  DORMANCY-REPORT-FILE.
007600 01  DORMANCY-REPORT-LINE          PIC X(120).
007700
007800 FD  AUDIT-FILE.
007900 01  AUDIT-RECORD.
008000     05  AUDIT-TIMESTAMP           PIC X(16).
008100     05  AUDIT-INPUT-DATA          PIC X(116).
008200     05  AUDIT-DECISION-STATUS     PIC X(20).
008300
008400*----------------------------------------------------------------
008500* THE RUN CONTROL FILE THE DAY-OPEN STEP WRITES - READ ONLY.  THE
008600* OPEN BUSINESS DATE IS THE DATE INACTIVITY IS MEASURED TO, THE
008700* SAME DATE POSTING STAMPS ACCOUNT-LAST-ACTIVITY WITH.
008800*----------------------------------------------------------------
008900 FD  RUN-CONTROL-FILE.
009000 01  RUN-CONTROL-RECORD.
009100     05  RC-BUSINESS-DATE          PIC X(10).
009200     05  RC-DAY-STATUS             PIC X(01).
009300         88  RC-DAY-IS-OPEN            VALUE 'O'.
009400         88  RC-DAY-IS-CLOSED          VALUE 'C'.
009500
009600 WORKING-STORAGE SECTION.
009700*----------------------------------------------------------------
009800* RUN PARAMETERS (SEE 1050-RESOLVE-RUN-PARAMETERS)
009900* EACH PATH DEFAULTS TO ITS USUAL DROP LOCATION AND IS
010000* OVERRIDDEN BY ITS ENVIRONMENT VARIABLE, THE SAME CONVENTION
010100* PROCESSTRANSACTIONS' PT_* PARAMETERS USE.  THE PERIODS ARE IN
010200* WHOLE MONTHS OF INACTIVITY: DORMANT AFTER WS-DORMANCY-MONTHS,
010300* ESCHEATABLE AFTER WS-ESCHEAT-MONTHS, AND REPORTED AS NEARING
010400* ESCHEATMENT FROM WS-NOTICE-MONTHS BEFORE THAT.
010500*----------------------------------------------------------------
010600 01  WS-ACCOUNT-FILE-PATH    PIC X(60)
010700     VALUE 'src/cobol/accounts.dat'.
010800 01  WS-DORMANCY-REPORT-PATH PIC X(60)
010900     VALUE 'src/cobol/dormancy-report.txt'.
011000 01  WS-AUDIT-FILE-PATH      PIC X(60)
011100     VALUE 'src/cobol/audit.txt'.
011200 01  WS-RUN-CONTROL-PATH     PIC X(60)
011300     VALUE 'src/cobol/run-control.txt'.
011400 01  WS-ENV-VALUE-WORK       PIC X(60) VALUE SPACES.
011500 01  WS-DORMANCY-MONTHS      PIC 9(03) VALUE 24.
011600 01  WS-ESCHEAT-MONTHS       PIC 9(03) VALUE 60.
011700 01  WS-NOTICE-MONTHS        PIC 9(03) VALUE 6.
011800*----------------------------------------------------------------
011900* FILE STATUS AND END-OF-FILE SWITCHES
012000*----------------------------------------------------------------
012100 01  WS-FS-ACCOUNT          PIC X(02) VALUE '00'.
012200 01  WS-FS-DORMANCY-REPORT  PIC X(02) VALUE '00'.
012300 01  WS-FS-AUDIT            PIC X(02) VALUE '00'.
012400 01  WS-FS-RUN-CONTROL      PIC X(02) VALUE '00'.
012500 01  WS-OPEN-DAY-SW         PIC X VALUE 'N'.
012600     88  OPEN-DAY-FOUND          VALUE 'Y'.
012700 01  WS-ACCT-SCAN-EOF-SW    PIC X VALUE 'N'.
012800     88  END-OF-ACCOUNT-SCAN     VALUE 'Y'.
012900*----------------------------------------------------------------
013000* RUN-DATE WORK AREAS.  WS-TODAY-DATE-FMT STARTS AS THE WALL
013100* CLOCK AND IS REPLACED BY THE OPEN BUSINESS DATE (SEE 1700).
013200*----------------------------------------------------------------
013300 01  WS-RUN-DATE-N           PIC 9(08) VALUE ZERO.
013400 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-N.
013500     05  WS-RDP-YEAR         PIC X(04).
013600     05  WS-RDP-MONTH        PIC X(02).
013700     05  WS-RDP-DAY          PIC X(02).
013800 01  WS-TODAY-DATE-FMT.
013900     05  WS-TDF-YEAR         PIC X(04).
014000     05  FILLER              PIC X(01) VALUE '-'.
014100     05  WS-TDF-MONTH        PIC X(02).
014200     05  FILLER              PIC X(01) VALUE '-'.
014300     05  WS-TDF-DAY          PIC X(02).
014400*----------------------------------------------------------------
014500* INACTIVITY WORK AREAS.  INACTIVITY IS COUNTED IN WHOLE MONTHS
014600* FROM ACCOUNT-LAST-ACTIVITY TO THE BUSINESS DATE - A MONTH ONLY
014700* COUNTS ONCE ITS DAY OF THE MONTH COMES ROUND AGAIN, SO AN
014800* ACCOUNT LAST USED ON THE 20TH IS NOT A MONTH OLDER ON THE 1ST.
014900* WS-ACTIVITY-DATE-SW SAYS WHETHER THE STORED DATE IS SHAPED
015000* LIKE A REAL CCYY-MM-DD AT ALL.
015100*----------------------------------------------------------------
015200 01  WS-ACTIVITY-WORK.
015300     05  WS-ACT-YEAR-X       PIC X(04).
015400     05  WS-ACT-DASH-1       PIC X(01).
015500     05  WS-ACT-MONTH-X      PIC X(02).
015600     05  WS-ACT-DASH-2       PIC X(01).
015700     05  WS-ACT-DAY-X        PIC X(02).
015800 01  WS-ACTIVITY-DATE-SW     PIC X VALUE 'N'.
015900     88  ACTIVITY-DATE-VALID      VALUE 'Y'.
016000 01  WS-TODAY-YEAR-N         PIC 9(04) VALUE ZERO.
016100 01  WS-TODAY-MONTH-N        PIC 9(02) VALUE ZERO.
016200 01  WS-TODAY-DAY-N          PIC 9(02) VALUE ZERO.
016300 01  WS-ACT-YEAR-N           PIC 9(04) VALUE ZERO.
016400 01  WS-ACT-MONTH-N          PIC 9(02) VALUE ZERO.
016500 01  WS-ACT-DAY-N            PIC 9(02) VALUE ZERO.
016600 01  WS-MONTHS-INACTIVE      PIC S9(05) VALUE ZERO.
016700 01  WS-MONTHS-TO-ESCHEAT    PIC S9(05) VALUE ZERO.
016800 01  WS-NOTICE-FROM-MONTHS   PIC S9(05) VALUE ZERO.
016900*----------------------------------------------------------------
017000* REPORT LINES
017100*----------------------------------------------------------------
017200 01  WS-REPORT-LINE         PIC X(120) VALUE SPACES.
017300 01  WS-DORMANCY-LINE.
017400     05  WS-DL-EMAIL            PIC X(30).
017500     05  FILLER                 PIC X(01) VALUE SPACES.
017600     05  WS-DL-CURRENCY         PIC X(03).
017700     05  FILLER                 PIC X(01) VALUE SPACES.
017800     05  WS-DL-NAME             PIC X(30).
017900     05  WS-DL-BALANCE          PIC -Z(12)9.99.
018000     05  FILLER                 PIC X(01) VALUE SPACES.
018100     05  WS-DL-LAST-ACTIVITY    PIC X(10).
018200     05  FILLER                 PIC X(01) VALUE SPACES.
018300     05  WS-DL-MONTHS           PIC ZZZZ9.
018400     05  FILLER                 PIC X(01) VALUE SPACES.
018500     05  WS-DL-NOTE             PIC X(18).
018600 01  WS-HEADING-LINE.
018700     05  FILLER                 PIC X(30) VALUE 'ACCOUNT'.
018800     05  FILLER                 PIC X(01) VALUE SPACES.
018900     05  FILLER                 PIC X(03) VALUE 'CCY'.
019000     05  FILLER                 PIC X(01) VALUE SPACES.
019100     05  FILLER                 PIC X(30) VALUE 'NAME'.
019200     05  FILLER                 PIC X(10) VALUE SPACES.
019300     05  FILLER                 PIC X(07) VALUE 'BALANCE'.
019400     05  FILLER                 PIC X(01) VALUE SPACES.
019500     05  FILLER                 PIC X(10) VALUE 'LAST ACTV'.
019600     05  FILLER                 PIC X(01) VALUE SPACES.
019700     05  FILLER                 PIC X(05) VALUE 'MNTHS'.
019800     05  FILLER                 PIC X(01) VALUE SPACES.
019900     05  FILLER                 PIC X(18) VALUE 'ESCHEATS IN'.
020000 01  WS-MONTHS-DISPLAY      PIC ZZ9.
020100 01  WS-ESCHEAT-DISPLAY     PIC ZZZZ9.
020200*----------------------------------------------------------------
020300* RUN COUNTERS AND AUDIT WORK AREAS
020400*----------------------------------------------------------------
020500 01  WS-ACCOUNTS-READ       PIC 9(07) COMP VALUE ZERO.
020600 01  WS-MARKED-DORMANT      PIC 9(07) COMP VALUE ZERO.
020700 01  WS-ALREADY-DORMANT     PIC 9(07) COMP VALUE ZERO.
020800 01  WS-CLOCKS-STARTED      PIC 9(07) COMP VALUE ZERO.
020900 01  WS-STILL-ACTIVE        PIC 9(07) COMP VALUE ZERO.
021000 01  WS-NOT-ELIGIBLE        PIC 9(07) COMP VALUE ZERO.
021100 01  WS-UNCLAIMED-COUNT     PIC 9(07) COMP VALUE ZERO.
021200 01  WS-REWRITE-FAILED      PIC 9(07) COMP VALUE ZERO.
021300 01  WS-AUDIT-DATE          PIC 9(08) VALUE ZERO.
021400 01  WS-AUDIT-TIME          PIC 9(08) VALUE ZERO.
021500 01  WS-AUDIT-STATUS        PIC X(20) VALUE SPACES.
021600
021700 PROCEDURE DIVISION.
021800*----------------------------------------------------------------
021900* 0000-MAIN-LOGIC
022000*     OPENS THE FILES, MARKS WHAT HAS GONE DORMANT, LISTS THE
022100*     DORMANT BALANCES NEARING ESCHEATMENT, AND DISPLAYS THE RUN
022200*     SUMMARY.
022300*----------------------------------------------------------------
022400 0000-MAIN-LOGIC.
022500     PERFORM 1000-INITIALIZE
022600     PERFORM 3000-MARK-DORMANT-ACCOUNTS
022700     PERFORM 5000-REPORT-UNCLAIMED-BALANCES
022800     PERFORM 8000-DISPLAY-RUN-SUMMARY
022900     PERFORM 9000-TERMINATE
022910     IF WS-REWRITE-FAILED > ZERO
022920         MOVE 4 TO RETURN-CODE
022930     ELSE
022940         MOVE ZERO TO RETURN-CODE
022950     END-IF
023000     STOP RUN.
023100
023200*----------------------------------------------------------------
023300* 1000-INITIALIZE
023400*     RESOLVES RUN PARAMETERS AND THE BUSINESS DATE AND OPENS THE
023500*     FILES.  THE ACCOUNT MASTER IS A BOOK OF RECORD - IF IT
023600*     CANNOT BE OPENED THERE IS NOTHING TO SWEEP AND THE RUN IS
023700*     REFUSED.  AUDIT-FILE OPENS EXTEND SO EVERY STATUS CHANGE
023800*     LANDS ON THE SAME TRAIL PROCESSTRANSACTIONS WRITES.
023900*----------------------------------------------------------------
024000 1000-INITIALIZE.
024100     PERFORM 1050-RESOLVE-RUN-PARAMETERS
024200     ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD
024300     MOVE WS-RDP-YEAR  TO WS-TDF-YEAR
024400     MOVE WS-RDP-MONTH TO WS-TDF-MONTH
024500     MOVE WS-RDP-DAY   TO WS-TDF-DAY
024600     PERFORM 1700-RESOLVE-BUSINESS-DATE
024700     MOVE WS-TDF-YEAR TO WS-TODAY-YEAR-N
024800     MOVE WS-TDF-MONTH TO WS-TODAY-MONTH-N
024900     MOVE WS-TDF-DAY TO WS-TODAY-DAY-N
025000     COMPUTE WS-NOTICE-FROM-MONTHS =
025100         WS-ESCHEAT-MONTHS - WS-NOTICE-MONTHS
025200
025300     OPEN I-O ACCOUNT-FILE
025400     IF WS-FS-ACCOUNT NOT = '00'
025500         DISPLAY 'ERROR OPENING ACCOUNT FILE' WS-FS-ACCOUNT
025510         MOVE 8 TO RETURN-CODE
025600         STOP RUN
025700     END-IF
025800
025900     OPEN OUTPUT DORMANCY-REPORT-FILE
026000     IF WS-FS-DORMANCY-REPORT NOT = '00'
026100         DISPLAY 'ERROR OPENING DORMANCY REPORT FILE'
026200             WS-FS-DORMANCY-REPORT
026210         MOVE 8 TO RETURN-CODE
026300         STOP RUN
026400     END-IF
026500     MOVE WS-DORMANCY-MONTHS TO WS-MONTHS-DISPLAY
026600     STRING '=== DORMANCY RUN FOR ' DELIMITED BY SIZE
026700            WS-TODAY-DATE-FMT DELIMITED BY SIZE
026800            ' - DORMANT AFTER ' DELIMITED BY SIZE
026900            WS-MONTHS-DISPLAY DELIMITED BY SIZE
027000            ' MONTHS WITHOUT CUSTOMER ACTIVITY ==='
027100                DELIMITED BY SIZE
027200         INTO WS-REPORT-LINE
027300     PERFORM 8200-WRITE-REPORT-LINE
027400     PERFORM 8200-WRITE-REPORT-LINE
027500     MOVE '--- ACCOUNTS MOVED TO DORMANT THIS RUN ---'
027600         TO WS-REPORT-LINE
027700     PERFORM 8200-WRITE-REPORT-LINE
027800     MOVE WS-HEADING-LINE TO WS-REPORT-LINE
027900     MOVE SPACES TO WS-REPORT-LINE (101:20)
028000     PERFORM 8200-WRITE-REPORT-LINE
028100
028200     OPEN EXTEND AUDIT-FILE
028300     IF WS-FS-AUDIT = '35'
028400         OPEN OUTPUT AUDIT-FILE
028500     END-IF
028600     IF WS-FS-AUDIT NOT = '00'
028700         DISPLAY 'ERROR OPENING AUDIT FILE' WS-FS-AUDIT
028710         MOVE 8 TO RETURN-CODE
028800         STOP RUN
028900     END-IF
029000     .
029100
029200*----------------------------------------------------------------
029300* 1050-RESOLVE-RUN-PARAMETERS
029400*     A FILE PATH OR PERIOD SET IN THE RUN'S ENVIRONMENT OVERRIDES
029500*     ITS COMPILED-IN DEFAULT, THE SAME WAY PROCESSTRANSACTIONS'
029600*     PT_* PARAMETERS WORK.  A PERIOD THAT IS NOT A NUMBER IS
029700*     ANNOUNCED AND THE DEFAULT KEPT.
029800*----------------------------------------------------------------
029900 1050-RESOLVE-RUN-PARAMETERS.
030000     DISPLAY 'DD_ACCOUNT_FILE' UPON ENVIRONMENT-NAME
030100     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
030200     IF WS-ENV-VALUE-WORK NOT = SPACES
030300         MOVE WS-ENV-VALUE-WORK TO WS-ACCOUNT-FILE-PATH
030400     END-IF
030500
030600     MOVE SPACES TO WS-ENV-VALUE-WORK
030700     DISPLAY 'DD_REPORT_FILE' UPON ENVIRONMENT-NAME
030800     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
030900     IF WS-ENV-VALUE-WORK NOT = SPACES
031000         MOVE WS-ENV-VALUE-WORK TO WS-DORMANCY-REPORT-PATH
031100     END-IF
031200
031300     MOVE SPACES TO WS-ENV-VALUE-WORK
031400     DISPLAY 'DD_AUDIT_FILE' UPON ENVIRONMENT-NAME
031500     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
031600     IF WS-ENV-VALUE-WORK NOT = SPACES
031700         MOVE WS-ENV-VALUE-WORK TO WS-AUDIT-FILE-PATH
031800     END-IF
031900
032000     MOVE SPACES TO WS-ENV-VALUE-WORK
032100     DISPLAY 'DD_RUN_CONTROL_FILE' UPON ENVIRONMENT-NAME
032200     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
032300     IF WS-ENV-VALUE-WORK NOT = SPACES
032400         MOVE WS-ENV-VALUE-WORK TO WS-RUN-CONTROL-PATH
032500     END-IF
032600
032700     MOVE SPACES TO WS-ENV-VALUE-WORK
032800     DISPLAY 'DD_DORMANCY_MONTHS' UPON ENVIRONMENT-NAME
032900     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
033000     IF WS-ENV-VALUE-WORK NOT = SPACES
033100         IF WS-ENV-VALUE-WORK (1:3) IS NUMERIC
033200             MOVE WS-ENV-VALUE-WORK (1:3) TO WS-DORMANCY-MONTHS
033300         ELSE
033400             DISPLAY 'DD_DORMANCY_MONTHS NOT NNN - DEFAULT '
033500                 WS-DORMANCY-MONTHS ' KEPT'
033600         END-IF
033700     END-IF
033800
033900     MOVE SPACES TO WS-ENV-VALUE-WORK
034000     DISPLAY 'DD_ESCHEAT_MONTHS' UPON ENVIRONMENT-NAME
034100     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
034200     IF WS-ENV-VALUE-WORK NOT = SPACES
034300         IF WS-ENV-VALUE-WORK (1:3) IS NUMERIC
034400             MOVE WS-ENV-VALUE-WORK (1:3) TO WS-ESCHEAT-MONTHS
034500         ELSE
034600             DISPLAY 'DD_ESCHEAT_MONTHS NOT NNN - DEFAULT '
034700                 WS-ESCHEAT-MONTHS ' KEPT'
034800         END-IF
034900     END-IF
035000
035100     MOVE SPACES TO WS-ENV-VALUE-WORK
035200     DISPLAY 'DD_NOTICE_MONTHS' UPON ENVIRONMENT-NAME
035300     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
035400     IF WS-ENV-VALUE-WORK NOT = SPACES
035500         IF WS-ENV-VALUE-WORK (1:3) IS NUMERIC
035600             MOVE WS-ENV-VALUE-WORK (1:3) TO WS-NOTICE-MONTHS
035700         ELSE
035800             DISPLAY 'DD_NOTICE_MONTHS NOT NNN - DEFAULT '
035900                 WS-NOTICE-MONTHS ' KEPT'
036000         END-IF
036100     END-IF
036200     .
036300
036400*----------------------------------------------------------------
036500* 1700-RESOLVE-BUSINESS-DATE
036600*     OVERRIDES THE WALL-CLOCK DATE WITH THE OPEN BUSINESS DATE
036700*     FROM THE RUN CONTROL FILE, SO INACTIVITY IS MEASURED ON THE
036800*     SAME CALENDAR POSTING STAMPS ACTIVITY ON.  NO OPEN DAY JUST
036900*     LEAVES THE WALL-CLOCK DATE, ANNOUNCED.
037000*----------------------------------------------------------------
037100 1700-RESOLVE-BUSINESS-DATE.
037200     MOVE 'N' TO WS-OPEN-DAY-SW
037300     OPEN INPUT RUN-CONTROL-FILE
037400     IF WS-FS-RUN-CONTROL = '00'
037500         READ RUN-CONTROL-FILE
037600             AT END
037700                 CONTINUE
037800             NOT AT END
037900                 IF RC-DAY-IS-OPEN
038000                     MOVE RC-BUSINESS-DATE TO WS-TODAY-DATE-FMT
038100                     MOVE 'Y' TO WS-OPEN-DAY-SW
038200                 END-IF
038300         END-READ
038400         CLOSE RUN-CONTROL-FILE
038500     END-IF
038600     IF NOT OPEN-DAY-FOUND
038700         DISPLAY 'NO BUSINESS DAY OPEN - INACTIVITY MEASURED TO '
038800             WS-TODAY-DATE-FMT
038900     END-IF
039000     .
039100
039200*----------------------------------------------------------------
039300* 3000-MARK-DORMANT-ACCOUNTS
039400*     FIRST PASS - READS THE ACCOUNT MASTER FRONT TO BACK,
039500*     JUDGING EACH ACCOUNT'S INACTIVITY.
039600*----------------------------------------------------------------
039700 3000-MARK-DORMANT-ACCOUNTS.
039800     MOVE 'N' TO WS-ACCT-SCAN-EOF-SW
039900     PERFORM UNTIL END-OF-ACCOUNT-SCAN
040000         READ ACCOUNT-FILE NEXT RECORD
040100             AT END
040200                 MOVE 'Y' TO WS-ACCT-SCAN-EOF-SW
040300             NOT AT END
040400                 ADD 1 TO WS-ACCOUNTS-READ
040500                 PERFORM 3100-JUDGE-ONE-ACCOUNT
040600         END-READ
040700     END-PERFORM
040800     .
040900
041000*----------------------------------------------------------------
041100* 3100-JUDGE-ONE-ACCOUNT
041200*     ONLY AN ACTIVE ACCOUNT CAN GO DORMANT.  A CLOSED ACCOUNT IS
041300*     FINISHED WITH, AND A FROZEN ONE IS UNDER A LEGAL STOP THAT
041400*     OUTRANKS DORMANCY - UNFREEZING IT RETURNS IT TO ACTIVE AND
041500*     THE NEXT RUN JUDGES IT THEN.  AN ACTIVE ACCOUNT WITH NO
041600*     USABLE ACTIVITY DATE HAS ITS CLOCK STARTED TODAY, SO AN
041700*     ACCOUNT OPENED BEFORE THE DATE WAS KEPT IS GIVEN THE FULL
041800*     PERIOD RATHER THAN GOING DORMANT ON THE FIRST RUN.
041900*----------------------------------------------------------------
042000 3100-JUDGE-ONE-ACCOUNT.
042100     IF ACCOUNT-IS-DORMANT
042200         ADD 1 TO WS-ALREADY-DORMANT
042300     ELSE
042400     IF NOT ACCOUNT-IS-ACTIVE
042500         ADD 1 TO WS-NOT-ELIGIBLE
042600     ELSE
042700         PERFORM 3200-MEASURE-INACTIVITY
042800         IF NOT ACTIVITY-DATE-VALID
042900             MOVE WS-TODAY-DATE-FMT TO ACCOUNT-LAST-ACTIVITY
043000             PERFORM 3500-REWRITE-ACCOUNT
043100             IF WS-FS-ACCOUNT = '00'
043200                 ADD 1 TO WS-CLOCKS-STARTED
043300             END-IF
043400         ELSE
043500         IF WS-MONTHS-INACTIVE < WS-DORMANCY-MONTHS
043600             ADD 1 TO WS-STILL-ACTIVE
043700         ELSE
043800             MOVE 'D' TO ACCOUNT-STATUS
043900             PERFORM 3500-REWRITE-ACCOUNT
044000             IF WS-FS-ACCOUNT = '00'
044100                 ADD 1 TO WS-MARKED-DORMANT
044200                 MOVE 'ACCT-DORMANT' TO WS-AUDIT-STATUS
044300                 PERFORM 3950-WRITE-AUDIT-RECORD
044400                 MOVE SPACES TO WS-DL-NOTE
044500                 PERFORM 3300-WRITE-ACCOUNT-LINE
044600                 DISPLAY 'ACCOUNT DORMANT: ' ACCOUNT-EMAIL ' '
044700                     ACCOUNT-CURRENCY-CODE ' LAST ACTIVE '
044800                     ACCOUNT-LAST-ACTIVITY
044900             END-IF
045000         END-IF
045100         END-IF
045200     END-IF
045300     END-IF
045400     .
045500
045600*----------------------------------------------------------------
045700* 3200-MEASURE-INACTIVITY
045800*     PROVES ACCOUNT-LAST-ACTIVITY IS SHAPED LIKE A CCYY-MM-DD
045900*     DATE AND, IF SO, COUNTS THE WHOLE MONTHS FROM IT TO THE
046000*     BUSINESS DATE INTO WS-MONTHS-INACTIVE.  A DATE AHEAD OF THE
046100*     BUSINESS DATE COUNTS AS NO INACTIVITY AT ALL.
046200*----------------------------------------------------------------
046300 3200-MEASURE-INACTIVITY.
046400     MOVE 'N' TO WS-ACTIVITY-DATE-SW
046500     MOVE ZERO TO WS-MONTHS-INACTIVE
046600     MOVE ACCOUNT-LAST-ACTIVITY TO WS-ACTIVITY-WORK
046700     IF WS-ACT-DASH-1 = '-' AND WS-ACT-DASH-2 = '-'
046800         AND WS-ACT-YEAR-X IS NUMERIC
046900         AND WS-ACT-MONTH-X IS NUMERIC
047000         AND WS-ACT-DAY-X IS NUMERIC
047100         AND WS-ACT-MONTH-X >= '01' AND WS-ACT-MONTH-X <= '12'
047200         MOVE 'Y' TO WS-ACTIVITY-DATE-SW
047300         MOVE WS-ACT-YEAR-X TO WS-ACT-YEAR-N
047400         MOVE WS-ACT-MONTH-X TO WS-ACT-MONTH-N
047500         MOVE WS-ACT-DAY-X TO WS-ACT-DAY-N
047600         COMPUTE WS-MONTHS-INACTIVE =
047700             (WS-TODAY-YEAR-N * 12 + WS-TODAY-MONTH-N)
047800           - (WS-ACT-YEAR-N * 12 + WS-ACT-MONTH-N)
047900         IF WS-ACT-DAY-N > WS-TODAY-DAY-N
048000             SUBTRACT 1 FROM WS-MONTHS-INACTIVE
048100         END-IF
048200         IF WS-MONTHS-INACTIVE < ZERO
048300             MOVE ZERO TO WS-MONTHS-INACTIVE
048400         END-IF
048500     END-IF
048600     .
048700
048800*----------------------------------------------------------------
048900* 3300-WRITE-ACCOUNT-LINE
049000*     LISTS THE CURRENT ACCOUNT ON THE REPORT WITH ITS MONTHS OF
049100*     INACTIVITY AND THE NOTE THE CALLER SET.
049200*----------------------------------------------------------------
049300 3300-WRITE-ACCOUNT-LINE.
049400     MOVE ACCOUNT-EMAIL TO WS-DL-EMAIL
049500     MOVE ACCOUNT-CURRENCY-CODE TO WS-DL-CURRENCY
049600     MOVE ACCOUNT-NAME TO WS-DL-NAME
049700     MOVE ACCOUNT-BALANCE TO WS-DL-BALANCE
049800     MOVE ACCOUNT-LAST-ACTIVITY TO WS-DL-LAST-ACTIVITY
049900     MOVE WS-MONTHS-INACTIVE TO WS-DL-MONTHS
050000     MOVE WS-DORMANCY-LINE TO WS-REPORT-LINE
050100     PERFORM 8200-WRITE-REPORT-LINE
050200     .
050300
050400*----------------------------------------------------------------
050500* 3500-REWRITE-ACCOUNT
050600*     REWRITES THE ACCOUNT-RECORD JUST CHANGED BACK ONTO THE
050700*     MASTER.  CALLERS TEST WS-FS-ACCOUNT AFTERWARD - A FAILED
050800*     REWRITE IS COUNTED, NEVER AUDITED AS A STATUS CHANGE.
050900*----------------------------------------------------------------
051000 3500-REWRITE-ACCOUNT.
051100     REWRITE ACCOUNT-RECORD
051200         INVALID KEY
051300             DISPLAY 'ERROR REWRITING ACCOUNT ' ACCOUNT-EMAIL
051400                 ' ' ACCOUNT-CURRENCY-CODE
051500     END-REWRITE
051600     IF WS-FS-ACCOUNT NOT = '00'
051700         ADD 1 TO WS-REWRITE-FAILED
051800     END-IF
051900     .
052000
052100*----------------------------------------------------------------
052200* 3950-WRITE-AUDIT-RECORD
052300*     WRITES ONE AUDIT LINE IN PROCESSTRANSACTIONS' AUDIT-FILE
052400*     LAYOUT - TIMESTAMP, THE ACCOUNT KEY, NAME AND LAST ACTIVITY
052500*     DATE, AND THE STATUS CHANGE MADE.
052600*----------------------------------------------------------------
052700 3950-WRITE-AUDIT-RECORD.
052800     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
052900     ACCEPT WS-AUDIT-TIME FROM TIME
053000     MOVE SPACES TO AUDIT-RECORD
053100     STRING WS-AUDIT-DATE DELIMITED BY SIZE
053200            WS-AUDIT-TIME  DELIMITED BY SIZE
053300         INTO AUDIT-TIMESTAMP
053400     STRING ACCOUNT-EMAIL DELIMITED BY SIZE
053500            ACCOUNT-CURRENCY-CODE DELIMITED BY SIZE
053600            ACCOUNT-NAME DELIMITED BY SIZE
053700            ACCOUNT-LAST-ACTIVITY DELIMITED BY SIZE
053800         INTO AUDIT-INPUT-DATA
053900     MOVE WS-AUDIT-STATUS TO AUDIT-DECISION-STATUS
054000     WRITE AUDIT-RECORD
054100     .
054200
054300*----------------------------------------------------------------
054400* 5000-REPORT-UNCLAIMED-BALANCES
054500*     SECOND PASS - RESTARTS AT THE TOP OF THE MASTER AND LISTS
054600*     EVERY DORMANT ACCOUNT STILL HOLDING A CREDIT BALANCE WHOSE
054700*     INACTIVITY HAS REACHED THE NOTICE WINDOW BEFORE THE
054800*     ESCHEATMENT AGE.  THIS IS THE UNCLAIMED-PROPERTY REPORT
054900*     OPERATIONS WORKS FROM TO CONTACT THE OWNER BEFORE THE
055000*     BALANCE MUST BE REMITTED.
055100*----------------------------------------------------------------
055200 5000-REPORT-UNCLAIMED-BALANCES.
055300     PERFORM 8200-WRITE-REPORT-LINE
055400     MOVE WS-ESCHEAT-MONTHS TO WS-MONTHS-DISPLAY
055500     STRING '--- UNCLAIMED PROPERTY - DORMANT BALANCES NEARING '
055600                DELIMITED BY SIZE
055700            'ESCHEATMENT AT ' DELIMITED BY SIZE
055800            WS-MONTHS-DISPLAY DELIMITED BY SIZE
055900            ' MONTHS ---' DELIMITED BY SIZE
056000         INTO WS-REPORT-LINE
056100     PERFORM 8200-WRITE-REPORT-LINE
056200     MOVE WS-HEADING-LINE TO WS-REPORT-LINE
056300     PERFORM 8200-WRITE-REPORT-LINE
056400     MOVE LOW-VALUES TO ACCOUNT-KEY
056500     START ACCOUNT-FILE KEY IS NOT LESS THAN ACCOUNT-KEY
056600         INVALID KEY
056700             MOVE 'Y' TO WS-ACCT-SCAN-EOF-SW
056800         NOT INVALID KEY
056900             MOVE 'N' TO WS-ACCT-SCAN-EOF-SW
057000     END-START
057100     PERFORM UNTIL END-OF-ACCOUNT-SCAN
057200         READ ACCOUNT-FILE NEXT RECORD
057300             AT END
057400                 MOVE 'Y' TO WS-ACCT-SCAN-EOF-SW
057500             NOT AT END
057600                 PERFORM 5100-CHECK-ONE-UNCLAIMED
057700         END-READ
057800     END-PERFORM
057900     IF WS-UNCLAIMED-COUNT = ZERO
058000         MOVE '(NO DORMANT BALANCES NEARING ESCHEATMENT)'
058100             TO WS-REPORT-LINE
058200         PERFORM 8200-WRITE-REPORT-LINE
058300     END-IF
058400     .
058500
058600*----------------------------------------------------------------
058700* 5100-CHECK-ONE-UNCLAIMED
058800*     REPORTS THE CURRENT ACCOUNT IF IT IS DORMANT, IN CREDIT, AND
058900*     WITHIN THE NOTICE WINDOW, NOTING HOW MANY MONTHS REMAIN -
059000*     OR THAT THE BALANCE IS ALREADY DUE FOR REMITTANCE.
059100*----------------------------------------------------------------
059200 5100-CHECK-ONE-UNCLAIMED.
059300     IF ACCOUNT-IS-DORMANT AND ACCOUNT-BALANCE > ZERO
059400         PERFORM 3200-MEASURE-INACTIVITY
059500         IF ACTIVITY-DATE-VALID
059600             AND WS-MONTHS-INACTIVE >= WS-NOTICE-FROM-MONTHS
059700             ADD 1 TO WS-UNCLAIMED-COUNT
059800             COMPUTE WS-MONTHS-TO-ESCHEAT =
059900                 WS-ESCHEAT-MONTHS - WS-MONTHS-INACTIVE
060000             MOVE SPACES TO WS-DL-NOTE
060100             IF WS-MONTHS-TO-ESCHEAT > ZERO
060200                 MOVE WS-MONTHS-TO-ESCHEAT TO WS-ESCHEAT-DISPLAY
060300                 STRING WS-ESCHEAT-DISPLAY DELIMITED BY SIZE
060400                        ' MONTHS' DELIMITED BY SIZE
060500                     INTO WS-DL-NOTE
060600             ELSE
060700                 MOVE 'DUE FOR REMITTANCE' TO WS-DL-NOTE
060800             END-IF
060900             PERFORM 3300-WRITE-ACCOUNT-LINE
061000         END-IF
061100     END-IF
061200     .
061300
061400*----------------------------------------------------------------
061500* 8000-DISPLAY-RUN-SUMMARY
061600*     CLOSES THE REPORT WITH ITS COUNTS AND ECHOES THEM TO THE
061700*     CONSOLE.
061800*----------------------------------------------------------------
061900 8000-DISPLAY-RUN-SUMMARY.
062000     PERFORM 8200-WRITE-REPORT-LINE
062100     MOVE WS-MARKED-DORMANT TO WS-ESCHEAT-DISPLAY
062200     STRING 'ACCOUNTS MOVED TO DORMANT: ' DELIMITED BY SIZE
062300            WS-ESCHEAT-DISPLAY DELIMITED BY SIZE
062400         INTO WS-REPORT-LINE
062500     PERFORM 8200-WRITE-REPORT-LINE
062600     MOVE WS-UNCLAIMED-COUNT TO WS-ESCHEAT-DISPLAY
062700     STRING 'BALANCES NEARING ESCHEATMENT: ' DELIMITED BY SIZE
062800            WS-ESCHEAT-DISPLAY DELIMITED BY SIZE
062900         INTO WS-REPORT-LINE
063000     PERFORM 8200-WRITE-REPORT-LINE
063100     DISPLAY 'DETECTDORMANCY RUN SUMMARY'
063200     DISPLAY '  ACCOUNTS READ............ ' WS-ACCOUNTS-READ
063300     DISPLAY '  MOVED TO DORMANT......... ' WS-MARKED-DORMANT
063400     DISPLAY '  ALREADY DORMANT.......... ' WS-ALREADY-DORMANT
063500     DISPLAY '  STILL ACTIVE............. ' WS-STILL-ACTIVE
063600     DISPLAY '  ACTIVITY CLOCK STARTED... ' WS-CLOCKS-STARTED
063700     DISPLAY '  FROZEN/CLOSED SKIPPED.... ' WS-NOT-ELIGIBLE
063800     DISPLAY '  NEARING ESCHEATMENT...... ' WS-UNCLAIMED-COUNT
063900     DISPLAY '  REWRITES FAILED.......... ' WS-REWRITE-FAILED
064000     .
064100
064200*----------------------------------------------------------------
064300* 8200-WRITE-REPORT-LINE
064400*     WRITES WS-REPORT-LINE TO THE DORMANCY REPORT.
064500*----------------------------------------------------------------
064600 8200-WRITE-REPORT-LINE.
064700     WRITE DORMANCY-REPORT-LINE FROM WS-REPORT-LINE
064800     MOVE SPACES TO WS-REPORT-LINE
064900     .
065000
065100*----------------------------------------------------------------
065200* 9000-TERMINATE
065300*     CLOSES ALL FILES.
065400*----------------------------------------------------------------
065500 9000-TERMINATE.
065600     CLOSE ACCOUNT-FILE
065700     IF WS-FS-ACCOUNT NOT = '00'
065800         DISPLAY 'ERROR CLOSING ACCOUNT FILE' WS-FS-ACCOUNT
065900     END-IF
066000
066100     CLOSE DORMANCY-REPORT-FILE
066200     IF WS-FS-DORMANCY-REPORT NOT = '00'
066300         DISPLAY 'ERROR CLOSING DORMANCY REPORT FILE'
066400             WS-FS-DORMANCY-REPORT
066500     END-IF
066600
066700     CLOSE AUDIT-FILE
066800     IF WS-FS-AUDIT NOT = '00'
066900         DISPLAY 'ERROR CLOSING AUDIT FILE' WS-FS-AUDIT
067000     END-IF
067100     .
