002340*                  MALFORMED DATE CAN NO LONGER ABEND ZELLER,
002350*                  AND AN IMPOSSIBLE ONE CAN NO LONGER OPEN A
002360*                  DAY THE DOWNSTREAM JOBS CHOKE ON.
002362* 2026-10-15  RLB  DAYCLOSE NOW RECONCILES THE DAY BEFORE IT
002364*                  LOCKS IT.  PER CURRENCY, THE DAY'S OUTPUT-FILE
002366*                  POSTINGS ARE TIED TO THE SETTLEMENT EXTRACT'S
002368*                  CUR SUBTOTALS, THE GL JOURNAL'S CUSTOMER AND
002370*                  FEE INCOME LINES, THE FEE LEDGER, AND THE
002372*                  CONTROL REPORT TOTALS; THE CHECKPOINT MUST BE
002374*                  MARKED COMPLETE WITH NO BATCH LEFT OPEN.  THE
002376*                  RESULT IS WRITTEN TO THE DAY-CLOSE
002378*                  RECONCILIATION REPORT.
002380*                  ANY BREAK REFUSES THE CLOSE UNLESS RC_FORCE=Y
002382*                  AND A RC_FORCE_REASON CODE ARE GIVEN - THE CODE
002384*                  AND THE BREAK COUNT GO ON THE AUDIT TRAIL.
002386* 2026-10-15  RLB  CONDITION CODE FOR THE NIGHTLY JOB STREAM -
002388*                  RETURN-CODE 0 WHEN THE DAY OPENS OR CLOSES
002390*                  CLEAN, 4 WHEN THE CLOSE IS FORCED OVER
002392*                  RECONCILIATION BREAKS, 8 WHEN DAYOPEN OR
002394*                  DAYCLOSE IS REFUSED, RC_ACTION IS UNKNOWN
002396*                  OR THE RUN STOPS ON AN ERROR.
002400*----------------------------------------------------------------
002500
002600 ENVIRONMENT DIVISION.
003800     SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-PATH
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-FS-AUDIT.
004002
004004     SELECT OUTPUT-FILE ASSIGN TO DYNAMIC WS-OUTPUT-FILE-PATH
004006         ORGANIZATION IS INDEXED
004008         ACCESS MODE IS DYNAMIC
004010         RECORD KEY IS OUTPUT-TRANSACTION-ID
004012         FILE STATUS IS WS-FS-OUTPUT.
004014
004016     SELECT SETTLEMENT-FILE
004018         ASSIGN TO DYNAMIC WS-SETTLEMENT-FILE-PATH
004020         ORGANIZATION IS LINE SEQUENTIAL
004022         FILE STATUS IS WS-FS-SETTLEMENT.
004024
004026     SELECT GL-ACCOUNT-FILE
004028         ASSIGN TO DYNAMIC WS-GL-ACCOUNT-PATH
004030         ORGANIZATION IS LINE SEQUENTIAL
004032         FILE STATUS IS WS-FS-GL-ACCOUNT.
004034
004036     SELECT GL-JOURNAL-FILE
004038         ASSIGN TO DYNAMIC WS-GL-JOURNAL-PATH
004040         ORGANIZATION IS LINE SEQUENTIAL
004042         FILE STATUS IS WS-FS-GL-JOURNAL.
004044
004046     SELECT FEE-LEDGER-FILE
004048         ASSIGN TO DYNAMIC WS-FEE-LEDGER-PATH
004050         ORGANIZATION IS LINE SEQUENTIAL
004052         FILE STATUS IS WS-FS-FEE-LEDGER.
004054
004056     SELECT CONTROL-REPORT-FILE
004058         ASSIGN TO DYNAMIC WS-CONTROL-REPORT-PATH
004060         ORGANIZATION IS LINE SEQUENTIAL
004062         FILE STATUS IS WS-FS-CONTROL-REPORT.
004064
004066     SELECT CHECKPOINT-FILE
004068         ASSIGN TO DYNAMIC WS-CHECKPOINT-FILE-PATH
004070         ORGANIZATION IS LINE SEQUENTIAL
004072         FILE STATUS IS WS-FS-CHECKPOINT.
004074
004076     SELECT RECON-REPORT-FILE
004078         ASSIGN TO DYNAMIC WS-RECON-REPORT-PATH
004080         ORGANIZATION IS LINE SEQUENTIAL
004082         FILE STATUS IS WS-FS-RECON-REPORT.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
006200     05  AUDIT-TIMESTAMP           PIC X(16).
006300     05  AUDIT-INPUT-DATA          PIC X(116).
006400     05  AUDIT-DECISION-STATUS     PIC X(20).
006401
006402*----------------------------------------------------------------
006403* THE DAY'S POSTING FILES THE DAY-CLOSE RECONCILIATION READS -
006404* ALL IN PROCESSTRANSACTIONS' OWN LAYOUTS.  OUTPUT-FILE IS THE
006405* BOOK OF RECORD; THE CHECKPOINT SAYS WHETHER THE POSTING RUN
006406* FINISHED AND HOW EACH BRANCH BATCH ENDED.
006407*----------------------------------------------------------------
006408 FD  OUTPUT-FILE.
006409 01  OUTPUT-RECORD.
006410     05  OUTPUT-TRANSACTION-ID     PIC X(10).
006411     05  OUTPUT-TRANSACTION-STATUS PIC X(20).
006412     05  OUTPUT-CURRENCY-CODE      PIC X(03).
006413     05  OUTPUT-AMOUNT             PIC S9(11)V99.
006414     05  OUTPUT-ACCOUNT-EMAIL      PIC X(30).
006415     05  OUTPUT-USD-AMOUNT         PIC S9(13)V99.
006416     05  OUTPUT-ORIGINAL-TXN-ID    PIC X(10).
006417     05  OUTPUT-POSTING-DATE       PIC X(10).
006418     05  OUTPUT-FEE-AMOUNT         PIC S9(07)V99.
006419     05  OUTPUT-LINKED-TXN-ID      PIC X(10).
006420     05  OUTPUT-TRANSFER-LEG       PIC X(01).
006421         88  OUTPUT-NOT-TRANSFER       VALUE SPACE.
006422         88  OUTPUT-TRANSFER-DEBIT     VALUE 'D'.
006423         88  OUTPUT-TRANSFER-CREDIT    VALUE 'C'.
006424     05  OUTPUT-FX-RATE            PIC 9(05)V9(06).
006425
006426 FD  CHECKPOINT-FILE.
006427 01  CHECKPOINT-RECORD.
006428     05  CHECKPOINT-RECORDS-READ   PIC 9(07).
006429     05  CHECKPOINT-STATUS         PIC X(01).
006430         88  CHECKPOINT-COMPLETE       VALUE 'C'.
006431         88  CHECKPOINT-INCOMPLETE     VALUE 'I'.
006432     05  CHECKPOINT-SUCCESS-COUNT     PIC 9(07).
006433     05  CHECKPOINT-FAILURE-COUNT     PIC 9(07).
006434     05  CHECKPOINT-REJECT-COUNT      PIC 9(07).
006435     05  CHECKPOINT-DUPLICATE-COUNT   PIC 9(07).
006436     05  CHECKPOINT-REVERSAL-COUNT    PIC 9(07).
006437     05  CHECKPOINT-ADJUSTMENT-COUNT  PIC 9(07).
006438     05  CHECKPOINT-CURRENCY-COUNT    PIC 9(02).
006439     05  CHECKPOINT-CURRENCY-TOTALS OCCURS 20 TIMES.
006440         10  CHECKPOINT-CURRENCY-CODE PIC X(03).
006441         10  CHECKPOINT-CURRENCY-AMT  PIC S9(13)V99.
006442         10  CHECKPOINT-CURRENCY-USD  PIC S9(13)V99.
006443         10  CHECKPOINT-CURRENCY-FEE  PIC S9(13)V99.
006444     05  CHECKPOINT-BATCH-COUNT       PIC 9(02).
006445     05  CHECKPOINT-BATCH-RESULTS OCCURS 50 TIMES.
006446         10  CHECKPOINT-BATCH-BRANCH PIC X(08).
006447         10  CHECKPOINT-BATCH-DATE   PIC X(10).
006448         10  CHECKPOINT-BATCH-STATUS PIC X(12).
006449         10  CHECKPOINT-BATCH-DECL   PIC 9(07).
006450         10  CHECKPOINT-BATCH-RECV   PIC 9(07).
006451     05  CHECKPOINT-TRANSFER-COUNT    PIC 9(07).
006452     05  CHECKPOINT-HELD-COUNT        PIC 9(07).
006453     05  CHECKPOINT-WAREHOUSED-COUNT  PIC 9(07).
006454     05  CHECKPOINT-DORMANT-HELD-COUNT PIC 9(07).
006500
006501
006502*----------------------------------------------------------------
006503* THE DAY'S DERIVED FILES, READ BACK ONLY AS FAR AS THE FIGURES
006504* THE RECONCILIATION TIES: THE SETTLEMENT EXTRACT'S CUR
006505* SUBTOTALS, THE GL JOURNAL'S DETAIL LINES (CLASSIFIED THROUGH
006506* THE GL ACCOUNT MAP), THE FEE LEDGER'S FEE COLUMN, AND THE
006507* CONTROL REPORT'S AMOUNT AND FEE TOTAL LINES.
006508*----------------------------------------------------------------
006509 FD  SETTLEMENT-FILE.
006510 01  SETTLEMENT-LINE.
006511     05  STL-RECORD-TYPE           PIC X(03).
006512     05  STL-CUR-CCY               PIC X(03).
006513     05  STL-CUR-COUNT             PIC 9(07).
006514     05  STL-CUR-TOTAL             PIC 9(15).99.
006515     05  FILLER                    PIC X(29).
006516
006517 FD  GL-ACCOUNT-FILE.
006518 01  GL-ACCOUNT-RECORD.
006519     05  GLA-LINE-KEY              PIC X(08).
006520     05  GLA-ACCOUNT-NUMBER        PIC X(08).
006521
006522 FD  GL-JOURNAL-FILE.
006523 01  GL-JOURNAL-LINE.
006524     05  GLJ-DATE                  PIC X(10).
006525     05  FILLER                    PIC X(01).
006526     05  GLJ-CCY                   PIC X(03).
006527     05  FILLER                    PIC X(01).
006528     05  GLJ-ACCT                  PIC X(08).
006529     05  FILLER                    PIC X(01).
006530     05  GLJ-DRCR                  PIC X(02).
006531     05  FILLER                    PIC X(01).
006532     05  GLJ-AMOUNT                PIC 9(13).99.
006533     05  FILLER                    PIC X(17).
006534
006535 FD  FEE-LEDGER-FILE.
006536 01  FEE-LEDGER-LINE.
006537     05  FLG-DATE                  PIC X(10).
006538     05  FILLER                    PIC X(01).
006539     05  FLG-TXN-ID                PIC X(10).
006540     05  FILLER                    PIC X(01).
006541     05  FLG-CCY                   PIC X(03).
006542     05  FILLER                    PIC X(01).
006543     05  FLG-BASE-AMOUNT           PIC -Z(12)9.99.
006544     05  FILLER                    PIC X(01).
006545     05  FLG-FEE-AMOUNT            PIC -Z(8)9.99.
006546     05  FILLER                    PIC X(01).
006547     05  FLG-TYPE                  PIC X(08).
006548     05  FILLER                    PIC X(14).
006549
006550 FD  CONTROL-REPORT-FILE.
006551 01  CONTROL-REPORT-LINE.
006552     05  CTL-LABEL                 PIC X(30).
006553     05  CTL-VALUE                 PIC -Z(12)9.99.
006554     05  FILLER                    PIC X(33).
006555
006556 FD  RECON-REPORT-FILE.
006557 01  RECON-REPORT-LINE             PIC X(120).
006558
006600 WORKING-STORAGE SECTION.
006700*----------------------------------------------------------------
006800* RUN PARAMETERS (SEE 1050-RESOLVE-RUN-PARAMETERS)
006900* RC_ACTION IS DAYOPEN OR DAYCLOSE; RC_BUSINESS_DATE DEFAULTS
007000* TO TODAY; RC_FORCE=Y OVERRIDES THE NON-BUSINESS-DAY REFUSAL
007100* FOR THE RARE SANCTIONED WEEKEND RUN, AND - ONLY WITH AN
007110* RC_FORCE_REASON CODE FOR THE AUDIT TRAIL - A DAY-CLOSE
007120* RECONCILIATION BREAK.  THE RC_*_FILE PATHS NAME THE DAY'S
007130* POSTING FILES THE RECONCILIATION READS.
007200*----------------------------------------------------------------
007300 01  WS-RUN-CONTROL-PATH     PIC X(60)
007400     VALUE 'src/cobol/run-control.txt'.
007600     VALUE 'src/cobol/calendar.txt'.
007700 01  WS-AUDIT-FILE-PATH      PIC X(60)
007800     VALUE 'src/cobol/audit.txt'.
007805 01  WS-OUTPUT-FILE-PATH     PIC X(60)
007810     VALUE 'src/cobol/output.dat'.
007815 01  WS-SETTLEMENT-FILE-PATH PIC X(60)
007820     VALUE 'src/cobol/settlement.txt'.
007825 01  WS-GL-ACCOUNT-PATH      PIC X(60)
007830     VALUE 'src/cobol/glaccts.txt'.
007835 01  WS-GL-JOURNAL-PATH      PIC X(60)
007840     VALUE 'src/cobol/gl-journal.txt'.
007845 01  WS-FEE-LEDGER-PATH      PIC X(60)
007850     VALUE 'src/cobol/fee-ledger.txt'.
007855 01  WS-CONTROL-REPORT-PATH  PIC X(60)
007860     VALUE 'src/cobol/control-report.txt'.
007865 01  WS-CHECKPOINT-FILE-PATH PIC X(60)
007870     VALUE 'src/cobol/checkpoint.txt'.
007875 01  WS-RECON-REPORT-PATH    PIC X(60)
007880     VALUE 'src/cobol/dayclose-recon.txt'.
007900 01  WS-ACTION               PIC X(08) VALUE SPACES.
008000     88  ACTION-DAYOPEN          VALUE 'DAYOPEN'.
008100     88  ACTION-DAYCLOSE         VALUE 'DAYCLOSE'.
008200 01  WS-BUSINESS-DATE        PIC X(10) VALUE SPACES.
008300 01  WS-FORCE-SW             PIC X(01) VALUE 'N'.
008400     88  FORCE-REQUESTED         VALUE 'Y'.
008410 01  WS-FORCE-REASON         PIC X(08) VALUE SPACES.
008500 01  WS-ENV-VALUE-WORK       PIC X(60) VALUE SPACES.
008600*----------------------------------------------------------------
008700* FILE STATUS AND END-OF-FILE SWITCHES
008900 01  WS-FS-RUN-CONTROL      PIC X(02) VALUE '00'.
009000 01  WS-FS-CALENDAR         PIC X(02) VALUE '00'.
009100 01  WS-FS-AUDIT            PIC X(02) VALUE '00'.
009110 01  WS-FS-OUTPUT           PIC X(02) VALUE '00'.
009120 01  WS-FS-SETTLEMENT       PIC X(02) VALUE '00'.
009130 01  WS-FS-GL-ACCOUNT       PIC X(02) VALUE '00'.
009140 01  WS-FS-GL-JOURNAL       PIC X(02) VALUE '00'.
009150 01  WS-FS-FEE-LEDGER       PIC X(02) VALUE '00'.
009160 01  WS-FS-CONTROL-REPORT   PIC X(02) VALUE '00'.
009170 01  WS-FS-CHECKPOINT       PIC X(02) VALUE '00'.
009180 01  WS-FS-RECON-REPORT     PIC X(02) VALUE '00'.
009200 01  WS-CAL-EOF-SW          PIC X VALUE 'N'.
009300     88  END-OF-CALENDAR-FILE    VALUE 'Y'.
009310 01  WS-RCN-EOF-SW          PIC X VALUE 'N'.
009320     88  END-OF-RECON-INPUT      VALUE 'Y'.
009400*----------------------------------------------------------------
009500* PRIOR-STATE WORK AREAS - WHAT THE RUN CONTROL FILE SAID
009600* BEFORE THIS ACTION.
015000 01  WS-AUDIT-TIME          PIC 9(08) VALUE ZERO.
015100 01  WS-AUDIT-STATUS        PIC X(20) VALUE SPACES.
015200 01  WS-AUDIT-DATA-WORK     PIC X(116) VALUE SPACES.
015201 01  WS-AUDIT-PTR           PIC 9(03) VALUE ZERO.
015202*----------------------------------------------------------------
015203* DAY-CLOSE RECONCILIATION WORK AREAS (SEE 4100-4900)
015204* WS-RCN-TABLE HOLDS ONE ENTRY PER CURRENCY SEEN IN ANY OF THE
015205* DAY'S FILES - WHAT OUTPUT-FILE SAYS EACH FIGURE SHOULD BE
015206* (THE RCN-OUT- FIELDS) BESIDE WHAT THE SETTLEMENT EXTRACT, GL
015207* JOURNAL, FEE LEDGER, AND CONTROL REPORT ACTUALLY CARRY.
015208*----------------------------------------------------------------
015209 01  WS-RCN-CCY-COUNT       PIC 9(03) COMP VALUE ZERO.
015210 01  WS-RCN-CCY-MAX         PIC 9(03) COMP VALUE 20.
015211 01  WS-RCN-TABLE.
015212     05  WS-RCN-ENTRY
015213         OCCURS 1 TO 20 TIMES
015214         DEPENDING ON WS-RCN-CCY-COUNT
015215         INDEXED BY WS-RCN-IDX.
015216         10  WS-RCN-CCY              PIC X(03).
015217         10  WS-RCN-OUT-SET-CNT      PIC 9(07).
015218         10  WS-RCN-OUT-SET-HASH     PIC 9(15)V99.
015219         10  WS-RCN-OUT-GL-NET       PIC S9(15)V99.
015220         10  WS-RCN-OUT-FEE          PIC S9(15)V99.
015221         10  WS-RCN-OUT-CTL-AMT      PIC S9(15)V99.
015222         10  WS-RCN-SET-CNT          PIC 9(07).
015223         10  WS-RCN-SET-HASH         PIC 9(15)V99.
015224         10  WS-RCN-GL-CUST-NET      PIC S9(15)V99.
015225         10  WS-RCN-GL-FEE-NET       PIC S9(15)V99.
015226         10  WS-RCN-LDG-FEE          PIC S9(15)V99.
015227         10  WS-RCN-CTL-AMT          PIC S9(15)V99.
015228         10  WS-RCN-CTL-FEE          PIC S9(15)V99.
015229 01  WS-RCN-WORK-CCY        PIC X(03) VALUE SPACES.
015230 01  WS-RCN-FOUND-SW        PIC X VALUE 'N'.
015231     88  RCN-CCY-FOUND           VALUE 'Y'.
015232 01  WS-RCN-ABS-AMT         PIC 9(13)V99 VALUE ZERO.
015233 01  WS-RCN-EDIT-AMT        PIC S9(15)V99 VALUE ZERO.
015234 01  WS-RCN-GL-CUSTBAL-ACCT PIC X(08) VALUE SPACES.
015235 01  WS-RCN-GL-SUSPENSE-ACCT PIC X(08) VALUE SPACES.
015236 01  WS-RCN-GL-FEEINC-ACCT  PIC X(08) VALUE SPACES.
015237 01  WS-RCN-BREAK-COUNT     PIC 9(05) COMP VALUE ZERO.
015238 01  WS-RCN-BREAK-DISP      PIC 9(05) VALUE ZERO.
015239 01  WS-RCN-OPEN-BATCHES    PIC 9(03) COMP VALUE ZERO.
015240 01  WS-RCN-BAT-SUB         PIC 9(03) COMP VALUE ZERO.
015241 01  WS-RCN-RPT-SW          PIC X VALUE 'N'.
015242     88  RECON-REPORT-OPEN       VALUE 'Y'.
015243 01  WS-RCN-DISPOSITION     PIC X(60) VALUE SPACES.
015244 01  WS-TIE-NAME            PIC X(20) VALUE SPACES.
015245 01  WS-TIE-EXPECTED        PIC S9(15)V99 VALUE ZERO.
015246 01  WS-TIE-ACTUAL          PIC S9(15)V99 VALUE ZERO.
015247 01  WS-TIE-DIFF            PIC S9(15)V99 VALUE ZERO.
015248 01  WS-TIE-COUNT-SW        PIC X VALUE 'N'.
015249     88  TIE-IS-COUNT            VALUE 'Y'.
015250
015251*----------------------------------------------------------------
015252* RECONCILIATION REPORT PRINT LINES - ONE TIE LINE PER FIGURE
015253* PER CURRENCY (OUTPUT-FILE'S FIGURE, THE OTHER FILE'S, THE
015254* DIFFERENCE, AND OK OR BREAK), A COUNT VARIANT FOR THE
015255* SETTLEMENT RECORD COUNT, AND A LINE PER BATCH LEFT OPEN.
015256*----------------------------------------------------------------
015257 01  WS-RCN-REPORT-LINE     PIC X(120) VALUE SPACES.
015258 01  WS-RCN-TIE-LINE.
015259     05  WS-RTL-CCY             PIC X(03).
015260     05  FILLER                 PIC X(01) VALUE SPACES.
015261     05  WS-RTL-NAME            PIC X(20).
015262     05  FILLER                 PIC X(08) VALUE ' OUTPUT '.
015263     05  WS-RTL-EXPECTED        PIC -Z(14)9.99.
015264     05  FILLER                 PIC X(06) VALUE ' FILE '.
015265     05  WS-RTL-ACTUAL          PIC -Z(14)9.99.
015266     05  FILLER                 PIC X(06) VALUE ' DIFF '.
015267     05  WS-RTL-DIFF            PIC -Z(14)9.99.
015268     05  FILLER                 PIC X(01) VALUE SPACES.
015269     05  WS-RTL-RESULT          PIC X(05).
015270     05  FILLER                 PIC X(13) VALUE SPACES.
015271 01  WS-RCN-COUNT-LINE.
015272     05  WS-RCL-CCY             PIC X(03).
015273     05  FILLER                 PIC X(01) VALUE SPACES.
015274     05  WS-RCL-NAME            PIC X(20).
015275     05  FILLER                 PIC X(08) VALUE ' OUTPUT '.
015276     05  WS-RCL-EXPECTED        PIC -Z(17)9.
015277     05  FILLER                 PIC X(06) VALUE ' FILE '.
015278     05  WS-RCL-ACTUAL          PIC -Z(17)9.
015279     05  FILLER                 PIC X(06) VALUE ' DIFF '.
015280     05  WS-RCL-DIFF            PIC -Z(17)9.
015281     05  FILLER                 PIC X(01) VALUE SPACES.
015282     05  WS-RCL-RESULT          PIC X(05).
015283     05  FILLER                 PIC X(13) VALUE SPACES.
015284 01  WS-RCN-BATCH-LINE.
015285     05  FILLER                 PIC X(16)
015286         VALUE 'BATCH LEFT OPEN '.
015287     05  WS-RBL-BRANCH          PIC X(08).
015288     05  FILLER                 PIC X(01) VALUE SPACES.
015289     05  WS-RBL-DATE            PIC X(10).
015290     05  FILLER                 PIC X(01) VALUE SPACES.
015291     05  WS-RBL-STATUS          PIC X(12).
015292     05  FILLER                 PIC X(07) VALUE '  BREAK'.
015293     05  FILLER                 PIC X(65) VALUE SPACES.
015300
015400 PROCEDURE DIVISION.
015500*----------------------------------------------------------------
016900             DISPLAY 'RC_ACTION MUST BE DAYOPEN OR DAYCLOSE'
017000     END-EVALUATE
017100     PERFORM 9000-TERMINATE
017110     EVALUATE WS-AUDIT-STATUS
017120         WHEN 'DAY-OPENED'
017130         WHEN 'DAY-CLOSED'
017140             MOVE ZERO TO RETURN-CODE
017150         WHEN 'DAY-CLOSE-FORCED'
017160             MOVE 4 TO RETURN-CODE
017170         WHEN OTHER
017180             MOVE 8 TO RETURN-CODE
017190     END-EVALUATE
017200     STOP RUN.
017300
017400*----------------------------------------------------------------
019500     END-IF
019600     IF WS-FS-AUDIT NOT = '00'
019700         DISPLAY 'ERROR OPENING AUDIT FILE' WS-FS-AUDIT
019710         MOVE 8 TO RETURN-CODE
019800         STOP RUN
019900     END-IF
020000     .
024600     IF WS-ENV-VALUE-WORK NOT = SPACES
024700         MOVE WS-ENV-VALUE-WORK TO WS-AUDIT-FILE-PATH
024800     END-IF
024801
024802     MOVE SPACES TO WS-ENV-VALUE-WORK
024803     DISPLAY 'RC_FORCE_REASON' UPON ENVIRONMENT-NAME
024804     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
024805     IF WS-ENV-VALUE-WORK NOT = SPACES
024806         MOVE WS-ENV-VALUE-WORK TO WS-FORCE-REASON
024807     END-IF
024808
024809     MOVE SPACES TO WS-ENV-VALUE-WORK
024810     DISPLAY 'RC_OUTPUT_FILE' UPON ENVIRONMENT-NAME
024811     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
024812     IF WS-ENV-VALUE-WORK NOT = SPACES
024813         MOVE WS-ENV-VALUE-WORK TO WS-OUTPUT-FILE-PATH
024814     END-IF
024815
024816     MOVE SPACES TO WS-ENV-VALUE-WORK
024817     DISPLAY 'RC_SETTLEMENT_FILE' UPON ENVIRONMENT-NAME
024818     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
024819     IF WS-ENV-VALUE-WORK NOT = SPACES
024820         MOVE WS-ENV-VALUE-WORK TO WS-SETTLEMENT-FILE-PATH
024821     END-IF
024822
024823     MOVE SPACES TO WS-ENV-VALUE-WORK
024824     DISPLAY 'RC_GL_ACCOUNT_FILE' UPON ENVIRONMENT-NAME
024825     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
024826     IF WS-ENV-VALUE-WORK NOT = SPACES
024827         MOVE WS-ENV-VALUE-WORK TO WS-GL-ACCOUNT-PATH
024828     END-IF
024829
024830     MOVE SPACES TO WS-ENV-VALUE-WORK
024831     DISPLAY 'RC_GL_JOURNAL_FILE' UPON ENVIRONMENT-NAME
024832     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
024833     IF WS-ENV-VALUE-WORK NOT = SPACES
024834         MOVE WS-ENV-VALUE-WORK TO WS-GL-JOURNAL-PATH
024835     END-IF
024836
024837     MOVE SPACES TO WS-ENV-VALUE-WORK
024838     DISPLAY 'RC_FEE_LEDGER_FILE' UPON ENVIRONMENT-NAME
024839     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
024840     IF WS-ENV-VALUE-WORK NOT = SPACES
024841         MOVE WS-ENV-VALUE-WORK TO WS-FEE-LEDGER-PATH
024842     END-IF
024843
024844     MOVE SPACES TO WS-ENV-VALUE-WORK
024845     DISPLAY 'RC_CONTROL_REPORT_FILE' UPON ENVIRONMENT-NAME
024846     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
024847     IF WS-ENV-VALUE-WORK NOT = SPACES
024848         MOVE WS-ENV-VALUE-WORK TO WS-CONTROL-REPORT-PATH
024849     END-IF
024850
024851     MOVE SPACES TO WS-ENV-VALUE-WORK
024852     DISPLAY 'RC_CHECKPOINT_FILE' UPON ENVIRONMENT-NAME
024853     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
024854     IF WS-ENV-VALUE-WORK NOT = SPACES
024855         MOVE WS-ENV-VALUE-WORK TO WS-CHECKPOINT-FILE-PATH
024856     END-IF
024857
024858     MOVE SPACES TO WS-ENV-VALUE-WORK
024859     DISPLAY 'RC_RECON_REPORT_FILE' UPON ENVIRONMENT-NAME
024860     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
024861     IF WS-ENV-VALUE-WORK NOT = SPACES
024862         MOVE WS-ENV-VALUE-WORK TO WS-RECON-REPORT-PATH
024863     END-IF
024900     .
025000
025100*----------------------------------------------------------------
028400         IF WS-HOLIDAY-COUNT >= WS-HOLIDAY-MAX
028500             DISPLAY 'HOLIDAY TABLE FULL - CANNOT SAFELY LOAD '
028600                 'ANOTHER DATE'
028610             MOVE 8 TO RETURN-CODE
028700             STOP RUN
028800         END-IF
028900         ADD 1 TO WS-HOLIDAY-COUNT
039500*----------------------------------------------------------------
039600* 4000-CLOSE-BUSINESS-DAY
039700*     COMPLETES THE OPEN DAY.  NO OPEN DAY MEANS THERE IS
039800*     NOTHING TO CLOSE - ANNOUNCED, NOT INVENTED.  THE DAY IS
039810*     RECONCILED FIRST (4100); A BREAK REFUSES THE CLOSE UNLESS
039820*     OPERATIONS FORCES IT WITH RC_FORCE=Y AND A RC_FORCE_REASON
039830*     CODE, WHICH THE AUDIT RECORD CARRIES.
039900*----------------------------------------------------------------
040000 4000-CLOSE-BUSINESS-DAY.
040100     IF NOT PRIOR-DAY-OPEN
040300         MOVE 'DAY-CLOSE-REFUSED' TO WS-AUDIT-STATUS
040400         PERFORM 3950-WRITE-AUDIT-RECORD
040500     ELSE
040502         PERFORM 4100-RECONCILE-DAY
040504         IF WS-RCN-BREAK-COUNT NOT = ZERO
040506             AND NOT FORCE-REQUESTED
040508             DISPLAY 'DAY ' WS-PRIOR-DATE ' DOES NOT RECONCILE - '
040510                 'CLOSE REFUSED'
040512             MOVE 'CLOSE REFUSED - RECONCILIATION BREAKS'
040514                 TO WS-RCN-DISPOSITION
040516             PERFORM 4900-FINISH-RECON-REPORT
040518             MOVE 'DAY-CLOSE-REFUSED' TO WS-AUDIT-STATUS
040520             PERFORM 3950-WRITE-AUDIT-RECORD
040522         ELSE
040524         IF WS-RCN-BREAK-COUNT NOT = ZERO
040526             AND WS-FORCE-REASON = SPACES
040528             DISPLAY 'RC_FORCE_REASON IS REQUIRED TO FORCE A '
040530                 'CLOSE OVER RECONCILIATION BREAKS'
040532             MOVE 'CLOSE REFUSED - FORCE WITHOUT A REASON CODE'
040534                 TO WS-RCN-DISPOSITION
040536             PERFORM 4900-FINISH-RECON-REPORT
040538             MOVE 'DAY-CLOSE-REFUSED' TO WS-AUDIT-STATUS
040540             PERFORM 3950-WRITE-AUDIT-RECORD
040542         ELSE
040600         OPEN OUTPUT RUN-CONTROL-FILE
040700         IF WS-FS-RUN-CONTROL NOT = '00'
040800             DISPLAY 'ERROR WRITING RUN CONTROL FILE'
040900                 WS-FS-RUN-CONTROL
040910             MOVE 'CLOSE FAILED - RUN CONTROL FILE NOT WRITTEN'
040920                 TO WS-RCN-DISPOSITION
040930             PERFORM 4900-FINISH-RECON-REPORT
041000         ELSE
041100             MOVE WS-PRIOR-DATE TO RC-BUSINESS-DATE
041200             MOVE 'C' TO RC-DAY-STATUS
041300             WRITE RUN-CONTROL-RECORD
041400             CLOSE RUN-CONTROL-FILE
041500             DISPLAY 'BUSINESS DAY CLOSED: ' WS-PRIOR-DATE
041600             IF WS-RCN-BREAK-COUNT = ZERO
041605                 MOVE 'DAY CLOSED - RECONCILED'
041610                     TO WS-RCN-DISPOSITION
041615                 MOVE 'DAY-CLOSED' TO WS-AUDIT-STATUS
041620             ELSE
041625                 DISPLAY 'CLOSE FORCED OVER RECONCILIATION '
041630                     'BREAKS - REASON ' WS-FORCE-REASON
041635                 MOVE SPACES TO WS-RCN-DISPOSITION
041640                 STRING 'DAY CLOSED - FORCED BY OPERATOR, REASON '
041645                         DELIMITED BY SIZE
041650                        WS-FORCE-REASON DELIMITED BY SIZE
041655                     INTO WS-RCN-DISPOSITION
041660                 MOVE 'DAY-CLOSE-FORCED' TO WS-AUDIT-STATUS
041665             END-IF
041670             PERFORM 4900-FINISH-RECON-REPORT
041700             PERFORM 3950-WRITE-AUDIT-RECORD
041710         END-IF
041720         END-IF
041800         END-IF
041900     END-IF
042000     .
042200*----------------------------------------------------------------
042300* 3950-WRITE-AUDIT-RECORD
042400*     WRITES ONE AUDIT LINE IN PROCESSTRANSACTIONS' AUDIT-FILE
042500*     LAYOUT - THE ACTION, DATES, AND THE DECISION MADE.  A
042510*     DAYCLOSE ALSO CARRIES ITS RECONCILIATION BREAK COUNT AND
042520*     ANY FORCE REASON CODE.
042600*----------------------------------------------------------------
042700 3950-WRITE-AUDIT-RECORD.
042800     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
043200            WS-AUDIT-TIME  DELIMITED BY SIZE
043300         INTO AUDIT-TIMESTAMP
043400     MOVE SPACES TO WS-AUDIT-DATA-WORK
043410     MOVE 1 TO WS-AUDIT-PTR
043500     STRING WS-ACTION DELIMITED BY SIZE
043600            ' '       DELIMITED BY SIZE
043700            WS-BUSINESS-DATE DELIMITED BY SIZE
044000            ' '       DELIMITED BY SIZE
044100            WS-PRIOR-STATE-SW DELIMITED BY SIZE
044200         INTO WS-AUDIT-DATA-WORK
044205         WITH POINTER WS-AUDIT-PTR
044210     IF ACTION-DAYCLOSE
044215         MOVE WS-RCN-BREAK-COUNT TO WS-RCN-BREAK-DISP
044220         STRING ' BREAKS ' DELIMITED BY SIZE
044225                WS-RCN-BREAK-DISP DELIMITED BY SIZE
044230                ' REASON ' DELIMITED BY SIZE
044235                WS-FORCE-REASON DELIMITED BY SIZE
044240             INTO WS-AUDIT-DATA-WORK
044245             WITH POINTER WS-AUDIT-PTR
044250     END-IF
044300     MOVE WS-AUDIT-DATA-WORK TO AUDIT-INPUT-DATA
044400     MOVE WS-AUDIT-STATUS TO AUDIT-DECISION-STATUS
044500     WRITE AUDIT-RECORD
045500         DISPLAY 'ERROR CLOSING AUDIT FILE' WS-FS-AUDIT
045600     END-IF
045700     .
045710*----------------------------------------------------------------
045720* 4100-RECONCILE-DAY
045730*     PROVES THE OPEN DAY'S FILES AGREE WITH ONE ANOTHER BEFORE
045740*     THE DAY IS LOCKED.  OUTPUT-FILE IS SWEPT FOR WHAT EACH
045750*     CURRENCY'S FIGURES SHOULD BE; EACH DERIVED FILE IS READ
045760*     FOR WHAT IT ACTUALLY CARRIES; EVERY FIGURE IS TIED AND
045770*     REPORTED, AND THE CHECKPOINT IS PROVED COMPLETE WITH NO
045780*     BATCH LEFT OPEN.  WS-RCN-BREAK-COUNT COMES BACK ZERO ONLY
045790*     IF EVERYTHING TIED.  THE CONTROL REPORT COVERS ONE POSTING
045800*     RUN (A CHECKPOINT RESTART CARRIES ITS TOTALS FORWARD), SO
045810*     A DAY POSTED ACROSS TWO SEPARATE RUNS BREAKS THERE.
045820*----------------------------------------------------------------
045830 4100-RECONCILE-DAY.
045840     MOVE ZERO TO WS-RCN-CCY-COUNT
045850     MOVE ZERO TO WS-RCN-BREAK-COUNT
045860     PERFORM 4110-OPEN-RECON-REPORT
045870     PERFORM 4200-SWEEP-OUTPUT-FILE
045880     PERFORM 4300-READ-SETTLEMENT-EXTRACT
045890     PERFORM 4350-LOAD-GL-ACCOUNTS
045900     PERFORM 4400-READ-GL-JOURNAL
045910     PERFORM 4450-READ-FEE-LEDGER
045920     PERFORM 4500-READ-CONTROL-REPORT
045930     IF WS-RCN-CCY-COUNT = ZERO
045940         MOVE '(NO POSTINGS FOR THE DAY IN ANY FILE)'
045950             TO WS-RCN-REPORT-LINE
045960         PERFORM 4800-WRITE-RECON-LINE
045970     ELSE
045980         PERFORM 4600-TIE-ONE-CURRENCY
045990             VARYING WS-RCN-IDX FROM 1 BY 1
046000             UNTIL WS-RCN-IDX > WS-RCN-CCY-COUNT
046010     END-IF
046020     PERFORM 4700-CHECK-CHECKPOINT
046030     MOVE WS-RCN-BREAK-COUNT TO WS-RCN-BREAK-DISP
046040     DISPLAY 'DAY-CLOSE RECONCILIATION FOR ' WS-PRIOR-DATE ': '
046050         WS-RCN-BREAK-DISP ' BREAK(S)'
046060     .
046070
046080*----------------------------------------------------------------
046090* 4110-OPEN-RECON-REPORT
046100*     STARTS A FRESH DAY-CLOSE RECONCILIATION REPORT.  A REPORT
046110*     THAT WILL NOT OPEN IS ANNOUNCED; THE TIES STILL DECIDE
046120*     THE CLOSE.
046130*----------------------------------------------------------------
046140 4110-OPEN-RECON-REPORT.
046150     MOVE 'N' TO WS-RCN-RPT-SW
046160     OPEN OUTPUT RECON-REPORT-FILE
046170     IF WS-FS-RECON-REPORT NOT = '00'
046180         DISPLAY 'ERROR OPENING RECONCILIATION REPORT FILE'
046190             WS-FS-RECON-REPORT
046200     ELSE
046210         MOVE 'Y' TO WS-RCN-RPT-SW
046220         MOVE SPACES TO WS-RCN-REPORT-LINE
046230         STRING '=== DAY-CLOSE RECONCILIATION FOR '
046240                 DELIMITED BY SIZE
046250                WS-PRIOR-DATE DELIMITED BY SIZE
046260                ' ===' DELIMITED BY SIZE
046270             INTO WS-RCN-REPORT-LINE
046280         PERFORM 4800-WRITE-RECON-LINE
046290     END-IF
046300     .
046310
046320*----------------------------------------------------------------
046330* 4200-SWEEP-OUTPUT-FILE
046340*     SWEEPS OUTPUT-FILE FRONT TO BACK THE WAY 8505 IN
046350*     PROCESSTRANSACTIONS DOES.  NO FILE AT ALL MEANS NOTHING
046360*     WAS EVER POSTED; FILE STATUS 23 ON THE START JUST MEANS AN
046370*     EMPTY FILE.  A FILE THAT EXISTS BUT WILL NOT OPEN IS ITSELF
046380*     A BREAK - NOTHING CAN BE PROVED WITHOUT THE BOOK OF RECORD.
046390*----------------------------------------------------------------
046400 4200-SWEEP-OUTPUT-FILE.
046410     OPEN INPUT OUTPUT-FILE
046420     IF WS-FS-OUTPUT = '35'
046430         MOVE 'NO OUTPUT FILE - NOTHING POSTED'
046440             TO WS-RCN-REPORT-LINE
046450         PERFORM 4800-WRITE-RECON-LINE
046460     ELSE
046470     IF WS-FS-OUTPUT NOT = '00'
046480         DISPLAY 'ERROR OPENING OUTPUT FILE' WS-FS-OUTPUT
046490         MOVE 'OUTPUT FILE CANNOT BE READ'
046500             TO WS-RCN-REPORT-LINE
046510         MOVE 'BREAK' TO WS-RCN-REPORT-LINE (45:5)
046520         PERFORM 4800-WRITE-RECON-LINE
046530         ADD 1 TO WS-RCN-BREAK-COUNT
046540     ELSE
046550         MOVE LOW-VALUES TO OUTPUT-TRANSACTION-ID
046560         START OUTPUT-FILE
046570             KEY NOT LESS THAN OUTPUT-TRANSACTION-ID
046580         IF WS-FS-OUTPUT = '00'
046590             MOVE 'N' TO WS-RCN-EOF-SW
046600             PERFORM UNTIL END-OF-RECON-INPUT
046610                 READ OUTPUT-FILE NEXT RECORD
046620                     AT END
046630                         MOVE 'Y' TO WS-RCN-EOF-SW
046640                     NOT AT END
046650                         PERFORM 4210-NOTE-ONE-OUTPUT-ROW
046660                 END-READ
046670             END-PERFORM
046680         END-IF
046690         CLOSE OUTPUT-FILE
046700     END-IF
046710     END-IF
046720     .
046730
046740*----------------------------------------------------------------
046750* 4210-NOTE-ONE-OUTPUT-ROW
046760*     ROLLS ONE ROW POSTED ON THE OPEN DAY INTO ITS CURRENCY'S
046770*     EXPECTED FIGURES, USING THE SAME SELECTIONS THE DERIVED
046780*     FILES USE: EVERY ROW THE RUN WROTE FOR THE CONTROL REPORT
046790*     AMOUNT TOTAL; SETTLED ROWS (SUCCESS, REVERSED, ADJUSTED)
046800*     FOR THE GL CUSTOMER LINES AND THE FEES; AND SETTLED ROWS
046810*     OTHER THAN TRANSFER LEGS FOR THE SETTLEMENT EXTRACT'S
046820*     COUNT AND ABSOLUTE-AMOUNT HASH.
046830*----------------------------------------------------------------
046840 4210-NOTE-ONE-OUTPUT-ROW.
046850     IF OUTPUT-POSTING-DATE = WS-PRIOR-DATE
046860         AND OUTPUT-TRANSACTION-STATUS NOT = 'DUPLICATE'
046870         MOVE OUTPUT-CURRENCY-CODE TO WS-RCN-WORK-CCY
046880         PERFORM 4250-FIND-RECON-CCY
046890         ADD OUTPUT-AMOUNT TO WS-RCN-OUT-CTL-AMT (WS-RCN-IDX)
046900         IF OUTPUT-TRANSACTION-STATUS = 'SUCCESS'
046910             OR OUTPUT-TRANSACTION-STATUS = 'REVERSED'
046920             OR OUTPUT-TRANSACTION-STATUS = 'ADJUSTED'
046930             ADD OUTPUT-AMOUNT TO WS-RCN-OUT-GL-NET (WS-RCN-IDX)
046940             ADD OUTPUT-FEE-AMOUNT TO WS-RCN-OUT-FEE (WS-RCN-IDX)
046950             IF OUTPUT-NOT-TRANSFER
046960                 ADD 1 TO WS-RCN-OUT-SET-CNT (WS-RCN-IDX)
046970                 IF OUTPUT-AMOUNT < ZERO
046980                     COMPUTE WS-RCN-ABS-AMT = OUTPUT-AMOUNT * -1
046990                 ELSE
047000                     MOVE OUTPUT-AMOUNT TO WS-RCN-ABS-AMT
047010                 END-IF
047020                 ADD WS-RCN-ABS-AMT
047030                     TO WS-RCN-OUT-SET-HASH (WS-RCN-IDX)
047040             END-IF
047050         END-IF
047060     END-IF
047070     .
047080
047090*----------------------------------------------------------------
047100* 4250-FIND-RECON-CCY
047110*     FINDS THE RECONCILIATION TABLE ENTRY FOR WS-RCN-WORK-CCY,
047120*     CREATING A ZEROED ONE THE FIRST TIME ANY FILE MENTIONS THE
047130*     CURRENCY, AND LEAVES WS-RCN-IDX ON IT.
047140*----------------------------------------------------------------
047150 4250-FIND-RECON-CCY.
047160     MOVE 'N' TO WS-RCN-FOUND-SW
047170     IF WS-RCN-CCY-COUNT NOT = ZERO
047180         SET WS-RCN-IDX TO 1
047190         SEARCH WS-RCN-ENTRY
047200             AT END
047210                 CONTINUE
047220             WHEN WS-RCN-CCY (WS-RCN-IDX) = WS-RCN-WORK-CCY
047230                 MOVE 'Y' TO WS-RCN-FOUND-SW
047240         END-SEARCH
047250     END-IF
047260     IF NOT RCN-CCY-FOUND
047270         IF WS-RCN-CCY-COUNT >= WS-RCN-CCY-MAX
047280             DISPLAY 'RECONCILIATION CURRENCY TABLE FULL - '
047290                 'CANNOT SAFELY TRACK ANOTHER CURRENCY'
047295             MOVE 8 TO RETURN-CODE
047300             STOP RUN
047310         END-IF
047320         ADD 1 TO WS-RCN-CCY-COUNT
047330         SET WS-RCN-IDX TO WS-RCN-CCY-COUNT
047340         MOVE WS-RCN-WORK-CCY TO WS-RCN-CCY (WS-RCN-IDX)
047350         MOVE ZERO TO WS-RCN-OUT-SET-CNT (WS-RCN-IDX)
047360         MOVE ZERO TO WS-RCN-OUT-SET-HASH (WS-RCN-IDX)
047370         MOVE ZERO TO WS-RCN-OUT-GL-NET (WS-RCN-IDX)
047380         MOVE ZERO TO WS-RCN-OUT-FEE (WS-RCN-IDX)
047390         MOVE ZERO TO WS-RCN-OUT-CTL-AMT (WS-RCN-IDX)
047400         MOVE ZERO TO WS-RCN-SET-CNT (WS-RCN-IDX)
047410         MOVE ZERO TO WS-RCN-SET-HASH (WS-RCN-IDX)
047420         MOVE ZERO TO WS-RCN-GL-CUST-NET (WS-RCN-IDX)
047430         MOVE ZERO TO WS-RCN-GL-FEE-NET (WS-RCN-IDX)
047440         MOVE ZERO TO WS-RCN-LDG-FEE (WS-RCN-IDX)
047450         MOVE ZERO TO WS-RCN-CTL-AMT (WS-RCN-IDX)
047460         MOVE ZERO TO WS-RCN-CTL-FEE (WS-RCN-IDX)
047470     END-IF
047480     .
047490
047500*----------------------------------------------------------------
047510* 4300-READ-SETTLEMENT-EXTRACT
047520*     PICKS UP EVERY CUR SUBTOTAL RECORD IN THE SETTLEMENT
047530*     EXTRACT.  A MISSING EXTRACT CARRIES NOTHING, WHICH TIES
047540*     ONLY IF NOTHING SETTLED.
047550*----------------------------------------------------------------
047560 4300-READ-SETTLEMENT-EXTRACT.
047570     OPEN INPUT SETTLEMENT-FILE
047580     IF WS-FS-SETTLEMENT NOT = '00'
047590         MOVE 'NO SETTLEMENT EXTRACT ON FILE'
047600             TO WS-RCN-REPORT-LINE
047610         PERFORM 4800-WRITE-RECON-LINE
047620     ELSE
047630         MOVE 'N' TO WS-RCN-EOF-SW
047640         PERFORM UNTIL END-OF-RECON-INPUT
047650             READ SETTLEMENT-FILE
047660                 AT END
047670                     MOVE 'Y' TO WS-RCN-EOF-SW
047680                 NOT AT END
047690                     PERFORM 4310-NOTE-ONE-SETTLEMENT-LINE
047700             END-READ
047710         END-PERFORM
047720         CLOSE SETTLEMENT-FILE
047730     END-IF
047740     .
047750
047760*----------------------------------------------------------------
047770* 4310-NOTE-ONE-SETTLEMENT-LINE
047780*     ADDS ONE CUR RECORD'S COUNT AND HASH TOTAL TO ITS
047790*     CURRENCY.  HDR, DTL, AND TRL RECORDS ARE PASSED OVER.
047800*----------------------------------------------------------------
047810 4310-NOTE-ONE-SETTLEMENT-LINE.
047820     IF STL-RECORD-TYPE = 'CUR'
047830         MOVE STL-CUR-CCY TO WS-RCN-WORK-CCY
047840         PERFORM 4250-FIND-RECON-CCY
047850         IF STL-CUR-COUNT NUMERIC
047860             ADD STL-CUR-COUNT TO WS-RCN-SET-CNT (WS-RCN-IDX)
047870         END-IF
047880         MOVE STL-CUR-TOTAL TO WS-RCN-EDIT-AMT
047890         ADD WS-RCN-EDIT-AMT TO WS-RCN-SET-HASH (WS-RCN-IDX)
047900     END-IF
047910     .
047920
047930*----------------------------------------------------------------
047940* 4350-LOAD-GL-ACCOUNTS
047950*     LOADS THE GL ACCOUNT NUMBERS OF THE CUSTOMER BALANCE,
047960*     SUSPENSE, AND FEE INCOME LINES FROM THE SAME MAP
047970*     PROCESSTRANSACTIONS POSTS THROUGH.  WITHOUT THE MAP NO
047980*     JOURNAL LINE CAN BE CLASSIFIED, SO THE GL TIES CARRY
047990*     NOTHING.
048000*----------------------------------------------------------------
048010 4350-LOAD-GL-ACCOUNTS.
048020     MOVE SPACES TO WS-RCN-GL-CUSTBAL-ACCT
048030     MOVE SPACES TO WS-RCN-GL-SUSPENSE-ACCT
048040     MOVE SPACES TO WS-RCN-GL-FEEINC-ACCT
048050     OPEN INPUT GL-ACCOUNT-FILE
048060     IF WS-FS-GL-ACCOUNT NOT = '00'
048070         MOVE 'NO GL ACCOUNT MAP - JOURNAL LINES NOT CLASSIFIED'
048080             TO WS-RCN-REPORT-LINE
048090         PERFORM 4800-WRITE-RECON-LINE
048100     ELSE
048110         MOVE 'N' TO WS-RCN-EOF-SW
048120         PERFORM UNTIL END-OF-RECON-INPUT
048130             READ GL-ACCOUNT-FILE
048140                 AT END
048150                     MOVE 'Y' TO WS-RCN-EOF-SW
048160                 NOT AT END
048170                     PERFORM 4360-NOTE-ONE-GL-ACCOUNT
048180             END-READ
048190         END-PERFORM
048200         CLOSE GL-ACCOUNT-FILE
048210     END-IF
048220     .
048230
048240*----------------------------------------------------------------
048250* 4360-NOTE-ONE-GL-ACCOUNT
048260*     KEEPS THE ACCOUNT NUMBER OF A LINE KIND THE
048270*     RECONCILIATION TIES.  OTHER KINDS ARE THE OFFSET SIDES.
048280*----------------------------------------------------------------
048290 4360-NOTE-ONE-GL-ACCOUNT.
048300     EVALUATE GLA-LINE-KEY
048310         WHEN 'CUSTBAL'
048320             MOVE GLA-ACCOUNT-NUMBER TO WS-RCN-GL-CUSTBAL-ACCT
048330         WHEN 'SUSPENSE'
048340             MOVE GLA-ACCOUNT-NUMBER TO WS-RCN-GL-SUSPENSE-ACCT
048350         WHEN 'FEEINC'
048360             MOVE GLA-ACCOUNT-NUMBER TO WS-RCN-GL-FEEINC-ACCT
048370         WHEN OTHER
048380             CONTINUE
048390     END-EVALUATE
048400     .
048410
048420*----------------------------------------------------------------
048430* 4400-READ-GL-JOURNAL
048440*     NETS THE DAY'S GL JOURNAL DETAIL LINES PER CURRENCY.  A
048450*     JOURNAL LEFT OVER FROM AN EARLIER DAY (THE POSTING RUN
048460*     WRITES NONE IF IT WILL NOT PROVE) CARRIES OTHER DATES AND
048470*     SO CONTRIBUTES NOTHING.
048480*----------------------------------------------------------------
048490 4400-READ-GL-JOURNAL.
048500     OPEN INPUT GL-JOURNAL-FILE
048510     IF WS-FS-GL-JOURNAL NOT = '00'
048520         MOVE 'NO GL JOURNAL ON FILE' TO WS-RCN-REPORT-LINE
048530         PERFORM 4800-WRITE-RECON-LINE
048540     ELSE
048550         MOVE 'N' TO WS-RCN-EOF-SW
048560         PERFORM UNTIL END-OF-RECON-INPUT
048570             READ GL-JOURNAL-FILE
048580                 AT END
048590                     MOVE 'Y' TO WS-RCN-EOF-SW
048600                 NOT AT END
048610                     PERFORM 4410-NOTE-ONE-JOURNAL-LINE
048620             END-READ
048630         END-PERFORM
048640         CLOSE GL-JOURNAL-FILE
048650     END-IF
048660     .
048670
048680*----------------------------------------------------------------
048690* 4410-NOTE-ONE-JOURNAL-LINE
048700*     ADDS ONE DETAIL LINE DATED THE OPEN DAY TO ITS CURRENCY'S
048710*     NET - CREDIT POSITIVE, DEBIT NEGATIVE, AS 8730 IN
048720*     PROCESSTRANSACTIONS POSTS THEM.  CUSTOMER BALANCE AND
048730*     SUSPENSE LINES TOGETHER CARRY THE SETTLED AMOUNTS (SUSPENSE
048740*     TAKES REVERSALS OF ARCHIVED ORIGINALS); FEE INCOME LINES
048750*     CARRY THE FEES.
048760*----------------------------------------------------------------
048770 4410-NOTE-ONE-JOURNAL-LINE.
048780     IF GLJ-DATE = WS-PRIOR-DATE
048790         MOVE GLJ-AMOUNT TO WS-RCN-EDIT-AMT
048800         IF GLJ-DRCR = 'DR'
048810             COMPUTE WS-RCN-EDIT-AMT = WS-RCN-EDIT-AMT * -1
048820         END-IF
048830         IF GLJ-ACCT = WS-RCN-GL-CUSTBAL-ACCT
048840             OR GLJ-ACCT = WS-RCN-GL-SUSPENSE-ACCT
048850             MOVE GLJ-CCY TO WS-RCN-WORK-CCY
048860             PERFORM 4250-FIND-RECON-CCY
048870             ADD WS-RCN-EDIT-AMT
048880                 TO WS-RCN-GL-CUST-NET (WS-RCN-IDX)
048890         ELSE
048900         IF GLJ-ACCT = WS-RCN-GL-FEEINC-ACCT
048910             MOVE GLJ-CCY TO WS-RCN-WORK-CCY
048920             PERFORM 4250-FIND-RECON-CCY
048930             ADD WS-RCN-EDIT-AMT
048940                 TO WS-RCN-GL-FEE-NET (WS-RCN-IDX)
048950         END-IF
048960         END-IF
048970     END-IF
048980     .
048990
049000*----------------------------------------------------------------
049010* 4450-READ-FEE-LEDGER
049020*     SUMS THE OPEN DAY'S FEE LEDGER LINES PER CURRENCY.  THE
049030*     LEDGER IS APPENDED ACROSS DAYS, SO ONLY LINES DATED THE
049040*     OPEN DAY COUNT.
049050*----------------------------------------------------------------
049060 4450-READ-FEE-LEDGER.
049070     OPEN INPUT FEE-LEDGER-FILE
049080     IF WS-FS-FEE-LEDGER NOT = '00'
049090         MOVE 'NO FEE LEDGER ON FILE' TO WS-RCN-REPORT-LINE
049100         PERFORM 4800-WRITE-RECON-LINE
049110     ELSE
049120         MOVE 'N' TO WS-RCN-EOF-SW
049130         PERFORM UNTIL END-OF-RECON-INPUT
049140             READ FEE-LEDGER-FILE
049150                 AT END
049160                     MOVE 'Y' TO WS-RCN-EOF-SW
049170                 NOT AT END
049180                     PERFORM 4460-NOTE-ONE-LEDGER-LINE
049190             END-READ
049200         END-PERFORM
049210         CLOSE FEE-LEDGER-FILE
049220     END-IF
049230     .
049240
049250*----------------------------------------------------------------
049260* 4460-NOTE-ONE-LEDGER-LINE
049270*     ADDS ONE LEDGER LINE'S SIGNED FEE (A CREDIT IS NEGATIVE)
049280*     TO ITS CURRENCY.
049290*----------------------------------------------------------------
049300 4460-NOTE-ONE-LEDGER-LINE.
049310     IF FLG-DATE = WS-PRIOR-DATE
049320         MOVE FLG-CCY TO WS-RCN-WORK-CCY
049330         PERFORM 4250-FIND-RECON-CCY
049340         MOVE FLG-FEE-AMOUNT TO WS-RCN-EDIT-AMT
049350         ADD WS-RCN-EDIT-AMT TO WS-RCN-LDG-FEE (WS-RCN-IDX)
049360     END-IF
049370     .
049380
049390*----------------------------------------------------------------
049400* 4500-READ-CONTROL-REPORT
049410*     PICKS UP THE CONTROL REPORT'S PER-CURRENCY AMOUNT TOTAL
049420*     AND FEE TOTAL LINES.
049430*----------------------------------------------------------------
049440 4500-READ-CONTROL-REPORT.
049450     OPEN INPUT CONTROL-REPORT-FILE
049460     IF WS-FS-CONTROL-REPORT NOT = '00'
049470         MOVE 'NO CONTROL REPORT ON FILE' TO WS-RCN-REPORT-LINE
049480         PERFORM 4800-WRITE-RECON-LINE
049490     ELSE
049500         MOVE 'N' TO WS-RCN-EOF-SW
049510         PERFORM UNTIL END-OF-RECON-INPUT
049520             READ CONTROL-REPORT-FILE
049530                 AT END
049540                     MOVE 'Y' TO WS-RCN-EOF-SW
049550                 NOT AT END
049560                     PERFORM 4510-NOTE-ONE-CONTROL-LINE
049570             END-READ
049580         END-PERFORM
049590         CLOSE CONTROL-REPORT-FILE
049600     END-IF
049610     .
049620
049630*----------------------------------------------------------------
049640* 4510-NOTE-ONE-CONTROL-LINE
049650*     RECOGNIZES THE 'AMOUNT TOTAL - CCY' AND 'FEE TOTAL - CCY'
049660*     LINES BY THEIR LABELS (8010/8015 IN PROCESSTRANSACTIONS
049670*     PLACE THE CODE AT COLUMN 17 AND 14).  THE ALL-CURRENCY USD
049680*     LINE HAS NO BLANK BEFORE ITS TAG AND IS PASSED OVER.
049690*----------------------------------------------------------------
049700 4510-NOTE-ONE-CONTROL-LINE.
049710     IF CTL-LABEL (1:15) = 'AMOUNT TOTAL - '
049720         AND CTL-LABEL (16:1) = SPACE
049730         MOVE CTL-LABEL (17:3) TO WS-RCN-WORK-CCY
049740         PERFORM 4250-FIND-RECON-CCY
049750         MOVE CTL-VALUE TO WS-RCN-EDIT-AMT
049760         ADD WS-RCN-EDIT-AMT TO WS-RCN-CTL-AMT (WS-RCN-IDX)
049770     ELSE
049780     IF CTL-LABEL (1:12) = 'FEE TOTAL - '
049790         AND CTL-LABEL (13:1) = SPACE
049800         MOVE CTL-LABEL (14:3) TO WS-RCN-WORK-CCY
049810         PERFORM 4250-FIND-RECON-CCY
049820         MOVE CTL-VALUE TO WS-RCN-EDIT-AMT
049830         ADD WS-RCN-EDIT-AMT TO WS-RCN-CTL-FEE (WS-RCN-IDX)
049840     END-IF
049850     END-IF
049860     .
049870
049880*----------------------------------------------------------------
049890* 4600-TIE-ONE-CURRENCY
049900*     TIES EVERY FIGURE FOR THE CURRENCY AT WS-RCN-IDX, OUTPUT-
049910*     FILE'S FIGURE FIRST.
049920*----------------------------------------------------------------
049930 4600-TIE-ONE-CURRENCY.
049940     MOVE 'Y' TO WS-TIE-COUNT-SW
049950     MOVE 'SETTLEMENT CUR COUNT' TO WS-TIE-NAME
049960     MOVE WS-RCN-OUT-SET-CNT (WS-RCN-IDX) TO WS-TIE-EXPECTED
049970     MOVE WS-RCN-SET-CNT (WS-RCN-IDX) TO WS-TIE-ACTUAL
049980     PERFORM 4650-TIE-ONE-FIGURE
049990
050000     MOVE 'N' TO WS-TIE-COUNT-SW
050010     MOVE 'SETTLEMENT CUR HASH' TO WS-TIE-NAME
050020     MOVE WS-RCN-OUT-SET-HASH (WS-RCN-IDX) TO WS-TIE-EXPECTED
050030     MOVE WS-RCN-SET-HASH (WS-RCN-IDX) TO WS-TIE-ACTUAL
050040     PERFORM 4650-TIE-ONE-FIGURE
050050
050060     MOVE 'GL CUSTOMER LINES' TO WS-TIE-NAME
050070     MOVE WS-RCN-OUT-GL-NET (WS-RCN-IDX) TO WS-TIE-EXPECTED
050080     MOVE WS-RCN-GL-CUST-NET (WS-RCN-IDX) TO WS-TIE-ACTUAL
050090     PERFORM 4650-TIE-ONE-FIGURE
050100
050110     MOVE 'GL FEE INCOME LINES' TO WS-TIE-NAME
050120     MOVE WS-RCN-OUT-FEE (WS-RCN-IDX) TO WS-TIE-EXPECTED
050130     MOVE WS-RCN-GL-FEE-NET (WS-RCN-IDX) TO WS-TIE-ACTUAL
050140     PERFORM 4650-TIE-ONE-FIGURE
050150
050160     MOVE 'FEE LEDGER' TO WS-TIE-NAME
050170     MOVE WS-RCN-OUT-FEE (WS-RCN-IDX) TO WS-TIE-EXPECTED
050180     MOVE WS-RCN-LDG-FEE (WS-RCN-IDX) TO WS-TIE-ACTUAL
050190     PERFORM 4650-TIE-ONE-FIGURE
050200
050210     MOVE 'CONTROL AMOUNT TOTAL' TO WS-TIE-NAME
050220     MOVE WS-RCN-OUT-CTL-AMT (WS-RCN-IDX) TO WS-TIE-EXPECTED
050230     MOVE WS-RCN-CTL-AMT (WS-RCN-IDX) TO WS-TIE-ACTUAL
050240     PERFORM 4650-TIE-ONE-FIGURE
050250
050260     MOVE 'CONTROL FEE TOTAL' TO WS-TIE-NAME
050270     MOVE WS-RCN-OUT-FEE (WS-RCN-IDX) TO WS-TIE-EXPECTED
050280     MOVE WS-RCN-CTL-FEE (WS-RCN-IDX) TO WS-TIE-ACTUAL
050290     PERFORM 4650-TIE-ONE-FIGURE
050300     .
050310
050320*----------------------------------------------------------------
050330* 4650-TIE-ONE-FIGURE
050340*     COMPARES WS-TIE-EXPECTED WITH WS-TIE-ACTUAL FOR THE
050350*     CURRENCY AT WS-RCN-IDX, REPORTS THE LINE, AND COUNTS A
050360*     BREAK ON ANY DIFFERENCE AT ALL.
050370*----------------------------------------------------------------
050380 4650-TIE-ONE-FIGURE.
050390     COMPUTE WS-TIE-DIFF = WS-TIE-EXPECTED - WS-TIE-ACTUAL
050400     IF WS-TIE-DIFF NOT = ZERO
050410         ADD 1 TO WS-RCN-BREAK-COUNT
050420         DISPLAY 'RECONCILIATION BREAK: ' WS-RCN-CCY (WS-RCN-IDX)
050430             ' ' WS-TIE-NAME
050440     END-IF
050450     IF TIE-IS-COUNT
050460         MOVE WS-RCN-CCY (WS-RCN-IDX) TO WS-RCL-CCY
050470         MOVE WS-TIE-NAME TO WS-RCL-NAME
050480         MOVE WS-TIE-EXPECTED TO WS-RCL-EXPECTED
050490         MOVE WS-TIE-ACTUAL TO WS-RCL-ACTUAL
050500         MOVE WS-TIE-DIFF TO WS-RCL-DIFF
050510         IF WS-TIE-DIFF = ZERO
050520             MOVE 'OK' TO WS-RCL-RESULT
050530         ELSE
050540             MOVE 'BREAK' TO WS-RCL-RESULT
050550         END-IF
050560         MOVE WS-RCN-COUNT-LINE TO WS-RCN-REPORT-LINE
050570     ELSE
050580         MOVE WS-RCN-CCY (WS-RCN-IDX) TO WS-RTL-CCY
050590         MOVE WS-TIE-NAME TO WS-RTL-NAME
050600         MOVE WS-TIE-EXPECTED TO WS-RTL-EXPECTED
050610         MOVE WS-TIE-ACTUAL TO WS-RTL-ACTUAL
050620         MOVE WS-TIE-DIFF TO WS-RTL-DIFF
050630         IF WS-TIE-DIFF = ZERO
050640             MOVE 'OK' TO WS-RTL-RESULT
050650         ELSE
050660             MOVE 'BREAK' TO WS-RTL-RESULT
050670         END-IF
050680         MOVE WS-RCN-TIE-LINE TO WS-RCN-REPORT-LINE
050690     END-IF
050700     PERFORM 4800-WRITE-RECON-LINE
050710     .
050720
050730*----------------------------------------------------------------
050740* 4700-CHECK-CHECKPOINT
050750*     THE POSTING RUN MUST HAVE FINISHED - ITS CHECKPOINT MARKED
050760*     COMPLETE - AND NO BRANCH BATCH MAY HAVE BEEN LEFT WITHOUT
050770*     ITS TRAILER.  A MISSING CHECKPOINT PROVES NEITHER.
050780*----------------------------------------------------------------
050790 4700-CHECK-CHECKPOINT.
050800     MOVE ZERO TO WS-RCN-OPEN-BATCHES
050810     OPEN INPUT CHECKPOINT-FILE
050820     IF WS-FS-CHECKPOINT NOT = '00'
050830         MOVE 'NO CHECKPOINT ON FILE - POSTING RUN NOT PROVED'
050840             TO WS-RCN-REPORT-LINE
050850         MOVE 'BREAK' TO WS-RCN-REPORT-LINE (45:5)
050860         PERFORM 4800-WRITE-RECON-LINE
050870         ADD 1 TO WS-RCN-BREAK-COUNT
050880     ELSE
050890         READ CHECKPOINT-FILE
050900             AT END
050910                 MOVE 'CHECKPOINT FILE IS EMPTY'
050920                     TO WS-RCN-REPORT-LINE
050930                 MOVE 'BREAK' TO WS-RCN-REPORT-LINE (45:5)
050940                 PERFORM 4800-WRITE-RECON-LINE
050950                 ADD 1 TO WS-RCN-BREAK-COUNT
050960             NOT AT END
050970                 PERFORM 4710-CHECK-CHECKPOINT-RECORD
050980         END-READ
050990         CLOSE CHECKPOINT-FILE
051000     END-IF
051010     .
051020
051030*----------------------------------------------------------------
051040* 4710-CHECK-CHECKPOINT-RECORD
051050*     REPORTS THE CHECKPOINT'S COMPLETION FLAG AND WALKS ITS
051060*     BATCH RESULTS FOR ANY BATCH LEFT OPEN (NO-TRAILER).
051070*----------------------------------------------------------------
051080 4710-CHECK-CHECKPOINT-RECORD.
051090     IF CHECKPOINT-COMPLETE
051100         MOVE 'CHECKPOINT MARKED COMPLETE'
051110             TO WS-RCN-REPORT-LINE
051120         MOVE 'OK' TO WS-RCN-REPORT-LINE (45:5)
051130     ELSE
051140         MOVE 'CHECKPOINT NOT MARKED COMPLETE'
051150             TO WS-RCN-REPORT-LINE
051160         MOVE 'BREAK' TO WS-RCN-REPORT-LINE (45:5)
051170         ADD 1 TO WS-RCN-BREAK-COUNT
051180     END-IF
051190     PERFORM 4800-WRITE-RECON-LINE
051200     IF CHECKPOINT-BATCH-COUNT NUMERIC
051210         AND CHECKPOINT-BATCH-COUNT NOT = ZERO
051220         PERFORM 4720-CHECK-ONE-BATCH
051230             VARYING WS-RCN-BAT-SUB FROM 1 BY 1
051240             UNTIL WS-RCN-BAT-SUB > CHECKPOINT-BATCH-COUNT
051250                 OR WS-RCN-BAT-SUB > 50
051260     END-IF
051270     IF WS-RCN-OPEN-BATCHES = ZERO
051280         MOVE 'NO BATCH LEFT OPEN'
051290             TO WS-RCN-REPORT-LINE
051300         MOVE 'OK' TO WS-RCN-REPORT-LINE (45:5)
051310         PERFORM 4800-WRITE-RECON-LINE
051320     END-IF
051330     .
051340
051350*----------------------------------------------------------------
051360* 4720-CHECK-ONE-BATCH
051370*     REPORTS THE CHECKPOINT BATCH RESULT AT WS-RCN-BAT-SUB AS A
051380*     BREAK IF THE BATCH NEVER GOT ITS TRAILER.
051390*----------------------------------------------------------------
051400 4720-CHECK-ONE-BATCH.
051410     IF CHECKPOINT-BATCH-STATUS (WS-RCN-BAT-SUB) = 'NO-TRAILER'
051420         ADD 1 TO WS-RCN-OPEN-BATCHES
051430         ADD 1 TO WS-RCN-BREAK-COUNT
051440         MOVE CHECKPOINT-BATCH-BRANCH (WS-RCN-BAT-SUB)
051450             TO WS-RBL-BRANCH
051460         MOVE CHECKPOINT-BATCH-DATE (WS-RCN-BAT-SUB)
051470             TO WS-RBL-DATE
051480         MOVE CHECKPOINT-BATCH-STATUS (WS-RCN-BAT-SUB)
051490             TO WS-RBL-STATUS
051500         MOVE WS-RCN-BATCH-LINE TO WS-RCN-REPORT-LINE
051510         PERFORM 4800-WRITE-RECON-LINE
051520         DISPLAY 'RECONCILIATION BREAK: BATCH LEFT OPEN '
051530             CHECKPOINT-BATCH-BRANCH (WS-RCN-BAT-SUB)
051540     END-IF
051550     .
051560
051570*----------------------------------------------------------------
051580* 4800-WRITE-RECON-LINE
051590*     WRITES WS-RCN-REPORT-LINE TO THE RECONCILIATION REPORT,
051600*     IF IT OPENED, AND CLEARS IT FOR THE NEXT LINE.
051610*----------------------------------------------------------------
051620 4800-WRITE-RECON-LINE.
051630     IF RECON-REPORT-OPEN
051640         WRITE RECON-REPORT-LINE FROM WS-RCN-REPORT-LINE
051650     END-IF
051660     MOVE SPACES TO WS-RCN-REPORT-LINE
051670     .
051680
051690*----------------------------------------------------------------
051700* 4900-FINISH-RECON-REPORT
051710*     CLOSES THE RECONCILIATION REPORT WITH THE BREAK COUNT AND
051720*     WHAT BECAME OF THE CLOSE.
051730*----------------------------------------------------------------
051740 4900-FINISH-RECON-REPORT.
051750     MOVE WS-RCN-BREAK-COUNT TO WS-RCN-BREAK-DISP
051760     MOVE SPACES TO WS-RCN-REPORT-LINE
051770     STRING 'BREAKS: ' DELIMITED BY SIZE
051780            WS-RCN-BREAK-DISP DELIMITED BY SIZE
051790            '  ' DELIMITED BY SIZE
051800            WS-RCN-DISPOSITION DELIMITED BY SIZE
051810         INTO WS-RCN-REPORT-LINE
051820     PERFORM 4800-WRITE-RECON-LINE
051830     IF RECON-REPORT-OPEN
051840         CLOSE RECON-REPORT-FILE
051850         MOVE 'N' TO WS-RCN-RPT-SW
051860     END-IF
051870     .
051880
