003194*                  - IT WOULD OTHERWISE EMIT A BATCH WHOSE
003195*                  TRAILER DECLARES ONLY A BLANK SLOT, WHICH
003196*                  3506/3507 QUARANTINE OUT-OF-BAL EVERY DAY.
003201* 2026-10-15  RLB  PAYMENT OUTCOMES AND RETRY.  EACH INSTRUCTION
003206*                  NOW REMEMBERS THE ID OF THE LAST PAYMENT IT
003211*                  EMITTED AND, NEXT RUN, READS HOW IT POSTED ON
003216*                  OUTPUT-FILE (SO_OUTPUT_FILE).  AN INSUF-FUNDS,
003221*                  ACCT-FROZEN OR NO-ACCOUNT DECLINE IS RETRIED
003226*                  THAT MORNING - THE NEXT BUSINESS DAY - UP TO
003231*                  SO_RETRY_LIMIT TIMES (DEFAULT 3), THEN THE
003236*                  INSTRUCTION IS SUSPENDED (SOR-ORDER-STATUS) AND
003241*                  LISTED ON THE NEW EXCEPTION REPORT
003246*                  (SO_REPORT_FILE).  A REINSTATE ACTION ON THE
003251*                  NEW CONTROL FILE (SO_CONTROL_FILE), NAMING THE
003256*                  LAST FAILED PAYMENT, RETURNS IT TO SERVICE.  AN
003261*                  INSTRUCTION WITH A BENEFICIARY ACCOUNT NOW
003266*                  EMITS A TRANSFER, SO THE PAYEE IS CREDITED IN
003271*                  THE SAME POSTING.  IDS ARE NOW DRAWN WHEN AN
003276*                  ORDER IS BUFFERED, SO THE INSTRUCTION CAN KEEP
003281*                  THE ONE IT WAS GIVEN.
003282* 2026-10-15  RLB  CONDITION CODE FOR THE NIGHTLY JOB STREAM -
003283*                  RETURN-CODE 0 ON A CLEAN RUN, 4 WHEN AN ORDER
003284*                  WAS BAD OR SUSPENDED OR A CONTROL UNMATCHED, 8
003285*                  WHEN THE RUN IS REFUSED OR STOPS ON AN ERROR.
003287* 2026-10-15  RLB  THE EXCEPTION REPORT NO LONGER CLAIMS THERE
003288*                  WERE NO EXCEPTIONS WHEN A NOT-SEEN PAYMENT WAS
003289*                  LISTED.
003291* 2026-10-15  RLB  A LAST PAYMENT NOT YET SEEN ON OUTPUT HOLDS
003293*                  THE NEXT REGULAR PAYMENT BACK INSTEAD OF BEING
003295*                  REPLACED BY IT AND NEVER CHECKED.
003299*----------------------------------------------------------------
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
005821         ASSIGN TO DYNAMIC WS-RUN-CONTROL-PATH
005822         ORGANIZATION IS LINE SEQUENTIAL
005823         FILE STATUS IS WS-FS-RUN-CONTROL.
005825
005827     SELECT OUTPUT-FILE ASSIGN TO DYNAMIC WS-OUTPUT-FILE-PATH
005829         ORGANIZATION IS INDEXED
005831         ACCESS MODE IS DYNAMIC
005833         RECORD KEY IS OUTPUT-TRANSACTION-ID
005835         FILE STATUS IS WS-FS-OUTPUT.
005837
005839     SELECT ORDER-CONTROL-FILE
005841         ASSIGN TO DYNAMIC WS-ORDER-CONTROL-PATH
005843         ORGANIZATION IS LINE SEQUENTIAL
005845         FILE STATUS IS WS-FS-ORDER-CONTROL.
005847
005849     SELECT ORDER-REPORT-FILE
005851         ASSIGN TO DYNAMIC WS-ORDER-REPORT-PATH
005853         ORGANIZATION IS LINE SEQUENTIAL
005855         FILE STATUS IS WS-FS-ORDER-REPORT.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006300* ONE STANDING INSTRUCTION PER RECORD.  A NEGATIVE AMOUNT IS A
006400* RECURRING DEBIT (RENT GOING OUT), A POSITIVE ONE A RECURRING
006500* CREDIT (PAYROLL COMING IN) - THE SIGN RIDES STRAIGHT INTO THE
006600* GENERATED INPUT-AMOUNT.  AN INSTRUCTION NAMING A BENEFICIARY
006610* ACCOUNT (EMAIL PLUS CURRENCY) IS A PAYMENT FROM THIS ACCOUNT TO
006620* THAT ONE AND GOES OUT AS A TRANSFER OF THE AMOUNT WITHOUT ITS
006630* SIGN.  THE FIELDS FROM SOR-ORDER-STATUS ON ARE KEPT BY THIS
006640* PROGRAM: SOR-LAST-TXN-ID IS THE LAST PAYMENT EMITTED WHOSE
006650* OUTCOME HAS NOT YET BEEN SEEN (ON A SUSPENDED INSTRUCTION, THE
006660* PAYMENT THAT SUSPENDED IT), SOR-RETRY-COUNT THE RETRIES SPENT ON
006670* IT.  AN OLDER RECORD WITHOUT THESE FIELDS READS AS ACTIVE.
006700*----------------------------------------------------------------
006800 FD  ORDER-IN-FILE.
006900 01  STANDING-ORDER-RECORD.
007600         88  SOR-FREQ-WEEKLY           VALUE 'WEEKLY'.
007700         88  SOR-FREQ-MONTHLY          VALUE 'MONTHLY'.
007800     05  SOR-NEXT-RUN-DATE         PIC X(10).
007810     05  SOR-BENEFICIARY-EMAIL     PIC X(30).
007820     05  SOR-BENEFICIARY-CURRENCY  PIC X(03).
007830     05  SOR-ORDER-STATUS          PIC X(09).
007840         88  SOR-IS-ACTIVE             VALUE 'ACTIVE' SPACES.
007850         88  SOR-IS-SUSPENDED          VALUE 'SUSPENDED'.
007860     05  SOR-LAST-TXN-ID           PIC X(10).
007870     05  SOR-RETRY-COUNT           PIC 9(02).
007880     05  SOR-LAST-FAILURE          PIC X(20).
007890     05  SOR-SUSPENDED-DATE        PIC X(10).
007900
008000 FD  ORDER-OUT-FILE.
008100 01  ORDER-OUT-RECORD              PIC X(177).
008200
008300 FD  ORDER-FEED-FILE.
008400 01  ORDER-FEED-RECORD             PIC X(116).
009428     05  RC-DAY-STATUS             PIC X(01).
009429         88  RC-DAY-IS-OPEN            VALUE 'O'.
009430         88  RC-DAY-IS-CLOSED          VALUE 'C'.
009431
009432*----------------------------------------------------------------
009433* PROCESSTRANSACTIONS' POSTED-TRANSACTION FILE - READ ONLY, BY
009434* KEY, TO SEE HOW EACH INSTRUCTION'S LAST PAYMENT POSTED.
009435*----------------------------------------------------------------
009436 FD  OUTPUT-FILE.
009437 01  OUTPUT-RECORD.
009438     05  OUTPUT-TRANSACTION-ID     PIC X(10).
009439     05  OUTPUT-TRANSACTION-STATUS PIC X(20).
009440         88  OUTPUT-RETRYABLE          VALUE 'INSUF-FUNDS'
009441                                             'ACCT-FROZEN'
009442                                             'NO-ACCOUNT'.
009443     05  OUTPUT-CURRENCY-CODE      PIC X(03).
009444     05  OUTPUT-AMOUNT             PIC S9(11)V99.
009445     05  OUTPUT-ACCOUNT-EMAIL      PIC X(30).
009446     05  OUTPUT-USD-AMOUNT         PIC S9(13)V99.
009447     05  OUTPUT-ORIGINAL-TXN-ID    PIC X(10).
009448     05  OUTPUT-POSTING-DATE       PIC X(10).
009449     05  OUTPUT-FEE-AMOUNT         PIC S9(07)V99.
009450     05  OUTPUT-LINKED-TXN-ID      PIC X(10).
009451     05  OUTPUT-TRANSFER-LEG       PIC X(01).
009452     05  OUTPUT-FX-RATE            PIC 9(05)V9(06).
009453
009454*----------------------------------------------------------------
009455* ONE OPERATIONS ACTION PER RECORD.  REINSTATE RETURNS A
009456* SUSPENDED INSTRUCTION TO SERVICE; IT IS NAMED BY THE PAYMENT
009457* THAT SUSPENDED IT, AS THE EXCEPTION REPORT LISTS IT.
009458*----------------------------------------------------------------
009459 FD  ORDER-CONTROL-FILE.
009460 01  ORDER-CONTROL-RECORD.
009461     05  SOC-ACTION                PIC X(10).
009462         88  SOC-ACTION-REINSTATE      VALUE 'REINSTATE'.
009463     05  SOC-PAYMENT-ID            PIC X(10).
009464     05  SOC-OFFICER               PIC X(08).
009465     05  SOC-REFERENCE             PIC X(20).
009466
009467 FD  ORDER-REPORT-FILE.
009468 01  ORDER-REPORT-LINE             PIC X(120).
009500
009600 WORKING-STORAGE SECTION.
009700*----------------------------------------------------------------
011300     VALUE 'src/cobol/sto-seq.txt'.
011310 01  WS-RUN-CONTROL-PATH     PIC X(60)
011320     VALUE 'src/cobol/run-control.txt'.
011330 01  WS-OUTPUT-FILE-PATH     PIC X(60)
011340     VALUE 'src/cobol/output.dat'.
011350 01  WS-ORDER-CONTROL-PATH   PIC X(60)
011360     VALUE 'src/cobol/standing-order-controls.txt'.
011370 01  WS-ORDER-REPORT-PATH    PIC X(60)
011380     VALUE 'src/cobol/standing-order-report.txt'.
011400 01  WS-ENV-VALUE-WORK       PIC X(60) VALUE SPACES.
011410*----------------------------------------------------------------
011420* RETRIES ALLOWED ON A DECLINED PAYMENT BEFORE THE INSTRUCTION IS
011430* SUSPENDED (SO_RETRY_LIMIT OVERRIDES).
011440*----------------------------------------------------------------
011450 01  WS-RETRY-LIMIT          PIC 9(02) VALUE 3.
011500*----------------------------------------------------------------
011600* FILE STATUS AND END-OF-FILE SWITCHES
011700*----------------------------------------------------------------
012100 01  WS-FS-AUDIT            PIC X(02) VALUE '00'.
012200 01  WS-FS-ID-SEQ           PIC X(02) VALUE '00'.
012210 01  WS-FS-RUN-CONTROL      PIC X(02) VALUE '00'.
012211 01  WS-FS-OUTPUT           PIC X(02) VALUE '00'.
012212 01  WS-FS-ORDER-CONTROL    PIC X(02) VALUE '00'.
012213 01  WS-FS-ORDER-REPORT     PIC X(02) VALUE '00'.
012214 01  WS-OUTPUT-AVAIL-SW     PIC X VALUE 'N'.
012215     88  OUTPUT-AVAILABLE        VALUE 'Y'.
012216 01  WS-CONTROL-EOF-SW      PIC X VALUE 'N'.
012217     88  END-OF-CONTROL-FILE     VALUE 'Y'.
012220 01  WS-OPEN-DAY-SW         PIC X VALUE 'N'.
012230     88  OPEN-DAY-FOUND          VALUE 'Y'.
012240 01  WS-ORDER-DATE-SW       PIC X VALUE 'Y'.
019200         10  WS-DUE-EMAIL          PIC X(30).
019300         10  WS-DUE-NAME           PIC X(30).
019400         10  WS-DUE-AMT            PIC S9(11)V99.
019410         10  WS-DUE-TXN-ID         PIC X(10).
019420         10  WS-DUE-TYPE           PIC X(10).
019430         10  WS-DUE-BEN-EMAIL      PIC X(30).
019440         10  WS-DUE-BEN-CCY        PIC X(03).
019500 01  WS-DUECCY-COUNT        PIC 9(02) COMP VALUE ZERO.
019600 01  WS-DUECCY-MAX          PIC 9(02) COMP VALUE 20.
019700 01  WS-DUECCY-TABLE.
020700*----------------------------------------------------------------
020800* FEED RECORD IMAGES - THE 116-BYTE INPUT-RECORD LAYOUT AND THE
020900* BATCH HEADER/TRAILER VIEWS PROCESSTRANSACTIONS BALANCES A
021000* BRANCH FEED WITH.  A TRANSFER CARRIES ITS DESTINATION EMAIL IN
021010* THE NAME AREA AND ITS DESTINATION CURRENCY IN THE FIRST THREE
021020* BYTES OF THE ORIGINAL-ID AREA (PROCESSTRANSACTIONS'
021030* INPUT-TRANSFER-RECORD VIEW).
021100*----------------------------------------------------------------
021200 01  WS-FEED-RECORD.
021300     05  FR-TRANSACTION-ID      PIC X(10).
024300 01  WS-ORDERS-NOT-DUE      PIC 9(07) COMP VALUE ZERO.
024400 01  WS-ORDERS-BAD          PIC 9(07) COMP VALUE ZERO.
024500 01  WS-PERIODS-SKIPPED     PIC 9(07) COMP VALUE ZERO.
024501 01  WS-ORDERS-RETRIED      PIC 9(07) COMP VALUE ZERO.
024502 01  WS-ORDERS-SUSPENDED    PIC 9(07) COMP VALUE ZERO.
024503 01  WS-ORDERS-STILL-SUSP   PIC 9(07) COMP VALUE ZERO.
024504 01  WS-ORDERS-REINSTATED   PIC 9(07) COMP VALUE ZERO.
024505 01  WS-OUTCOMES-POSTED     PIC 9(07) COMP VALUE ZERO.
024506 01  WS-OUTCOMES-FAILED     PIC 9(07) COMP VALUE ZERO.
024507 01  WS-OUTCOMES-UNSEEN     PIC 9(07) COMP VALUE ZERO.
024508 01  WS-ORDERS-WAITING      PIC 9(07) COMP VALUE ZERO.
024509 01  WS-CONTROLS-UNMATCHED  PIC 9(07) COMP VALUE ZERO.
024510*----------------------------------------------------------------
024511* PAYMENT OUTCOME WORK AREAS.  WS-OUTCOME-SW SAYS WHAT 3300 MADE
024512* OF THE INSTRUCTION'S LAST PAYMENT; A RETRY GOES OUT IN PLACE OF
024513* THE REGULAR PAYMENT THIS RUN, AND A PAYMENT NOT YET SEEN HOLDS
024514* THE REGULAR PAYMENT BACK UNTIL IT IS.
024515*----------------------------------------------------------------
024516 01  WS-OUTCOME-SW          PIC X(01) VALUE 'N'.
024517     88  OUTCOME-NONE            VALUE 'N'.
024518     88  OUTCOME-RETRY           VALUE 'R'.
024519     88  OUTCOME-SUSPEND         VALUE 'S'.
024520     88  OUTCOME-UNSEEN          VALUE 'U'.
024521 01  WS-PAYMENT-AMOUNT      PIC S9(11)V99 VALUE ZERO.
024522*----------------------------------------------------------------
024523* OPERATIONS CONTROL TABLE - THE REINSTATE ACTIONS, LOADED WHOLE
024524* AT INITIALIZATION.  WS-CTL-USED IS SET WHEN AN ACTION FINDS ITS
024525* SUSPENDED INSTRUCTION, SO ONE NAMING NOTHING SUSPENDED IS
024526* REPORTED AT END OF RUN INSTEAD OF VANISHING.
024527*----------------------------------------------------------------
024528 01  WS-CONTROL-COUNT       PIC 9(04) COMP VALUE ZERO.
024529 01  WS-CONTROL-MAX         PIC 9(04) COMP VALUE 500.
024530 01  WS-CONTROL-TABLE.
024531     05  WS-CONTROL-ENTRY
024532         OCCURS 1 TO 500 TIMES
024533         DEPENDING ON WS-CONTROL-COUNT
024534         INDEXED BY WS-CTL-IDX.
024535         10  WS-CTL-PAYMENT-ID     PIC X(10).
024536         10  WS-CTL-OFFICER        PIC X(08).
024537         10  WS-CTL-REFERENCE      PIC X(20).
024538         10  WS-CTL-USED           PIC X(01).
024539 01  WS-CONTROL-FOUND-SW    PIC X VALUE 'N'.
024540     88  CONTROL-FOUND           VALUE 'Y'.
024541 01  WS-CTL-SUB             PIC 9(04) COMP VALUE ZERO.
024542*----------------------------------------------------------------
024543* EXCEPTION REPORT LINES
024544*----------------------------------------------------------------
024545 01  WS-REPORT-LINE         PIC X(120) VALUE SPACES.
024546 01  WS-EXCEPTION-LINE.
024547     05  WS-XL-ACTION           PIC X(10).
024548     05  FILLER                 PIC X(01) VALUE SPACES.
024549     05  WS-XL-PAYMENT-ID       PIC X(10).
024550     05  FILLER                 PIC X(01) VALUE SPACES.
024551     05  WS-XL-EMAIL            PIC X(30).
024552     05  FILLER                 PIC X(01) VALUE SPACES.
024553     05  WS-XL-CURRENCY         PIC X(03).
024554     05  WS-XL-AMOUNT           PIC -Z(10)9.99.
024555     05  FILLER                 PIC X(01) VALUE SPACES.
024556     05  WS-XL-STATUS           PIC X(20).
024557     05  FILLER                 PIC X(01) VALUE SPACES.
024558     05  WS-XL-RETRIES          PIC Z9.
024559     05  FILLER                 PIC X(01) VALUE SPACES.
024560     05  WS-XL-NOTE             PIC X(24).
024600 01  WS-AUDIT-DATE          PIC 9(08) VALUE ZERO.
024700 01  WS-AUDIT-TIME          PIC 9(08) VALUE ZERO.
024800 01  WS-AUDIT-STATUS        PIC X(20) VALUE SPACES.
025100 PROCEDURE DIVISION.
025200*----------------------------------------------------------------
025300* 0000-MAIN-LOGIC
025400*     WALKS THE STANDING INSTRUCTIONS, BUFFERS THE DUE ONES AND
025500*     THE RETRIES, WRITES THE DAY'S FEED, REPORTS ANY OPERATIONS
025510*     ACTION THAT MATCHED NOTHING, AND DISPLAYS THE RUN SUMMARY.
025600*----------------------------------------------------------------
025700 0000-MAIN-LOGIC.
025800     PERFORM 1000-INITIALIZE
026300         END-IF
026400     END-PERFORM
026500     PERFORM 5000-WRITE-ORDER-FEED
026510     PERFORM 6000-REPORT-UNMATCHED-CONTROLS
026600     PERFORM 8000-DISPLAY-RUN-SUMMARY
026700     PERFORM 8100-SAVE-ID-SEQUENCE
026800     PERFORM 9000-TERMINATE
026810     IF WS-ORDERS-BAD > ZERO
026820         OR WS-ORDERS-SUSPENDED > ZERO
026830         OR WS-CONTROLS-UNMATCHED > ZERO
026840         MOVE 4 TO RETURN-CODE
026850     ELSE
026860         MOVE ZERO TO RETURN-CODE
026870     END-IF
026900     STOP RUN.
027000
027100*----------------------------------------------------------------
027200* 1000-INITIALIZE
027300*     RESOLVES RUN PARAMETERS AND OPENS THE FILES.  A MISSING
027400*     INSTRUCTIONS FILE IS AN OPERATOR ERROR - THIS JOB ONLY
027500*     EXISTS TO WORK THAT FILE.  NO OUTPUT-FILE YET (NOTHING HAS
027510*     EVER POSTED) ONLY MEANS NO OUTCOMES CAN BE CHECKED - EVERY
027520*     LAST PAYMENT STAYS TRACKED UNTIL ONE CAN.
027600*----------------------------------------------------------------
027700 1000-INITIALIZE.
027800     PERFORM 1050-RESOLVE-RUN-PARAMETERS
028500     IF WS-FS-ORDER-IN NOT = '00'
028600         DISPLAY 'ERROR OPENING STANDING ORDERS FILE'
028700             WS-FS-ORDER-IN
028710         MOVE 8 TO RETURN-CODE
028800         STOP RUN
028900     END-IF
029000
029200     IF WS-FS-ORDER-OUT NOT = '00'
029300         DISPLAY 'ERROR OPENING STANDING ORDERS OUTPUT FILE'
029400             WS-FS-ORDER-OUT
029410         MOVE 8 TO RETURN-CODE
029500         STOP RUN
029600     END-IF
029700
029900     IF WS-FS-ORDER-FEED NOT = '00'
030000         DISPLAY 'ERROR OPENING STANDING ORDER FEED FILE'
030100             WS-FS-ORDER-FEED
030110         MOVE 8 TO RETURN-CODE
030200         STOP RUN
030300     END-IF
030302
030304     OPEN OUTPUT ORDER-REPORT-FILE
030306     IF WS-FS-ORDER-REPORT NOT = '00'
030308         DISPLAY 'ERROR OPENING STANDING ORDER REPORT FILE'
030310             WS-FS-ORDER-REPORT
030311         MOVE 8 TO RETURN-CODE
030312         STOP RUN
030314     END-IF
030316     MOVE SPACES TO WS-REPORT-LINE
030318     STRING '=== STANDING ORDER EXCEPTIONS FOR '
030320            WS-TODAY-DATE-FMT ' ===' DELIMITED BY SIZE
030322         INTO WS-REPORT-LINE
030324     PERFORM 8200-WRITE-REPORT-LINE
030326
030328     OPEN INPUT OUTPUT-FILE
030330     IF WS-FS-OUTPUT = '00'
030332         MOVE 'Y' TO WS-OUTPUT-AVAIL-SW
030334     ELSE
030336         DISPLAY 'NO OUTPUT FILE (' WS-FS-OUTPUT
030338             ') - PAYMENT OUTCOMES NOT CHECKED THIS RUN'
030340     END-IF
030400
030500     OPEN EXTEND AUDIT-FILE
030600     IF WS-FS-AUDIT = '35'
030800     END-IF
030900     IF WS-FS-AUDIT NOT = '00'
031000         DISPLAY 'ERROR OPENING AUDIT FILE' WS-FS-AUDIT
031010         MOVE 8 TO RETURN-CODE
031100         STOP RUN
031200     END-IF
031300
031400     PERFORM 1200-LOAD-ID-SEQUENCE
031410     PERFORM 1300-LOAD-ORDER-CONTROLS
031500     .
031600
031700*----------------------------------------------------------------
035400     IF WS-ENV-VALUE-WORK NOT = SPACES
035500         MOVE WS-ENV-VALUE-WORK TO WS-ID-SEQ-PATH
035600     END-IF
035601
035602     MOVE SPACES TO WS-ENV-VALUE-WORK
035603     DISPLAY 'SO_RUN_CONTROL_FILE' UPON ENVIRONMENT-NAME
035604     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
035605     IF WS-ENV-VALUE-WORK NOT = SPACES
035606         MOVE WS-ENV-VALUE-WORK TO WS-RUN-CONTROL-PATH
035607     END-IF
035609
035611     MOVE SPACES TO WS-ENV-VALUE-WORK
035613     DISPLAY 'SO_OUTPUT_FILE' UPON ENVIRONMENT-NAME
035615     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
035617     IF WS-ENV-VALUE-WORK NOT = SPACES
035619         MOVE WS-ENV-VALUE-WORK TO WS-OUTPUT-FILE-PATH
035621     END-IF
035623
035625     MOVE SPACES TO WS-ENV-VALUE-WORK
035627     DISPLAY 'SO_CONTROL_FILE' UPON ENVIRONMENT-NAME
035629     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
035631     IF WS-ENV-VALUE-WORK NOT = SPACES
035633         MOVE WS-ENV-VALUE-WORK TO WS-ORDER-CONTROL-PATH
035635     END-IF
035637
035639     MOVE SPACES TO WS-ENV-VALUE-WORK
035641     DISPLAY 'SO_REPORT_FILE' UPON ENVIRONMENT-NAME
035643     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
035645     IF WS-ENV-VALUE-WORK NOT = SPACES
035647         MOVE WS-ENV-VALUE-WORK TO WS-ORDER-REPORT-PATH
035649     END-IF
035651
035653     MOVE SPACES TO WS-ENV-VALUE-WORK
035655     DISPLAY 'SO_RETRY_LIMIT' UPON ENVIRONMENT-NAME
035657     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
035659     IF WS-ENV-VALUE-WORK NOT = SPACES
035661         IF WS-ENV-VALUE-WORK (1:2) IS NUMERIC
035663             MOVE WS-ENV-VALUE-WORK (1:2) TO WS-RETRY-LIMIT
035665         ELSE
035667         IF WS-ENV-VALUE-WORK (1:1) IS NUMERIC
035669             AND WS-ENV-VALUE-WORK (2:1) = SPACE
035671             MOVE WS-ENV-VALUE-WORK (1:1) TO WS-RETRY-LIMIT
035673         ELSE
035675             DISPLAY 'SO_RETRY_LIMIT NOT NUMERIC - USING '
035677                 WS-RETRY-LIMIT
035679         END-IF
035681         END-IF
035683     END-IF
035700     .
035800
035900*----------------------------------------------------------------
037600                 ELSE
037700                     DISPLAY 'ID SEQUENCE FILE NOT NUMERIC - '
037800                         'CANNOT SAFELY ASSIGN IDS'
037810                     MOVE 8 TO RETURN-CODE
037900                     STOP RUN
038000                 END-IF
038100         END-READ
040100*     DISPOSES OF ONE STANDING INSTRUCTION.  A MALFORMED RECORD
040200*     IS CARRIED THROUGH UNTOUCHED AND ANNOUNCED - BETTER AN
040300*     UNWORKED INSTRUCTION SOMEBODY CAN FIX THAN ONE SILENTLY
040400*     DROPPED.  A SUSPENDED INSTRUCTION PAYS NOTHING UNLESS
040500*     OPERATIONS REINSTATED IT THIS RUN.  AN ACTIVE ONE FIRST HAS
040510*     ITS LAST PAYMENT'S OUTCOME CHECKED (3300); A DECLINE TO BE
040520*     RETRIED GOES OUT AGAIN TODAY IN PLACE OF THE REGULAR
040530*     PAYMENT, WHICH STAYS DUE AND FOLLOWS ON THE NEXT RUN.  A
040531*     LAST PAYMENT WITH NO OUTCOME YET (HELD FOR REVIEW, OR IN A
040532*     QUARANTINED BATCH) HOLDS THE REGULAR PAYMENT BACK THE SAME
040533*     WAY, ITS NEXT-RUN DATE UNTOUCHED - A NEW PAYMENT WOULD
040534*     REPLACE SOR-LAST-TXN-ID AND THE EARLIER ONE'S OUTCOME WOULD
040535*     NEVER BE CHECKED.
040540*     OTHERWISE A DUE INSTRUCTION IS BUFFERED FOR THE FEED AND
040550*     ITS NEXT-RUN DATE ROLLED FORWARD PAST TODAY.  EITHER WAY
040600*     THE (POSSIBLY UPDATED) INSTRUCTION GOES TO THE NEW FILE.
040700*----------------------------------------------------------------
040800 3000-PROCESS-ORDER-RECORD.
041800         DISPLAY 'STANDING ORDER MALFORMED - CARRIED '
041900             'UNTOUCHED: ' SOR-EMAIL
042000     ELSE
042100         IF SOR-IS-SUSPENDED
042200             PERFORM 3400-CHECK-REINSTATEMENT
042300         END-IF
042310         IF SOR-IS-SUSPENDED
042320             ADD 1 TO WS-ORDERS-STILL-SUSP
042400         ELSE
042405             MOVE 'N' TO WS-OUTCOME-SW
042410             IF SOR-LAST-TXN-ID NOT = SPACES
042415                 PERFORM 3300-CHECK-LAST-OUTCOME
042420             END-IF
042425             IF OUTCOME-RETRY
042430                 PERFORM 3100-BUFFER-DUE-ORDER
042435                 ADD 1 TO WS-ORDERS-RETRIED
042440                 MOVE 'RETRY' TO WS-XL-ACTION
042445                 MOVE 'RETRIED TODAY' TO WS-XL-NOTE
042450                 PERFORM 3500-WRITE-EXCEPTION-LINE
042455             ELSE
042460             IF OUTCOME-SUSPEND
042465                 PERFORM 3350-SUSPEND-ORDER
042466             ELSE
042467             IF OUTCOME-UNSEEN
042468                 ADD 1 TO WS-ORDERS-WAITING
042470             ELSE
042475             IF SOR-NEXT-RUN-DATE <= WS-TODAY-DATE-FMT
042480                 PERFORM 3100-BUFFER-DUE-ORDER
042485                 PERFORM 3200-ROLL-NEXT-RUN-DATE
042490             ELSE
042495                 ADD 1 TO WS-ORDERS-NOT-DUE
042500             END-IF
042505             END-IF
042510             END-IF
042520             END-IF
042600         END-IF
042700     END-IF
042800     WRITE ORDER-OUT-RECORD FROM STANDING-ORDER-RECORD
043100*----------------------------------------------------------------
043200* 3100-BUFFER-DUE-ORDER
043300*     BUFFERS ONE DUE INSTRUCTION INTO THE FEED TABLES AND
043400*     ROLLS ITS AMOUNT INTO ITS CURRENCY'S DECLARED TOTALS.  THE
043410*     PAYMENT'S STO ID IS DRAWN HERE AND KEPT ON THE INSTRUCTION
043420*     AS ITS LAST PAYMENT, FOR THE NEXT RUN'S OUTCOME CHECK.  AN
043430*     INSTRUCTION WITH A BENEFICIARY GOES OUT AS A TRANSFER OF
043440*     THE UNSIGNED AMOUNT.
043500*----------------------------------------------------------------
043600 3100-BUFFER-DUE-ORDER.
043700     IF WS-DUE-COUNT >= WS-DUE-MAX
043800         DISPLAY 'DUE ORDER TABLE FULL - CANNOT SAFELY TRACK '
043900             'ANOTHER INSTRUCTION'
043910         MOVE 8 TO RETURN-CODE
044000         STOP RUN
044100     END-IF
044105     ADD 1 TO WS-ASSIGN-SEQ
044110     MOVE WS-ASSIGN-SEQ TO WS-ASSIGNED-ID-SEQ
044115     IF SOR-BENEFICIARY-EMAIL = SPACES
044120         MOVE SOR-AMOUNT TO WS-PAYMENT-AMOUNT
044125     ELSE
044130         IF SOR-AMOUNT < ZERO
044135             COMPUTE WS-PAYMENT-AMOUNT = ZERO - SOR-AMOUNT
044140         ELSE
044145             MOVE SOR-AMOUNT TO WS-PAYMENT-AMOUNT
044150         END-IF
044155     END-IF
044200     ADD 1 TO WS-DUE-COUNT
044300     SET WS-DUE-IDX TO WS-DUE-COUNT
044400     MOVE SOR-CURRENCY-CODE TO WS-DUE-CCY (WS-DUE-IDX)
044500     MOVE SOR-EMAIL TO WS-DUE-EMAIL (WS-DUE-IDX)
044600     MOVE SOR-NAME TO WS-DUE-NAME (WS-DUE-IDX)
044700     MOVE WS-PAYMENT-AMOUNT TO WS-DUE-AMT (WS-DUE-IDX)
044705     MOVE WS-ASSIGNED-ID TO WS-DUE-TXN-ID (WS-DUE-IDX)
044710     IF SOR-BENEFICIARY-EMAIL = SPACES
044715         MOVE 'NEW' TO WS-DUE-TYPE (WS-DUE-IDX)
044720         MOVE SPACES TO WS-DUE-BEN-EMAIL (WS-DUE-IDX)
044725         MOVE SPACES TO WS-DUE-BEN-CCY (WS-DUE-IDX)
044730     ELSE
044735         MOVE 'TRANSFER' TO WS-DUE-TYPE (WS-DUE-IDX)
044740         MOVE SOR-BENEFICIARY-EMAIL
044745             TO WS-DUE-BEN-EMAIL (WS-DUE-IDX)
044750         MOVE SOR-BENEFICIARY-CURRENCY
044755             TO WS-DUE-BEN-CCY (WS-DUE-IDX)
044760     END-IF
044765     MOVE WS-ASSIGNED-ID TO SOR-LAST-TXN-ID
044800     ADD 1 TO WS-ORDERS-DUE
044900     PERFORM 3150-ACCUMULATE-CCY-TOTAL
045000     .
046400             WHEN WS-DUECCY-CODE (WS-DCY-IDX)
046500                     = SOR-CURRENCY-CODE
046600                 ADD 1 TO WS-DUECCY-CNT (WS-DCY-IDX)
046700                 ADD WS-PAYMENT-AMOUNT
046710                     TO WS-DUECCY-AMT (WS-DCY-IDX)
046800                 MOVE 'Y' TO WS-CCY-FOUND-SW
046900         END-SEARCH
047000     END-IF
047200         IF WS-DUECCY-COUNT >= WS-DUECCY-MAX
047300             DISPLAY 'STANDING ORDER CURRENCY TABLE FULL - '
047400                 'CANNOT SAFELY TRACK ANOTHER CURRENCY'
047410             MOVE 8 TO RETURN-CODE
047500             STOP RUN
047600         END-IF
047700         ADD 1 TO WS-DUECCY-COUNT
047900         MOVE SOR-CURRENCY-CODE
048000             TO WS-DUECCY-CODE (WS-DCY-IDX)
048100         MOVE 1 TO WS-DUECCY-CNT (WS-DCY-IDX)
048200         MOVE WS-PAYMENT-AMOUNT TO WS-DUECCY-AMT (WS-DCY-IDX)
048300     END-IF
048400     .
048500
064400*----------------------------------------------------------------
064500* 5200-WRITE-ONE-DUE-DETAIL
064600*     WRITES ONE DUE ORDER IF IT BELONGS TO THE CURRENCY BATCH
064700*     BEING EMITTED, UNDER THE STO ID 3100 DREW FROM THE
064800*     PERSISTENT SEQUENCE, AND AUDITS THE GENERATED RECORD.
064900*----------------------------------------------------------------
065000 5200-WRITE-ONE-DUE-DETAIL.
065100     IF WS-DUE-CCY (WS-DUE-SUB) = WS-DUECCY-CODE (WS-DCY-IDX)
065400         MOVE SPACES TO WS-FEED-RECORD
065500         MOVE WS-DUE-TXN-ID (WS-DUE-SUB) TO FR-TRANSACTION-ID
065600         MOVE WS-DUE-EMAIL (WS-DUE-SUB) TO FR-EMAIL
065800         MOVE WS-DUE-AMT (WS-DUE-SUB) TO FR-AMOUNT
065900         MOVE WS-DUE-CCY (WS-DUE-SUB) TO FR-CURRENCY-CODE
066000         MOVE WS-TODAY-DATE-FMT TO FR-TRANSACTION-DATE
066100         MOVE WS-DUE-TYPE (WS-DUE-SUB) TO FR-TRANSACTION-TYPE
066200         IF WS-DUE-TYPE (WS-DUE-SUB) = 'TRANSFER'
066210             MOVE WS-DUE-BEN-EMAIL (WS-DUE-SUB) TO FR-NAME
066220             MOVE WS-DUE-BEN-CCY (WS-DUE-SUB)
066230                 TO FR-ORIGINAL-TXN-ID (1:3)
066240         ELSE
066250             MOVE WS-DUE-NAME (WS-DUE-SUB) TO FR-NAME
066260         END-IF
066300         WRITE ORDER-FEED-RECORD FROM WS-FEED-RECORD
066400         MOVE 'SO-GENERATED' TO WS-AUDIT-STATUS
066500         MOVE WS-FEED-RECORD TO WS-AUDIT-DATA-WORK
069700     DISPLAY '  ORDERS NOT DUE......... ' WS-ORDERS-NOT-DUE
069800     DISPLAY '  ORDERS MALFORMED....... ' WS-ORDERS-BAD
069900     DISPLAY '  MISSED PERIODS SKIPPED. ' WS-PERIODS-SKIPPED
069910     DISPLAY '  LAST PAYMENTS POSTED... ' WS-OUTCOMES-POSTED
069920     DISPLAY '  FAILED, NOT RETRIED.... ' WS-OUTCOMES-FAILED
069930     DISPLAY '  OUTCOMES NOT YET SEEN.. ' WS-OUTCOMES-UNSEEN
069935     DISPLAY '  HELD BACK FOR OUTCOME.. ' WS-ORDERS-WAITING
069940     DISPLAY '  DECLINES RETRIED....... ' WS-ORDERS-RETRIED
069950     DISPLAY '  ORDERS SUSPENDED....... ' WS-ORDERS-SUSPENDED
069960     DISPLAY '  STILL SUSPENDED........ ' WS-ORDERS-STILL-SUSP
069970     DISPLAY '  ORDERS REINSTATED...... ' WS-ORDERS-REINSTATED
069980     DISPLAY '  ACTIONS UNMATCHED...... ' WS-CONTROLS-UNMATCHED
070000     .
070100
070200*----------------------------------------------------------------
073900             WS-FS-ORDER-FEED
074000     END-IF
074100
074105     CLOSE ORDER-REPORT-FILE
074110     IF WS-FS-ORDER-REPORT NOT = '00'
074115         DISPLAY 'ERROR CLOSING STANDING ORDER REPORT FILE'
074120             WS-FS-ORDER-REPORT
074125     END-IF
074130
074135     IF OUTPUT-AVAILABLE
074140         CLOSE OUTPUT-FILE
074145     END-IF
074150
074200     CLOSE AUDIT-FILE
074300     IF WS-FS-AUDIT NOT = '00'
074400         DISPLAY 'ERROR CLOSING AUDIT FILE' WS-FS-AUDIT
074500     END-IF
074600     .
074700
074800*----------------------------------------------------------------
074900* 1300-LOAD-ORDER-CONTROLS
075000*     LOADS OPERATIONS' ACTIONS INTO WS-CONTROL-TABLE.  A MISSING
075100*     CONTROL FILE IS NOT FATAL - NOTHING IS REINSTATED THIS RUN.
075200*----------------------------------------------------------------
075300 1300-LOAD-ORDER-CONTROLS.
075400     OPEN INPUT ORDER-CONTROL-FILE
075500     IF WS-FS-ORDER-CONTROL NOT = '00'
075600         DISPLAY 'NO STANDING ORDER CONTROL FILE ('
075700             WS-FS-ORDER-CONTROL
075800             ') - NOTHING REINSTATED THIS RUN'
075900     ELSE
076000         MOVE 'N' TO WS-CONTROL-EOF-SW
076100         PERFORM UNTIL END-OF-CONTROL-FILE
076200             READ ORDER-CONTROL-FILE
076300                 AT END
076400                     MOVE 'Y' TO WS-CONTROL-EOF-SW
076500                 NOT AT END
076600                     PERFORM 1310-LOAD-ONE-CONTROL
076700             END-READ
076800         END-PERFORM
076900         CLOSE ORDER-CONTROL-FILE
077000     END-IF
077100     .
077200
077300*----------------------------------------------------------------
077400* 1310-LOAD-ONE-CONTROL
077500*     VALIDATES AND TABLES ONE ACTION.  AN UNKNOWN ACTION OR ONE
077600*     NAMING NO PAYMENT IS ANNOUNCED AND SKIPPED, SO A KEYING
077700*     SLIP LEAVES THE INSTRUCTION SUSPENDED RATHER THAN GUESSING.
077800*----------------------------------------------------------------
077900 1310-LOAD-ONE-CONTROL.
078000     IF NOT SOC-ACTION-REINSTATE
078100         DISPLAY 'STANDING ORDER ACTION SKIPPED - BAD ACTION: '
078200             ORDER-CONTROL-RECORD
078300     ELSE
078400     IF SOC-PAYMENT-ID = SPACES
078500         DISPLAY 'STANDING ORDER ACTION SKIPPED - NO PAYMENT ID: '
078600             ORDER-CONTROL-RECORD
078700     ELSE
078800         IF WS-CONTROL-COUNT >= WS-CONTROL-MAX
078900             DISPLAY 'STANDING ORDER CONTROL TABLE FULL - CANNOT '
079000                 'SAFELY LOAD ANOTHER ACTION'
079010             MOVE 8 TO RETURN-CODE
079100             STOP RUN
079200         END-IF
079300         ADD 1 TO WS-CONTROL-COUNT
079400         SET WS-CTL-IDX TO WS-CONTROL-COUNT
079500         MOVE SOC-PAYMENT-ID TO WS-CTL-PAYMENT-ID (WS-CTL-IDX)
079600         MOVE SOC-OFFICER TO WS-CTL-OFFICER (WS-CTL-IDX)
079700         MOVE SOC-REFERENCE TO WS-CTL-REFERENCE (WS-CTL-IDX)
079800         MOVE 'N' TO WS-CTL-USED (WS-CTL-IDX)
079900     END-IF
080000     END-IF
080100     .
080200
080300*----------------------------------------------------------------
080400* 3300-CHECK-LAST-OUTCOME
080500*     LOOKS THE INSTRUCTION'S LAST PAYMENT UP ON OUTPUT-FILE.  AN
080600*     INSUF-FUNDS, ACCT-FROZEN OR NO-ACCOUNT DECLINE SETS
080700*     OUTCOME-RETRY WHILE RETRIES REMAIN AND OUTCOME-SUSPEND ONCE
080800*     THEY ARE SPENT.  ANY OTHER ROW SETTLES THE PAYMENT - A
080900*     SUCCESS SILENTLY, ANYTHING ELSE LISTED AS NOT RETRIED - AND
081000*     CLEARS THE TRACKING FIELDS.  NO ROW YET (HELD FOR SANCTIONS
081100*     OR DORMANT-DEBIT REVIEW, A QUARANTINED BATCH, OR POSTING NOT
081200*     YET RUN), OR NO OUTPUT FILE TO LOOK IN, SETS OUTCOME-UNSEEN
081210*     AND KEEPS THE PAYMENT TRACKED FOR THE NEXT RUN.
081300*----------------------------------------------------------------
081400 3300-CHECK-LAST-OUTCOME.
081500     IF SOR-RETRY-COUNT NOT NUMERIC
081600         MOVE ZERO TO SOR-RETRY-COUNT
081700     END-IF
081800     IF NOT OUTPUT-AVAILABLE
081900         ADD 1 TO WS-OUTCOMES-UNSEEN
081910         MOVE 'U' TO WS-OUTCOME-SW
082000     ELSE
082100         MOVE SOR-LAST-TXN-ID TO OUTPUT-TRANSACTION-ID
082200         READ OUTPUT-FILE
082300             INVALID KEY
082400                 ADD 1 TO WS-OUTCOMES-UNSEEN
082410                 MOVE 'U' TO WS-OUTCOME-SW
082500                 MOVE 'NOT-SEEN' TO WS-XL-ACTION
082600                 MOVE 'NO POSTING ROW YET' TO WS-XL-NOTE
082700                 PERFORM 3500-WRITE-EXCEPTION-LINE
082800             NOT INVALID KEY
082900                 IF OUTPUT-RETRYABLE
083000                     MOVE OUTPUT-TRANSACTION-STATUS
083100                         TO SOR-LAST-FAILURE
083200                     IF SOR-RETRY-COUNT >= WS-RETRY-LIMIT
083300                         MOVE 'S' TO WS-OUTCOME-SW
083400                     ELSE
083500                         ADD 1 TO SOR-RETRY-COUNT
083600                         MOVE 'R' TO WS-OUTCOME-SW
083700                         MOVE 'SO-RETRY' TO WS-AUDIT-STATUS
083800                         PERFORM 3550-STAGE-ORDER-AUDIT
083900                         PERFORM 3950-WRITE-AUDIT-RECORD
084000                     END-IF
084100                 ELSE
084200                     IF OUTPUT-TRANSACTION-STATUS = 'SUCCESS'
084300                         ADD 1 TO WS-OUTCOMES-POSTED
084400                     ELSE
084500                         ADD 1 TO WS-OUTCOMES-FAILED
084600                         MOVE OUTPUT-TRANSACTION-STATUS
084700                             TO SOR-LAST-FAILURE
084800                         MOVE 'FAILED' TO WS-XL-ACTION
084900                         MOVE 'NOT A RETRYABLE DECLINE'
085000                             TO WS-XL-NOTE
085100                         PERFORM 3500-WRITE-EXCEPTION-LINE
085200                     END-IF
085300                     MOVE SPACES TO SOR-LAST-TXN-ID
085400                     MOVE SPACES TO SOR-LAST-FAILURE
085500                     MOVE ZERO TO SOR-RETRY-COUNT
085600                 END-IF
085700         END-READ
085800     END-IF
085900     .
086000
086100*----------------------------------------------------------------
086200* 3350-SUSPEND-ORDER
086300*     SUSPENDS AN INSTRUCTION WHOSE RETRIES ARE SPENT.  IT KEEPS
086400*     THE ID OF THE PAYMENT THAT SUSPENDED IT - THAT IS THE ID
086500*     OPERATIONS NAME TO REINSTATE IT - AND PAYS NOTHING, ITS
086600*     NEXT-RUN DATE UNTOUCHED, UNTIL THEY DO.
086700*----------------------------------------------------------------
086800 3350-SUSPEND-ORDER.
086900     MOVE 'SUSPENDED' TO SOR-ORDER-STATUS
087000     MOVE WS-TODAY-DATE-FMT TO SOR-SUSPENDED-DATE
087100     ADD 1 TO WS-ORDERS-SUSPENDED
087200     MOVE 'SO-SUSPENDED' TO WS-AUDIT-STATUS
087300     PERFORM 3550-STAGE-ORDER-AUDIT
087400     PERFORM 3950-WRITE-AUDIT-RECORD
087500     MOVE 'SUSPENDED' TO WS-XL-ACTION
087600     MOVE 'REINSTATE TO RESUME' TO WS-XL-NOTE
087700     PERFORM 3500-WRITE-EXCEPTION-LINE
087800     DISPLAY 'STANDING ORDER SUSPENDED: ' SOR-EMAIL
087900         ' LAST PAYMENT ' SOR-LAST-TXN-ID ' ' SOR-LAST-FAILURE
088000     .
088100
088200*----------------------------------------------------------------
088300* 3400-CHECK-REINSTATEMENT
088400*     RETURNS A SUSPENDED INSTRUCTION TO SERVICE IF OPERATIONS
088500*     KEYED A REINSTATE ACTION NAMING THE PAYMENT THAT SUSPENDED
088600*     IT.  THE RETRY COUNT STARTS AGAIN FROM ZERO, AND AN
088700*     INSTRUCTION WHOSE NEXT-RUN DATE PASSED WHILE IT WAS
088800*     SUSPENDED PAYS ONCE TODAY AND ROLLS ON AS USUAL.
088900*----------------------------------------------------------------
089000 3400-CHECK-REINSTATEMENT.
089100     MOVE 'N' TO WS-CONTROL-FOUND-SW
089200     IF WS-CONTROL-COUNT NOT = ZERO
089300         SET WS-CTL-IDX TO 1
089400         SEARCH WS-CONTROL-ENTRY
089500             AT END
089600                 CONTINUE
089700             WHEN WS-CTL-PAYMENT-ID (WS-CTL-IDX) = SOR-LAST-TXN-ID
089800                 MOVE 'Y' TO WS-CONTROL-FOUND-SW
089900         END-SEARCH
090000     END-IF
090100     IF CONTROL-FOUND
090200         MOVE 'Y' TO WS-CTL-USED (WS-CTL-IDX)
090300         ADD 1 TO WS-ORDERS-REINSTATED
090400         MOVE 'SO-REINSTATED' TO WS-AUDIT-STATUS
090500         PERFORM 3550-STAGE-ORDER-AUDIT
090600         PERFORM 3950-WRITE-AUDIT-RECORD
090700         MOVE 'REINSTATED' TO WS-XL-ACTION
090800         MOVE SPACES TO WS-XL-NOTE
090900         STRING WS-CTL-OFFICER (WS-CTL-IDX) DELIMITED BY SIZE
091000                ' ' DELIMITED BY SIZE
091100                WS-CTL-REFERENCE (WS-CTL-IDX) DELIMITED BY SIZE
091200             INTO WS-XL-NOTE
091300         PERFORM 3500-WRITE-EXCEPTION-LINE
091400         DISPLAY 'STANDING ORDER REINSTATED: ' SOR-EMAIL
091500             ' BY ' WS-CTL-OFFICER (WS-CTL-IDX)
091600         MOVE 'ACTIVE' TO SOR-ORDER-STATUS
091700         MOVE SPACES TO SOR-LAST-TXN-ID
091800         MOVE SPACES TO SOR-LAST-FAILURE
091900         MOVE SPACES TO SOR-SUSPENDED-DATE
092000         MOVE ZERO TO SOR-RETRY-COUNT
092100     END-IF
092200     .
092300
092400*----------------------------------------------------------------
092500* 3500-WRITE-EXCEPTION-LINE
092600*     LISTS THE CURRENT INSTRUCTION ON THE EXCEPTION REPORT UNDER
092700*     THE ACTION AND NOTE THE CALLER SET.
092800*----------------------------------------------------------------
092900 3500-WRITE-EXCEPTION-LINE.
093000     MOVE SOR-LAST-TXN-ID TO WS-XL-PAYMENT-ID
093100     MOVE SOR-EMAIL TO WS-XL-EMAIL
093200     MOVE SOR-CURRENCY-CODE TO WS-XL-CURRENCY
093300     MOVE SOR-AMOUNT TO WS-XL-AMOUNT
093400     MOVE SOR-LAST-FAILURE TO WS-XL-STATUS
093500     IF SOR-RETRY-COUNT NUMERIC
093600         MOVE SOR-RETRY-COUNT TO WS-XL-RETRIES
093700     ELSE
093800         MOVE ZERO TO WS-XL-RETRIES
093900     END-IF
094000     MOVE WS-EXCEPTION-LINE TO WS-REPORT-LINE
094100     PERFORM 8200-WRITE-REPORT-LINE
094200     .
094300
094400*----------------------------------------------------------------
094500* 3550-STAGE-ORDER-AUDIT
094600*     STAGES THE AUDIT IMAGE FOR AN OUTCOME OR OPERATIONS ACTION
094700*     - THE PAYMENT ID, THE INSTRUCTION'S ACCOUNT AND AMOUNT, AND
094800*     THE DECLINE BEHIND IT.
094900*----------------------------------------------------------------
095000 3550-STAGE-ORDER-AUDIT.
095100     MOVE SPACES TO WS-AUDIT-DATA-WORK
095200     STRING SOR-LAST-TXN-ID DELIMITED BY SIZE
095300            SOR-EMAIL DELIMITED BY SIZE
095400            SOR-CURRENCY-CODE DELIMITED BY SIZE
095500            SOR-AMOUNT DELIMITED BY SIZE
095600            SOR-LAST-FAILURE DELIMITED BY SIZE
095700            SOR-RETRY-COUNT DELIMITED BY SIZE
095800         INTO WS-AUDIT-DATA-WORK
095900     .
096000
096100*----------------------------------------------------------------
096200* 6000-REPORT-UNMATCHED-CONTROLS
096300*     LISTS EVERY REINSTATE ACTION THAT FOUND NO SUSPENDED
096400*     INSTRUCTION, SO OPERATIONS CAN SEE A MISKEYED PAYMENT ID
096500*     INSTEAD OF ASSUMING THE ORDER IS RUNNING AGAIN.
096600*----------------------------------------------------------------
096700 6000-REPORT-UNMATCHED-CONTROLS.
096800     IF WS-CONTROL-COUNT NOT = ZERO
096900         PERFORM 6100-REPORT-ONE-UNMATCHED
097000             VARYING WS-CTL-SUB FROM 1 BY 1
097100             UNTIL WS-CTL-SUB > WS-CONTROL-COUNT
097200     END-IF
097300     IF WS-ORDERS-RETRIED = ZERO AND WS-ORDERS-SUSPENDED = ZERO
097400             AND WS-ORDERS-REINSTATED = ZERO
097500             AND WS-OUTCOMES-FAILED = ZERO
097600             AND WS-CONTROLS-UNMATCHED = ZERO
097650             AND WS-OUTCOMES-UNSEEN = ZERO
097700         MOVE '(NO STANDING ORDER EXCEPTIONS THIS RUN)'
097800             TO WS-REPORT-LINE
097900         PERFORM 8200-WRITE-REPORT-LINE
098000     END-IF
098100     .
098200
098300*----------------------------------------------------------------
098400* 6100-REPORT-ONE-UNMATCHED
098500*     REPORTS THE ACTION AT WS-CTL-SUB IF IT WAS NEVER USED.
098600*----------------------------------------------------------------
098700 6100-REPORT-ONE-UNMATCHED.
098800     IF WS-CTL-USED (WS-CTL-SUB) NOT = 'Y'
098900         ADD 1 TO WS-CONTROLS-UNMATCHED
099000         MOVE SPACES TO WS-REPORT-LINE
099100         STRING 'NO SUSPENDED ORDER FOR REINSTATE: '
099200                    DELIMITED BY SIZE
099300                WS-CTL-PAYMENT-ID (WS-CTL-SUB) DELIMITED BY SIZE
099400                ' ' DELIMITED BY SIZE
099500                WS-CTL-OFFICER (WS-CTL-SUB) DELIMITED BY SIZE
099600            INTO WS-REPORT-LINE
099700         PERFORM 8200-WRITE-REPORT-LINE
099800         DISPLAY 'REINSTATE MATCHED NO SUSPENDED ORDER: '
099900             WS-CTL-PAYMENT-ID (WS-CTL-SUB)
100000     END-IF
100100     .
100200
100300*----------------------------------------------------------------
100400* 8200-WRITE-REPORT-LINE
100500*     WRITES WS-REPORT-LINE TO THE EXCEPTION REPORT.
100600*----------------------------------------------------------------
100700 8200-WRITE-REPORT-LINE.
100800     WRITE ORDER-REPORT-LINE FROM WS-REPORT-LINE
100900     MOVE SPACES TO WS-REPORT-LINE
101000     .
