003592*                  AND THE FEED WRITE LEAVES A RECOVERABLE
003593*                  RECORD OF WHO WAS OWED WHAT INSTEAD OF
003594*                  ZEROING THE MONTH'S INTEREST SILENTLY.
003595* 2026-10-15  RLB  DEBIT INTEREST - OVERDRAWN ACTIVE ACCOUNTS NOW
003596*                  ACCRUE A NEGATIVE CARRY AT A SEPARATE PER-
003597*                  CURRENCY DEBIT RATE (AI_DEBIT_RATE_FILE), AND
003598*                  MONTH-END CAPITALIZES IT THROUGH THE SAME
003599*                  INTEREST FEED AS A DEBIT NEW.
003609* 2026-10-15  RLB  A DORMANT ACCOUNT NO LONGER ACCRUES.  A CARRY
003619*                  BUILT UP BEFORE IT WENT DORMANT STILL
003629*                  CAPITALIZES AT MONTH END, AND THE INTEREST
003639*                  BATCH IS NOT CUSTOMER ACTIVITY, SO IT NEVER
003649*                  WAKES THE ACCOUNT.
003659* 2026-10-15  RLB  CONDITION CODE FOR THE NIGHTLY JOB STREAM -
003669*                  RETURN-CODE 0 ON A CLEAN RUN, 8 WHEN THE RUN
003679*                  IS REFUSED OR STOPS ON AN ERROR.
003699*----------------------------------------------------------------
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004800         ASSIGN TO DYNAMIC WS-RATE-SCHEDULE-PATH
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-FS-RATE-SCHEDULE.
005010
005020     SELECT DEBIT-RATE-FILE
005030         ASSIGN TO DYNAMIC WS-DEBIT-RATE-PATH
005040         ORGANIZATION IS LINE SEQUENTIAL
005050         FILE STATUS IS WS-FS-DEBIT-RATE.
005100
005200     SELECT INTEREST-FEED-FILE
005300         ASSIGN TO DYNAMIC WS-INTEREST-FEED-PATH
008000         88  ACCOUNT-IS-ACTIVE         VALUE 'A', SPACE.
008100         88  ACCOUNT-IS-FROZEN         VALUE 'F'.
008200         88  ACCOUNT-IS-CLOSED         VALUE 'C'.
008210         88  ACCOUNT-IS-DORMANT        VALUE 'D'.
008300     05  ACCOUNT-ACCRUED-INT       PIC S9(09)V9(06).
008400     05  ACCOUNT-LAST-ACCRUAL      PIC X(10).
008410     05  ACCOUNT-OVERDRAFT-LIMIT   PIC 9(11)V99.
008420     05  ACCOUNT-LAST-ACTIVITY     PIC X(10).
008500
008600*----------------------------------------------------------------
008700* ONE ANNUAL RATE PER CURRENCY - THE SAME SMALL-PARAMETER-FILE
009100 01  RATE-SCHEDULE-RECORD.
009200     05  IRS-CURRENCY-CODE         PIC X(03).
009300     05  IRS-ANNUAL-RATE           PIC 9(03)V9(06).
009305
009310*----------------------------------------------------------------
009315* ONE ANNUAL DEBIT RATE PER CURRENCY FOR OVERDRAWN BALANCES - THE
009320* SAME SHAPE AS THE CREDIT RATE FILE, KEPT SEPARATE SO TREASURY
009325* CAN PRICE THE TWO SIDES INDEPENDENTLY.
009330*----------------------------------------------------------------
009335 FD  DEBIT-RATE-FILE.
009340 01  DEBIT-RATE-RECORD.
009345     05  DRS-CURRENCY-CODE         PIC X(03).
009350     05  DRS-ANNUAL-RATE           PIC 9(03)V9(06).
009400
009500 FD  INTEREST-FEED-FILE.
009600 01  INTEREST-FEED-RECORD          PIC X(116).
011600     VALUE 'src/cobol/accounts.dat'.
011700 01  WS-RATE-SCHEDULE-PATH   PIC X(60)
011800     VALUE 'src/cobol/intrates.txt'.
011810 01  WS-DEBIT-RATE-PATH      PIC X(60)
011820     VALUE 'src/cobol/debitrates.txt'.
011900 01  WS-INTEREST-FEED-PATH   PIC X(60)
012000     VALUE 'src/cobol/interest-feed.txt'.
012100 01  WS-AUDIT-FILE-PATH      PIC X(60)
012900*----------------------------------------------------------------
013000 01  WS-FS-ACCOUNT          PIC X(02) VALUE '00'.
013100 01  WS-FS-RATE-SCHEDULE    PIC X(02) VALUE '00'.
013110 01  WS-FS-DEBIT-RATE       PIC X(02) VALUE '00'.
013200 01  WS-FS-INTEREST-FEED    PIC X(02) VALUE '00'.
013300 01  WS-FS-AUDIT            PIC X(02) VALUE '00'.
013400 01  WS-FS-ID-SEQ           PIC X(02) VALUE '00'.
013600     88  END-OF-ACCOUNT-SCAN     VALUE 'Y'.
013700 01  WS-RATE-EOF-SW         PIC X VALUE 'N'.
013800     88  END-OF-RATE-SCHEDULE    VALUE 'Y'.
013810 01  WS-DRATE-EOF-SW        PIC X VALUE 'N'.
013820     88  END-OF-DEBIT-RATES      VALUE 'Y'.
013900 01  WS-CAPITALIZE-SW       PIC X VALUE 'N'.
014000     88  CAPITALIZING-TODAY      VALUE 'Y'.
014100*----------------------------------------------------------------
019300     88  RATE-FOUND              VALUE 'Y'.
019400     88  RATE-NOT-FOUND          VALUE 'N'.
019500 01  WS-IRATE-WORK          PIC 9(03)V9(06) VALUE ZERO.
019505*----------------------------------------------------------------
019510* DEBIT RATE TABLE - THE OVERDRAWN-BALANCE TWIN OF THE TABLE
019515* ABOVE.  A CURRENCY WITH NO ENTRY CHARGES NO DEBIT INTEREST.
019520*----------------------------------------------------------------
019525 01  WS-DRATE-COUNT         PIC 9(02) COMP VALUE ZERO.
019530 01  WS-DRATE-MAX           PIC 9(02) COMP VALUE 20.
019535 01  WS-DRATE-TABLE.
019540     05  WS-DRATE-ENTRY
019545         OCCURS 1 TO 20 TIMES
019550         DEPENDING ON WS-DRATE-COUNT
019555         INDEXED BY WS-DRATE-IDX.
019560         10  WS-DRATE-CCY          PIC X(03).
019565         10  WS-DRATE-ANNUAL       PIC 9(03)V9(06).
019600*----------------------------------------------------------------
019700* ACCRUAL AND CAPITALIZATION WORK AREAS.  CAPITALIZED DETAILS
019800* ARE BUFFERED PER CURRENCY SO EACH CURRENCY'S FEED EMITS AS
026100*----------------------------------------------------------------
026200 01  WS-ACCOUNTS-READ       PIC 9(07) COMP VALUE ZERO.
026300 01  WS-ACCOUNTS-ACCRUED    PIC 9(07) COMP VALUE ZERO.
026310 01  WS-ACCOUNTS-DEBITED    PIC 9(07) COMP VALUE ZERO.
026400 01  WS-ACCOUNTS-SKIPPED    PIC 9(07) COMP VALUE ZERO.
026500 01  WS-CAPS-EMITTED        PIC 9(07) COMP VALUE ZERO.
026600 01  WS-AUDIT-DATE          PIC 9(08) VALUE ZERO.
028300     END-IF
028400     PERFORM 8000-DISPLAY-RUN-SUMMARY
028500     PERFORM 9000-TERMINATE
028510     MOVE ZERO TO RETURN-CODE
028600     STOP RUN.
028700
028800*----------------------------------------------------------------
029100*     CAPITALIZES, OPENS THE FILES, AND LOADS THE RATE TABLE
029200*     AND ID SEQUENCE.  A MISSING RATE FILE IS NOT FATAL -
029300*     NOTHING ACCRUES, WHICH IS EXACTLY HOW THE SYSTEM BEHAVED
029400*     BEFORE INTEREST EXISTED.  THE SAME GOES FOR THE DEBIT RATE
029410*     FILE AND OVERDRAWN BALANCES.
029500*----------------------------------------------------------------
029600 1000-INITIALIZE.
029700     PERFORM 1050-RESOLVE-RUN-PARAMETERS
031500     OPEN I-O ACCOUNT-FILE
031600     IF WS-FS-ACCOUNT NOT = '00'
031700         DISPLAY 'ERROR OPENING ACCOUNT FILE' WS-FS-ACCOUNT
031710         MOVE 8 TO RETURN-CODE
031800         STOP RUN
031900     END-IF
032000
032100     PERFORM 1500-LOAD-RATE-SCHEDULE
032110     PERFORM 1550-LOAD-DEBIT-RATES
032200     PERFORM 1200-LOAD-ID-SEQUENCE
032300
032400     OPEN EXTEND AUDIT-FILE
032700     END-IF
032800     IF WS-FS-AUDIT NOT = '00'
032900         DISPLAY 'ERROR OPENING AUDIT FILE' WS-FS-AUDIT
032910         MOVE 8 TO RETURN-CODE
033000         STOP RUN
033100     END-IF
033200     .
035000     IF WS-ENV-VALUE-WORK NOT = SPACES
035100         MOVE WS-ENV-VALUE-WORK TO WS-RATE-SCHEDULE-PATH
035200     END-IF
035210
035220     MOVE SPACES TO WS-ENV-VALUE-WORK
035230     DISPLAY 'AI_DEBIT_RATE_FILE' UPON ENVIRONMENT-NAME
035240     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
035250     IF WS-ENV-VALUE-WORK NOT = SPACES
035260         MOVE WS-ENV-VALUE-WORK TO WS-DEBIT-RATE-PATH
035270     END-IF
035300
035400     MOVE SPACES TO WS-ENV-VALUE-WORK
035500     DISPLAY 'AI_INTEREST_FEED_FILE' UPON ENVIRONMENT-NAME
044000                 ELSE
044100                     DISPLAY 'ID SEQUENCE FILE NOT NUMERIC - '
044200                         'CANNOT SAFELY ASSIGN IDS'
044210                     MOVE 8 TO RETURN-CODE
044300                     STOP RUN
044400                 END-IF
044500         END-READ
048900             IF WS-IRATE-COUNT >= WS-IRATE-MAX
049000                 DISPLAY 'INTEREST RATE TABLE FULL - CANNOT '
049100                     'SAFELY LOAD ANOTHER CURRENCY'
049110                 MOVE 8 TO RETURN-CODE
049200                 STOP RUN
049300             END-IF
049400             ADD 1 TO WS-IRATE-COUNT
050239             'STAMPED ' WS-TODAY-DATE-FMT
050240     END-IF
050241     .
050242
050243*----------------------------------------------------------------
050244* 1550-LOAD-DEBIT-RATES
050245*     LOADS THE PER-CURRENCY ANNUAL DEBIT RATE FILE INTO
050246*     WS-DRATE-TABLE IN FILE ORDER - THE SAME SHAPE AND
050247*     DISCIPLINE AS 1500.
050248*----------------------------------------------------------------
050249 1550-LOAD-DEBIT-RATES.
050250     OPEN INPUT DEBIT-RATE-FILE
050251     IF WS-FS-DEBIT-RATE NOT = '00'
050252         DISPLAY 'NO DEBIT RATE FILE (' WS-FS-DEBIT-RATE
050253             ') - NO DEBIT INTEREST WILL ACCRUE'
050254     ELSE
050255         MOVE 'N' TO WS-DRATE-EOF-SW
050256         PERFORM UNTIL END-OF-DEBIT-RATES
050257             READ DEBIT-RATE-FILE
050258                 AT END
050259                     MOVE 'Y' TO WS-DRATE-EOF-SW
050260                 NOT AT END
050261                     PERFORM 1560-LOAD-ONE-DEBIT-RATE
050262             END-READ
050263         END-PERFORM
050264         CLOSE DEBIT-RATE-FILE
050265     END-IF
050266     .
050267
050268*----------------------------------------------------------------
050269* 1560-LOAD-ONE-DEBIT-RATE
050270*     VALIDATES AND TABLES ONE DEBIT RATE RECORD, SKIPPING A
050271*     BLANK OR NON-NUMERIC ENTRY THE SAME WAY 1510 DOES.
050272*----------------------------------------------------------------
050273 1560-LOAD-ONE-DEBIT-RATE.
050274     IF DRS-CURRENCY-CODE = SPACES
050275         CONTINUE
050276     ELSE
050277         IF DRS-ANNUAL-RATE NOT NUMERIC
050278             DISPLAY 'DEBIT RATE ENTRY SKIPPED - NOT NUMERIC: '
050279                 DEBIT-RATE-RECORD
050280         ELSE
050281             IF WS-DRATE-COUNT >= WS-DRATE-MAX
050282                 DISPLAY 'DEBIT RATE TABLE FULL - CANNOT SAFELY '
050283                     'LOAD ANOTHER CURRENCY'
050284                 MOVE 8 TO RETURN-CODE
050285                 STOP RUN
050286             END-IF
050287             ADD 1 TO WS-DRATE-COUNT
050288             SET WS-DRATE-IDX TO WS-DRATE-COUNT
050289             MOVE DRS-CURRENCY-CODE
050290                 TO WS-DRATE-CCY (WS-DRATE-IDX)
050291             MOVE DRS-ANNUAL-RATE
050292                 TO WS-DRATE-ANNUAL (WS-DRATE-IDX)
050293         END-IF
050294     END-IF
050295     .
050300
050400*----------------------------------------------------------------
050500* 3000-SWEEP-ACCOUNTS
052300*----------------------------------------------------------------
052400* 3100-ACCRUE-ONE-ACCOUNT
052500*     ONE DAY'S ACCRUAL FOR ONE ACCOUNT.  ONLY AN ACTIVE
052600*     ACCOUNT WITH A NON-ZERO BALANCE AND A RATED CURRENCY
052700*     ACCRUES - A FROZEN OR CLOSED ACCOUNT EARNS NOTHING WHILE
052800*     LEGAL HAS IT STOPPED, AND A DORMANT ONE NOTHING UNTIL
052810*     MAINTAINACCOUNTS REACTIVATES IT.  A POSITIVE BALANCE EARNS
052900*     CREDIT INTEREST AT THE CREDIT RATE; AN OVERDRAWN BALANCE IS
053000*     CHARGED AT THE DEBIT RATE INSTEAD, THE SAME FORMULA
053100*     YIELDING A NEGATIVE DAILY FIGURE.  BOTH LAND IN THE ONE
053200*     CARRY, SO A MONTH SPENT PARTLY EACH SIDE OF ZERO
053300*     CAPITALIZES THE NET.  ACCOUNT-LAST-ACCRUAL STOPS A RERUN
053310*     FROM ACCRUING THE SAME DAY TWICE.  CAPITALIZATION (WHEN
053320*     DUE) HAPPENS EVEN FOR FROZEN, CLOSED AND DORMANT ACCOUNTS
053330*     SO A CARRY NEVER STRANDS, BUT STILL ONLY MOVES MONEY
053335*     THROUGH THE PIPELINE, WHERE THE LIFECYCLE CHECK HAS THE
053340*     FINAL WORD.
053400*----------------------------------------------------------------
053500 3100-ACCRUE-ONE-ACCOUNT.
053600     IF ACCOUNT-IS-ACTIVE
053700         AND ACCOUNT-BALANCE NOT = ZERO
053800         AND ACCOUNT-LAST-ACCRUAL NOT = WS-TODAY-DATE-FMT
053900         IF ACCOUNT-BALANCE > ZERO
053910             PERFORM 3150-LOOK-UP-RATE
053920         ELSE
053930             PERFORM 3160-LOOK-UP-DEBIT-RATE
053940         END-IF
054000         IF RATE-FOUND
054100             COMPUTE WS-DAILY-ACCRUAL ROUNDED =
054200                 ACCOUNT-BALANCE * WS-IRATE-WORK / 365
054300             ADD WS-DAILY-ACCRUAL TO ACCOUNT-ACCRUED-INT
054400             MOVE WS-TODAY-DATE-FMT TO ACCOUNT-LAST-ACCRUAL
054500             IF ACCOUNT-BALANCE > ZERO
054510                 ADD 1 TO WS-ACCOUNTS-ACCRUED
054520             ELSE
054530                 ADD 1 TO WS-ACCOUNTS-DEBITED
054540             END-IF
054600             PERFORM 3500-REWRITE-ACCOUNT
054700         ELSE
054800             ADD 1 TO WS-ACCOUNTS-SKIPPED
055100         ADD 1 TO WS-ACCOUNTS-SKIPPED
055200     END-IF
055300     IF CAPITALIZING-TODAY
055400         AND (ACCOUNT-ACCRUED-INT >= 0.01
055410             OR ACCOUNT-ACCRUED-INT <= -0.01)
055500         PERFORM 3200-HARVEST-ONE-CARRY
055600     END-IF
055700     .
057600         END-SEARCH
057700     END-IF
057800     .
057802
057804*----------------------------------------------------------------
057806* 3160-LOOK-UP-DEBIT-RATE
057808*     FINDS THE ANNUAL DEBIT RATE FOR THE ACCOUNT'S CURRENCY,
057810*     LEAVING IT IN WS-IRATE-WORK WITH WS-IRATE-FOUND-SW SET -
057812*     THE SAME HAND-OFF 3150 MAKES, SO 3100 APPLIES EITHER RATE
057814*     WITH ONE FORMULA.
057816*----------------------------------------------------------------
057818 3160-LOOK-UP-DEBIT-RATE.
057820     MOVE 'N' TO WS-IRATE-FOUND-SW
057822     IF WS-DRATE-COUNT NOT = ZERO
057824         SET WS-DRATE-IDX TO 1
057826         SEARCH WS-DRATE-ENTRY
057828             AT END
057830                 CONTINUE
057832             WHEN WS-DRATE-CCY (WS-DRATE-IDX)
057834                     = ACCOUNT-CURRENCY-CODE
057836                 MOVE WS-DRATE-ANNUAL (WS-DRATE-IDX)
057838                     TO WS-IRATE-WORK
057840                 MOVE 'Y' TO WS-IRATE-FOUND-SW
057842         END-SEARCH
057844     END-IF
057846     .
057900
058000*----------------------------------------------------------------
058100* 3200-HARVEST-ONE-CARRY
058610*     EVERY DRAIN IS AUDITED ON THE SPOT SO THAT RERUN CAN SEE
058620*     EXACTLY WHAT WAS OWED AND PAY IT BY HAND IF THE FEED
058630*     NEVER MADE IT OUT.
058640*     A NEGATIVE (DEBIT INTEREST) CARRY TRUNCATES TOWARD ZERO
058650*     THE SAME WAY, SO A CUSTOMER IS NEVER CHARGED A PART-CENT
058660*     EARLY.
058700*----------------------------------------------------------------
058800 3200-HARVEST-ONE-CARRY.
058900     IF WS-CAP-DTL-COUNT >= WS-CAP-DTL-MAX
059000         DISPLAY 'CAPITALIZATION TABLE FULL - CANNOT SAFELY '
059100             'TRACK ANOTHER ACCOUNT'
059110         MOVE 8 TO RETURN-CODE
059200         STOP RUN
059300     END-IF
059400     MOVE ACCOUNT-ACCRUED-INT TO WS-CAP-AMOUNT
062700         IF WS-CAPCCY-COUNT >= WS-CAPCCY-MAX
062800             DISPLAY 'CAPITALIZATION CURRENCY TABLE FULL - '
062900                 'CANNOT SAFELY TRACK ANOTHER CURRENCY'
062910             MOVE 8 TO RETURN-CODE
063000             STOP RUN
063100         END-IF
063200         ADD 1 TO WS-CAPCCY-COUNT
066300     IF WS-FS-INTEREST-FEED NOT = '00'
066400         DISPLAY 'ERROR OPENING INTEREST FEED FILE'
066500             WS-FS-INTEREST-FEED
066510         MOVE 8 TO RETURN-CODE
066600         STOP RUN
066700     END-IF
066800     IF WS-CAPCCY-COUNT NOT = ZERO
068000*----------------------------------------------------------------
068100* 5100-WRITE-ONE-CCY-BATCH
068200*     EMITS ONE CURRENCY'S CAPITALIZATIONS AS A COMPLETE
068300*     BATCH - HEADER, ONE NEW PER ACCOUNT (A CREDIT FOR CREDIT
068400*     INTEREST, A DEBIT FOR DEBIT INTEREST), AND A TRAILER
068410*     DECLARING THE COUNT AND NET AMOUNT IN SLOT ONE.
068500*----------------------------------------------------------------
068600 5100-WRITE-ONE-CCY-BATCH.
068700     MOVE WS-TODAY-DATE-FMT TO FBH-BUSINESS-DATE
075300     DISPLAY 'ACCRUEINTEREST RUN SUMMARY'
075400     DISPLAY '  ACCOUNTS READ.......... ' WS-ACCOUNTS-READ
075500     DISPLAY '  ACCOUNTS ACCRUED....... ' WS-ACCOUNTS-ACCRUED
075510     DISPLAY '  ACCOUNTS DEBIT-ACCRUED. ' WS-ACCOUNTS-DEBITED
075600     DISPLAY '  ACCOUNTS SKIPPED....... ' WS-ACCOUNTS-SKIPPED
075700     DISPLAY '  CAPITALIZATIONS........ ' WS-CAPS-EMITTED
075800     .
