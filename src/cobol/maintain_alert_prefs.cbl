000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MaintainAlertPrefs.
000300 AUTHOR. BANK-OPERATIONS-IT.
000400 INSTALLATION. RETAIL-BANKING-DATA-CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  RLB  ORIGINAL PROGRAM - MAINTAINS THE CUSTOMER
001100*                  ALERT PREFERENCES FILE GENERATEALERTS READS.
001200*                  WALKS A CONTROL FILE OF SET AND REMOVE ACTIONS,
001300*                  ONE PER EMAIL/CURRENCY ACCOUNT, IN THE SAME WAY
001400*                  MAINTAINACCOUNTS WALKS ITS MAINTENANCE FILE.  A
001500*                  SET ENROLS THE ACCOUNT OR REPLACES ITS
001600*                  CHOICES - DELIVERY CHANNEL, MOBILE NUMBER,
001700*                  WHICH EVENTS TO ALERT ON, THE LOW-BALANCE
001800*                  THRESHOLD AND THE LARGE-DEBIT AMOUNT; A
001900*                  REMOVE STOPS ALL ALERTS FOR THE ACCOUNT.  ONLY
002000*                  AN ACCOUNT ON THE MASTER AND NOT CLOSED CAN BE
002100*                  ENROLLED.  EVERY ACTION, APPLIED OR REFUSED,
002200*                  LANDS ON THE SHARED AUDIT TRAIL.
002210* 2026-10-15  RLB  CONDITION CODE FOR THE NIGHTLY JOB STREAM -
002220*                  RETURN-CODE 0 ON A CLEAN RUN, 4 WHEN ANY
002230*                  ACTION WAS REFUSED, 8 WHEN THE RUN IS REFUSED
002240*                  OR STOPS ON AN ERROR.
002300*----------------------------------------------------------------
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT PREF-CONTROL-FILE
002900         ASSIGN TO DYNAMIC WS-PREF-CONTROL-PATH
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-FS-PREF-CONTROL.
003200
003300     SELECT ALERT-PREF-FILE ASSIGN TO DYNAMIC WS-ALERT-PREF-PATH
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS PREF-KEY
003700         FILE STATUS IS WS-FS-ALERT-PREF.
003800
003900     SELECT ACCOUNT-FILE ASSIGN TO DYNAMIC WS-ACCOUNT-FILE-PATH
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS ACCOUNT-KEY
004300         FILE STATUS IS WS-FS-ACCOUNT.
004400
004500     SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-PATH
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-FS-AUDIT.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100*----------------------------------------------------------------
005200* ONE PREFERENCE ACTION PER CONTROL RECORD.  THE EMAIL AND
005300* CURRENCY NAME THE ACCOUNT; THE REST IS ONLY READ BY A SET.  EACH
005400* EVENT SWITCH IS Y OR N.  THE CHANNEL IS E (EMAIL TO THE ACCOUNT
005500* EMAIL), S (SMS TO THE MOBILE NUMBER), OR B (BOTH).  A THRESHOLD
005600* OR AMOUNT IS ONLY REQUIRED WHEN ITS SWITCH IS Y.
005700*----------------------------------------------------------------
005800 FD  PREF-CONTROL-FILE.
005900 01  PREF-CONTROL-RECORD.
006000     05  PMT-ACTION                PIC X(08).
006100         88  PMT-ACTION-SET            VALUE 'SET'.
006200         88  PMT-ACTION-REMOVE         VALUE 'REMOVE'.
006300     05  PMT-EMAIL                 PIC X(30).
006400     05  PMT-CURRENCY-CODE         PIC X(03).
006500     05  PMT-CHANNEL               PIC X(01).
006600         88  PMT-CHANNEL-VALID         VALUE 'E', 'S', 'B'.
006700         88  PMT-CHANNEL-NEEDS-MOBILE  VALUE 'S', 'B'.
006800     05  PMT-MOBILE                PIC X(15).
006900     05  PMT-DECLINE-SW            PIC X(01).
007000     05  PMT-RETURN-SW             PIC X(01).
007100     05  PMT-LOW-BALANCE-SW        PIC X(01).
007200     05  PMT-LOW-BALANCE-AMOUNT    PIC 9(11)V99.
007300     05  PMT-LARGE-DEBIT-SW        PIC X(01).
007400     05  PMT-LARGE-DEBIT-AMOUNT    PIC 9(11)V99.
007500
007600*----------------------------------------------------------------
007700* ALERT-PREF-RECORD MUST AGREE FIELD FOR FIELD WITH THE LAYOUT
007800* GENERATEALERTS READS.  PREF-LOW-BALANCE-LATCH IS GENERATEALERTS'
007900* OWN BYTE - SET WHEN IT ALERTS ON A BALANCE FALLING BELOW THE
008000* THRESHOLD AND CLEARED WHEN THE BALANCE RECOVERS, SO ONE FALL
008100* RAISES ONE ALERT RATHER THAN ONE A NIGHT.
008200*----------------------------------------------------------------
008300 FD  ALERT-PREF-FILE.
008400 01  ALERT-PREF-RECORD.
008500     05  PREF-KEY.
008600         10  PREF-EMAIL            PIC X(30).
008700         10  PREF-CURRENCY-CODE    PIC X(03).
008800     05  PREF-CHANNEL              PIC X(01).
008900     05  PREF-MOBILE               PIC X(15).
009000     05  PREF-DECLINE-SW           PIC X(01).
009100     05  PREF-RETURN-SW            PIC X(01).
009200     05  PREF-LOW-BALANCE-SW       PIC X(01).
009300     05  PREF-LOW-BALANCE-AMOUNT   PIC 9(11)V99.
009400     05  PREF-LARGE-DEBIT-SW       PIC X(01).
009500     05  PREF-LARGE-DEBIT-AMOUNT   PIC 9(11)V99.
009600     05  PREF-LOW-BALANCE-LATCH    PIC X(01).
009700     05  PREF-LAST-CHANGED         PIC X(10).
009800
009900*----------------------------------------------------------------
010000* ACCOUNT-RECORD MUST AGREE FIELD FOR FIELD WITH THE ACCOUNT
010100* MASTER LAYOUT PROCESSTRANSACTIONS POSTS AGAINST - READ ONLY
010200* HERE, TO PROVE THE ACCOUNT BEING ENROLLED EXISTS.
010300*----------------------------------------------------------------
010400 FD  ACCOUNT-FILE.
010500 01  ACCOUNT-RECORD.
010600     05  ACCOUNT-KEY.
010700         10  ACCOUNT-EMAIL         PIC X(30).
010800         10  ACCOUNT-CURRENCY-CODE PIC X(03).
010900     05  ACCOUNT-NAME              PIC X(30).
011000     05  ACCOUNT-BALANCE           PIC S9(13)V99.
011100     05  ACCOUNT-STATUS            PIC X(01).
011200         88  ACCOUNT-IS-ACTIVE         VALUE 'A', SPACE.
011300         88  ACCOUNT-IS-FROZEN         VALUE 'F'.
011400         88  ACCOUNT-IS-CLOSED         VALUE 'C'.
011500         88  ACCOUNT-IS-DORMANT        VALUE 'D'.
011600     05  ACCOUNT-ACCRUED-INT       PIC S9(09)V9(06).
011700     05  ACCOUNT-LAST-ACCRUAL      PIC X(10).
011800     05  ACCOUNT-OVERDRAFT-LIMIT   PIC 9(11)V99.
011900     05  ACCOUNT-LAST-ACTIVITY     PIC X(10).
012000
012100 FD  AUDIT-FILE.
012200 01  AUDIT-RECORD.
012300     05  AUDIT-TIMESTAMP           PIC X(16).
012400     05  AUDIT-INPUT-DATA          PIC X(116).
012500     05  AUDIT-DECISION-STATUS     PIC X(20).
012600
012700 WORKING-STORAGE SECTION.
012800*----------------------------------------------------------------
012900* RUN PARAMETERS (SEE 1050-RESOLVE-RUN-PARAMETERS)
013000* EACH PATH DEFAULTS TO ITS USUAL DROP LOCATION AND IS
013100* OVERRIDDEN BY ITS ENVIRONMENT VARIABLE, THE SAME CONVENTION
013200* PROCESSTRANSACTIONS' PT_* PARAMETERS USE.
013300*----------------------------------------------------------------
013400 01  WS-PREF-CONTROL-PATH    PIC X(60)
013500     VALUE 'src/cobol/alert-pref-maint.txt'.
013600 01  WS-ALERT-PREF-PATH      PIC X(60)
013700     VALUE 'src/cobol/alert-prefs.dat'.
013800 01  WS-ACCOUNT-FILE-PATH    PIC X(60)
013900     VALUE 'src/cobol/accounts.dat'.
014000 01  WS-AUDIT-FILE-PATH      PIC X(60)
014100     VALUE 'src/cobol/audit.txt'.
014200 01  WS-ENV-VALUE-WORK       PIC X(60) VALUE SPACES.
014300*----------------------------------------------------------------
014400* FILE STATUS AND END-OF-FILE SWITCHES
014500*----------------------------------------------------------------
014600 01  WS-FS-PREF-CONTROL     PIC X(02) VALUE '00'.
014700 01  WS-FS-ALERT-PREF       PIC X(02) VALUE '00'.
014800 01  WS-FS-ACCOUNT          PIC X(02) VALUE '00'.
014900 01  WS-FS-AUDIT            PIC X(02) VALUE '00'.
015000 01  WS-CONTROL-EOF-SW      PIC X VALUE 'N'.
015100     88  END-OF-CONTROL-FILE     VALUE 'Y'.
015200*----------------------------------------------------------------
015300* MAINTENANCE WORK AREAS.  WS-PREF-FOUND-SW CARRIES THE RESULT OF
015400* THE KEYED READ EACH ACTION STARTS WITH, AND WS-MAINT-STATUS THE
015500* DECISION CODE THAT LANDS ON THE AUDIT TRAIL.
015600*----------------------------------------------------------------
015700 01  WS-PREF-FOUND-SW       PIC X VALUE 'N'.
015800     88  PREF-FOUND              VALUE 'Y'.
015900     88  PREF-NOT-FOUND          VALUE 'N'.
016000 01  WS-ACCOUNT-FOUND-SW    PIC X VALUE 'N'.
016100     88  ACCOUNT-FOUND           VALUE 'Y'.
016200     88  ACCOUNT-NOT-FOUND       VALUE 'N'.
016300 01  WS-MAINT-STATUS        PIC X(20) VALUE SPACES.
016400 01  WS-KEEP-LATCH          PIC X(01) VALUE SPACE.
016500*----------------------------------------------------------------
016600* RUN DATE, CCYY-MM-DD - STAMPED AS THE DATE A PREFERENCE RECORD
016700* WAS LAST CHANGED.
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
018100* RUN COUNTERS AND AUDIT WORK AREAS
018200*----------------------------------------------------------------
018300 01  WS-ACTIONS-READ        PIC 9(07) COMP VALUE ZERO.
018400 01  WS-ENROLLED-COUNT      PIC 9(07) COMP VALUE ZERO.
018500 01  WS-CHANGED-COUNT       PIC 9(07) COMP VALUE ZERO.
018600 01  WS-REMOVED-COUNT       PIC 9(07) COMP VALUE ZERO.
018700 01  WS-REFUSED-COUNT       PIC 9(07) COMP VALUE ZERO.
018800 01  WS-AUDIT-DATE          PIC 9(08) VALUE ZERO.
018900 01  WS-AUDIT-TIME          PIC 9(08) VALUE ZERO.
019000
019100 PROCEDURE DIVISION.
019200*----------------------------------------------------------------
019300* 0000-MAIN-LOGIC
019400*     OPENS THE FILES, WALKS THE PREFERENCE CONTROL FILE APPLYING
019500*     EACH ACTION, AND DISPLAYS THE RUN SUMMARY.
019600*----------------------------------------------------------------
019700 0000-MAIN-LOGIC.
019800     PERFORM 1000-INITIALIZE
019900     PERFORM UNTIL END-OF-CONTROL-FILE
020000         PERFORM 2000-READ-CONTROL-RECORD
020100         IF NOT END-OF-CONTROL-FILE
020200             PERFORM 3000-PROCESS-CONTROL-RECORD
020300         END-IF
020400     END-PERFORM
020500     PERFORM 8000-DISPLAY-RUN-SUMMARY
020600     PERFORM 9000-TERMINATE
020610     IF WS-REFUSED-COUNT > ZERO
020620         MOVE 4 TO RETURN-CODE
020630     ELSE
020640         MOVE ZERO TO RETURN-CODE
020650     END-IF
020700     STOP RUN.
020800
020900*----------------------------------------------------------------
021000* 1000-INITIALIZE
021100*     RESOLVES RUN PARAMETERS AND OPENS THE FILES.  THE
021200*     PREFERENCES FILE IS CREATED EMPTY ONLY WHEN STATUS 35 SAYS
021300*     IT DOES NOT EXIST YET - THE FIRST ENROLMENT RUN; ANY OTHER
021400*     OPEN FAILURE IS FATAL.  THE ACCOUNT MASTER IS ONLY READ.
021500*     AUDIT-FILE OPENS EXTEND SO EVERY ACTION LANDS ON THE SHARED
021600*     TRAIL.
021700*----------------------------------------------------------------
021800 1000-INITIALIZE.
021900     PERFORM 1050-RESOLVE-RUN-PARAMETERS
022000     ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD
022100     MOVE WS-RDP-YEAR  TO WS-TDF-YEAR
022200     MOVE WS-RDP-MONTH TO WS-TDF-MONTH
022300     MOVE WS-RDP-DAY   TO WS-TDF-DAY
022400     OPEN INPUT PREF-CONTROL-FILE
022500     IF WS-FS-PREF-CONTROL NOT = '00'
022600         DISPLAY 'ERROR OPENING ALERT PREFERENCE CONTROL FILE'
022700             WS-FS-PREF-CONTROL
022710         MOVE 8 TO RETURN-CODE
022800         STOP RUN
022900     END-IF
023000
023100     OPEN I-O ALERT-PREF-FILE
023200     IF WS-FS-ALERT-PREF = '35'
023300         OPEN OUTPUT ALERT-PREF-FILE
023400         IF WS-FS-ALERT-PREF NOT = '00'
023500             DISPLAY 'ERROR CREATING ALERT PREFERENCES FILE'
023600                 WS-FS-ALERT-PREF
023610             MOVE 8 TO RETURN-CODE
023700             STOP RUN
023800         END-IF
023900         CLOSE ALERT-PREF-FILE
024000         OPEN I-O ALERT-PREF-FILE
024100     END-IF
024200     IF WS-FS-ALERT-PREF NOT = '00'
024300         DISPLAY 'ERROR OPENING ALERT PREFERENCES FILE'
024400             WS-FS-ALERT-PREF
024410         MOVE 8 TO RETURN-CODE
024500         STOP RUN
024600     END-IF
024700
024800     OPEN INPUT ACCOUNT-FILE
024900     IF WS-FS-ACCOUNT NOT = '00'
025000         DISPLAY 'ERROR OPENING ACCOUNT FILE' WS-FS-ACCOUNT
025010         MOVE 8 TO RETURN-CODE
025100         STOP RUN
025200     END-IF
025300
025400     OPEN EXTEND AUDIT-FILE
025500     IF WS-FS-AUDIT = '35'
025600         OPEN OUTPUT AUDIT-FILE
025700     END-IF
025800     IF WS-FS-AUDIT NOT = '00'
025900         DISPLAY 'ERROR OPENING AUDIT FILE' WS-FS-AUDIT
025910         MOVE 8 TO RETURN-CODE
026000         STOP RUN
026100     END-IF
026200     .
026300
026400*----------------------------------------------------------------
026500* 1050-RESOLVE-RUN-PARAMETERS
026600*     A FILE PATH SET IN THE RUN'S ENVIRONMENT OVERRIDES ITS
026700*     COMPILED-IN DEFAULT, THE SAME WAY PROCESSTRANSACTIONS'
026800*     PT_* PARAMETERS WORK.
026900*----------------------------------------------------------------
027000 1050-RESOLVE-RUN-PARAMETERS.
027100     DISPLAY 'AP_CONTROL_FILE' UPON ENVIRONMENT-NAME
027200     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
027300     IF WS-ENV-VALUE-WORK NOT = SPACES
027400         MOVE WS-ENV-VALUE-WORK TO WS-PREF-CONTROL-PATH
027500     END-IF
027600
027700     MOVE SPACES TO WS-ENV-VALUE-WORK
027800     DISPLAY 'AP_PREFS_FILE' UPON ENVIRONMENT-NAME
027900     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
028000     IF WS-ENV-VALUE-WORK NOT = SPACES
028100         MOVE WS-ENV-VALUE-WORK TO WS-ALERT-PREF-PATH
028200     END-IF
028300
028400     MOVE SPACES TO WS-ENV-VALUE-WORK
028500     DISPLAY 'AP_ACCOUNT_FILE' UPON ENVIRONMENT-NAME
028600     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
028700     IF WS-ENV-VALUE-WORK NOT = SPACES
028800         MOVE WS-ENV-VALUE-WORK TO WS-ACCOUNT-FILE-PATH
028900     END-IF
029000
029100     MOVE SPACES TO WS-ENV-VALUE-WORK
029200     DISPLAY 'AP_AUDIT_FILE' UPON ENVIRONMENT-NAME
029300     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
029400     IF WS-ENV-VALUE-WORK NOT = SPACES
029500         MOVE WS-ENV-VALUE-WORK TO WS-AUDIT-FILE-PATH
029600     END-IF
029700     .
029800
029900*----------------------------------------------------------------
030000* 2000-READ-CONTROL-RECORD
030100*     READS THE NEXT PREFERENCE ACTION AND COUNTS IT.
030200*----------------------------------------------------------------
030300 2000-READ-CONTROL-RECORD.
030400     READ PREF-CONTROL-FILE
030500         AT END
030600             MOVE 'Y' TO WS-CONTROL-EOF-SW
030700         NOT AT END
030800             ADD 1 TO WS-ACTIONS-READ
030900     END-READ
031000     .
031100
031200*----------------------------------------------------------------
031300* 3000-PROCESS-CONTROL-RECORD
031400*     DISPOSES OF ONE PREFERENCE ACTION.  A RECORD WITH A BLANK
031500*     EMAIL OR CURRENCY, OR AN ACTION THE PROGRAM DOES NOT KNOW,
031600*     IS REFUSED - ANNOUNCED AND AUDITED, NEVER HALF-APPLIED.
031700*     EVERY PATH ENDS ON THE AUDIT TRAIL.
031800*----------------------------------------------------------------
031900 3000-PROCESS-CONTROL-RECORD.
032000     MOVE SPACES TO WS-MAINT-STATUS
032100     IF PMT-EMAIL = SPACES OR PMT-CURRENCY-CODE = SPACES
032200         MOVE 'PREF-BAD-KEY' TO WS-MAINT-STATUS
032300         ADD 1 TO WS-REFUSED-COUNT
032400         DISPLAY 'PREFERENCE REFUSED (BAD KEY): '
032500             PREF-CONTROL-RECORD
032600     ELSE
032700         PERFORM 3050-READ-TARGET-PREFERENCE
032800         EVALUATE TRUE
032900             WHEN PMT-ACTION-SET
033000                 PERFORM 3100-SET-PREFERENCES
033100             WHEN PMT-ACTION-REMOVE
033200                 PERFORM 3300-REMOVE-PREFERENCES
033300             WHEN OTHER
033400                 MOVE 'PREF-BAD-ACTION' TO WS-MAINT-STATUS
033500                 ADD 1 TO WS-REFUSED-COUNT
033600                 DISPLAY 'PREFERENCE REFUSED (BAD ACTION): '
033700                     PMT-ACTION
033800         END-EVALUATE
033900     END-IF
034000     PERFORM 3950-WRITE-AUDIT-RECORD
034100     .
034200
034300*----------------------------------------------------------------
034400* 3050-READ-TARGET-PREFERENCE
034500*     RANDOM-READS THE PREFERENCES FILE FOR THE CONTROL RECORD'S
034600*     EMAIL AND CURRENCY, LEAVING WS-PREF-FOUND-SW SET AND - WHEN
034700*     FOUND - ALERT-PREF-RECORD POSITIONED FOR A REWRITE OR
034800*     DELETE.
034900*----------------------------------------------------------------
035000 3050-READ-TARGET-PREFERENCE.
035100     MOVE PMT-EMAIL TO PREF-EMAIL
035200     MOVE PMT-CURRENCY-CODE TO PREF-CURRENCY-CODE
035300     READ ALERT-PREF-FILE
035400         INVALID KEY
035500             MOVE 'N' TO WS-PREF-FOUND-SW
035600         NOT INVALID KEY
035700             MOVE 'Y' TO WS-PREF-FOUND-SW
035800     END-READ
035900     .
036000
036100*----------------------------------------------------------------
036200* 3100-SET-PREFERENCES
036300*     ENROLS THE ACCOUNT, OR REPLACES THE CHOICES OF ONE ALREADY
036400*     ENROLLED.  THE ACCOUNT MUST BE ON THE MASTER AND NOT CLOSED,
036500*     AND THE CHOICES MUST PASS 3150.  A CHANGE KEEPS THE
036600*     LOW-BALANCE LATCH ONLY WHILE THE THRESHOLD STANDS - A NEW
036700*     THRESHOLD IS JUDGED AFRESH ON THE NEXT ALERT RUN.
036800*----------------------------------------------------------------
036900 3100-SET-PREFERENCES.
037000     PERFORM 3120-READ-ACCOUNT
037100     IF ACCOUNT-NOT-FOUND
037200         MOVE 'PREF-NO-ACCOUNT' TO WS-MAINT-STATUS
037300         ADD 1 TO WS-REFUSED-COUNT
037400         DISPLAY 'SET REFUSED (NOT ON MASTER): '
037500             PMT-EMAIL ' ' PMT-CURRENCY-CODE
037600     ELSE
037700     IF ACCOUNT-IS-CLOSED
037800         MOVE 'PREF-ACCT-CLOSED' TO WS-MAINT-STATUS
037900         ADD 1 TO WS-REFUSED-COUNT
038000         DISPLAY 'SET REFUSED (ACCOUNT CLOSED): '
038100             PMT-EMAIL ' ' PMT-CURRENCY-CODE
038200     ELSE
038300         PERFORM 3150-VALIDATE-PREFERENCES
038400         IF WS-MAINT-STATUS NOT = SPACES
038500             ADD 1 TO WS-REFUSED-COUNT
038600             DISPLAY 'SET REFUSED (' WS-MAINT-STATUS '): '
038700                 PMT-EMAIL ' ' PMT-CURRENCY-CODE
038800         ELSE
038900             MOVE 'N' TO WS-KEEP-LATCH
039000             IF PREF-FOUND
039100                 AND PREF-LOW-BALANCE-SW = 'Y'
039200                 AND PMT-LOW-BALANCE-SW = 'Y'
039300                 AND PREF-LOW-BALANCE-AMOUNT =
039400                     PMT-LOW-BALANCE-AMOUNT
039500                 MOVE PREF-LOW-BALANCE-LATCH TO WS-KEEP-LATCH
039600             END-IF
039700             PERFORM 3200-BUILD-PREFERENCE-RECORD
039800             IF PREF-FOUND
039900                 REWRITE ALERT-PREF-RECORD
040000                     INVALID KEY
040100                         DISPLAY 'ERROR REWRITING PREFERENCES '
040200                             PREF-EMAIL ' ' PREF-CURRENCY-CODE
040300                 END-REWRITE
040400             ELSE
040500                 WRITE ALERT-PREF-RECORD
040600                     INVALID KEY
040700                         DISPLAY 'ERROR WRITING PREFERENCES '
040800                             PREF-EMAIL ' ' PREF-CURRENCY-CODE
040900                 END-WRITE
041000             END-IF
041100             IF WS-FS-ALERT-PREF NOT = '00'
041200                 MOVE 'PREF-WRITE-FAIL' TO WS-MAINT-STATUS
041300                 ADD 1 TO WS-REFUSED-COUNT
041400             ELSE
041500             IF PREF-FOUND
041600                 MOVE 'ALERT-PREF-CHANGED' TO WS-MAINT-STATUS
041700                 ADD 1 TO WS-CHANGED-COUNT
041800                 DISPLAY 'ALERT PREFERENCES CHANGED: ' PREF-EMAIL
041900                     ' ' PREF-CURRENCY-CODE
042000             ELSE
042100                 MOVE 'ALERT-PREF-SET' TO WS-MAINT-STATUS
042200                 ADD 1 TO WS-ENROLLED-COUNT
042300                 DISPLAY 'ALERT PREFERENCES SET: ' PREF-EMAIL
042400                     ' ' PREF-CURRENCY-CODE
042500             END-IF
042600             END-IF
042700         END-IF
042800     END-IF
042900     END-IF
043000     .
043100
043200*----------------------------------------------------------------
043300* 3120-READ-ACCOUNT
043400*     RANDOM-READS THE ACCOUNT MASTER FOR THE CONTROL RECORD'S
043500*     EMAIL AND CURRENCY.
043600*----------------------------------------------------------------
043700 3120-READ-ACCOUNT.
043800     MOVE PMT-EMAIL TO ACCOUNT-EMAIL
043900     MOVE PMT-CURRENCY-CODE TO ACCOUNT-CURRENCY-CODE
044000     READ ACCOUNT-FILE
044100         INVALID KEY
044200             MOVE 'N' TO WS-ACCOUNT-FOUND-SW
044300         NOT INVALID KEY
044400             MOVE 'Y' TO WS-ACCOUNT-FOUND-SW
044500     END-READ
044600     .
044700
044800*----------------------------------------------------------------
044900* 3150-VALIDATE-PREFERENCES
045000*     LEAVES WS-MAINT-STATUS BLANK WHEN THE SET'S CHOICES ARE
045100*     USABLE AND NAMES THE FIRST FAULT OTHERWISE: AN UNKNOWN
045200*     CHANNEL, AN SMS CHANNEL WITH NO MOBILE NUMBER, A SWITCH THAT
045300*     IS NOT Y OR N, OR A SWITCHED-ON THRESHOLD THAT IS NOT A
045400*     NUMBER.  A LARGE-DEBIT AMOUNT OF ZERO WOULD ALERT ON EVERY
045500*     DEBIT AND IS REFUSED.
045600*----------------------------------------------------------------
045700 3150-VALIDATE-PREFERENCES.
045800     IF NOT PMT-CHANNEL-VALID
045900         MOVE 'PREF-BAD-CHANNEL' TO WS-MAINT-STATUS
046000     ELSE
046100     IF PMT-CHANNEL-NEEDS-MOBILE AND PMT-MOBILE = SPACES
046200         MOVE 'PREF-NO-MOBILE' TO WS-MAINT-STATUS
046300     ELSE
046400     IF (PMT-DECLINE-SW NOT = 'Y' AND PMT-DECLINE-SW NOT = 'N')
046500         OR (PMT-RETURN-SW NOT = 'Y' AND PMT-RETURN-SW NOT = 'N')
046600         OR (PMT-LOW-BALANCE-SW NOT = 'Y'
046700             AND PMT-LOW-BALANCE-SW NOT = 'N')
046800         OR (PMT-LARGE-DEBIT-SW NOT = 'Y'
046900             AND PMT-LARGE-DEBIT-SW NOT = 'N')
047000         MOVE 'PREF-BAD-SWITCH' TO WS-MAINT-STATUS
047100     ELSE
047200     IF PMT-LOW-BALANCE-SW = 'Y'
047300         AND PMT-LOW-BALANCE-AMOUNT NOT NUMERIC
047400         MOVE 'PREF-BAD-AMOUNT' TO WS-MAINT-STATUS
047500     ELSE
047600     IF PMT-LARGE-DEBIT-SW = 'Y'
047700         AND (PMT-LARGE-DEBIT-AMOUNT NOT NUMERIC
047800             OR PMT-LARGE-DEBIT-AMOUNT = ZERO)
047900         MOVE 'PREF-BAD-AMOUNT' TO WS-MAINT-STATUS
048000     END-IF
048100     END-IF
048200     END-IF
048300     END-IF
048400     END-IF
048500     .
048600
048700*----------------------------------------------------------------
048800* 3200-BUILD-PREFERENCE-RECORD
048900*     LAYS THE VALIDATED CHOICES OVER ALERT-PREF-RECORD.  A
049000*     SWITCHED-OFF THRESHOLD IS STORED AS ZERO.
049100*----------------------------------------------------------------
049200 3200-BUILD-PREFERENCE-RECORD.
049300     MOVE PMT-EMAIL TO PREF-EMAIL
049400     MOVE PMT-CURRENCY-CODE TO PREF-CURRENCY-CODE
049500     MOVE PMT-CHANNEL TO PREF-CHANNEL
049600     MOVE PMT-MOBILE TO PREF-MOBILE
049700     MOVE PMT-DECLINE-SW TO PREF-DECLINE-SW
049800     MOVE PMT-RETURN-SW TO PREF-RETURN-SW
049900     MOVE PMT-LOW-BALANCE-SW TO PREF-LOW-BALANCE-SW
050000     IF PMT-LOW-BALANCE-SW = 'Y'
050100         MOVE PMT-LOW-BALANCE-AMOUNT TO PREF-LOW-BALANCE-AMOUNT
050200     ELSE
050300         MOVE ZERO TO PREF-LOW-BALANCE-AMOUNT
050400     END-IF
050500     MOVE PMT-LARGE-DEBIT-SW TO PREF-LARGE-DEBIT-SW
050600     IF PMT-LARGE-DEBIT-SW = 'Y'
050700         MOVE PMT-LARGE-DEBIT-AMOUNT TO PREF-LARGE-DEBIT-AMOUNT
050800     ELSE
050900         MOVE ZERO TO PREF-LARGE-DEBIT-AMOUNT
051000     END-IF
051100     MOVE WS-KEEP-LATCH TO PREF-LOW-BALANCE-LATCH
051200     MOVE WS-TODAY-DATE-FMT TO PREF-LAST-CHANGED
051300     .
051400
051500*----------------------------------------------------------------
051600* 3300-REMOVE-PREFERENCES
051700*     DELETES THE ACCOUNT'S PREFERENCES SO NO FURTHER ALERTS GO
051800*     OUT FOR IT.  A REMOVE FOR AN ACCOUNT THAT IS NOT ENROLLED IS
051900*     REFUSED SO A MIS-KEYED RECORD SHOWS UP ON THE TRAIL.
052000*----------------------------------------------------------------
052100 3300-REMOVE-PREFERENCES.
052200     IF PREF-NOT-FOUND
052300         MOVE 'PREF-NOT-ON-FILE' TO WS-MAINT-STATUS
052400         ADD 1 TO WS-REFUSED-COUNT
052500         DISPLAY 'REMOVE REFUSED (NOT ENROLLED): '
052600             PMT-EMAIL ' ' PMT-CURRENCY-CODE
052700     ELSE
052800         DELETE ALERT-PREF-FILE
052900             INVALID KEY
053000                 DISPLAY 'ERROR DELETING PREFERENCES '
053100                     PREF-EMAIL ' ' PREF-CURRENCY-CODE
053200         END-DELETE
053300         IF WS-FS-ALERT-PREF NOT = '00'
053400             MOVE 'PREF-WRITE-FAIL' TO WS-MAINT-STATUS
053500             ADD 1 TO WS-REFUSED-COUNT
053600         ELSE
053700             MOVE 'ALERT-PREF-REMOVED' TO WS-MAINT-STATUS
053800             ADD 1 TO WS-REMOVED-COUNT
053900             DISPLAY 'ALERT PREFERENCES REMOVED: ' PMT-EMAIL
054000                 ' ' PMT-CURRENCY-CODE
054100         END-IF
054200     END-IF
054300     .
054400
054500*----------------------------------------------------------------
054600* 3950-WRITE-AUDIT-RECORD
054700*     WRITES ONE AUDIT LINE IN PROCESSTRANSACTIONS' AUDIT-FILE
054800*     LAYOUT - TIMESTAMP, THE RAW PREFERENCE CONTROL RECORD, AND
054900*     THE DECISION MADE FOR IT.
055000*----------------------------------------------------------------
055100 3950-WRITE-AUDIT-RECORD.
055200     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
055300     ACCEPT WS-AUDIT-TIME FROM TIME
055400     MOVE SPACES TO AUDIT-RECORD
055500     STRING WS-AUDIT-DATE DELIMITED BY SIZE
055600            WS-AUDIT-TIME  DELIMITED BY SIZE
055700         INTO AUDIT-TIMESTAMP
055800     MOVE PREF-CONTROL-RECORD TO AUDIT-INPUT-DATA
055900     MOVE WS-MAINT-STATUS TO AUDIT-DECISION-STATUS
056000     WRITE AUDIT-RECORD
056100     .
056200
056300*----------------------------------------------------------------
056400* 8000-DISPLAY-RUN-SUMMARY
056500*     ONE CONSOLE LINE PER COUNTER SO THE OPERATOR SEES WHAT THE
056600*     RUN DID WITHOUT OPENING THE FILES.
056700*----------------------------------------------------------------
056800 8000-DISPLAY-RUN-SUMMARY.
056900     DISPLAY 'MAINTAINALERTPREFS RUN SUMMARY'
057000     DISPLAY '  ACTIONS READ........ ' WS-ACTIONS-READ
057100     DISPLAY '  ACCOUNTS ENROLLED... ' WS-ENROLLED-COUNT
057200     DISPLAY '  PREFERENCES CHANGED. ' WS-CHANGED-COUNT
057300     DISPLAY '  ACCOUNTS REMOVED.... ' WS-REMOVED-COUNT
057400     DISPLAY '  ACTIONS REFUSED..... ' WS-REFUSED-COUNT
057500     .
057600
057700*----------------------------------------------------------------
057800* 9000-TERMINATE
057900*     CLOSES ALL FILES.
058000*----------------------------------------------------------------
058100 9000-TERMINATE.
058200     CLOSE PREF-CONTROL-FILE
058300     IF WS-FS-PREF-CONTROL NOT = '00'
058400         DISPLAY 'ERROR CLOSING ALERT PREFERENCE CONTROL FILE'
058500             WS-FS-PREF-CONTROL
058600     END-IF
058700
058800     CLOSE ALERT-PREF-FILE
058900     IF WS-FS-ALERT-PREF NOT = '00'
059000         DISPLAY 'ERROR CLOSING ALERT PREFERENCES FILE'
059100             WS-FS-ALERT-PREF
059200     END-IF
059300
059400     CLOSE ACCOUNT-FILE
059500     IF WS-FS-ACCOUNT NOT = '00'
059600         DISPLAY 'ERROR CLOSING ACCOUNT FILE' WS-FS-ACCOUNT
059700     END-IF
059800
059900     CLOSE AUDIT-FILE
060000     IF WS-FS-AUDIT NOT = '00'
060100         DISPLAY 'ERROR CLOSING AUDIT FILE' WS-FS-AUDIT
060200     END-IF
060300     .
