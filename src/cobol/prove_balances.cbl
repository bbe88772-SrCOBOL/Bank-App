002500*                  AT ALL.  THE RUN CONTROL REPORT PROVES THE
002600*                  DAY'S COUNTS; THIS IS WHAT PROVES THE
002700*                  BALANCES AFTER AN ABEND.
002710* 2026-10-15  RLB  ARRANGED OVERDRAFTS - A NEGATIVE LIVE BALANCE
002720*                  IS NOW A NORMAL STATE AND PROVES LIKE ANY
002730*                  OTHER.  OVERDRAWN ACCOUNTS ARE COUNTED, AND ONE
002740*                  OVERDRAWN BEYOND ITS ACCOUNT-OVERDRAFT-LIMIT IS
002750*                  LISTED AS AN EXCEPTION (NOT AS DRIFT).
002760* 2026-10-15  RLB  OUTPUT AND ARCHIVE RECORDS CARRY THE TRANSFER
002770*                  LINK, LEG, AND RATE.  EACH LEG POSTS TO ITS OWN
002780*                  ACCOUNT, SO THE PROOF NEEDS NO OTHER CHANGE.
002785* 2026-10-15  RLB  ACCOUNT-RECORD CARRIES THE DORMANT STATUS AND
002790*                  THE LAST-CUSTOMER-ACTIVITY DATE.  A DORMANT
002795*                  ACCOUNT IS PROVED LIKE ANY OTHER.
002796* 2026-10-15  RLB  CONDITION CODE FOR THE NIGHTLY JOB STREAM -
002797*                  RETURN-CODE 0 ON A CLEAN RUN, 4 WHEN AN
002798*                  ACCOUNT DRIFTED OR AN EXCEPTION WAS LISTED, 8
002799*                  WHEN THE RUN IS REFUSED OR STOPS ON AN ERROR.
002809* 2026-10-15  RLB  A BLANK ACCOUNT-OVERDRAFT-LIMIT ON AN OLDER
002819*                  MASTER RECORD IS TREATED AS NO LIMIT (ZERO).
002899*----------------------------------------------------------------
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
007200     05  OUTPUT-ORIGINAL-TXN-ID    PIC X(10).
007300     05  OUTPUT-POSTING-DATE       PIC X(10).
007400     05  OUTPUT-FEE-AMOUNT         PIC S9(07)V99.
007410*    TRANSFER LEGS ONLY - THE OTHER LEG'S ID, WHICH LEG THIS IS,
007420*    AND THE SOURCE-TO-DESTINATION RATE THE CREDIT CONVERTED AT.
007430*    BLANK, BLANK, AND ZERO ON EVERY OTHER ROW.
007440     05  OUTPUT-LINKED-TXN-ID      PIC X(10).
007450     05  OUTPUT-TRANSFER-LEG       PIC X(01).
007460         88  OUTPUT-NOT-TRANSFER       VALUE SPACE.
007470         88  OUTPUT-TRANSFER-DEBIT     VALUE 'D'.
007480         88  OUTPUT-TRANSFER-CREDIT    VALUE 'C'.
007490     05  OUTPUT-FX-RATE            PIC 9(05)V9(06).
007500
007600 FD  ARCHIVE-MASTER-FILE.
007700 01  ARCHIVE-MASTER-RECORD.
008400     05  ARCHIVE-ORIGINAL-TXN-ID    PIC X(10).
008500     05  ARCHIVE-POSTING-DATE       PIC X(10).
008600     05  ARCHIVE-FEE-AMOUNT         PIC S9(07)V99.
008610     05  ARCHIVE-LINKED-TXN-ID      PIC X(10).
008620     05  ARCHIVE-TRANSFER-LEG       PIC X(01).
008630     05  ARCHIVE-FX-RATE            PIC 9(05)V9(06).
008700
008800 FD  ACCOUNT-FILE.
008900 01  ACCOUNT-RECORD.
009600         88  ACCOUNT-IS-ACTIVE         VALUE 'A', SPACE.
009700         88  ACCOUNT-IS-FROZEN         VALUE 'F'.
009800         88  ACCOUNT-IS-CLOSED         VALUE 'C'.
009805         88  ACCOUNT-IS-DORMANT        VALUE 'D'.
009810     05  ACCOUNT-ACCRUED-INT       PIC S9(09)V9(06).
009820     05  ACCOUNT-LAST-ACCRUAL      PIC X(10).
009830     05  ACCOUNT-OVERDRAFT-LIMIT   PIC 9(11)V99.
009840     05  ACCOUNT-LAST-ACTIVITY     PIC X(10).
009900
010000 FD  PROOF-REPORT-FILE.
010100 01  PROOF-REPORT-LINE             PIC X(120).
017300 01  WS-ACCOUNTS-PROVED     PIC 9(05) COMP VALUE ZERO.
017400 01  WS-ACCOUNTS-DRIFTED    PIC 9(05) COMP VALUE ZERO.
017500 01  WS-ORPHAN-HISTORY      PIC 9(05) COMP VALUE ZERO.
017510 01  WS-ACCOUNTS-OVERDRAWN  PIC 9(05) COMP VALUE ZERO.
017520 01  WS-OVER-LIMIT-ACCTS    PIC 9(05) COMP VALUE ZERO.
017600 01  WS-REPORT-LINE         PIC X(120) VALUE SPACES.
017700 01  WS-DRIFT-LINE.
017800     05  WS-DR-EMAIL            PIC X(30).
018500     05  FILLER                 PIC X(06) VALUE ' DIFF '.
018600     05  WS-DR-DIFFERENCE       PIC -Z(12)9.99.
018700     05  FILLER                 PIC X(08) VALUE SPACES.
018705*----------------------------------------------------------------
018710* OVER-LIMIT EXCEPTION LINE - AN OVERDRAWN ACCOUNT WHOSE BALANCE
018715* IS BEYOND MINUS ITS ARRANGED LIMIT.  THE BALANCE MAY STILL PROVE
018720* (FORCE-POSTED REVERSALS AND DEBIT INTEREST CAN LEGITIMATELY TAKE
018725* IT THERE), SO THIS IS REPORTED SEPARATELY FROM DRIFT.
018730*----------------------------------------------------------------
018735 01  WS-OVER-LIMIT-LINE.
018740     05  WS-OL-EMAIL            PIC X(30).
018745     05  FILLER                 PIC X(01) VALUE SPACES.
018750     05  WS-OL-CURRENCY         PIC X(03).
018755     05  FILLER                 PIC X(06) VALUE ' LIVE '.
018760     05  WS-OL-LIVE-BAL         PIC -Z(12)9.99.
018765     05  FILLER                 PIC X(07) VALUE ' LIMIT '.
018770     05  WS-OL-LIMIT            PIC Z(12)9.99.
018775     05  FILLER                 PIC X(12) VALUE ' OVER LIMIT '.
018780     05  FILLER                 PIC X(25) VALUE SPACES.
018800
018900 PROCEDURE DIVISION.
019000*----------------------------------------------------------------
020300     PERFORM 6000-REPORT-ORPHAN-HISTORY
020400     PERFORM 8000-WRITE-RUN-SUMMARY
020500     PERFORM 9000-TERMINATE
020510     IF WS-ACCOUNTS-DRIFTED > ZERO
020520         OR WS-ORPHAN-HISTORY > ZERO
020530         OR WS-OVER-LIMIT-ACCTS > ZERO
020540         MOVE 4 TO RETURN-CODE
020550     ELSE
020560         MOVE ZERO TO RETURN-CODE
020570     END-IF
020600     STOP RUN.
020700
020800*----------------------------------------------------------------
021700     OPEN INPUT OUTPUT-FILE
021800     IF WS-FS-OUTPUT NOT = '00'
021900         DISPLAY 'ERROR OPENING OUTPUT FILE' WS-FS-OUTPUT
021910         MOVE 8 TO RETURN-CODE
022000         STOP RUN
022100     END-IF
022200
023300     OPEN INPUT ACCOUNT-FILE
023400     IF WS-FS-ACCOUNT NOT = '00'
023500         DISPLAY 'ERROR OPENING ACCOUNT FILE' WS-FS-ACCOUNT
023510         MOVE 8 TO RETURN-CODE
023600         STOP RUN
023700     END-IF
023800
023900     OPEN OUTPUT PROOF-REPORT-FILE
024000     IF WS-FS-PROOF NOT = '00'
024100         DISPLAY 'ERROR OPENING PROOF REPORT FILE' WS-FS-PROOF
024110         MOVE 8 TO RETURN-CODE
024200         STOP RUN
024300     END-IF
024400
037600                 IF WS-PRV-COUNT >= WS-PRV-MAX
037700                     DISPLAY 'PROOF TABLE FULL - CANNOT SAFELY '
037800                         'TRACK ANOTHER ACCOUNT'
037810                     MOVE 8 TO RETURN-CODE
037900                     STOP RUN
038000                 END-IF
038100                 ADD 1 TO WS-PRV-COUNT
043600* 5100-PROVE-ONE-ACCOUNT
043700*     COMPARES ONE ACCOUNT'S LIVE BALANCE TO THE SUM OF ITS
043800*     POSTED HISTORY AND REPORTS ANY DRIFT WITH THE
043900*     DIFFERENCE.  A NEGATIVE BALANCE PROVES THE SAME WAY AS A
043910*     POSITIVE ONE - IT IS ONLY COUNTED AS OVERDRAWN, AND LISTED
043920*     BY 5200 WHEN IT IS BEYOND THE ARRANGED LIMIT.
044000*----------------------------------------------------------------
044100 5100-PROVE-ONE-ACCOUNT.
044200     MOVE ACCOUNT-EMAIL TO WS-ROW-EMAIL
046500         DISPLAY 'BALANCE DRIFT: ' ACCOUNT-EMAIL ' '
046600             ACCOUNT-CURRENCY-CODE
046700     END-IF
046710     IF ACCOUNT-BALANCE < ZERO
046720         ADD 1 TO WS-ACCOUNTS-OVERDRAWN
046730         PERFORM 5200-CHECK-OVERDRAFT-LIMIT
046740     END-IF
046800     .
046805
046810*----------------------------------------------------------------
046815* 5200-CHECK-OVERDRAFT-LIMIT
046820*     AN OVERDRAWN ACCOUNT WITHIN ITS ARRANGED LIMIT IS NORMAL.
046825*     ONE BEYOND IT (INCLUDING ANY OVERDRAWN ACCOUNT WITH NO
046830*     LIMIT ARRANGED) IS LISTED FOR FOLLOW-UP.  A MASTER RECORD
046832*     WRITTEN BEFORE LIMITS WERE CARRIED READS A BLANK LIMIT,
046834*     WHICH MEANS NO LIMIT ARRANGED.
046835*----------------------------------------------------------------
046840 5200-CHECK-OVERDRAFT-LIMIT.
046841     IF ACCOUNT-OVERDRAFT-LIMIT NOT NUMERIC
046842         MOVE ZERO TO ACCOUNT-OVERDRAFT-LIMIT
046843     END-IF
046845     IF ACCOUNT-BALANCE + ACCOUNT-OVERDRAFT-LIMIT < ZERO
046850         ADD 1 TO WS-OVER-LIMIT-ACCTS
046855         MOVE ACCOUNT-EMAIL TO WS-OL-EMAIL
046860         MOVE ACCOUNT-CURRENCY-CODE TO WS-OL-CURRENCY
046865         MOVE ACCOUNT-BALANCE TO WS-OL-LIVE-BAL
046870         MOVE ACCOUNT-OVERDRAFT-LIMIT TO WS-OL-LIMIT
046875         MOVE WS-OVER-LIMIT-LINE TO WS-REPORT-LINE
046880         PERFORM 8100-WRITE-REPORT-LINE
046885         DISPLAY 'OVER OVERDRAFT LIMIT: ' ACCOUNT-EMAIL ' '
046890             ACCOUNT-CURRENCY-CODE
046895     END-IF
046897     .
046900
047000*----------------------------------------------------------------
047100* 6000-REPORT-ORPHAN-HISTORY
052200     DISPLAY '  ACCOUNTS PROVED........... ' WS-ACCOUNTS-PROVED
052300     DISPLAY '  ACCOUNTS DRIFTED.......... ' WS-ACCOUNTS-DRIFTED
052400     DISPLAY '  HISTORY WITHOUT ACCOUNT... ' WS-ORPHAN-HISTORY
052410     DISPLAY '  ACCOUNTS OVERDRAWN........ ' WS-ACCOUNTS-OVERDRAWN
052420     DISPLAY '  OVER OVERDRAFT LIMIT...... ' WS-OVER-LIMIT-ACCTS
052500     .
052600
052700*----------------------------------------------------------------
