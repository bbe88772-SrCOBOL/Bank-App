002791*                  REKEY-WRITE-FAIL AND LEAVES THE OLD RECORD IN
002792*                  PLACE INSTEAD OF VANISHING THE ACCOUNT UNDER
002793*                  BOTH KEYS.
002794* 2026-10-15  RLB  THE ARRANGED OVERDRAFT LIMIT MOVES WITH THE
002795*                  ACCOUNT TO ITS NEW KEY.
002796* 2026-10-15  RLB  OUTPUT AND ARCHIVE RECORDS CARRY THE TRANSFER
002797*                  LINK, LEG, AND RATE, CARRIED THROUGH A REKEY
002798*                  UNCHANGED.
002803* 2026-10-15  RLB  THE LAST-CUSTOMER-ACTIVITY DATE MOVES WITH THE
002808*                  ACCOUNT TO ITS NEW KEY - A REKEY IS NOT
002813*                  CUSTOMER ACTIVITY, AND A DORMANT ACCOUNT STAYS
002818*                  DORMANT UNDER ITS NEW KEY.
002823* 2026-10-15  RLB  CONDITION CODE FOR THE NIGHTLY JOB STREAM -
002828*                  RETURN-CODE 0 ON A CLEAN RUN, 4 WHEN AN
002833*                  ACCOUNT COULD NOT BE MOVED OR A HISTORY ROW
002838*                  COULD NOT BE RE-POINTED, 8 WHEN THE RUN IS
002843*                  REFUSED OR STOPS ON AN ERROR.  A ROW COUNTS AS
002848*                  RE-POINTED ONLY WHEN ITS REWRITE COMMITTED.
002858* 2026-10-15  RLB  A BLANK ACCOUNT-OVERDRAFT-LIMIT ON AN OLDER
002868*                  MASTER RECORD MOVES TO THE NEW KEY AS ZERO.
002899*----------------------------------------------------------------
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
007100         88  ACCOUNT-IS-ACTIVE         VALUE 'A', SPACE.
007200         88  ACCOUNT-IS-FROZEN         VALUE 'F'.
007300         88  ACCOUNT-IS-CLOSED         VALUE 'C'.
007310         88  ACCOUNT-IS-DORMANT        VALUE 'D'.
007400     05  ACCOUNT-ACCRUED-INT       PIC S9(09)V9(06).
007500     05  ACCOUNT-LAST-ACCRUAL      PIC X(10).
007510     05  ACCOUNT-OVERDRAFT-LIMIT   PIC 9(11)V99.
007520     05  ACCOUNT-LAST-ACTIVITY     PIC X(10).
007600
007700 FD  OUTPUT-FILE.
007800 01  OUTPUT-RECORD.
008500     05  OUTPUT-ORIGINAL-TXN-ID    PIC X(10).
008600     05  OUTPUT-POSTING-DATE       PIC X(10).
008700     05  OUTPUT-FEE-AMOUNT         PIC S9(07)V99.
008710*    TRANSFER LEGS ONLY - THE OTHER LEG'S ID, WHICH LEG THIS IS,
008720*    AND THE SOURCE-TO-DESTINATION RATE THE CREDIT CONVERTED AT.
008730*    BLANK, BLANK, AND ZERO ON EVERY OTHER ROW.
008740     05  OUTPUT-LINKED-TXN-ID      PIC X(10).
008750     05  OUTPUT-TRANSFER-LEG       PIC X(01).
008760         88  OUTPUT-NOT-TRANSFER       VALUE SPACE.
008770         88  OUTPUT-TRANSFER-DEBIT     VALUE 'D'.
008780         88  OUTPUT-TRANSFER-CREDIT    VALUE 'C'.
008790     05  OUTPUT-FX-RATE            PIC 9(05)V9(06).
008800
008900 FD  ARCHIVE-MASTER-FILE.
009000 01  ARCHIVE-MASTER-RECORD.
009700     05  ARCHIVE-ORIGINAL-TXN-ID    PIC X(10).
009800     05  ARCHIVE-POSTING-DATE       PIC X(10).
009900     05  ARCHIVE-FEE-AMOUNT         PIC S9(07)V99.
009910     05  ARCHIVE-LINKED-TXN-ID      PIC X(10).
009920     05  ARCHIVE-TRANSFER-LEG       PIC X(01).
009930     05  ARCHIVE-FX-RATE            PIC 9(05)V9(06).
010000
010100 FD  AUDIT-FILE.
010200 01  AUDIT-RECORD.
015500         10  WS-RK-STATUS          PIC X(01).
015600         10  WS-RK-ACCRUED         PIC S9(09)V9(06).
015700         10  WS-RK-LAST-ACCRUAL    PIC X(10).
015710         10  WS-RK-OD-LIMIT        PIC 9(11)V99.
015720         10  WS-RK-LAST-ACTIVITY   PIC X(10).
015800 01  WS-RK-SUB              PIC 9(03) COMP VALUE ZERO.
015900 01  WS-COLLISION-SW        PIC X VALUE 'N'.
016000     88  COLLISION-FOUND         VALUE 'Y'.
016400 01  WS-ACCOUNTS-MOVED      PIC 9(03) COMP VALUE ZERO.
016500 01  WS-LIVE-ROWS-REKEYED   PIC 9(07) COMP VALUE ZERO.
016600 01  WS-ARCH-ROWS-REKEYED   PIC 9(07) COMP VALUE ZERO.
016610 01  WS-REKEY-FAILURES      PIC 9(07) COMP VALUE ZERO.
016700 01  WS-AUDIT-DATE          PIC 9(08) VALUE ZERO.
016800 01  WS-AUDIT-TIME          PIC 9(08) VALUE ZERO.
016900 01  WS-AUDIT-STATUS        PIC X(20) VALUE SPACES.
017400* 0000-MAIN-LOGIC
017500*     COLLECTS THE OLD-KEY ACCOUNTS, PROVES NO TARGET KEY
017600*     EXISTS, MOVES THE ACCOUNTS, AND RE-POINTS THE POSTED
017700*     HISTORY ON BOTH FILES.  ANY ACCOUNT LEFT UNMOVED OR ROW
017710*     LEFT ON THE OLD EMAIL ENDS THE STEP WITH RETURN-CODE 4.
017800*----------------------------------------------------------------
017900 0000-MAIN-LOGIC.
018000     PERFORM 1000-INITIALIZE
018700     END-IF
018800     PERFORM 8000-DISPLAY-RUN-SUMMARY
018900     PERFORM 9000-TERMINATE
018910     IF WS-REKEY-FAILURES > ZERO
018920         MOVE 4 TO RETURN-CODE
018930     ELSE
018940         MOVE ZERO TO RETURN-CODE
018950     END-IF
019000     STOP RUN.
019100
019200*----------------------------------------------------------------
020000     IF WS-OLD-EMAIL = SPACES OR WS-NEW-EMAIL = SPACES
020100         DISPLAY 'RK_OLD_EMAIL AND RK_NEW_EMAIL ARE BOTH '
020200             'REQUIRED - NOTHING TO RE-KEY'
020210         MOVE 8 TO RETURN-CODE
020300         STOP RUN
020400     END-IF
020500     IF WS-OLD-EMAIL = WS-NEW-EMAIL
020600         DISPLAY 'OLD AND NEW EMAIL ARE THE SAME - NOTHING '
020700             'TO RE-KEY'
020710         MOVE 8 TO RETURN-CODE
020800         STOP RUN
020900     END-IF
021000
021100     OPEN I-O ACCOUNT-FILE
021200     IF WS-FS-ACCOUNT NOT = '00'
021300         DISPLAY 'ERROR OPENING ACCOUNT FILE' WS-FS-ACCOUNT
021310         MOVE 8 TO RETURN-CODE
021400         STOP RUN
021500     END-IF
021600
021700     OPEN I-O OUTPUT-FILE
021800     IF WS-FS-OUTPUT NOT = '00'
021900         DISPLAY 'ERROR OPENING OUTPUT FILE' WS-FS-OUTPUT
021910         MOVE 8 TO RETURN-CODE
022000         STOP RUN
022100     END-IF
022200
023500     END-IF
023600     IF WS-FS-AUDIT NOT = '00'
023700         DISPLAY 'ERROR OPENING AUDIT FILE' WS-FS-AUDIT
023710         MOVE 8 TO RETURN-CODE
023800         STOP RUN
023900     END-IF
024000     .
030200     IF WS-FS-ACCOUNT NOT = '00'
030300         DISPLAY 'OLD EMAIL NOT ON ACCOUNT MASTER: '
030400             WS-OLD-EMAIL
030410         MOVE 8 TO RETURN-CODE
030500         STOP RUN
030600     END-IF
030700     MOVE 'N' TO WS-ACCT-SCAN-EOF-SW
032000     IF WS-RK-COUNT = ZERO
032100         DISPLAY 'OLD EMAIL NOT ON ACCOUNT MASTER: '
032200             WS-OLD-EMAIL
032210         MOVE 8 TO RETURN-CODE
032300         STOP RUN
032400     END-IF
032500     .
032600
032700*----------------------------------------------------------------
032800* 2100-TABLE-ONE-ACCOUNT
032900*     TABLES ONE CURRENCY OF THE OLD ACCOUNT.  A BLANK LIMIT ON
032910*     A MASTER RECORD WRITTEN BEFORE LIMITS WERE CARRIED MOVES AS
032920*     ZERO - NO LIMIT ARRANGED.
033000*----------------------------------------------------------------
033100 2100-TABLE-ONE-ACCOUNT.
033200     IF WS-RK-COUNT >= WS-RK-MAX
033300         DISPLAY 'RE-KEY TABLE FULL - CANNOT SAFELY TRACK '
033400             'ANOTHER CURRENCY'
033410         MOVE 8 TO RETURN-CODE
033500         STOP RUN
033600     END-IF
033700     ADD 1 TO WS-RK-COUNT
034300     MOVE ACCOUNT-ACCRUED-INT TO WS-RK-ACCRUED (WS-RK-IDX)
034400     MOVE ACCOUNT-LAST-ACCRUAL
034500         TO WS-RK-LAST-ACCRUAL (WS-RK-IDX)
034502     IF ACCOUNT-OVERDRAFT-LIMIT NOT NUMERIC
034504         MOVE ZERO TO ACCOUNT-OVERDRAFT-LIMIT
034506     END-IF
034510     MOVE ACCOUNT-OVERDRAFT-LIMIT
034520         TO WS-RK-OD-LIMIT (WS-RK-IDX)
034530     MOVE ACCOUNT-LAST-ACTIVITY
034540         TO WS-RK-LAST-ACTIVITY (WS-RK-IDX)
034600     .
034700
034800*----------------------------------------------------------------
036100         DISPLAY 'RE-KEY REFUSED - NOTHING MOVED'
036200         MOVE 'REKEY-REFUSED' TO WS-AUDIT-STATUS
036300         PERFORM 3950-WRITE-AUDIT-RECORD
036310         MOVE 8 TO RETURN-CODE
036400         STOP RUN
036500     END-IF
036600     .
041000     MOVE WS-RK-ACCRUED (WS-RK-SUB) TO ACCOUNT-ACCRUED-INT
041100     MOVE WS-RK-LAST-ACCRUAL (WS-RK-SUB)
041200         TO ACCOUNT-LAST-ACCRUAL
041210     MOVE WS-RK-OD-LIMIT (WS-RK-SUB) TO ACCOUNT-OVERDRAFT-LIMIT
041220     MOVE WS-RK-LAST-ACTIVITY (WS-RK-SUB)
041230         TO ACCOUNT-LAST-ACTIVITY
041300     WRITE ACCOUNT-RECORD
041400         INVALID KEY
041500             DISPLAY 'ERROR WRITING NEW KEY '
041730*    (WHICH TAKES NEITHER WRITE PHRASE) MUST NOT LEAVE THE
041740*    ACCOUNT VISIBLE UNDER NO KEY AT ALL.
041750     IF WS-FS-ACCOUNT NOT = '00'
041755         ADD 1 TO WS-REKEY-FAILURES
041760         MOVE 'REKEY-WRITE-FAIL' TO WS-AUDIT-STATUS
041770         PERFORM 3950-WRITE-AUDIT-RECORD
041780         DISPLAY 'OLD KEY LEFT IN PLACE: ' WS-OLD-EMAIL
042200                 DISPLAY 'ERROR DELETING OLD KEY '
042300                     WS-OLD-EMAIL ' '
042310                     WS-RK-CURRENCY (WS-RK-SUB)
042320                 ADD 1 TO WS-REKEY-FAILURES
042400         END-DELETE
042500         ADD 1 TO WS-ACCOUNTS-MOVED
042600         MOVE 'ACCT-REKEYED' TO WS-AUDIT-STATUS
044700         IF WS-FS-OUTPUT NOT = '00'
044800             DISPLAY 'RE-KEY SWEEP COULD NOT POSITION '
044900                 'OUTPUT-FILE (' WS-FS-OUTPUT ')'
044910             ADD 1 TO WS-REKEY-FAILURES
045000         ELSE
045100             MOVE 'N' TO WS-SCAN-EOF-SW
045200             PERFORM UNTIL END-OF-OUTPUT-SCAN
046200                                     DISPLAY 'ERROR REWRITING '
046300                                         OUTPUT-TRANSACTION-ID
046400                             END-REWRITE
046500                             IF WS-FS-OUTPUT = '00'
046510                                 ADD 1 TO WS-LIVE-ROWS-REKEYED
046520                             ELSE
046530                                 ADD 1 TO WS-REKEY-FAILURES
046540                             END-IF
046600                         END-IF
046700                 END-READ
046800             END-PERFORM
048500         IF WS-FS-ARCHIVE NOT = '00'
048600             DISPLAY 'RE-KEY SWEEP COULD NOT POSITION ARCHIVE '
048700                 'MASTER (' WS-FS-ARCHIVE ')'
048710             ADD 1 TO WS-REKEY-FAILURES
048800         ELSE
048900             MOVE 'N' TO WS-ARCH-SCAN-EOF-SW
049000             PERFORM UNTIL END-OF-ARCHIVE-SCAN
050000                                     DISPLAY 'ERROR REWRITING '
050100                                         ARCHIVE-TRANSACTION-ID
050200                             END-REWRITE
050300                             IF WS-FS-ARCHIVE = '00'
050310                                 ADD 1 TO WS-ARCH-ROWS-REKEYED
050320                             ELSE
050330                                 ADD 1 TO WS-REKEY-FAILURES
050340                             END-IF
050400                         END-IF
050500                 END-READ
050600             END-PERFORM
054100     DISPLAY '  ACCOUNTS MOVED......... ' WS-ACCOUNTS-MOVED
054200     DISPLAY '  LIVE ROWS RE-POINTED... ' WS-LIVE-ROWS-REKEYED
054300     DISPLAY '  ARCHIVE ROWS RE-POINTED ' WS-ARCH-ROWS-REKEYED
054310     DISPLAY '  FAILURES............... ' WS-REKEY-FAILURES
054400     .
054500
054600*----------------------------------------------------------------
