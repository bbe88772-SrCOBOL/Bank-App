002800*                  EXACTLY WHAT 3240/3340 POST.  REPLACES THE
002900*                  HAND-ASSEMBLY OF DISPUTE RESPONSES FROM THREE
003000*                  FILES.
003010* 2026-10-15  RLB  ARRANGED OVERDRAFTS - A NEGATIVE OPENING OR
003020*                  CLOSING BALANCE IS PRINTED AS OVERDRAWN RATHER
003030*                  THAN LOOKING LIKE AN ERROR, AND AN ACCOUNT WITH
003040*                  AN ACCOUNT-OVERDRAFT-LIMIT SHOWS THE LIMIT ON
003050*                  ITS STATEMENT.
003060* 2026-10-15  RLB  OUTPUT AND ARCHIVE RECORDS CARRY THE TRANSFER
003070*                  LINK, LEG, AND RATE.  A TRANSFER LEG IS AN
003080*                  ORDINARY MOVEMENT ON ITS OWN ACCOUNT.
003085* 2026-10-15  RLB  ACCOUNT-RECORD CARRIES THE DORMANT STATUS AND
003090*                  THE LAST-CUSTOMER-ACTIVITY DATE.  A DORMANT
003095*                  ACCOUNT IS STATED LIKE ANY OTHER.
003096* 2026-10-15  RLB  CONDITION CODE FOR THE NIGHTLY JOB STREAM -
003097*                  RETURN-CODE 0 ON A CLEAN RUN, 4 WHEN HISTORY
003098*                  ROWS NAMED NO KNOWN ACCOUNT, 8 WHEN THE RUN IS
003099*                  REFUSED OR STOPS ON AN ERROR.
003109* 2026-10-15  RLB  A BLANK ACCOUNT-OVERDRAFT-LIMIT ON AN OLDER
003119*                  MASTER RECORD IS TREATED AS NO LIMIT (ZERO).
003199*----------------------------------------------------------------
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
007500     05  OUTPUT-ORIGINAL-TXN-ID    PIC X(10).
007600     05  OUTPUT-POSTING-DATE       PIC X(10).
007700     05  OUTPUT-FEE-AMOUNT         PIC S9(07)V99.
007710*    TRANSFER LEGS ONLY - THE OTHER LEG'S ID, WHICH LEG THIS IS,
007720*    AND THE SOURCE-TO-DESTINATION RATE THE CREDIT CONVERTED AT.
007730*    BLANK, BLANK, AND ZERO ON EVERY OTHER ROW.
007740     05  OUTPUT-LINKED-TXN-ID      PIC X(10).
007750     05  OUTPUT-TRANSFER-LEG       PIC X(01).
007760         88  OUTPUT-NOT-TRANSFER       VALUE SPACE.
007770         88  OUTPUT-TRANSFER-DEBIT     VALUE 'D'.
007780         88  OUTPUT-TRANSFER-CREDIT    VALUE 'C'.
007790     05  OUTPUT-FX-RATE            PIC 9(05)V9(06).
007800
007900 FD  ARCHIVE-MASTER-FILE.
008000 01  ARCHIVE-MASTER-RECORD.
008700     05  ARCHIVE-ORIGINAL-TXN-ID    PIC X(10).
008800     05  ARCHIVE-POSTING-DATE       PIC X(10).
008900     05  ARCHIVE-FEE-AMOUNT         PIC S9(07)V99.
008910     05  ARCHIVE-LINKED-TXN-ID      PIC X(10).
008920     05  ARCHIVE-TRANSFER-LEG       PIC X(01).
008930     05  ARCHIVE-FX-RATE            PIC 9(05)V9(06).
009000
009100 FD  ACCOUNT-FILE.
009200 01  ACCOUNT-RECORD.
009900         88  ACCOUNT-IS-ACTIVE         VALUE 'A', SPACE.
010000         88  ACCOUNT-IS-FROZEN         VALUE 'F'.
010100         88  ACCOUNT-IS-CLOSED         VALUE 'C'.
010105         88  ACCOUNT-IS-DORMANT        VALUE 'D'.
010110     05  ACCOUNT-ACCRUED-INT       PIC S9(09)V9(06).
010120     05  ACCOUNT-LAST-ACCRUAL      PIC X(10).
010130     05  ACCOUNT-OVERDRAFT-LIMIT   PIC 9(11)V99.
010140     05  ACCOUNT-LAST-ACTIVITY     PIC X(10).
010200
010300 FD  STATEMENT-FILE.
010400 01  STATEMENT-LINE                PIC X(132).
017100         10  WS-STMT-EMAIL         PIC X(30).
017200         10  WS-STMT-CURRENCY      PIC X(03).
017300         10  WS-STMT-NAME          PIC X(30).
017310         10  WS-STMT-OD-LIMIT      PIC 9(11)V99.
017400         10  WS-STMT-OPENING-AMT   PIC S9(13)V99.
017500         10  WS-STMT-IN-MONTH-AMT  PIC S9(13)V99.
017600         10  WS-STMT-AFTER-AMT     PIC S9(13)V99.
022600 01  WS-BALANCE-LINE.
022700     05  WS-BL-LABEL            PIC X(30).
022800     05  WS-BL-AMOUNT           PIC -Z(12)9.99.
022900     05  FILLER                 PIC X(01) VALUE SPACES.
022910     05  WS-BL-FLAG             PIC X(10).
022920     05  FILLER                 PIC X(74) VALUE SPACES.
023000 01  WS-DETAIL-LINE.
023100     05  FILLER                 PIC X(02) VALUE SPACES.
023200     05  WS-DL-POSTING-DATE     PIC X(10).
025700     PERFORM 5000-WRITE-ALL-STATEMENTS
025800     PERFORM 8000-DISPLAY-RUN-SUMMARY
025900     PERFORM 9000-TERMINATE
025910     IF WS-ORPHAN-ROW-COUNT > ZERO
025920         MOVE 4 TO RETURN-CODE
025930     ELSE
025940         MOVE ZERO TO RETURN-CODE
025950     END-IF
026000     STOP RUN.
026100
026200*----------------------------------------------------------------
027600     OPEN INPUT OUTPUT-FILE
027700     IF WS-FS-OUTPUT NOT = '00'
027800         DISPLAY 'ERROR OPENING OUTPUT FILE' WS-FS-OUTPUT
027810         MOVE 8 TO RETURN-CODE
027900         STOP RUN
028000     END-IF
028100
029100     OPEN INPUT ACCOUNT-FILE
029200     IF WS-FS-ACCOUNT NOT = '00'
029300         DISPLAY 'ERROR OPENING ACCOUNT FILE' WS-FS-ACCOUNT
029310         MOVE 8 TO RETURN-CODE
029400         STOP RUN
029500     END-IF
029600
029700     OPEN OUTPUT STATEMENT-FILE
029800     IF WS-FS-STATEMENT NOT = '00'
029900         DISPLAY 'ERROR OPENING STATEMENT FILE' WS-FS-STATEMENT
029910         MOVE 8 TO RETURN-CODE
030000         STOP RUN
030100     END-IF
030200     .
038800
038900*----------------------------------------------------------------
039000* 1210-LOAD-ONE-ACCOUNT
039100*     TABLES ONE ACCOUNT MASTER RECORD AS AN EMPTY STATEMENT.  A
039110*     MASTER RECORD WRITTEN BEFORE LIMITS WERE CARRIED READS A
039120*     BLANK LIMIT, WHICH MEANS NO LIMIT ARRANGED.
039200*----------------------------------------------------------------
039300 1210-LOAD-ONE-ACCOUNT.
039400     IF WS-STMT-COUNT >= WS-STMT-MAX
039500         DISPLAY 'STATEMENT TABLE FULL - CANNOT SAFELY TRACK '
039600             'ANOTHER ACCOUNT'
039610         MOVE 8 TO RETURN-CODE
039700         STOP RUN
039800     END-IF
039900     ADD 1 TO WS-STMT-COUNT
040200     MOVE ACCOUNT-CURRENCY-CODE
040300         TO WS-STMT-CURRENCY (WS-STMT-IDX)
040400     MOVE ACCOUNT-NAME TO WS-STMT-NAME (WS-STMT-IDX)
040402     IF ACCOUNT-OVERDRAFT-LIMIT NOT NUMERIC
040404         MOVE ZERO TO ACCOUNT-OVERDRAFT-LIMIT
040406     END-IF
040410     MOVE ACCOUNT-OVERDRAFT-LIMIT
040420         TO WS-STMT-OD-LIMIT (WS-STMT-IDX)
040500     MOVE ZERO TO WS-STMT-OPENING-AMT (WS-STMT-IDX)
040600     MOVE ZERO TO WS-STMT-IN-MONTH-AMT (WS-STMT-IDX)
040700     MOVE ZERO TO WS-STMT-AFTER-AMT (WS-STMT-IDX)
056000     IF WS-STMT-DTL-COUNT >= WS-STMT-DTL-MAX
056100         DISPLAY 'STATEMENT DETAIL TABLE FULL - CANNOT SAFELY '
056200             'TRACK ANOTHER POSTING'
056210         MOVE 8 TO RETURN-CODE
056300         STOP RUN
056400     END-IF
056500     ADD 1 TO WS-STMT-DTL-COUNT
059400*     EQUAL THE LIVE ACCOUNT-BALANCE - A DIFFERENCE IS PRINTED
059500*     RATHER THAN HIDDEN, SINCE A STATEMENT THAT DOES NOT TIE IS
059600*     EXACTLY WHAT THE BRANCHES NEED TO SEE DURING A DISPUTE.
059610*     A NEGATIVE BALANCE IS AN ORDINARY OVERDRAWN POSITION AND IS
059620*     FLAGGED AS SUCH; AN ARRANGED LIMIT IS PRINTED UNDER THE
059630*     HEADER.
059700*----------------------------------------------------------------
059800 5100-WRITE-ONE-STATEMENT.
059900     MOVE WS-STATEMENT-MONTH TO WS-SH-MONTH
060400     PERFORM 8100-WRITE-STATEMENT-LINE
060500     MOVE WS-STMT-HEADER-LINE TO WS-REPORT-LINE
060600     PERFORM 8100-WRITE-STATEMENT-LINE
060610     IF WS-STMT-OD-LIMIT (WS-STMT-SUB) > ZERO
060620         MOVE SPACES TO WS-BALANCE-LINE
060630         MOVE 'ARRANGED OVERDRAFT LIMIT....' TO WS-BL-LABEL
060640         MOVE WS-STMT-OD-LIMIT (WS-STMT-SUB) TO WS-BL-AMOUNT
060650         MOVE WS-BALANCE-LINE TO WS-REPORT-LINE
060660         PERFORM 8100-WRITE-STATEMENT-LINE
060670     END-IF
060700
060800     MOVE SPACES TO WS-BALANCE-LINE
060900     MOVE 'OPENING BALANCE.............' TO WS-BL-LABEL
061000     MOVE WS-STMT-OPENING-AMT (WS-STMT-SUB) TO WS-BL-AMOUNT
061010     IF WS-STMT-OPENING-AMT (WS-STMT-SUB) < ZERO
061020         MOVE 'OVERDRAWN' TO WS-BL-FLAG
061030     END-IF
061100     MOVE WS-BALANCE-LINE TO WS-REPORT-LINE
061200     PERFORM 8100-WRITE-STATEMENT-LINE
061300
062600     MOVE SPACES TO WS-BALANCE-LINE
062700     MOVE 'CLOSING BALANCE.............' TO WS-BL-LABEL
062800     MOVE WS-CLOSING-BALANCE TO WS-BL-AMOUNT
062810     IF WS-CLOSING-BALANCE < ZERO
062820         MOVE 'OVERDRAWN' TO WS-BL-FLAG
062830     END-IF
062900     MOVE WS-BALANCE-LINE TO WS-REPORT-LINE
063000     PERFORM 8100-WRITE-STATEMENT-LINE
063100     PERFORM 5300-WRITE-TIE-LINE
