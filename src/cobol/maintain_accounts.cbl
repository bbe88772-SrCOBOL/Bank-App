002750*                  WS-FS-ACCOUNT AFTER THE REWRITE THE SAME WAY
002760*                  - A FAILED REWRITE AUDITS MAINT-WRITE-FAIL
002770*                  AND COUNTS AS REFUSED.
002775* 2026-10-15  RLB  NEW ODLIMIT ACTION SETS OR CHANGES THE
002780*                  ARRANGED OVERDRAFT LIMIT CARRIED ON THE
002785*                  MASTER (ZERO WITHDRAWS IT).  AN OPEN STARTS
002790*                  THE ACCOUNT WITH NO OVERDRAFT.  AUDITED LIKE
002795*                  EVERY OTHER ACTION.
002805* 2026-10-15  RLB  NEW REACTIVE ACTION RETURNS A DORMANT ACCOUNT
002815*                  TO ACTIVE AND RESTARTS ITS INACTIVITY CLOCK
002825*                  FROM TODAY.  REFUSED FOR AN ACCOUNT THAT IS NOT
002835*                  DORMANT.  AN OPEN STARTS THE CLOCK ON THE DAY
002845*                  THE ACCOUNT IS OPENED.
002855* 2026-10-15  RLB  CONDITION CODE FOR THE NIGHTLY JOB STREAM -
002865*                  RETURN-CODE 0 ON A CLEAN RUN, 4 WHEN ANY
002875*                  ACTION WAS REFUSED, 8 WHEN THE RUN IS REFUSED
002885*                  OR STOPS ON AN ERROR.
002899*----------------------------------------------------------------
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
005000*----------------------------------------------------------------
005100* ONE MAINTENANCE ACTION PER CONTROL RECORD.  THE EMAIL AND
005200* CURRENCY NAME THE ACCOUNT-KEY THE ACTION APPLIES TO; THE NAME
005300* IS ONLY USED BY AN OPEN, THE OVERDRAFT LIMIT ONLY BY AN
005310* ODLIMIT.  REACTIVE WAKES A DORMANT ACCOUNT.
005400*----------------------------------------------------------------
005500 FD  MAINT-CONTROL-FILE.
005600 01  MAINT-CONTROL-RECORD.
005900         88  MNT-ACTION-CLOSE          VALUE 'CLOSE'.
006000         88  MNT-ACTION-FREEZE         VALUE 'FREEZE'.
006100         88  MNT-ACTION-UNFREEZE       VALUE 'UNFREEZE'.
006110         88  MNT-ACTION-ODLIMIT        VALUE 'ODLIMIT'.
006120         88  MNT-ACTION-REACTIVATE     VALUE 'REACTIVE'.
006200     05  MNT-EMAIL                 PIC X(30).
006300     05  MNT-CURRENCY-CODE         PIC X(03).
006400     05  MNT-NAME                  PIC X(30).
006410     05  MNT-OVERDRAFT-LIMIT       PIC 9(11)V99.
006500
006600*----------------------------------------------------------------
006700* ACCOUNT-RECORD MUST AGREE FIELD FOR FIELD WITH THE ACCOUNT
008000         88  ACCOUNT-IS-ACTIVE         VALUE 'A', SPACE.
008100         88  ACCOUNT-IS-FROZEN         VALUE 'F'.
008200         88  ACCOUNT-IS-CLOSED         VALUE 'C'.
008205         88  ACCOUNT-IS-DORMANT        VALUE 'D'.
008210     05  ACCOUNT-ACCRUED-INT       PIC S9(09)V9(06).
008220     05  ACCOUNT-LAST-ACCRUAL      PIC X(10).
008230     05  ACCOUNT-OVERDRAFT-LIMIT   PIC 9(11)V99.
008240     05  ACCOUNT-LAST-ACTIVITY     PIC X(10).
008300
008400 FD  AUDIT-FILE.
008500 01  AUDIT-RECORD.
011900     88  ACCOUNT-FOUND           VALUE 'Y'.
012000     88  ACCOUNT-NOT-FOUND       VALUE 'N'.
012100 01  WS-MAINT-STATUS        PIC X(20) VALUE SPACES.
012105*----------------------------------------------------------------
012110* RUN DATE, CCYY-MM-DD - STAMPED AS THE LAST CUSTOMER ACTIVITY
012115* OF AN ACCOUNT OPENED OR REACTIVATED TODAY.
012120*----------------------------------------------------------------
012125 01  WS-RUN-DATE-N           PIC 9(08) VALUE ZERO.
012130 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-N.
012135     05  WS-RDP-YEAR         PIC X(04).
012140     05  WS-RDP-MONTH        PIC X(02).
012145     05  WS-RDP-DAY          PIC X(02).
012150 01  WS-TODAY-DATE-FMT.
012155     05  WS-TDF-YEAR         PIC X(04).
012160     05  FILLER              PIC X(01) VALUE '-'.
012165     05  WS-TDF-MONTH        PIC X(02).
012170     05  FILLER              PIC X(01) VALUE '-'.
012175     05  WS-TDF-DAY          PIC X(02).
012200*----------------------------------------------------------------
012300* RUN COUNTERS AND AUDIT WORK AREAS
012400*----------------------------------------------------------------
012700 01  WS-CLOSED-COUNT        PIC 9(07) COMP VALUE ZERO.
012800 01  WS-FROZEN-COUNT        PIC 9(07) COMP VALUE ZERO.
012900 01  WS-UNFROZEN-COUNT      PIC 9(07) COMP VALUE ZERO.
012910 01  WS-OD-LIMIT-COUNT      PIC 9(07) COMP VALUE ZERO.
012920 01  WS-REACTIVATED-COUNT   PIC 9(07) COMP VALUE ZERO.
013000 01  WS-REFUSED-COUNT       PIC 9(07) COMP VALUE ZERO.
013100 01  WS-AUDIT-DATE          PIC 9(08) VALUE ZERO.
013200 01  WS-AUDIT-TIME          PIC 9(08) VALUE ZERO.
014800     END-PERFORM
014900     PERFORM 8000-DISPLAY-RUN-SUMMARY
015000     PERFORM 9000-TERMINATE
015010     IF WS-REFUSED-COUNT > ZERO
015020         MOVE 4 TO RETURN-CODE
015030     ELSE
015040         MOVE ZERO TO RETURN-CODE
015050     END-IF
015100     STOP RUN.
015200
015300*----------------------------------------------------------------
016300*----------------------------------------------------------------
016400 1000-INITIALIZE.
016500     PERFORM 1050-RESOLVE-RUN-PARAMETERS
016510     ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD
016520     MOVE WS-RDP-YEAR  TO WS-TDF-YEAR
016530     MOVE WS-RDP-MONTH TO WS-TDF-MONTH
016540     MOVE WS-RDP-DAY   TO WS-TDF-DAY
016600     OPEN INPUT MAINT-CONTROL-FILE
016700     IF WS-FS-MAINT-CONTROL NOT = '00'
016800         DISPLAY 'ERROR OPENING MAINTENANCE CONTROL FILE'
016900             WS-FS-MAINT-CONTROL
016910         MOVE 8 TO RETURN-CODE
017000         STOP RUN
017100     END-IF
017200
017500         OPEN OUTPUT ACCOUNT-FILE
017600         IF WS-FS-ACCOUNT NOT = '00'
017700             DISPLAY 'ERROR CREATING ACCOUNT FILE' WS-FS-ACCOUNT
017710             MOVE 8 TO RETURN-CODE
017800             STOP RUN
017900         END-IF
018000         CLOSE ACCOUNT-FILE
018200     END-IF
018300     IF WS-FS-ACCOUNT NOT = '00'
018400         DISPLAY 'ERROR OPENING ACCOUNT FILE' WS-FS-ACCOUNT
018410         MOVE 8 TO RETURN-CODE
018500         STOP RUN
018600     END-IF
018700
019100     END-IF
019200     IF WS-FS-AUDIT NOT = '00'
019300         DISPLAY 'ERROR OPENING AUDIT FILE' WS-FS-AUDIT
019310         MOVE 8 TO RETURN-CODE
019400         STOP RUN
019500     END-IF
019600     .
026100                 PERFORM 3300-FREEZE-ACCOUNT
026200             WHEN MNT-ACTION-UNFREEZE
026300                 PERFORM 3400-UNFREEZE-ACCOUNT
026310             WHEN MNT-ACTION-ODLIMIT
026320                 PERFORM 3600-SET-OVERDRAFT-LIMIT
026330             WHEN MNT-ACTION-REACTIVATE
026340                 PERFORM 3700-REACTIVATE-ACCOUNT
026400             WHEN OTHER
026500                 MOVE 'MAINT-BAD-ACTION' TO WS-MAINT-STATUS
026600                 ADD 1 TO WS-REFUSED-COUNT
029400*     FOR A KEY ALREADY ON THE MASTER IS REFUSED - REOPENING AN
029500*     EXISTING ACCOUNT WOULD SILENTLY WIPE ITS BALANCE.  MONEY
029600*     NEVER ENTERS THROUGH MAINTENANCE; THE FIRST DEPOSIT COMES
029700*     IN THROUGH THE POSTING PIPELINE LIKE EVERY OTHER ONE.  THE
029710*     OPENING DAY COUNTS AS THE FIRST CUSTOMER ACTIVITY, SO AN
029720*     ACCOUNT THAT IS NEVER USED STILL FALLS DORMANT IN TIME.
029800*----------------------------------------------------------------
029900 3100-OPEN-ACCOUNT.
030000     IF ACCOUNT-FOUND
031000         MOVE 'A' TO ACCOUNT-STATUS
031010         MOVE ZERO TO ACCOUNT-ACCRUED-INT
031020         MOVE SPACES TO ACCOUNT-LAST-ACCRUAL
031030         MOVE ZERO TO ACCOUNT-OVERDRAFT-LIMIT
031040         MOVE WS-TODAY-DATE-FMT TO ACCOUNT-LAST-ACTIVITY
031100         WRITE ACCOUNT-RECORD
031200             INVALID KEY
031210*                A FAILED WRITE MUST NOT AUDIT AS AN APPLIED
042500                 ' ' ACCOUNT-CURRENCY-CODE
042600     END-REWRITE
042700     .
042702
042704*----------------------------------------------------------------
042706* 3600-SET-OVERDRAFT-LIMIT
042708*     SETS THE ARRANGED OVERDRAFT LIMIT - THE DEPTH BELOW ZERO
042710*     A DEBIT MAY TAKE THE BALANCE BEFORE POSTING DECLINES IT AS
042712*     INSUF-FUNDS.  ZERO WITHDRAWS THE ARRANGEMENT.  A LIMIT IS
042714*     REFUSED ON A CLOSED ACCOUNT, AND A NON-NUMERIC LIMIT IS
042716*     REFUSED RATHER THAN GUESSED AT.  CUTTING A LIMIT BELOW THE
042718*     CURRENT OVERDRAWN BALANCE IS ALLOWED - THE ACCOUNT SIMPLY
042720*     TAKES NO FURTHER DEBITS AND PROVEBALANCES REPORTS IT OVER
042722*     ITS LIMIT UNTIL CREDITS BRING IT BACK.
042724*----------------------------------------------------------------
042726 3600-SET-OVERDRAFT-LIMIT.
042728     IF ACCOUNT-NOT-FOUND
042730         MOVE 'MAINT-NO-ACCOUNT' TO WS-MAINT-STATUS
042732         ADD 1 TO WS-REFUSED-COUNT
042734         DISPLAY 'ODLIMIT REFUSED (NOT ON MASTER): '
042736             MNT-EMAIL ' ' MNT-CURRENCY-CODE
042738     ELSE
042740         IF ACCOUNT-IS-CLOSED
042742             MOVE 'MAINT-IS-CLOSED' TO WS-MAINT-STATUS
042744             ADD 1 TO WS-REFUSED-COUNT
042746             DISPLAY 'ODLIMIT REFUSED (ACCOUNT CLOSED): '
042748                 MNT-EMAIL ' ' MNT-CURRENCY-CODE
042750         ELSE
042752         IF MNT-OVERDRAFT-LIMIT NOT NUMERIC
042754             MOVE 'MAINT-BAD-LIMIT' TO WS-MAINT-STATUS
042756             ADD 1 TO WS-REFUSED-COUNT
042758             DISPLAY 'ODLIMIT REFUSED (LIMIT NOT NUMERIC): '
042760                 MNT-EMAIL ' ' MNT-CURRENCY-CODE
042762         ELSE
042764             MOVE MNT-OVERDRAFT-LIMIT TO ACCOUNT-OVERDRAFT-LIMIT
042766             PERFORM 3500-REWRITE-ACCOUNT
042768             IF WS-FS-ACCOUNT NOT = '00'
042770                 MOVE 'MAINT-WRITE-FAIL' TO WS-MAINT-STATUS
042772                 ADD 1 TO WS-REFUSED-COUNT
042774             ELSE
042776                 MOVE 'ACCT-OD-LIMIT-SET' TO WS-MAINT-STATUS
042778                 ADD 1 TO WS-OD-LIMIT-COUNT
042780                 DISPLAY 'OVERDRAFT LIMIT SET: ' ACCOUNT-EMAIL ' '
042782                     ACCOUNT-CURRENCY-CODE ' ' MNT-OVERDRAFT-LIMIT
042784             END-IF
042786         END-IF
042788         END-IF
042790     END-IF
042792     .
042800
042900*----------------------------------------------------------------
042902* 3700-REACTIVATE-ACCOUNT
042904*     RETURNS A DORMANT ACCOUNT TO ACTIVE ONCE THE CUSTOMER HAS
042906*     BEEN IN TOUCH, AND RESTARTS ITS INACTIVITY CLOCK FROM TODAY
042908*     SO DETECTDORMANCY DOES NOT PUT IT STRAIGHT BACK.  ONLY A
042910*     DORMANT ACCOUNT CAN BE REACTIVATED - A FROZEN OR CLOSED ONE
042912*     IS REFUSED, SO THIS ACTION NEVER UNDOES WHAT LEGAL DID.
042914*----------------------------------------------------------------
042916 3700-REACTIVATE-ACCOUNT.
042918     IF ACCOUNT-NOT-FOUND
042920         MOVE 'MAINT-NO-ACCOUNT' TO WS-MAINT-STATUS
042922         ADD 1 TO WS-REFUSED-COUNT
042924         DISPLAY 'REACTIVATE REFUSED (NOT ON MASTER): '
042926             MNT-EMAIL ' ' MNT-CURRENCY-CODE
042928     ELSE
042930         IF NOT ACCOUNT-IS-DORMANT
042932             MOVE 'MAINT-NOT-DORMANT' TO WS-MAINT-STATUS
042934             ADD 1 TO WS-REFUSED-COUNT
042936             DISPLAY 'REACTIVATE REFUSED (NOT DORMANT): '
042938                 MNT-EMAIL ' ' MNT-CURRENCY-CODE
042940         ELSE
042942             MOVE 'A' TO ACCOUNT-STATUS
042944             MOVE WS-TODAY-DATE-FMT TO ACCOUNT-LAST-ACTIVITY
042946             PERFORM 3500-REWRITE-ACCOUNT
042948             IF WS-FS-ACCOUNT NOT = '00'
042950                 MOVE 'MAINT-WRITE-FAIL' TO WS-MAINT-STATUS
042952                 ADD 1 TO WS-REFUSED-COUNT
042954             ELSE
042956                 MOVE 'ACCT-REACTIVATED' TO WS-MAINT-STATUS
042958                 ADD 1 TO WS-REACTIVATED-COUNT
042960                 DISPLAY 'ACCOUNT REACTIVATED: ' ACCOUNT-EMAIL ' '
042962                     ACCOUNT-CURRENCY-CODE
042964             END-IF
042966         END-IF
042968     END-IF
042970     .
042972
042974*----------------------------------------------------------------
043000* 3950-WRITE-AUDIT-RECORD
043100*     WRITES ONE AUDIT LINE IN PROCESSTRANSACTIONS' AUDIT-FILE
043200*     LAYOUT - TIMESTAMP, THE RAW MAINTENANCE CONTROL RECORD,
045600     DISPLAY '  ACCOUNTS CLOSED..... ' WS-CLOSED-COUNT
045700     DISPLAY '  ACCOUNTS FROZEN..... ' WS-FROZEN-COUNT
045800     DISPLAY '  ACCOUNTS UNFROZEN... ' WS-UNFROZEN-COUNT
045810     DISPLAY '  OVERDRAFT LIMITS SET ' WS-OD-LIMIT-COUNT
045820     DISPLAY '  ACCOUNTS REACTIVATED ' WS-REACTIVATED-COUNT
045900     DISPLAY '  ACTIONS REFUSED..... ' WS-REFUSED-COUNT
046000     .
046100
