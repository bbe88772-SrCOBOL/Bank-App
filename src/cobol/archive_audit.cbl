002892*                  THAT HAPPENS TO SIT IN THEIR FIRST TEN BYTES
002893*                  - THEY LIVE ON IN THE GENERATION FILE ONLY,
002894*                  AS ALWAYS INTENDED.
002895* 2026-10-15  RLB  CONDITION CODE FOR THE NIGHTLY JOB STREAM -
002896*                  RETURN-CODE 0 ON A CLEAN RUN, 8 WHEN THE RUN
002897*                  IS REFUSED OR STOPS ON AN ERROR.
002900*----------------------------------------------------------------
003000
003100 ENVIRONMENT DIVISION.
017400     END-PERFORM
017500     PERFORM 8000-DISPLAY-RUN-SUMMARY
017600     PERFORM 9000-TERMINATE
017610     MOVE ZERO TO RETURN-CODE
017700     STOP RUN.
017800
017900*----------------------------------------------------------------
019800     OPEN INPUT AUDIT-IN-FILE
019900     IF WS-FS-AUDIT-IN NOT = '00'
020000         DISPLAY 'ERROR OPENING AUDIT FILE' WS-FS-AUDIT-IN
020010         MOVE 8 TO RETURN-CODE
020100         STOP RUN
020200     END-IF
020300
020500     IF WS-FS-AUDIT-OUT NOT = '00'
020600         DISPLAY 'ERROR OPENING AUDIT OUTPUT FILE'
020700             WS-FS-AUDIT-OUT
020710         MOVE 8 TO RETURN-CODE
020800         STOP RUN
020900     END-IF
021000
021200     IF WS-FS-AUDIT-GEN NOT = '00'
021300         DISPLAY 'ERROR OPENING AUDIT GENERATION FILE'
021400             WS-FS-AUDIT-GEN
021410         MOVE 8 TO RETURN-CODE
021500         STOP RUN
021600     END-IF
021700
022100         IF WS-FS-AUDIT-MASTER NOT = '00'
022200             DISPLAY 'ERROR CREATING AUDIT MASTER'
022300                 WS-FS-AUDIT-MASTER
022310             MOVE 8 TO RETURN-CODE
022400             STOP RUN
022500         END-IF
022600         CLOSE AUDIT-MASTER-FILE
022900     IF WS-FS-AUDIT-MASTER NOT = '00'
023000         DISPLAY 'ERROR OPENING AUDIT MASTER'
023100             WS-FS-AUDIT-MASTER
023110         MOVE 8 TO RETURN-CODE
023200         STOP RUN
023300     END-IF
023400     .
