002630*                  STILL OPEN (AR_RUN_CONTROL_FILE), SO MONTH-END
002640*                  CAN NEVER PULL ROWS OUT FROM UNDER A POSTING
002650*                  RUN STILL IN FLIGHT.
002660* 2026-10-15  RLB  OUTPUT AND ARCHIVE RECORDS CARRY THE TRANSFER
002670*                  LINK, LEG, AND RATE (142 BYTES); THE DATED
002680*                  GENERATION RECORD GROWS TO MATCH.
002685* 2026-10-15  RLB  CONDITION CODE FOR THE NIGHTLY JOB STREAM -
002690*                  RETURN-CODE 0 ON A CLEAN RUN, 8 WHEN THE RUN
002695*                  IS REFUSED OR STOPS ON AN ERROR.
002700*----------------------------------------------------------------
002800
002900 ENVIRONMENT DIVISION.
006600     05  OUTPUT-ORIGINAL-TXN-ID    PIC X(10).
006700     05  OUTPUT-POSTING-DATE       PIC X(10).
006800     05  OUTPUT-FEE-AMOUNT         PIC S9(07)V99.
006810*    TRANSFER LEGS ONLY - THE OTHER LEG'S ID, WHICH LEG THIS IS,
006820*    AND THE SOURCE-TO-DESTINATION RATE THE CREDIT CONVERTED AT.
006830*    BLANK, BLANK, AND ZERO ON EVERY OTHER ROW.
006840     05  OUTPUT-LINKED-TXN-ID      PIC X(10).
006850     05  OUTPUT-TRANSFER-LEG       PIC X(01).
006860         88  OUTPUT-NOT-TRANSFER       VALUE SPACE.
006870         88  OUTPUT-TRANSFER-DEBIT     VALUE 'D'.
006880         88  OUTPUT-TRANSFER-CREDIT    VALUE 'C'.
006890     05  OUTPUT-FX-RATE            PIC 9(05)V9(06).
006900
007000 FD  ARCHIVE-MASTER-FILE.
007100 01  ARCHIVE-MASTER-RECORD.
007800     05  ARCHIVE-ORIGINAL-TXN-ID    PIC X(10).
007900     05  ARCHIVE-POSTING-DATE       PIC X(10).
008000     05  ARCHIVE-FEE-AMOUNT         PIC S9(07)V99.
008010     05  ARCHIVE-LINKED-TXN-ID      PIC X(10).
008020     05  ARCHIVE-TRANSFER-LEG       PIC X(01).
008030     05  ARCHIVE-FX-RATE            PIC 9(05)V9(06).
008100
008200 FD  ARCHIVE-GEN-FILE.
008300 01  ARCHIVE-GEN-RECORD            PIC X(142).
008310
008320*----------------------------------------------------------------
008330* THE RUN CONTROL FILE THE DAY-OPEN STEP WRITES - READ ONLY TO
014200     END-PERFORM
014300     PERFORM 8000-DISPLAY-RUN-SUMMARY
014400     PERFORM 9000-TERMINATE
014410     MOVE ZERO TO RETURN-CODE
014500     STOP RUN.
014600
014700*----------------------------------------------------------------
016000     OPEN I-O OUTPUT-FILE
016100     IF WS-FS-OUTPUT NOT = '00'
016200         DISPLAY 'ERROR OPENING OUTPUT FILE' WS-FS-OUTPUT
016210         MOVE 8 TO RETURN-CODE
016300         STOP RUN
016400     END-IF
016500
017500         IF WS-FS-ARCHIVE NOT = '00'
017600             DISPLAY 'ERROR CREATING ARCHIVE MASTER'
017700                 WS-FS-ARCHIVE
017710             MOVE 8 TO RETURN-CODE
017800             STOP RUN
017900         END-IF
018000         CLOSE ARCHIVE-MASTER-FILE
018300     IF WS-FS-ARCHIVE NOT = '00'
018400         DISPLAY 'ERROR OPENING ARCHIVE MASTER'
018500             WS-FS-ARCHIVE
018510         MOVE 8 TO RETURN-CODE
018600         STOP RUN
018700     END-IF
018800
019000     IF WS-FS-ARCHIVE-GEN NOT = '00'
019100         DISPLAY 'ERROR OPENING ARCHIVE GENERATION FILE'
019200             WS-FS-ARCHIVE-GEN
019210         MOVE 8 TO RETURN-CODE
019300         STOP RUN
019400     END-IF
019500     .
023087                 IF RC-DAY-IS-OPEN
023088                     DISPLAY 'POSTING DAY ' RC-BUSINESS-DATE
023089                         ' IS STILL OPEN - ARCHIVE REFUSED'
023090                     MOVE 8 TO RETURN-CODE
023091                     STOP RUN
023092                 END-IF
023093         END-READ
023094         CLOSE RUN-CONTROL-FILE
023095     END-IF
023096     .
023100
023200*----------------------------------------------------------------
023300* 1100-DEFAULT-CUTOFF-DATE
