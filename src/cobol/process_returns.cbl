003030*                  (RT_RUN_CONTROL_FILE) INSTEAD OF THE WALL
003040*                  CLOCK, SO A CATCH-UP RUN'S REVERSALS NO
003050*                  LONGER POST BAD-DATE.
003060* 2026-10-15  RLB  A RETURN NAMING A TRANSFER LEG QUARANTINES AS
003070*                  RTN-NOT-SETTLED - TRANSFERS NEVER GO TO THE
003080*                  NETWORK, SO THE NETWORK CANNOT RETURN ONE.
003082* 2026-10-15  RLB  CONDITION CODE FOR THE NIGHTLY JOB STREAM -
003084*                  RETURN-CODE 0 ON A CLEAN RUN, 4 WHEN A RETURN
003086*                  WAS QUARANTINED OR A SET FAILED, 8 WHEN THE
003088*                  RUN IS REFUSED OR STOPS ON AN ERROR.
003100*----------------------------------------------------------------
003200
003300 ENVIRONMENT DIVISION.
012400     05  OUTPUT-ORIGINAL-TXN-ID    PIC X(10).
012500     05  OUTPUT-POSTING-DATE       PIC X(10).
012600     05  OUTPUT-FEE-AMOUNT         PIC S9(07)V99.
012610*    TRANSFER LEGS ONLY - THE OTHER LEG'S ID, WHICH LEG THIS IS,
012620*    AND THE SOURCE-TO-DESTINATION RATE THE CREDIT CONVERTED AT.
012630*    BLANK, BLANK, AND ZERO ON EVERY OTHER ROW.
012640     05  OUTPUT-LINKED-TXN-ID      PIC X(10).
012650     05  OUTPUT-TRANSFER-LEG       PIC X(01).
012660         88  OUTPUT-NOT-TRANSFER       VALUE SPACE.
012670         88  OUTPUT-TRANSFER-DEBIT     VALUE 'D'.
012680         88  OUTPUT-TRANSFER-CREDIT    VALUE 'C'.
012690     05  OUTPUT-FX-RATE            PIC 9(05)V9(06).
012700
012800 FD  ARCHIVE-MASTER-FILE.
012900 01  ARCHIVE-MASTER-RECORD.
013600     05  ARCHIVE-ORIGINAL-TXN-ID    PIC X(10).
013700     05  ARCHIVE-POSTING-DATE       PIC X(10).
013800     05  ARCHIVE-FEE-AMOUNT         PIC S9(07)V99.
013810     05  ARCHIVE-LINKED-TXN-ID      PIC X(10).
013820     05  ARCHIVE-TRANSFER-LEG       PIC X(01).
013830     05  ARCHIVE-FX-RATE            PIC 9(05)V9(06).
013900
014000 FD  RETURN-FEED-FILE.
014100 01  RETURN-FEED-RECORD            PIC X(116).
023800 01  WS-ORIG-CURRENCY       PIC X(03) VALUE SPACES.
023900 01  WS-ORIG-AMOUNT         PIC S9(11)V99 VALUE ZERO.
024000 01  WS-ORIG-EMAIL          PIC X(30) VALUE SPACES.
024010 01  WS-ORIG-XFER-LEG       PIC X(01) VALUE SPACE.
024100*----------------------------------------------------------------
024200* GENERATED-REVERSAL WORK AREAS.  WS-FEED-RECORD IS THE 116-BYTE
024300* INPUT-RECORD IMAGE HANDED TO PROCESSTRANSACTIONS, FIELDED
030700     PERFORM 8000-DISPLAY-RUN-SUMMARY
030800     PERFORM 8100-SAVE-ID-SEQUENCE
030900     PERFORM 9000-TERMINATE
030910     IF WS-SETS-FAILED > ZERO
030920         OR WS-RETURNS-QUARANTINED > ZERO
030930         MOVE 4 TO RETURN-CODE
030940     ELSE
030950         MOVE ZERO TO RETURN-CODE
030960     END-IF
031000     STOP RUN.
031100
031200*----------------------------------------------------------------
032800     IF WS-FS-RETURN NOT = '00'
032900         DISPLAY 'ERROR OPENING NETWORK RETURN FILE'
033000             WS-FS-RETURN
033010         MOVE 8 TO RETURN-CODE
033100         STOP RUN
033200     END-IF
033300
033400     OPEN INPUT OUTPUT-FILE
033500     IF WS-FS-OUTPUT NOT = '00'
033600         DISPLAY 'ERROR OPENING OUTPUT FILE' WS-FS-OUTPUT
033610         MOVE 8 TO RETURN-CODE
033700         STOP RUN
033800     END-IF
033900
035000     IF WS-FS-RETURN-FEED NOT = '00'
035100         DISPLAY 'ERROR OPENING RETURN FEED FILE'
035200             WS-FS-RETURN-FEED
035210         MOVE 8 TO RETURN-CODE
035300         STOP RUN
035400     END-IF
035500
035900     END-IF
036000     IF WS-FS-REJECT NOT = '00'
036100         DISPLAY 'ERROR OPENING REJECT FILE' WS-FS-REJECT
036110         MOVE 8 TO RETURN-CODE
036200         STOP RUN
036300     END-IF
036400
036800     END-IF
036900     IF WS-FS-AUDIT NOT = '00'
037000         DISPLAY 'ERROR OPENING AUDIT FILE' WS-FS-AUDIT
037010         MOVE 8 TO RETURN-CODE
037100         STOP RUN
037200     END-IF
037300
045000                 ELSE
045100                     DISPLAY 'ID SEQUENCE FILE NOT NUMERIC - '
045200                         'CANNOT SAFELY ASSIGN IDS'
045210                     MOVE 8 TO RETURN-CODE
045300                     STOP RUN
045400                 END-IF
045500         END-READ
053400             IF WS-RETURN-COUNT >= WS-RETURN-MAX
053500                 DISPLAY 'RETURN BUFFER TABLE FULL - CANNOT '
053600                     'SAFELY HOLD ANOTHER RETURN'
053610                 MOVE 8 TO RETURN-CODE
053700                 STOP RUN
053800             END-IF
053900             COMPUTE WS-DETAIL-AMOUNT =
067000*     OUTPUT FILE OR THE ARCHIVE MASTER, POSTED AS SUCCESS, AND
067100*     CARRY THE SAME CURRENCY AND ABSOLUTE AMOUNT THE NETWORK
067200*     BOUNCED - ANYTHING ELSE QUARANTINES RATHER THAN REVERSING
067300*     MONEY THE RETURN DOES NOT ACTUALLY NAME.  A TRANSFER LEG WAS
067310*     NEVER IN THE SETTLEMENT EXTRACT, SO A RETURN NAMING ONE
067320*     CANNOT BE GENUINE AND QUARANTINES AS RTN-NOT-SETTLED.
067400*----------------------------------------------------------------
067500 3600-DISPOSE-OF-RETURN.
067600     PERFORM 3610-FIND-ORIGINAL-POSTING
068800                 TO REJECT-TRANSACTION-ID
068900             MOVE WS-RTN-RAW-IMAGE (WS-RELEASE-SUB)
069000                 TO WS-AUDIT-DATA-WORK
069010             PERFORM 3800-QUARANTINE-RETURN
069020         ELSE
069030         IF WS-ORIG-XFER-LEG NOT = SPACE
069040             MOVE 'RTN-NOT-SETTLED' TO WS-QUAR-REASON
069050             MOVE WS-RTN-TXN-ID (WS-RELEASE-SUB)
069060                 TO REJECT-TRANSACTION-ID
069070             MOVE WS-RTN-RAW-IMAGE (WS-RELEASE-SUB)
069080                 TO WS-AUDIT-DATA-WORK
069100             PERFORM 3800-QUARANTINE-RETURN
069200         ELSE
069300             PERFORM 3620-CHECK-RETURN-AGREES
069400         END-IF
069410         END-IF
069500     END-IF
069600     .
069700
070000*     RANDOM-READS THE LIVE OUTPUT FILE FOR THE RETURNED ID,
070100*     FALLING BACK TO THE ARCHIVE MASTER THE WAY 3300/3310 DO IN
070200*     PROCESSTRANSACTIONS, AND STAGES THE ORIGINAL'S STATUS,
070300*     CURRENCY, AMOUNT, ACCOUNT EMAIL, AND TRANSFER LEG MARKER.
070400*----------------------------------------------------------------
070500 3610-FIND-ORIGINAL-POSTING.
070600     MOVE 'N' TO WS-ORIG-FOUND-SW
072300                         MOVE ARCHIVE-AMOUNT TO WS-ORIG-AMOUNT
072400                         MOVE ARCHIVE-ACCOUNT-EMAIL
072500                             TO WS-ORIG-EMAIL
072510                         MOVE ARCHIVE-TRANSFER-LEG
072520                             TO WS-ORIG-XFER-LEG
072600                 END-READ
072700             END-IF
072800         NOT INVALID KEY
073100             MOVE OUTPUT-CURRENCY-CODE TO WS-ORIG-CURRENCY
073200             MOVE OUTPUT-AMOUNT TO WS-ORIG-AMOUNT
073300             MOVE OUTPUT-ACCOUNT-EMAIL TO WS-ORIG-EMAIL
073310             MOVE OUTPUT-TRANSFER-LEG TO WS-ORIG-XFER-LEG
073400     END-READ
073500     .
073600
