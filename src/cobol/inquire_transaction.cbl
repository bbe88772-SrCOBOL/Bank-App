002780*                  SCANS ONLY THE SHORT LIVE AUDIT FILE FOR
002790*                  LINES NOT YET ROLLED - MINUTES OF FLAT-FILE
002791*                  SCANNING PER DISPUTE BACK DOWN TO SECONDS.
002793* 2026-10-15  RLB  TRANSFERS - THE POSTING LINE SHOWS A LEG'S
002795*                  LINKED ID, D/C MARKER, AND RATE, AND A TARGET
002797*                  THAT IS ONE LEG OF A TRANSFER HAS ITS PARTNER
002799*                  LEG PULLED AND SHOWN FROM EITHER FILE.
002809* 2026-10-15  RLB  DISPUTE CASES - 3500 LISTS ANY CASE ON THE
002819*                  DISPUTE CASE FILE MANAGEDISPUTES KEEPS THAT IS
002829*                  OPEN AGAINST THE TARGET, OR WHOSE PROVISIONAL
002839*                  CREDIT OR TAKE-BACK THE TARGET IS, WITH ITS
002849*                  STATUS, AMOUNT, REASON, AND DUE DATE.
002859* 2026-10-15  RLB  CONDITION CODE FOR THE NIGHTLY JOB STREAM -
002869*                  RETURN-CODE 0 ON A CLEAN RUN, 8 WHEN THE RUN
002879*                  IS REFUSED OR STOPS ON AN ERROR.
002899*----------------------------------------------------------------
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
004850         ACCESS MODE IS DYNAMIC
004860         RECORD KEY IS AM-KEY
004870         FILE STATUS IS WS-FS-AUDIT-MASTER.
004872
004874     SELECT DISPUTE-CASE-FILE
004876         ASSIGN TO DYNAMIC WS-DISPUTE-CASE-PATH
004878         ORGANIZATION IS INDEXED
004880         ACCESS MODE IS DYNAMIC
004882         RECORD KEY IS DSP-CASE-NUMBER
004884         FILE STATUS IS WS-FS-DISPUTE-CASE.
004900
005000     SELECT INQUIRY-REPORT-FILE
005100         ASSIGN TO DYNAMIC WS-REPORT-FILE-PATH
007000     05  OUTPUT-ORIGINAL-TXN-ID    PIC X(10).
007100     05  OUTPUT-POSTING-DATE       PIC X(10).
007200     05  OUTPUT-FEE-AMOUNT         PIC S9(07)V99.
007210*    TRANSFER LEGS ONLY - THE OTHER LEG'S ID, WHICH LEG THIS IS,
007220*    AND THE SOURCE-TO-DESTINATION RATE THE CREDIT CONVERTED AT.
007230*    BLANK, BLANK, AND ZERO ON EVERY OTHER ROW.
007240     05  OUTPUT-LINKED-TXN-ID      PIC X(10).
007250     05  OUTPUT-TRANSFER-LEG       PIC X(01).
007260         88  OUTPUT-NOT-TRANSFER       VALUE SPACE.
007270         88  OUTPUT-TRANSFER-DEBIT     VALUE 'D'.
007280         88  OUTPUT-TRANSFER-CREDIT    VALUE 'C'.
007290     05  OUTPUT-FX-RATE            PIC 9(05)V9(06).
007300
007400 FD  ARCHIVE-MASTER-FILE.
007500 01  ARCHIVE-MASTER-RECORD.
008200     05  ARCHIVE-ORIGINAL-TXN-ID    PIC X(10).
008300     05  ARCHIVE-POSTING-DATE       PIC X(10).
008400     05  ARCHIVE-FEE-AMOUNT         PIC S9(07)V99.
008410     05  ARCHIVE-LINKED-TXN-ID      PIC X(10).
008420     05  ARCHIVE-TRANSFER-LEG       PIC X(01).
008430     05  ARCHIVE-FX-RATE            PIC 9(05)V9(06).
008500
008600 FD  AUDIT-FILE.
008700 01  AUDIT-RECORD.
009080         88  AM-ROLE-PRIMARY           VALUE 'P'.
009081         88  AM-ROLE-ORIGINAL          VALUE 'O'.
009100
009102*----------------------------------------------------------------
009104* THE DISPUTE CASE FILE MANAGEDISPUTES MAINTAINS, ONE RECORD PER
009106* CASE NUMBER - MUST AGREE WITH ITS LAYOUT FIELD FOR FIELD.
009108*----------------------------------------------------------------
009110 FD  DISPUTE-CASE-FILE.
009112 01  DISPUTE-CASE-RECORD.
009114     05  DSP-CASE-NUMBER           PIC X(10).
009116     05  DSP-TRANSACTION-ID        PIC X(10).
009118     05  DSP-ACCOUNT-EMAIL         PIC X(30).
009120     05  DSP-CURRENCY-CODE         PIC X(03).
009122     05  DSP-AMOUNT                PIC 9(11)V99.
009124     05  DSP-REASON                PIC X(20).
009126     05  DSP-OPENED-DATE           PIC X(10).
009128     05  DSP-DUE-DATE              PIC X(10).
009130     05  DSP-STATUS                PIC X(20).
009132     05  DSP-CREDIT-TXN-ID         PIC X(10).
009134     05  DSP-CREDIT-DATE           PIC X(10).
009136     05  DSP-REVERSAL-TXN-ID       PIC X(10).
009138     05  DSP-RESOLVED-DATE         PIC X(10).
009140     05  DSP-LAST-OFFICER          PIC X(08).
009142
009200 FD  INQUIRY-REPORT-FILE.
009300 01  INQUIRY-REPORT-LINE           PIC X(160).
009400
010800     VALUE 'src/cobol/audit.txt'.
010810 01  WS-AUDIT-MASTER-PATH    PIC X(60)
010820     VALUE 'src/cobol/audit-master.dat'.
010830 01  WS-DISPUTE-CASE-PATH    PIC X(60)
010840     VALUE 'src/cobol/dispute-cases.dat'.
010900 01  WS-REPORT-FILE-PATH     PIC X(60)
011000     VALUE 'src/cobol/inquiry-report.txt'.
011100 01  WS-ENV-VALUE-WORK       PIC X(60) VALUE SPACES.
011500 01  WS-FS-OUTPUT           PIC X(02) VALUE '00'.
011600 01  WS-FS-AUDIT            PIC X(02) VALUE '00'.
011610 01  WS-FS-AUDIT-MASTER     PIC X(02) VALUE '00'.
011620 01  WS-FS-DISPUTE-CASE     PIC X(02) VALUE '00'.
011700 01  WS-FS-REPORT           PIC X(02) VALUE '00'.
011800 01  WS-FS-ARCHIVE          PIC X(02) VALUE '00'.
011900 01  WS-ARCHIVE-AVAIL-SW    PIC X VALUE 'N'.
012700     88  END-OF-AUDIT-FILE       VALUE 'Y'.
012710 01  WS-KEYED-EOF-SW        PIC X VALUE 'N'.
012720     88  END-OF-KEYED-AUDIT      VALUE 'Y'.
012730 01  WS-CASE-EOF-SW          PIC X VALUE 'N'.
012740     88  END-OF-CASE-SCAN        VALUE 'Y'.
012800*----------------------------------------------------------------
012900* INQUIRY WORK AREAS.  WS-AUDIT-VIEW OVERLAYS THE 116-BYTE RAW
013000* INPUT CARRIED ON EACH AUDIT LINE WITH PROCESSTRANSACTIONS'
014100     05  AV-TRANSACTION-TYPE    PIC X(10).
014200     05  AV-ORIGINAL-TXN-ID     PIC X(10).
014300 01  WS-TARGET-ORIG-ID      PIC X(10) VALUE SPACES.
014310 01  WS-TARGET-LINKED-ID    PIC X(10) VALUE SPACES.
014400 01  WS-OFFSET-COUNT        PIC 9(05) COMP VALUE ZERO.
014500 01  WS-AUDIT-MATCH-COUNT   PIC 9(05) COMP VALUE ZERO.
014510 01  WS-CASE-MATCH-COUNT    PIC 9(05) COMP VALUE ZERO.
014600*----------------------------------------------------------------
014700* REPORT LINE WORK AREAS
014800*----------------------------------------------------------------
016100     05  WS-PL-EMAIL            PIC X(30).
016200     05  FILLER                 PIC X(06) VALUE ' ORIG '.
016300     05  WS-PL-ORIG-ID          PIC X(10).
016400     05  FILLER                 PIC X(06) VALUE ' LINK '.
016410     05  WS-PL-LINKED-ID        PIC X(10).
016420     05  FILLER                 PIC X(01) VALUE SPACES.
016430     05  WS-PL-XFER-LEG         PIC X(01).
016440     05  FILLER                 PIC X(06) VALUE ' RATE '.
016450     05  WS-PL-FX-RATE          PIC Z(04)9.9(06) BLANK WHEN ZERO.
016460     05  FILLER                 PIC X(02) VALUE SPACES.
016500 01  WS-AUDIT-LINE.
016600     05  WS-AL-TIMESTAMP        PIC X(16).
016700     05  FILLER                 PIC X(01) VALUE SPACES.
016900     05  FILLER                 PIC X(01) VALUE SPACES.
017000     05  WS-AL-INPUT            PIC X(116).
017100     05  FILLER                 PIC X(06) VALUE SPACES.
017102 01  WS-CASE-LINE.
017104     05  WS-CL-CASE-NUMBER      PIC X(10).
017106     05  FILLER                 PIC X(01) VALUE SPACES.
017108     05  WS-CL-STATUS           PIC X(18).
017110     05  FILLER                 PIC X(01) VALUE SPACES.
017112     05  WS-CL-TXN-ID           PIC X(10).
017114     05  FILLER                 PIC X(01) VALUE SPACES.
017116     05  WS-CL-CURRENCY         PIC X(03).
017118     05  WS-CL-AMOUNT           PIC Z(10)9.99.
017120     05  FILLER                 PIC X(01) VALUE SPACES.
017122     05  WS-CL-REASON           PIC X(20).
017124     05  FILLER                 PIC X(08) VALUE ' OPENED '.
017126     05  WS-CL-OPENED-DATE      PIC X(10).
017128     05  FILLER                 PIC X(05) VALUE ' DUE '.
017130     05  WS-CL-DUE-DATE         PIC X(10).
017132     05  FILLER                 PIC X(08) VALUE ' CREDIT '.
017134     05  WS-CL-CREDIT-ID        PIC X(10).
017136     05  FILLER                 PIC X(10) VALUE ' REVERSAL '.
017138     05  WS-CL-REVERSAL-ID      PIC X(10).
017140     05  FILLER                 PIC X(09) VALUE SPACES.
017200
017300 PROCEDURE DIVISION.
017400*----------------------------------------------------------------
018200     PERFORM 1000-INITIALIZE
018300     PERFORM 2000-SHOW-TARGET-TRANSACTION
018400     PERFORM 3000-SCAN-FOR-OFFSETS
018410     PERFORM 3500-SHOW-DISPUTE-CASES
018500     PERFORM 4000-SCAN-AUDIT-TRAIL
018600     PERFORM 9000-TERMINATE
018610     MOVE ZERO TO RETURN-CODE
018700     STOP RUN.
018800
018900*----------------------------------------------------------------
019600     IF WS-TARGET-TXN-ID = SPACES
019700         DISPLAY 'IQ_TRANSACTION_ID NOT SET - NOTHING TO '
019800             'INQUIRE ON'
019810         MOVE 8 TO RETURN-CODE
019900         STOP RUN
020000     END-IF
020100
020200     OPEN INPUT OUTPUT-FILE
020300     IF WS-FS-OUTPUT NOT = '00'
020400         DISPLAY 'ERROR OPENING OUTPUT FILE' WS-FS-OUTPUT
020410         MOVE 8 TO RETURN-CODE
020500         STOP RUN
020600     END-IF
020700
021800     IF WS-FS-REPORT NOT = '00'
021900         DISPLAY 'ERROR OPENING INQUIRY REPORT FILE'
022000             WS-FS-REPORT
022010         MOVE 8 TO RETURN-CODE
022100         STOP RUN
022200     END-IF
022300
026550     IF WS-ENV-VALUE-WORK NOT = SPACES
026560         MOVE WS-ENV-VALUE-WORK TO WS-AUDIT-MASTER-PATH
026570     END-IF
026572
026574     MOVE SPACES TO WS-ENV-VALUE-WORK
026576     DISPLAY 'IQ_DISPUTE_FILE' UPON ENVIRONMENT-NAME
026578     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
026580     IF WS-ENV-VALUE-WORK NOT = SPACES
026582         MOVE WS-ENV-VALUE-WORK TO WS-DISPUTE-CASE-PATH
026584     END-IF
026600
026700     MOVE SPACES TO WS-ENV-VALUE-WORK
026800     DISPLAY 'IQ_REPORT_FILE' UPON ENVIRONMENT-NAME
027900*     HAS ALREADY PURGED THE ROW OFF THE LIVE FILE.  A TARGET
028000*     THAT IS ITSELF A REVERSAL OR ADJUSTMENT ROW NAMES ITS
028100*     ORIGINAL, WHICH IS PULLED AND SHOWN TOO SO THE CHAIN IS
028200*     VISIBLE FROM EITHER END.  A TARGET THAT IS ONE LEG OF A
028210*     TRANSFER HAS ITS PARTNER LEG SHOWN THE SAME WAY.
028300*----------------------------------------------------------------
028400 2000-SHOW-TARGET-TRANSACTION.
028500     MOVE WS-TARGET-TXN-ID TO OUTPUT-TRANSACTION-ID
028800             PERFORM 2050-SHOW-ARCHIVED-TARGET
028900         NOT INVALID KEY
029000             MOVE OUTPUT-ORIGINAL-TXN-ID TO WS-TARGET-ORIG-ID
029010             MOVE OUTPUT-LINKED-TXN-ID TO WS-TARGET-LINKED-ID
029100             MOVE 'POSTED RECORD:' TO WS-REPORT-LINE
029200             PERFORM 8100-WRITE-REPORT-LINE
029300             PERFORM 8200-WRITE-POSTING-LINE
029400             IF WS-TARGET-ORIG-ID NOT = SPACES
029500                 PERFORM 2100-SHOW-TARGETS-ORIGINAL
029600             END-IF
029610             IF WS-TARGET-LINKED-ID NOT = SPACES
029620                 PERFORM 2200-SHOW-LINKED-LEG
029630             END-IF
029700     END-READ
029800     .
029900
032000             NOT INVALID KEY
032100                 MOVE ARCHIVE-ORIGINAL-TXN-ID
032200                     TO WS-TARGET-ORIG-ID
032210                 MOVE ARCHIVE-LINKED-TXN-ID
032220                     TO WS-TARGET-LINKED-ID
032300                 MOVE 'POSTED RECORD (ARCHIVED):'
032400                     TO WS-REPORT-LINE
032500                 PERFORM 8100-WRITE-REPORT-LINE
032700                 IF WS-TARGET-ORIG-ID NOT = SPACES
032800                     PERFORM 2100-SHOW-TARGETS-ORIGINAL
032900                 END-IF
032910                 IF WS-TARGET-LINKED-ID NOT = SPACES
032920                     PERFORM 2200-SHOW-LINKED-LEG
032930                 END-IF
033000         END-READ
033100     END-IF
033200     .
037800         END-READ
037900     END-IF
038000     .
038002
038004*----------------------------------------------------------------
038006* 2200-SHOW-LINKED-LEG
038008*     THE TARGET IS ONE LEG OF A TRANSFER (OR THE REVERSAL OF
038010*     ONE) - PULL AND SHOW THE OTHER LEG, LIVE FILE FIRST AND
038012*     THE ARCHIVE MASTER SECOND, SO BOTH ACCOUNTS THE MONEY
038014*     MOVED BETWEEN ARE ON THE ONE REPORT.
038016*----------------------------------------------------------------
038018 2200-SHOW-LINKED-LEG.
038020     MOVE WS-TARGET-LINKED-ID TO OUTPUT-TRANSACTION-ID
038022     READ OUTPUT-FILE
038024         INVALID KEY
038026             PERFORM 2250-SHOW-ARCHIVED-LINKED-LEG
038028         NOT INVALID KEY
038030             MOVE 'OTHER LEG OF THIS TRANSFER:' TO WS-REPORT-LINE
038032             PERFORM 8100-WRITE-REPORT-LINE
038034             PERFORM 8200-WRITE-POSTING-LINE
038036     END-READ
038038     .
038040
038042*----------------------------------------------------------------
038044* 2250-SHOW-ARCHIVED-LINKED-LEG
038046*     THE OTHER LEG IS NOT ON THE LIVE FILE - SHOW IT FROM THE
038048*     ARCHIVE MASTER IF IT IS THERE.
038050*----------------------------------------------------------------
038052 2250-SHOW-ARCHIVED-LINKED-LEG.
038054     IF ARCHIVE-NOT-AVAILABLE
038056         MOVE 'OTHER TRANSFER LEG NO LONGER ON FILE: '
038058             TO WS-REPORT-LINE
038060         MOVE WS-TARGET-LINKED-ID TO WS-REPORT-LINE (39:10)
038062         PERFORM 8100-WRITE-REPORT-LINE
038064     ELSE
038066         MOVE WS-TARGET-LINKED-ID TO ARCHIVE-TRANSACTION-ID
038068         READ ARCHIVE-MASTER-FILE
038070             INVALID KEY
038072                 MOVE 'OTHER TRANSFER LEG NO LONGER ON FILE: '
038074                     TO WS-REPORT-LINE
038076                 MOVE WS-TARGET-LINKED-ID
038078                     TO WS-REPORT-LINE (39:10)
038080                 PERFORM 8100-WRITE-REPORT-LINE
038082             NOT INVALID KEY
038084                 MOVE 'OTHER LEG OF THIS TRANSFER (ARCHIVED):'
038086                     TO WS-REPORT-LINE
038088                 PERFORM 8100-WRITE-REPORT-LINE
038090                 PERFORM 8250-WRITE-ARCHIVE-POSTING-LINE
038092         END-READ
038094     END-IF
038096     .
038100
038200*----------------------------------------------------------------
038300* 3000-SCAN-FOR-OFFSETS
039200     OPEN INPUT OUTPUT-FILE
039300     IF WS-FS-OUTPUT NOT = '00'
039400         DISPLAY 'ERROR REOPENING OUTPUT FILE' WS-FS-OUTPUT
039410         MOVE 8 TO RETURN-CODE
039500         STOP RUN
039600     END-IF
039700     MOVE SPACES TO WS-REPORT-LINE
043300     IF WS-FS-ARCHIVE NOT = '00'
043400         DISPLAY 'ERROR REOPENING ARCHIVE MASTER'
043500             WS-FS-ARCHIVE
043510         MOVE 8 TO RETURN-CODE
043600         STOP RUN
043700     END-IF
043800     MOVE 'N' TO WS-ARCH-SCAN-EOF-SW
044800         END-READ
044900     END-PERFORM
045000     .
045002
045004*----------------------------------------------------------------
045006* 3500-SHOW-DISPUTE-CASES
045008*     SWEEPS THE DISPUTE CASE FILE FOR EVERY CASE THE TARGET
045010*     BELONGS TO - AS THE DISPUTED DEBIT, OR AS THE PROVISIONAL
045012*     CREDIT OR TAKE-BACK A CASE GENERATED - SO THE INQUIRY
045014*     SHOWS WHERE THE DISPUTE STANDS NEXT TO THE MONEY.  NO CASE
045016*     FILE YET JUST MEANS NO CASES TO SHOW.
045018*----------------------------------------------------------------
045020 3500-SHOW-DISPUTE-CASES.
045022     MOVE SPACES TO WS-REPORT-LINE
045024     PERFORM 8100-WRITE-REPORT-LINE
045026     MOVE 'DISPUTE CASES ON THIS TRANSACTION:' TO WS-REPORT-LINE
045028     PERFORM 8100-WRITE-REPORT-LINE
045030     OPEN INPUT DISPUTE-CASE-FILE
045032     IF WS-FS-DISPUTE-CASE NOT = '00'
045034         MOVE '  (NO DISPUTE CASE FILE)' TO WS-REPORT-LINE
045036         PERFORM 8100-WRITE-REPORT-LINE
045038     ELSE
045040         MOVE 'N' TO WS-CASE-EOF-SW
045042         PERFORM UNTIL END-OF-CASE-SCAN
045044             READ DISPUTE-CASE-FILE NEXT RECORD
045046                 AT END
045048                     MOVE 'Y' TO WS-CASE-EOF-SW
045050                 NOT AT END
045052                     IF DSP-TRANSACTION-ID = WS-TARGET-TXN-ID
045054                         OR DSP-CREDIT-TXN-ID = WS-TARGET-TXN-ID
045056                         OR DSP-REVERSAL-TXN-ID = WS-TARGET-TXN-ID
045058                         ADD 1 TO WS-CASE-MATCH-COUNT
045060                         PERFORM 8300-WRITE-CASE-LINE
045062                     END-IF
045064             END-READ
045066         END-PERFORM
045068         CLOSE DISPUTE-CASE-FILE
045070         IF WS-CASE-MATCH-COUNT = ZERO
045072             MOVE '  (NONE)' TO WS-REPORT-LINE
045074             PERFORM 8100-WRITE-REPORT-LINE
045076         END-IF
045078     END-IF
045080     .
045100
045200*----------------------------------------------------------------
045300* 4000-SCAN-AUDIT-TRAIL
052700     MOVE OUTPUT-USD-AMOUNT TO WS-PL-USD-AMOUNT
052800     MOVE OUTPUT-ACCOUNT-EMAIL TO WS-PL-EMAIL
052900     MOVE OUTPUT-ORIGINAL-TXN-ID TO WS-PL-ORIG-ID
052910     MOVE OUTPUT-LINKED-TXN-ID TO WS-PL-LINKED-ID
052920     MOVE OUTPUT-TRANSFER-LEG TO WS-PL-XFER-LEG
052930     MOVE OUTPUT-FX-RATE TO WS-PL-FX-RATE
053000     MOVE WS-POSTING-LINE TO WS-REPORT-LINE
053100     PERFORM 8100-WRITE-REPORT-LINE
053200     .
054500     MOVE ARCHIVE-USD-AMOUNT TO WS-PL-USD-AMOUNT
054600     MOVE ARCHIVE-ACCOUNT-EMAIL TO WS-PL-EMAIL
054700     MOVE ARCHIVE-ORIGINAL-TXN-ID TO WS-PL-ORIG-ID
054710     MOVE ARCHIVE-LINKED-TXN-ID TO WS-PL-LINKED-ID
054720     MOVE ARCHIVE-TRANSFER-LEG TO WS-PL-XFER-LEG
054730     MOVE ARCHIVE-FX-RATE TO WS-PL-FX-RATE
054800     MOVE WS-POSTING-LINE TO WS-REPORT-LINE
054900     PERFORM 8100-WRITE-REPORT-LINE
055000     .
055002
055004*----------------------------------------------------------------
055006* 8300-WRITE-CASE-LINE
055008*     FORMATS THE DISPUTE CASE IN THE RECORD AREA AS ONE CASE
055010*     LINE AND WRITES IT.
055012*----------------------------------------------------------------
055014 8300-WRITE-CASE-LINE.
055016     MOVE DSP-CASE-NUMBER TO WS-CL-CASE-NUMBER
055018     MOVE DSP-STATUS TO WS-CL-STATUS
055020     MOVE DSP-TRANSACTION-ID TO WS-CL-TXN-ID
055022     MOVE DSP-CURRENCY-CODE TO WS-CL-CURRENCY
055024     MOVE DSP-AMOUNT TO WS-CL-AMOUNT
055026     MOVE DSP-REASON TO WS-CL-REASON
055028     MOVE DSP-OPENED-DATE TO WS-CL-OPENED-DATE
055030     MOVE DSP-DUE-DATE TO WS-CL-DUE-DATE
055032     MOVE DSP-CREDIT-TXN-ID TO WS-CL-CREDIT-ID
055034     MOVE DSP-REVERSAL-TXN-ID TO WS-CL-REVERSAL-ID
055036     MOVE WS-CASE-LINE TO WS-REPORT-LINE
055038     PERFORM 8100-WRITE-REPORT-LINE
055040     .
055100
055200*----------------------------------------------------------------
055300* 9000-TERMINATE
