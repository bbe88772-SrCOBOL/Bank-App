026200*                  RATE EFFECTIVE ON THE PRIOR BUSINESS DAY IS
026300*                  FRESH, SO A MONDAY RUN STOPS DEMANDING A
026400*                  SUNDAY-DATED RATE.  SEQUENCE NUMBERS RENUMBERED.
026402* 2026-10-15  RLB  ARRANGED OVERDRAFTS - 3230 NOW DECLINES A
026404*                  DEBIT AS INSUF-FUNDS ONLY WHEN IT WOULD TAKE
026406*                  THE BALANCE BELOW MINUS THE ACCOUNT'S NEW
026408*                  ACCOUNT-OVERDRAFT-LIMIT.  DEBIT INTEREST
026410*                  RELEASED FROM AN INTEREST BATCH ALWAYS POSTS.
026412* 2026-10-15  RLB  NEW TRANSFER TRANSACTION TYPE BETWEEN TWO OF
026414*                  OUR OWN ACCOUNTS.  THE INPUT RECORD NAMES THE
026416*                  DESTINATION ACCOUNT IN ITS NAME AND ORIGINAL-
026418*                  ID AREAS (INPUT-TRANSFER-RECORD VIEW).  BOTH
026420*                  LEGS POST TOGETHER OR NEITHER DOES - ONE
026422*                  OUTPUT ROW PER LEG, EACH NAMING THE OTHER IN
026424*                  THE NEW OUTPUT-LINKED-TXN-ID, THE CREDIT LEG
026426*                  UNDER A TRC-PREFIXED ID FROM A PERSISTENT
026428*                  SEQUENCE (PT_TRANSFER_SEQ_FILE).  A CROSS-
026430*                  CURRENCY CREDIT CONVERTS AT THE DAY'S RATES
026432*                  AND THE CROSS RATE USED IS KEPT ON BOTH LEGS
026434*                  (OUTPUT-FX-RATE).  TRANSFER LEGS STAY OUT OF
026436*                  THE SETTLEMENT EXTRACT, JOURNAL AGAINST A NEW
026438*                  INTERNAL TRANSFER GL LINE INSTEAD OF CLEARING,
026440*                  AND A REVERSAL OF EITHER LEG UNWINDS BOTH.
026442* 2026-10-15  RLB  SANCTIONS SCREENING.  EVERY NEW TRANSACTION
026444*                  THAT CLEARS THE BUSINESS RULES IS SCREENED -
026446*                  INPUT-NAME AND INPUT-EMAIL AGAINST THE
026448*                  COMPLIANCE WATCHLIST (PT_WATCHLIST_FILE), NAMES
026450*                  BOTH EXACTLY AND NORMALIZED (UPPER CASE,
026452*                  LETTERS AND DIGITS ONLY).  A HIT POSTS NOTHING
026454*                  - IT IS PARKED HELD ON THE HELD-ITEM FILE
026456*                  (PT_HELD_FILE) FOR RELEASEHELDITEMS, COUNTED ON
026458*                  THE CONTROL REPORT, AND AUDITED.  ITEMS COMING
026460*                  BACK IN RELEASEHELDITEMS' SANCTREL FEED ARE NOT
026462*                  SCREENED AGAIN.
026464* 2026-10-15  RLB  FUTURE-DATED WAREHOUSE.  A NEW TRANSACTION
026466*                  DATED AFTER THE OPEN BUSINESS DAY NO LONGER
026468*                  POSTS AS BAD-DATE - 3110 FLAGS IT AND 3800
026470*                  PARKS IT PENDING ON THE WAREHOUSE FILE
026472*                  (PT_WAREHOUSE_FILE) WITH ITS VALUE DATE,
026474*                  AUDITED, AND COUNTED AS WAREHOUSED ON THE
026476*                  CONTROL REPORT.  RELEASEWAREHOUSE FEEDS IT BACK
026478*                  ON ITS VALUE DATE.  REVERSALS, ADJUSTMENTS AND
026480*                  TRANSFERS DATED AHEAD STILL POST BAD-DATE.
026482* 2026-10-15  RLB  DORMANCY.  ACCOUNT-RECORD CARRIES THE DATE OF
026484*                  THE LAST CUSTOMER ACTIVITY, STAMPED WITH THE
026486*                  POSTING DATE WHEN 3240 OR 3690 MOVES THE
026488*                  BALANCE - NOT FOR AN ACCRUEINTEREST BATCH, AND
026490*                  FEES NEVER TOUCH THE MASTER.  A DEBIT ON A
026492*                  DORMANT ACCOUNT IS HELD FOR REVIEW ON THE
026494*                  HELD-ITEM FILE (DORMANT-DEBIT) INSTEAD OF
026496*                  POSTING, AND COUNTED ON THE CONTROL REPORT; A
026498*                  DORMANT ACCOUNT CANNOT SOURCE A TRANSFER.
026508* 2026-10-15  RLB  CONDITION CODE FOR THE NIGHTLY JOB STREAM -
026518*                  RETURN-CODE 0 ON A CLEAN RUN, 4 WHEN ANY
026528*                  RECORD WAS QUARANTINED TO REJECT-FILE, 8 WHEN
026538*                  THE RUN IS REFUSED OR STOPS ON AN ERROR.
026542* 2026-10-15  RLB  A TRANSFER FROM A DORMANT ACCOUNT IS HELD FOR
026546*                  REVIEW (DORMANT-DEBIT) LIKE ANY OTHER DORMANT
026550*                  DEBIT INSTEAD OF BEING DECLINED, AND POSTS
026554*                  WHEN IT COMES BACK IN THE SANCTREL FEED.  THE
026558*                  LEGS OF A TRANSFER REVERSAL NO LONGER STAMP
026562*                  THE LAST CUSTOMER ACTIVITY DATE.
026572* 2026-10-15  RLB  A BLANK ACCOUNT-OVERDRAFT-LIMIT ON AN OLDER
026582*                  MASTER RECORD IS TREATED AS NO LIMIT (ZERO) BY
026592*                  THE DEBIT AND TRANSFER FUNDS CHECKS.
026599*----------------------------------------------------------------
026600
026700 ENVIRONMENT DIVISION.
026800 INPUT-OUTPUT SECTION.
035400     SELECT CALENDAR-FILE ASSIGN TO DYNAMIC WS-CALENDAR-PATH
035500         ORGANIZATION IS LINE SEQUENTIAL
035600         FILE STATUS IS WS-FS-CALENDAR.
035610
035620     SELECT XFER-SEQ-FILE ASSIGN TO DYNAMIC WS-XFER-SEQ-PATH
035630         ORGANIZATION IS LINE SEQUENTIAL
035640         FILE STATUS IS WS-FS-XFER-SEQ.
035645
035650     SELECT WATCHLIST-FILE ASSIGN TO DYNAMIC WS-WATCHLIST-PATH
035655         ORGANIZATION IS LINE SEQUENTIAL
035660         FILE STATUS IS WS-FS-WATCHLIST.
035665
035670     SELECT HELD-ITEM-FILE ASSIGN TO DYNAMIC WS-HELD-ITEM-PATH
035675         ORGANIZATION IS LINE SEQUENTIAL
035680         FILE STATUS IS WS-FS-HELD-ITEM.
035682
035684     SELECT WAREHOUSE-FILE ASSIGN TO DYNAMIC WS-WAREHOUSE-PATH
035686         ORGANIZATION IS LINE SEQUENTIAL
035688         FILE STATUS IS WS-FS-WAREHOUSE.
035700
035800 DATA DIVISION.
035900 FILE SECTION.
036900         88  TYPE-IS-NEW              VALUE 'NEW', SPACES.
037000         88  TYPE-IS-REVERSAL         VALUE 'REVERSAL'.
037100         88  TYPE-IS-ADJUSTMENT       VALUE 'ADJUSTMENT'.
037110         88  TYPE-IS-TRANSFER         VALUE 'TRANSFER'.
037200     05  INPUT-ORIGINAL-TXN-ID    PIC X(10).
037300
037400*----------------------------------------------------------------
039400         10  IBT-DECLARED-CURRENCY PIC X(03).
039500         10  IBT-DECLARED-AMOUNT   PIC S9(13)V99.
039600     05  FILLER                   PIC X(01).
039602
039604*----------------------------------------------------------------
039606* TRANSFER VIEW OF THE INPUT RECORD.  A TRANSFER BETWEEN TWO OF
039608* OUR OWN ACCOUNTS NAMES ITS SOURCE ACCOUNT IN THE USUAL EMAIL
039610* AND CURRENCY FIELDS AND ITS DESTINATION ACCOUNT IN THE NAME
039612* AND ORIGINAL-ID AREAS, WHICH A TRANSFER HAS NO OTHER USE FOR.
039614* ITX-AMOUNT IS THE POSITIVE AMOUNT TAKEN FROM THE SOURCE, IN THE
039616* SOURCE CURRENCY.  A BLANK DESTINATION CURRENCY IS THE HOUSE
039618* DEFAULT, THE SAME AS A BLANK SOURCE CURRENCY.
039620*----------------------------------------------------------------
039622 01  INPUT-TRANSFER-RECORD.
039624     05  ITX-TRANSACTION-ID       PIC X(10).
039626     05  ITX-SOURCE-EMAIL         PIC X(30).
039628     05  ITX-DEST-EMAIL           PIC X(30).
039630     05  ITX-AMOUNT               PIC S9(11)V99.
039632     05  ITX-SOURCE-CURRENCY      PIC X(03).
039634     05  ITX-TRANSACTION-DATE     PIC X(10).
039636     05  ITX-TRANSACTION-TYPE     PIC X(10).
039638     05  ITX-DEST-CURRENCY        PIC X(03).
039640     05  FILLER                   PIC X(07).
039700
039800 FD  OUTPUT-FILE.
039900 01  OUTPUT-RECORD.
040600     05  OUTPUT-ORIGINAL-TXN-ID    PIC X(10).
040700     05  OUTPUT-POSTING-DATE       PIC X(10).
040800     05  OUTPUT-FEE-AMOUNT         PIC S9(07)V99.
040810*    TRANSFER LEGS ONLY - THE OTHER LEG'S ID, WHICH LEG THIS IS,
040820*    AND THE SOURCE-TO-DESTINATION RATE THE CREDIT CONVERTED AT.
040830*    BLANK, BLANK, AND ZERO ON EVERY OTHER ROW.
040840     05  OUTPUT-LINKED-TXN-ID      PIC X(10).
040850     05  OUTPUT-TRANSFER-LEG       PIC X(01).
040860         88  OUTPUT-NOT-TRANSFER       VALUE SPACE.
040870         88  OUTPUT-TRANSFER-DEBIT     VALUE 'D'.
040880         88  OUTPUT-TRANSFER-CREDIT    VALUE 'C'.
040890     05  OUTPUT-FX-RATE            PIC 9(05)V9(06).
040900
041000 FD  CONTROL-REPORT-FILE.
041100 01  CONTROL-REPORT-LINE           PIC X(80).
044500         10  CHECKPOINT-BATCH-STATUS PIC X(12).
044600         10  CHECKPOINT-BATCH-DECL   PIC 9(07).
044700         10  CHECKPOINT-BATCH-RECV   PIC 9(07).
044710     05  CHECKPOINT-TRANSFER-COUNT    PIC 9(07).
044720     05  CHECKPOINT-HELD-COUNT        PIC 9(07).
044730     05  CHECKPOINT-WAREHOUSED-COUNT  PIC 9(07).
044740     05  CHECKPOINT-DORMANT-HELD-COUNT PIC 9(07).
044800
044900 FD  ACCOUNT-FILE.
045000 01  ACCOUNT-RECORD.
046000         88  ACCOUNT-IS-ACTIVE         VALUE 'A', SPACE.
046100         88  ACCOUNT-IS-FROZEN         VALUE 'F'.
046200         88  ACCOUNT-IS-CLOSED         VALUE 'C'.
046210         88  ACCOUNT-IS-DORMANT        VALUE 'D'.
046300*    INTEREST ACCRUAL CARRY - MAINTAINED BY ACCRUEINTEREST,
046400*    NEVER TOUCHED BY POSTING.  CAPITALIZED INTEREST REACHES
046500*    THE BALANCE ONLY AS A POSTED TRANSACTION.
046600     05  ACCOUNT-ACCRUED-INT       PIC S9(09)V9(06).
046700     05  ACCOUNT-LAST-ACCRUAL      PIC X(10).
046710*    ARRANGED OVERDRAFT - SET BY MAINTAINACCOUNTS.  A DEBIT MAY
046720*    TAKE THE BALANCE DOWN TO MINUS THIS AMOUNT; ZERO MEANS NO
046730*    OVERDRAFT IS ARRANGED.
046740     05  ACCOUNT-OVERDRAFT-LIMIT   PIC 9(11)V99.
046750*    LAST CUSTOMER ACTIVITY - THE POSTING DATE OF THE LAST
046760*    TRANSACTION THAT MOVED THE BALANCE.  INTEREST CAPITALIZATION
046770*    DOES NOT COUNT.  DETECTDORMANCY MEASURES INACTIVITY FROM IT.
046780     05  ACCOUNT-LAST-ACTIVITY     PIC X(10).
046800
046900 FD  SETTLEMENT-FILE.
047000 01  SETTLEMENT-LINE               PIC X(60).
051700 FD  CALENDAR-FILE.
051800 01  CALENDAR-RECORD.
051900     05  CAL-HOLIDAY-DATE          PIC X(10).
051910
051920*----------------------------------------------------------------
051930* HIGH-WATER MARK OF THE TRC IDS GIVEN TO TRANSFER CREDIT LEGS
051940* (SEE 1250/3640/7040) - THE SAME ONE-RECORD SHAPE THE RTN, RPR,
051950* STO, AND INT SEQUENCE FILES USE.
051960*----------------------------------------------------------------
051970 FD  XFER-SEQ-FILE.
051980 01  XFER-SEQ-RECORD.
051990     05  XFER-SEQ-LAST-USED        PIC 9(07).
052000
052100*----------------------------------------------------------------
052200* ONE RUN-HISTORY RECORD IS APPENDED PER RUN BY 8900 AND THE
055500     05  ARCHIVE-ORIGINAL-TXN-ID    PIC X(10).
055600     05  ARCHIVE-POSTING-DATE       PIC X(10).
055700     05  ARCHIVE-FEE-AMOUNT         PIC S9(07)V99.
055710     05  ARCHIVE-LINKED-TXN-ID      PIC X(10).
055720     05  ARCHIVE-TRANSFER-LEG       PIC X(01).
055730     05  ARCHIVE-FX-RATE            PIC 9(05)V9(06).
055800
055900 FD  AUDIT-FILE.
056000 01  AUDIT-RECORD.
056100     05  AUDIT-TIMESTAMP           PIC X(16).
056200     05  AUDIT-INPUT-DATA          PIC X(116).
056300     05  AUDIT-DECISION-STATUS     PIC X(20).
056302
056304*----------------------------------------------------------------
056306* THE SANCTIONS WATCHLIST COMPLIANCE MAINTAINS - ONE LISTED PARTY
056308* PER RECORD, BY NAME, BY EMAIL, OR BOTH (A BLANK FIELD IS NOT
056310* SCREENED).  WL-LIST-REF IS COMPLIANCE'S OWN REFERENCE FOR THE
056312* ENTRY AND RIDES ONTO EVERY ITEM IT HOLDS.
056314*----------------------------------------------------------------
056316 FD  WATCHLIST-FILE.
056318 01  WATCHLIST-RECORD.
056320     05  WL-LIST-REF               PIC X(10).
056322     05  WL-NAME                   PIC X(30).
056324     05  WL-EMAIL                  PIC X(30).
056326
056328*----------------------------------------------------------------
056330* ONE RECORD PER TRANSACTION THE SCREEN STOPPED.  WRITTEN HELD BY
056332* 3750; RELEASEHELDITEMS REWRITES THE FILE WITH COMPLIANCE'S
056334* DECISION ON EACH (RELEASED OR BLOCKED) AND THE DATE IT WAS MADE.
056336* HLD-RAW-INPUT IS THE WHOLE INPUT RECORD, SO A RELEASED ITEM GOES
056338* BACK IN EXACTLY AS IT FIRST ARRIVED.
056340*----------------------------------------------------------------
056342 FD  HELD-ITEM-FILE.
056344 01  HELD-ITEM-RECORD.
056346     05  HLD-TRANSACTION-ID        PIC X(10).
056348     05  HLD-STATUS                PIC X(08).
056350         88  HLD-IS-HELD               VALUE 'HELD'.
056352         88  HLD-IS-RELEASED           VALUE 'RELEASED'.
056354         88  HLD-IS-BLOCKED            VALUE 'BLOCKED'.
056356     05  HLD-HIT-REASON            PIC X(15).
056358     05  HLD-LIST-REF              PIC X(10).
056360     05  HLD-HELD-DATE             PIC X(10).
056362     05  HLD-DECISION-DATE         PIC X(10).
056364     05  HLD-RAW-INPUT             PIC X(116).
056365
056366*----------------------------------------------------------------
056367* ONE RECORD PER FUTURE-DATED NEW TRANSACTION, WRITTEN PENDING BY
056368* 3800 WITH ITS VALUE DATE.  RELEASEWAREHOUSE REWRITES THE FILE,
056369* MARKING EACH ITEM RELEASED ON THE DAY IT FEEDS IT BACK, OR
056370* CANCELLED IF OPERATIONS WITHDREW IT FIRST.
056371*----------------------------------------------------------------
056372 FD  WAREHOUSE-FILE.
056373 01  WAREHOUSE-RECORD.
056374     05  WHS-TRANSACTION-ID        PIC X(10).
056375     05  WHS-STATUS                PIC X(09).
056376         88  WHS-IS-PENDING            VALUE 'PENDING'.
056377         88  WHS-IS-RELEASED           VALUE 'RELEASED'.
056378         88  WHS-IS-CANCELLED          VALUE 'CANCELLED'.
056379     05  WHS-VALUE-DATE            PIC X(10).
056380     05  WHS-WAREHOUSED-DATE       PIC X(10).
056381     05  WHS-RELEASE-DATE          PIC X(10).
056382     05  WHS-RAW-INPUT             PIC X(116).
056400
056500 WORKING-STORAGE SECTION.
056600*----------------------------------------------------------------
060800     VALUE 'src/cobol/run-control.txt'.
060900 01  WS-CALENDAR-PATH        PIC X(60)
061000     VALUE 'src/cobol/calendar.txt'.
061010 01  WS-XFER-SEQ-PATH        PIC X(60)
061020     VALUE 'src/cobol/trc-seq.txt'.
061030 01  WS-WATCHLIST-PATH       PIC X(60)
061040     VALUE 'src/cobol/watchlist.txt'.
061050 01  WS-HELD-ITEM-PATH       PIC X(60)
061060     VALUE 'src/cobol/held.txt'.
061070 01  WS-WAREHOUSE-PATH       PIC X(60)
061080     VALUE 'src/cobol/warehouse.txt'.
061100 01  WS-ENV-VALUE-WORK       PIC X(60) VALUE SPACES.
061200 01  WS-SUCCESS-THRESHOLD    PIC S9(11)V99 VALUE ZERO.
061300 01  WS-THRESHOLD-WHOLE      PIC S9(11) VALUE ZERO.
065400 01  WS-FS-CALENDAR         PIC X(02) VALUE '00'.
065500 01  WS-CAL-EOF-SW          PIC X VALUE 'N'.
065600     88  END-OF-CALENDAR-FILE    VALUE 'Y'.
065610 01  WS-FS-XFER-SEQ         PIC X(02) VALUE '00'.
065620 01  WS-FS-WATCHLIST        PIC X(02) VALUE '00'.
065630 01  WS-FS-HELD-ITEM        PIC X(02) VALUE '00'.
065635 01  WS-FS-WAREHOUSE        PIC X(02) VALUE '00'.
065640 01  WS-WATCH-EOF-SW        PIC X VALUE 'N'.
065650     88  END-OF-WATCHLIST        VALUE 'Y'.
065700
065800*----------------------------------------------------------------
065900* AUDIT TRAIL WORK AREAS (SEE 3950-WRITE-AUDIT-RECORD)
070800     05  WS-DUPLICATE-COUNT     PIC 9(07) COMP VALUE ZERO.
070900     05  WS-REVERSAL-COUNT      PIC 9(07) COMP VALUE ZERO.
071000     05  WS-ADJUSTMENT-COUNT    PIC 9(07) COMP VALUE ZERO.
071010     05  WS-TRANSFER-COUNT      PIC 9(07) COMP VALUE ZERO.
071020     05  WS-HELD-COUNT          PIC 9(07) COMP VALUE ZERO.
071030     05  WS-WAREHOUSED-COUNT    PIC 9(07) COMP VALUE ZERO.
071040     05  WS-DORMANT-HELD-COUNT  PIC 9(07) COMP VALUE ZERO.
071100
071200*----------------------------------------------------------------
071300* REVERSAL/ADJUSTMENT WORK AREAS (SEE 3300-PROCESS-REVERSAL)
072100 01  WS-ORIGINAL-AMOUNT         PIC S9(11)V99 VALUE ZERO.
072200 01  WS-ORIGINAL-CURRENCY-CODE  PIC X(03) VALUE SPACES.
072300 01  WS-ORIGINAL-ACCT-EMAIL     PIC X(30) VALUE SPACES.
072310 01  WS-ORIGINAL-LINKED-ID     PIC X(10) VALUE SPACES.
072320 01  WS-ORIGINAL-XFER-LEG      PIC X(01) VALUE SPACE.
072330 01  WS-ORIGINAL-FX-RATE       PIC 9(05)V9(06) VALUE ZERO.
072400 01  WS-ACCUMULATE-AMOUNT       PIC S9(11)V99 VALUE ZERO.
072500 01  WS-ACCUMULATE-USD-AMOUNT   PIC S9(13)V99 VALUE ZERO.
072600*----------------------------------------------------------------
072700* ACCOUNT-MASTER POSTING WORK AREAS (SEE 3230/3240/3340)
072800* WS-NEW-BALANCE IS THE BALANCE THE ACCOUNT WOULD CARRY IF THE
072900* TRANSACTION POSTED, COMPUTED BY 3230-DETERMINE-POSTING-STATUS
073000* AND CHECKED AGAINST MINUS THE ARRANGED OVERDRAFT LIMIT TO
073100* CATCH A DEBIT THAT WOULD TAKE THE ACCOUNT BEYOND IT; 3240
073200* REWRITES IT ONTO THE MASTER ONLY ONCE THE OUTPUT-FILE WRITE
073210* HAS COMMITTED.
073300*----------------------------------------------------------------
073400 01  WS-NEW-BALANCE             PIC S9(13)V99 VALUE ZERO.
073401*----------------------------------------------------------------
073402* TRANSFER WORK AREAS (SEE 3600-3695)
073403* A TRANSFER IS STAGED AS TWO LEGS IN WS-XFER-LEG-TABLE - LEG 1
073404* UNDER THE INPUT RECORD'S OWN ID, LEG 2 UNDER A TRC ID FROM
073405* WS-XFER-SEQ - AND 3680 WRITES THE PAIR OR NEITHER.  A REVERSAL
073406* OF EITHER LEG STAGES ITS OFFSETS THE SAME WAY.  THE CROSS RATE
073407* IS SOURCE RATE-TO-USD OVER DESTINATION RATE-TO-USD, KEPT TO
073408* SIX PLACES, AND THE CREDIT AMOUNT IS THE DEBIT AMOUNT TIMES
073409* THAT RECORDED RATE SO ANYONE CAN REPRODUCE IT FROM THE ROW.
073410* WS-XFER-ID-VIEW PICKS APART AN ID SEEN DURING THE 1100
073411* PRELOAD SO THE SEQUENCE CAN NEVER FALL BEHIND THE FILE.
073412*----------------------------------------------------------------
073413 01  WS-XFER-DEST-CCY          PIC X(03) VALUE SPACES.
073414 01  WS-XFER-SRC-CCY           PIC X(03) VALUE SPACES.
073415 01  WS-XFER-SRC-RATE          PIC 9(05)V9(06) VALUE ZERO.
073416 01  WS-XFER-DEST-RATE         PIC 9(05)V9(06) VALUE ZERO.
073417 01  WS-XFER-CROSS-RATE        PIC 9(05)V9(06) VALUE ZERO.
073418 01  WS-XFER-CREDIT-AMOUNT     PIC S9(11)V99 VALUE ZERO.
073419 01  WS-XFER-AT-COUNT          PIC 9(02) COMP VALUE ZERO.
073420 01  WS-XFER-ROW-STATUS        PIC X(20) VALUE SPACES.
073421 01  WS-XFER-RESULT-SW         PIC X VALUE SPACE.
073422     88  XFER-PAIR-POSTED          VALUE 'P'.
073423     88  XFER-PAIR-DUPLICATE       VALUE 'D'.
073424     88  XFER-PAIR-ID-CLASH        VALUE 'C'.
073425 01  WS-XFER-RATES-SW          PIC X VALUE 'N'.
073426     88  XFER-RATES-USABLE         VALUE 'Y'.
073427 01  WS-XL-SUB                 PIC 9(01) COMP VALUE ZERO.
073428 01  WS-XL-OTHER               PIC 9(01) COMP VALUE ZERO.
073429 01  WS-XFER-LEG-TABLE.
073430     05  WS-XFER-LEG OCCURS 2 TIMES.
073431         10  WS-XL-TXN-ID          PIC X(10).
073432         10  WS-XL-EMAIL           PIC X(30).
073433         10  WS-XL-CCY             PIC X(03).
073434         10  WS-XL-AMOUNT          PIC S9(11)V99.
073435         10  WS-XL-USD-AMOUNT      PIC S9(13)V99.
073436         10  WS-XL-ORIG-ID         PIC X(10).
073437         10  WS-XL-LEG             PIC X(01).
073438 01  WS-LINKED-FOUND-SW        PIC X VALUE 'N'.
073439     88  LINKED-LEG-FOUND          VALUE 'Y'.
073440     88  LINKED-LEG-NOT-FOUND      VALUE 'N'.
073441 01  WS-LINKED-AMOUNT          PIC S9(11)V99 VALUE ZERO.
073442 01  WS-LINKED-CCY             PIC X(03) VALUE SPACES.
073443 01  WS-LINKED-EMAIL           PIC X(30) VALUE SPACES.
073444 01  WS-LINKED-XFER-LEG        PIC X(01) VALUE SPACE.
073445 01  WS-XFER-SEQ               PIC 9(07) COMP VALUE ZERO.
073446 01  WS-XFER-ASSIGNED-ID.
073447     05  FILLER                PIC X(03) VALUE 'TRC'.
073448     05  WS-XFER-ASSIGNED-SEQ  PIC 9(07).
073449 01  WS-XFER-ID-VIEW.
073450     05  WS-XFER-ID-PREFIX     PIC X(03).
073451     05  WS-XFER-ID-SEQ-X      PIC X(07).
073452     05  WS-XFER-ID-SEQ-N REDEFINES WS-XFER-ID-SEQ-X
073453                               PIC 9(07).
073454*----------------------------------------------------------------
073455* SANCTIONS SCREENING WORK AREAS (SEE 1900 AND 3700-3750)
073456* THE WATCHLIST IS TABLED WHOLE AT INITIALIZATION WITH EACH
073457* NAME ALSO KEPT NORMALIZED - UPPER CASE, LETTERS AND DIGITS
073458* ONLY - SO 'O'BRIEN, J.' AND 'OBRIEN J' ARE THE SAME PARTY.
073459* EMAILS ARE KEPT UPPER CASE.  WS-SCREEN-REASON SAYS WHICH TEST
073460* HIT; WS-SCREEN-LIST-REF NAMES THE ENTRY THAT HIT.
073461*----------------------------------------------------------------
073462 01  WS-WATCH-COUNT            PIC 9(05) COMP VALUE ZERO.
073463 01  WS-WATCH-MAX              PIC 9(05) COMP VALUE 5000.
073464 01  WS-WATCH-TABLE.
073465     05  WS-WATCH-ENTRY
073466         OCCURS 1 TO 5000 TIMES DEPENDING ON WS-WATCH-COUNT
073467         INDEXED BY WS-WATCH-IDX.
073468         10  WS-WATCH-REF          PIC X(10).
073469         10  WS-WATCH-NAME         PIC X(30).
073470         10  WS-WATCH-NORM-NAME    PIC X(30).
073471         10  WS-WATCH-EMAIL        PIC X(30).
073472 01  WS-SCREEN-HIT-SW          PIC X VALUE 'N'.
073473     88  SCREEN-HIT                VALUE 'Y'.
073474     88  SCREEN-CLEAR              VALUE 'N'.
073475 01  WS-SCREEN-REASON          PIC X(15) VALUE SPACES.
073476 01  WS-SCREEN-LIST-REF        PIC X(10) VALUE SPACES.
073477 01  WS-SCREEN-NORM-NAME       PIC X(30) VALUE SPACES.
073478 01  WS-SCREEN-EMAIL           PIC X(30) VALUE SPACES.
073479 01  WS-NORM-IN                PIC X(30) VALUE SPACES.
073480 01  WS-NORM-OUT               PIC X(30) VALUE SPACES.
073481 01  WS-NORM-SUB               PIC 9(02) COMP VALUE ZERO.
073482 01  WS-NORM-LEN               PIC 9(02) COMP VALUE ZERO.
073483 01  WS-LOWER-CASE             PIC X(26)
073484     VALUE 'abcdefghijklmnopqrstuvwxyz'.
073485 01  WS-UPPER-CASE             PIC X(26)
073486     VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
073500*----------------------------------------------------------------
073510* SET BY 3230 WHEN A DEBIT ON A DORMANT ACCOUNT IS TO BE HELD
073520*----------------------------------------------------------------
073530 01  WS-DORMANT-HOLD-SW        PIC X VALUE 'N'.
073540     88  DORMANT-DEBIT-HELD        VALUE 'Y'.
073550*----------------------------------------------------------------
073600* CONTROL-REPORT PRINT LINE WORK AREAS
073700*----------------------------------------------------------------
073800 01  WS-REPORT-LINE.
078000 01  WS-EMAIL-AT-POS         PIC 9(02) COMP VALUE ZERO.
078100 01  WS-EMAIL-DOT-COUNT      PIC 9(02) COMP VALUE ZERO.
078200 01  WS-INPUT-CCYYMMDD       PIC 9(08) COMP VALUE ZERO.
078210 01  WS-WAREHOUSE-SW         PIC X VALUE 'N'.
078220     88  FUTURE-DATED-NEW        VALUE 'Y'.
078300
078400 01  WS-DATE-WORK.
078500     05  WS-DATE-YEAR-X      PIC X(04).
086600 01  WS-BATCH-CUR-OVERFLOW-SW  PIC X VALUE 'N'.
086700     88  BATCH-CUR-OVERFLOW        VALUE 'Y'.
086800 01  WS-BATCH-BRANCH-ID        PIC X(08) VALUE SPACES.
086810     88  BATCH-FROM-INTEREST       VALUE 'INTEREST'.
086820     88  BATCH-FROM-SANCT-RELEASE  VALUE 'SANCTREL'.
086900 01  WS-BATCH-BUSINESS-DATE    PIC X(10) VALUE SPACES.
087000 01  WS-BATCH-STATUS-WORK      PIC X(12) VALUE SPACES.
087100 01  WS-BATCH-DECL-WORK        PIC 9(07) COMP VALUE ZERO.
120700 01  WS-GL-FEEINC-ACCT         PIC X(08) VALUE SPACES.
120800 01  WS-GL-FEERECV-ACCT        PIC X(08) VALUE SPACES.
120900 01  WS-GL-SUSPENSE-ACCT       PIC X(08) VALUE SPACES.
120910 01  WS-GL-INTERNAL-ACCT       PIC X(08) VALUE SPACES.
121000 01  WS-GL-MAP-LOADED-SW       PIC X VALUE 'N'.
121100     88  GL-MAP-LOADED             VALUE 'Y'.
121200 01  WS-GL-CCY-COUNT           PIC 9(02) COMP VALUE ZERO.
122000         10  WS-GL-BAL-AMT         PIC S9(13)V99.
122100         10  WS-GL-SUSP-AMT        PIC S9(13)V99.
122200         10  WS-GL-FEE-AMT         PIC S9(13)V99.
122210         10  WS-GL-XFER-OUT-AMT    PIC S9(13)V99.
122220         10  WS-GL-XFER-IN-AMT     PIC S9(13)V99.
122300         10  WS-GL-CCY-DR          PIC 9(15)V99.
122400         10  WS-GL-CCY-CR          PIC 9(15)V99.
122500 01  WS-GLREV-COUNT            PIC 9(05) COMP VALUE ZERO.
123500 01  WS-GL-SCAN-EOF-SW         PIC X VALUE 'N'.
123600     88  END-OF-GL-SCAN            VALUE 'Y'.
123700 01  WS-GL-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
123800 01  WS-GL-LINE-MAX            PIC 9(03) COMP VALUE 200.
123900 01  WS-GL-LINE-TABLE.
123910*    SIZED TO THE WORST LEGITIMATE DAY - WS-GL-CCY-MAX
123920*    CURRENCIES TIMES FIVE PAIRS TIMES TWO LINES.
124000     05  WS-GL-LINE-ENTRY OCCURS 200 TIMES.
124100         10  WS-GLL-CCY            PIC X(03).
124200         10  WS-GLL-ACCT           PIC X(08).
124300         10  WS-GLL-DRCR           PIC X(02).
129900     PERFORM 8700-WRITE-GL-JOURNAL
130000     PERFORM 8600-WRITE-COMPLIANCE-SUMMARY
130100     PERFORM 9000-TERMINATE
130110     IF WS-REJECT-COUNT > ZERO
130120         MOVE 4 TO RETURN-CODE
130130     ELSE
130140         MOVE ZERO TO RETURN-CODE
130150     END-IF
130200     STOP RUN.
130300
130400*----------------------------------------------------------------
132200     PERFORM 1800-LOAD-CALENDAR
132300     PERFORM 1710-COMPUTE-PRIOR-BUSINESS-DAY
132400     PERFORM 1200-CHECK-FOR-RESTART
132410     PERFORM 1250-LOAD-TRANSFER-SEQUENCE
132500     OPEN INPUT INPUT-FILE
132600     IF WS-FS-INPUT NOT = '00'
132700         DISPLAY 'ERROR OPENING INPUT FILE' WS-FS-INPUT
132710         MOVE 8 TO RETURN-CODE
132800         STOP RUN
132900     END-IF
133000
133500         OPEN OUTPUT OUTPUT-FILE
133600         IF WS-FS-OUTPUT NOT = '00'
133700             DISPLAY 'ERROR OPENING OUTPUT FILE' WS-FS-OUTPUT
133710             MOVE 8 TO RETURN-CODE
133800             STOP RUN
133900         END-IF
134000         CLOSE OUTPUT-FILE
134100         OPEN I-O OUTPUT-FILE
134200         IF WS-FS-OUTPUT NOT = '00'
134300             DISPLAY 'ERROR REOPENING OUTPUT FILE' WS-FS-OUTPUT
134310             MOVE 8 TO RETURN-CODE
134400             STOP RUN
134500         END-IF
134600     END-IF
135500         OPEN OUTPUT ACCOUNT-FILE
135600         IF WS-FS-ACCOUNT NOT = '00'
135700             DISPLAY 'ERROR CREATING ACCOUNT FILE' WS-FS-ACCOUNT
135710             MOVE 8 TO RETURN-CODE
135800             STOP RUN
135900         END-IF
136000         CLOSE ACCOUNT-FILE
136200     END-IF
136300     IF WS-FS-ACCOUNT NOT = '00'
136400         DISPLAY 'ERROR OPENING ACCOUNT FILE' WS-FS-ACCOUNT
136410         MOVE 8 TO RETURN-CODE
136500         STOP RUN
136600     END-IF
136700
138400     PERFORM 1400-LOAD-RATE-TABLE
138500     PERFORM 1500-LOAD-FEE-SCHEDULE
138600     PERFORM 1600-LOAD-GL-ACCOUNT-MAP
138610     PERFORM 1900-LOAD-WATCHLIST
138620     PERFORM 1950-OPEN-WAREHOUSE-FILE
138700
138800     OPEN EXTEND FEE-LEDGER-FILE
138900     IF WS-FS-FEE-LEDGER = '35'
139200     IF WS-FS-FEE-LEDGER NOT = '00'
139300         DISPLAY 'ERROR OPENING FEE LEDGER FILE'
139400             WS-FS-FEE-LEDGER
139410         MOVE 8 TO RETURN-CODE
139500         STOP RUN
139600     END-IF
139700
139900     IF WS-FS-CONTROL-REPORT NOT = '00'
140000         DISPLAY 'ERROR OPENING CONTROL REPORT FILE'
140100             WS-FS-CONTROL-REPORT
140110         MOVE 8 TO RETURN-CODE
140200         STOP RUN
140300     END-IF
140400
142400     IF WS-FS-COMPLIANCE NOT = '00'
142500         DISPLAY 'ERROR OPENING COMPLIANCE REPORT FILE'
142600             WS-FS-COMPLIANCE
142610         MOVE 8 TO RETURN-CODE
142700         STOP RUN
142800     END-IF
142900     IF WS-CMP-HEADER-SW = 'Y'
144200     END-IF
144300     IF WS-FS-REJECT NOT = '00'
144400         DISPLAY 'ERROR OPENING REJECT FILE' WS-FS-REJECT
144410         MOVE 8 TO RETURN-CODE
144500         STOP RUN
144600     END-IF
144610
144620     OPEN EXTEND HELD-ITEM-FILE
144630     IF WS-FS-HELD-ITEM = '35'
144640         OPEN OUTPUT HELD-ITEM-FILE
144650     END-IF
144660     IF WS-FS-HELD-ITEM NOT = '00'
144670         DISPLAY 'ERROR OPENING HELD ITEM FILE' WS-FS-HELD-ITEM
144675         MOVE 8 TO RETURN-CODE
144680         STOP RUN
144690     END-IF
144700
144800     OPEN EXTEND AUDIT-FILE
144900     IF WS-FS-AUDIT = '35'
145100     END-IF
145200     IF WS-FS-AUDIT NOT = '00'
145300         DISPLAY 'ERROR OPENING AUDIT FILE' WS-FS-AUDIT
145310         MOVE 8 TO RETURN-CODE
145400         STOP RUN
145500     END-IF
145600     .
160000     IF WS-ENV-VALUE-WORK NOT = SPACES
160100         MOVE WS-ENV-VALUE-WORK TO WS-CALENDAR-PATH
160200     END-IF
160201
160202     MOVE SPACES TO WS-ENV-VALUE-WORK
160203     DISPLAY 'PT_TRANSFER_SEQ_FILE' UPON ENVIRONMENT-NAME
160204     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
160205     IF WS-ENV-VALUE-WORK NOT = SPACES
160206         MOVE WS-ENV-VALUE-WORK TO WS-XFER-SEQ-PATH
160207     END-IF
160208
160209     MOVE SPACES TO WS-ENV-VALUE-WORK
160210     DISPLAY 'PT_WATCHLIST_FILE' UPON ENVIRONMENT-NAME
160211     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
160212     IF WS-ENV-VALUE-WORK NOT = SPACES
160213         MOVE WS-ENV-VALUE-WORK TO WS-WATCHLIST-PATH
160214     END-IF
160215
160216     MOVE SPACES TO WS-ENV-VALUE-WORK
160217     DISPLAY 'PT_HELD_FILE' UPON ENVIRONMENT-NAME
160218     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
160219     IF WS-ENV-VALUE-WORK NOT = SPACES
160220         MOVE WS-ENV-VALUE-WORK TO WS-HELD-ITEM-PATH
160221     END-IF
160231
160241     MOVE SPACES TO WS-ENV-VALUE-WORK
160251     DISPLAY 'PT_WAREHOUSE_FILE' UPON ENVIRONMENT-NAME
160261     ACCEPT WS-ENV-VALUE-WORK FROM ENVIRONMENT-VALUE
160271     IF WS-ENV-VALUE-WORK NOT = SPACES
160281         MOVE WS-ENV-VALUE-WORK TO WS-WAREHOUSE-PATH
160291     END-IF
160300     .
160400
160500*----------------------------------------------------------------
164300                         TO WS-REVERSAL-COUNT
164400                     MOVE CHECKPOINT-ADJUSTMENT-COUNT
164500                         TO WS-ADJUSTMENT-COUNT
164510                     IF CHECKPOINT-TRANSFER-COUNT NUMERIC
164520                         MOVE CHECKPOINT-TRANSFER-COUNT
164530                             TO WS-TRANSFER-COUNT
164540                     END-IF
164550                     IF CHECKPOINT-HELD-COUNT NUMERIC
164560                         MOVE CHECKPOINT-HELD-COUNT
164570                             TO WS-HELD-COUNT
164580                     END-IF
164582                     IF CHECKPOINT-WAREHOUSED-COUNT NUMERIC
164584                         MOVE CHECKPOINT-WAREHOUSED-COUNT
164586                             TO WS-WAREHOUSED-COUNT
164588                     END-IF
164590                     IF CHECKPOINT-DORMANT-HELD-COUNT NUMERIC
164592                         MOVE CHECKPOINT-DORMANT-HELD-COUNT
164594                             TO WS-DORMANT-HELD-COUNT
164596                     END-IF
164600                     MOVE CHECKPOINT-CURRENCY-COUNT
164700                         TO WS-CURRENCY-TOTAL-COUNT
164800                     IF WS-CURRENCY-TOTAL-COUNT NOT = ZERO
176400             IF WS-RATE-COUNT >= WS-RATE-MAX
176500                 DISPLAY 'FX RATE TABLE FULL - CANNOT SAFELY '
176600                     'TRACK ANOTHER CURRENCY RATE'
176610                 MOVE 8 TO RETURN-CODE
176700                 STOP RUN
176800             END-IF
176900             ADD 1 TO WS-RATE-COUNT
184600             IF WS-FEE-SCHED-COUNT >= WS-FEE-SCHED-MAX
184700                 DISPLAY 'FEE SCHEDULE TABLE FULL - CANNOT '
184800                     'SAFELY LOAD ANOTHER TIER'
184810                 MOVE 8 TO RETURN-CODE
184900                 STOP RUN
185000             END-IF
185100             ADD 1 TO WS-FEE-SCHED-COUNT
188100                         'DURING PRELOAD - OUTPUT-FILE HOLDS '
188200                         'MORE THAN ' WS-DUP-TABLE-MAX
188300                         ' TRANSACTION-IDS'
188310                     MOVE 8 TO RETURN-CODE
188400                     STOP RUN
188500                 END-IF
188600                 ADD 1 TO WS-DUP-TABLE-COUNT
188700                 SET WS-DUP-IDX TO WS-DUP-TABLE-COUNT
188800                 MOVE OUTPUT-TRANSACTION-ID
188900                     TO WS-DUP-ENTRY (WS-DUP-IDX)
188910                 MOVE OUTPUT-TRANSACTION-ID TO WS-XFER-ID-VIEW
188920                 IF WS-XFER-ID-PREFIX = 'TRC'
188930                     AND WS-XFER-ID-SEQ-X NUMERIC
188940                     AND WS-XFER-ID-SEQ-N > WS-XFER-SEQ
188950                     MOVE WS-XFER-ID-SEQ-N TO WS-XFER-SEQ
188960                 END-IF
189000         END-READ
189100     END-PERFORM
189200     .
194000*     TRANSACTION OR REVERSAL.  OTHERWISE A NEW TRANSACTION IS
194100*     EVALUATED AS BEFORE; A REVERSAL OR ADJUSTMENT IS HANDED TO
194200*     3300-PROCESS-REVERSAL, WHICH POSTS AN OFFSETTING ENTRY
194300*     AGAINST THE ORIGINAL TRANSACTION INSTEAD, AND A TRANSFER
194310*     TO 3600-PROCESS-TRANSFER, WHICH POSTS BOTH LEGS.  A NEW
194320*     TRANSACTION IS SANCTIONS-SCREENED FIRST (3700) AND A HIT IS
194330*     PARKED ON THE HELD-ITEM FILE BY 3750 INSTEAD; ONE DATED
194340*     AHEAD OF THE OPEN DAY GOES TO THE WAREHOUSE (3800), AND IS
194350*     SCREENED WHEN IT COMES BACK ON ITS VALUE DATE.  PERFORMED
194400*     DIRECTLY BY 3000 FOR AN UNBATCHED RECORD AND BY 3510 FOR
194500*     EACH DETAIL OF A BATCH WHOSE TRAILER BALANCED.
194600*----------------------------------------------------------------
195800             IF INVALID-BUSINESS-RULE
195900                 PERFORM 3190-WRITE-BUSINESS-RULE-FAILURE
196000             ELSE
196010             IF FUTURE-DATED-NEW
196020                 PERFORM 3800-WAREHOUSE-TRANSACTION
196030             ELSE
196100                 IF TYPE-IS-REVERSAL OR TYPE-IS-ADJUSTMENT
196200                     PERFORM 3300-PROCESS-REVERSAL
196300                 ELSE
196310                 IF TYPE-IS-TRANSFER
196320                     PERFORM 3600-PROCESS-TRANSFER
196330                 ELSE
196400                     PERFORM 3700-SCREEN-WATCHLIST
196410                     IF SCREEN-HIT
196420                         PERFORM 3750-HOLD-TRANSACTION
196430                     ELSE
196440                         PERFORM 3220-PROCESS-NEW-TRANSACTION
196450                     END-IF
196500                 END-IF
196510                 END-IF
196600             END-IF
196610             END-IF
196700             PERFORM 3250-REMEMBER-TRANSACTION-ID
196800         END-IF
196900     END-IF
200600*     RUNNING BALANCE, SO A KEY COLLISION NEVER MOVES MONEY.
200700*     A CURRENCY WITH NO USABLE FX RATE IS STOPPED AT THE DOOR
200800*     AND POSTED AS A NO-FX-RATE FAILURE BY 3190 - NOTHING
200900*     CONVERTS AT A GUESSED RATE.  A DEBIT 3230 HOLDS FOR A
200910*     DORMANT ACCOUNT BACKS ITS AMOUNT OUT OF THE CURRENCY TOTALS
200920*     AGAIN AND GOES TO THE HELD-ITEM FILE (3760) WITHOUT AN
200930*     OUTPUT-FILE ROW.
201000*----------------------------------------------------------------
201100 3220-PROCESS-NEW-TRANSACTION.
201200     MOVE INPUT-AMOUNT TO WS-CONVERT-AMOUNT
202000         MOVE INPUT-EMAIL TO OUTPUT-ACCOUNT-EMAIL
202100         MOVE INPUT-ORIGINAL-TXN-ID TO OUTPUT-ORIGINAL-TXN-ID
202200         MOVE WS-POSTING-DATE-FMT TO OUTPUT-POSTING-DATE
202210         MOVE SPACES TO OUTPUT-LINKED-TXN-ID
202220         MOVE SPACE TO OUTPUT-TRANSFER-LEG
202230         MOVE ZERO TO OUTPUT-FX-RATE
202300         MOVE INPUT-AMOUNT TO OUTPUT-AMOUNT
202400         MOVE WS-CONVERT-USD-AMOUNT TO OUTPUT-USD-AMOUNT
202500         MOVE INPUT-AMOUNT TO WS-ACCUMULATE-AMOUNT
202600         MOVE WS-CONVERT-USD-AMOUNT TO WS-ACCUMULATE-USD-AMOUNT
202700         PERFORM 3260-ACCUMULATE-CURRENCY-TOTAL
202800         PERFORM 3230-DETERMINE-POSTING-STATUS
202810         IF DORMANT-DEBIT-HELD
202820             COMPUTE WS-ACCUMULATE-AMOUNT =
202830                 WS-ACCUMULATE-AMOUNT * -1
202840             COMPUTE WS-ACCUMULATE-USD-AMOUNT =
202850                 WS-ACCUMULATE-USD-AMOUNT * -1
202860             PERFORM 3260-ACCUMULATE-CURRENCY-TOTAL
202870             PERFORM 3760-HOLD-DORMANT-DEBIT
202880         ELSE
202900         IF OUTPUT-TRANSACTION-STATUS = 'SUCCESS'
203000             PERFORM 3245-CALCULATE-FEE
203100         ELSE
206100         PERFORM 3950-WRITE-AUDIT-RECORD
206200         DISPLAY 'RECORD WRITTEN: ' OUTPUT-TRANSACTION-ID
206300             ' ' OUTPUT-TRANSACTION-STATUS
206310         END-IF
206400     END-IF
206500     .
206600
207300*     HAS TAKEN THE ACCOUNT OUT OF SERVICE (NO DEBIT OR CREDIT
207400*     MOVES MONEY ON AN ACCOUNT LEGAL STOPPED - THE LIFECYCLE
207500*     CHECK COMES BEFORE ANY BALANCE ARITHMETIC), INSUF-FUNDS
207600*     WHEN A DEBIT WOULD TAKE THE BALANCE BELOW MINUS THE
207700*     ACCOUNT'S ARRANGED OVERDRAFT LIMIT (A ZERO LIMIT KEEPS THE
207800*     OLD NEVER-NEGATIVE RULE; DEBIT INTEREST RELEASED FROM AN
207810*     ACCRUEINTEREST BATCH IS OWED REGARDLESS AND ALWAYS POSTS,
207820*     SINCE ITS CARRY WAS ALREADY DRAINED), OTHERWISE THE ORIGINAL
207900*     SUCCESS/FAILURE THRESHOLD RULE FOR A CREDIT AND SUCCESS
207910*     FOR A COVERED DEBIT.  A DEBIT ON A DORMANT ACCOUNT GETS NO
207920*     STATUS - DORMANT-DEBIT-HELD SENDS IT TO REVIEW INSTEAD -
207930*     UNLESS IT IS ACCRUEINTEREST'S OWN DEBIT INTEREST OR COMES
207940*     BACK ALREADY REVIEWED IN RELEASEHELDITEMS' SANCTREL FEED.  A
207950*     CREDIT TO A DORMANT ACCOUNT POSTS; THE ACCOUNT STAYS DORMANT
207960*     UNTIL MAINTAINACCOUNTS REACTIVATES IT.  LEAVES ACCOUNT-
207970*     RECORD POSITIONED FOR 3240'S REWRITE WHEN THE ACCOUNT WAS
207980*     FOUND.
208000*----------------------------------------------------------------
208100 3230-DETERMINE-POSTING-STATUS.
208110     MOVE 'N' TO WS-DORMANT-HOLD-SW
208200     MOVE INPUT-EMAIL TO ACCOUNT-EMAIL
208300     MOVE WS-CURRENCY-WORK-CODE TO ACCOUNT-CURRENCY-CODE
208400     READ ACCOUNT-FILE
208500         INVALID KEY
208600             MOVE 'NO-ACCOUNT' TO OUTPUT-TRANSACTION-STATUS
208700         NOT INVALID KEY
208710*           AN OLDER MASTER RECORD MAY CARRY A BLANK LIMIT - IT
208720*           MEANS NO LIMIT ARRANGED.
208730             IF ACCOUNT-OVERDRAFT-LIMIT NOT NUMERIC
208740                 MOVE ZERO TO ACCOUNT-OVERDRAFT-LIMIT
208750             END-IF
208800             IF ACCOUNT-IS-CLOSED
208900                 MOVE 'ACCT-CLOSED'
209000                     TO OUTPUT-TRANSACTION-STATUS
209200             IF ACCOUNT-IS-FROZEN
209300                 MOVE 'ACCT-FROZEN'
209400                     TO OUTPUT-TRANSACTION-STATUS
209410             ELSE
209420             IF ACCOUNT-IS-DORMANT AND INPUT-AMOUNT < ZERO
209430                     AND (BATCH-NOT-OPEN
209440                         OR (NOT BATCH-FROM-INTEREST
209450                             AND NOT BATCH-FROM-SANCT-RELEASE))
209460                 MOVE 'Y' TO WS-DORMANT-HOLD-SW
209500             ELSE
209600             COMPUTE WS-NEW-BALANCE =
209700                 ACCOUNT-BALANCE + INPUT-AMOUNT
209800             IF INPUT-AMOUNT < ZERO
209900                 IF WS-NEW-BALANCE + ACCOUNT-OVERDRAFT-LIMIT
209910                         < ZERO
209920                     AND (BATCH-NOT-OPEN
209930                         OR NOT BATCH-FROM-INTEREST)
210000                     MOVE 'INSUF-FUNDS'
210100                         TO OUTPUT-TRANSACTION-STATUS
210200                 ELSE
211100             END-IF
211200             END-IF
211300             END-IF
211310             END-IF
211400     END-READ
211500     .
211600
212000*     ACCOUNT'S RUNNING BALANCE AND REWRITES THE MASTER RECORD
212100*     3230 ALREADY READ.  PERFORMED ONLY FOR A TRANSACTION THAT
212200*     POSTED AS SUCCESS, WHICH 3230 ONLY GRANTS WHEN THE ACCOUNT
212300*     IS ON FILE.  THE POSTING DATE BECOMES THE ACCOUNT'S LAST
212310*     CUSTOMER ACTIVITY, EXCEPT FOR ACCRUEINTEREST'S CAPITALIZED
212320*     INTEREST, WHICH IS THE BANK'S DOING AND NOT THE CUSTOMER'S.
212400*----------------------------------------------------------------
212500 3240-POST-BALANCE-TO-ACCOUNT.
212600     MOVE WS-NEW-BALANCE TO ACCOUNT-BALANCE
212610     IF BATCH-NOT-OPEN OR NOT BATCH-FROM-INTEREST
212620         MOVE WS-POSTING-DATE-FMT TO ACCOUNT-LAST-ACTIVITY
212630     END-IF
212700     REWRITE ACCOUNT-RECORD
212800         INVALID KEY
212900             DISPLAY 'ERROR REWRITING ACCOUNT ' ACCOUNT-EMAIL
226200         IF WS-CURRENCY-TOTAL-COUNT >= WS-CURRENCY-TOTAL-MAX
226300             DISPLAY 'CURRENCY TOTAL TABLE FULL - CANNOT '
226400                 'SAFELY TRACK ANOTHER CURRENCY CODE'
226410             MOVE 8 TO RETURN-CODE
226500             STOP RUN
226600         END-IF
226700         ADD 1 TO WS-CURRENCY-TOTAL-COUNT
238200         IF WS-CUST-ACT-COUNT >= WS-CUST-ACT-MAX
238300             DISPLAY 'CUSTOMER ACTIVITY TABLE FULL - CANNOT '
238400                 'SAFELY TRACK ANOTHER CUSTOMER'
238410             MOVE 8 TO RETURN-CODE
238500             STOP RUN
238600         END-IF
238700         ADD 1 TO WS-CUST-ACT-COUNT
243500     IF WS-DUP-TABLE-COUNT >= WS-DUP-TABLE-MAX
243600         DISPLAY 'DUPLICATE-DETECTION TABLE FULL - CANNOT '
243700             'SAFELY TRACK ANOTHER TRANSACTION-ID'
243710         MOVE 8 TO RETURN-CODE
243800         STOP RUN
243900     END-IF
244000     ADD 1 TO WS-DUP-TABLE-COUNT
246300*     3310 TRIES ARCHIVE-MASTER BEFORE GIVING UP; EITHER WAY
246400*     THE COMMON 3320 POSTS THE OFFSET.  ONCE THE OFFSET
246500*     COMMITS, 3340-POST-OFFSET-TO-ACCOUNT PUTS THE MONEY BACK
246600*     ON THE ACCOUNT THE ORIGINAL POSTED AGAINST.  AN ORIGINAL
246610*     THAT IS ONE LEG OF A TRANSFER GOES TO 3660 INSTEAD, WHICH
246620*     UNWINDS BOTH LEGS TOGETHER.
246700*----------------------------------------------------------------
246800 3300-PROCESS-REVERSAL.
246900     MOVE INPUT-ORIGINAL-TXN-ID TO OUTPUT-TRANSACTION-ID
248100                     TO WS-ORIGINAL-ACCT-EMAIL
248200                 MOVE OUTPUT-FEE-AMOUNT
248300                     TO WS-ORIGINAL-FEE-AMOUNT
248400                 MOVE OUTPUT-LINKED-TXN-ID
248410                     TO WS-ORIGINAL-LINKED-ID
248420                 MOVE OUTPUT-TRANSFER-LEG
248430                     TO WS-ORIGINAL-XFER-LEG
248440                 MOVE OUTPUT-FX-RATE TO WS-ORIGINAL-FX-RATE
248450                 IF WS-ORIGINAL-XFER-LEG = SPACE
248460                     PERFORM 3320-POST-OFFSET-ENTRY
248470                 ELSE
248480                     PERFORM 3660-REVERSE-TRANSFER
248490                 END-IF
248500             END-IF
248600     END-READ
248700     .
251400                         TO WS-ORIGINAL-ACCT-EMAIL
251500                     MOVE ARCHIVE-FEE-AMOUNT
251600                         TO WS-ORIGINAL-FEE-AMOUNT
251700                     MOVE ARCHIVE-LINKED-TXN-ID
251710                         TO WS-ORIGINAL-LINKED-ID
251720                     MOVE ARCHIVE-TRANSFER-LEG
251730                         TO WS-ORIGINAL-XFER-LEG
251740                     MOVE ARCHIVE-FX-RATE TO WS-ORIGINAL-FX-RATE
251750                     IF WS-ORIGINAL-XFER-LEG = SPACE
251760                         PERFORM 3320-POST-OFFSET-ENTRY
251770                     ELSE
251780                         PERFORM 3660-REVERSE-TRANSFER
251790                     END-IF
251800                 END-IF
251900         END-READ
252000     END-IF
254700         MOVE INPUT-ORIGINAL-TXN-ID
254800             TO OUTPUT-ORIGINAL-TXN-ID
254900         MOVE WS-POSTING-DATE-FMT TO OUTPUT-POSTING-DATE
254910         MOVE SPACES TO OUTPUT-LINKED-TXN-ID
254920         MOVE SPACE TO OUTPUT-TRANSFER-LEG
254930         MOVE ZERO TO OUTPUT-FX-RATE
255000         IF TYPE-IS-REVERSAL
255100             COMPUTE OUTPUT-AMOUNT = WS-ORIGINAL-AMOUNT * -1
255200             COMPUTE WS-FEE-AMOUNT =
264200     MOVE INPUT-ORIGINAL-TXN-ID TO OUTPUT-ORIGINAL-TXN-ID
264300     MOVE WS-POSTING-DATE-FMT TO OUTPUT-POSTING-DATE
264400     MOVE ZERO TO OUTPUT-FEE-AMOUNT
264410     MOVE SPACES TO OUTPUT-LINKED-TXN-ID
264420     MOVE SPACE TO OUTPUT-TRANSFER-LEG
264430     MOVE ZERO TO OUTPUT-FX-RATE
264500     MOVE INPUT-AMOUNT TO OUTPUT-AMOUNT
264600     MOVE INPUT-AMOUNT TO WS-CONVERT-AMOUNT
264700     PERFORM 3270-CONVERT-TO-USD
268400     MOVE INPUT-ORIGINAL-TXN-ID TO OUTPUT-ORIGINAL-TXN-ID
268500     MOVE WS-POSTING-DATE-FMT TO OUTPUT-POSTING-DATE
268600     MOVE ZERO TO OUTPUT-FEE-AMOUNT
268610     MOVE SPACES TO OUTPUT-LINKED-TXN-ID
268620     MOVE SPACE TO OUTPUT-TRANSFER-LEG
268630     MOVE ZERO TO OUTPUT-FX-RATE
268700     MOVE INPUT-AMOUNT TO OUTPUT-AMOUNT
268800     MOVE INPUT-AMOUNT TO WS-CONVERT-AMOUNT
268900     PERFORM 3270-CONVERT-TO-USD
275300     IF WS-BATCH-DETAIL-COUNT >= WS-BATCH-TABLE-MAX
275400         DISPLAY 'BATCH BUFFER TABLE FULL - CANNOT SAFELY '
275500             'HOLD ANOTHER DETAIL RECORD'
275510         MOVE 8 TO RETURN-CODE
275600         STOP RUN
275700     END-IF
275800     ADD 1 TO WS-BATCH-DETAIL-COUNT
300300     IF WS-BATCH-RESULT-COUNT >= WS-BATCH-RESULT-MAX
300400         DISPLAY 'BATCH RESULT TABLE FULL - CANNOT SAFELY '
300500             'TRACK ANOTHER BRANCH FEED'
300510         MOVE 8 TO RETURN-CODE
300600         STOP RUN
300700     END-IF
300800     ADD 1 TO WS-BATCH-RESULT-COUNT
312400*     CONTENT-LEVEL RULES APPLIED ONLY ONCE A RECORD HAS ALREADY
312500*     PASSED 3100'S STRUCTURAL GATE - A BLANK NAME, AN EMAIL
312600*     WHOSE '@' HAS NOTHING BEFORE IT OR NO DOMAIN DOT AFTER IT,
312700*     OR A TRANSACTION DATE THAT HAS NOT HAPPENED YET (EXCEPT A
312710*     NEW TRANSACTION, WHICH IS FLAGGED FUTURE-DATED-NEW FOR THE
312720*     WAREHOUSE INSTEAD OF FAILING).  UNLIKE
312800*     3100'S FAILURES THESE RECORDS ARE WELL-FORMED AND STILL
312900*     POST TO OUTPUT-FILE - 3190-WRITE-BUSINESS-RULE-FAILURE
313000*     GIVES EACH ONE ITS OWN STATUS CODE INSTEAD OF A GENERIC
313200*----------------------------------------------------------------
313300 3110-VALIDATE-BUSINESS-RULES.
313400     MOVE 'Y' TO WS-VALID-BUSINESS-SW
313410     MOVE 'N' TO WS-WAREHOUSE-SW
313500     MOVE SPACES TO WS-BUSINESS-STATUS
313600
313700     IF INPUT-NAME = SPACES AND NOT TYPE-IS-TRANSFER
313800         MOVE 'N' TO WS-VALID-BUSINESS-SW
313900         MOVE 'BAD-NAME' TO WS-BUSINESS-STATUS
314000     END-IF
315800                 + WS-DATE-DAY-N
315900*        A TRANSACTION DATED AFTER THE OPEN BUSINESS DAY HAS
316000*        NOT HAPPENED YET AS FAR AS THIS POSTING DAY IS
316100*        CONCERNED - THE WALL CLOCK NO LONGER DECIDES.  A NEW
316110*        TRANSACTION IS A CUSTOMER-INSTRUCTED FUTURE PAYMENT AND
316120*        GOES TO THE WAREHOUSE TO WAIT FOR ITS VALUE DATE.
316200         IF WS-INPUT-CCYYMMDD > WS-OPEN-CCYYMMDD
316300             IF TYPE-IS-NEW
316400                 MOVE 'Y' TO WS-WAREHOUSE-SW
316410             ELSE
316420                 MOVE 'N' TO WS-VALID-BUSINESS-SW
316430                 MOVE 'BAD-DATE' TO WS-BUSINESS-STATUS
316440             END-IF
316500         END-IF
316600     END-IF
316610
316620     IF VALID-BUSINESS-RULE AND TYPE-IS-TRANSFER
316630         PERFORM 3120-VALIDATE-TRANSFER
316640     END-IF
316700     .
316800
316900*----------------------------------------------------------------
317000* 3190-WRITE-BUSINESS-RULE-FAILURE
317100*     POSTS A CONTENT-INVALID BUT STRUCTURALLY WELL-FORMED
317200*     RECORD TO OUTPUT-FILE UNDER ITS SPECIFIC WS-BUSINESS-
317300*     STATUS CODE RATHER THAN A GENERIC FAILURE.  A TRANSFER THAT
317310*     FAILS POSTS ONE ROW AGAINST ITS SOURCE ACCOUNT FOR THE
317320*     DEBIT THAT WAS REFUSED; ITS ORIGINAL-ID AREA CARRIES THE
317330*     DESTINATION CURRENCY, NOT AN ID, SO IT IS LEFT BLANK.
317400*----------------------------------------------------------------
317500 3190-WRITE-BUSINESS-RULE-FAILURE.
317600     MOVE INPUT-TRANSACTION-ID TO OUTPUT-TRANSACTION-ID
317900     MOVE INPUT-ORIGINAL-TXN-ID TO OUTPUT-ORIGINAL-TXN-ID
318000     MOVE WS-POSTING-DATE-FMT TO OUTPUT-POSTING-DATE
318100     MOVE ZERO TO OUTPUT-FEE-AMOUNT
318200     MOVE SPACES TO OUTPUT-LINKED-TXN-ID
318300     MOVE SPACE TO OUTPUT-TRANSFER-LEG
318310     MOVE ZERO TO OUTPUT-FX-RATE
318320     IF TYPE-IS-TRANSFER
318330         MOVE SPACES TO OUTPUT-ORIGINAL-TXN-ID
318340         COMPUTE WS-CONVERT-AMOUNT = INPUT-AMOUNT * -1
318350     ELSE
318360         MOVE INPUT-AMOUNT TO WS-CONVERT-AMOUNT
318370     END-IF
318380     MOVE WS-CONVERT-AMOUNT TO OUTPUT-AMOUNT
318400     PERFORM 3270-CONVERT-TO-USD
318500     MOVE WS-CONVERT-USD-AMOUNT TO OUTPUT-USD-AMOUNT
318600     MOVE OUTPUT-AMOUNT TO WS-ACCUMULATE-AMOUNT
318700     MOVE WS-CONVERT-USD-AMOUNT TO WS-ACCUMULATE-USD-AMOUNT
318800     PERFORM 3260-ACCUMULATE-CURRENCY-TOTAL
318900     MOVE WS-BUSINESS-STATUS TO OUTPUT-TRANSACTION-STATUS
327600*     RECONCILIATION FIGURES, NOT JUST THE TAIL SEGMENT - PLUS
327700*     WHATEVER CHECKPOINT-STATUS THE CALLER ALREADY MOVED IN -
327800*     'I' WHILE THE RUN IS STILL GOING, 'C' ONCE 0000-MAIN-LOGIC
327900*     HAS FINISHED THE READ LOOP.  THE TRANSFER ID SEQUENCE IS
327910*     SAVED AT THE SAME MOMENT SO THE TWO NEVER DISAGREE.
328000*----------------------------------------------------------------
328100 7010-WRITE-CHECKPOINT-RECORD.
328200     MOVE WS-RECORDS-READ TO WS-TOTAL-RECORDS-POSN
328700     MOVE WS-DUPLICATE-COUNT TO CHECKPOINT-DUPLICATE-COUNT
328800     MOVE WS-REVERSAL-COUNT TO CHECKPOINT-REVERSAL-COUNT
328900     MOVE WS-ADJUSTMENT-COUNT TO CHECKPOINT-ADJUSTMENT-COUNT
328910     MOVE WS-TRANSFER-COUNT TO CHECKPOINT-TRANSFER-COUNT
328920     MOVE WS-HELD-COUNT TO CHECKPOINT-HELD-COUNT
328930     MOVE WS-WAREHOUSED-COUNT TO CHECKPOINT-WAREHOUSED-COUNT
328940     MOVE WS-DORMANT-HELD-COUNT TO CHECKPOINT-DORMANT-HELD-COUNT
329000     MOVE WS-CURRENCY-TOTAL-COUNT TO CHECKPOINT-CURRENCY-COUNT
329100     IF WS-CURRENCY-TOTAL-COUNT NOT = ZERO
329200         PERFORM 7020-SAVE-CURRENCY-TOTAL
330700         CLOSE CHECKPOINT-FILE
330800     END-IF
330900     MOVE WS-RECORDS-READ TO WS-LAST-CKPT-COUNT
330910     PERFORM 8150-SAVE-TRANSFER-SEQUENCE
331000     .
331100
331200*----------------------------------------------------------------
339600     MOVE 'ADJUSTMENT COUNT..............' TO WS-REPORT-LABEL
339700     MOVE WS-ADJUSTMENT-COUNT TO WS-REPORT-VALUE
339800     WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE
339810
339820     MOVE SPACES TO WS-REPORT-LINE
339830     MOVE 'TRANSFER COUNT...............' TO WS-REPORT-LABEL
339840     MOVE WS-TRANSFER-COUNT TO WS-REPORT-VALUE
339850     WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE
339855
339860     MOVE SPACES TO WS-REPORT-LINE
339865     MOVE 'HELD FOR SANCTIONS REVIEW....' TO WS-REPORT-LABEL
339870     MOVE WS-HELD-COUNT TO WS-REPORT-VALUE
339875     WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE
339877
339879     MOVE SPACES TO WS-REPORT-LINE
339881     MOVE 'WAREHOUSED...................' TO WS-REPORT-LABEL
339883     MOVE WS-WAREHOUSED-COUNT TO WS-REPORT-VALUE
339885     WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE
339887
339889     MOVE SPACES TO WS-REPORT-LINE
339891     MOVE 'HELD FOR DORMANCY REVIEW.....' TO WS-REPORT-LABEL
339893     MOVE WS-DORMANT-HELD-COUNT TO WS-REPORT-VALUE
339895     WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE
339900
340000     IF WS-CURRENCY-TOTAL-COUNT NOT = ZERO
340100         MOVE ZERO TO WS-USD-GRAND-TOTAL
396000
396100*----------------------------------------------------------------
396200* 8506-NOTE-ONE-SETTLED-ROW
396300*     TABLES ONE OUTPUT-FILE ROW IF IT SETTLED TODAY.  A
396310*     TRANSFER LEG NEVER LEAVES THE BANK, SO IT HAS NOTHING TO
396320*     SETTLE WITH THE CLEARING NETWORK AND IS PASSED OVER.
396400*----------------------------------------------------------------
396500 8506-NOTE-ONE-SETTLED-ROW.
396600     IF OUTPUT-POSTING-DATE = WS-POSTING-DATE-FMT
396700         AND (OUTPUT-TRANSACTION-STATUS = 'SUCCESS'
396800             OR OUTPUT-TRANSACTION-STATUS = 'REVERSED'
396900             OR OUTPUT-TRANSACTION-STATUS = 'ADJUSTED')
396910         AND OUTPUT-NOT-TRANSFER
397000         IF WS-SETTLE-COUNT >= WS-SETTLE-MAX
397100             DISPLAY 'SETTLEMENT TABLE FULL - CANNOT SAFELY '
397200                 'TRACK ANOTHER POSTED TRANSACTION'
397210             MOVE 8 TO RETURN-CODE
397300             STOP RUN
397400         END-IF
397500         ADD 1 TO WS-SETTLE-COUNT
400700         IF WS-SETTLE-CCY-COUNT >= WS-SETTLE-CCY-MAX
400800             DISPLAY 'SETTLEMENT CURRENCY LIST FULL - CANNOT '
400900                 'SAFELY TRACK ANOTHER CURRENCY'
400910             MOVE 8 TO RETURN-CODE
401000             STOP RUN
401100         END-IF
401200         ADD 1 TO WS-SETTLE-CCY-COUNT
414400     IF WS-FS-RUN-CONTROL NOT = '00'
414500         DISPLAY 'NO RUN CONTROL FILE (' WS-FS-RUN-CONTROL
414600             ') - NO BUSINESS DAY IS OPEN; POSTING REFUSED'
414610         MOVE 8 TO RETURN-CODE
414700         STOP RUN
414800     END-IF
414900     READ RUN-CONTROL-FILE
415000         AT END
415100             DISPLAY 'RUN CONTROL FILE EMPTY - NO BUSINESS DAY '
415200                 'IS OPEN; POSTING REFUSED'
415210             MOVE 8 TO RETURN-CODE
415300             STOP RUN
415400         NOT AT END
415500             IF NOT RC-DAY-IS-OPEN
415600                 DISPLAY 'BUSINESS DAY ' RC-BUSINESS-DATE
415700                     ' IS CLOSED - POSTING REFUSED'
415710                 MOVE 8 TO RETURN-CODE
415800                 STOP RUN
415900             END-IF
416000             MOVE RC-BUSINESS-DATE TO WS-OPEN-BUSINESS-DATE
416600         OR WS-DATE-DAY-X NOT NUMERIC
416700         DISPLAY 'RUN CONTROL BUSINESS DATE NOT A DATE: '
416800             WS-OPEN-BUSINESS-DATE ' - POSTING REFUSED'
416810         MOVE 8 TO RETURN-CODE
416900         STOP RUN
417000     END-IF
417100     MOVE WS-DATE-YEAR-X  TO WS-DATE-YEAR-N
433200         IF WS-HOLIDAY-COUNT >= WS-HOLIDAY-MAX
433300             DISPLAY 'HOLIDAY TABLE FULL - CANNOT SAFELY LOAD '
433400                 'ANOTHER DATE'
433410             MOVE 8 TO RETURN-CODE
433500             STOP RUN
433600         END-IF
433700         ADD 1 TO WS-HOLIDAY-COUNT
434300*----------------------------------------------------------------
434400* 1600-LOAD-GL-ACCOUNT-MAP
434500*     LOADS THE GL ACCOUNT MAPPING FILE - ONE LINE KIND (CUSTBAL,
434600*     CLEARING, FEEINC, FEERECV, SUSPENSE, INTERNAL) TO ONE GL
434700*     ACCOUNT NUMBER.  A MISSING MAP IS NOT FATAL TO THE POSTING
434800*     RUN, BUT NO GL JOURNAL CAN BE WRITTEN WITHOUT IT AND 8700
434810*     SAYS SO.
434900*----------------------------------------------------------------
435000 1600-LOAD-GL-ACCOUNT-MAP.
435100     OPEN INPUT GL-ACCOUNT-FILE
438500             MOVE GLA-ACCOUNT-NUMBER TO WS-GL-FEERECV-ACCT
438600         WHEN 'SUSPENSE'
438700             MOVE GLA-ACCOUNT-NUMBER TO WS-GL-SUSPENSE-ACCT
438710         WHEN 'INTERNAL'
438720             MOVE GLA-ACCOUNT-NUMBER TO WS-GL-INTERNAL-ACCT
438800         WHEN SPACES
438900             CONTINUE
439000         WHEN OTHER
439700* 8700-WRITE-GL-JOURNAL
439800*     WRITES THE NIGHTLY GL JOURNAL EXTRACT FOR FINANCE - ONE
439900*     BALANCED DEBIT/CREDIT PAIR PER CURRENCY FOR CUSTOMER
440000*     BALANCE MOVEMENT, FEE INCOME, ARCHIVED-ORIGINAL SUSPENSE,
440100*     AND INTERNAL TRANSFERS OUT AND IN, WRAPPED IN HDR/TRL
440110*     RECORDS.  THE TOTALS ARE
440200*     REBUILT OFF OUTPUT-FILE BY 8710, SO A DAY FINISHED OVER A
440300*     CHECKPOINT RESTART STILL JOURNALS WHOLE.  THE JOURNAL MUST
440400*     PROVE ITSELF - DEBITS EQUAL CREDITS IN EVERY CURRENCY AND
447200* 8711-NOTE-ONE-GL-ROW
447300*     ROLLS ONE OF TODAY'S SETTLED ROWS INTO ITS CURRENCY'S GL
447400*     TOTALS AND NOTES A REVERSED ROW FOR SUSPENSE
447500*     CLASSIFICATION.  A TRANSFER LEG - OR THE REVERSAL OF ONE,
447510*     WHICH KEEPS ITS LEG MARKER - IS INTERNAL MOVEMENT, NOT
447520*     CLEARING MONEY: DEBIT LEGS ROLL INTO THE TRANSFERS-OUT
447530*     TOTAL AND CREDIT LEGS INTO TRANSFERS-IN, AND NEITHER IS A
447540*     SUSPENSE CANDIDATE.
447600*----------------------------------------------------------------
447700 8711-NOTE-ONE-GL-ROW.
447800     IF OUTPUT-POSTING-DATE = WS-POSTING-DATE-FMT
448100             OR OUTPUT-TRANSACTION-STATUS = 'ADJUSTED')
448200         MOVE OUTPUT-CURRENCY-CODE TO WS-CURRENCY-WORK-CODE
448300         PERFORM 8712-FIND-GL-CCY-ENTRY
448400         IF OUTPUT-TRANSFER-DEBIT
448410             ADD OUTPUT-AMOUNT TO WS-GL-XFER-OUT-AMT (WS-GL-IDX)
448420         ELSE
448430         IF OUTPUT-TRANSFER-CREDIT
448440             ADD OUTPUT-AMOUNT TO WS-GL-XFER-IN-AMT (WS-GL-IDX)
448450         ELSE
448460             ADD OUTPUT-AMOUNT TO WS-GL-BAL-AMT (WS-GL-IDX)
448470         END-IF
448480         END-IF
448500         ADD OUTPUT-FEE-AMOUNT TO WS-GL-FEE-AMT (WS-GL-IDX)
448600         IF OUTPUT-TRANSACTION-STATUS = 'REVERSED'
448610             AND OUTPUT-NOT-TRANSFER
448700             IF WS-GLREV-COUNT >= WS-GLREV-MAX
448800                 DISPLAY 'GL REVERSAL TABLE FULL - CANNOT SAFELY '
448900                     'CLASSIFY ANOTHER REVERSAL'
448910                 MOVE 8 TO RETURN-CODE
449000                 STOP RUN
449100             END-IF
449200             ADD 1 TO WS-GLREV-COUNT
452200         IF WS-GL-CCY-COUNT >= WS-GL-CCY-MAX
452300             DISPLAY 'GL CURRENCY TABLE FULL - CANNOT SAFELY '
452400                 'TRACK ANOTHER CURRENCY'
452410             MOVE 8 TO RETURN-CODE
452500             STOP RUN
452600         END-IF
452700         ADD 1 TO WS-GL-CCY-COUNT
453100         MOVE ZERO TO WS-GL-BAL-AMT (WS-GL-IDX)
453200         MOVE ZERO TO WS-GL-SUSP-AMT (WS-GL-IDX)
453300         MOVE ZERO TO WS-GL-FEE-AMT (WS-GL-IDX)
453310         MOVE ZERO TO WS-GL-XFER-OUT-AMT (WS-GL-IDX)
453320         MOVE ZERO TO WS-GL-XFER-IN-AMT (WS-GL-IDX)
453400         MOVE ZERO TO WS-GL-CCY-DR (WS-GL-IDX)
453500         MOVE ZERO TO WS-GL-CCY-CR (WS-GL-IDX)
453600     END-IF
457800* 8720-BUILD-ONE-CCY-JOURNAL
457900*     BUILDS THE JOURNAL PAIRS FOR THE CURRENCY AT WS-GL-IDX -
458000*     CUSTOMER BALANCE MOVEMENT AGAINST CLEARING, ARCHIVED-
458100*     ORIGINAL SUSPENSE AGAINST CLEARING, FEE INCOME AGAINST
458200*     FEE RECEIVABLE, AND TRANSFERS OUT AND IN AGAINST THE
458300*     INTERNAL TRANSFER ACCOUNT - THEN PROVES THE CURRENCY'S
458310*     DEBITS AGAINST ITS CREDITS.
458400*----------------------------------------------------------------
458500 8720-BUILD-ONE-CCY-JOURNAL.
458600     MOVE ZERO TO WS-GL-CCY-DR (WS-GL-IDX)
460300         MOVE WS-GL-FEE-AMT (WS-GL-IDX) TO WS-GL-PAIR-AMOUNT
460400         PERFORM 8730-ADD-JOURNAL-PAIR
460500     END-IF
460505     IF WS-GL-XFER-OUT-AMT (WS-GL-IDX) NOT = ZERO
460510         MOVE WS-GL-CUSTBAL-ACCT TO WS-GL-LINE-ACCT
460515         MOVE WS-GL-INTERNAL-ACCT TO WS-GL-OFFSET-ACCT
460520         MOVE WS-GL-XFER-OUT-AMT (WS-GL-IDX) TO WS-GL-PAIR-AMOUNT
460525         PERFORM 8730-ADD-JOURNAL-PAIR
460530     END-IF
460535     IF WS-GL-XFER-IN-AMT (WS-GL-IDX) NOT = ZERO
460540         MOVE WS-GL-CUSTBAL-ACCT TO WS-GL-LINE-ACCT
460545         MOVE WS-GL-INTERNAL-ACCT TO WS-GL-OFFSET-ACCT
460550         MOVE WS-GL-XFER-IN-AMT (WS-GL-IDX) TO WS-GL-PAIR-AMOUNT
460555         PERFORM 8730-ADD-JOURNAL-PAIR
460560     END-IF
460600     IF WS-GL-CCY-DR (WS-GL-IDX) NOT = WS-GL-CCY-CR (WS-GL-IDX)
460700         MOVE 'N' TO WS-GL-PROVED-SW
460800         DISPLAY 'GL JOURNAL OUT OF BALANCE FOR '
474900     IF WS-FS-REJECT NOT = '00'
475000         DISPLAY 'ERROR CLOSING REJECT FILE' WS-FS-REJECT
475100     END-IF
475110
475120     CLOSE HELD-ITEM-FILE
475130     IF WS-FS-HELD-ITEM NOT = '00'
475140         DISPLAY 'ERROR CLOSING HELD ITEM FILE' WS-FS-HELD-ITEM
475150     END-IF
475155
475160     CLOSE WAREHOUSE-FILE
475165     IF WS-FS-WAREHOUSE NOT = '00'
475170         DISPLAY 'ERROR CLOSING WAREHOUSE FILE' WS-FS-WAREHOUSE
475175     END-IF
475200
475300     CLOSE AUDIT-FILE
475400     IF WS-FS-AUDIT NOT = '00'
476800         END-IF
476900     END-IF
477000     .
477010
477020*----------------------------------------------------------------
477030* 1250-LOAD-TRANSFER-SEQUENCE
477040*     READS THE LAST TRC NUMBER GIVEN TO A TRANSFER'S SECOND LEG.
477050*     NO FILE YET MEANS NO TRANSFER HAS EVER POSTED.  1100 THEN
477060*     BUMPS THE SEQUENCE PAST ANY TRC ID ALREADY ON OUTPUT-FILE,
477070*     SO A RESTART AFTER AN ABEND BETWEEN CHECKPOINTS CANNOT
477080*     HAND OUT A NUMBER TWICE.
477090*----------------------------------------------------------------
477100 1250-LOAD-TRANSFER-SEQUENCE.
477110     OPEN INPUT XFER-SEQ-FILE
477120     IF WS-FS-XFER-SEQ NOT = '00'
477130         MOVE ZERO TO WS-XFER-SEQ
477140     ELSE
477150         READ XFER-SEQ-FILE
477160             AT END
477170                 MOVE ZERO TO WS-XFER-SEQ
477180             NOT AT END
477190                 IF XFER-SEQ-LAST-USED NUMERIC
477200                     MOVE XFER-SEQ-LAST-USED TO WS-XFER-SEQ
477210                 ELSE
477220                     DISPLAY 'TRANSFER SEQUENCE FILE NOT NUMERIC'
477230                         ' - CANNOT SAFELY ASSIGN IDS'
477235                     MOVE 8 TO RETURN-CODE
477240                     STOP RUN
477250                 END-IF
477260         END-READ
477270         CLOSE XFER-SEQ-FILE
477280     END-IF
477290     .
477300
477310*----------------------------------------------------------------
477320* 8150-SAVE-TRANSFER-SEQUENCE
477330*     REWRITES THE TRANSFER SEQUENCE FILE WITH THE LAST TRC
477340*     NUMBER USED.  PERFORMED WITH EVERY CHECKPOINT BY 7010.
477350*----------------------------------------------------------------
477360 8150-SAVE-TRANSFER-SEQUENCE.
477370     OPEN OUTPUT XFER-SEQ-FILE
477380     IF WS-FS-XFER-SEQ NOT = '00'
477390         DISPLAY 'ERROR WRITING TRANSFER SEQUENCE FILE'
477400             WS-FS-XFER-SEQ
477410     ELSE
477420         MOVE WS-XFER-SEQ TO XFER-SEQ-LAST-USED
477430         WRITE XFER-SEQ-RECORD
477440         CLOSE XFER-SEQ-FILE
477450     END-IF
477460     .
477470
477480*----------------------------------------------------------------
477490* 3120-VALIDATE-TRANSFER
477500*     CONTENT RULES ONLY A TRANSFER HAS.  THE DESTINATION EMAIL
477510*     MUST BE WELL-FORMED BY THE SAME TEST 3110 APPLIES TO THE
477520*     SOURCE, THE AMOUNT MUST BE POSITIVE (THE DIRECTION IS
477530*     IMPLIED BY SOURCE AND DESTINATION), AND THE TWO ACCOUNTS
477540*     MUST DIFFER - THE SAME EMAIL IN TWO CURRENCIES IS TWO
477550*     ACCOUNTS.  LEAVES THE NORMALIZED DESTINATION CURRENCY IN
477560*     WS-XFER-DEST-CCY.
477570*----------------------------------------------------------------
477580 3120-VALIDATE-TRANSFER.
477590     IF ITX-DEST-CURRENCY = SPACES
477600         MOVE WS-DEFAULT-CURRENCY-CODE TO WS-XFER-DEST-CCY
477610     ELSE
477620         MOVE ITX-DEST-CURRENCY TO WS-XFER-DEST-CCY
477630     END-IF
477640
477650     MOVE ZERO TO WS-XFER-AT-COUNT
477660     MOVE ZERO TO WS-EMAIL-AT-POS
477670     MOVE ZERO TO WS-EMAIL-DOT-COUNT
477680     INSPECT ITX-DEST-EMAIL TALLYING WS-XFER-AT-COUNT
477690         FOR ALL '@'
477700     IF WS-XFER-AT-COUNT = ZERO
477710         MOVE 'N' TO WS-VALID-BUSINESS-SW
477720         MOVE 'BAD-DEST-EMAIL' TO WS-BUSINESS-STATUS
477730     ELSE
477740         INSPECT ITX-DEST-EMAIL TALLYING WS-EMAIL-AT-POS
477750             FOR CHARACTERS BEFORE INITIAL '@'
477760         INSPECT ITX-DEST-EMAIL TALLYING WS-EMAIL-DOT-COUNT
477770             FOR ALL '.' AFTER INITIAL '@'
477780         IF WS-EMAIL-AT-POS = ZERO OR WS-EMAIL-DOT-COUNT = ZERO
477790             MOVE 'N' TO WS-VALID-BUSINESS-SW
477800             MOVE 'BAD-DEST-EMAIL' TO WS-BUSINESS-STATUS
477810         END-IF
477820     END-IF
477830
477840     IF VALID-BUSINESS-RULE AND INPUT-AMOUNT NOT > ZERO
477850         MOVE 'N' TO WS-VALID-BUSINESS-SW
477860         MOVE 'BAD-XFER-AMOUNT' TO WS-BUSINESS-STATUS
477870     END-IF
477880
477890     IF VALID-BUSINESS-RULE
477900         AND ITX-DEST-EMAIL = INPUT-EMAIL
477910         AND WS-XFER-DEST-CCY = WS-CURRENCY-WORK-CODE
477920         MOVE 'N' TO WS-VALID-BUSINESS-SW
477930         MOVE 'XFER-SAME-ACCT' TO WS-BUSINESS-STATUS
477940     END-IF
477950     .
477960
477970*----------------------------------------------------------------
477980* 3600-PROCESS-TRANSFER
477990*     POSTS A TRANSFER BETWEEN TWO OF OUR OWN ACCOUNTS AS TWO
478000*     LINKED OUTPUT-FILE ROWS - A DEBIT LEG ON THE SOURCE UNDER
478010*     THE RECORD'S OWN ID AND A CREDIT LEG ON THE DESTINATION
478020*     UNDER A NEW TRC ID - OR, IF ANYTHING STANDS IN THE WAY,
478030*     ONE FAILURE ROW AND NO MONEY MOVED.  BOTH CURRENCIES NEED A
478040*     USABLE RATE BEFORE ANYTHING ELSE IS LOOKED AT; THE CREDIT
478050*     IS PRICED, BOTH ACCOUNTS ARE CHECKED, AND ONLY WHEN THE
478060*     PAIR HAS BEEN WRITTEN DO THE BALANCES MOVE.  A TRANSFER
478070*     FROM A DORMANT ACCOUNT IS HELD FOR REVIEW BY 3760 INSTEAD,
478080*     WITH NO ROW WRITTEN.  NO FEE IS CHARGED AND THE COMPLIANCE
478085*     PASS IS NOT RUN - NOTHING HAS LEFT THE BANK.
478090*----------------------------------------------------------------
478100 3600-PROCESS-TRANSFER.
478110     MOVE WS-CURRENCY-WORK-CODE TO WS-XFER-SRC-CCY
478120     PERFORM 3275-LOOK-UP-RATE
478130     MOVE WS-RATE-FOUND-SW TO WS-XFER-RATES-SW
478140     MOVE WS-RATE-WORK TO WS-XFER-SRC-RATE
478150     MOVE WS-XFER-DEST-CCY TO WS-CURRENCY-WORK-CODE
478160     PERFORM 3275-LOOK-UP-RATE
478170     MOVE WS-RATE-WORK TO WS-XFER-DEST-RATE
478180     IF RATE-NOT-USABLE OR WS-XFER-DEST-RATE = ZERO
478190         MOVE 'N' TO WS-XFER-RATES-SW
478200     END-IF
478210     MOVE WS-XFER-SRC-CCY TO WS-CURRENCY-WORK-CODE
478220
478230     IF NOT XFER-RATES-USABLE
478240         MOVE 'NO-FX-RATE' TO WS-BUSINESS-STATUS
478250         PERFORM 3190-WRITE-BUSINESS-RULE-FAILURE
478260     ELSE
478270         PERFORM 3610-PRICE-TRANSFER-CREDIT
478280         IF WS-BUSINESS-STATUS = SPACES
478290             PERFORM 3620-CHECK-TRANSFER-ACCOUNTS
478300         END-IF
478310         IF WS-BUSINESS-STATUS NOT = SPACES
478320             PERFORM 3190-WRITE-BUSINESS-RULE-FAILURE
478322         ELSE
478324         IF DORMANT-DEBIT-HELD
478326             PERFORM 3760-HOLD-DORMANT-DEBIT
478330         ELSE
478340             PERFORM 3640-STAGE-TRANSFER-LEGS
478350             PERFORM 3680-WRITE-TRANSFER-PAIR
478360             PERFORM 3670-COMPLETE-TRANSFER-PAIR
478370         END-IF
478375         END-IF
478380     END-IF
478390     .
478400
478410*----------------------------------------------------------------
478420* 3610-PRICE-TRANSFER-CREDIT
478430*     WORKS OUT THE CREDIT LEG.  THE SAME CURRENCY ON BOTH SIDES
478440*     MOVES AT PAR; OTHERWISE THE CROSS RATE IS THE SOURCE RATE
478450*     OVER THE DESTINATION RATE (BOTH ARE UNITS-TO-USD), ROUNDED
478460*     TO THE SIX PLACES OUTPUT-FX-RATE RECORDS, AND THE CREDIT IS
478470*     THE AMOUNT TIMES THAT RECORDED RATE.  A CROSS RATE TOO BIG
478480*     TO RECORD IS TREATED AS NO USABLE RATE; A CREDIT THAT
478490*     ROUNDS AWAY TO NOTHING IS REFUSED.
478500*----------------------------------------------------------------
478510 3610-PRICE-TRANSFER-CREDIT.
478520     IF WS-XFER-DEST-CCY = WS-XFER-SRC-CCY
478530         MOVE 1 TO WS-XFER-CROSS-RATE
478540         MOVE INPUT-AMOUNT TO WS-XFER-CREDIT-AMOUNT
478550     ELSE
478560         COMPUTE WS-XFER-CROSS-RATE ROUNDED =
478570             WS-XFER-SRC-RATE / WS-XFER-DEST-RATE
478580             ON SIZE ERROR
478590                 MOVE 'NO-FX-RATE' TO WS-BUSINESS-STATUS
478600         END-COMPUTE
478610         IF WS-BUSINESS-STATUS = SPACES
478620             COMPUTE WS-XFER-CREDIT-AMOUNT ROUNDED =
478630                 INPUT-AMOUNT * WS-XFER-CROSS-RATE
478640                 ON SIZE ERROR
478650                     MOVE 'BAD-XFER-AMOUNT' TO WS-BUSINESS-STATUS
478660             END-COMPUTE
478670         END-IF
478680     END-IF
478690     IF WS-BUSINESS-STATUS = SPACES
478700         AND WS-XFER-CREDIT-AMOUNT NOT > ZERO
478710         MOVE 'BAD-XFER-AMOUNT' TO WS-BUSINESS-STATUS
478720     END-IF
478730     .
478740
478750*----------------------------------------------------------------
478760* 3620-CHECK-TRANSFER-ACCOUNTS
478770*     THE SOURCE MUST BE ON THE MASTER, IN SERVICE, AND ABLE TO
478780*     STAND THE DEBIT WITHIN ITS ARRANGED OVERDRAFT LIMIT - THE
478790*     SAME STATUSES 3230 GIVES A NEW DEBIT.  THE DESTINATION
478800*     MUST BE ON THE MASTER AND IN SERVICE; ITS OWN FAILURES ARE
478810*     NAMED DEST- SO THE FAILURE ROW, WHICH IS POSTED AGAINST THE
478820*     SOURCE, SAYS WHICH SIDE STOPPED IT.  LEAVES WS-BUSINESS-
478830*     STATUS BLANK WHEN BOTH SIDES PASS.  A DORMANT SOURCE IS A
478832*     DORMANT-ACCOUNT DEBIT LIKE ANY OTHER - DORMANT-DEBIT-HELD
478834*     SENDS THE TRANSFER TO REVIEW, UNLESS IT COMES BACK ALREADY
478836*     REVIEWED IN RELEASEHELDITEMS' SANCTREL FEED; A DORMANT
478838*     DESTINATION TAKES THE CREDIT AS 3230 WOULD.
478840*----------------------------------------------------------------
478850 3620-CHECK-TRANSFER-ACCOUNTS.
478855     MOVE 'N' TO WS-DORMANT-HOLD-SW
478860     MOVE INPUT-EMAIL TO ACCOUNT-EMAIL
478870     MOVE WS-XFER-SRC-CCY TO ACCOUNT-CURRENCY-CODE
478880     READ ACCOUNT-FILE
478890         INVALID KEY
478900             MOVE 'NO-ACCOUNT' TO WS-BUSINESS-STATUS
478910         NOT INVALID KEY
478912             IF ACCOUNT-OVERDRAFT-LIMIT NOT NUMERIC
478914                 MOVE ZERO TO ACCOUNT-OVERDRAFT-LIMIT
478916             END-IF
478920             IF ACCOUNT-IS-CLOSED
478930                 MOVE 'ACCT-CLOSED' TO WS-BUSINESS-STATUS
478940             ELSE
478950             IF ACCOUNT-IS-FROZEN
478960                 MOVE 'ACCT-FROZEN' TO WS-BUSINESS-STATUS
478962             ELSE
478964             IF ACCOUNT-IS-DORMANT
478966                     AND (BATCH-NOT-OPEN
478967                         OR NOT BATCH-FROM-SANCT-RELEASE)
478968                 MOVE 'Y' TO WS-DORMANT-HOLD-SW
478970             ELSE
478980             COMPUTE WS-NEW-BALANCE =
478990                 ACCOUNT-BALANCE - INPUT-AMOUNT
479000             IF WS-NEW-BALANCE + ACCOUNT-OVERDRAFT-LIMIT < ZERO
479010                 MOVE 'INSUF-FUNDS' TO WS-BUSINESS-STATUS
479020             END-IF
479030             END-IF
479040             END-IF
479045             END-IF
479050     END-READ
479060
479070     IF WS-BUSINESS-STATUS = SPACES
479075         AND NOT DORMANT-DEBIT-HELD
479080         MOVE ITX-DEST-EMAIL TO ACCOUNT-EMAIL
479090         MOVE WS-XFER-DEST-CCY TO ACCOUNT-CURRENCY-CODE
479100         READ ACCOUNT-FILE
479110             INVALID KEY
479120                 MOVE 'DEST-NO-ACCOUNT' TO WS-BUSINESS-STATUS
479130             NOT INVALID KEY
479140                 IF ACCOUNT-IS-CLOSED
479150                     MOVE 'DEST-CLOSED' TO WS-BUSINESS-STATUS
479160                 ELSE
479170                 IF ACCOUNT-IS-FROZEN
479180                     MOVE 'DEST-FROZEN' TO WS-BUSINESS-STATUS
479190                 END-IF
479200                 END-IF
479210         END-READ
479220     END-IF
479230     .
479240
479250*----------------------------------------------------------------
479260* 3640-STAGE-TRANSFER-LEGS
479270*     LAYS OUT A NEW TRANSFER'S TWO LEGS FOR 3680 - THE DEBIT
479280*     UNDER THE RECORD'S OWN ID, THE CREDIT UNDER THE NEXT TRC ID
479290*     - AND PRICES EACH IN USD AT ITS OWN CURRENCY'S RATE.
479300*----------------------------------------------------------------
479310 3640-STAGE-TRANSFER-LEGS.
479320     PERFORM 3650-ASSIGN-TRANSFER-LEG-ID
479330     MOVE INPUT-TRANSACTION-ID TO WS-XL-TXN-ID (1)
479340     MOVE INPUT-EMAIL TO WS-XL-EMAIL (1)
479350     MOVE WS-XFER-SRC-CCY TO WS-XL-CCY (1)
479360     COMPUTE WS-XL-AMOUNT (1) = INPUT-AMOUNT * -1
479370     MOVE SPACES TO WS-XL-ORIG-ID (1)
479380     MOVE 'D' TO WS-XL-LEG (1)
479390     MOVE WS-XFER-ASSIGNED-ID TO WS-XL-TXN-ID (2)
479400     MOVE ITX-DEST-EMAIL TO WS-XL-EMAIL (2)
479410     MOVE WS-XFER-DEST-CCY TO WS-XL-CCY (2)
479420     MOVE WS-XFER-CREDIT-AMOUNT TO WS-XL-AMOUNT (2)
479430     MOVE SPACES TO WS-XL-ORIG-ID (2)
479440     MOVE 'C' TO WS-XL-LEG (2)
479450     MOVE 'SUCCESS' TO WS-XFER-ROW-STATUS
479460     MOVE 'Y' TO WS-XFER-RATES-SW
479470     PERFORM 3645-CONVERT-ONE-LEG
479480         VARYING WS-XL-SUB FROM 1 BY 1
479490         UNTIL WS-XL-SUB > 2
479500     .
479510
479520*----------------------------------------------------------------
479530* 3645-CONVERT-ONE-LEG
479540*     PRICES THE STAGED LEG AT WS-XL-SUB IN USD AT ITS OWN
479550*     CURRENCY'S RATE, DROPPING WS-XFER-RATES-SW WHEN THAT RATE
479560*     IS NOT USABLE.
479570*----------------------------------------------------------------
479580 3645-CONVERT-ONE-LEG.
479590     MOVE WS-XL-CCY (WS-XL-SUB) TO WS-CURRENCY-WORK-CODE
479600     MOVE WS-XL-AMOUNT (WS-XL-SUB) TO WS-CONVERT-AMOUNT
479610     PERFORM 3270-CONVERT-TO-USD
479620     IF RATE-NOT-USABLE
479630         MOVE 'N' TO WS-XFER-RATES-SW
479640     END-IF
479650     MOVE WS-CONVERT-USD-AMOUNT TO WS-XL-USD-AMOUNT (WS-XL-SUB)
479660     .
479670
479680*----------------------------------------------------------------
479690* 3650-ASSIGN-TRANSFER-LEG-ID
479700*     TAKES THE NEXT TRC NUMBER FOR A TRANSFER'S SECOND LEG.
479710*----------------------------------------------------------------
479720 3650-ASSIGN-TRANSFER-LEG-ID.
479730     ADD 1 TO WS-XFER-SEQ
479740     MOVE WS-XFER-SEQ TO WS-XFER-ASSIGNED-SEQ
479750     .
479760
479770*----------------------------------------------------------------
479780* 3660-REVERSE-TRANSFER
479790*     A REVERSAL NAMING EITHER LEG OF A TRANSFER UNWINDS BOTH.
479800*     THE LEG NAMED WAS CAPTURED BY 3300/3310; 3665 FINDS ITS
479810*     PARTNER THROUGH THE LINK.  THE OFFSET OF THE NAMED LEG
479820*     POSTS UNDER THIS RECORD'S ID AND THE OFFSET OF THE PARTNER
479830*     UNDER A NEW TRC ID, EACH KEEPING ITS LEG MARKER AND THE
479840*     ORIGINAL RATE, AND THE TWO ARE LINKED TO EACH OTHER.  LIKE
479850*     3340, NO BALANCE TEST APPLIES - MONEY ALREADY SPENT FORCE-
479860*     POSTS NEGATIVE.  AN ADJUSTMENT CANNOT BE SPREAD OVER TWO
479870*     LEGS AT TWO RATES, SO IT IS REFUSED; A PARTNER THAT IS NO
479880*     LONGER A LIVE SUCCESS ROW ANYWHERE STOPS THE REVERSAL
479890*     RATHER THAN UNWINDING HALF A TRANSFER.
479900*----------------------------------------------------------------
479910 3660-REVERSE-TRANSFER.
479920     IF TYPE-IS-ADJUSTMENT
479930         MOVE 'XFER-NO-ADJUST' TO WS-BUSINESS-STATUS
479940         PERFORM 3190-WRITE-BUSINESS-RULE-FAILURE
479950     ELSE
479960         PERFORM 3665-FIND-LINKED-LEG
479970         IF LINKED-LEG-NOT-FOUND
479980             MOVE 'XFER-LEG-GONE' TO WS-BUSINESS-STATUS
479990             PERFORM 3190-WRITE-BUSINESS-RULE-FAILURE
480000         ELSE
480010             MOVE INPUT-TRANSACTION-ID TO WS-XL-TXN-ID (1)
480020             MOVE WS-ORIGINAL-ACCT-EMAIL TO WS-XL-EMAIL (1)
480030             MOVE WS-ORIGINAL-CURRENCY-CODE TO WS-XL-CCY (1)
480040             COMPUTE WS-XL-AMOUNT (1) = WS-ORIGINAL-AMOUNT * -1
480050             MOVE INPUT-ORIGINAL-TXN-ID TO WS-XL-ORIG-ID (1)
480060             MOVE WS-ORIGINAL-XFER-LEG TO WS-XL-LEG (1)
480070             MOVE WS-LINKED-EMAIL TO WS-XL-EMAIL (2)
480080             MOVE WS-LINKED-CCY TO WS-XL-CCY (2)
480090             COMPUTE WS-XL-AMOUNT (2) = WS-LINKED-AMOUNT * -1
480100             MOVE WS-ORIGINAL-LINKED-ID TO WS-XL-ORIG-ID (2)
480110             MOVE WS-LINKED-XFER-LEG TO WS-XL-LEG (2)
480120             MOVE WS-ORIGINAL-FX-RATE TO WS-XFER-CROSS-RATE
480130             MOVE 'REVERSED' TO WS-XFER-ROW-STATUS
480140             MOVE 'Y' TO WS-XFER-RATES-SW
480150             PERFORM 3645-CONVERT-ONE-LEG
480160                 VARYING WS-XL-SUB FROM 1 BY 1
480170                 UNTIL WS-XL-SUB > 2
480180             IF NOT XFER-RATES-USABLE
480190                 MOVE WS-ORIGINAL-CURRENCY-CODE
480200                     TO WS-CURRENCY-WORK-CODE
480210                 MOVE 'NO-FX-RATE' TO WS-BUSINESS-STATUS
480220                 PERFORM 3190-WRITE-BUSINESS-RULE-FAILURE
480230             ELSE
480240                 PERFORM 3650-ASSIGN-TRANSFER-LEG-ID
480250                 MOVE WS-XFER-ASSIGNED-ID TO WS-XL-TXN-ID (2)
480260                 PERFORM 3680-WRITE-TRANSFER-PAIR
480270                 PERFORM 3670-COMPLETE-TRANSFER-PAIR
480280             END-IF
480290         END-IF
480300     END-IF
480310     .
480320
480330*----------------------------------------------------------------
480340* 3665-FIND-LINKED-LEG
480350*     LOOKS UP THE PARTNER OF THE LEG BEING REVERSED, LIVE FILE
480360*     FIRST AND THEN THE ARCHIVE, AND CAPTURES ITS ACCOUNT,
480370*     CURRENCY, AMOUNT, AND LEG MARKER.  THE PARTNER ONLY COUNTS
480380*     AS FOUND WHEN IT STILL STANDS AS SUCCESS.
480390*----------------------------------------------------------------
480400 3665-FIND-LINKED-LEG.
480410     MOVE 'N' TO WS-LINKED-FOUND-SW
480420     MOVE WS-ORIGINAL-LINKED-ID TO OUTPUT-TRANSACTION-ID
480430     READ OUTPUT-FILE
480440         INVALID KEY
480450             IF ARCHIVE-AVAILABLE
480460                 MOVE WS-ORIGINAL-LINKED-ID
480470                     TO ARCHIVE-TRANSACTION-ID
480480                 READ ARCHIVE-MASTER-FILE
480490                     INVALID KEY
480500                         CONTINUE
480510                     NOT INVALID KEY
480520                         IF ARCHIVE-TRANSACTION-STATUS = 'SUCCESS'
480530                             MOVE 'Y' TO WS-LINKED-FOUND-SW
480540                             MOVE ARCHIVE-AMOUNT
480550                                 TO WS-LINKED-AMOUNT
480560                             MOVE ARCHIVE-CURRENCY-CODE
480570                                 TO WS-LINKED-CCY
480580                             MOVE ARCHIVE-ACCOUNT-EMAIL
480590                                 TO WS-LINKED-EMAIL
480600                             MOVE ARCHIVE-TRANSFER-LEG
480610                                 TO WS-LINKED-XFER-LEG
480620                         END-IF
480630                 END-READ
480640             END-IF
480650         NOT INVALID KEY
480660             IF OUTPUT-TRANSACTION-STATUS = 'SUCCESS'
480670                 MOVE 'Y' TO WS-LINKED-FOUND-SW
480680                 MOVE OUTPUT-AMOUNT TO WS-LINKED-AMOUNT
480690                 MOVE OUTPUT-CURRENCY-CODE TO WS-LINKED-CCY
480700                 MOVE OUTPUT-ACCOUNT-EMAIL TO WS-LINKED-EMAIL
480710                 MOVE OUTPUT-TRANSFER-LEG TO WS-LINKED-XFER-LEG
480720             END-IF
480730     END-READ
480740     .
480750
480760*----------------------------------------------------------------
480770* 3670-COMPLETE-TRANSFER-PAIR
480780*     FINISHES A TRANSFER OR TRANSFER REVERSAL AFTER 3680.  A
480790*     PAIR THAT POSTED MOVES BOTH BALANCES AND COUNTS BOTH ROWS
480800*     (SUCCESS OR REVERSAL COUNT, ONE PER ROW WRITTEN, THE SAME
480810*     AS EVERY OTHER PATH); A FIRST LEG ALREADY ON FILE IS A
480820*     DUPLICATE; A TRC ID ALREADY ON FILE LEAVES A FAILURE ROW
480830*     UNDER THE RECORD'S OWN ID.  ONE AUDIT LINE EITHER WAY.
480840*----------------------------------------------------------------
480850 3670-COMPLETE-TRANSFER-PAIR.
480860     IF XFER-PAIR-ID-CLASH
480870         MOVE WS-XL-CCY (1) TO WS-CURRENCY-WORK-CODE
480880         MOVE 'XFER-ID-CLASH' TO WS-BUSINESS-STATUS
480890         PERFORM 3190-WRITE-BUSINESS-RULE-FAILURE
480900     ELSE
480910         IF XFER-PAIR-POSTED
480920             PERFORM 3690-APPLY-ONE-LEG
480930                 VARYING WS-XL-SUB FROM 1 BY 1
480940                 UNTIL WS-XL-SUB > 2
480950             IF TYPE-IS-REVERSAL
480960                 ADD 2 TO WS-REVERSAL-COUNT
480970             ELSE
480980                 ADD 2 TO WS-SUCCESS-COUNT
480990                 ADD 1 TO WS-TRANSFER-COUNT
481000             END-IF
481010             MOVE WS-XFER-ROW-STATUS TO WS-AUDIT-STATUS
481020         ELSE
481030             ADD 1 TO WS-DUPLICATE-COUNT
481040             MOVE 'DUPLICATE' TO WS-AUDIT-STATUS
481050         END-IF
481060         PERFORM 3950-WRITE-AUDIT-RECORD
481070         DISPLAY 'RECORD WRITTEN: ' WS-XL-TXN-ID (1)
481080             ' ' WS-AUDIT-STATUS ' LINKED ' WS-XL-TXN-ID (2)
481090     END-IF
481100     .
481110
481120*----------------------------------------------------------------
481130* 3680-WRITE-TRANSFER-PAIR
481140*     WRITES BOTH STAGED LEGS OR NEITHER.  THE FIRST LEG
481150*     COLLIDING MEANS THE RECORD IS A REPEAT AND NOTHING IS
481160*     WRITTEN; THE SECOND COLLIDING MEANS ITS TRC ID IS ALREADY
481170*     TAKEN, SO THE FIRST LEG IS DELETED AGAIN BEFORE ANYTHING
481180*     ELSE SEES IT.
481190*----------------------------------------------------------------
481200 3680-WRITE-TRANSFER-PAIR.
481210     MOVE 1 TO WS-XL-SUB
481220     PERFORM 3685-BUILD-LEG-ROW
481230     WRITE OUTPUT-RECORD
481240         INVALID KEY
481250             MOVE 'D' TO WS-XFER-RESULT-SW
481260         NOT INVALID KEY
481270             MOVE 2 TO WS-XL-SUB
481280             PERFORM 3685-BUILD-LEG-ROW
481290             WRITE OUTPUT-RECORD
481300                 INVALID KEY
481310                     MOVE 'C' TO WS-XFER-RESULT-SW
481320                     MOVE WS-XL-TXN-ID (1)
481325                         TO OUTPUT-TRANSACTION-ID
481330                     DELETE OUTPUT-FILE
481340                         INVALID KEY
481350                             DISPLAY 'ERROR BACKING OUT TRANSFER '
481360                                 'LEG ' WS-XL-TXN-ID (1)
481370                     END-DELETE
481380                 NOT INVALID KEY
481390                     MOVE 'P' TO WS-XFER-RESULT-SW
481400             END-WRITE
481410     END-WRITE
481420     .
481430
481440*----------------------------------------------------------------
481450* 3685-BUILD-LEG-ROW
481460*     BUILDS OUTPUT-RECORD FOR THE STAGED LEG AT WS-XL-SUB,
481470*     LINKED TO THE OTHER LEG.
481480*----------------------------------------------------------------
481490 3685-BUILD-LEG-ROW.
481500     COMPUTE WS-XL-OTHER = 3 - WS-XL-SUB
481510     MOVE WS-XL-TXN-ID (WS-XL-SUB) TO OUTPUT-TRANSACTION-ID
481520     MOVE WS-XFER-ROW-STATUS TO OUTPUT-TRANSACTION-STATUS
481530     MOVE WS-XL-CCY (WS-XL-SUB) TO OUTPUT-CURRENCY-CODE
481540     MOVE WS-XL-AMOUNT (WS-XL-SUB) TO OUTPUT-AMOUNT
481550     MOVE WS-XL-EMAIL (WS-XL-SUB) TO OUTPUT-ACCOUNT-EMAIL
481560     MOVE WS-XL-USD-AMOUNT (WS-XL-SUB) TO OUTPUT-USD-AMOUNT
481570     MOVE WS-XL-ORIG-ID (WS-XL-SUB) TO OUTPUT-ORIGINAL-TXN-ID
481580     MOVE WS-POSTING-DATE-FMT TO OUTPUT-POSTING-DATE
481590     MOVE ZERO TO OUTPUT-FEE-AMOUNT
481600     MOVE WS-XL-TXN-ID (WS-XL-OTHER) TO OUTPUT-LINKED-TXN-ID
481610     MOVE WS-XL-LEG (WS-XL-SUB) TO OUTPUT-TRANSFER-LEG
481620     MOVE WS-XFER-CROSS-RATE TO OUTPUT-FX-RATE
481630     .
481640
481650*----------------------------------------------------------------
481660* 3690-APPLY-ONE-LEG
481670*     ROLLS THE POSTED LEG AT WS-XL-SUB INTO ITS CURRENCY'S RUN
481680*     TOTALS AND ONTO ITS ACCOUNT'S BALANCE, AND REMEMBERS THE
481690*     SECOND LEG'S TRC ID FOR DUPLICATE DETECTION (3010 ALREADY
481700*     REMEMBERS THE RECORD'S OWN).  AN ACCOUNT THAT VANISHED
481710*     SINCE 3620 LOOKED IS ANNOUNCED AND LEFT FOR A MANUAL
481720*     ADJUSTMENT, AS IN 3340.  FOR A NEW TRANSFER BOTH ACCOUNTS
481725*     TAKE THE POSTING DATE AS THEIR LAST CUSTOMER ACTIVITY; THE
481727*     OFFSETS OF A TRANSFER REVERSAL ARE NOT CUSTOMER ACTIVITY,
481729*     THE SAME AS IN 3340.
481730*----------------------------------------------------------------
481740 3690-APPLY-ONE-LEG.
481750     MOVE WS-XL-CCY (WS-XL-SUB) TO WS-CURRENCY-WORK-CODE
481760     MOVE WS-XL-AMOUNT (WS-XL-SUB) TO WS-ACCUMULATE-AMOUNT
481770     MOVE WS-XL-USD-AMOUNT (WS-XL-SUB)
481780         TO WS-ACCUMULATE-USD-AMOUNT
481790     PERFORM 3260-ACCUMULATE-CURRENCY-TOTAL
481800     MOVE WS-XL-EMAIL (WS-XL-SUB) TO ACCOUNT-EMAIL
481810     MOVE WS-XL-CCY (WS-XL-SUB) TO ACCOUNT-CURRENCY-CODE
481820     READ ACCOUNT-FILE
481830         INVALID KEY
481840             DISPLAY 'ACCOUNT NOT ON FILE FOR TRANSFER LEG '
481850                 WS-XL-TXN-ID (WS-XL-SUB)
481860         NOT INVALID KEY
481870             ADD WS-XL-AMOUNT (WS-XL-SUB) TO ACCOUNT-BALANCE
481875             IF NOT TYPE-IS-REVERSAL
481877                 MOVE WS-POSTING-DATE-FMT TO ACCOUNT-LAST-ACTIVITY
481879             END-IF
481880             REWRITE ACCOUNT-RECORD
481890                 INVALID KEY
481900                     DISPLAY 'ERROR REWRITING ACCOUNT '
481910                         ACCOUNT-EMAIL ' '
481920                         ACCOUNT-CURRENCY-CODE
481930             END-REWRITE
481940     END-READ
481950     IF WS-XL-SUB = 2
481960         PERFORM 3695-REMEMBER-LEG-ID
481970     END-IF
481980     .
481990
482000*----------------------------------------------------------------
482010* 3695-REMEMBER-LEG-ID
482020*     ADDS THE SECOND LEG'S TRC ID TO THE DUPLICATE-DETECTION
482030*     TABLE, THE SAME WAY 3250 ADDS AN INPUT RECORD'S ID.
482040*----------------------------------------------------------------
482050 3695-REMEMBER-LEG-ID.
482060     IF WS-DUP-TABLE-COUNT >= WS-DUP-TABLE-MAX
482070         DISPLAY 'DUPLICATE-DETECTION TABLE FULL - CANNOT '
482080             'SAFELY TRACK ANOTHER TRANSACTION-ID'
482085         MOVE 8 TO RETURN-CODE
482090         STOP RUN
482100     END-IF
482110     ADD 1 TO WS-DUP-TABLE-COUNT
482120     SET WS-DUP-IDX TO WS-DUP-TABLE-COUNT
482130     MOVE WS-XL-TXN-ID (2) TO WS-DUP-ENTRY (WS-DUP-IDX)
482140     .
482150
482160*----------------------------------------------------------------
482170* 1900-LOAD-WATCHLIST
482180*     TABLES THE COMPLIANCE WATCHLIST.  UNLIKE THE RATE AND FEE
482190*     FILES, A MISSING WATCHLIST IS FATAL - POSTING WITHOUT IT
482200*     WOULD PASS EVERY SANCTIONED PARTY UNSCREENED.  AN EMPTY
482210*     FILE IS COMPLIANCE'S OWN STATEMENT THAT NOBODY IS LISTED
482220*     AND IS ACCEPTED.
482230*----------------------------------------------------------------
482240 1900-LOAD-WATCHLIST.
482250     OPEN INPUT WATCHLIST-FILE
482260     IF WS-FS-WATCHLIST NOT = '00'
482270         DISPLAY 'NO SANCTIONS WATCHLIST (' WS-FS-WATCHLIST
482280             ') - CANNOT SCREEN, RUN STOPPED'
482285         MOVE 8 TO RETURN-CODE
482290         STOP RUN
482300     END-IF
482310     MOVE 'N' TO WS-WATCH-EOF-SW
482320     PERFORM UNTIL END-OF-WATCHLIST
482330         READ WATCHLIST-FILE
482340             AT END
482350                 MOVE 'Y' TO WS-WATCH-EOF-SW
482360             NOT AT END
482370                 PERFORM 1910-LOAD-ONE-WATCH-ENTRY
482380         END-READ
482390     END-PERFORM
482400     CLOSE WATCHLIST-FILE
482410     DISPLAY 'SANCTIONS WATCHLIST LOADED: ' WS-WATCH-COUNT
482420         ' ENTRIES'
482430     .
482440
482450*----------------------------------------------------------------
482460* 1910-LOAD-ONE-WATCH-ENTRY
482470*     TABLES ONE WATCHLIST ENTRY WITH ITS NORMALIZED NAME AND
482480*     UPPER-CASE EMAIL.  AN ENTRY WITH NEITHER A NAME NOR AN
482490*     EMAIL CAN MATCH NOTHING AND IS ANNOUNCED AND SKIPPED.
482500*----------------------------------------------------------------
482510 1910-LOAD-ONE-WATCH-ENTRY.
482520     IF WL-NAME = SPACES AND WL-EMAIL = SPACES
482530         DISPLAY 'WATCHLIST ENTRY SKIPPED - NO NAME OR EMAIL: '
482540             WL-LIST-REF
482550     ELSE
482560         IF WS-WATCH-COUNT >= WS-WATCH-MAX
482570             DISPLAY 'WATCHLIST TABLE FULL - CANNOT SAFELY '
482580                 'SCREEN AGAINST A PARTIAL LIST'
482585             MOVE 8 TO RETURN-CODE
482590             STOP RUN
482600         END-IF
482610         ADD 1 TO WS-WATCH-COUNT
482620         SET WS-WATCH-IDX TO WS-WATCH-COUNT
482630         MOVE WL-LIST-REF TO WS-WATCH-REF (WS-WATCH-IDX)
482640         MOVE WL-NAME TO WS-WATCH-NAME (WS-WATCH-IDX)
482650         MOVE WL-NAME TO WS-NORM-IN
482660         PERFORM 3705-NORMALIZE-NAME
482670         MOVE WS-NORM-OUT TO WS-WATCH-NORM-NAME (WS-WATCH-IDX)
482680         MOVE WL-EMAIL TO WS-WATCH-EMAIL (WS-WATCH-IDX)
482690         INSPECT WS-WATCH-EMAIL (WS-WATCH-IDX)
482700             CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
482710     END-IF
482720     .
482730
482740*----------------------------------------------------------------
482750* 3700-SCREEN-WATCHLIST
482760*     SCREENS A NEW TRANSACTION'S NAME AND EMAIL AGAINST EVERY
482770*     WATCHLIST ENTRY, STOPPING AT THE FIRST HIT.  A DETAIL OF
482780*     RELEASEHELDITEMS' SANCTREL FEED HAS ALREADY BEEN CLEARED BY
482790*     COMPLIANCE AND IS NOT SCREENED AGAIN - IT WOULD ONLY HIT
482800*     THE SAME ENTRY AND GO BACK ON HOLD.
482810*----------------------------------------------------------------
482820 3700-SCREEN-WATCHLIST.
482830     MOVE 'N' TO WS-SCREEN-HIT-SW
482840     MOVE SPACES TO WS-SCREEN-REASON
482850     MOVE SPACES TO WS-SCREEN-LIST-REF
482860     IF BATCH-OPEN AND BATCH-FROM-SANCT-RELEASE
482870         CONTINUE
482880     ELSE
482890         MOVE INPUT-NAME TO WS-NORM-IN
482900         PERFORM 3705-NORMALIZE-NAME
482910         MOVE WS-NORM-OUT TO WS-SCREEN-NORM-NAME
482920         MOVE INPUT-EMAIL TO WS-SCREEN-EMAIL
482930         INSPECT WS-SCREEN-EMAIL
482940             CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
482950         IF WS-WATCH-COUNT NOT = ZERO
482960             PERFORM 3710-CHECK-ONE-WATCH-ENTRY
482970                 VARYING WS-WATCH-IDX FROM 1 BY 1
482980                 UNTIL WS-WATCH-IDX > WS-WATCH-COUNT
482990                     OR SCREEN-HIT
483000         END-IF
483010     END-IF
483020     .
483030
483040*----------------------------------------------------------------
483050* 3705-NORMALIZE-NAME
483060*     REDUCES WS-NORM-IN TO ITS NORMALIZED FORM IN WS-NORM-OUT -
483070*     UPPER CASE, WITH EVERYTHING BUT LETTERS AND DIGITS (SPACES,
483080*     PUNCTUATION, HYPHENS, APOSTROPHES) SQUEEZED OUT.
483090*----------------------------------------------------------------
483100 3705-NORMALIZE-NAME.
483110     INSPECT WS-NORM-IN CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
483120     MOVE SPACES TO WS-NORM-OUT
483130     MOVE ZERO TO WS-NORM-LEN
483140     PERFORM 3706-KEEP-ONE-NAME-CHAR
483150         VARYING WS-NORM-SUB FROM 1 BY 1
483160         UNTIL WS-NORM-SUB > 30
483170     .
483180
483190*----------------------------------------------------------------
483200* 3706-KEEP-ONE-NAME-CHAR
483210*     COPIES ONE CHARACTER OF WS-NORM-IN TO WS-NORM-OUT IF IT IS
483220*     A LETTER OR A DIGIT.
483230*----------------------------------------------------------------
483240 3706-KEEP-ONE-NAME-CHAR.
483250     IF (WS-NORM-IN (WS-NORM-SUB:1) >= 'A'
483260             AND WS-NORM-IN (WS-NORM-SUB:1) <= 'Z')
483270         OR (WS-NORM-IN (WS-NORM-SUB:1) >= '0'
483280             AND WS-NORM-IN (WS-NORM-SUB:1) <= '9')
483290         ADD 1 TO WS-NORM-LEN
483300         MOVE WS-NORM-IN (WS-NORM-SUB:1)
483310             TO WS-NORM-OUT (WS-NORM-LEN:1)
483320     END-IF
483330     .
483340
483350*----------------------------------------------------------------
483360* 3710-CHECK-ONE-WATCH-ENTRY
483370*     TESTS THE TRANSACTION AGAINST THE WATCHLIST ENTRY AT
483380*     WS-WATCH-IDX - EXACT NAME FIRST, THEN NORMALIZED NAME, THEN
483390*     EMAIL - AND RECORDS WHICH TEST HIT.  A BLANK NAME ON EITHER
483400*     SIDE NEVER MATCHES.
483410*----------------------------------------------------------------
483420 3710-CHECK-ONE-WATCH-ENTRY.
483430     IF WS-WATCH-NAME (WS-WATCH-IDX) NOT = SPACES
483440         AND WS-WATCH-NAME (WS-WATCH-IDX) = INPUT-NAME
483450         MOVE 'SANCT-NAME' TO WS-SCREEN-REASON
483460         MOVE 'Y' TO WS-SCREEN-HIT-SW
483470     ELSE
483480     IF WS-WATCH-NORM-NAME (WS-WATCH-IDX) NOT = SPACES
483490         AND WS-WATCH-NORM-NAME (WS-WATCH-IDX)
483500             = WS-SCREEN-NORM-NAME
483510         MOVE 'SANCT-NAME-NORM' TO WS-SCREEN-REASON
483520         MOVE 'Y' TO WS-SCREEN-HIT-SW
483530     ELSE
483540     IF WS-WATCH-EMAIL (WS-WATCH-IDX) NOT = SPACES
483550         AND WS-WATCH-EMAIL (WS-WATCH-IDX) = WS-SCREEN-EMAIL
483560         MOVE 'SANCT-EMAIL' TO WS-SCREEN-REASON
483570         MOVE 'Y' TO WS-SCREEN-HIT-SW
483580     END-IF
483590     END-IF
483600     END-IF
483610     IF SCREEN-HIT
483620         MOVE WS-WATCH-REF (WS-WATCH-IDX) TO WS-SCREEN-LIST-REF
483630     END-IF
483640     .
483650
483660*----------------------------------------------------------------
483670* 3750-HOLD-TRANSACTION
483680*     PARKS A SCREENING HIT ON THE HELD-ITEM FILE WITH A HELD
483690*     STATUS INSTEAD OF POSTING IT.  NOTHING REACHES OUTPUT-FILE,
483700*     THE ACCOUNT MASTER, OR THE CURRENCY TOTALS UNTIL COMPLIANCE
483710*     RELEASES IT; THE HIT AND THE WATCHLIST ENTRY IT MATCHED GO
483720*     ON THE AUDIT TRAIL.
483730*----------------------------------------------------------------
483740 3750-HOLD-TRANSACTION.
483750     MOVE SPACES TO HELD-ITEM-RECORD
483760     MOVE INPUT-TRANSACTION-ID TO HLD-TRANSACTION-ID
483770     MOVE 'HELD' TO HLD-STATUS
483780     MOVE WS-SCREEN-REASON TO HLD-HIT-REASON
483790     MOVE WS-SCREEN-LIST-REF TO HLD-LIST-REF
483800     MOVE WS-POSTING-DATE-FMT TO HLD-HELD-DATE
483810     MOVE INPUT-RECORD TO HLD-RAW-INPUT
483820     WRITE HELD-ITEM-RECORD
483830     ADD 1 TO WS-HELD-COUNT
483840     MOVE SPACES TO WS-AUDIT-STATUS
483850     STRING 'HELD-' DELIMITED BY SIZE
483860            WS-SCREEN-REASON DELIMITED BY SPACE
483870         INTO WS-AUDIT-STATUS
483880     PERFORM 3950-WRITE-AUDIT-RECORD
483890     DISPLAY 'RECORD HELD (SANCTIONS): ' INPUT-TRANSACTION-ID
483900         ' ' WS-SCREEN-REASON ' ' WS-SCREEN-LIST-REF
483910     .
483920
483930*----------------------------------------------------------------
483940* 1950-OPEN-WAREHOUSE-FILE
483950*     OPENS THE FUTURE-DATED WAREHOUSE FOR APPEND - TODAY'S
483960*     WAREHOUSED ITEMS JOIN THOSE STILL PENDING FROM EARLIER
483970*     RUNS.  NO FILE YET IS CREATED.
483980*----------------------------------------------------------------
483990 1950-OPEN-WAREHOUSE-FILE.
484000     OPEN EXTEND WAREHOUSE-FILE
484010     IF WS-FS-WAREHOUSE = '35'
484020         OPEN OUTPUT WAREHOUSE-FILE
484030     END-IF
484040     IF WS-FS-WAREHOUSE NOT = '00'
484050         DISPLAY 'ERROR OPENING WAREHOUSE FILE' WS-FS-WAREHOUSE
484055         MOVE 8 TO RETURN-CODE
484060         STOP RUN
484070     END-IF
484080     .
484090
484100*----------------------------------------------------------------
484110* 3800-WAREHOUSE-TRANSACTION
484120*     PARKS A FUTURE-DATED NEW TRANSACTION ON THE WAREHOUSE FILE,
484130*     PENDING, WITH ITS TRANSACTION DATE AS THE VALUE DATE.
484140*     NOTHING REACHES OUTPUT-FILE, THE ACCOUNT MASTER, OR THE
484150*     CURRENCY TOTALS NOW - RELEASEWAREHOUSE FEEDS THE ORIGINAL
484160*     RECORD BACK ON THE FIRST BUSINESS DAY ON OR AFTER THE
484170*     VALUE DATE.
484180*----------------------------------------------------------------
484190 3800-WAREHOUSE-TRANSACTION.
484200     MOVE SPACES TO WAREHOUSE-RECORD
484210     MOVE INPUT-TRANSACTION-ID TO WHS-TRANSACTION-ID
484220     MOVE 'PENDING' TO WHS-STATUS
484230     MOVE INPUT-TRANSACTION-DATE TO WHS-VALUE-DATE
484240     MOVE WS-POSTING-DATE-FMT TO WHS-WAREHOUSED-DATE
484250     MOVE INPUT-RECORD TO WHS-RAW-INPUT
484260     WRITE WAREHOUSE-RECORD
484270     ADD 1 TO WS-WAREHOUSED-COUNT
484280     MOVE 'WAREHOUSED' TO WS-AUDIT-STATUS
484290     PERFORM 3950-WRITE-AUDIT-RECORD
484300     DISPLAY 'RECORD WAREHOUSED: ' INPUT-TRANSACTION-ID
484310         ' VALUE DATE ' INPUT-TRANSACTION-DATE
484320     .
484330
484340*----------------------------------------------------------------
484350* 3760-HOLD-DORMANT-DEBIT
484360*     PARKS A DEBIT 3230 STOPPED ON A DORMANT ACCOUNT, OR A
484365*     TRANSFER 3620 STOPPED ON A DORMANT SOURCE ACCOUNT, ON THE
484370*     HELD-ITEM FILE, HELD WITH REASON DORMANT-DEBIT, FOR THE
484380*     SAME RELEASE/BLOCK REVIEW AS A SANCTIONS HIT.  NOTHING
484390*     REACHES OUTPUT-FILE OR THE ACCOUNT MASTER; A RELEASED ITEM
484400*     COMES BACK IN THE SANCTREL FEED AND POSTS.
484410*----------------------------------------------------------------
484420 3760-HOLD-DORMANT-DEBIT.
484430     MOVE SPACES TO HELD-ITEM-RECORD
484440     MOVE INPUT-TRANSACTION-ID TO HLD-TRANSACTION-ID
484450     MOVE 'HELD' TO HLD-STATUS
484460     MOVE 'DORMANT-DEBIT' TO HLD-HIT-REASON
484470     MOVE WS-POSTING-DATE-FMT TO HLD-HELD-DATE
484480     MOVE INPUT-RECORD TO HLD-RAW-INPUT
484490     WRITE HELD-ITEM-RECORD
484500     ADD 1 TO WS-DORMANT-HELD-COUNT
484510     MOVE 'HELD-DORMANT-DEBIT' TO WS-AUDIT-STATUS
484520     PERFORM 3950-WRITE-AUDIT-RECORD
484530     DISPLAY 'RECORD HELD (DORMANT ACCOUNT): '
484535         INPUT-TRANSACTION-ID
484540     .
484550
