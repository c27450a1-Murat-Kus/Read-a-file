000010 IDENTIFICATION DIVISION.
000020       PROGRAM-ID. ITEM-RETURN.
000030       AUTHOR. MURAT KUS.
000040       INSTALLATION. INVENTORY SYSTEMS.
000050       DATE-WRITTEN. 15/10/2026.
000060       DATE-COMPILED. 15/10/2026.
000070******************************************************************
000080*    PURPOSE.     POSTS CUSTOMER RETURNS AND THEIR INSPECTION
000090*                 OUTCOMES FROM THE RETURNS DECK (RETTRAN).  A
000100*                 'B' CARD BOOKS A RETURN AGAINST THE CUSTOMER
000110*                 AND ITEM IT CAME BACK FROM, WITH A REASON CODE,
000120*                 INTO A QUARANTINE LOCATION (LOC-QUARANTINE ON
000130*                 THE LOCATION MASTER) AND OPENS IT ON THE
000140*                 RETURNS REGISTER, RETFILE.  THE STOCK GOES ON
000150*                 THE ITEM'S TOTAL AT ITS CURRENT UNIT COST -
000160*                 A RETURN IS NOT A PURCHASE, SO NOTHING IS
000170*                 RE-AVERAGED AND NOTHING IS WRITTEN TO GOODMOVE
000180*                 FOR ITEM-POMATCH TO TAKE FOR AN UNORDERED
000190*                 RECEIPT.  INSPECTION THEN DISPOSES OF THE
000200*                 GOODS AGAINST THE SAME RETURN NUMBER - 'R'
000210*                 RESTOCKS THEM TO A SALEABLE LOCATION, 'S'
000220*                 SCRAPS THEM AND 'V' SENDS THEM BACK TO THE
000230*                 SUPPLIER, THE LAST TWO TAKING THEM OFF THE
000240*                 TOTAL.  EACH STEP WRITES ITS OWN AUDIT ACTION
000250*                 (E, K, S OR V) SO ITEM-CLOSE AND ITEM-GLJRNL
000260*                 CAN REPLAY IT.  ANYTHING THAT CANNOT BE POSTED
000270*                 GOES TO THE REJECT REPORT WITH A REASON.
000280*    -------------------------------------------------------
000290*    MODIFICATION HISTORY.
000300*    DATE       INIT  DESCRIPTION
000310*    ---------  ----  ---------------------------------------
000320*    15/10/2026 MK    ORIGINAL VERSION.
000330******************************************************************
000340       ENVIRONMENT DIVISION.
000350       INPUT-OUTPUT SECTION.
000360       FILE-CONTROL.
000370
000380           SELECT RET-TRANS-FILE ASSIGN TO RETTRAN
000390               ORGANIZATION IS LINE SEQUENTIAL.
000400
000410           SELECT RET-FILE ASSIGN TO RETFILE
000420               ORGANIZATION IS INDEXED
000430               ACCESS MODE IS RANDOM
000440               RECORD KEY IS RET-NUMBER
000450               FILE STATUS IS WS-RET-FILE-STATUS.
000460
000470           SELECT ITEM-FILE ASSIGN TO ITEMFILE
000480               ORGANIZATION IS INDEXED
000490               ACCESS MODE IS RANDOM
000500               RECORD KEY IS ITEM-CODE
000510               FILE STATUS IS WS-ITEM-FILE-STATUS.
000520
000530           SELECT ITEM-LOC-FILE ASSIGN TO ITEMLOC
000540               ORGANIZATION IS INDEXED
000550               ACCESS MODE IS RANDOM
000560               RECORD KEY IS ILOC-KEY
000570               FILE STATUS IS WS-ILOC-FILE-STATUS.
000580
000590           SELECT LOC-FILE ASSIGN TO LOCFILE
000600               ORGANIZATION IS INDEXED
000610               ACCESS MODE IS RANDOM
000620               RECORD KEY IS LOC-CODE
000630               FILE STATUS IS WS-LOC-FILE-STATUS.
000640
000650           SELECT CUST-FILE ASSIGN TO CUSTFILE
000660               ORGANIZATION IS INDEXED
000670               ACCESS MODE IS RANDOM
000680               RECORD KEY IS CUST-CODE
000690               FILE STATUS IS WS-CUST-FILE-STATUS.
000700
000710           SELECT RET-REPORT ASSIGN TO RETXRPT
000720               ORGANIZATION IS LINE SEQUENTIAL.
000730
000740           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000750               ORGANIZATION IS LINE SEQUENTIAL.
000760
000770           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000780               ORGANIZATION IS LINE SEQUENTIAL.
000790
000800       DATA DIVISION.
000810       FILE SECTION.
000820
000830       FD  RET-TRANS-FILE.
000840       COPY RETTRAN.
000850
000860       FD  RET-FILE.
000870       COPY RETREC.
000880
000890       FD  ITEM-FILE.
000900       COPY STOCKITM.
000910
000920       FD  ITEM-LOC-FILE.
000930       COPY ITEMLOC.
000940
000950       FD  LOC-FILE.
000960       COPY LOCREC.
000970
000980       FD  CUST-FILE.
000990       COPY CUSTREC.
001000
001010       FD  RET-REPORT.
001020       01  RET-REPORT-RECORD.
001030           02  RPT-TRAN-IMAGE             PIC X(29).
001040           02  FILLER                     PIC X(01).
001050           02  RPT-REASON-CODE            PIC X(02).
001060           02  FILLER                     PIC X(01).
001070           02  RPT-REASON-TEXT            PIC X(30).
001080
001090       FD  AUDIT-LOG-FILE.
001100       COPY AUDITLOG.
001110
001120       FD  RUN-LOG-FILE.
001130       COPY RUNLOGR.
001140
001150       WORKING-STORAGE SECTION.
001160
001170       77  WS-RET-FILE-STATUS         PIC X(02) VALUE '00'.
001180       77  WS-ITEM-FILE-STATUS        PIC X(02) VALUE '00'.
001190       77  WS-ILOC-FILE-STATUS        PIC X(02) VALUE '00'.
001200       77  WS-LOC-FILE-STATUS         PIC X(02) VALUE '00'.
001210       77  WS-CUST-FILE-STATUS        PIC X(02) VALUE '00'.
001220
001230       77  WS-TRAN-ENDOF              PIC X(01) VALUE 'N'.
001240           88  WS-TRAN-AT-END             VALUE 'Y'.
001250
001260       77  WS-TRAN-VALID-SW           PIC X(01) VALUE 'Y'.
001270           88  WS-TRAN-VALID              VALUE 'Y'.
001280           88  WS-TRAN-INVALID            VALUE 'N'.
001290
001300       77  WS-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
001310       77  WS-BOOKED-COUNT            PIC 9(07) COMP VALUE ZERO.
001320       77  WS-RESTOCK-COUNT           PIC 9(07) COMP VALUE ZERO.
001330       77  WS-SCRAP-COUNT             PIC 9(07) COMP VALUE ZERO.
001340       77  WS-TO-SUPP-COUNT           PIC 9(07) COMP VALUE ZERO.
001350       77  WS-REJECT-COUNT            PIC 9(07) COMP VALUE ZERO.
001360       77  WS-REWRITE-FAIL-COUNT      PIC 9(07) COMP VALUE ZERO.
001370       77  WS-RUN-RC                  PIC 9(02) VALUE ZERO.
001380       77  WS-TODAY                   PIC X(08) VALUE SPACES.
001390
001400       77  WS-TRAN-QTY                PIC 9(05) VALUE ZERO.
001410       77  WS-RET-ITEM                PIC X(05) VALUE SPACES.
001420       77  WS-QUAR-LOC                PIC X(03) VALUE SPACES.
001430       77  WS-DEST-LOC                PIC X(03) VALUE SPACES.
001440
001450       77  WS-QUAR-QTY                PIC 9(05) VALUE ZERO.
001460       77  WS-DEST-QTY                PIC 9(05) VALUE ZERO.
001470
001480       77  WS-QUAR-PRESENT-SW         PIC X(01) VALUE 'N'.
001490           88  WS-QUAR-PRESENT            VALUE 'Y'.
001500
001510       77  WS-DEST-PRESENT-SW         PIC X(01) VALUE 'N'.
001520           88  WS-DEST-PRESENT            VALUE 'Y'.
001530
001540       PROCEDURE DIVISION.
001550
001560******************************************************************
001570*    0000-MAINLINE
001580******************************************************************
001590       0000-MAINLINE.
001600           OPEN EXTEND RUN-LOG-FILE.
001610           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001620           OPEN I-O ITEM-FILE.
001630           IF WS-ITEM-FILE-STATUS NOT = '00'
001640               DISPLAY 'ITEM-RETURN: *** OPEN FAILED FOR'
001650                   ' ITEM-FILE, STATUS = ' WS-ITEM-FILE-STATUS
001660               MOVE 16 TO WS-RUN-RC
001670               PERFORM 3100-WRITE-RUN-LOG THRU 3100-EXIT
001680               STOP RUN
001690           END-IF.
001700           OPEN I-O ITEM-LOC-FILE.
001710           IF WS-ILOC-FILE-STATUS NOT = '00'
001720               DISPLAY 'ITEM-RETURN: *** OPEN FAILED FOR'
001730                   ' ITEM-LOC-FILE, STATUS = '
001740                   WS-ILOC-FILE-STATUS
001750               MOVE 16 TO WS-RUN-RC
001760               PERFORM 3100-WRITE-RUN-LOG THRU 3100-EXIT
001770               STOP RUN
001780           END-IF.
001790           OPEN I-O RET-FILE.
001800           IF WS-RET-FILE-STATUS NOT = '00'
001810               DISPLAY 'ITEM-RETURN: *** OPEN FAILED FOR'
001820                   ' RET-FILE, STATUS = ' WS-RET-FILE-STATUS
001830               MOVE 16 TO WS-RUN-RC
001840               PERFORM 3100-WRITE-RUN-LOG THRU 3100-EXIT
001850               STOP RUN
001860           END-IF.
001870           OPEN INPUT LOC-FILE.
001880           IF WS-LOC-FILE-STATUS NOT = '00'
001890               DISPLAY 'ITEM-RETURN: *** OPEN FAILED FOR'
001900                   ' LOC-FILE, STATUS = ' WS-LOC-FILE-STATUS
001910               MOVE 16 TO WS-RUN-RC
001920               PERFORM 3100-WRITE-RUN-LOG THRU 3100-EXIT
001930               STOP RUN
001940           END-IF.
001950           OPEN INPUT CUST-FILE.
001960           IF WS-CUST-FILE-STATUS NOT = '00'
001970               DISPLAY 'ITEM-RETURN: *** OPEN FAILED FOR'
001980                   ' CUST-FILE, STATUS = ' WS-CUST-FILE-STATUS
001990               MOVE 16 TO WS-RUN-RC
002000               PERFORM 3100-WRITE-RUN-LOG THRU 3100-EXIT
002010               STOP RUN
002020           END-IF.
002030           OPEN INPUT RET-TRANS-FILE.
002040           OPEN OUTPUT RET-REPORT.
002050           OPEN EXTEND AUDIT-LOG-FILE.
002060           MOVE SPACES TO AUDIT-LOG-RECORD.
002070           MOVE 'REJECTED RETURN TRANSACTIONS'
002080               TO RET-REPORT-RECORD.
002090           WRITE RET-REPORT-RECORD.
002100           PERFORM 1000-READ-TRANSACTION THRU 1000-EXIT.
002110           PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
002120               UNTIL WS-TRAN-AT-END.
002130           CLOSE ITEM-FILE.
002140           CLOSE ITEM-LOC-FILE.
002150           CLOSE RET-FILE.
002160           CLOSE LOC-FILE.
002170           CLOSE CUST-FILE.
002180           CLOSE RET-TRANS-FILE.
002190           CLOSE RET-REPORT.
002200           CLOSE AUDIT-LOG-FILE.
002210           PERFORM 3000-DISPLAY-TOTALS THRU 3000-EXIT.
002220           IF WS-REWRITE-FAIL-COUNT > ZERO
002230               MOVE 8 TO WS-RUN-RC
002240           ELSE
002250               IF WS-REJECT-COUNT > ZERO
002260                   MOVE 4 TO WS-RUN-RC
002270               END-IF
002280           END-IF.
002290           PERFORM 3100-WRITE-RUN-LOG THRU 3100-EXIT.
002300           STOP RUN.
002310
002320******************************************************************
002330*    1000-READ-TRANSACTION THRU 1000-EXIT
002340******************************************************************
002350       1000-READ-TRANSACTION.
002360           READ RET-TRANS-FILE
002370               AT END
002380                   SET WS-TRAN-AT-END TO TRUE
002390               NOT AT END
002400                   ADD 1 TO WS-READ-COUNT
002410           END-READ.
002420       1000-EXIT.
002430           EXIT.
002440
002450******************************************************************
002460*    2000-PROCESS-TRANSACTION THRU 2000-EXIT
002470*    VALIDATES ONE CARD AND, IF IT PASSES, BOOKS THE RETURN OR
002480*    POSTS THE INSPECTION OUTCOME.  VALIDATION LEAVES THE ITEM
002490*    MASTER, THE QUARANTINE BALANCE AND (FOR A DISPOSAL) THE
002500*    REGISTER RECORD IN STORAGE READY TO POST.
002510******************************************************************
002520       2000-PROCESS-TRANSACTION.
002530           PERFORM 2100-VALIDATE-TRANSACTION THRU 2100-EXIT.
002540           IF WS-TRAN-VALID
002550               IF RTRN-BOOK
002560                   PERFORM 2200-BOOK-RETURN THRU 2200-EXIT
002570               ELSE
002580                   PERFORM 2300-DISPOSE-RETURN THRU 2300-EXIT
002590               END-IF
002600           ELSE
002610               PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
002620           END-IF.
002630           PERFORM 1000-READ-TRANSACTION THRU 1000-EXIT.
002640       2000-EXIT.
002650           EXIT.
002660
002670******************************************************************
002680*    2100-VALIDATE-TRANSACTION THRU 2100-EXIT
002690*    CHECKS COMMON TO EVERY CARD - THE CODE, THE RETURN NUMBER
002700*    AND A NUMERIC (OR BLANK) QUANTITY - THEN HANDS ON TO THE
002710*    BOOKING OR DISPOSAL CHECKS.  THE FIRST FAILING CHECK SETS
002720*    THE REASON CODE.
002730******************************************************************
002740       2100-VALIDATE-TRANSACTION.
002750           SET WS-TRAN-VALID TO TRUE.
002760           MOVE SPACES TO RPT-REASON-CODE RPT-REASON-TEXT.
002770           MOVE ZERO TO WS-TRAN-QTY.
002780           IF NOT RTRN-BOOK AND
002790              NOT RTRN-RESTOCK AND
002800              NOT RTRN-SCRAP AND
002810              NOT RTRN-TO-SUPPLIER
002820               SET WS-TRAN-INVALID TO TRUE
002830               MOVE '01' TO RPT-REASON-CODE
002840               MOVE 'TRANSACTION CODE NOT B R S OR V'
002850                   TO RPT-REASON-TEXT
002860           ELSE
002870               IF RTRN-RET-NUMBER = SPACES
002880                   SET WS-TRAN-INVALID TO TRUE
002890                   MOVE '02' TO RPT-REASON-CODE
002900                   MOVE 'RETURN NUMBER IS BLANK'
002910                       TO RPT-REASON-TEXT
002920               ELSE
002930                   IF RTRN-QTY-X NOT = SPACES AND
002940                      RTRN-QTY NOT NUMERIC
002950                       SET WS-TRAN-INVALID TO TRUE
002960                       MOVE '03' TO RPT-REASON-CODE
002970                       MOVE 'QUANTITY IS NOT NUMERIC'
002980                           TO RPT-REASON-TEXT
002990                   END-IF
003000               END-IF
003010           END-IF.
003020           IF WS-TRAN-VALID AND RTRN-QTY-X NOT = SPACES
003030               MOVE RTRN-QTY TO WS-TRAN-QTY
003040           END-IF.
003050           IF WS-TRAN-VALID
003060               IF RTRN-BOOK
003070                   PERFORM 2110-VALIDATE-BOOKING THRU 2110-EXIT
003080               ELSE
003090                   PERFORM 2150-VALIDATE-DISPOSAL THRU 2150-EXIT
003100               END-IF
003110           END-IF.
003120       2100-EXIT.
003130           EXIT.
003140
003150******************************************************************
003160*    2110-VALIDATE-BOOKING THRU 2110-EXIT
003170*    A NEW RETURN NEEDS A RETURN NUMBER NOT ALREADY ON THE
003180*    REGISTER, A QUANTITY, A KNOWN REASON, A CUSTOMER AND ITEM
003190*    ON FILE, AND A LOCATION THAT IS ON FILE AND MARKED AS
003200*    QUARANTINE - RETURNED STOCK NEVER GOES STRAIGHT INTO A
003210*    SALEABLE LOCATION.  NEITHER THE ITEM'S TOTAL NOR THE
003220*    QUARANTINE BALANCE MAY BE CARRIED PAST 99999.
003230******************************************************************
003240       2110-VALIDATE-BOOKING.
003250           MOVE RTRN-ITEM-CODE TO WS-RET-ITEM.
003260           MOVE RTRN-LOC-CODE TO WS-QUAR-LOC.
003270           MOVE RTRN-RET-NUMBER TO RET-NUMBER.
003280           READ RET-FILE
003290               INVALID KEY
003300                   CONTINUE
003310               NOT INVALID KEY
003320                   SET WS-TRAN-INVALID TO TRUE
003330                   MOVE '04' TO RPT-REASON-CODE
003340                   MOVE 'RETURN NUMBER ALREADY BOOKED'
003350                       TO RPT-REASON-TEXT
003360           END-READ.
003370           IF WS-TRAN-VALID AND WS-TRAN-QTY = ZERO
003380               SET WS-TRAN-INVALID TO TRUE
003390               MOVE '05' TO RPT-REASON-CODE
003400               MOVE 'BOOKED QUANTITY IS ZERO' TO RPT-REASON-TEXT
003410           END-IF.
003420           IF WS-TRAN-VALID
003430               MOVE RTRN-REASON-CODE TO RET-REASON-CODE
003440               IF NOT RET-REASON-VALID
003450                   SET WS-TRAN-INVALID TO TRUE
003460                   MOVE '06' TO RPT-REASON-CODE
003470                   MOVE 'REASON NOT DF DA WI NW OR OT'
003480                       TO RPT-REASON-TEXT
003490               END-IF
003500           END-IF.
003510           IF WS-TRAN-VALID
003520               MOVE RTRN-CUST-CODE TO CUST-CODE
003530               READ CUST-FILE
003540                   INVALID KEY
003550                       SET WS-TRAN-INVALID TO TRUE
003560                       MOVE '07' TO RPT-REASON-CODE
003570                       MOVE 'CUSTOMER NOT ON FILE'
003580                           TO RPT-REASON-TEXT
003590               END-READ
003600           END-IF.
003610           IF WS-TRAN-VALID
003620               PERFORM 2180-READ-ITEM THRU 2180-EXIT
003630           END-IF.
003640           IF WS-TRAN-VALID
003650               MOVE WS-QUAR-LOC TO LOC-CODE
003660               READ LOC-FILE
003670                   INVALID KEY
003680                       SET WS-TRAN-INVALID TO TRUE
003690                       MOVE '09' TO RPT-REASON-CODE
003700                       MOVE 'LOCATION NOT ON FILE'
003710                           TO RPT-REASON-TEXT
003720                   NOT INVALID KEY
003730                       IF NOT LOC-QUARANTINE
003740                           SET WS-TRAN-INVALID TO TRUE
003750                           MOVE '10' TO RPT-REASON-CODE
003760                           MOVE 'LOCATION IS NOT QUARANTINE'
003770                               TO RPT-REASON-TEXT
003780                       END-IF
003790               END-READ
003800           END-IF.
003810           IF WS-TRAN-VALID
003820               PERFORM 2700-READ-QUARANTINE THRU 2700-EXIT
003830               IF ITEM-QTY-ON-HAND > 99999 - WS-TRAN-QTY OR
003840                  WS-QUAR-QTY > 99999 - WS-TRAN-QTY
003850                   SET WS-TRAN-INVALID TO TRUE
003860                   MOVE '11' TO RPT-REASON-CODE
003870                   MOVE 'RETURN EXCEEDS QTY LIMIT'
003880                       TO RPT-REASON-TEXT
003890               END-IF
003900           END-IF.
003910       2110-EXIT.
003920           EXIT.
003930
003940******************************************************************
003950*    2150-VALIDATE-DISPOSAL THRU 2150-EXIT
003960*    AN INSPECTION CARD MUST NAME A RETURN STILL OPEN ON THE
003970*    REGISTER - THE REGISTER, NOT THE CARD, SAYS WHICH ITEM AND
003980*    WHICH QUARANTINE LOCATION.  A BLANK OR ZERO QUANTITY TAKES
003990*    EVERYTHING STILL OPEN.  THE QUANTITY MAY NOT EXCEED WHAT
004000*    IS OPEN ON THE RETURN, WHAT THE QUARANTINE LOCATION HOLDS,
004010*    OR (FOR A SCRAP OR SUPPLIER RETURN) THE ITEM'S TOTAL.  A
004020*    RESTOCK NEEDS A DESTINATION THAT IS ON FILE AND SALEABLE.
004030******************************************************************
004040       2150-VALIDATE-DISPOSAL.
004050           MOVE RTRN-RET-NUMBER TO RET-NUMBER.
004060           READ RET-FILE
004070               INVALID KEY
004080                   SET WS-TRAN-INVALID TO TRUE
004090                   MOVE '12' TO RPT-REASON-CODE
004100                   MOVE 'RETURN NOT ON REGISTER'
004110                       TO RPT-REASON-TEXT
004120           END-READ.
004130           IF WS-TRAN-VALID AND RET-DISPOSED
004140               SET WS-TRAN-INVALID TO TRUE
004150               MOVE '13' TO RPT-REASON-CODE
004160               MOVE 'RETURN ALREADY CLOSED' TO RPT-REASON-TEXT
004170           END-IF.
004180           IF WS-TRAN-VALID
004190               MOVE RET-ITEM-CODE TO WS-RET-ITEM
004200               MOVE RET-LOC-CODE TO WS-QUAR-LOC
004210               IF WS-TRAN-QTY = ZERO
004220                   MOVE RET-QTY-OPEN TO WS-TRAN-QTY
004230               END-IF
004240               IF WS-TRAN-QTY > RET-QTY-OPEN
004250                   SET WS-TRAN-INVALID TO TRUE
004260                   MOVE '14' TO RPT-REASON-CODE
004270                   MOVE 'QUANTITY EXCEEDS QTY OPEN'
004280                       TO RPT-REASON-TEXT
004290               END-IF
004300           END-IF.
004310           IF WS-TRAN-VALID
004320               PERFORM 2180-READ-ITEM THRU 2180-EXIT
004330           END-IF.
004340           IF WS-TRAN-VALID
004350               PERFORM 2700-READ-QUARANTINE THRU 2700-EXIT
004360               IF WS-TRAN-QTY > WS-QUAR-QTY
004370                   SET WS-TRAN-INVALID TO TRUE
004380                   MOVE '15' TO RPT-REASON-CODE
004390                   MOVE 'QUANTITY EXCEEDS QUARANTINE QTY'
004400                       TO RPT-REASON-TEXT
004410               ELSE
004420                   IF NOT RTRN-RESTOCK AND
004430                      WS-TRAN-QTY > ITEM-QTY-ON-HAND
004440                       SET WS-TRAN-INVALID TO TRUE
004450                       MOVE '16' TO RPT-REASON-CODE
004460                       MOVE 'QUANTITY EXCEEDS TOTAL ON HAND'
004470                           TO RPT-REASON-TEXT
004480                   END-IF
004490               END-IF
004500           END-IF.
004510           IF WS-TRAN-VALID AND RTRN-RESTOCK
004520               PERFORM 2160-VALIDATE-DESTINATION THRU 2160-EXIT
004530           END-IF.
004540       2150-EXIT.
004550           EXIT.
004560
004570******************************************************************
004580*    2160-VALIDATE-DESTINATION THRU 2160-EXIT
004590*    RESTOCKED GOODS MUST GO TO A DIFFERENT, SALEABLE LOCATION
004600*    WHOSE BALANCE WILL NOT BE CARRIED PAST 99999.
004610******************************************************************
004620       2160-VALIDATE-DESTINATION.
004630           MOVE RTRN-LOC-CODE TO WS-DEST-LOC.
004640           IF WS-DEST-LOC = SPACES OR
004650              WS-DEST-LOC = WS-QUAR-LOC
004660               SET WS-TRAN-INVALID TO TRUE
004670               MOVE '17' TO RPT-REASON-CODE
004680               MOVE 'RESTOCK LOCATION BLANK OR SAME'
004690                   TO RPT-REASON-TEXT
004700           ELSE
004710               MOVE WS-DEST-LOC TO LOC-CODE
004720               READ LOC-FILE
004730                   INVALID KEY
004740                       SET WS-TRAN-INVALID TO TRUE
004750                       MOVE '09' TO RPT-REASON-CODE
004760                       MOVE 'LOCATION NOT ON FILE'
004770                           TO RPT-REASON-TEXT
004780                   NOT INVALID KEY
004790                       IF LOC-QUARANTINE
004800                           SET WS-TRAN-INVALID TO TRUE
004810                           MOVE '18' TO RPT-REASON-CODE
004820                           MOVE 'RESTOCK LOCATION IS QUARANTINE'
004830                               TO RPT-REASON-TEXT
004840                       END-IF
004850               END-READ
004860           END-IF.
004870           IF WS-TRAN-VALID
004880               PERFORM 2710-READ-DESTINATION THRU 2710-EXIT
004890               IF WS-DEST-QTY > 99999 - WS-TRAN-QTY
004900                   SET WS-TRAN-INVALID TO TRUE
004910                   MOVE '19' TO RPT-REASON-CODE
004920                   MOVE 'RESTOCK EXCEEDS QTY LIMIT'
004930                       TO RPT-REASON-TEXT
004940               END-IF
004950           END-IF.
004960       2160-EXIT.
004970           EXIT.
004980
004990******************************************************************
005000*    2180-READ-ITEM THRU 2180-EXIT
005010******************************************************************
005020       2180-READ-ITEM.
005030           MOVE WS-RET-ITEM TO ITEM-CODE.
005040           READ ITEM-FILE
005050               INVALID KEY
005060                   SET WS-TRAN-INVALID TO TRUE
005070                   MOVE '08' TO RPT-REASON-CODE
005080                   MOVE 'ITEM NOT ON FILE' TO RPT-REASON-TEXT
005090           END-READ.
005100       2180-EXIT.
005110           EXIT.
005120
005130******************************************************************
005140*    2200-BOOK-RETURN THRU 2200-EXIT
005150*    PUTS THE RETURNED QUANTITY ON THE ITEM'S TOTAL AND THE
005160*    QUARANTINE BALANCE.  THE UNIT COST IS LEFT AS IT IS - THE
005170*    GOODS WENT OUT AT THE AVERAGE AND COME BACK AT IT.  THE
005180*    BALANCE, THE REGISTER RECORD AND THE 'E' AUDIT RECORD ARE
005190*    ONLY WRITTEN ONCE THE MASTER REWRITE SUCCEEDS.
005200******************************************************************
005210       2200-BOOK-RETURN.
005220           ADD WS-TRAN-QTY TO ITEM-QTY-ON-HAND.
005230           ADD WS-TRAN-QTY TO WS-QUAR-QTY.
005240           REWRITE STOCK-ITEMS
005250               INVALID KEY
005260                   DISPLAY 'ITEM-RETURN: *** REWRITE FAILED FOR'
005270                       ' ITEM ' ITEM-CODE ', STATUS = '
005280                       WS-ITEM-FILE-STATUS ' ***'
005290                   ADD 1 TO WS-REWRITE-FAIL-COUNT
005300               NOT INVALID KEY
005310                   PERFORM 2750-PUT-QUARANTINE THRU 2750-EXIT
005320                   PERFORM 2210-WRITE-REGISTER THRU 2210-EXIT
005330                   ADD 1 TO WS-BOOKED-COUNT
005340                   SET AUD-ACTION-RETURN TO TRUE
005350                   PERFORM 2600-WRITE-AUDIT-LOG THRU 2600-EXIT
005360           END-REWRITE.
005370       2200-EXIT.
005380           EXIT.
005390
005400******************************************************************
005410*    2210-WRITE-REGISTER THRU 2210-EXIT
005420*    OPENS THE RETURN ON THE REGISTER WITH EVERYTHING STILL IN
005430*    QUARANTINE.
005440******************************************************************
005450       2210-WRITE-REGISTER.
005460           MOVE SPACES TO RETURN-RECORD.
005470           MOVE RTRN-RET-NUMBER TO RET-NUMBER.
005480           MOVE RTRN-CUST-CODE TO RET-CUST-CODE.
005490           MOVE RTRN-ITEM-CODE TO RET-ITEM-CODE.
005500           MOVE RTRN-REASON-CODE TO RET-REASON-CODE.
005510           MOVE RTRN-LOC-CODE TO RET-LOC-CODE.
005520           MOVE WS-TODAY TO RET-BOOKED-DATE.
005530           MOVE WS-TRAN-QTY TO RET-QTY-RETURNED RET-QTY-OPEN.
005540           MOVE ZERO TO RET-QTY-RESTOCKED RET-QTY-SCRAPPED
005550               RET-QTY-TO-SUPPLIER.
005560           SET RET-IN-QUARANTINE TO TRUE.
005570           WRITE RETURN-RECORD
005580               INVALID KEY
005590                   DISPLAY 'ITEM-RETURN: *** REGISTER WRITE'
005600                       ' FAILED FOR ' RET-NUMBER ', STATUS = '
005610                       WS-RET-FILE-STATUS ' ***'
005620                   ADD 1 TO WS-REWRITE-FAIL-COUNT
005630           END-WRITE.
005640       2210-EXIT.
005650           EXIT.
005660
005670******************************************************************
005680*    2300-DISPOSE-RETURN THRU 2300-EXIT
005690******************************************************************
005700       2300-DISPOSE-RETURN.
005710           IF RTRN-RESTOCK
005720               PERFORM 2310-RESTOCK THRU 2310-EXIT
005730           ELSE
005740               PERFORM 2320-WRITE-OFF THRU 2320-EXIT
005750           END-IF.
005760       2300-EXIT.
005770           EXIT.
005780
005790******************************************************************
005800*    2310-RESTOCK THRU 2310-EXIT
005810*    MOVES THE QUANTITY FROM QUARANTINE TO THE SALEABLE
005820*    DESTINATION.  LIKE AN ITEM-MOVE TRANSFER, THE ITEM'S TOTAL
005830*    IS UNTOUCHED, SO THE MASTER IS NOT REWRITTEN AND THE 'K'
005840*    AUDIT RECORD REPLAYS AS A NO-OP.
005850******************************************************************
005860       2310-RESTOCK.
005870           SUBTRACT WS-TRAN-QTY FROM WS-QUAR-QTY.
005880           ADD WS-TRAN-QTY TO WS-DEST-QTY.
005890           PERFORM 2750-PUT-QUARANTINE THRU 2750-EXIT.
005900           PERFORM 2760-PUT-DESTINATION THRU 2760-EXIT.
005910           ADD WS-TRAN-QTY TO RET-QTY-RESTOCKED.
005920           PERFORM 2400-UPDATE-REGISTER THRU 2400-EXIT.
005930           ADD 1 TO WS-RESTOCK-COUNT.
005940           SET AUD-ACTION-RESTOCK TO TRUE.
005950           PERFORM 2600-WRITE-AUDIT-LOG THRU 2600-EXIT.
005960       2310-EXIT.
005970           EXIT.
005980
005990******************************************************************
006000*    2320-WRITE-OFF THRU 2320-EXIT
006010*    SCRAPPED GOODS AND GOODS SENT BACK TO THE SUPPLIER LEAVE
006020*    THE BUILDING - TAKE THEM OFF THE QUARANTINE BALANCE AND
006030*    THE ITEM'S TOTAL TOGETHER.  THE BALANCE, THE REGISTER AND
006040*    THE AUDIT RECORD ONLY MOVE ONCE THE MASTER REWRITE
006050*    SUCCEEDS.
006060******************************************************************
006070       2320-WRITE-OFF.
006080           SUBTRACT WS-TRAN-QTY FROM ITEM-QTY-ON-HAND.
006090           SUBTRACT WS-TRAN-QTY FROM WS-QUAR-QTY.
006100           REWRITE STOCK-ITEMS
006110               INVALID KEY
006120                   DISPLAY 'ITEM-RETURN: *** REWRITE FAILED FOR'
006130                       ' ITEM ' ITEM-CODE ', STATUS = '
006140                       WS-ITEM-FILE-STATUS ' ***'
006150                   ADD 1 TO WS-REWRITE-FAIL-COUNT
006160               NOT INVALID KEY
006170                   PERFORM 2750-PUT-QUARANTINE THRU 2750-EXIT
006180                   IF RTRN-SCRAP
006190                       ADD WS-TRAN-QTY TO RET-QTY-SCRAPPED
006200                       ADD 1 TO WS-SCRAP-COUNT
006210                       SET AUD-ACTION-SCRAP TO TRUE
006220                   ELSE
006230                       ADD WS-TRAN-QTY TO RET-QTY-TO-SUPPLIER
006240                       ADD 1 TO WS-TO-SUPP-COUNT
006250                       SET AUD-ACTION-TO-SUPPLIER TO TRUE
006260                   END-IF
006270                   PERFORM 2400-UPDATE-REGISTER THRU 2400-EXIT
006280                   PERFORM 2600-WRITE-AUDIT-LOG THRU 2600-EXIT
006290           END-REWRITE.
006300       2320-EXIT.
006310           EXIT.
006320
006330******************************************************************
006340*    2400-UPDATE-REGISTER THRU 2400-EXIT
006350*    TAKES THE DISPOSED QUANTITY OFF WHAT IS OPEN ON THE RETURN
006360*    AND CLOSES IT WHEN NOTHING IS LEFT IN QUARANTINE.
006370******************************************************************
006380       2400-UPDATE-REGISTER.
006390           SUBTRACT WS-TRAN-QTY FROM RET-QTY-OPEN.
006400           MOVE WS-TODAY TO RET-LAST-DISP-DATE.
006410           IF RET-QTY-OPEN = ZERO
006420               SET RET-DISPOSED TO TRUE
006430           END-IF.
006440           REWRITE RETURN-RECORD
006450               INVALID KEY
006460                   DISPLAY 'ITEM-RETURN: *** REGISTER REWRITE'
006470                       ' FAILED FOR ' RET-NUMBER ', STATUS = '
006480                       WS-RET-FILE-STATUS ' ***'
006490                   ADD 1 TO WS-REWRITE-FAIL-COUNT
006500           END-REWRITE.
006510       2400-EXIT.
006520           EXIT.
006530
006540******************************************************************
006550*    2500-WRITE-REJECT THRU 2500-EXIT
006560*    WRITES A REJECTED CARD TO THE REPORT, RAW BYTES AND ALL,
006570*    ALONG WITH THE REASON CODE AND TEXT SET BY THE CALLER.
006580******************************************************************
006590       2500-WRITE-REJECT.
006600           ADD 1 TO WS-REJECT-COUNT.
006610           MOVE RET-TRANS-RECORD TO RPT-TRAN-IMAGE.
006620           WRITE RET-REPORT-RECORD.
006630       2500-EXIT.
006640           EXIT.
006650
006660******************************************************************
006670*    2600-WRITE-AUDIT-LOG THRU 2600-EXIT
006680*    WRITES ONE TIMESTAMPED AUDIT RECORD UNDER THE ACTION CODE
006690*    THE CALLER HAS SET, CARRYING THE QUANTITY MOVED.
006700******************************************************************
006710       2600-WRITE-AUDIT-LOG.
006720           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
006730           ACCEPT AUD-TIME FROM TIME.
006740           MOVE ITEM-CODE TO AUD-ITEM-CODE.
006750           MOVE ITEM-NAME TO AUD-ITEM-NAME.
006760           MOVE ITEM-PRICE TO AUD-ITEM-PRICE.
006770           MOVE WS-TRAN-QTY TO AUD-QTY.
006780           WRITE AUDIT-LOG-RECORD.
006790       2600-EXIT.
006800           EXIT.
006810
006820******************************************************************
006830*    2700-READ-QUARANTINE THRU 2700-EXIT
006840*    PULLS THE ITEM'S BALANCE AT THE QUARANTINE LOCATION.  NO
006850*    RECORD YET READS AS A ZERO BALANCE AND THE PUT WRITES A
006860*    FRESH ONE.
006870******************************************************************
006880       2700-READ-QUARANTINE.
006890           MOVE 'N' TO WS-QUAR-PRESENT-SW.
006900           MOVE WS-RET-ITEM TO ILOC-ITEM-CODE.
006910           MOVE WS-QUAR-LOC TO ILOC-LOC-CODE.
006920           READ ITEM-LOC-FILE
006930               INVALID KEY
006940                   MOVE ZERO TO WS-QUAR-QTY
006950               NOT INVALID KEY
006960                   SET WS-QUAR-PRESENT TO TRUE
006970                   MOVE ILOC-QTY-ON-HAND TO WS-QUAR-QTY
006980           END-READ.
006990       2700-EXIT.
007000           EXIT.
007010
007020******************************************************************
007030*    2710-READ-DESTINATION THRU 2710-EXIT
007040******************************************************************
007050       2710-READ-DESTINATION.
007060           MOVE 'N' TO WS-DEST-PRESENT-SW.
007070           MOVE WS-RET-ITEM TO ILOC-ITEM-CODE.
007080           MOVE WS-DEST-LOC TO ILOC-LOC-CODE.
007090           READ ITEM-LOC-FILE
007100               INVALID KEY
007110                   MOVE ZERO TO WS-DEST-QTY
007120               NOT INVALID KEY
007130                   SET WS-DEST-PRESENT TO TRUE
007140                   MOVE ILOC-QTY-ON-HAND TO WS-DEST-QTY
007150           END-READ.
007160       2710-EXIT.
007170           EXIT.
007180
007190******************************************************************
007200*    2750-PUT-QUARANTINE THRU 2750-EXIT
007210*    PUTS THE UPDATED QUARANTINE BALANCE BACK - REWRITTEN WHEN
007220*    THE RECORD WAS THERE, WRITTEN FRESH WHEN IT WAS NOT.  A
007230*    FAILED PUT COUNTS WITH THE REWRITE FAILURES SO THE RUN
007240*    ENDS WITH RC 8.
007250******************************************************************
007260       2750-PUT-QUARANTINE.
007270           MOVE WS-RET-ITEM TO ILOC-ITEM-CODE.
007280           MOVE WS-QUAR-LOC TO ILOC-LOC-CODE.
007290           MOVE WS-QUAR-QTY TO ILOC-QTY-ON-HAND.
007300           IF WS-QUAR-PRESENT
007310               REWRITE ITEM-LOC-RECORD
007320                   INVALID KEY
007330                       DISPLAY 'ITEM-RETURN: *** LOCATION REWRITE'
007340                           ' FAILED FOR ' ILOC-KEY ' ***'
007350                       ADD 1 TO WS-REWRITE-FAIL-COUNT
007360               END-REWRITE
007370           ELSE
007380               WRITE ITEM-LOC-RECORD
007390                   INVALID KEY
007400                       DISPLAY 'ITEM-RETURN: *** LOCATION WRITE'
007410                           ' FAILED FOR ' ILOC-KEY ' ***'
007420                       ADD 1 TO WS-REWRITE-FAIL-COUNT
007430               END-WRITE
007440           END-IF.
007450       2750-EXIT.
007460           EXIT.
007470
007480******************************************************************
007490*    2760-PUT-DESTINATION THRU 2760-EXIT
007500******************************************************************
007510       2760-PUT-DESTINATION.
007520           MOVE WS-RET-ITEM TO ILOC-ITEM-CODE.
007530           MOVE WS-DEST-LOC TO ILOC-LOC-CODE.
007540           MOVE WS-DEST-QTY TO ILOC-QTY-ON-HAND.
007550           IF WS-DEST-PRESENT
007560               REWRITE ITEM-LOC-RECORD
007570                   INVALID KEY
007580                       DISPLAY 'ITEM-RETURN: *** LOCATION REWRITE'
007590                           ' FAILED FOR ' ILOC-KEY ' ***'
007600                       ADD 1 TO WS-REWRITE-FAIL-COUNT
007610               END-REWRITE
007620           ELSE
007630               WRITE ITEM-LOC-RECORD
007640                   INVALID KEY
007650                       DISPLAY 'ITEM-RETURN: *** LOCATION WRITE'
007660                           ' FAILED FOR ' ILOC-KEY ' ***'
007670                       ADD 1 TO WS-REWRITE-FAIL-COUNT
007680               END-WRITE
007690           END-IF.
007700       2760-EXIT.
007710           EXIT.
007720
007730******************************************************************
007740*    3000-DISPLAY-TOTALS THRU 3000-EXIT
007750******************************************************************
007760       3000-DISPLAY-TOTALS.
007770           DISPLAY 'ITEM-RETURN: CARDS READ = ' WS-READ-COUNT
007780               '  BOOKED = ' WS-BOOKED-COUNT
007790               '  RESTOCKED = ' WS-RESTOCK-COUNT
007800               '  SCRAPPED = ' WS-SCRAP-COUNT
007810               '  TO SUPPLIER = ' WS-TO-SUPP-COUNT
007820               '  REJECTED = ' WS-REJECT-COUNT.
007830       3000-EXIT.
007840           EXIT.
007850
007860******************************************************************
007870*    3100-WRITE-RUN-LOG THRU 3100-EXIT
007880*    ONE-LINE RUN SUMMARY FOR THE SCHEDULER, AND THE RETURN
007890*    CODE FOR THE STEP - 16 IS A BAD OPEN, 8 MEANS A MASTER,
007900*    BALANCE OR REGISTER WRITE FAILED, 4 IS REJECTED CARDS ONLY.
007910******************************************************************
007920       3100-WRITE-RUN-LOG.
007930           MOVE SPACES TO RUN-LOG-RECORD.
007940           MOVE 'ITEM-RETURN' TO RUN-PROGRAM.
007950           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
007960           ACCEPT RUN-TIME FROM TIME.
007970           MOVE WS-READ-COUNT TO RUN-RECORDS-IN.
007980           ADD WS-BOOKED-COUNT WS-RESTOCK-COUNT
007990               WS-SCRAP-COUNT WS-TO-SUPP-COUNT
008000               GIVING RUN-RECORDS-OUT.
008010           MOVE WS-REJECT-COUNT TO RUN-RECORDS-REJECT.
008020           MOVE WS-RUN-RC TO RUN-RETURN-CODE.
008030           IF WS-RUN-RC > 4
008040               SET RUN-FAILED TO TRUE
008050           ELSE
008060               IF WS-RUN-RC = 4
008070                   SET RUN-WARNING TO TRUE
008080               ELSE
008090                   SET RUN-OK TO TRUE
008100               END-IF
008110           END-IF.
008120           WRITE RUN-LOG-RECORD.
008130           CLOSE RUN-LOG-FILE.
008140           MOVE WS-RUN-RC TO RETURN-CODE.
008150       3100-EXIT.
008160           EXIT.
