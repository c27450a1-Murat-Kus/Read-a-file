000010 IDENTIFICATION DIVISION.
000020       PROGRAM-ID. ITEM-INQUIRY.
000030       AUTHOR. MURAT KUS.
000040       INSTALLATION. INVENTORY SYSTEMS.
000050       DATE-WRITTEN. 15/10/2026.
000060       DATE-COMPILED. 15/10/2026.
000070******************************************************************
000080*    PURPOSE.     SINGLE-ITEM STOCK INQUIRY.  PRINTS ONE PAGE PER
000090*                 ITEM CODE PULLING TOGETHER EVERYTHING THE
000100*                 SYSTEM HOLDS ON IT:
000110*                   - THE ITEMFILE MASTER, WITH THE SUPPLIER'S
000120*                     NAME AND LEAD TIME OFF SUPP-FILE AND THE
000130*                     CATEGORY DESCRIPTION OFF CAT-FILE
000140*                   - THE BALANCE AT EACH LOCATION ON ITEMLOC,
000150*                     WITH THE LOC-NAME OFF LOC-FILE, TOTALLED
000160*                     AND CHECKED AGAINST ITEM-QTY-ON-HAND
000170*                   - EVERY OPEN LINE ON THE OPENPO REGISTER, WITH
000180*                     THE QUANTITY STILL TO COME AND A DUE DATE OF
000190*                     ORDER DATE PLUS THE LINE SUPPLIER'S
000200*                     SUPP-LEAD-TIME (FLAGGED WHEN ALREADY PAST)
000210*                   - THE OUTSTANDING BACKORDERS, IN CUSTOMER
000220*                     ORDER WITH THE CUST-NAME OFF CUST-FILE
000230*                   - THE LAST N AUDIT TRAIL ENTRIES, OLDEST
000240*                     FIRST - THE ARCHIVED GENERATIONS (OPTIONAL
000250*                     ARCHIN, READ FIRST, AS ITEM-AUDIT) AND THEN
000260*                     THE LIVE FILE.
000270*                 A CODE NOT ON ITEMFILE IS STILL REPORTED - ITS
000280*                 LOCATIONS, ORDERS AND TRAIL SHOW WHAT BECAME OF
000290*                 IT - BUT THE RUN ENDS 4.
000300*                 THE FIRST SYSIN CARD (TYPED AT THE CONSOLE WHEN
000310*                 RUN FROM A TERMINAL, AS ADDING-ITEMS):
000320*                   COLS 1-5    THE ITEM CODE TO LOOK UP.  BLANK
000330*                               READS THE INQUIRY DECK INSTEAD
000340*                               (INQCARDS - ONE ITEM CODE IN
000350*                               COLS 1-5 PER CARD, A PAGE EACH)
000360*                   COLS 6-7    AUDIT ENTRIES TO SHOW, 01-50
000370*                               (BLANK DEFAULTS TO 10)
000380*                 A SINGLE CODE'S PAGE IS ALSO DISPLAYED BACK TO
000390*                 THE CONSOLE AS IT IS PRINTED.  THE SEQUENTIAL
000400*                 FILES ARE RE-READ FOR EACH CODE, SO KEEP THE
000410*                 DECK TO THE ITEMS ACTUALLY WANTED.
000420*    -------------------------------------------------------
000430*    MODIFICATION HISTORY.
000440*    DATE       INIT  DESCRIPTION
000450*    ---------  ----  ---------------------------------------
000460*    15/10/2026 MK    ORIGINAL VERSION.
000463*    15/10/2026 MK    NAMES THE 'B' RECEIPT REVERSED AND 'U'
000466*                     ISSUE REVERSED AUDIT ACTIONS.
000470******************************************************************
000480       ENVIRONMENT DIVISION.
000490       INPUT-OUTPUT SECTION.
000500       FILE-CONTROL.
000510
000520           SELECT OPTIONAL CARD-IN ASSIGN TO INQCARDS
000530               ORGANIZATION IS LINE SEQUENTIAL.
000540
000550           SELECT ITEM-FILE ASSIGN TO ITEMFILE
000560               ORGANIZATION IS INDEXED
000570               ACCESS MODE IS RANDOM
000580               RECORD KEY IS ITEM-CODE
000590               FILE STATUS IS WS-ITEM-FILE-STATUS.
000600
000610           SELECT SUPP-FILE ASSIGN TO SUPPFILE
000620               ORGANIZATION IS INDEXED
000630               ACCESS MODE IS RANDOM
000640               RECORD KEY IS SUPP-CODE
000650               FILE STATUS IS WS-SUPP-FILE-STATUS.
000660
000670           SELECT CAT-FILE ASSIGN TO CATFILE
000680               ORGANIZATION IS INDEXED
000690               ACCESS MODE IS RANDOM
000700               RECORD KEY IS CAT-CODE
000710               FILE STATUS IS WS-CAT-FILE-STATUS.
000720
000730           SELECT ITEM-LOC-FILE ASSIGN TO ITEMLOC
000740               ORGANIZATION IS INDEXED
000750               ACCESS MODE IS DYNAMIC
000760               RECORD KEY IS ILOC-KEY
000770               FILE STATUS IS WS-ILOC-FILE-STATUS.
000780
000790           SELECT LOC-FILE ASSIGN TO LOCFILE
000800               ORGANIZATION IS INDEXED
000810               ACCESS MODE IS RANDOM
000820               RECORD KEY IS LOC-CODE
000830               FILE STATUS IS WS-LOC-FILE-STATUS.
000840
000850           SELECT CUST-FILE ASSIGN TO CUSTFILE
000860               ORGANIZATION IS INDEXED
000870               ACCESS MODE IS RANDOM
000880               RECORD KEY IS CUST-CODE
000890               FILE STATUS IS WS-CUST-FILE-STATUS.
000900
000910           SELECT OPTIONAL PO-IN ASSIGN TO POIN
000920               ORGANIZATION IS LINE SEQUENTIAL.
000930
000940           SELECT OPTIONAL BACK-IN ASSIGN TO BACKIN
000950               ORGANIZATION IS LINE SEQUENTIAL.
000960
000970           SELECT OPTIONAL ARCHIVE-IN ASSIGN TO ARCHIN
000980               ORGANIZATION IS LINE SEQUENTIAL.
000990
001000           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
001010               ORGANIZATION IS LINE SEQUENTIAL.
001020
001030           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.DAT".
001040
001050           SELECT INQUIRY-REPORT ASSIGN TO INQRPT
001060               ORGANIZATION IS LINE SEQUENTIAL.
001070
001080           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
001090               ORGANIZATION IS LINE SEQUENTIAL.
001100
001110       DATA DIVISION.
001120       FILE SECTION.
001130
001140       FD  CARD-IN.
001150       01  CARD-RECORD.
001160           02  CARD-ITEM-CODE             PIC X(05).
001170           02  FILLER                     PIC X(75).
001180
001190       FD  ITEM-FILE.
001200       COPY STOCKITM.
001210
001220       FD  SUPP-FILE.
001230       COPY SUPPITM.
001240
001250       FD  CAT-FILE.
001260       COPY CATREC.
001270
001280       FD  ITEM-LOC-FILE.
001290       COPY ITEMLOC.
001300
001310       FD  LOC-FILE.
001320       COPY LOCREC.
001330
001340       FD  CUST-FILE.
001350       COPY CUSTREC.
001360
001370       FD  PO-IN.
001380       COPY POREC.
001390
001400       FD  BACK-IN.
001410       COPY BACKORD.
001420
001430       FD  ARCHIVE-IN.
001440       01  ARCHIVE-IN-RECORD              PIC X(60).
001450
001460       FD  AUDIT-LOG-FILE.
001470       01  AUDIT-LOG-INPUT                PIC X(60).
001480
001490       SD  SORT-WORK-FILE.
001500       01  SORT-RECORD.
001510           02  SORT-CUST-CODE             PIC X(05).
001520           02  SORT-ORDER-DATE            PIC X(08).
001530           02  SORT-QTY                   PIC 9(05).
001540
001550       FD  INQUIRY-REPORT.
001560       01  INQUIRY-REPORT-LINE            PIC X(80).
001570
001580       FD  RUN-LOG-FILE.
001590       COPY RUNLOGR.
001600
001610       WORKING-STORAGE SECTION.
001620
001630       COPY AUDITLOG.
001640
001650       77  WS-ITEM-FILE-STATUS        PIC X(02) VALUE '00'.
001660       77  WS-SUPP-FILE-STATUS        PIC X(02) VALUE '00'.
001670       77  WS-CAT-FILE-STATUS         PIC X(02) VALUE '00'.
001680       77  WS-ILOC-FILE-STATUS        PIC X(02) VALUE '00'.
001690       77  WS-LOC-FILE-STATUS         PIC X(02) VALUE '00'.
001700       77  WS-CUST-FILE-STATUS        PIC X(02) VALUE '00'.
001710
001720       77  WS-CARD-ENDOF              PIC X(01) VALUE 'N'.
001730           88  WS-CARD-AT-END             VALUE 'Y'.
001740
001750       77  WS-ILOC-ENDOF              PIC X(01) VALUE 'N'.
001760           88  WS-ILOC-AT-END             VALUE 'Y'.
001770
001780       77  WS-PO-ENDOF                PIC X(01) VALUE 'N'.
001790           88  WS-PO-AT-END               VALUE 'Y'.
001800
001810       77  WS-BACK-ENDOF              PIC X(01) VALUE 'N'.
001820           88  WS-BACK-AT-END             VALUE 'Y'.
001830
001840       77  WS-ARCH-ENDOF              PIC X(01) VALUE 'N'.
001850           88  WS-ARCH-AT-END             VALUE 'Y'.
001860
001870       77  WS-AUDIT-ENDOF             PIC X(01) VALUE 'N'.
001880           88  WS-AUDIT-AT-END            VALUE 'Y'.
001890
001900       77  WS-SORT-ENDOF              PIC X(01) VALUE 'N'.
001910           88  WS-SORT-AT-END             VALUE 'Y'.
001920
001930       77  WS-ITEM-FOUND-SW           PIC X(01) VALUE 'N'.
001940           88  WS-ITEM-FOUND              VALUE 'Y'.
001950           88  WS-ITEM-NOT-FOUND          VALUE 'N'.
001960
001970       77  WS-CONSOLE-SW              PIC X(01) VALUE 'N'.
001980           88  WS-CONSOLE-RUN             VALUE 'Y'.
001990           88  WS-DECK-RUN                VALUE 'N'.
002000
002010       77  WS-INQUIRY-CODE            PIC X(05) VALUE SPACES.
002020       77  WS-LAST-CUST               PIC X(05) VALUE SPACES.
002030       77  WS-ACTION-TEXT             PIC X(10) VALUE SPACES.
002040
002050       77  WS-AUDIT-MAX               PIC 9(02) VALUE 10.
002060       77  WS-RING-NEXT               PIC 9(02) COMP VALUE ZERO.
002070       77  WS-RING-USED               PIC 9(02) COMP VALUE ZERO.
002080       77  WS-RING-SUB                PIC 9(02) COMP VALUE ZERO.
002090       77  WS-RING-LEFT               PIC 9(02) COMP VALUE ZERO.
002100
002110       77  WS-CARD-COUNT              PIC 9(07) COMP VALUE ZERO.
002120       77  WS-PAGE-COUNT              PIC 9(07) COMP VALUE ZERO.
002130       77  WS-NOT-FOUND-COUNT         PIC 9(07) COMP VALUE ZERO.
002140       77  WS-SECTION-COUNT           PIC 9(07) COMP VALUE ZERO.
002150       77  WS-RUN-RC                  PIC 9(02) VALUE ZERO.
002160
002170       77  WS-LOC-TOTAL               PIC 9(07) COMP-3 VALUE ZERO.
002180       77  WS-PO-TOTAL                PIC 9(07) COMP-3 VALUE ZERO.
002190       77  WS-BO-TOTAL                PIC 9(07) COMP-3 VALUE ZERO.
002200       77  WS-OUTSTANDING             PIC S9(05) COMP-3
002210                                      VALUE ZERO.
002220
002230       77  WS-TODAY-DAYS              PIC 9(07) COMP-3 VALUE ZERO.
002240       77  WS-DAY-NUMBER              PIC 9(07) COMP-3 VALUE ZERO.
002250
002260       01  WS-TODAY                   PIC 9(08) VALUE ZERO.
002270
002280       01  WS-CONV-DATE.
002290           02  WS-CD-YEAR                 PIC 9(04).
002300           02  WS-CD-MONTH                PIC 9(02).
002310           02  WS-CD-DAY                  PIC 9(02).
002320       01  WS-CONV-DATE-N REDEFINES WS-CONV-DATE
002330                                          PIC 9(08).
002340
002350       01  WS-PARM-CARD.
002360           02  WS-PC-ITEM-CODE            PIC X(05).
002370           02  WS-PC-AUDIT-MAX            PIC X(02).
002380           02  FILLER                     PIC X(73).
002390
002400       01  WS-RING-TABLE.
002410           02  WS-RING-ENTRY              PIC X(60)
002420                                          OCCURS 50 TIMES.
002430
002440       01  WS-TITLE-LINE.
002450           02  FILLER                     PIC X(20) VALUE
002460               'STOCK INQUIRY - ITEM'.
002470           02  FILLER                     PIC X(01) VALUE SPACES.
002480           02  WS-TT-CODE                 PIC X(05).
002490           02  FILLER                     PIC X(14) VALUE
002500               '      RUN DATE'.
002510           02  FILLER                     PIC X(01) VALUE SPACES.
002520           02  WS-TT-DATE                 PIC X(08).
002530           02  FILLER                     PIC X(22) VALUE SPACES.
002540           02  FILLER                     PIC X(05) VALUE 'PAGE '.
002550           02  WS-TT-PAGE                 PIC ZZZ9.
002560
002570       01  WS-RULE-LINE.
002580           02  FILLER                     PIC X(80) VALUE ALL '-'.
002590
002600       01  WS-NAME-LINE.
002610           02  FILLER                     PIC X(12) VALUE
002620               'NAME       :'.
002630           02  FILLER                     PIC X(01) VALUE SPACES.
002640           02  WS-NL-NAME                 PIC X(20).
002650           02  FILLER                     PIC X(47) VALUE SPACES.
002660
002670       01  WS-PRICE-LINE.
002680           02  FILLER                     PIC X(12) VALUE
002690               'PRICE      :'.
002700           02  WS-PL-PRICE                PIC ZZ,ZZ9.99.
002710           02  FILLER                     PIC X(17) VALUE
002720               '    UNIT COST   :'.
002730           02  WS-PL-COST                 PIC ZZ,ZZ9.99.
002740           02  FILLER                     PIC X(33) VALUE SPACES.
002750
002760       01  WS-QTY-LINE.
002770           02  FILLER                     PIC X(12) VALUE
002780               'ON HAND    :'.
002790           02  FILLER                     PIC X(04) VALUE SPACES.
002800           02  WS-QL-ON-HAND              PIC ZZZZ9.
002810           02  FILLER                     PIC X(17) VALUE
002820               '    REORDER LVL :'.
002830           02  FILLER                     PIC X(04) VALUE SPACES.
002840           02  WS-QL-REORDER              PIC ZZZZ9.
002850           02  FILLER                     PIC X(14) VALUE
002860               '   LAST ISSUE '.
002870           02  WS-QL-LAST-ISSUE           PIC X(08).
002880           02  WS-QL-FLAG                 PIC X(11).
002890
002900       01  WS-SUPP-LINE.
002910           02  FILLER                     PIC X(12) VALUE
002920               'SUPPLIER   :'.
002930           02  FILLER                     PIC X(01) VALUE SPACES.
002940           02  WS-SL-CODE                 PIC X(05).
002950           02  FILLER                     PIC X(01) VALUE SPACES.
002960           02  WS-SL-NAME                 PIC X(30).
002970           02  FILLER                     PIC X(06) VALUE
002975               ' LEAD '.
002980           02  WS-SL-LEAD                 PIC ZZ9.
002990           02  FILLER                     PIC X(22) VALUE ' DAYS'.
003000
003010       01  WS-CAT-LINE.
003020           02  FILLER                     PIC X(12) VALUE
003030               'CATEGORY   :'.
003040           02  FILLER                     PIC X(01) VALUE SPACES.
003050           02  WS-CL-CODE                 PIC X(03).
003060           02  FILLER                     PIC X(03) VALUE SPACES.
003070           02  WS-CL-DESC                 PIC X(30).
003080           02  FILLER                     PIC X(31) VALUE SPACES.
003090
003100       01  WS-SECTION-LINE.
003110           02  WS-SH-TEXT                 PIC X(40).
003120           02  FILLER                     PIC X(40) VALUE SPACES.
003130
003140       01  WS-LOC-HEAD.
003150           02  FILLER                     PIC X(37) VALUE
003160               '  LOC NAME'.
003170           02  FILLER                     PIC X(11) VALUE 'TYPE'.
003180           02  FILLER                     PIC X(32) VALUE
003185               'ON HAND'.
003190
003200       01  WS-LOC-LINE.
003210           02  FILLER                     PIC X(02) VALUE SPACES.
003220           02  WS-LL-CODE                 PIC X(03).
003230           02  FILLER                     PIC X(01) VALUE SPACES.
003240           02  WS-LL-NAME                 PIC X(30).
003250           02  FILLER                     PIC X(01) VALUE SPACES.
003260           02  WS-LL-TYPE                 PIC X(10).
003270           02  FILLER                     PIC X(01) VALUE SPACES.
003280           02  WS-LL-QTY                  PIC ZZZ,ZZ9.
003290           02  FILLER                     PIC X(01) VALUE SPACES.
003300           02  WS-LL-FLAG                 PIC X(24).
003310
003320       01  WS-PO-HEAD.
003330           02  FILLER                     PIC X(40) VALUE
003340               '  PO NO/LIN  SUPP  ORDER DT ORDER RECVD '.
003350           02  FILLER                     PIC X(40) VALUE
003360               'TO COME DUE'.
003370
003380       01  WS-PO-LINE.
003390           02  FILLER                     PIC X(02) VALUE SPACES.
003400           02  WS-PD-PO-NO                PIC 9(06).
003410           02  FILLER                     PIC X(01) VALUE '/'.
003420           02  WS-PD-LINE-NO              PIC 9(03).
003430           02  FILLER                     PIC X(01) VALUE SPACES.
003440           02  WS-PD-SUPP                 PIC X(05).
003450           02  FILLER                     PIC X(01) VALUE SPACES.
003460           02  WS-PD-ORDER-DATE           PIC X(08).
003470           02  FILLER                     PIC X(01) VALUE SPACES.
003480           02  WS-PD-ORDERED              PIC ZZZZ9.
003490           02  FILLER                     PIC X(01) VALUE SPACES.
003500           02  WS-PD-RECEIVED             PIC ZZZZ9.
003510           02  FILLER                     PIC X(02) VALUE SPACES.
003520           02  WS-PD-OUTSTANDING          PIC ZZZZ9.
003530           02  FILLER                     PIC X(02) VALUE SPACES.
003540           02  WS-PD-DUE                  PIC X(08).
003550           02  FILLER                     PIC X(01) VALUE SPACES.
003560           02  WS-PD-FLAG                 PIC X(23).
003570
003580       01  WS-BO-HEAD.
003590           02  FILLER                     PIC X(41) VALUE
003600               '  CUST  NAME'.
003610           02  FILLER                     PIC X(39) VALUE
003620               'SINCE        QTY'.
003630
003640       01  WS-BO-LINE.
003650           02  FILLER                     PIC X(02) VALUE SPACES.
003660           02  WS-BL-CUST                 PIC X(05).
003670           02  FILLER                     PIC X(01) VALUE SPACES.
003680           02  WS-BL-NAME                 PIC X(30).
003690           02  FILLER                     PIC X(03) VALUE SPACES.
003700           02  WS-BL-DATE                 PIC X(08).
003710           02  FILLER                     PIC X(03) VALUE SPACES.
003720           02  WS-BL-QTY                  PIC ZZZZ9.
003730           02  FILLER                     PIC X(23) VALUE SPACES.
003740
003750       01  WS-AUD-HEAD.
003760           02  FILLER                     PIC X(31) VALUE
003770               '  DATE     TIME     ACTION'.
003780           02  FILLER                     PIC X(49) VALUE
003790               'NAME                     PRICE   QTY'.
003800
003810       01  WS-AUD-LINE.
003820           02  FILLER                     PIC X(02) VALUE SPACES.
003830           02  WS-AL-DATE                 PIC 9(08).
003840           02  FILLER                     PIC X(01) VALUE SPACES.
003850           02  WS-AL-TIME                 PIC 9(08).
003860           02  FILLER                     PIC X(01) VALUE SPACES.
003870           02  WS-AL-ACTION               PIC X(10).
003880           02  FILLER                     PIC X(01) VALUE SPACES.
003890           02  WS-AL-NAME                 PIC X(20).
003900           02  FILLER                     PIC X(01) VALUE SPACES.
003910           02  WS-AL-PRICE                PIC ZZ,ZZ9.99.
003920           02  FILLER                     PIC X(01) VALUE SPACES.
003930           02  WS-AL-QTY                  PIC ZZZZ9.
003940           02  FILLER                     PIC X(13) VALUE SPACES.
003950
003960       01  WS-TOTAL-LINE.
003970           02  FILLER                     PIC X(02) VALUE SPACES.
003980           02  WS-TL-TEXT                 PIC X(45).
003990           02  WS-TL-QTY                  PIC ZZZ,ZZ9.
004000           02  FILLER                     PIC X(01) VALUE SPACES.
004010           02  WS-TL-FLAG                 PIC X(25).
004020
004030       PROCEDURE DIVISION.
004040
004050******************************************************************
004060*    0000-MAINLINE
004070******************************************************************
004080       0000-MAINLINE.
004090           OPEN EXTEND RUN-LOG-FILE.
004100           MOVE SPACES TO WS-PARM-CARD.
004110           DISPLAY 'ENTER AN ITEM CODE TO LOOK UP, OR PRESS'
004120               ' ENTER TO READ THE INQUIRY DECK: '.
004130           ACCEPT WS-PARM-CARD FROM SYSIN.
004140           PERFORM 0100-EDIT-PARM-CARD THRU 0100-EXIT.
004150           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
004160           MOVE WS-TODAY TO WS-CONV-DATE-N.
004170           PERFORM 5000-DATE-TO-DAYS THRU 5000-EXIT.
004180           MOVE WS-DAY-NUMBER TO WS-TODAY-DAYS.
004190           PERFORM 0200-OPEN-MASTERS THRU 0200-EXIT.
004200           OPEN OUTPUT INQUIRY-REPORT.
004210           IF WS-CONSOLE-RUN
004220               ADD 1 TO WS-CARD-COUNT
004230               PERFORM 2000-INQUIRE-ITEM THRU 2000-EXIT
004240           ELSE
004250               OPEN INPUT CARD-IN
004260               PERFORM 1000-READ-CARD THRU 1000-EXIT
004270               PERFORM 1100-PROCESS-CARD THRU 1100-EXIT
004280                   UNTIL WS-CARD-AT-END
004290               CLOSE CARD-IN
004300           END-IF.
004310           CLOSE ITEM-FILE.
004320           CLOSE SUPP-FILE.
004330           CLOSE CAT-FILE.
004340           CLOSE ITEM-LOC-FILE.
004350           CLOSE LOC-FILE.
004360           CLOSE CUST-FILE.
004370           IF WS-NOT-FOUND-COUNT > ZERO
004380               MOVE 4 TO WS-RUN-RC
004390           END-IF.
004400           CLOSE INQUIRY-REPORT.
004410           DISPLAY 'ITEM-INQUIRY: CODES = ' WS-CARD-COUNT
004420               '  PAGES = ' WS-PAGE-COUNT
004430               '  NOT ON FILE = ' WS-NOT-FOUND-COUNT.
004440           PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT.
004450           STOP RUN.
004460
004470******************************************************************
004480*    0100-EDIT-PARM-CARD THRU 0100-EXIT
004490*    A CODE IN COLS 1-5 MAKES THIS A SINGLE CONSOLE INQUIRY.  A
004500*    BLANK AUDIT COUNT KEEPS ITS DEFAULT; ONE OUTSIDE 01-50 OR
004510*    NOT NUMERIC IS A BAD CARD AND STOPS THE RUN.
004520******************************************************************
004530       0100-EDIT-PARM-CARD.
004540           IF WS-PC-ITEM-CODE NOT = SPACES
004550               SET WS-CONSOLE-RUN TO TRUE
004560               MOVE WS-PC-ITEM-CODE TO WS-INQUIRY-CODE
004570           END-IF.
004580           IF WS-PC-AUDIT-MAX NOT = SPACES
004590               IF WS-PC-AUDIT-MAX NUMERIC
004600                   MOVE WS-PC-AUDIT-MAX TO WS-AUDIT-MAX
004610               ELSE
004620                   MOVE ZERO TO WS-AUDIT-MAX
004630               END-IF
004640           END-IF.
004650           IF WS-AUDIT-MAX < 1 OR WS-AUDIT-MAX > 50
004660               DISPLAY 'ITEM-INQUIRY: *** BAD SYSIN CARD - '
004670                   WS-PARM-CARD (1:7) ' ***'
004680               MOVE 16 TO WS-RUN-RC
004690               PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT
004700               STOP RUN
004710           END-IF.
004720       0100-EXIT.
004730           EXIT.
004740
004750******************************************************************
004760*    0200-OPEN-MASTERS THRU 0200-EXIT
004770*    EVERY KEYED FILE THE PAGE LOOKS INTO MUST OPEN - AN INQUIRY
004780*    THAT SILENTLY LEFT A SECTION OUT WOULD MISLEAD.
004790******************************************************************
004800       0200-OPEN-MASTERS.
004810           OPEN INPUT ITEM-FILE.
004820           IF WS-ITEM-FILE-STATUS NOT = '00'
004830               DISPLAY 'ITEM-INQUIRY: *** OPEN FAILED FOR'
004840                   ' ITEM-FILE, STATUS = ' WS-ITEM-FILE-STATUS
004850               MOVE 16 TO WS-RUN-RC
004860               PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT
004870               STOP RUN
004880           END-IF.
004890           OPEN INPUT SUPP-FILE.
004900           IF WS-SUPP-FILE-STATUS NOT = '00'
004910               DISPLAY 'ITEM-INQUIRY: *** OPEN FAILED FOR'
004920                   ' SUPP-FILE, STATUS = ' WS-SUPP-FILE-STATUS
004930               MOVE 16 TO WS-RUN-RC
004940               PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT
004950               STOP RUN
004960           END-IF.
004970           OPEN INPUT CAT-FILE.
004980           IF WS-CAT-FILE-STATUS NOT = '00'
004990               DISPLAY 'ITEM-INQUIRY: *** OPEN FAILED FOR'
005000                   ' CAT-FILE, STATUS = ' WS-CAT-FILE-STATUS
005010               MOVE 16 TO WS-RUN-RC
005020               PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT
005030               STOP RUN
005040           END-IF.
005050           OPEN INPUT ITEM-LOC-FILE.
005060           IF WS-ILOC-FILE-STATUS NOT = '00'
005070               DISPLAY 'ITEM-INQUIRY: *** OPEN FAILED FOR'
005080                   ' ITEM-LOC-FILE, STATUS = ' WS-ILOC-FILE-STATUS
005090               MOVE 16 TO WS-RUN-RC
005100               PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT
005110               STOP RUN
005120           END-IF.
005130           OPEN INPUT LOC-FILE.
005140           IF WS-LOC-FILE-STATUS NOT = '00'
005150               DISPLAY 'ITEM-INQUIRY: *** OPEN FAILED FOR'
005160                   ' LOC-FILE, STATUS = ' WS-LOC-FILE-STATUS
005170               MOVE 16 TO WS-RUN-RC
005180               PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT
005190               STOP RUN
005200           END-IF.
005210           OPEN INPUT CUST-FILE.
005220           IF WS-CUST-FILE-STATUS NOT = '00'
005230               DISPLAY 'ITEM-INQUIRY: *** OPEN FAILED FOR'
005240                   ' CUST-FILE, STATUS = ' WS-CUST-FILE-STATUS
005250               MOVE 16 TO WS-RUN-RC
005260               PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT
005270               STOP RUN
005280           END-IF.
005290       0200-EXIT.
005300           EXIT.
005310
005320******************************************************************
005330*    1000-READ-CARD THRU 1000-EXIT
005340******************************************************************
005350       1000-READ-CARD.
005360           READ CARD-IN
005370               AT END
005380                   SET WS-CARD-AT-END TO TRUE
005390           END-READ.
005400       1000-EXIT.
005410           EXIT.
005420
005430******************************************************************
005440*    1100-PROCESS-CARD THRU 1100-EXIT
005450*    ONE PAGE PER CODE ON THE DECK; BLANK CARDS ARE PASSED OVER.
005460******************************************************************
005470       1100-PROCESS-CARD.
005480           IF CARD-ITEM-CODE NOT = SPACES
005490               ADD 1 TO WS-CARD-COUNT
005500               MOVE CARD-ITEM-CODE TO WS-INQUIRY-CODE
005510               PERFORM 2000-INQUIRE-ITEM THRU 2000-EXIT
005520           END-IF.
005530           PERFORM 1000-READ-CARD THRU 1000-EXIT.
005540       1100-EXIT.
005550           EXIT.
005560
005570******************************************************************
005580*    2000-INQUIRE-ITEM THRU 2000-EXIT
005590*    THE WHOLE PAGE FOR WS-INQUIRY-CODE, SECTION BY SECTION.
005600******************************************************************
005610       2000-INQUIRE-ITEM.
005620           PERFORM 2100-PAGE-HEADING THRU 2100-EXIT.
005630           PERFORM 2200-MASTER-SECTION THRU 2200-EXIT.
005640           PERFORM 2300-LOCATION-SECTION THRU 2300-EXIT.
005650           PERFORM 2400-PO-SECTION THRU 2400-EXIT.
005660           PERFORM 2500-BACKORDER-SECTION THRU 2500-EXIT.
005670           PERFORM 2600-AUDIT-SECTION THRU 2600-EXIT.
005680       2000-EXIT.
005690           EXIT.
005700
005710******************************************************************
005720*    2100-PAGE-HEADING THRU 2100-EXIT
005730*    EACH ITEM STARTS A NEW PAGE.
005740******************************************************************
005750       2100-PAGE-HEADING.
005760           ADD 1 TO WS-PAGE-COUNT.
005770           MOVE WS-INQUIRY-CODE TO WS-TT-CODE.
005780           MOVE WS-TODAY TO WS-TT-DATE.
005790           MOVE WS-PAGE-COUNT TO WS-TT-PAGE.
005800           MOVE WS-TITLE-LINE TO INQUIRY-REPORT-LINE.
005810           WRITE INQUIRY-REPORT-LINE AFTER ADVANCING PAGE.
005820           IF WS-CONSOLE-RUN
005830               DISPLAY INQUIRY-REPORT-LINE
005840           END-IF.
005850           MOVE WS-RULE-LINE TO INQUIRY-REPORT-LINE.
005860           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
005870       2100-EXIT.
005880           EXIT.
005890
005900******************************************************************
005910*    2200-MASTER-SECTION THRU 2200-EXIT
005920*    THE ITEM MASTER WITH ITS SUPPLIER AND CATEGORY.  A CODE NOT
005930*    ON ITEMFILE SAYS SO AND THE REST OF THE PAGE STILL PRINTS.
005940******************************************************************
005950       2200-MASTER-SECTION.
005960           MOVE WS-INQUIRY-CODE TO ITEM-CODE.
005970           READ ITEM-FILE
005980               INVALID KEY
005990                   SET WS-ITEM-NOT-FOUND TO TRUE
006000               NOT INVALID KEY
006010                   SET WS-ITEM-FOUND TO TRUE
006020           END-READ.
006030           IF WS-ITEM-NOT-FOUND
006040               ADD 1 TO WS-NOT-FOUND-COUNT
006050               MOVE '*** ITEM NOT ON FILE ***'
006055                   TO INQUIRY-REPORT-LINE
006060               PERFORM 9000-PRINT-LINE THRU 9000-EXIT
006070           ELSE
006080               MOVE ITEM-NAME TO WS-NL-NAME
006090               MOVE WS-NAME-LINE TO INQUIRY-REPORT-LINE
006100               PERFORM 9000-PRINT-LINE THRU 9000-EXIT
006110               MOVE ITEM-PRICE TO WS-PL-PRICE
006120               MOVE ITEM-UNIT-COST TO WS-PL-COST
006130               MOVE WS-PRICE-LINE TO INQUIRY-REPORT-LINE
006140               PERFORM 9000-PRINT-LINE THRU 9000-EXIT
006150               MOVE ITEM-QTY-ON-HAND TO WS-QL-ON-HAND
006160               MOVE ITEM-REORDER-LEVEL TO WS-QL-REORDER
006170               MOVE ITEM-LAST-ISSUE-DATE TO WS-QL-LAST-ISSUE
006180               IF ITEM-QTY-ON-HAND NOT > ITEM-REORDER-LEVEL
006190                   MOVE ' *REORDER*' TO WS-QL-FLAG
006200               ELSE
006210                   MOVE SPACES TO WS-QL-FLAG
006220               END-IF
006230               MOVE WS-QTY-LINE TO INQUIRY-REPORT-LINE
006240               PERFORM 9000-PRINT-LINE THRU 9000-EXIT
006250               PERFORM 2210-SUPPLIER-LINE THRU 2210-EXIT
006260               PERFORM 2220-CATEGORY-LINE THRU 2220-EXIT
006270           END-IF.
006280       2200-EXIT.
006290           EXIT.
006300
006310******************************************************************
006320*    2210-SUPPLIER-LINE THRU 2210-EXIT
006330******************************************************************
006340       2210-SUPPLIER-LINE.
006350           MOVE ITEM-SUPP-CODE TO WS-SL-CODE.
006360           MOVE ZERO TO WS-SL-LEAD.
006370           IF ITEM-SUPP-CODE = SPACES
006380               MOVE '*NO SUPPLIER*' TO WS-SL-NAME
006390           ELSE
006400               MOVE ITEM-SUPP-CODE TO SUPP-CODE
006410               READ SUPP-FILE
006420                   INVALID KEY
006430                       MOVE '*NOT ON SUPPLIER FILE*' TO WS-SL-NAME
006440                   NOT INVALID KEY
006450                       MOVE SUPP-NAME TO WS-SL-NAME
006460                       IF SUPP-LEAD-TIME NUMERIC
006470                           MOVE SUPP-LEAD-TIME TO WS-SL-LEAD
006480                       END-IF
006490               END-READ
006500           END-IF.
006510           MOVE WS-SUPP-LINE TO INQUIRY-REPORT-LINE.
006520           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
006530       2210-EXIT.
006540           EXIT.
006550
006560******************************************************************
006570*    2220-CATEGORY-LINE THRU 2220-EXIT
006580******************************************************************
006590       2220-CATEGORY-LINE.
006600           MOVE ITEM-CAT-CODE TO WS-CL-CODE.
006610           IF ITEM-CAT-CODE = SPACES
006620               MOVE '*NO CATEGORY*' TO WS-CL-DESC
006630           ELSE
006640               MOVE ITEM-CAT-CODE TO CAT-CODE
006650               READ CAT-FILE
006660                   INVALID KEY
006670                       MOVE '*NOT ON CATEGORY FILE*' TO WS-CL-DESC
006680                   NOT INVALID KEY
006690                       MOVE CAT-DESC TO WS-CL-DESC
006700               END-READ
006710           END-IF.
006720           MOVE WS-CAT-LINE TO INQUIRY-REPORT-LINE.
006730           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
006740       2220-EXIT.
006750           EXIT.
006760
006770******************************************************************
006780*    2300-LOCATION-SECTION THRU 2300-EXIT
006790*    BROWSES ITEMLOC FROM THE ITEM'S LOWEST KEY, AS ITEM-CSHEET
006800*    DOES, FOR AS LONG AS THE ITEM CODE HOLDS.  THE TOTAL IS
006810*    FLAGGED WHEN IT DOES NOT AGREE WITH ITEM-QTY-ON-HAND.
006820******************************************************************
006830       2300-LOCATION-SECTION.
006840           MOVE 'STOCK BY LOCATION' TO WS-SH-TEXT.
006850           PERFORM 9100-SECTION-HEADING THRU 9100-EXIT.
006860           MOVE WS-LOC-HEAD TO INQUIRY-REPORT-LINE.
006870           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
006880           MOVE ZERO TO WS-LOC-TOTAL WS-SECTION-COUNT.
006890           MOVE 'N' TO WS-ILOC-ENDOF.
006900           MOVE WS-INQUIRY-CODE TO ILOC-ITEM-CODE.
006910           MOVE LOW-VALUES TO ILOC-LOC-CODE.
006920           START ITEM-LOC-FILE KEY NOT < ILOC-KEY
006930               INVALID KEY
006940                   SET WS-ILOC-AT-END TO TRUE
006950           END-START.
006960           IF NOT WS-ILOC-AT-END
006970               PERFORM 2310-READ-LOCATION THRU 2310-EXIT
006980           END-IF.
006990           PERFORM 2320-LOCATION-LINE THRU 2320-EXIT
007000               UNTIL WS-ILOC-AT-END.
007010           IF WS-SECTION-COUNT = ZERO
007020               PERFORM 9200-NONE-LINE THRU 9200-EXIT
007030           END-IF.
007040           MOVE 'TOTAL OVER ALL LOCATIONS' TO WS-TL-TEXT.
007050           MOVE WS-LOC-TOTAL TO WS-TL-QTY.
007060           MOVE SPACES TO WS-TL-FLAG.
007070           IF WS-ITEM-FOUND AND
007075              WS-LOC-TOTAL NOT = ITEM-QTY-ON-HAND
007080               MOVE '*NOT EQUAL TO ON HAND*' TO WS-TL-FLAG
007090           END-IF.
007100           MOVE WS-TOTAL-LINE TO INQUIRY-REPORT-LINE.
007110           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
007120       2300-EXIT.
007130           EXIT.
007140
007150******************************************************************
007160*    2310-READ-LOCATION THRU 2310-EXIT
007170******************************************************************
007180       2310-READ-LOCATION.
007190           READ ITEM-LOC-FILE NEXT RECORD
007200               AT END
007210                   SET WS-ILOC-AT-END TO TRUE
007220               NOT AT END
007230                   IF ILOC-ITEM-CODE NOT = WS-INQUIRY-CODE
007240                       SET WS-ILOC-AT-END TO TRUE
007250                   END-IF
007260           END-READ.
007270       2310-EXIT.
007280           EXIT.
007290
007300******************************************************************
007310*    2320-LOCATION-LINE THRU 2320-EXIT
007320******************************************************************
007330       2320-LOCATION-LINE.
007340           ADD 1 TO WS-SECTION-COUNT.
007350           ADD ILOC-QTY-ON-HAND TO WS-LOC-TOTAL.
007360           MOVE ILOC-LOC-CODE TO WS-LL-CODE.
007370           MOVE ILOC-QTY-ON-HAND TO WS-LL-QTY.
007380           MOVE SPACES TO WS-LL-FLAG.
007390           MOVE ILOC-LOC-CODE TO LOC-CODE.
007400           READ LOC-FILE
007410               INVALID KEY
007420                   MOVE '*NOT ON LOCATION FILE*' TO WS-LL-NAME
007430                   MOVE SPACES TO WS-LL-TYPE
007440               NOT INVALID KEY
007450                   MOVE LOC-NAME TO WS-LL-NAME
007460                   IF LOC-QUARANTINE
007470                       MOVE 'QUARANTINE' TO WS-LL-TYPE
007480                   ELSE
007490                       MOVE 'SALEABLE' TO WS-LL-TYPE
007500                   END-IF
007510           END-READ.
007520           MOVE WS-LOC-LINE TO INQUIRY-REPORT-LINE.
007530           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
007540           PERFORM 2310-READ-LOCATION THRU 2310-EXIT.
007550       2320-EXIT.
007560           EXIT.
007570
007580******************************************************************
007590*    2400-PO-SECTION THRU 2400-EXIT
007600*    EVERY OPEN LINE FOR THE ITEM ON THE OPENPO REGISTER.
007610******************************************************************
007620       2400-PO-SECTION.
007630           MOVE 'OPEN PURCHASE ORDERS' TO WS-SH-TEXT.
007640           PERFORM 9100-SECTION-HEADING THRU 9100-EXIT.
007650           MOVE WS-PO-HEAD TO INQUIRY-REPORT-LINE.
007660           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
007670           MOVE ZERO TO WS-PO-TOTAL WS-SECTION-COUNT.
007680           MOVE 'N' TO WS-PO-ENDOF.
007690           OPEN INPUT PO-IN.
007700           PERFORM 2410-READ-PO THRU 2410-EXIT.
007710           PERFORM 2420-SELECT-PO THRU 2420-EXIT
007720               UNTIL WS-PO-AT-END.
007730           CLOSE PO-IN.
007740           IF WS-SECTION-COUNT = ZERO
007750               PERFORM 9200-NONE-LINE THRU 9200-EXIT
007760           ELSE
007770               MOVE 'TOTAL STILL TO COME' TO WS-TL-TEXT
007780               MOVE WS-PO-TOTAL TO WS-TL-QTY
007790               MOVE SPACES TO WS-TL-FLAG
007800               MOVE WS-TOTAL-LINE TO INQUIRY-REPORT-LINE
007810               PERFORM 9000-PRINT-LINE THRU 9000-EXIT
007820           END-IF.
007830       2400-EXIT.
007840           EXIT.
007850
007860******************************************************************
007870*    2410-READ-PO THRU 2410-EXIT
007880******************************************************************
007890       2410-READ-PO.
007900           READ PO-IN
007910               AT END
007920                   SET WS-PO-AT-END TO TRUE
007930           END-READ.
007940       2410-EXIT.
007950           EXIT.
007960
007970******************************************************************
007980*    2420-SELECT-PO THRU 2420-EXIT
007990*    THE DUE DATE IS THE ORDER DATE PLUS THE LEAD TIME OF THE
008000*    SUPPLIER THE LINE WAS RAISED ON, AS ITEM-POCHASE AGES IT.
008010*    NO LEAD TIME OR AN ORDER DATE THAT WILL NOT PARSE LEAVES THE
008020*    DUE DATE BLANK AND FLAGGED RATHER THAN GUESSED.
008030******************************************************************
008040       2420-SELECT-PO.
008050           IF PO-ITEM-CODE = WS-INQUIRY-CODE AND PO-LINE-OPEN
008060               ADD 1 TO WS-SECTION-COUNT
008070               COMPUTE WS-OUTSTANDING =
008080                   PO-QTY-ORDERED - PO-QTY-RECEIVED
008090               IF WS-OUTSTANDING < ZERO
008100                   MOVE ZERO TO WS-OUTSTANDING
008110               END-IF
008120               ADD WS-OUTSTANDING TO WS-PO-TOTAL
008130               MOVE PO-NUMBER TO WS-PD-PO-NO
008140               MOVE PO-LINE-NO TO WS-PD-LINE-NO
008150               MOVE PO-SUPP-CODE TO WS-PD-SUPP
008160               MOVE PO-ORDER-DATE TO WS-PD-ORDER-DATE
008170               MOVE PO-QTY-ORDERED TO WS-PD-ORDERED
008180               MOVE PO-QTY-RECEIVED TO WS-PD-RECEIVED
008190               MOVE WS-OUTSTANDING TO WS-PD-OUTSTANDING
008200               PERFORM 2430-DUE-DATE THRU 2430-EXIT
008210               MOVE WS-PO-LINE TO INQUIRY-REPORT-LINE
008220               PERFORM 9000-PRINT-LINE THRU 9000-EXIT
008230           END-IF.
008240           PERFORM 2410-READ-PO THRU 2410-EXIT.
008250       2420-EXIT.
008260           EXIT.
008270
008280******************************************************************
008290*    2430-DUE-DATE THRU 2430-EXIT
008300******************************************************************
008310       2430-DUE-DATE.
008320           MOVE SPACES TO WS-PD-DUE WS-PD-FLAG.
008330           MOVE ZERO TO WS-DAY-NUMBER.
008340           MOVE PO-SUPP-CODE TO SUPP-CODE.
008350           READ SUPP-FILE
008360               INVALID KEY
008370                   MOVE 'SUPPLIER NOT ON FILE' TO WS-PD-FLAG
008380               NOT INVALID KEY
008390                   IF SUPP-LEAD-TIME NUMERIC AND
008400                      SUPP-LEAD-TIME > ZERO
008410                       IF PO-ORDER-DATE NUMERIC
008420                           MOVE PO-ORDER-DATE TO WS-CONV-DATE
008430                           PERFORM 5000-DATE-TO-DAYS
008435                               THRU 5000-EXIT
008440                       END-IF
008450                       IF WS-DAY-NUMBER = ZERO
008460                           MOVE 'BAD ORDER DATE' TO WS-PD-FLAG
008470                       END-IF
008480                   ELSE
008490                       MOVE 'NO LEAD TIME' TO WS-PD-FLAG
008500                   END-IF
008510           END-READ.
008520           IF WS-DAY-NUMBER > ZERO
008530               ADD SUPP-LEAD-TIME TO WS-DAY-NUMBER
008540               IF WS-DAY-NUMBER < WS-TODAY-DAYS
008550                   MOVE '*OVERDUE*' TO WS-PD-FLAG
008560               END-IF
008570               PERFORM 5100-DAYS-TO-DATE THRU 5100-EXIT
008580               MOVE WS-CONV-DATE TO WS-PD-DUE
008590           END-IF.
008600       2430-EXIT.
008610           EXIT.
008620
008630******************************************************************
008640*    2500-BACKORDER-SECTION THRU 2500-EXIT
008650*    THE ITEM'S BACKORDERS ARE SORTED INTO CUSTOMER ORDER, OLDEST
008660*    PROMISE FIRST WITHIN EACH CUSTOMER.
008670******************************************************************
008680       2500-BACKORDER-SECTION.
008690           MOVE 'OUTSTANDING BACKORDERS BY CUSTOMER'
008695               TO WS-SH-TEXT.
008700           PERFORM 9100-SECTION-HEADING THRU 9100-EXIT.
008710           MOVE WS-BO-HEAD TO INQUIRY-REPORT-LINE.
008720           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
008730           MOVE ZERO TO WS-BO-TOTAL WS-SECTION-COUNT.
008740           SORT SORT-WORK-FILE
008750               ON ASCENDING KEY SORT-CUST-CODE
008760               ON ASCENDING KEY SORT-ORDER-DATE
008770               INPUT PROCEDURE IS 2510-LOAD-BACKORDERS
008780                   THRU 2510-EXIT
008790               OUTPUT PROCEDURE IS 2550-LIST-BACKORDERS
008800                   THRU 2550-EXIT.
008810           IF WS-SECTION-COUNT = ZERO
008820               PERFORM 9200-NONE-LINE THRU 9200-EXIT
008830           ELSE
008840               MOVE 'TOTAL ON BACKORDER' TO WS-TL-TEXT
008850               MOVE WS-BO-TOTAL TO WS-TL-QTY
008860               MOVE SPACES TO WS-TL-FLAG
008870               MOVE WS-TOTAL-LINE TO INQUIRY-REPORT-LINE
008880               PERFORM 9000-PRINT-LINE THRU 9000-EXIT
008890           END-IF.
008900       2500-EXIT.
008910           EXIT.
008920
008930******************************************************************
008940*    2510-LOAD-BACKORDERS THRU 2510-EXIT
008950*    SORT INPUT PROCEDURE.
008960******************************************************************
008970       2510-LOAD-BACKORDERS.
008980           MOVE 'N' TO WS-BACK-ENDOF.
008990           OPEN INPUT BACK-IN.
009000           PERFORM 2520-READ-BACKORDER THRU 2520-EXIT.
009010           PERFORM 2530-SELECT-BACKORDER THRU 2530-EXIT
009020               UNTIL WS-BACK-AT-END.
009030           CLOSE BACK-IN.
009040       2510-EXIT.
009050           EXIT.
009060
009070******************************************************************
009080*    2520-READ-BACKORDER THRU 2520-EXIT
009090******************************************************************
009100       2520-READ-BACKORDER.
009110           READ BACK-IN
009120               AT END
009130                   SET WS-BACK-AT-END TO TRUE
009140           END-READ.
009150       2520-EXIT.
009160           EXIT.
009170
009180******************************************************************
009190*    2530-SELECT-BACKORDER THRU 2530-EXIT
009200******************************************************************
009210       2530-SELECT-BACKORDER.
009220           IF BO-ITEM-CODE = WS-INQUIRY-CODE
009230               MOVE BO-CUST-CODE TO SORT-CUST-CODE
009240               MOVE BO-ORDER-DATE TO SORT-ORDER-DATE
009250               MOVE BO-QTY TO SORT-QTY
009260               RELEASE SORT-RECORD
009270           END-IF.
009280           PERFORM 2520-READ-BACKORDER THRU 2520-EXIT.
009290       2530-EXIT.
009300           EXIT.
009310
009320******************************************************************
009330*    2550-LIST-BACKORDERS THRU 2550-EXIT
009340*    SORT OUTPUT PROCEDURE - THE CUSTOMER'S NAME IS LOOKED UP
009350*    AND PRINTED ON THE FIRST OF EACH CUSTOMER'S LINES ONLY.
009360******************************************************************
009370       2550-LIST-BACKORDERS.
009380           MOVE 'N' TO WS-SORT-ENDOF.
009390           MOVE SPACES TO WS-LAST-CUST.
009400           PERFORM 2560-RETURN-BACKORDER THRU 2560-EXIT.
009410           PERFORM 2570-BACKORDER-LINE THRU 2570-EXIT
009420               UNTIL WS-SORT-AT-END.
009430       2550-EXIT.
009440           EXIT.
009450
009460******************************************************************
009470*    2560-RETURN-BACKORDER THRU 2560-EXIT
009480******************************************************************
009490       2560-RETURN-BACKORDER.
009500           RETURN SORT-WORK-FILE
009510               AT END
009520                   SET WS-SORT-AT-END TO TRUE
009530           END-RETURN.
009540       2560-EXIT.
009550           EXIT.
009560
009570******************************************************************
009580*    2570-BACKORDER-LINE THRU 2570-EXIT
009590******************************************************************
009600       2570-BACKORDER-LINE.
009610           ADD 1 TO WS-SECTION-COUNT.
009620           ADD SORT-QTY TO WS-BO-TOTAL.
009630           IF SORT-CUST-CODE = WS-LAST-CUST
009640               MOVE SPACES TO WS-BL-CUST WS-BL-NAME
009650           ELSE
009660               MOVE SORT-CUST-CODE TO WS-LAST-CUST
009670               MOVE SORT-CUST-CODE TO WS-BL-CUST
009680               MOVE SORT-CUST-CODE TO CUST-CODE
009690               READ CUST-FILE
009700                   INVALID KEY
009710                       MOVE '*NOT ON CUSTOMER FILE*' TO WS-BL-NAME
009720                   NOT INVALID KEY
009730                       MOVE CUST-NAME TO WS-BL-NAME
009740               END-READ
009750           END-IF.
009760           MOVE SORT-ORDER-DATE TO WS-BL-DATE.
009770           MOVE SORT-QTY TO WS-BL-QTY.
009780           MOVE WS-BO-LINE TO INQUIRY-REPORT-LINE.
009790           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
009800           PERFORM 2560-RETURN-BACKORDER THRU 2560-EXIT.
009810       2570-EXIT.
009820           EXIT.
009830
009840******************************************************************
009850*    2600-AUDIT-SECTION THRU 2600-EXIT
009860*    THE ITEM'S TRAIL ENTRIES ARE KEPT IN A RING OF THE LAST N
009870*    SEEN, ARCHIVE FIRST AND THEN THE LIVE FILE, SO WHAT IS LEFT
009880*    AT THE END IS THE MOST RECENT N.  THEY ARE PRINTED OLDEST
009890*    FIRST, STARTING FROM THE SLOT THE NEXT ENTRY WOULD HAVE
009900*    OVERWRITTEN ONCE THE RING HAS FILLED.
009910******************************************************************
009920       2600-AUDIT-SECTION.
009930           MOVE SPACES TO WS-SH-TEXT.
009940           STRING 'LAST ' WS-AUDIT-MAX ' AUDIT TRAIL ENTRIES'
009950               DELIMITED BY SIZE INTO WS-SH-TEXT.
009960           PERFORM 9100-SECTION-HEADING THRU 9100-EXIT.
009970           MOVE WS-AUD-HEAD TO INQUIRY-REPORT-LINE.
009980           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
009990           MOVE 1 TO WS-RING-NEXT.
010000           MOVE ZERO TO WS-RING-USED.
010010           MOVE 'N' TO WS-ARCH-ENDOF WS-AUDIT-ENDOF.
010020           OPEN INPUT ARCHIVE-IN.
010030           PERFORM 2610-READ-ARCHIVE THRU 2610-EXIT.
010040           PERFORM 2630-SELECT-ARCHIVE THRU 2630-EXIT
010050               UNTIL WS-ARCH-AT-END.
010060           CLOSE ARCHIVE-IN.
010070           OPEN INPUT AUDIT-LOG-FILE.
010080           PERFORM 2620-READ-AUDIT THRU 2620-EXIT.
010090           PERFORM 2640-SELECT-AUDIT THRU 2640-EXIT
010100               UNTIL WS-AUDIT-AT-END.
010110           CLOSE AUDIT-LOG-FILE.
010120           IF WS-RING-USED = ZERO
010130               PERFORM 9200-NONE-LINE THRU 9200-EXIT
010140           ELSE
010150               IF WS-RING-USED < WS-AUDIT-MAX
010160                   MOVE 1 TO WS-RING-SUB
010170               ELSE
010180                   MOVE WS-RING-NEXT TO WS-RING-SUB
010190               END-IF
010200               MOVE WS-RING-USED TO WS-RING-LEFT
010210               PERFORM 2660-AUDIT-LINE THRU 2660-EXIT
010220                   UNTIL WS-RING-LEFT = ZERO
010230           END-IF.
010240       2600-EXIT.
010250           EXIT.
010260
010270******************************************************************
010280*    2610-READ-ARCHIVE THRU 2610-EXIT
010290******************************************************************
010300       2610-READ-ARCHIVE.
010310           READ ARCHIVE-IN INTO AUDIT-LOG-RECORD
010320               AT END
010330                   SET WS-ARCH-AT-END TO TRUE
010340           END-READ.
010350       2610-EXIT.
010360           EXIT.
010370
010380******************************************************************
010390*    2620-READ-AUDIT THRU 2620-EXIT
010400******************************************************************
010410       2620-READ-AUDIT.
010420           READ AUDIT-LOG-FILE INTO AUDIT-LOG-RECORD
010430               AT END
010440                   SET WS-AUDIT-AT-END TO TRUE
010450           END-READ.
010460       2620-EXIT.
010470           EXIT.
010480
010490******************************************************************
010500*    2630-SELECT-ARCHIVE / 2640-SELECT-AUDIT
010510*    ONE RECORD FROM THE ARCHIVE OR THE LIVE TRAIL - EACH
010520*    DRIVER PERFORMS THE COMMON RING ENTRY AND READS ON.
010530******************************************************************
010540       2630-SELECT-ARCHIVE.
010550           PERFORM 2650-RING-ENTRY THRU 2650-EXIT.
010560           PERFORM 2610-READ-ARCHIVE THRU 2610-EXIT.
010570       2630-EXIT.
010580           EXIT.
010590
010600       2640-SELECT-AUDIT.
010610           PERFORM 2650-RING-ENTRY THRU 2650-EXIT.
010620           PERFORM 2620-READ-AUDIT THRU 2620-EXIT.
010630       2640-EXIT.
010640           EXIT.
010650
010660******************************************************************
010670*    2650-RING-ENTRY THRU 2650-EXIT
010680******************************************************************
010690       2650-RING-ENTRY.
010700           IF AUD-ITEM-CODE = WS-INQUIRY-CODE
010710               MOVE AUDIT-LOG-RECORD
010715                   TO WS-RING-ENTRY (WS-RING-NEXT)
010720               IF WS-RING-USED < WS-AUDIT-MAX
010730                   ADD 1 TO WS-RING-USED
010740               END-IF
010750               IF WS-RING-NEXT = WS-AUDIT-MAX
010760                   MOVE 1 TO WS-RING-NEXT
010770               ELSE
010780                   ADD 1 TO WS-RING-NEXT
010790               END-IF
010800           END-IF.
010810       2650-EXIT.
010820           EXIT.
010830
010840******************************************************************
010850*    2660-AUDIT-LINE THRU 2660-EXIT
010860*    AN ENTRY FROM BEFORE AUD-QTY EXISTED SHOWS NO QUANTITY.
010870******************************************************************
010880       2660-AUDIT-LINE.
010890           MOVE WS-RING-ENTRY (WS-RING-SUB) TO AUDIT-LOG-RECORD.
010900           MOVE AUD-DATE TO WS-AL-DATE.
010910           MOVE AUD-TIME TO WS-AL-TIME.
010920           PERFORM 2670-ACTION-TEXT THRU 2670-EXIT.
010930           MOVE WS-ACTION-TEXT TO WS-AL-ACTION.
010940           MOVE AUD-ITEM-NAME TO WS-AL-NAME.
010950           IF AUD-ITEM-PRICE NUMERIC
010960               MOVE AUD-ITEM-PRICE TO WS-AL-PRICE
010970           ELSE
010980               MOVE ZERO TO WS-AL-PRICE
010990           END-IF.
011000           IF AUD-QTY NUMERIC
011010               MOVE AUD-QTY TO WS-AL-QTY
011020           ELSE
011030               MOVE ZERO TO WS-AL-QTY
011040           END-IF.
011050           MOVE WS-AUD-LINE TO INQUIRY-REPORT-LINE.
011060           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
011070           IF WS-RING-SUB = WS-AUDIT-MAX
011080               MOVE 1 TO WS-RING-SUB
011090           ELSE
011100               ADD 1 TO WS-RING-SUB
011110           END-IF.
011120           SUBTRACT 1 FROM WS-RING-LEFT.
011130       2660-EXIT.
011140           EXIT.
011150
011160******************************************************************
011170*    2670-ACTION-TEXT THRU 2670-EXIT
011180******************************************************************
011190       2670-ACTION-TEXT.
011200           IF AUD-ACTION-READ
011210               MOVE 'READ' TO WS-ACTION-TEXT
011220           ELSE IF AUD-ACTION-ADD
011230               MOVE 'ADD' TO WS-ACTION-TEXT
011240           ELSE IF AUD-ACTION-CHANGE
011250               MOVE 'CHANGE' TO WS-ACTION-TEXT
011260           ELSE IF AUD-ACTION-DELETE
011270               MOVE 'DELETE' TO WS-ACTION-TEXT
011280           ELSE IF AUD-ACTION-RECEIPT
011290               MOVE 'RECEIPT' TO WS-ACTION-TEXT
011300           ELSE IF AUD-ACTION-ISSUE
011310               MOVE 'ISSUE' TO WS-ACTION-TEXT
011320           ELSE IF AUD-ACTION-ADJUST
011330               MOVE 'ADJUST' TO WS-ACTION-TEXT
011340           ELSE IF AUD-ACTION-TRANSFER
011350               MOVE 'TRANSFER' TO WS-ACTION-TEXT
011360           ELSE IF AUD-ACTION-RETURN
011370               MOVE 'RETURN' TO WS-ACTION-TEXT
011380           ELSE IF AUD-ACTION-RESTOCK
011390               MOVE 'RESTOCK' TO WS-ACTION-TEXT
011400           ELSE IF AUD-ACTION-SCRAP
011410               MOVE 'SCRAP' TO WS-ACTION-TEXT
011420           ELSE IF AUD-ACTION-TO-SUPPLIER
011430               MOVE 'TO SUPPLR' TO WS-ACTION-TEXT
011432           ELSE IF AUD-ACTION-RCPT-REVERSED
011434               MOVE 'RCPT REVSD' TO WS-ACTION-TEXT
011436           ELSE IF AUD-ACTION-ISSUE-REVERSED
011438               MOVE 'ISS REVSD' TO WS-ACTION-TEXT
011440           ELSE
011450               MOVE AUD-ACTION TO WS-ACTION-TEXT
011460           END-IF
011470           END-IF
011480           END-IF
011490           END-IF
011500           END-IF
011510           END-IF
011520           END-IF
011530           END-IF
011540           END-IF
011550           END-IF
011560           END-IF
011563           END-IF
011566           END-IF
011570           END-IF.
011580       2670-EXIT.
011590           EXIT.
011600
011610******************************************************************
011620*    4100-WRITE-RUN-LOG THRU 4100-EXIT
011630*    ONE-LINE RUN SUMMARY FOR THE SCHEDULER - 16 IS A BAD OPEN
011640*    OR A BAD SYSIN CARD, 4 MEANS AT LEAST ONE CODE WAS NOT ON
011650*    ITEMFILE.  RECORDS IN IS THE CODES ASKED FOR, OUT THE PAGES
011660*    PRINTED AND REJECT THE CODES NOT ON FILE.
011670******************************************************************
011680       4100-WRITE-RUN-LOG.
011690           MOVE SPACES TO RUN-LOG-RECORD.
011700           MOVE 'ITEM-INQUIRY' TO RUN-PROGRAM.
011710           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
011720           ACCEPT RUN-TIME FROM TIME.
011730           MOVE WS-CARD-COUNT TO RUN-RECORDS-IN.
011740           MOVE WS-PAGE-COUNT TO RUN-RECORDS-OUT.
011750           MOVE WS-NOT-FOUND-COUNT TO RUN-RECORDS-REJECT.
011760           MOVE WS-RUN-RC TO RUN-RETURN-CODE.
011770           IF WS-RUN-RC > 4
011780               SET RUN-FAILED TO TRUE
011790           ELSE
011800               IF WS-RUN-RC = 4
011810                   SET RUN-WARNING TO TRUE
011820               ELSE
011830                   SET RUN-OK TO TRUE
011840               END-IF
011850           END-IF.
011860           WRITE RUN-LOG-RECORD.
011870           CLOSE RUN-LOG-FILE.
011880           MOVE WS-RUN-RC TO RETURN-CODE.
011890       4100-EXIT.
011900           EXIT.
011910
011920******************************************************************
011930*    5000-DATE-TO-DAYS THRU 5000-EXIT
011940*    YYYYMMDD IN WS-CONV-DATE TO A DAY NUMBER IN WS-DAY-NUMBER
011950*    WITH FUNCTION INTEGER-OF-DATE, AS ITEM-POCHASE.  A DATE
011960*    THAT CANNOT BE A CALENDAR DATE GIVES ZERO.
011970******************************************************************
011980       5000-DATE-TO-DAYS.
011990           IF WS-CD-YEAR < 1601 OR
012000              WS-CD-MONTH < 1 OR WS-CD-MONTH > 12 OR
012010              WS-CD-DAY < 1 OR WS-CD-DAY > 31
012020               MOVE ZERO TO WS-DAY-NUMBER
012030           ELSE
012040               COMPUTE WS-DAY-NUMBER =
012050                   FUNCTION INTEGER-OF-DATE(WS-CONV-DATE-N)
012060           END-IF.
012070       5000-EXIT.
012080           EXIT.
012090
012100******************************************************************
012110*    5100-DAYS-TO-DATE THRU 5100-EXIT
012120*    THE REVERSE OF 5000 - DAY NUMBER BACK TO YYYYMMDD IN
012130*    WS-CONV-DATE.
012140******************************************************************
012150       5100-DAYS-TO-DATE.
012160           COMPUTE WS-CONV-DATE-N =
012170               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
012180       5100-EXIT.
012190           EXIT.
012200
012210******************************************************************
012220*    9000-PRINT-LINE THRU 9000-EXIT
012230*    EVERY REPORT LINE GOES THROUGH HERE SO A CONSOLE INQUIRY
012240*    SEES THE SAME PAGE ON THE SCREEN.
012250******************************************************************
012260       9000-PRINT-LINE.
012270           WRITE INQUIRY-REPORT-LINE.
012280           IF WS-CONSOLE-RUN
012290               DISPLAY INQUIRY-REPORT-LINE
012300           END-IF.
012310       9000-EXIT.
012320           EXIT.
012330
012340******************************************************************
012350*    9100-SECTION-HEADING THRU 9100-EXIT
012360*    A BLANK LINE AND THE SECTION TITLE IN WS-SH-TEXT.
012370******************************************************************
012380       9100-SECTION-HEADING.
012390           MOVE SPACES TO INQUIRY-REPORT-LINE.
012400           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
012410           MOVE WS-SECTION-LINE TO INQUIRY-REPORT-LINE.
012420           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
012430       9100-EXIT.
012440           EXIT.
012450
012460******************************************************************
012470*    9200-NONE-LINE THRU 9200-EXIT
012480******************************************************************
012490       9200-NONE-LINE.
012500           MOVE '  NONE' TO INQUIRY-REPORT-LINE.
012510           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
012520       9200-EXIT.
012530           EXIT.
