000010 IDENTIFICATION DIVISION.
000020       PROGRAM-ID. ITEM-GLJRNL.
000030       AUTHOR. MURAT KUS.
000040       INSTALLATION. INVENTORY SYSTEMS.
000050       DATE-WRITTEN. 15/10/2026.
000060       DATE-COMPILED. 15/10/2026.
000070******************************************************************
000080*    PURPOSE.     MONTH-END STOCK JOURNAL FOR THE GENERAL LEDGER.
000090*                 VALUES THE PERIOD'S MOVEMENTS OFF THE SHARED
000100*                 AUDIT-LOG-FILE AT ITEM-UNIT-COST AND POSTS
000110*                 THEM, SUMMARISED BY ITEM-CAT-CODE, AS A
000120*                 BALANCED JOURNAL:
000130*                   'G' RECEIPTS     DR STOCK        CR GRNI
000140*                   'I' ISSUES       DR COST OF SALES CR STOCK
000150*                   STOCK GAINED BY A 'J' COUNT ADJUSTMENT, AN
000160*                   'A' ADD OR A 'C' MAINTENANCE CHANGE
000170*                                    DR STOCK        CR WRITE-ON
000180*                   STOCK LOST THE SAME WAYS OR BY A 'D' DELETE
000190*                                    DR WRITE-OFF    CR STOCK
000200*                 A 'T' TRANSFER ONLY MOVES STOCK BETWEEN
000210*                 LOCATIONS, NETS TO ZERO AND IS NOT POSTED.
000211*                 CUSTOMER RETURNS POST AS THEY MOVE STOCK:
000212*                   'E' RETURNS IN   DR STOCK        CR COGS
000213*                   'S' SCRAPS       DR WRITE-OFF    CR STOCK
000214*                   'V' TO SUPPLIER  DR SUPP RETURNS CR STOCK
000215*                 (COGS IS THE COST OF SALES ACCOUNT THE ISSUE
000216*                 WAS CHARGED TO; SUPP RETURNS, ACCOUNT SRTN, IS
000217*                 CLEARED BY THE SUPPLIER'S CREDIT NOTE.)
000218*                 AND A 'K' RESTOCK OUT OF QUARANTINE IS A
000219*                 LOCATION MOVE, COUNTED WITH THE TRANSFERS.
000220*                 A BAD MOVEMENT BATCH BACKED OUT BY ITEM-REVERSE
000221*                 POSTS THE OPPOSITE OF WHAT IT REVERSED:
000222*                   'B' RECEIPTS REVERSED
000223*                                    DR GRNI         CR STOCK
000224*                   'U' ISSUES REVERSED
000225*                                    DR STOCK        CR COGS
000226*                 (A REVERSED TRANSFER OR COUNT IS LOGGED AS A
000227*                 'T' OR 'J' AND POSTS AS ONE.)
000228*                 THE ADJUSTMENTS, ADDS, CHANGES AND DELETES LOG
000230*                 THE BALANCE THEY LEFT RATHER THAN THE QUANTITY
000240*                 THEY MOVED, SO THE TRAIL IS SORTED AND REPLAYED
000250*                 ITEM BY ITEM FROM THE OPENING GENERATION OF THE
000260*                 ITEMFILE GDG EXACTLY AS ITEM-CLOSE DOES, AND
000270*                 EACH OF THOSE IS POSTED AS THE DIFFERENCE IT
000280*                 MADE.  THE UNIT COST AND CATEGORY COME FROM THE
000290*                 CLOSING GENERATION, OR THE OPENING ONE FOR AN
000300*                 ITEM DELETED IN THE PERIOD.  THE JOURNAL IS
000310*                 BUILT IN STORAGE AND ONLY WRITTEN, BETWEEN ITS
000320*                 HEADER AND TRAILER (SEE GLJREC), WHEN TOTAL
000330*                 DEBITS EQUAL TOTAL CREDITS - OTHERWISE NOTHING
000340*                 GOES TO THE LEDGER AND THE RUN ENDS FAILED.
000350*                 THE SYSIN CARD GIVES THE PERIOD, AS ITEM-CLOSE:
000360*                   COLS 1-8    DATE FROM, YYYYMMDD
000370*                   COLS 9-16   DATE TO, YYYYMMDD
000380*                 THE JOURNAL IS DATED THE LAST DAY OF THE
000390*                 PERIOD (THE RUN DATE IF NO DATE TO IS GIVEN).
000400*    -------------------------------------------------------
000410*    MODIFICATION HISTORY.
000420*    DATE       INIT  DESCRIPTION
000430*    ---------  ----  ---------------------------------------
000440*    15/10/2026 MK    ORIGINAL VERSION.
000441*    15/10/2026 MK    CUSTOMER RETURNS - 'E' RETURNS IN, 'S'
000442*                     SCRAPS AND 'V' RETURNS TO SUPPLIER ARE
000443*                     VALUED AND POSTED, WITH A RETURNS BY
000444*                     CATEGORY BLOCK ON THE REPORT; 'K'
000445*                     RESTOCKS COUNT AS TRANSFERS.  JOURNAL
000446*                     TABLE WIDENED FOR THE TWO NEW PAIRS.
000447*    15/10/2026 MK    MOVEMENT REVERSALS - 'B' REVERSED RECEIPTS
000448*                     AND 'U' REVERSED ISSUES ARE VALUED AND
000449*                     POSTED AGAINST THE ACCOUNTS THE ORIGINAL
000450*                     MOVEMENT HIT, WITH A REVERSALS BY
000451*                     CATEGORY BLOCK ON THE REPORT.  JOURNAL
000452*                     TABLE WIDENED FOR THE TWO NEW PAIRS.
000453******************************************************************
000460       ENVIRONMENT DIVISION.
000470       INPUT-OUTPUT SECTION.
000480       FILE-CONTROL.
000490
000500           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000510               ORGANIZATION IS LINE SEQUENTIAL.
000520
000530           SELECT OPEN-GEN-FILE ASSIGN TO OPENGEN
000540               ORGANIZATION IS INDEXED
000550               ACCESS MODE IS SEQUENTIAL
000560               RECORD KEY IS OPG-ITEM-CODE
000570               FILE STATUS IS WS-OPEN-FILE-STATUS.
000580
000590           SELECT CLOSE-GEN-FILE ASSIGN TO CLOSEGEN
000600               ORGANIZATION IS INDEXED
000610               ACCESS MODE IS SEQUENTIAL
000620               RECORD KEY IS CLG-ITEM-CODE
000630               FILE STATUS IS WS-CLOSE-FILE-STATUS.
000640
000650           SELECT CAT-FILE ASSIGN TO CATFILE
000660               ORGANIZATION IS INDEXED
000670               ACCESS MODE IS SEQUENTIAL
000680               RECORD KEY IS CAT-CODE
000690               FILE STATUS IS WS-CAT-FILE-STATUS.
000700
000710           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.DAT".
000720
000730           SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
000740               ORGANIZATION IS LINE SEQUENTIAL.
000750
000760           SELECT GL-REPORT ASSIGN TO GLRPT
000770               ORGANIZATION IS LINE SEQUENTIAL.
000780
000790           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000800               ORGANIZATION IS LINE SEQUENTIAL.
000810
000820       DATA DIVISION.
000830       FILE SECTION.
000840
000850       FD  AUDIT-LOG-FILE.
000860       COPY AUDITLOG.
000870
000880       FD  OPEN-GEN-FILE.
000890       COPY STOCKITM REPLACING STOCK-ITEMS BY OPG-STOCK-ITEMS
000900                               ITEM-NAME BY OPG-ITEM-NAME
000910                               ITEM-CODE BY OPG-ITEM-CODE
000920                               ITEM-PRICE BY OPG-ITEM-PRICE
000930                               ITEM-QTY-ON-HAND
000940                                   BY OPG-ITEM-QTY-ON-HAND
000950                               ITEM-REORDER-LEVEL
000960                                   BY OPG-ITEM-REORDER-LEVEL
000970                               ITEM-SUPP-CODE
000980                                   BY OPG-ITEM-SUPP-CODE
000990                               ITEM-CAT-CODE
001000                                   BY OPG-ITEM-CAT-CODE
001010                               ITEM-UNIT-COST
001020                                   BY OPG-ITEM-UNIT-COST
001030                               ITEM-LAST-ISSUE-DATE
001040                                   BY OPG-ITEM-LAST-ISSUE-DATE.
001050
001060       FD  CLOSE-GEN-FILE.
001070       COPY STOCKITM REPLACING STOCK-ITEMS BY CLG-STOCK-ITEMS
001080                               ITEM-NAME BY CLG-ITEM-NAME
001090                               ITEM-CODE BY CLG-ITEM-CODE
001100                               ITEM-PRICE BY CLG-ITEM-PRICE
001110                               ITEM-QTY-ON-HAND
001120                                   BY CLG-ITEM-QTY-ON-HAND
001130                               ITEM-REORDER-LEVEL
001140                                   BY CLG-ITEM-REORDER-LEVEL
001150                               ITEM-SUPP-CODE
001160                                   BY CLG-ITEM-SUPP-CODE
001170                               ITEM-CAT-CODE
001180                                   BY CLG-ITEM-CAT-CODE
001190                               ITEM-UNIT-COST
001200                                   BY CLG-ITEM-UNIT-COST
001210                               ITEM-LAST-ISSUE-DATE
001220                                   BY CLG-ITEM-LAST-ISSUE-DATE.
001230
001240       FD  CAT-FILE.
001250       COPY CATREC.
001260
001270       SD  SORT-WORK-FILE.
001280       01  SORT-RECORD.
001290           02  SRT-ITEM-CODE              PIC X(05).
001300           02  SRT-DATE                   PIC X(08).
001310           02  SRT-TIME                   PIC X(08).
001320           02  SRT-ACTION                 PIC X(01).
001330               88  SRT-RECEIPT                VALUE 'G'.
001340               88  SRT-ISSUE                  VALUE 'I'.
001350               88  SRT-ADJUST                 VALUE 'J'.
001360               88  SRT-ADD                    VALUE 'A'.
001370               88  SRT-CHANGE                 VALUE 'C'.
001380               88  SRT-DELETE                 VALUE 'D'.
001390               88  SRT-XFER                   VALUE 'T'.
001392               88  SRT-RETURN                 VALUE 'E'.
001394               88  SRT-RESTOCK                VALUE 'K'.
001396               88  SRT-SCRAP                  VALUE 'S'.
001398               88  SRT-TO-SUPPLIER            VALUE 'V'.
001401               88  SRT-RCPT-REVERSED          VALUE 'B'.
001404               88  SRT-ISSUE-REVERSED         VALUE 'U'.
001407           02  SRT-QTY-X                  PIC X(05).
001410           02  SRT-QTY REDEFINES SRT-QTY-X
001420                                          PIC 9(05).
001430
001440       FD  GL-JOURNAL-FILE.
001450       COPY GLJREC.
001460
001470       FD  GL-REPORT.
001480       01  GL-REPORT-LINE                 PIC X(80).
001490
001500       FD  RUN-LOG-FILE.
001510       COPY RUNLOGR.
001520
001530       WORKING-STORAGE SECTION.
001540
001550       77  WS-OPEN-FILE-STATUS        PIC X(02) VALUE '00'.
001560       77  WS-CLOSE-FILE-STATUS       PIC X(02) VALUE '00'.
001570       77  WS-CAT-FILE-STATUS         PIC X(02) VALUE '00'.
001580
001590       77  WS-AUDIT-ENDOF             PIC X(01) VALUE 'N'.
001600           88  WS-AUDIT-AT-END            VALUE 'Y'.
001610
001620       77  WS-OPEN-ENDOF              PIC X(01) VALUE 'N'.
001630           88  WS-OPEN-AT-END             VALUE 'Y'.
001640
001650       77  WS-CLOSE-ENDOF             PIC X(01) VALUE 'N'.
001660           88  WS-CLOSE-AT-END            VALUE 'Y'.
001670
001680       77  WS-SORT-ENDOF              PIC X(01) VALUE 'N'.
001690           88  WS-SORT-AT-END             VALUE 'Y'.
001700
001710       77  WS-CAT-ENDOF               PIC X(01) VALUE 'N'.
001720           88  WS-CAT-AT-END              VALUE 'Y'.
001730
001740       77  WS-OPEN-KEY                PIC X(05) VALUE LOW-VALUES.
001750       77  WS-CLOSE-KEY               PIC X(05) VALUE LOW-VALUES.
001760       77  WS-SORT-KEY                PIC X(05) VALUE LOW-VALUES.
001770       77  WS-COST-KEY                PIC X(05) VALUE LOW-VALUES.
001780
001790       77  WS-CAT-FOUND-SW            PIC X(01) VALUE 'N'.
001800           88  WS-CAT-FOUND               VALUE 'Y'.
001810           88  WS-CAT-NOT-FOUND           VALUE 'N'.
001820
001830       77  WS-CAT-OVERFLOW-SW         PIC X(01) VALUE 'N'.
001840           88  WS-CAT-OVERFLOW            VALUE 'Y'.
001850
001860       77  WS-NOQTY-SW                PIC X(01) VALUE 'N'.
001870           88  WS-ITEM-NOQTY              VALUE 'Y'.
001880
001890       77  WS-CAT-MAX                 PIC 9(03) COMP VALUE 100.
001900       77  WS-CAT-USED                PIC 9(03) COMP VALUE ZERO.
001910       77  WS-CAT-SUB                 PIC 9(03) COMP VALUE ZERO.
001920
001930       77  WS-JRN-USED                PIC 9(04) COMP VALUE ZERO.
001940       77  WS-JRN-SUB                 PIC 9(04) COMP VALUE ZERO.
001950
001960       77  WS-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
001970       77  WS-SELECTED-COUNT          PIC 9(07) COMP VALUE ZERO.
001980       77  WS-POSTED-COUNT            PIC 9(07) COMP VALUE ZERO.
001990       77  WS-XFER-COUNT              PIC 9(07) COMP VALUE ZERO.
002000       77  WS-NOQTY-COUNT             PIC 9(07) COMP VALUE ZERO.
002010       77  WS-NOCOST-COUNT            PIC 9(07) COMP VALUE ZERO.
002020       77  WS-UNKNOWN-CAT-COUNT       PIC 9(07) COMP VALUE ZERO.
002030       77  WS-WRITTEN-COUNT           PIC 9(07) COMP VALUE ZERO.
002040       77  WS-RUN-RC                  PIC 9(02) VALUE ZERO.
002050
002060       77  WS-RUN-QTY                 PIC S9(07) COMP-3
002070                                      VALUE ZERO.
002080       77  WS-NEW-QTY                 PIC S9(07) COMP-3
002090                                      VALUE ZERO.
002100       77  WS-DIFF-QTY                PIC S9(07) COMP-3
002110                                      VALUE ZERO.
002120       77  WS-MOVE-QTY                PIC 9(07) COMP-3 VALUE ZERO.
002130       77  WS-XFER-QTY                PIC 9(09) COMP-3 VALUE ZERO.
002140       77  WS-ITEM-COST               PIC 9(05)V9(02) VALUE ZERO.
002150       77  WS-ITEM-CAT                PIC X(03) VALUE SPACES.
002160       77  WS-MOVE-VALUE              PIC 9(11)V9(02) COMP-3
002170                                      VALUE ZERO.
002180       77  WS-PAIR-AMOUNT             PIC 9(11)V9(02) COMP-3
002190                                      VALUE ZERO.
002200       77  WS-PAIR-DR-ACCT            PIC X(04) VALUE SPACES.
002210       77  WS-PAIR-CR-ACCT            PIC X(04) VALUE SPACES.
002220       77  WS-TOTAL-DEBITS            PIC 9(13)V9(02) COMP-3
002230                                      VALUE ZERO.
002240       77  WS-TOTAL-CREDITS           PIC 9(13)V9(02) COMP-3
002250                                      VALUE ZERO.
002260       77  WS-POST-DATE               PIC X(08) VALUE SPACES.
002270       77  WS-TODAY                   PIC X(08) VALUE SPACES.
002280
002290       01  WS-PARM-CARD.
002300           02  WS-PC-DATE-FROM            PIC X(08).
002310           02  WS-PC-DATE-TO              PIC X(08).
002320           02  FILLER                     PIC X(64).
002330
002340       01  WS-CAT-TABLE.
002350           02  WS-CAT-ENTRY OCCURS 100 TIMES.
002360               03  WS-CT-CODE             PIC X(03).
002370               03  WS-CT-DESC             PIC X(30).
002380               03  WS-CT-RCPT-VALUE       PIC 9(11)V9(02) COMP-3.
002390               03  WS-CT-ISSUE-VALUE      PIC 9(11)V9(02) COMP-3.
002400               03  WS-CT-WRON-VALUE       PIC 9(11)V9(02) COMP-3.
002410               03  WS-CT-WROF-VALUE       PIC 9(11)V9(02) COMP-3.
002413               03  WS-CT-RTIN-VALUE       PIC 9(11)V9(02) COMP-3.
002416               03  WS-CT-RTSP-VALUE       PIC 9(11)V9(02) COMP-3.
002417               03  WS-CT-RVRC-VALUE       PIC 9(11)V9(02) COMP-3.
002418               03  WS-CT-RVIS-VALUE       PIC 9(11)V9(02) COMP-3.
002420
002430       01  WS-JRN-TABLE.
002440           02  WS-JRN-ENTRY OCCURS 1600 TIMES.
002450               03  WS-JT-CAT-CODE         PIC X(03).
002460               03  WS-JT-ACCOUNT          PIC X(04).
002470               03  WS-JT-DR-CR            PIC X(01).
002480               03  WS-JT-AMOUNT           PIC 9(11)V9(02) COMP-3.
002490
002500       01  WS-CAT-HEAD-LINE.
002510           02  FILLER                     PIC X(24)
002520               VALUE 'CAT DESCRIPTION'.
002530           02  FILLER                     PIC X(14)
002540               VALUE '      RECEIPTS'.
002550           02  FILLER                     PIC X(14)
002560               VALUE '        ISSUES'.
002570           02  FILLER                     PIC X(14)
002580               VALUE '     WRITE-ONS'.
002590           02  FILLER                     PIC X(14)
002600               VALUE '    WRITE-OFFS'.
002610
002620       01  WS-CAT-LINE.
002630           02  WS-CL-CODE                 PIC X(03).
002640           02  FILLER                     PIC X(01) VALUE SPACES.
002650           02  WS-CL-DESC                 PIC X(20).
002660           02  FILLER                     PIC X(01) VALUE SPACES.
002670           02  WS-CL-RCPT                 PIC Z(09)9.99.
002680           02  FILLER                     PIC X(01) VALUE SPACES.
002690           02  WS-CL-ISSUE                PIC Z(09)9.99.
002700           02  FILLER                     PIC X(01) VALUE SPACES.
002710           02  WS-CL-WRON                 PIC Z(09)9.99.
002720           02  FILLER                     PIC X(01) VALUE SPACES.
002730           02  WS-CL-WROF                 PIC Z(09)9.99.
002740
002741       01  WS-RET-HEAD-LINE.
002742           02  FILLER                     PIC X(24)
002743               VALUE 'CAT DESCRIPTION'.
002744           02  FILLER                     PIC X(14)
002745               VALUE '    RETURNS IN'.
002746           02  FILLER                     PIC X(14)
002747               VALUE '   TO SUPPLIER'.
002748           02  FILLER                     PIC X(28) VALUE SPACES.
002749
002750       01  WS-RET-LINE.
002751           02  WS-RL-CODE                 PIC X(03).
002752           02  FILLER                     PIC X(01) VALUE SPACES.
002753           02  WS-RL-DESC                 PIC X(20).
002754           02  FILLER                     PIC X(01) VALUE SPACES.
002755           02  WS-RL-RTIN                 PIC Z(09)9.99.
002756           02  FILLER                     PIC X(01) VALUE SPACES.
002757           02  WS-RL-RTSP                 PIC Z(09)9.99.
002758           02  FILLER                     PIC X(28) VALUE SPACES.
002759
002760       01  WS-REV-HEAD-LINE.
002761           02  FILLER                     PIC X(24)
002762               VALUE 'CAT DESCRIPTION'.
002763           02  FILLER                     PIC X(14)
002764               VALUE '  RCPTS REVRSD'.
002765           02  FILLER                     PIC X(14)
002766               VALUE ' ISSUES REVRSD'.
002767           02  FILLER                     PIC X(28) VALUE SPACES.
002768
002769       01  WS-REV-LINE.
002770           02  WS-VL-CODE                 PIC X(03).
002771           02  FILLER                     PIC X(01) VALUE SPACES.
002772           02  WS-VL-DESC                 PIC X(20).
002773           02  FILLER                     PIC X(01) VALUE SPACES.
002774           02  WS-VL-RVRC                 PIC Z(09)9.99.
002775           02  FILLER                     PIC X(01) VALUE SPACES.
002776           02  WS-VL-RVIS                 PIC Z(09)9.99.
002777           02  FILLER                     PIC X(28) VALUE SPACES.
002778
002779       01  WS-JRN-HEAD-LINE.
002780           02  FILLER                     PIC X(10)
002781               VALUE 'CAT ACCT'.
002782           02  FILLER                     PIC X(16)
002790               VALUE '           DEBIT'.
002800           02  FILLER                     PIC X(03) VALUE SPACES.
002810           02  FILLER                     PIC X(16)
002820               VALUE '          CREDIT'.
002830           02  FILLER                     PIC X(35) VALUE SPACES.
002840
002850       01  WS-JRN-LINE.
002860           02  WS-JL-CAT-CODE             PIC X(03).
002870           02  FILLER                     PIC X(01) VALUE SPACES.
002880           02  WS-JL-ACCOUNT              PIC X(05).
002890           02  FILLER                     PIC X(01) VALUE SPACES.
002900           02  WS-JL-DEBIT                PIC Z(12)9.99
002910                                          BLANK WHEN ZERO.
002920           02  FILLER                     PIC X(03) VALUE SPACES.
002930           02  WS-JL-CREDIT               PIC Z(12)9.99
002940                                          BLANK WHEN ZERO.
002950           02  FILLER                     PIC X(35) VALUE SPACES.
002960
002970       01  WS-XFER-LINE.
002980           02  FILLER                     PIC X(34)
002990               VALUE 'TRANSFERS NOT POSTED (NET ZERO) - '.
003000           02  WS-XL-COUNT                PIC Z(06)9.
003010           02  FILLER                     PIC X(07)
003015               VALUE ' MOVES,'.
003020           02  WS-XL-QTY                  PIC Z(08)9.
003030           02  FILLER                     PIC X(23)
003035               VALUE ' UNITS'.
003040
003050       01  WS-EXCEPTION-LINE.
003060           02  FILLER                     PIC X(08)
003070               VALUE '** ITEM '.
003080           02  WS-EL-CODE                 PIC X(05).
003090           02  FILLER                     PIC X(03) VALUE ' - '.
003100           02  WS-EL-TEXT                 PIC X(64).
003110
003120       PROCEDURE DIVISION.
003130
003140******************************************************************
003150*    0000-MAINLINE
003160******************************************************************
003170       0000-MAINLINE.
003180           OPEN EXTEND RUN-LOG-FILE.
003190           MOVE SPACES TO WS-PARM-CARD.
003200           ACCEPT WS-PARM-CARD FROM SYSIN.
003210           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003220           IF WS-PC-DATE-TO = SPACES
003230               MOVE WS-TODAY TO WS-POST-DATE
003240           ELSE
003250               MOVE WS-PC-DATE-TO TO WS-POST-DATE
003260           END-IF.
003270           PERFORM 0800-LOAD-CATEGORIES THRU 0800-EXIT.
003280           OPEN INPUT OPEN-GEN-FILE.
003290           IF WS-OPEN-FILE-STATUS NOT = '00'
003300               DISPLAY 'ITEM-GLJRNL: *** OPEN FAILED FOR'
003310                   ' OPEN-GEN-FILE, STATUS = '
003320                   WS-OPEN-FILE-STATUS
003330               MOVE 16 TO WS-RUN-RC
003340               PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT
003350               STOP RUN
003360           END-IF.
003370           OPEN INPUT CLOSE-GEN-FILE.
003380           IF WS-CLOSE-FILE-STATUS NOT = '00'
003390               DISPLAY 'ITEM-GLJRNL: *** OPEN FAILED FOR'
003400                   ' CLOSE-GEN-FILE, STATUS = '
003410                   WS-CLOSE-FILE-STATUS
003420               MOVE 16 TO WS-RUN-RC
003430               PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT
003440               STOP RUN
003450           END-IF.
003460           OPEN OUTPUT GL-REPORT.
003470           MOVE 'PERIOD-END STOCK JOURNAL - VALUED MOVEMENTS'
003480               TO GL-REPORT-LINE.
003490           WRITE GL-REPORT-LINE.
003500           MOVE SPACES TO GL-REPORT-LINE.
003510           WRITE GL-REPORT-LINE.
003520           SORT SORT-WORK-FILE
003530               ON ASCENDING KEY SRT-ITEM-CODE
003540               ON ASCENDING KEY SRT-DATE
003550               ON ASCENDING KEY SRT-TIME
003560               INPUT PROCEDURE IS 1000-LOAD-MOVEMENTS
003570                   THRU 1000-EXIT
003580               OUTPUT PROCEDURE IS 2000-COST-ITEMS
003590                   THRU 2000-EXIT.
003600           CLOSE OPEN-GEN-FILE.
003610           CLOSE CLOSE-GEN-FILE.
003620           PERFORM 3000-BUILD-JOURNAL THRU 3000-EXIT.
003630           IF WS-CAT-OVERFLOW
003640               MOVE 8 TO WS-RUN-RC
003650               DISPLAY 'ITEM-GLJRNL: *** CATEGORY TABLE FULL -'
003660                   ' NO JOURNAL PRODUCED ***'
003670           ELSE
003680               IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
003690                   MOVE 8 TO WS-RUN-RC
003700                   DISPLAY 'ITEM-GLJRNL: *** DEBITS AND CREDITS'
003710                       ' DO NOT BALANCE - NO JOURNAL PRODUCED ***'
003720               ELSE
003730                   PERFORM 3500-WRITE-JOURNAL THRU 3500-EXIT
003740                   IF WS-NOQTY-COUNT > ZERO OR
003750                      WS-NOCOST-COUNT > ZERO OR
003760                      WS-UNKNOWN-CAT-COUNT > ZERO
003770                       MOVE 4 TO WS-RUN-RC
003780                   END-IF
003790               END-IF
003800           END-IF.
003810           PERFORM 3700-WRITE-SUMMARY THRU 3700-EXIT.
003820           CLOSE GL-REPORT.
003830           PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT.
003840           STOP RUN.
003850
003860******************************************************************
003870*    0800-LOAD-CATEGORIES THRU 0800-EXIT
003880*    LOADS THE CATEGORY MASTER INTO THE SUMMARY TABLE, EACH
003890*    ENTRY STARTING WITH NOTHING POSTED, SO THE JOURNAL AND THE
003900*    REPORT COME OUT IN CATEGORY ORDER.
003910******************************************************************
003920       0800-LOAD-CATEGORIES.
003930           OPEN INPUT CAT-FILE.
003940           IF WS-CAT-FILE-STATUS NOT = '00'
003950               DISPLAY 'ITEM-GLJRNL: *** OPEN FAILED FOR'
003960                   ' CAT-FILE, STATUS = ' WS-CAT-FILE-STATUS
003970               MOVE 16 TO WS-RUN-RC
003980               PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT
003990               STOP RUN
004000           END-IF.
004010           PERFORM 0810-LOAD-CAT-ENTRY THRU 0810-EXIT
004020               UNTIL WS-CAT-AT-END.
004030           CLOSE CAT-FILE.
004040       0800-EXIT.
004050           EXIT.
004060
004070******************************************************************
004080*    0810-LOAD-CAT-ENTRY THRU 0810-EXIT
004090******************************************************************
004100       0810-LOAD-CAT-ENTRY.
004110           READ CAT-FILE NEXT RECORD
004120               AT END
004130                   SET WS-CAT-AT-END TO TRUE
004140               NOT AT END
004150                   IF WS-CAT-USED < WS-CAT-MAX
004160                       ADD 1 TO WS-CAT-USED
004170                       MOVE CAT-CODE TO WS-CT-CODE (WS-CAT-USED)
004180                       MOVE CAT-DESC TO WS-CT-DESC (WS-CAT-USED)
004190                       MOVE ZERO TO WS-CT-RCPT-VALUE (WS-CAT-USED)
004200                           WS-CT-ISSUE-VALUE (WS-CAT-USED)
004210                           WS-CT-WRON-VALUE (WS-CAT-USED)
004220                           WS-CT-WROF-VALUE (WS-CAT-USED)
004223                           WS-CT-RTIN-VALUE (WS-CAT-USED)
004226                           WS-CT-RTSP-VALUE (WS-CAT-USED)
004227                           WS-CT-RVRC-VALUE (WS-CAT-USED)
004228                           WS-CT-RVIS-VALUE (WS-CAT-USED)
004230                   ELSE
004240                       SET WS-CAT-OVERFLOW TO TRUE
004250                       DISPLAY 'ITEM-GLJRNL: *** CATEGORY TABLE'
004260                           ' FULL, CATEGORY ' CAT-CODE
004270                           ' NOT LOADED ***'
004280                   END-IF
004290           END-READ.
004300       0810-EXIT.
004310           EXIT.
004320
004330******************************************************************
004340*    1000-LOAD-MOVEMENTS THRU 1000-EXIT
004350*    SORT INPUT PROCEDURE - EVERY AUDIT RECORD INSIDE THE
004360*    PERIOD OTHER THAN THE 'R' READS IS RELEASED TO THE SORT
004370*    KEYED ON ITEM, DATE AND TIME, AS ITEM-CLOSE.
004380******************************************************************
004390       1000-LOAD-MOVEMENTS.
004400           OPEN INPUT AUDIT-LOG-FILE.
004410           PERFORM 1100-READ-AND-RELEASE THRU 1100-EXIT
004420               UNTIL WS-AUDIT-AT-END.
004430           CLOSE AUDIT-LOG-FILE.
004440       1000-EXIT.
004450           EXIT.
004460
004470******************************************************************
004480*    1100-READ-AND-RELEASE THRU 1100-EXIT
004490******************************************************************
004500       1100-READ-AND-RELEASE.
004510           READ AUDIT-LOG-FILE
004520               AT END
004530                   SET WS-AUDIT-AT-END TO TRUE
004540               NOT AT END
004550                   ADD 1 TO WS-READ-COUNT
004560                   IF NOT AUD-ACTION-READ
004570                       IF (WS-PC-DATE-FROM = SPACES OR
004580                           AUD-DATE NOT < WS-PC-DATE-FROM) AND
004590                          (WS-PC-DATE-TO = SPACES OR
004600                           AUD-DATE NOT > WS-PC-DATE-TO)
004610                           ADD 1 TO WS-SELECTED-COUNT
004620                           MOVE AUD-ITEM-CODE TO SRT-ITEM-CODE
004630                           MOVE AUD-DATE TO SRT-DATE
004640                           MOVE AUD-TIME TO SRT-TIME
004650                           MOVE AUD-ACTION TO SRT-ACTION
004660                           MOVE AUD-QTY TO SRT-QTY-X
004670                           RELEASE SORT-RECORD
004680                       END-IF
004690                   END-IF
004700           END-READ.
004710       1100-EXIT.
004720           EXIT.
004730
004740******************************************************************
004750*    2000-COST-ITEMS THRU 2000-EXIT
004760*    SORT OUTPUT PROCEDURE - THE SAME THREE-WAY KEY MERGE OF
004770*    THE SORTED MOVEMENTS AND THE OPENING AND CLOSING
004780*    GENERATIONS AS ITEM-CLOSE.  EACH PASS OF THE LOOP COSTS THE
004790*    LOWEST ITEM CODE STILL ON HAND FROM ANY OF THE THREE.
004800******************************************************************
004810       2000-COST-ITEMS.
004820           PERFORM 1200-READ-OPEN-GEN THRU 1200-EXIT.
004830           PERFORM 1300-READ-CLOSE-GEN THRU 1300-EXIT.
004840           PERFORM 1400-RETURN-MOVEMENT THRU 1400-EXIT.
004850           PERFORM 2100-COST-ONE-ITEM THRU 2100-EXIT
004860               UNTIL WS-OPEN-AT-END AND WS-CLOSE-AT-END
004870                 AND WS-SORT-AT-END.
004880       2000-EXIT.
004890           EXIT.
004900
004910******************************************************************
004920*    1200-READ-OPEN-GEN THRU 1200-EXIT
004930******************************************************************
004940       1200-READ-OPEN-GEN.
004950           READ OPEN-GEN-FILE NEXT RECORD
004960               AT END
004970                   SET WS-OPEN-AT-END TO TRUE
004980                   MOVE HIGH-VALUES TO WS-OPEN-KEY
004990               NOT AT END
005000                   MOVE OPG-ITEM-CODE TO WS-OPEN-KEY
005010           END-READ.
005020       1200-EXIT.
005030           EXIT.
005040
005050******************************************************************
005060*    1300-READ-CLOSE-GEN THRU 1300-EXIT
005070******************************************************************
005080       1300-READ-CLOSE-GEN.
005090           READ CLOSE-GEN-FILE NEXT RECORD
005100               AT END
005110                   SET WS-CLOSE-AT-END TO TRUE
005120                   MOVE HIGH-VALUES TO WS-CLOSE-KEY
005130               NOT AT END
005140                   MOVE CLG-ITEM-CODE TO WS-CLOSE-KEY
005150           END-READ.
005160       1300-EXIT.
005170           EXIT.
005180
005190******************************************************************
005200*    1400-RETURN-MOVEMENT THRU 1400-EXIT
005210******************************************************************
005220       1400-RETURN-MOVEMENT.
005230           RETURN SORT-WORK-FILE
005240               AT END
005250                   SET WS-SORT-AT-END TO TRUE
005260                   MOVE HIGH-VALUES TO WS-SORT-KEY
005270               NOT AT END
005280                   MOVE SRT-ITEM-CODE TO WS-SORT-KEY
005290           END-RETURN.
005300       1400-EXIT.
005310           EXIT.
005320
005330******************************************************************
005340*    2100-COST-ONE-ITEM THRU 2100-EXIT
005350*    COSTS THE LOWEST ITEM CODE ON HAND.  THE OPENING QUANTITY
005360*    SEEDS THE RUNNING BALANCE AND THE OPENING RECORD GIVES A
005370*    FIRST UNIT COST AND CATEGORY; THE CLOSING RECORD, WHEN THE
005380*    ITEM IS STILL ON FILE, OVERRIDES BOTH.  THE ITEM'S
005390*    MOVEMENTS ARE THEN REPLAYED AND VALUED IN DATE-AND-TIME
005400*    ORDER.  AN ITEM WITH NO MOVEMENTS POSTS NOTHING.
005410******************************************************************
005420       2100-COST-ONE-ITEM.
005430           MOVE WS-OPEN-KEY TO WS-COST-KEY.
005440           IF WS-CLOSE-KEY < WS-COST-KEY
005450               MOVE WS-CLOSE-KEY TO WS-COST-KEY
005460           END-IF.
005470           IF WS-SORT-KEY < WS-COST-KEY
005480               MOVE WS-SORT-KEY TO WS-COST-KEY
005490           END-IF.
005500           MOVE ZERO TO WS-RUN-QTY WS-ITEM-COST.
005510           MOVE SPACES TO WS-ITEM-CAT.
005520           MOVE 'N' TO WS-NOQTY-SW.
005530           IF WS-OPEN-KEY = WS-COST-KEY
005540               MOVE OPG-ITEM-QTY-ON-HAND TO WS-RUN-QTY
005550               MOVE OPG-ITEM-UNIT-COST TO WS-ITEM-COST
005560               MOVE OPG-ITEM-CAT-CODE TO WS-ITEM-CAT
005570               PERFORM 1200-READ-OPEN-GEN THRU 1200-EXIT
005580           END-IF.
005590           IF WS-CLOSE-KEY = WS-COST-KEY
005600               MOVE CLG-ITEM-UNIT-COST TO WS-ITEM-COST
005610               MOVE CLG-ITEM-CAT-CODE TO WS-ITEM-CAT
005620               PERFORM 1300-READ-CLOSE-GEN THRU 1300-EXIT
005630           END-IF.
005640           IF WS-SORT-KEY = WS-COST-KEY
005650               PERFORM 2150-FIND-CATEGORY THRU 2150-EXIT
005660               IF WS-ITEM-COST = ZERO
005670                   ADD 1 TO WS-NOCOST-COUNT
005680                   MOVE WS-COST-KEY TO WS-EL-CODE
005690                   MOVE 'NO UNIT COST - MOVEMENTS POSTED AT ZERO'
005700                       TO WS-EL-TEXT
005710                   MOVE WS-EXCEPTION-LINE TO GL-REPORT-LINE
005720                   WRITE GL-REPORT-LINE
005730               END-IF
005740               PERFORM 2200-REPLAY-MOVEMENT THRU 2200-EXIT
005750                   UNTIL WS-SORT-KEY NOT = WS-COST-KEY
005760               IF WS-ITEM-NOQTY
005770                   MOVE WS-COST-KEY TO WS-EL-CODE
005780                   MOVE 'TRAIL RECORD WITH NO QTY - NOT POSTED'
005790                       TO WS-EL-TEXT
005800                   MOVE WS-EXCEPTION-LINE TO GL-REPORT-LINE
005810                   WRITE GL-REPORT-LINE
005820               END-IF
005830           END-IF.
005840       2100-EXIT.
005850           EXIT.
005860
005870******************************************************************
005880*    2150-FIND-CATEGORY THRU 2150-EXIT
005890*    POINTS WS-CAT-SUB AT THE ITEM'S CATEGORY.  A CODE NOT ON
005900*    THE CATEGORY MASTER IS GIVEN AN ENTRY OF ITS OWN AND
005910*    REPORTED, SO ITS VALUE STILL REACHES THE LEDGER; IF THE
005920*    TABLE IS FULL THE RUN CANNOT PRODUCE A COMPLETE JOURNAL
005930*    AND WS-CAT-SUB IS LEFT AT ZERO SO NOTHING IS POSTED.
005940******************************************************************
005950       2150-FIND-CATEGORY.
005960           SET WS-CAT-NOT-FOUND TO TRUE.
005970           MOVE 1 TO WS-CAT-SUB.
005980           PERFORM 2160-SCAN-CATEGORY THRU 2160-EXIT
005990               UNTIL WS-CAT-FOUND OR WS-CAT-SUB > WS-CAT-USED.
006000           IF WS-CAT-NOT-FOUND
006010               IF WS-CAT-USED < WS-CAT-MAX
006020                   ADD 1 TO WS-CAT-USED
006030                   MOVE WS-CAT-USED TO WS-CAT-SUB
006040                   MOVE WS-ITEM-CAT TO WS-CT-CODE (WS-CAT-SUB)
006050                   MOVE '** NOT ON CATEGORY FILE **'
006060                       TO WS-CT-DESC (WS-CAT-SUB)
006070                   MOVE ZERO TO WS-CT-RCPT-VALUE (WS-CAT-SUB)
006080                       WS-CT-ISSUE-VALUE (WS-CAT-SUB)
006090                       WS-CT-WRON-VALUE (WS-CAT-SUB)
006100                       WS-CT-WROF-VALUE (WS-CAT-SUB)
006103                       WS-CT-RTIN-VALUE (WS-CAT-SUB)
006106                       WS-CT-RTSP-VALUE (WS-CAT-SUB)
006107                       WS-CT-RVRC-VALUE (WS-CAT-SUB)
006108                       WS-CT-RVIS-VALUE (WS-CAT-SUB)
006110                   ADD 1 TO WS-UNKNOWN-CAT-COUNT
006120                   MOVE WS-COST-KEY TO WS-EL-CODE
006130                   MOVE SPACES TO WS-EL-TEXT
006140                   STRING 'CATEGORY ' WS-ITEM-CAT
006150                       ' NOT ON CATEGORY FILE'
006160                       DELIMITED BY SIZE INTO WS-EL-TEXT
006170                   MOVE WS-EXCEPTION-LINE TO GL-REPORT-LINE
006180                   WRITE GL-REPORT-LINE
006190               ELSE
006200                   SET WS-CAT-OVERFLOW TO TRUE
006210                   MOVE ZERO TO WS-CAT-SUB
006220               END-IF
006230           END-IF.
006240       2150-EXIT.
006250           EXIT.
006260
006270******************************************************************
006280*    2160-SCAN-CATEGORY THRU 2160-EXIT
006290******************************************************************
006300       2160-SCAN-CATEGORY.
006310           IF WS-CT-CODE (WS-CAT-SUB) = WS-ITEM-CAT
006320               SET WS-CAT-FOUND TO TRUE
006330           ELSE
006340               ADD 1 TO WS-CAT-SUB
006350           END-IF.
006360       2160-EXIT.
006370           EXIT.
006380
006390******************************************************************
006400*    2200-REPLAY-MOVEMENT THRU 2200-EXIT
006410*    VALUES ONE MOVEMENT AT THE ITEM'S UNIT COST AND CARRIES THE
006420*    RUNNING BALANCE FORWARD.  A RECEIPT OR AN ISSUE POSTS THE
006430*    QUANTITY IT MOVED; AN ADJUSTMENT, ADD OR CHANGE POSTS THE
006440*    DIFFERENCE BETWEEN THE BALANCE IT SET AND THE RUNNING ONE,
006450*    AND A DELETE WRITES OFF WHATEVER WAS LEFT.  A TRANSFER IS
006460*    COUNTED BUT NOT POSTED, AS IS A 'K' RESTOCK.  A CUSTOMER
006463*    RETURN, A SCRAP AND A RETURN TO SUPPLIER EACH POST THE
006466*    QUANTITY THEY MOVED, AS DO A REVERSED RECEIPT AND A
006468*    REVERSED ISSUE.  A TRAIL RECORD FROM BEFORE AUD-QTY
006470*    EXISTED CANNOT BE VALUED AND IS REPORTED INSTEAD.
006480******************************************************************
006490       2200-REPLAY-MOVEMENT.
006500           IF SRT-QTY-X NOT NUMERIC
006510               ADD 1 TO WS-NOQTY-COUNT
006520               SET WS-ITEM-NOQTY TO TRUE
006530           ELSE
006540               IF SRT-RECEIPT
006550                   MOVE SRT-QTY TO WS-MOVE-QTY
006560                   ADD SRT-QTY TO WS-RUN-QTY
006570                   COMPUTE WS-MOVE-VALUE ROUNDED =
006580                       WS-MOVE-QTY * WS-ITEM-COST
006590                   IF WS-CAT-SUB > ZERO
006600                       ADD WS-MOVE-VALUE
006610                           TO WS-CT-RCPT-VALUE (WS-CAT-SUB)
006620                   END-IF
006630                   ADD 1 TO WS-POSTED-COUNT
006640               ELSE
006650               IF SRT-ISSUE
006660                   MOVE SRT-QTY TO WS-MOVE-QTY
006670                   SUBTRACT SRT-QTY FROM WS-RUN-QTY
006680                   COMPUTE WS-MOVE-VALUE ROUNDED =
006690                       WS-MOVE-QTY * WS-ITEM-COST
006700                   IF WS-CAT-SUB > ZERO
006710                       ADD WS-MOVE-VALUE
006720                           TO WS-CT-ISSUE-VALUE (WS-CAT-SUB)
006730                   END-IF
006740                   ADD 1 TO WS-POSTED-COUNT
006750               ELSE
006760               IF SRT-RETURN
006761                   MOVE SRT-QTY TO WS-MOVE-QTY
006762                   ADD SRT-QTY TO WS-RUN-QTY
006763                   COMPUTE WS-MOVE-VALUE ROUNDED =
006764                       WS-MOVE-QTY * WS-ITEM-COST
006765                   IF WS-CAT-SUB > ZERO
006766                       ADD WS-MOVE-VALUE
006767                           TO WS-CT-RTIN-VALUE (WS-CAT-SUB)
006768                   END-IF
006769                   ADD 1 TO WS-POSTED-COUNT
006770               ELSE
006771               IF SRT-SCRAP OR SRT-TO-SUPPLIER
006772                   MOVE SRT-QTY TO WS-MOVE-QTY
006773                   SUBTRACT SRT-QTY FROM WS-RUN-QTY
006774                   COMPUTE WS-MOVE-VALUE ROUNDED =
006775                       WS-MOVE-QTY * WS-ITEM-COST
006776                   IF WS-CAT-SUB > ZERO
006777                       IF SRT-SCRAP
006778                           ADD WS-MOVE-VALUE
006779                               TO WS-CT-WROF-VALUE (WS-CAT-SUB)
006780                       ELSE
006781                           ADD WS-MOVE-VALUE
006782                               TO WS-CT-RTSP-VALUE (WS-CAT-SUB)
006783                       END-IF
006784                   END-IF
006785                   ADD 1 TO WS-POSTED-COUNT
006786               ELSE
006787               IF SRT-RCPT-REVERSED
006788                   MOVE SRT-QTY TO WS-MOVE-QTY
006789                   SUBTRACT SRT-QTY FROM WS-RUN-QTY
006790                   COMPUTE WS-MOVE-VALUE ROUNDED =
006791                       WS-MOVE-QTY * WS-ITEM-COST
006792                   IF WS-CAT-SUB > ZERO
006793                       ADD WS-MOVE-VALUE
006794                           TO WS-CT-RVRC-VALUE (WS-CAT-SUB)
006795                   END-IF
006796                   ADD 1 TO WS-POSTED-COUNT
006797               ELSE
006798               IF SRT-ISSUE-REVERSED
006799                   MOVE SRT-QTY TO WS-MOVE-QTY
006800                   ADD SRT-QTY TO WS-RUN-QTY
006801                   COMPUTE WS-MOVE-VALUE ROUNDED =
006802                       WS-MOVE-QTY * WS-ITEM-COST
006803                   IF WS-CAT-SUB > ZERO
006804                       ADD WS-MOVE-VALUE
006805                           TO WS-CT-RVIS-VALUE (WS-CAT-SUB)
006806                   END-IF
006807                   ADD 1 TO WS-POSTED-COUNT
006808               ELSE
006809               IF SRT-XFER OR SRT-RESTOCK
006810                   ADD 1 TO WS-XFER-COUNT
006811                   ADD SRT-QTY TO WS-XFER-QTY
006812               ELSE
006813               IF SRT-DELETE
006814                   MOVE ZERO TO WS-NEW-QTY
006820                   PERFORM 2300-POST-NEW-BALANCE THRU 2300-EXIT
006830               ELSE
006840               IF SRT-ADJUST OR SRT-ADD OR SRT-CHANGE
006850                   MOVE SRT-QTY TO WS-NEW-QTY
006860                   PERFORM 2300-POST-NEW-BALANCE THRU 2300-EXIT
006870               END-IF
006880               END-IF
006890               END-IF
006900               END-IF
006910               END-IF
006913               END-IF
006916               END-IF
006917               END-IF
006918               END-IF
006920           END-IF.
006930           PERFORM 1400-RETURN-MOVEMENT THRU 1400-EXIT.
006940       2200-EXIT.
006950           EXIT.
006960
006970******************************************************************
006980*    2300-POST-NEW-BALANCE THRU 2300-EXIT
006990*    POSTS THE MOVE FROM THE RUNNING BALANCE TO WS-NEW-QTY - A
007000*    RISE IS A WRITE-ON, A FALL A WRITE-OFF, NO CHANGE (A
007010*    MAINTENANCE CHANGE TO THE NAME OR PRICE ONLY) POSTS NOTHING.
007020******************************************************************
007030       2300-POST-NEW-BALANCE.
007040           COMPUTE WS-DIFF-QTY = WS-NEW-QTY - WS-RUN-QTY.
007050           MOVE WS-NEW-QTY TO WS-RUN-QTY.
007060           IF WS-DIFF-QTY NOT = ZERO
007070               ADD 1 TO WS-POSTED-COUNT
007080               IF WS-DIFF-QTY > ZERO
007090                   MOVE WS-DIFF-QTY TO WS-MOVE-QTY
007100                   COMPUTE WS-MOVE-VALUE ROUNDED =
007110                       WS-MOVE-QTY * WS-ITEM-COST
007120                   IF WS-CAT-SUB > ZERO
007130                       ADD WS-MOVE-VALUE
007140                           TO WS-CT-WRON-VALUE (WS-CAT-SUB)
007150                   END-IF
007160               ELSE
007170                   COMPUTE WS-MOVE-QTY = ZERO - WS-DIFF-QTY
007180                   COMPUTE WS-MOVE-VALUE ROUNDED =
007190                       WS-MOVE-QTY * WS-ITEM-COST
007200                   IF WS-CAT-SUB > ZERO
007210                       ADD WS-MOVE-VALUE
007220                           TO WS-CT-WROF-VALUE (WS-CAT-SUB)
007230                   END-IF
007240               END-IF
007250           END-IF.
007260       2300-EXIT.
007270           EXIT.
007280
007290******************************************************************
007300*    3000-BUILD-JOURNAL THRU 3000-EXIT
007310*    TURNS THE CATEGORY TOTALS INTO JOURNAL LINES IN STORAGE,
007320*    ONE DEBIT AND ONE CREDIT PER NON-ZERO TOTAL, AND ADDS UP
007330*    THE DEBIT AND CREDIT SIDES FROM THE LINES THEMSELVES SO
007340*    THE BALANCE CHECK PROVES WHAT WOULD BE WRITTEN.
007350******************************************************************
007360       3000-BUILD-JOURNAL.
007370           MOVE 1 TO WS-CAT-SUB.
007380           PERFORM 3100-BUILD-CATEGORY THRU 3100-EXIT
007390               UNTIL WS-CAT-SUB > WS-CAT-USED.
007400           MOVE 1 TO WS-JRN-SUB.
007410           PERFORM 3300-ADD-UP-LINE THRU 3300-EXIT
007420               UNTIL WS-JRN-SUB > WS-JRN-USED.
007430       3000-EXIT.
007440           EXIT.
007450
007460******************************************************************
007470*    3100-BUILD-CATEGORY THRU 3100-EXIT
007480******************************************************************
007490       3100-BUILD-CATEGORY.
007500           MOVE 'STCK' TO WS-PAIR-DR-ACCT.
007510           MOVE 'GRNI' TO WS-PAIR-CR-ACCT.
007520           MOVE WS-CT-RCPT-VALUE (WS-CAT-SUB) TO WS-PAIR-AMOUNT.
007530           PERFORM 3200-ADD-LINE-PAIR THRU 3200-EXIT.
007540           MOVE 'COGS' TO WS-PAIR-DR-ACCT.
007550           MOVE 'STCK' TO WS-PAIR-CR-ACCT.
007560           MOVE WS-CT-ISSUE-VALUE (WS-CAT-SUB) TO WS-PAIR-AMOUNT.
007570           PERFORM 3200-ADD-LINE-PAIR THRU 3200-EXIT.
007580           MOVE 'STCK' TO WS-PAIR-DR-ACCT.
007590           MOVE 'WRON' TO WS-PAIR-CR-ACCT.
007600           MOVE WS-CT-WRON-VALUE (WS-CAT-SUB) TO WS-PAIR-AMOUNT.
007610           PERFORM 3200-ADD-LINE-PAIR THRU 3200-EXIT.
007620           MOVE 'WROF' TO WS-PAIR-DR-ACCT.
007630           MOVE 'STCK' TO WS-PAIR-CR-ACCT.
007640           MOVE WS-CT-WROF-VALUE (WS-CAT-SUB) TO WS-PAIR-AMOUNT.
007650           PERFORM 3200-ADD-LINE-PAIR THRU 3200-EXIT.
007651           MOVE 'STCK' TO WS-PAIR-DR-ACCT.
007652           MOVE 'COGS' TO WS-PAIR-CR-ACCT.
007653           MOVE WS-CT-RTIN-VALUE (WS-CAT-SUB) TO WS-PAIR-AMOUNT.
007654           PERFORM 3200-ADD-LINE-PAIR THRU 3200-EXIT.
007655           MOVE 'SRTN' TO WS-PAIR-DR-ACCT.
007656           MOVE 'STCK' TO WS-PAIR-CR-ACCT.
007657           MOVE WS-CT-RTSP-VALUE (WS-CAT-SUB) TO WS-PAIR-AMOUNT.
007658           PERFORM 3200-ADD-LINE-PAIR THRU 3200-EXIT.
007659           MOVE 'GRNI' TO WS-PAIR-DR-ACCT.
007660           MOVE 'STCK' TO WS-PAIR-CR-ACCT.
007661           MOVE WS-CT-RVRC-VALUE (WS-CAT-SUB) TO WS-PAIR-AMOUNT.
007662           PERFORM 3200-ADD-LINE-PAIR THRU 3200-EXIT.
007663           MOVE 'STCK' TO WS-PAIR-DR-ACCT.
007664           MOVE 'COGS' TO WS-PAIR-CR-ACCT.
007665           MOVE WS-CT-RVIS-VALUE (WS-CAT-SUB) TO WS-PAIR-AMOUNT.
007666           PERFORM 3200-ADD-LINE-PAIR THRU 3200-EXIT.
007667           ADD 1 TO WS-CAT-SUB.
007670       3100-EXIT.
007680           EXIT.
007690
007700******************************************************************
007710*    3200-ADD-LINE-PAIR THRU 3200-EXIT
007720*    ADDS THE DEBIT AND CREDIT LINES FOR ONE CATEGORY TOTAL.
007730*    THE TABLE HOLDS EIGHT PAIRS FOR EVERY CATEGORY IT CAN HOLD.
007740******************************************************************
007750       3200-ADD-LINE-PAIR.
007760           IF WS-PAIR-AMOUNT > ZERO
007770               ADD 1 TO WS-JRN-USED
007780               MOVE WS-CT-CODE (WS-CAT-SUB)
007790                   TO WS-JT-CAT-CODE (WS-JRN-USED)
007800               MOVE WS-PAIR-DR-ACCT TO WS-JT-ACCOUNT (WS-JRN-USED)
007810               MOVE 'D' TO WS-JT-DR-CR (WS-JRN-USED)
007820               MOVE WS-PAIR-AMOUNT TO WS-JT-AMOUNT (WS-JRN-USED)
007830               ADD 1 TO WS-JRN-USED
007840               MOVE WS-CT-CODE (WS-CAT-SUB)
007850                   TO WS-JT-CAT-CODE (WS-JRN-USED)
007860               MOVE WS-PAIR-CR-ACCT TO WS-JT-ACCOUNT (WS-JRN-USED)
007870               MOVE 'C' TO WS-JT-DR-CR (WS-JRN-USED)
007880               MOVE WS-PAIR-AMOUNT TO WS-JT-AMOUNT (WS-JRN-USED)
007890           END-IF.
007900       3200-EXIT.
007910           EXIT.
007920
007930******************************************************************
007940*    3300-ADD-UP-LINE THRU 3300-EXIT
007950******************************************************************
007960       3300-ADD-UP-LINE.
007970           IF WS-JT-DR-CR (WS-JRN-SUB) = 'D'
007980               ADD WS-JT-AMOUNT (WS-JRN-SUB) TO WS-TOTAL-DEBITS
007990           ELSE
008000               ADD WS-JT-AMOUNT (WS-JRN-SUB) TO WS-TOTAL-CREDITS
008010           END-IF.
008020           ADD 1 TO WS-JRN-SUB.
008030       3300-EXIT.
008040           EXIT.
008050
008060******************************************************************
008070*    3500-WRITE-JOURNAL THRU 3500-EXIT
008080*    WRITES THE BALANCED JOURNAL - HEADER, DETAIL LINES IN
008090*    CATEGORY ORDER, TRAILER.  HEADER AND TRAILER BOTH CARRY THE
008100*    LINE COUNT AND THE TWO TOTALS.
008110******************************************************************
008120       3500-WRITE-JOURNAL.
008130           OPEN OUTPUT GL-JOURNAL-FILE.
008140           MOVE SPACES TO GL-JOURNAL-RECORD.
008150           SET GLJ-IS-HEADER TO TRUE.
008160           PERFORM 3600-FILL-CONTROL THRU 3600-EXIT.
008170           WRITE GL-JOURNAL-RECORD.
008180           MOVE 1 TO WS-JRN-SUB.
008190           PERFORM 3510-WRITE-DETAIL THRU 3510-EXIT
008200               UNTIL WS-JRN-SUB > WS-JRN-USED.
008210           MOVE SPACES TO GL-JOURNAL-RECORD.
008220           SET GLJ-IS-TRAILER TO TRUE.
008230           PERFORM 3600-FILL-CONTROL THRU 3600-EXIT.
008240           WRITE GL-JOURNAL-RECORD.
008250           CLOSE GL-JOURNAL-FILE.
008260       3500-EXIT.
008270           EXIT.
008280
008290******************************************************************
008300*    3510-WRITE-DETAIL THRU 3510-EXIT
008310******************************************************************
008320       3510-WRITE-DETAIL.
008330           MOVE SPACES TO GL-JOURNAL-RECORD.
008340           SET GLJ-IS-DETAIL TO TRUE.
008350           MOVE WS-POST-DATE TO GLJ-POST-DATE.
008360           MOVE WS-JT-CAT-CODE (WS-JRN-SUB) TO GLJ-CAT-CODE.
008370           MOVE WS-JT-ACCOUNT (WS-JRN-SUB) TO GLJ-ACCOUNT.
008380           MOVE WS-JT-DR-CR (WS-JRN-SUB) TO GLJ-DR-CR.
008390           MOVE WS-JT-AMOUNT (WS-JRN-SUB) TO GLJ-AMOUNT.
008400           WRITE GL-JOURNAL-RECORD.
008410           ADD 1 TO WS-WRITTEN-COUNT.
008420           ADD 1 TO WS-JRN-SUB.
008430       3510-EXIT.
008440           EXIT.
008450
008460******************************************************************
008470*    3600-FILL-CONTROL THRU 3600-EXIT
008480******************************************************************
008490       3600-FILL-CONTROL.
008500           MOVE WS-TODAY TO GLJ-CTL-RUN-DATE.
008510           MOVE WS-PC-DATE-FROM TO GLJ-CTL-PERIOD-FROM.
008520           MOVE WS-POST-DATE TO GLJ-CTL-PERIOD-TO.
008530           MOVE WS-JRN-USED TO GLJ-CTL-LINE-COUNT.
008540           MOVE WS-TOTAL-DEBITS TO GLJ-CTL-TOTAL-DEBITS.
008550           MOVE WS-TOTAL-CREDITS TO GLJ-CTL-TOTAL-CREDITS.
008560       3600-EXIT.
008570           EXIT.
008580
008590******************************************************************
008600*    3700-WRITE-SUMMARY THRU 3700-EXIT
008610*    PRINTS THE VALUE BY CATEGORY, THE CUSTOMER RETURNS AND
008615*    RETURNS TO SUPPLIER BY CATEGORY, THE REVERSED RECEIPTS AND
008617*    ISSUES BY CATEGORY, THE JOURNAL LINES WITH THEIR
008620*    TOTALS, THE TRANSFERS LEFT OUT, AND WHETHER THE JOURNAL WAS
008630*    PRODUCED.
008640******************************************************************
008650       3700-WRITE-SUMMARY.
008660           MOVE SPACES TO GL-REPORT-LINE.
008670           WRITE GL-REPORT-LINE.
008680           MOVE '-- VALUE BY CATEGORY --' TO GL-REPORT-LINE.
008690           WRITE GL-REPORT-LINE.
008700           MOVE WS-CAT-HEAD-LINE TO GL-REPORT-LINE.
008710           WRITE GL-REPORT-LINE.
008720           MOVE 1 TO WS-CAT-SUB.
008730           PERFORM 3710-WRITE-CAT-LINE THRU 3710-EXIT
008740               UNTIL WS-CAT-SUB > WS-CAT-USED.
008750           MOVE SPACES TO GL-REPORT-LINE.
008751           WRITE GL-REPORT-LINE.
008752           MOVE '-- RETURNS BY CATEGORY --' TO GL-REPORT-LINE.
008753           WRITE GL-REPORT-LINE.
008754           MOVE WS-RET-HEAD-LINE TO GL-REPORT-LINE.
008755           WRITE GL-REPORT-LINE.
008756           MOVE 1 TO WS-CAT-SUB.
008757           PERFORM 3730-WRITE-RET-LINE THRU 3730-EXIT
008758               UNTIL WS-CAT-SUB > WS-CAT-USED.
008759           MOVE SPACES TO GL-REPORT-LINE.
008760           WRITE GL-REPORT-LINE.
008761           MOVE '-- REVERSALS BY CATEGORY --' TO GL-REPORT-LINE.
008762           WRITE GL-REPORT-LINE.
008763           MOVE WS-REV-HEAD-LINE TO GL-REPORT-LINE.
008764           WRITE GL-REPORT-LINE.
008765           MOVE 1 TO WS-CAT-SUB.
008766           PERFORM 3740-WRITE-REV-LINE THRU 3740-EXIT
008767               UNTIL WS-CAT-SUB > WS-CAT-USED.
008768           MOVE SPACES TO GL-REPORT-LINE.
008769           WRITE GL-REPORT-LINE.
008770           MOVE '-- JOURNAL --' TO GL-REPORT-LINE.
008780           WRITE GL-REPORT-LINE.
008790           MOVE WS-JRN-HEAD-LINE TO GL-REPORT-LINE.
008800           WRITE GL-REPORT-LINE.
008810           MOVE 1 TO WS-JRN-SUB.
008820           PERFORM 3720-WRITE-JRN-LINE THRU 3720-EXIT
008830               UNTIL WS-JRN-SUB > WS-JRN-USED.
008840           MOVE SPACES TO WS-JRN-LINE.
008850           MOVE 'TOTAL' TO WS-JL-ACCOUNT.
008860           MOVE WS-TOTAL-DEBITS TO WS-JL-DEBIT.
008870           MOVE WS-TOTAL-CREDITS TO WS-JL-CREDIT.
008880           MOVE WS-JRN-LINE TO GL-REPORT-LINE.
008890           WRITE GL-REPORT-LINE.
008900           MOVE SPACES TO GL-REPORT-LINE.
008910           WRITE GL-REPORT-LINE.
008920           MOVE WS-XFER-COUNT TO WS-XL-COUNT.
008930           MOVE WS-XFER-QTY TO WS-XL-QTY.
008940           MOVE WS-XFER-LINE TO GL-REPORT-LINE.
008950           WRITE GL-REPORT-LINE.
008960           IF WS-RUN-RC > 4
008970               MOVE '*** NO JOURNAL PRODUCED - SEE JOB LOG ***'
008980                   TO GL-REPORT-LINE
008990           ELSE
009000               MOVE 'JOURNAL PRODUCED - DEBITS EQUAL CREDITS'
009010                   TO GL-REPORT-LINE
009020           END-IF.
009030           WRITE GL-REPORT-LINE.
009040           DISPLAY 'ITEM-GLJRNL: AUDIT RECORDS READ = '
009050               WS-READ-COUNT
009060               '  IN PERIOD = ' WS-SELECTED-COUNT
009070               '  POSTED = ' WS-POSTED-COUNT.
009080           DISPLAY 'ITEM-GLJRNL: TRANSFERS = ' WS-XFER-COUNT
009090               '  NO QTY = ' WS-NOQTY-COUNT
009100               '  NO COST = ' WS-NOCOST-COUNT
009110               '  JOURNAL LINES = ' WS-WRITTEN-COUNT.
009120       3700-EXIT.
009130           EXIT.
009140
009150******************************************************************
009160*    3710-WRITE-CAT-LINE THRU 3710-EXIT
009170******************************************************************
009180       3710-WRITE-CAT-LINE.
009190           MOVE WS-CT-CODE (WS-CAT-SUB) TO WS-CL-CODE.
009200           MOVE WS-CT-DESC (WS-CAT-SUB) TO WS-CL-DESC.
009210           MOVE WS-CT-RCPT-VALUE (WS-CAT-SUB) TO WS-CL-RCPT.
009220           MOVE WS-CT-ISSUE-VALUE (WS-CAT-SUB) TO WS-CL-ISSUE.
009230           MOVE WS-CT-WRON-VALUE (WS-CAT-SUB) TO WS-CL-WRON.
009240           MOVE WS-CT-WROF-VALUE (WS-CAT-SUB) TO WS-CL-WROF.
009250           MOVE WS-CAT-LINE TO GL-REPORT-LINE.
009260           WRITE GL-REPORT-LINE.
009270           ADD 1 TO WS-CAT-SUB.
009280       3710-EXIT.
009290           EXIT.
009300
009310******************************************************************
009320*    3720-WRITE-JRN-LINE THRU 3720-EXIT
009330******************************************************************
009340       3720-WRITE-JRN-LINE.
009350           MOVE SPACES TO WS-JRN-LINE.
009360           MOVE WS-JT-CAT-CODE (WS-JRN-SUB) TO WS-JL-CAT-CODE.
009370           MOVE WS-JT-ACCOUNT (WS-JRN-SUB) TO WS-JL-ACCOUNT.
009380           IF WS-JT-DR-CR (WS-JRN-SUB) = 'D'
009390               MOVE WS-JT-AMOUNT (WS-JRN-SUB) TO WS-JL-DEBIT
009400               MOVE ZERO TO WS-JL-CREDIT
009410           ELSE
009420               MOVE ZERO TO WS-JL-DEBIT
009430               MOVE WS-JT-AMOUNT (WS-JRN-SUB) TO WS-JL-CREDIT
009440           END-IF.
009450           MOVE WS-JRN-LINE TO GL-REPORT-LINE.
009460           WRITE GL-REPORT-LINE.
009470           ADD 1 TO WS-JRN-SUB.
009480       3720-EXIT.
009490           EXIT.
009500
009501******************************************************************
009502*    3730-WRITE-RET-LINE THRU 3730-EXIT
009503******************************************************************
009504       3730-WRITE-RET-LINE.
009505           MOVE WS-CT-CODE (WS-CAT-SUB) TO WS-RL-CODE.
009506           MOVE WS-CT-DESC (WS-CAT-SUB) TO WS-RL-DESC.
009507           MOVE WS-CT-RTIN-VALUE (WS-CAT-SUB) TO WS-RL-RTIN.
009508           MOVE WS-CT-RTSP-VALUE (WS-CAT-SUB) TO WS-RL-RTSP.
009509           MOVE WS-RET-LINE TO GL-REPORT-LINE.
009510           WRITE GL-REPORT-LINE.
009511           ADD 1 TO WS-CAT-SUB.
009512       3730-EXIT.
009513           EXIT.
009514
009515******************************************************************
009516*    3740-WRITE-REV-LINE THRU 3740-EXIT
009517******************************************************************
009518       3740-WRITE-REV-LINE.
009519           MOVE WS-CT-CODE (WS-CAT-SUB) TO WS-VL-CODE.
009520           MOVE WS-CT-DESC (WS-CAT-SUB) TO WS-VL-DESC.
009521           MOVE WS-CT-RVRC-VALUE (WS-CAT-SUB) TO WS-VL-RVRC.
009522           MOVE WS-CT-RVIS-VALUE (WS-CAT-SUB) TO WS-VL-RVIS.
009523           MOVE WS-REV-LINE TO GL-REPORT-LINE.
009524           WRITE GL-REPORT-LINE.
009525           ADD 1 TO WS-CAT-SUB.
009526       3740-EXIT.
009527           EXIT.
009528
009529******************************************************************
009530*    4100-WRITE-RUN-LOG THRU 4100-EXIT
009531*    ONE-LINE RUN SUMMARY FOR THE SCHEDULER, AND THE RETURN
009540*    CODE FOR THE STEP - 16 IS A BAD OPEN, 8 MEANS NO JOURNAL
009550*    WAS PRODUCED (OUT OF BALANCE OR CATEGORY TABLE FULL), 4
009560*    MEANS A JOURNAL WAS PRODUCED BUT SOME MOVEMENTS COULD NOT BE
009570*    VALUED OR FELL IN A CATEGORY NOT ON THE CATEGORY MASTER.
009580******************************************************************
009590       4100-WRITE-RUN-LOG.
009600           MOVE SPACES TO RUN-LOG-RECORD.
009610           MOVE 'ITEM-GLJRNL' TO RUN-PROGRAM.
009620           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
009630           ACCEPT RUN-TIME FROM TIME.
009640           MOVE WS-SELECTED-COUNT TO RUN-RECORDS-IN.
009650           MOVE WS-WRITTEN-COUNT TO RUN-RECORDS-OUT.
009660           MOVE WS-NOQTY-COUNT TO RUN-RECORDS-REJECT.
009670           MOVE WS-RUN-RC TO RUN-RETURN-CODE.
009680           IF WS-RUN-RC > 4
009690               SET RUN-FAILED TO TRUE
009700           ELSE
009710               IF WS-RUN-RC = 4
009720                   SET RUN-WARNING TO TRUE
009730               ELSE
009740                   SET RUN-OK TO TRUE
009750               END-IF
009760           END-IF.
009770           WRITE RUN-LOG-RECORD.
009780           CLOSE RUN-LOG-FILE.
009790           MOVE WS-RUN-RC TO RETURN-CODE.
009800       4100-EXIT.
009810           EXIT.
