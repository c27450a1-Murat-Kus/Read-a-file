000010 IDENTIFICATION DIVISION.
000020       PROGRAM-ID. ITEM-INVMATCH.
000030       AUTHOR. MURAT KUS.
000040       INSTALLATION. INVENTORY SYSTEMS.
000050       DATE-WRITTEN. 15/10/2026.
000060       DATE-COMPILED. 15/10/2026.
000070******************************************************************
000080*    PURPOSE.     SUPPLIER INVOICE THREE-WAY MATCH.  LOADS THE
000090*                 OPENPO REGISTER (SEE POREC) INTO A TABLE, THE
000100*                 SAME AS ITEM-POMATCH, AND ADDS UP FROM THE
000110*                 INVOICE HISTORY HOW MUCH OF EACH PO LINE HAS
000120*                 ALREADY BEEN BILLED AND APPROVED.  EACH LINE
000130*                 OF THE DAY'S INVOICE DECK (SEE INVREC) IS THEN
000140*                 TIED TO ITS PO LINE AND TO THE RECEIPTS
000150*                 ITEM-POMATCH HAS POSTED AGAINST IT - THE
000160*                 RECEIVED QUANTITY AND THE AVERAGE RECEIPT COST
000170*                 CARRIED ON THE LINE.  A LINE IS AN EXCEPTION
000180*                 WHEN -
000190*                   THE INVOICE NUMBER WAS ALREADY APPROVED FOR
000200*                       THE SAME SUPPLIER ON AN EARLIER DAY, OR
000210*                       THE SAME LINE WAS ALREADY APPROVED TODAY
000220*                   THE PO LINE IS NOT ON THE REGISTER, OR
000230*                       BELONGS TO ANOTHER SUPPLIER
000240*                   THE PO LINE IS RECEIVED IN FULL AND ALREADY
000250*                       BILLED IN FULL (CLOSED)
000260*                   BILLED TO DATE WOULD EXCEED THE QUANTITY
000270*                       RECEIVED
000280*                   THE BILLED PRICE IS FURTHER FROM THE RECEIPT
000290*                       COST THAN THE TOLERANCE PERCENTAGE ON THE
000300*                       SYSIN CARD (COLS 1-3, DEFAULT 5)
000310*                 CLEAN LINES GO TO THE APPROVED-FOR-PAYMENT
000320*                 FILE WITH A CTLREC HEADER/TRAILER PAIR ON A
000330*                 COMPANION FILE (LINE COUNT AND TOTAL VALUE) AND
000340*                 ONTO THE INVOICE HISTORY; EXCEPTIONS GO TO THE
000350*                 REPORT FOR PURCHASING.  UNTIL THIS RUN ACCOUNTS
000360*                 PAID WHATEVER THE SUPPLIER BILLED, SHORT
000370*                 DELIVERIES INCLUDED.
000380*    -------------------------------------------------------
000390*    MODIFICATION HISTORY.
000400*    DATE       INIT  DESCRIPTION
000410*    ---------  ----  ---------------------------------------
000420*    15/10/2026 MK    ORIGINAL VERSION.
000430******************************************************************
000440       ENVIRONMENT DIVISION.
000450       INPUT-OUTPUT SECTION.
000460       FILE-CONTROL.
000470
000480           SELECT OPTIONAL PO-IN ASSIGN TO POIN
000490               ORGANIZATION IS LINE SEQUENTIAL.
000500
000510           SELECT INVOICE-FILE ASSIGN TO INVFILE
000520               ORGANIZATION IS LINE SEQUENTIAL.
000530
000540           SELECT INV-HIST-FILE ASSIGN TO INVHIST
000550               ORGANIZATION IS INDEXED
000560               ACCESS MODE IS DYNAMIC
000570               RECORD KEY IS INVH-KEY
000580               FILE STATUS IS WS-HIST-FILE-STATUS.
000590
000600           SELECT APPROVED-FILE ASSIGN TO APPROVED
000610               ORGANIZATION IS LINE SEQUENTIAL.
000620
000630           SELECT APPROVED-CONTROL-FILE ASSIGN TO APPRCTL
000640               ORGANIZATION IS LINE SEQUENTIAL.
000650
000660           SELECT EXCEPTION-REPORT ASSIGN TO INVXRPT
000670               ORGANIZATION IS LINE SEQUENTIAL.
000680
000690           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000700               ORGANIZATION IS LINE SEQUENTIAL.
000710
000720       DATA DIVISION.
000730       FILE SECTION.
000740
000750       FD  PO-IN.
000760       COPY POREC.
000770
000780       FD  INVOICE-FILE.
000790       COPY INVREC.
000800
000810       FD  INV-HIST-FILE.
000820       COPY INVREC REPLACING INVOICE-RECORD BY INVH-RECORD
000830                             INV-KEY BY INVH-KEY
000840                             INV-SUPP-CODE BY INVH-SUPP-CODE
000850                             INV-NUMBER BY INVH-NUMBER
000860                             INV-PO-NUMBER BY INVH-PO-NUMBER
000870                             INV-PO-LINE-NO BY INVH-PO-LINE-NO
000880                             INV-DATE BY INVH-DATE
000890                             INV-QTY-BILLED BY INVH-QTY-BILLED
000900                             INV-UNIT-PRICE BY INVH-UNIT-PRICE
000910                             INV-APPROVED-DATE
000920                                 BY INVH-APPROVED-DATE.
000930
000940       FD  APPROVED-FILE.
000950       01  APPROVED-RECORD                PIC X(52).
000960
000970       FD  APPROVED-CONTROL-FILE.
000980       COPY CTLREC.
000990
001000       FD  EXCEPTION-REPORT.
001010       01  EXCEPTION-REPORT-LINE          PIC X(80).
001020
001030       FD  RUN-LOG-FILE.
001040       COPY RUNLOGR.
001050
001060       WORKING-STORAGE SECTION.
001070
001080       77  WS-HIST-FILE-STATUS        PIC X(02) VALUE '00'.
001090
001100       77  WS-PO-ENDOF                PIC X(01) VALUE 'N'.
001110           88  WS-PO-AT-END               VALUE 'Y'.
001120
001130       77  WS-INV-ENDOF               PIC X(01) VALUE 'N'.
001140           88  WS-INV-AT-END              VALUE 'Y'.
001150
001160       77  WS-HIST-ENDOF              PIC X(01) VALUE 'N'.
001170           88  WS-HIST-AT-END             VALUE 'Y'.
001180
001190       77  WS-LINE-OK-SW              PIC X(01) VALUE 'Y'.
001200           88  WS-LINE-OK                 VALUE 'Y'.
001210           88  WS-LINE-IN-ERROR           VALUE 'N'.
001220
001230       77  WS-PO-MAX                  PIC 9(04) COMP VALUE 500.
001240       77  WS-PO-USED                 PIC 9(04) COMP VALUE ZERO.
001250       77  WS-PO-SUB                  PIC 9(04) COMP VALUE ZERO.
001260       77  WS-FOUND-SUB               PIC 9(04) COMP VALUE ZERO.
001270
001280       77  WS-PO-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
001290       77  WS-HIST-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
001300       77  WS-INV-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
001310       77  WS-APPROVED-COUNT          PIC 9(07) COMP VALUE ZERO.
001320       77  WS-EXCEPTION-COUNT         PIC 9(07) COMP VALUE ZERO.
001330       77  WS-OVERFLOW-COUNT          PIC 9(07) COMP VALUE ZERO.
001340       77  WS-HIST-FAIL-COUNT         PIC 9(07) COMP VALUE ZERO.
001350       77  WS-RUN-RC                  PIC 9(02) VALUE ZERO.
001360
001370       77  WS-TOLERANCE-PCT           PIC 9(03) VALUE 5.
001380       77  WS-PRICE-DIFF              PIC 9(05)V9(02) VALUE ZERO.
001390       77  WS-PCT-DIFF                PIC 9(03)V9(01) COMP-3
001400                                      VALUE ZERO.
001410       77  WS-BILLED-TO-DATE          PIC 9(07) VALUE ZERO.
001420       77  WS-FIND-PO-NUMBER          PIC 9(06) VALUE ZERO.
001430       77  WS-FIND-LINE-NO            PIC 9(03) VALUE ZERO.
001440       77  WS-REASON                  PIC X(22) VALUE SPACES.
001450       77  WS-TODAY                   PIC X(08) VALUE SPACES.
001460
001470       77  WS-LINE-VALUE              PIC 9(09)V9(02) COMP-3
001480                                      VALUE ZERO.
001490       77  WS-APPROVED-TOTAL          PIC 9(09)V9(02) COMP-3
001500                                      VALUE ZERO.
001510
001520       01  WS-TOLERANCE-CARD.
001530           02  WS-TC-PCT                  PIC X(03).
001540           02  FILLER                     PIC X(77).
001550
001560       01  WS-PO-TABLE.
001570           02  WS-PO-ENTRY OCCURS 500 TIMES.
001580               03  WS-PE-NUMBER           PIC 9(06).
001590               03  WS-PE-LINE-NO          PIC 9(03).
001600               03  WS-PE-SUPP-CODE        PIC X(05).
001610               03  WS-PE-ITEM-CODE        PIC X(05).
001620               03  WS-PE-QTY-ORDERED      PIC 9(05).
001630               03  WS-PE-QTY-RECEIVED     PIC 9(05).
001640               03  WS-PE-ORDER-DATE       PIC X(08).
001650               03  WS-PE-STATUS           PIC X(01).
001660                   88  WS-PE-OPEN             VALUE 'O'.
001670                   88  WS-PE-RECEIVED         VALUE 'R'.
001680               03  WS-PE-RECEIPT-COST     PIC 9(05)V9(02).
001690               03  WS-PE-QTY-BILLED       PIC 9(07).
001700
001710       01  WS-HEADING-LINE.
001720           02  FILLER                     PIC X(06) VALUE 'SUPP'.
001730           02  FILLER                     PIC X(11)
001735               VALUE 'INVOICE'.
001740           02  FILLER                     PIC X(11)
001745               VALUE 'PO/LINE'.
001750           02  FILLER                     PIC X(06) VALUE 'BILLD'.
001760           02  FILLER                     PIC X(06) VALUE ' RECD'.
001770           02  FILLER                     PIC X(09)
001775               VALUE '    PRICE'.
001780           02  FILLER                     PIC X(09)
001785               VALUE '     COST'.
001790           02  FILLER                     PIC X(22)
001795               VALUE ' REASON'.
001800
001810       01  WS-EXCEPTION-LINE.
001820           02  WS-XL-SUPP                 PIC X(05).
001830           02  FILLER                     PIC X(01) VALUE SPACES.
001840           02  WS-XL-INVOICE              PIC X(10).
001850           02  FILLER                     PIC X(01) VALUE SPACES.
001860           02  WS-XL-PO-NUMBER            PIC 9(06).
001870           02  FILLER                     PIC X(01) VALUE '/'.
001880           02  WS-XL-LINE-NO              PIC 9(03).
001890           02  FILLER                     PIC X(01) VALUE SPACES.
001900           02  WS-XL-BILLED               PIC ZZZZ9.
001910           02  FILLER                     PIC X(01) VALUE SPACES.
001920           02  WS-XL-RECEIVED             PIC ZZZZ9.
001930           02  FILLER                     PIC X(01) VALUE SPACES.
001940           02  WS-XL-PRICE                PIC ZZZZ9.99.
001950           02  FILLER                     PIC X(01) VALUE SPACES.
001960           02  WS-XL-COST                 PIC ZZZZ9.99.
001970           02  FILLER                     PIC X(01) VALUE SPACES.
001980           02  WS-XL-REASON               PIC X(22).
001990
002000       01  WS-TOTAL-LINE.
002010           02  WS-TL-LABEL                PIC X(30).
002020           02  WS-TL-COUNT                PIC Z(6)9.
002030           02  FILLER                     PIC X(02) VALUE SPACES.
002040           02  WS-TL-VALUE                PIC Z(8)9.99.
002050           02  FILLER                     PIC X(29) VALUE SPACES.
002060
002070       PROCEDURE DIVISION.
002080
002090******************************************************************
002100*    0000-MAINLINE
002110******************************************************************
002120       0000-MAINLINE.
002130           OPEN EXTEND RUN-LOG-FILE.
002140           OPEN I-O INV-HIST-FILE.
002150           IF WS-HIST-FILE-STATUS NOT = '00'
002160               DISPLAY 'ITEM-INVMATCH: *** OPEN FAILED FOR'
002170                   ' INV-HIST-FILE, STATUS = ' WS-HIST-FILE-STATUS
002180               MOVE 16 TO WS-RUN-RC
002190               PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT
002200               STOP RUN
002210           END-IF.
002220           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002230           OPEN INPUT PO-IN.
002240           OPEN INPUT INVOICE-FILE.
002250           OPEN OUTPUT APPROVED-FILE.
002260           OPEN OUTPUT EXCEPTION-REPORT.
002270           PERFORM 0400-GET-TOLERANCE THRU 0400-EXIT.
002280           PERFORM 1000-LOAD-REGISTER THRU 1000-EXIT.
002290           PERFORM 1500-LOAD-HISTORY THRU 1500-EXIT.
002300           PERFORM 1800-READ-INVOICE THRU 1800-EXIT.
002310           PERFORM 2000-MATCH-INVOICE THRU 2000-EXIT
002320               UNTIL WS-INV-AT-END.
002330           PERFORM 3000-WRITE-CONTROL-RECORDS THRU 3000-EXIT.
002340           PERFORM 3200-WRITE-REPORT-TOTALS THRU 3200-EXIT.
002350           CLOSE PO-IN.
002360           CLOSE INVOICE-FILE.
002370           CLOSE INV-HIST-FILE.
002380           CLOSE APPROVED-FILE.
002390           CLOSE EXCEPTION-REPORT.
002400           PERFORM 3500-DISPLAY-TOTALS THRU 3500-EXIT.
002410           IF WS-EXCEPTION-COUNT > ZERO OR
002420              WS-OVERFLOW-COUNT > ZERO
002430               MOVE 4 TO WS-RUN-RC
002440           END-IF.
002450           IF WS-HIST-FAIL-COUNT > ZERO
002460               MOVE 8 TO WS-RUN-RC
002470           END-IF.
002480           PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT.
002490           STOP RUN.
002500
002510******************************************************************
002520*    0400-GET-TOLERANCE THRU 0400-EXIT
002530*    READS THE PRICE TOLERANCE PERCENTAGE CARD FROM SYSIN, THE
002540*    SAME CARD ITEM-MAINT TAKES.  A MISSING OR NON-NUMERIC CARD
002550*    FALLS BACK TO THE 5 PCT DEFAULT.
002560******************************************************************
002570       0400-GET-TOLERANCE.
002580           MOVE SPACES TO WS-TOLERANCE-CARD.
002590           ACCEPT WS-TOLERANCE-CARD FROM SYSIN.
002600           IF WS-TC-PCT NUMERIC
002610               MOVE WS-TC-PCT TO WS-TOLERANCE-PCT
002620           END-IF.
002630           DISPLAY 'ITEM-INVMATCH: INVOICE PRICE TOLERANCE = '
002640               WS-TOLERANCE-PCT ' PCT'.
002650           MOVE 'SUPPLIER INVOICE EXCEPTIONS - THREE-WAY MATCH'
002660               TO EXCEPTION-REPORT-LINE.
002670           WRITE EXCEPTION-REPORT-LINE.
002680           MOVE WS-HEADING-LINE TO EXCEPTION-REPORT-LINE.
002690           WRITE EXCEPTION-REPORT-LINE.
002700       0400-EXIT.
002710           EXIT.
002720
002730******************************************************************
002740*    1000-LOAD-REGISTER THRU 1000-EXIT
002750*    LOADS THE OPENPO REGISTER INTO THE MATCHING TABLE.  A LINE
002760*    PAST THE TABLE LIMIT IS COUNTED AND ANY INVOICE FOR IT
002770*    FALLS OUT AS AN UNKNOWN PO LINE THIS RUN.
002780******************************************************************
002790       1000-LOAD-REGISTER.
002800           PERFORM 1100-LOAD-PO-LINE THRU 1100-EXIT
002810               UNTIL WS-PO-AT-END.
002820       1000-EXIT.
002830           EXIT.
002840
002850******************************************************************
002860*    1100-LOAD-PO-LINE THRU 1100-EXIT
002870******************************************************************
002880       1100-LOAD-PO-LINE.
002890           READ PO-IN
002900               AT END
002910                   SET WS-PO-AT-END TO TRUE
002920               NOT AT END
002930                   ADD 1 TO WS-PO-READ-COUNT
002940                   IF PO-RECEIPT-COST NOT NUMERIC
002950                       MOVE ZERO TO PO-RECEIPT-COST
002960                   END-IF
002970                   IF WS-PO-USED < WS-PO-MAX
002980                       ADD 1 TO WS-PO-USED
002990                       MOVE PO-RECORD TO WS-PO-ENTRY (WS-PO-USED)
003000                       MOVE ZERO
003010                           TO WS-PE-QTY-BILLED (WS-PO-USED)
003020                   ELSE
003030                       DISPLAY 'ITEM-INVMATCH: *** PO TABLE FULL,'
003040                           ' LINE ' PO-NUMBER '/' PO-LINE-NO
003050                           ' NOT LOADED ***'
003060                       ADD 1 TO WS-OVERFLOW-COUNT
003070                   END-IF
003080           END-READ.
003090       1100-EXIT.
003100           EXIT.
003110
003120******************************************************************
003130*    1500-LOAD-HISTORY THRU 1500-EXIT
003140*    ONE PASS OF THE INVOICE HISTORY IN KEY ORDER, ADDING EVERY
003150*    APPROVED QUANTITY TO ITS PO LINE'S BILLED-TO-DATE.
003160******************************************************************
003170       1500-LOAD-HISTORY.
003180           MOVE LOW-VALUES TO INVH-KEY.
003190           START INV-HIST-FILE KEY NOT < INVH-KEY
003200               INVALID KEY
003210                   SET WS-HIST-AT-END TO TRUE
003220           END-START.
003230           PERFORM 1550-READ-HISTORY-NEXT THRU 1550-EXIT
003240               UNTIL WS-HIST-AT-END.
003250       1500-EXIT.
003260           EXIT.
003270
003280******************************************************************
003290*    1550-READ-HISTORY-NEXT THRU 1550-EXIT
003300*    HISTORY FOR A PO LINE NO LONGER ON THE REGISTER IS SKIPPED.
003310******************************************************************
003320       1550-READ-HISTORY-NEXT.
003330           READ INV-HIST-FILE NEXT RECORD
003340               AT END
003350                   SET WS-HIST-AT-END TO TRUE
003360               NOT AT END
003370                   ADD 1 TO WS-HIST-READ-COUNT
003380                   MOVE INVH-PO-NUMBER TO WS-FIND-PO-NUMBER
003390                   MOVE INVH-PO-LINE-NO TO WS-FIND-LINE-NO
003400                   PERFORM 1600-FIND-PO-LINE THRU 1600-EXIT
003410                   IF WS-FOUND-SUB > ZERO
003420                       ADD INVH-QTY-BILLED
003430                           TO WS-PE-QTY-BILLED (WS-FOUND-SUB)
003440                   END-IF
003450           END-READ.
003460       1550-EXIT.
003470           EXIT.
003480
003490******************************************************************
003500*    1600-FIND-PO-LINE THRU 1600-EXIT
003510*    LOOKS UP WS-FIND-PO-NUMBER / WS-FIND-LINE-NO IN THE TABLE.
003520*    WS-FOUND-SUB IS ZERO WHEN THE LINE IS NOT THERE.
003530******************************************************************
003540       1600-FIND-PO-LINE.
003550           MOVE ZERO TO WS-FOUND-SUB.
003560           MOVE 1 TO WS-PO-SUB.
003570           PERFORM 1610-SCAN-PO-LINE THRU 1610-EXIT
003580               UNTIL WS-PO-SUB > WS-PO-USED
003590                  OR WS-FOUND-SUB > ZERO.
003600       1600-EXIT.
003610           EXIT.
003620
003630******************************************************************
003640*    1610-SCAN-PO-LINE THRU 1610-EXIT
003650******************************************************************
003660       1610-SCAN-PO-LINE.
003670           IF WS-PE-NUMBER (WS-PO-SUB) = WS-FIND-PO-NUMBER AND
003680              WS-PE-LINE-NO (WS-PO-SUB) = WS-FIND-LINE-NO
003690               MOVE WS-PO-SUB TO WS-FOUND-SUB
003700           END-IF.
003710           ADD 1 TO WS-PO-SUB.
003720       1610-EXIT.
003730           EXIT.
003740
003750******************************************************************
003760*    1800-READ-INVOICE THRU 1800-EXIT
003770******************************************************************
003780       1800-READ-INVOICE.
003790           READ INVOICE-FILE
003800               AT END
003810                   SET WS-INV-AT-END TO TRUE
003820               NOT AT END
003830                   ADD 1 TO WS-INV-READ-COUNT
003840           END-READ.
003850       1800-EXIT.
003860           EXIT.
003870
003880******************************************************************
003890*    2000-MATCH-INVOICE THRU 2000-EXIT
003900*    RUNS ONE INVOICE LINE THROUGH THE CHECKS IN TURN; THE
003910*    FIRST ONE IT FAILS IS THE REASON REPORTED.
003920******************************************************************
003930       2000-MATCH-INVOICE.
003940           SET WS-LINE-OK TO TRUE.
003950           MOVE SPACES TO WS-REASON.
003960           MOVE ZERO TO WS-FOUND-SUB.
003970           PERFORM 2100-VALIDATE-LINE THRU 2100-EXIT.
003980           IF WS-LINE-OK
003990               PERFORM 2200-CHECK-DUPLICATE THRU 2200-EXIT
004000           END-IF.
004010           IF WS-LINE-OK
004020               PERFORM 2300-CHECK-PO-LINE THRU 2300-EXIT
004030           END-IF.
004040           IF WS-LINE-OK
004050               PERFORM 2400-CHECK-QUANTITY THRU 2400-EXIT
004060           END-IF.
004070           IF WS-LINE-OK
004080               PERFORM 2500-CHECK-PRICE THRU 2500-EXIT
004090           END-IF.
004100           IF WS-LINE-OK
004110               PERFORM 2600-APPROVE-LINE THRU 2600-EXIT
004120           ELSE
004130               PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
004140           END-IF.
004150           PERFORM 1800-READ-INVOICE THRU 1800-EXIT.
004160       2000-EXIT.
004170           EXIT.
004180
004190******************************************************************
004200*    2100-VALIDATE-LINE THRU 2100-EXIT
004210******************************************************************
004220       2100-VALIDATE-LINE.
004230           IF INV-SUPP-CODE = SPACES OR
004240              INV-NUMBER = SPACES OR
004250              INV-PO-NUMBER NOT NUMERIC OR
004260              INV-PO-LINE-NO NOT NUMERIC OR
004270              INV-QTY-BILLED NOT NUMERIC OR
004280              INV-UNIT-PRICE NOT NUMERIC
004290               SET WS-LINE-IN-ERROR TO TRUE
004300               MOVE 'INVALID INVOICE LINE' TO WS-REASON
004310           ELSE
004320               IF INV-QTY-BILLED = ZERO
004330                   SET WS-LINE-IN-ERROR TO TRUE
004340                   MOVE 'ZERO QUANTITY BILLED' TO WS-REASON
004350               END-IF
004360           END-IF.
004370       2100-EXIT.
004380           EXIT.
004390
004400******************************************************************
004410*    2200-CHECK-DUPLICATE THRU 2200-EXIT
004420*    POSITIONS ON THE FIRST HISTORY LINE FOR THIS SUPPLIER AND
004430*    INVOICE NUMBER.  ONE APPROVED ON AN EARLIER DAY MAKES THE
004440*    WHOLE INVOICE A DUPLICATE.  ONE APPROVED TODAY IS ANOTHER
004450*    LINE OF THE SAME INVOICE (OR A RERUN), SO ONLY THE EXACT
004460*    SAME PO LINE COUNTS AS A REPEAT.
004470******************************************************************
004480       2200-CHECK-DUPLICATE.
004490           MOVE INV-SUPP-CODE TO INVH-SUPP-CODE.
004500           MOVE INV-NUMBER TO INVH-NUMBER.
004510           MOVE ZERO TO INVH-PO-NUMBER INVH-PO-LINE-NO.
004520           MOVE 'N' TO WS-HIST-ENDOF.
004530           START INV-HIST-FILE KEY NOT < INVH-KEY
004540               INVALID KEY
004550                   SET WS-HIST-AT-END TO TRUE
004560           END-START.
004570           IF NOT WS-HIST-AT-END
004580               READ INV-HIST-FILE NEXT RECORD
004590                   AT END
004600                       SET WS-HIST-AT-END TO TRUE
004610               END-READ
004620           END-IF.
004630           IF NOT WS-HIST-AT-END AND
004640              INVH-SUPP-CODE = INV-SUPP-CODE AND
004650              INVH-NUMBER = INV-NUMBER
004660               IF INVH-APPROVED-DATE NOT = WS-TODAY
004670                   SET WS-LINE-IN-ERROR TO TRUE
004680                   MOVE 'DUPLICATE INVOICE NO' TO WS-REASON
004690               ELSE
004700                   MOVE INV-KEY TO INVH-KEY
004710                   READ INV-HIST-FILE
004720                       NOT INVALID KEY
004730                           SET WS-LINE-IN-ERROR TO TRUE
004740                           MOVE 'LINE ALREADY APPROVED'
004750                               TO WS-REASON
004760                   END-READ
004770               END-IF
004780           END-IF.
004790       2200-EXIT.
004800           EXIT.
004810
004820******************************************************************
004830*    2300-CHECK-PO-LINE THRU 2300-EXIT
004840*    THE PO LINE MUST BE ON THE REGISTER AND ORDERED FROM THE
004850*    SUPPLIER WHO IS BILLING FOR IT.
004860******************************************************************
004870       2300-CHECK-PO-LINE.
004880           MOVE INV-PO-NUMBER TO WS-FIND-PO-NUMBER.
004890           MOVE INV-PO-LINE-NO TO WS-FIND-LINE-NO.
004900           PERFORM 1600-FIND-PO-LINE THRU 1600-EXIT.
004910           IF WS-FOUND-SUB = ZERO
004920               SET WS-LINE-IN-ERROR TO TRUE
004930               MOVE 'NO SUCH PO LINE' TO WS-REASON
004940           ELSE
004950               IF WS-PE-SUPP-CODE (WS-FOUND-SUB) NOT =
004955                  INV-SUPP-CODE
004960                   SET WS-LINE-IN-ERROR TO TRUE
004970                   MOVE 'PO LINE OTHER SUPPLIER' TO WS-REASON
004980               END-IF
004990           END-IF.
005000       2300-EXIT.
005010           EXIT.
005020
005030******************************************************************
005040*    2400-CHECK-QUANTITY THRU 2400-EXIT
005050*    A LINE RECEIVED IN FULL AND BILLED IN FULL IS CLOSED - NO
005060*    FURTHER INVOICE CAN BE RIGHT.  OTHERWISE EVERYTHING BILLED
005070*    SO FAR PLUS THIS INVOICE MUST NOT EXCEED WHAT ITEM-POMATCH
005080*    HAS RECEIVED ON THE LINE.
005090******************************************************************
005100       2400-CHECK-QUANTITY.
005110           IF WS-PE-RECEIVED (WS-FOUND-SUB) AND
005120              WS-PE-QTY-BILLED (WS-FOUND-SUB) NOT <
005130              WS-PE-QTY-RECEIVED (WS-FOUND-SUB)
005140               SET WS-LINE-IN-ERROR TO TRUE
005150               MOVE 'PO LINE FULLY INVOICED' TO WS-REASON
005160           ELSE
005170               COMPUTE WS-BILLED-TO-DATE =
005180                   WS-PE-QTY-BILLED (WS-FOUND-SUB) +
005185                   INV-QTY-BILLED
005190               IF WS-BILLED-TO-DATE >
005200                  WS-PE-QTY-RECEIVED (WS-FOUND-SUB)
005210                   SET WS-LINE-IN-ERROR TO TRUE
005220                   MOVE 'BILLED OVER RECEIVED' TO WS-REASON
005230               END-IF
005240           END-IF.
005250       2400-EXIT.
005260           EXIT.
005270
005280******************************************************************
005290*    2500-CHECK-PRICE THRU 2500-EXIT
005300*    THE BILLED UNIT PRICE AGAINST THE LINE'S AVERAGE RECEIPT
005310*    COST, EITHER DIRECTION.  A LINE RECEIVED BEFORE RECEIPT
005320*    COSTS WERE CARRIED HAS NO COST TO CHECK AGAINST AND IS
005330*    SENT TO PURCHASING TO PRICE BY HAND.
005340******************************************************************
005350       2500-CHECK-PRICE.
005360           MOVE ZERO TO WS-PCT-DIFF.
005370           IF WS-PE-RECEIPT-COST (WS-FOUND-SUB) = ZERO
005380               SET WS-LINE-IN-ERROR TO TRUE
005390               MOVE 'NO RECEIPT COST' TO WS-REASON
005400           ELSE
005410               IF INV-UNIT-PRICE >
005415                  WS-PE-RECEIPT-COST (WS-FOUND-SUB)
005420                   COMPUTE WS-PRICE-DIFF = INV-UNIT-PRICE -
005430                       WS-PE-RECEIPT-COST (WS-FOUND-SUB)
005440               ELSE
005450                   COMPUTE WS-PRICE-DIFF =
005460                       WS-PE-RECEIPT-COST (WS-FOUND-SUB) -
005470                       INV-UNIT-PRICE
005480               END-IF
005490               COMPUTE WS-PCT-DIFF ROUNDED =
005500                   WS-PRICE-DIFF * 100 /
005510                   WS-PE-RECEIPT-COST (WS-FOUND-SUB)
005520                   ON SIZE ERROR
005530                       MOVE 999.9 TO WS-PCT-DIFF
005540               END-COMPUTE
005550               IF WS-PCT-DIFF > WS-TOLERANCE-PCT
005560                   SET WS-LINE-IN-ERROR TO TRUE
005570                   MOVE 'PRICE OUT OF TOLERANCE' TO WS-REASON
005580               END-IF
005590           END-IF.
005600       2500-EXIT.
005610           EXIT.
005620
005630******************************************************************
005640*    2600-APPROVE-LINE THRU 2600-EXIT
005650*    STAMPS THE LINE APPROVED, WRITES IT FOR PAYMENT AND ONTO
005660*    THE HISTORY, AND ADDS IT TO THE PO LINE'S BILLED-TO-DATE
005670*    SO A SECOND INVOICE LATER IN THE DECK IS CHECKED AGAINST
005680*    IT.  A HISTORY WRITE THAT FAILS LEAVES THE LINE OPEN TO BE
005690*    PAID TWICE, SO IT ENDS THE RUN 8.
005700******************************************************************
005710       2600-APPROVE-LINE.
005720           MOVE WS-TODAY TO INV-APPROVED-DATE.
005730           MOVE INVOICE-RECORD TO APPROVED-RECORD.
005740           WRITE APPROVED-RECORD.
005750           ADD 1 TO WS-APPROVED-COUNT.
005760           COMPUTE WS-LINE-VALUE =
005765               INV-QTY-BILLED * INV-UNIT-PRICE.
005770           ADD WS-LINE-VALUE TO WS-APPROVED-TOTAL.
005780           ADD INV-QTY-BILLED TO WS-PE-QTY-BILLED (WS-FOUND-SUB).
005790           MOVE INVOICE-RECORD TO INVH-RECORD.
005800           WRITE INVH-RECORD
005810               INVALID KEY
005820                   ADD 1 TO WS-HIST-FAIL-COUNT
005830                   DISPLAY 'ITEM-INVMATCH: *** HISTORY WRITE'
005835                       ' FAILED'
005840                       ' FOR ' INV-SUPP-CODE ' ' INV-NUMBER
005850                       ', STATUS = ' WS-HIST-FILE-STATUS
005860           END-WRITE.
005870       2600-EXIT.
005880           EXIT.
005890
005900******************************************************************
005910*    2700-WRITE-EXCEPTION THRU 2700-EXIT
005920*    ONE REPORT LINE PER REJECTED INVOICE LINE, WITH THE PO
005930*    LINE'S RECEIVED QUANTITY AND RECEIPT COST WHERE THE LINE
005940*    WAS FOUND.
005950******************************************************************
005960       2700-WRITE-EXCEPTION.
005970           ADD 1 TO WS-EXCEPTION-COUNT.
005980           MOVE INV-SUPP-CODE TO WS-XL-SUPP.
005990           MOVE INV-NUMBER TO WS-XL-INVOICE.
006000           MOVE ZERO TO WS-XL-PO-NUMBER WS-XL-LINE-NO
006010                        WS-XL-BILLED WS-XL-PRICE.
006020           IF INV-PO-NUMBER NUMERIC
006030               MOVE INV-PO-NUMBER TO WS-XL-PO-NUMBER
006040           END-IF.
006050           IF INV-PO-LINE-NO NUMERIC
006060               MOVE INV-PO-LINE-NO TO WS-XL-LINE-NO
006070           END-IF.
006080           IF INV-QTY-BILLED NUMERIC
006090               MOVE INV-QTY-BILLED TO WS-XL-BILLED
006100           END-IF.
006110           IF INV-UNIT-PRICE NUMERIC
006120               MOVE INV-UNIT-PRICE TO WS-XL-PRICE
006130           END-IF.
006140           IF WS-FOUND-SUB > ZERO
006150               MOVE WS-PE-QTY-RECEIVED (WS-FOUND-SUB)
006160                   TO WS-XL-RECEIVED
006170               MOVE WS-PE-RECEIPT-COST (WS-FOUND-SUB)
006180                   TO WS-XL-COST
006190           ELSE
006200               MOVE ZERO TO WS-XL-RECEIVED WS-XL-COST
006210           END-IF.
006220           MOVE WS-REASON TO WS-XL-REASON.
006230           MOVE WS-EXCEPTION-LINE TO EXCEPTION-REPORT-LINE.
006240           WRITE EXCEPTION-REPORT-LINE.
006250       2700-EXIT.
006260           EXIT.
006270
006280******************************************************************
006290*    3000-WRITE-CONTROL-RECORDS THRU 3000-EXIT
006300*    THE CTLREC PAIR FOR THE APPROVED FILE - LINE COUNT ON
006310*    BOTH, TOTAL VALUE FOR PAYMENT ON THE TRAILER - SO ACCOUNTS
006320*    CAN PROVE THEY LOADED THE WHOLE FILE.
006330******************************************************************
006340       3000-WRITE-CONTROL-RECORDS.
006350           OPEN OUTPUT APPROVED-CONTROL-FILE.
006360           MOVE WS-TODAY TO CTL-RUN-DATE.
006370           SET CTL-IS-HEADER TO TRUE.
006380           MOVE WS-APPROVED-COUNT TO CTL-RECORD-COUNT.
006390           MOVE ZERO TO CTL-TOTAL-PRICE.
006400           WRITE CONTROL-RECORD.
006410           SET CTL-IS-TRAILER TO TRUE.
006420           MOVE WS-APPROVED-COUNT TO CTL-RECORD-COUNT.
006430           MOVE WS-APPROVED-TOTAL TO CTL-TOTAL-PRICE.
006440           WRITE CONTROL-RECORD.
006450           CLOSE APPROVED-CONTROL-FILE.
006460       3000-EXIT.
006470           EXIT.
006480
006490******************************************************************
006500*    3200-WRITE-REPORT-TOTALS THRU 3200-EXIT
006510******************************************************************
006520       3200-WRITE-REPORT-TOTALS.
006530           MOVE SPACES TO EXCEPTION-REPORT-LINE.
006540           WRITE EXCEPTION-REPORT-LINE.
006550           MOVE 'INVOICE LINES READ' TO WS-TL-LABEL.
006560           MOVE WS-INV-READ-COUNT TO WS-TL-COUNT.
006570           MOVE ZERO TO WS-TL-VALUE.
006580           MOVE WS-TOTAL-LINE TO EXCEPTION-REPORT-LINE.
006590           WRITE EXCEPTION-REPORT-LINE.
006600           MOVE 'APPROVED FOR PAYMENT' TO WS-TL-LABEL.
006610           MOVE WS-APPROVED-COUNT TO WS-TL-COUNT.
006620           MOVE WS-APPROVED-TOTAL TO WS-TL-VALUE.
006630           MOVE WS-TOTAL-LINE TO EXCEPTION-REPORT-LINE.
006640           WRITE EXCEPTION-REPORT-LINE.
006650           MOVE 'EXCEPTIONS FOR PURCHASING' TO WS-TL-LABEL.
006660           MOVE WS-EXCEPTION-COUNT TO WS-TL-COUNT.
006670           MOVE ZERO TO WS-TL-VALUE.
006680           MOVE WS-TOTAL-LINE TO EXCEPTION-REPORT-LINE.
006690           WRITE EXCEPTION-REPORT-LINE.
006700       3200-EXIT.
006710           EXIT.
006720
006730******************************************************************
006740*    3500-DISPLAY-TOTALS THRU 3500-EXIT
006750******************************************************************
006760       3500-DISPLAY-TOTALS.
006770           DISPLAY 'ITEM-INVMATCH: PO LINES READ = '
006780               WS-PO-READ-COUNT
006790               '  HISTORY LINES = ' WS-HIST-READ-COUNT
006800               '  INVOICE LINES = ' WS-INV-READ-COUNT.
006810           DISPLAY 'ITEM-INVMATCH: APPROVED = ' WS-APPROVED-COUNT
006820               '  EXCEPTIONS = ' WS-EXCEPTION-COUNT
006830               '  TABLE OVERFLOW = ' WS-OVERFLOW-COUNT
006840               '  HISTORY WRITE FAILED = ' WS-HIST-FAIL-COUNT.
006850       3500-EXIT.
006860           EXIT.
006870
006880******************************************************************
006890*    4100-WRITE-RUN-LOG THRU 4100-EXIT
006900*    ONE-LINE RUN SUMMARY FOR THE SCHEDULER - 4 MEANS INVOICE
006910*    LINES WENT TO PURCHASING OR REGISTER LINES WERE PAST THE
006920*    TABLE LIMIT, 8 A FAILED HISTORY WRITE, 16 A BAD OPEN.
006930******************************************************************
006940       4100-WRITE-RUN-LOG.
006950           MOVE SPACES TO RUN-LOG-RECORD.
006960           MOVE 'ITEM-INVMATCH' TO RUN-PROGRAM.
006970           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
006980           ACCEPT RUN-TIME FROM TIME.
006990           MOVE WS-INV-READ-COUNT TO RUN-RECORDS-IN.
007000           MOVE WS-APPROVED-COUNT TO RUN-RECORDS-OUT.
007010           MOVE WS-EXCEPTION-COUNT TO RUN-RECORDS-REJECT.
007020           MOVE WS-RUN-RC TO RUN-RETURN-CODE.
007030           IF WS-RUN-RC > 4
007040               SET RUN-FAILED TO TRUE
007050           ELSE
007060               IF WS-RUN-RC = 4
007070                   SET RUN-WARNING TO TRUE
007080               ELSE
007090                   SET RUN-OK TO TRUE
007100               END-IF
007110           END-IF.
007120           WRITE RUN-LOG-RECORD.
007130           CLOSE RUN-LOG-FILE.
007140           MOVE WS-RUN-RC TO RETURN-CODE.
007150       4100-EXIT.
007160           EXIT.
