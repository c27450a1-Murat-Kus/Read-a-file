000010 IDENTIFICATION DIVISION.
000020       PROGRAM-ID. ITEM-RETRPT.
000030       AUTHOR. MURAT KUS.
000040       INSTALLATION. INVENTORY SYSTEMS.
000050       DATE-WRITTEN. 15/10/2026.
000060       DATE-COMPILED. 15/10/2026.
000070******************************************************************
000080*    PURPOSE.     CUSTOMER RETURNS ANALYSIS.  READS THE RETURNS
000090*                 REGISTER ITEM-RETURN KEEPS (SEE RETREC) AND
000100*                 PRINTS IT TWICE - FIRST GROUPED BY REASON CODE,
000110*                 SO QUALITY CAN SEE WHAT IS COMING BACK AND WHY,
000120*                 THEN GROUPED BY CUSTOMER UNDER ITS CUST-NAME,
000130*                 SO SALES CAN SEE WHO IS SENDING IT.  EACH
000140*                 RETURN SHOWS THE QUANTITY BOOKED IN AND WHERE
000150*                 IT HAS GONE SINCE - RESTOCKED, SCRAPPED, BACK
000160*                 TO THE SUPPLIER OR STILL OPEN IN QUARANTINE -
000170*                 WITH TOTALS PER GROUP AND FOR THE REPORT.  THE
000180*                 SYSIN CARD MAY LIMIT THE REPORT TO RETURNS
000190*                 BOOKED IN A DATE RANGE.
000200*    -------------------------------------------------------
000210*    MODIFICATION HISTORY.
000220*    DATE       INIT  DESCRIPTION
000230*    ---------  ----  ---------------------------------------
000240*    15/10/2026 MK    ORIGINAL VERSION.
000250******************************************************************
000260       ENVIRONMENT DIVISION.
000270       INPUT-OUTPUT SECTION.
000280       FILE-CONTROL.
000290
000300           SELECT RET-FILE ASSIGN TO RETFILE
000310               ORGANIZATION IS INDEXED
000320               ACCESS MODE IS SEQUENTIAL
000330               RECORD KEY IS RET-NUMBER
000340               FILE STATUS IS WS-RET-FILE-STATUS.
000350
000360           SELECT CUST-FILE ASSIGN TO CUSTFILE
000370               ORGANIZATION IS INDEXED
000380               ACCESS MODE IS RANDOM
000390               RECORD KEY IS CUST-CODE
000400               FILE STATUS IS WS-CUST-FILE-STATUS.
000410
000420           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.DAT".
000430
000440           SELECT RET-REPORT ASSIGN TO RETRPT
000450               ORGANIZATION IS LINE SEQUENTIAL.
000460
000470           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000480               ORGANIZATION IS LINE SEQUENTIAL.
000490
000500       DATA DIVISION.
000510       FILE SECTION.
000520
000530       FD  RET-FILE.
000540       COPY RETREC.
000550
000560       FD  CUST-FILE.
000570       COPY CUSTREC.
000580
000590       SD  SORT-WORK-FILE.
000600       01  SORT-RECORD.
000610           02  SORT-REASON-CODE           PIC X(02).
000620               88  SORT-REASON-DEFECTIVE      VALUE 'DF'.
000630               88  SORT-REASON-DAMAGED        VALUE 'DA'.
000640               88  SORT-REASON-WRONG-ITEM     VALUE 'WI'.
000650               88  SORT-REASON-NOT-WANTED     VALUE 'NW'.
000660               88  SORT-REASON-OTHER          VALUE 'OT'.
000670           02  SORT-CUST-CODE             PIC X(05).
000680           02  SORT-RET-NUMBER            PIC X(08).
000690           02  SORT-ITEM-CODE             PIC X(05).
000700           02  SORT-BOOKED-DATE           PIC X(08).
000710           02  SORT-QTY-RETURNED          PIC 9(05).
000720           02  SORT-QTY-RESTOCKED         PIC 9(05).
000730           02  SORT-QTY-SCRAPPED          PIC 9(05).
000740           02  SORT-QTY-TO-SUPPLIER       PIC 9(05).
000750           02  SORT-QTY-OPEN              PIC 9(05).
000760
000770       FD  RET-REPORT.
000780       01  RET-REPORT-LINE                PIC X(80).
000790
000800       FD  RUN-LOG-FILE.
000810       COPY RUNLOGR.
000820
000830       WORKING-STORAGE SECTION.
000840
000850       77  WS-RET-FILE-STATUS         PIC X(02) VALUE '00'.
000860       77  WS-CUST-FILE-STATUS        PIC X(02) VALUE '00'.
000870
000880       77  WS-RET-ENDOF               PIC X(01) VALUE 'N'.
000890           88  WS-RET-AT-END              VALUE 'Y'.
000900
000910       77  WS-SORT-ENDOF              PIC X(01) VALUE 'N'.
000920           88  WS-SORT-AT-END             VALUE 'Y'.
000930
000940       77  WS-PASS-SW                 PIC X(01) VALUE 'R'.
000950           88  WS-REASON-PASS             VALUE 'R'.
000960           88  WS-CUSTOMER-PASS           VALUE 'C'.
000970
000980       77  WS-GROUP-OPEN-SW           PIC X(01) VALUE 'N'.
000990           88  WS-GROUP-OPEN              VALUE 'Y'.
001000           88  WS-GROUP-CLOSED            VALUE 'N'.
001010
001020       77  WS-CURRENT-REASON          PIC X(02) VALUE LOW-VALUES.
001030       77  WS-CURRENT-CUST            PIC X(05) VALUE LOW-VALUES.
001040
001050       77  WS-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
001060       77  WS-SELECTED-COUNT          PIC 9(07) COMP VALUE ZERO.
001070       77  WS-LOOKUP-MISS-COUNT       PIC 9(07) COMP VALUE ZERO.
001080       77  WS-RUN-RC                  PIC 9(02) VALUE ZERO.
001090
001100       01  WS-PARM-CARD.
001110           02  WS-PC-DATE-FROM            PIC X(08).
001120           02  WS-PC-DATE-TO              PIC X(08).
001130           02  FILLER                     PIC X(64).
001140
001150       01  WS-GROUP-TOTALS.
001160           02  WS-GRP-COUNT               PIC 9(07) COMP.
001170           02  WS-GRP-RETURNED            PIC 9(07) COMP.
001180           02  WS-GRP-RESTOCKED           PIC 9(07) COMP.
001190           02  WS-GRP-SCRAPPED            PIC 9(07) COMP.
001200           02  WS-GRP-TO-SUPPLIER         PIC 9(07) COMP.
001210           02  WS-GRP-OPEN                PIC 9(07) COMP.
001220
001230       01  WS-REPORT-TOTALS.
001240           02  WS-RPT-COUNT               PIC 9(07) COMP.
001250           02  WS-RPT-RETURNED            PIC 9(07) COMP.
001260           02  WS-RPT-RESTOCKED           PIC 9(07) COMP.
001270           02  WS-RPT-SCRAPPED            PIC 9(07) COMP.
001280           02  WS-RPT-TO-SUPPLIER         PIC 9(07) COMP.
001290           02  WS-RPT-OPEN                PIC 9(07) COMP.
001300
001310       01  WS-TITLE-LINE.
001320           02  FILLER                     PIC X(30) VALUE
001330               'CUSTOMER RETURNS - BOOKED FROM'.
001340           02  FILLER                     PIC X(01) VALUE SPACES.
001350           02  WS-TT-DATE-FROM            PIC X(08).
001360           02  FILLER                     PIC X(04) VALUE ' TO '.
001370           02  WS-TT-DATE-TO              PIC X(08).
001380           02  FILLER                     PIC X(29) VALUE SPACES.
001390
001400       01  WS-REASON-HEAD-LINE.
001410           02  FILLER                     PIC X(19) VALUE
001420               'RETURNS BY REASON  '.
001430           02  WS-RH-CODE                 PIC X(02).
001440           02  FILLER                     PIC X(02) VALUE SPACES.
001450           02  WS-RH-TEXT                 PIC X(30).
001460           02  FILLER                     PIC X(27) VALUE SPACES.
001470
001480       01  WS-CUST-HEAD-LINE.
001490           02  FILLER                     PIC X(21) VALUE
001500               'RETURNS BY CUSTOMER  '.
001510           02  WS-CH-CODE                 PIC X(05).
001520           02  FILLER                     PIC X(02) VALUE SPACES.
001530           02  WS-CH-NAME                 PIC X(30).
001540           02  FILLER                     PIC X(22) VALUE SPACES.
001550
001560       01  WS-REASON-HEADING.
001570           02  FILLER                     PIC X(10)
001580               VALUE 'RETURN'.
001590           02  FILLER                     PIC X(07) VALUE 'CUST'.
001600           02  FILLER                     PIC X(07) VALUE 'ITEM'.
001610           02  FILLER                     PIC X(10)
001620               VALUE 'BOOKED'.
001630           02  FILLER                     PIC X(43) VALUE
001640               '  RETURN RESTOCK  SCRAPPED  TO SUPP    OPEN'.
001650           02  FILLER                     PIC X(03) VALUE SPACES.
001660
001670       01  WS-CUST-HEADING.
001680           02  FILLER                     PIC X(10)
001690               VALUE 'RETURN'.
001700           02  FILLER                     PIC X(07) VALUE 'REASN'.
001710           02  FILLER                     PIC X(07) VALUE 'ITEM'.
001720           02  FILLER                     PIC X(10)
001730               VALUE 'BOOKED'.
001740           02  FILLER                     PIC X(43) VALUE
001750               '  RETURN RESTOCK  SCRAPPED  TO SUPP    OPEN'.
001760           02  FILLER                     PIC X(03) VALUE SPACES.
001770
001780       01  WS-DETAIL-LINE.
001790           02  WS-DL-RET-NUMBER           PIC X(08).
001800           02  FILLER                     PIC X(02) VALUE SPACES.
001810           02  WS-DL-KEY                  PIC X(05).
001820           02  FILLER                     PIC X(02) VALUE SPACES.
001830           02  WS-DL-ITEM                 PIC X(05).
001840           02  FILLER                     PIC X(02) VALUE SPACES.
001850           02  WS-DL-BOOKED-DATE          PIC X(08).
001860           02  FILLER                     PIC X(05) VALUE SPACES.
001870           02  WS-DL-RETURNED             PIC ZZZZ9.
001880           02  FILLER                     PIC X(03) VALUE SPACES.
001890           02  WS-DL-RESTOCKED            PIC ZZZZ9.
001900           02  FILLER                     PIC X(05) VALUE SPACES.
001910           02  WS-DL-SCRAPPED             PIC ZZZZ9.
001920           02  FILLER                     PIC X(04) VALUE SPACES.
001930           02  WS-DL-TO-SUPPLIER          PIC ZZZZ9.
001940           02  FILLER                     PIC X(03) VALUE SPACES.
001950           02  WS-DL-OPEN                 PIC ZZZZ9.
001960           02  FILLER                     PIC X(03) VALUE SPACES.
001970
001980       01  WS-TOTAL-LINE.
001990           02  WS-TL-LABEL                PIC X(14).
002000           02  WS-TL-COUNT                PIC Z(5)9.
002010           02  FILLER                     PIC X(15) VALUE
002020               ' RETURNS'.
002030           02  WS-TL-RETURNED             PIC Z(6)9.
002040           02  FILLER                     PIC X(01) VALUE SPACES.
002050           02  WS-TL-RESTOCKED            PIC Z(6)9.
002060           02  FILLER                     PIC X(03) VALUE SPACES.
002070           02  WS-TL-SCRAPPED             PIC Z(6)9.
002080           02  FILLER                     PIC X(02) VALUE SPACES.
002090           02  WS-TL-TO-SUPPLIER          PIC Z(6)9.
002100           02  FILLER                     PIC X(01) VALUE SPACES.
002110           02  WS-TL-OPEN                 PIC Z(6)9.
002120           02  FILLER                     PIC X(03) VALUE SPACES.
002130
002140       01  WS-RULE-LINE                   PIC X(80) VALUE ALL '-'.
002150
002160       PROCEDURE DIVISION.
002170
002180******************************************************************
002190*    0000-MAINLINE
002200******************************************************************
002210       0000-MAINLINE.
002220           OPEN EXTEND RUN-LOG-FILE.
002230           MOVE SPACES TO WS-PARM-CARD.
002240           ACCEPT WS-PARM-CARD FROM SYSIN.
002250           OPEN INPUT CUST-FILE.
002260           IF WS-CUST-FILE-STATUS NOT = '00'
002270               DISPLAY 'ITEM-RETRPT: *** OPEN FAILED FOR'
002280                   ' CUST-FILE, STATUS = ' WS-CUST-FILE-STATUS
002290               MOVE 16 TO WS-RUN-RC
002300               PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT
002310               STOP RUN
002320           END-IF.
002330           OPEN INPUT RET-FILE.
002340           IF WS-RET-FILE-STATUS NOT = '00'
002350               DISPLAY 'ITEM-RETRPT: *** OPEN FAILED FOR'
002360                   ' RET-FILE, STATUS = ' WS-RET-FILE-STATUS
002370               MOVE 16 TO WS-RUN-RC
002380               PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT
002390               STOP RUN
002400           END-IF.
002410           CLOSE RET-FILE.
002420           OPEN OUTPUT RET-REPORT.
002430           MOVE WS-PC-DATE-FROM TO WS-TT-DATE-FROM.
002440           MOVE WS-PC-DATE-TO TO WS-TT-DATE-TO.
002450           IF WS-PC-DATE-FROM = SPACES
002460               MOVE 'START' TO WS-TT-DATE-FROM
002470           END-IF.
002480           IF WS-PC-DATE-TO = SPACES
002490               MOVE 'TODAY' TO WS-TT-DATE-TO
002500           END-IF.
002510           MOVE WS-TITLE-LINE TO RET-REPORT-LINE.
002520           WRITE RET-REPORT-LINE.
002530           SET WS-REASON-PASS TO TRUE.
002540           SORT SORT-WORK-FILE
002550               ON ASCENDING KEY SORT-REASON-CODE
002560               ON ASCENDING KEY SORT-CUST-CODE
002570               ON ASCENDING KEY SORT-RET-NUMBER
002580               INPUT PROCEDURE IS 1000-LOAD-SORT-FILE
002590                   THRU 1000-EXIT
002600               OUTPUT PROCEDURE IS 2000-WRITE-BY-REASON
002610                   THRU 2000-EXIT.
002620           SET WS-CUSTOMER-PASS TO TRUE.
002630           MOVE 'N' TO WS-SORT-ENDOF.
002640           SORT SORT-WORK-FILE
002650               ON ASCENDING KEY SORT-CUST-CODE
002660               ON ASCENDING KEY SORT-REASON-CODE
002670               ON ASCENDING KEY SORT-RET-NUMBER
002680               INPUT PROCEDURE IS 1000-LOAD-SORT-FILE
002690                   THRU 1000-EXIT
002700               OUTPUT PROCEDURE IS 3000-WRITE-BY-CUSTOMER
002710                   THRU 3000-EXIT.
002720           CLOSE CUST-FILE.
002730           CLOSE RET-REPORT.
002740           DISPLAY 'ITEM-RETRPT: RETURNS READ = ' WS-READ-COUNT
002750               '  REPORTED = ' WS-SELECTED-COUNT
002760               '  NOT ON CUSTOMER MASTER = ' WS-LOOKUP-MISS-COUNT.
002770           IF WS-LOOKUP-MISS-COUNT > ZERO
002780               MOVE 4 TO WS-RUN-RC
002790           END-IF.
002800           PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT.
002810           STOP RUN.
002820
002830******************************************************************
002840*    1000-LOAD-SORT-FILE THRU 1000-EXIT
002850*    SORT INPUT PROCEDURE FOR BOTH PASSES - EVERY RETURN BOOKED
002860*    INSIDE THE SYSIN DATE RANGE IS RELEASED.  A BLANK FROM OR
002870*    TO DATE LEAVES THAT END OF THE RANGE OPEN.  COUNTS ARE
002880*    TAKEN ON THE REASON PASS ONLY.
002890******************************************************************
002900       1000-LOAD-SORT-FILE.
002910           MOVE 'N' TO WS-RET-ENDOF.
002920           OPEN INPUT RET-FILE.
002930           PERFORM 1100-READ-AND-RELEASE THRU 1100-EXIT
002940               UNTIL WS-RET-AT-END.
002950           CLOSE RET-FILE.
002960       1000-EXIT.
002970           EXIT.
002980
002990******************************************************************
003000*    1100-READ-AND-RELEASE THRU 1100-EXIT
003010******************************************************************
003020       1100-READ-AND-RELEASE.
003030           READ RET-FILE NEXT RECORD
003040               AT END
003050                   SET WS-RET-AT-END TO TRUE
003060               NOT AT END
003070                   IF WS-REASON-PASS
003080                       ADD 1 TO WS-READ-COUNT
003090                   END-IF
003100                   IF (WS-PC-DATE-FROM = SPACES OR
003110                       RET-BOOKED-DATE NOT < WS-PC-DATE-FROM) AND
003120                      (WS-PC-DATE-TO = SPACES OR
003130                       RET-BOOKED-DATE NOT > WS-PC-DATE-TO)
003140                       IF WS-REASON-PASS
003150                           ADD 1 TO WS-SELECTED-COUNT
003160                       END-IF
003170                       MOVE RET-REASON-CODE TO SORT-REASON-CODE
003180                       MOVE RET-CUST-CODE TO SORT-CUST-CODE
003190                       MOVE RET-NUMBER TO SORT-RET-NUMBER
003200                       MOVE RET-ITEM-CODE TO SORT-ITEM-CODE
003210                       MOVE RET-BOOKED-DATE TO SORT-BOOKED-DATE
003220                       MOVE RET-QTY-RETURNED TO SORT-QTY-RETURNED
003230                       MOVE RET-QTY-RESTOCKED
003240                           TO SORT-QTY-RESTOCKED
003250                       MOVE RET-QTY-SCRAPPED TO SORT-QTY-SCRAPPED
003260                       MOVE RET-QTY-TO-SUPPLIER
003270                           TO SORT-QTY-TO-SUPPLIER
003280                       MOVE RET-QTY-OPEN TO SORT-QTY-OPEN
003290                       RELEASE SORT-RECORD
003300                   END-IF
003310           END-READ.
003320       1100-EXIT.
003330           EXIT.
003340
003350******************************************************************
003360*    2000-WRITE-BY-REASON THRU 2000-EXIT
003370*    SORT OUTPUT PROCEDURE, REASON PASS - A CHANGE OF REASON
003380*    CODE STARTS A NEW GROUP WITH ITS TOTALS AT THE END, SAME
003390*    CONTROL-BREAK SHAPE AS THE ITEM-PICK PICK LISTS.
003400******************************************************************
003410       2000-WRITE-BY-REASON.
003420           SET WS-GROUP-CLOSED TO TRUE.
003430           INITIALIZE WS-REPORT-TOTALS.
003440           PERFORM 2100-RETURN-REASON-LINE THRU 2100-EXIT
003450               UNTIL WS-SORT-AT-END.
003460           IF WS-GROUP-OPEN
003470               PERFORM 5100-WRITE-GROUP-TOTAL THRU 5100-EXIT
003480           END-IF.
003490           PERFORM 5200-WRITE-REPORT-TOTAL THRU 5200-EXIT.
003500       2000-EXIT.
003510           EXIT.
003520
003530******************************************************************
003540*    2100-RETURN-REASON-LINE THRU 2100-EXIT
003550******************************************************************
003560       2100-RETURN-REASON-LINE.
003570           RETURN SORT-WORK-FILE
003580               AT END
003590                   SET WS-SORT-AT-END TO TRUE
003600               NOT AT END
003610                   IF SORT-REASON-CODE NOT = WS-CURRENT-REASON
003620                       IF WS-GROUP-OPEN
003630                           PERFORM 5100-WRITE-GROUP-TOTAL
003640                               THRU 5100-EXIT
003650                       END-IF
003660                       PERFORM 2200-START-REASON THRU 2200-EXIT
003670                   END-IF
003680                   MOVE SORT-CUST-CODE TO WS-DL-KEY
003690                   PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
003700           END-RETURN.
003710       2100-EXIT.
003720           EXIT.
003730
003740******************************************************************
003750*    2200-START-REASON THRU 2200-EXIT
003760*    HEADS A NEW REASON GROUP WITH WHAT THE CODE MEANS.
003770******************************************************************
003780       2200-START-REASON.
003790           MOVE SORT-REASON-CODE TO WS-CURRENT-REASON WS-RH-CODE.
003800           SET WS-GROUP-OPEN TO TRUE.
003810           INITIALIZE WS-GROUP-TOTALS.
003820           IF SORT-REASON-DEFECTIVE
003830               MOVE 'DEFECTIVE' TO WS-RH-TEXT
003840           ELSE
003850           IF SORT-REASON-DAMAGED
003860               MOVE 'DAMAGED IN TRANSIT' TO WS-RH-TEXT
003870           ELSE
003880           IF SORT-REASON-WRONG-ITEM
003890               MOVE 'WRONG ITEM SENT' TO WS-RH-TEXT
003900           ELSE
003910           IF SORT-REASON-NOT-WANTED
003920               MOVE 'NOT WANTED' TO WS-RH-TEXT
003930           ELSE
003940           IF SORT-REASON-OTHER
003950               MOVE 'OTHER' TO WS-RH-TEXT
003960           ELSE
003970               MOVE '** UNKNOWN REASON CODE **' TO WS-RH-TEXT
003980           END-IF
003990           END-IF
004000           END-IF
004010           END-IF
004020           END-IF.
004030           MOVE SPACES TO RET-REPORT-LINE.
004040           WRITE RET-REPORT-LINE.
004050           MOVE WS-REASON-HEAD-LINE TO RET-REPORT-LINE.
004060           WRITE RET-REPORT-LINE.
004070           MOVE WS-REASON-HEADING TO RET-REPORT-LINE.
004080           WRITE RET-REPORT-LINE.
004090       2200-EXIT.
004100           EXIT.
004110
004120******************************************************************
004130*    3000-WRITE-BY-CUSTOMER THRU 3000-EXIT
004140*    SORT OUTPUT PROCEDURE, CUSTOMER PASS - A CHANGE OF
004150*    CUSTOMER STARTS A NEW GROUP.
004160******************************************************************
004170       3000-WRITE-BY-CUSTOMER.
004180           SET WS-GROUP-CLOSED TO TRUE.
004190           INITIALIZE WS-REPORT-TOTALS.
004200           MOVE SPACES TO RET-REPORT-LINE.
004210           WRITE RET-REPORT-LINE.
004220           MOVE WS-RULE-LINE TO RET-REPORT-LINE.
004230           WRITE RET-REPORT-LINE.
004240           PERFORM 3100-RETURN-CUST-LINE THRU 3100-EXIT
004250               UNTIL WS-SORT-AT-END.
004260           IF WS-GROUP-OPEN
004270               PERFORM 5100-WRITE-GROUP-TOTAL THRU 5100-EXIT
004280           END-IF.
004290           PERFORM 5200-WRITE-REPORT-TOTAL THRU 5200-EXIT.
004300       3000-EXIT.
004310           EXIT.
004320
004330******************************************************************
004340*    3100-RETURN-CUST-LINE THRU 3100-EXIT
004350******************************************************************
004360       3100-RETURN-CUST-LINE.
004370           RETURN SORT-WORK-FILE
004380               AT END
004390                   SET WS-SORT-AT-END TO TRUE
004400               NOT AT END
004410                   IF SORT-CUST-CODE NOT = WS-CURRENT-CUST
004420                       IF WS-GROUP-OPEN
004430                           PERFORM 5100-WRITE-GROUP-TOTAL
004440                               THRU 5100-EXIT
004450                       END-IF
004460                       PERFORM 3200-START-CUSTOMER THRU 3200-EXIT
004470                   END-IF
004480                   MOVE SORT-REASON-CODE TO WS-DL-KEY
004490                   PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
004500           END-RETURN.
004510       3100-EXIT.
004520           EXIT.
004530
004540******************************************************************
004550*    3200-START-CUSTOMER THRU 3200-EXIT
004560*    HEADS A NEW CUSTOMER GROUP WITH THE NAME FROM CUST-FILE.
004570*    A CUSTOMER SINCE DELETED STILL PRINTS, FLAGGED.
004580******************************************************************
004590       3200-START-CUSTOMER.
004600           MOVE SORT-CUST-CODE TO WS-CURRENT-CUST.
004610           SET WS-GROUP-OPEN TO TRUE.
004620           INITIALIZE WS-GROUP-TOTALS.
004630           MOVE SORT-CUST-CODE TO CUST-CODE WS-CH-CODE.
004640           READ CUST-FILE
004650               INVALID KEY
004660                   ADD 1 TO WS-LOOKUP-MISS-COUNT
004670                   MOVE '** NOT ON CUSTOMER MASTER **'
004680                       TO WS-CH-NAME
004690               NOT INVALID KEY
004700                   MOVE CUST-NAME TO WS-CH-NAME
004710           END-READ.
004720           MOVE SPACES TO RET-REPORT-LINE.
004730           WRITE RET-REPORT-LINE.
004740           MOVE WS-CUST-HEAD-LINE TO RET-REPORT-LINE.
004750           WRITE RET-REPORT-LINE.
004760           MOVE WS-CUST-HEADING TO RET-REPORT-LINE.
004770           WRITE RET-REPORT-LINE.
004780       3200-EXIT.
004790           EXIT.
004800
004810******************************************************************
004820*    4100-WRITE-RUN-LOG THRU 4100-EXIT
004830*    ONE-LINE RUN SUMMARY FOR THE SCHEDULER - 16 IS A BAD
004840*    OPEN, 4 A RETURN WHOSE CUSTOMER IS NO LONGER ON FILE.
004850******************************************************************
004860       4100-WRITE-RUN-LOG.
004870           MOVE SPACES TO RUN-LOG-RECORD.
004880           MOVE 'ITEM-RETRPT' TO RUN-PROGRAM.
004890           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
004900           ACCEPT RUN-TIME FROM TIME.
004910           MOVE WS-READ-COUNT TO RUN-RECORDS-IN.
004920           MOVE WS-SELECTED-COUNT TO RUN-RECORDS-OUT.
004930           MOVE ZERO TO RUN-RECORDS-REJECT.
004940           MOVE WS-RUN-RC TO RUN-RETURN-CODE.
004950           IF WS-RUN-RC > 4
004960               SET RUN-FAILED TO TRUE
004970           ELSE
004980               IF WS-RUN-RC = 4
004990                   SET RUN-WARNING TO TRUE
005000               ELSE
005010                   SET RUN-OK TO TRUE
005020               END-IF
005030           END-IF.
005040           WRITE RUN-LOG-RECORD.
005050           CLOSE RUN-LOG-FILE.
005060           MOVE WS-RUN-RC TO RETURN-CODE.
005070       4100-EXIT.
005080           EXIT.
005090
005100******************************************************************
005110*    5000-WRITE-DETAIL THRU 5000-EXIT
005120*    ONE LINE PER RETURN, BOTH PASSES - THE CALLER HAS PUT THE
005130*    CUSTOMER (REASON PASS) OR REASON (CUSTOMER PASS) IN THE
005140*    KEY COLUMN.  THE QUANTITIES ARE ADDED TO THE GROUP AND
005150*    REPORT TOTALS.
005160******************************************************************
005170       5000-WRITE-DETAIL.
005180           MOVE SORT-RET-NUMBER TO WS-DL-RET-NUMBER.
005190           MOVE SORT-ITEM-CODE TO WS-DL-ITEM.
005200           MOVE SORT-BOOKED-DATE TO WS-DL-BOOKED-DATE.
005210           MOVE SORT-QTY-RETURNED TO WS-DL-RETURNED.
005220           MOVE SORT-QTY-RESTOCKED TO WS-DL-RESTOCKED.
005230           MOVE SORT-QTY-SCRAPPED TO WS-DL-SCRAPPED.
005240           MOVE SORT-QTY-TO-SUPPLIER TO WS-DL-TO-SUPPLIER.
005250           MOVE SORT-QTY-OPEN TO WS-DL-OPEN.
005260           MOVE WS-DETAIL-LINE TO RET-REPORT-LINE.
005270           WRITE RET-REPORT-LINE.
005280           ADD 1 TO WS-GRP-COUNT WS-RPT-COUNT.
005290           ADD SORT-QTY-RETURNED TO WS-GRP-RETURNED
005300                                    WS-RPT-RETURNED.
005310           ADD SORT-QTY-RESTOCKED TO WS-GRP-RESTOCKED
005320                                     WS-RPT-RESTOCKED.
005330           ADD SORT-QTY-SCRAPPED TO WS-GRP-SCRAPPED
005340                                    WS-RPT-SCRAPPED.
005350           ADD SORT-QTY-TO-SUPPLIER TO WS-GRP-TO-SUPPLIER
005360                                       WS-RPT-TO-SUPPLIER.
005370           ADD SORT-QTY-OPEN TO WS-GRP-OPEN WS-RPT-OPEN.
005380       5000-EXIT.
005390           EXIT.
005400
005410******************************************************************
005420*    5100-WRITE-GROUP-TOTAL THRU 5100-EXIT
005430******************************************************************
005440       5100-WRITE-GROUP-TOTAL.
005450           IF WS-REASON-PASS
005460               MOVE 'REASON TOTAL' TO WS-TL-LABEL
005470           ELSE
005480               MOVE 'CUSTOMER TOTAL' TO WS-TL-LABEL
005490           END-IF.
005500           MOVE WS-GRP-COUNT TO WS-TL-COUNT.
005510           MOVE WS-GRP-RETURNED TO WS-TL-RETURNED.
005520           MOVE WS-GRP-RESTOCKED TO WS-TL-RESTOCKED.
005530           MOVE WS-GRP-SCRAPPED TO WS-TL-SCRAPPED.
005540           MOVE WS-GRP-TO-SUPPLIER TO WS-TL-TO-SUPPLIER.
005550           MOVE WS-GRP-OPEN TO WS-TL-OPEN.
005560           MOVE WS-TOTAL-LINE TO RET-REPORT-LINE.
005570           WRITE RET-REPORT-LINE.
005580           SET WS-GROUP-CLOSED TO TRUE.
005590       5100-EXIT.
005600           EXIT.
005610
005620******************************************************************
005630*    5200-WRITE-REPORT-TOTAL THRU 5200-EXIT
005640******************************************************************
005650       5200-WRITE-REPORT-TOTAL.
005660           MOVE SPACES TO RET-REPORT-LINE.
005670           WRITE RET-REPORT-LINE.
005680           MOVE 'REPORT TOTAL' TO WS-TL-LABEL.
005690           MOVE WS-RPT-COUNT TO WS-TL-COUNT.
005700           MOVE WS-RPT-RETURNED TO WS-TL-RETURNED.
005710           MOVE WS-RPT-RESTOCKED TO WS-TL-RESTOCKED.
005720           MOVE WS-RPT-SCRAPPED TO WS-TL-SCRAPPED.
005730           MOVE WS-RPT-TO-SUPPLIER TO WS-TL-TO-SUPPLIER.
005740           MOVE WS-RPT-OPEN TO WS-TL-OPEN.
005750           MOVE WS-TOTAL-LINE TO RET-REPORT-LINE.
005760           WRITE RET-REPORT-LINE.
005770       5200-EXIT.
005780           EXIT.
