000010 IDENTIFICATION DIVISION.
000020       PROGRAM-ID. ITEM-PICK.
000030       AUTHOR. MURAT KUS.
000040       INSTALLATION. INVENTORY SYSTEMS.
000050       DATE-WRITTEN. 15/10/2026.
000060       DATE-COMPILED. 15/10/2026.
000070******************************************************************
000080*    PURPOSE.     WAREHOUSE PICK LISTS AND CUSTOMER DISPATCH
000090*                 NOTES.  READS THE ALLOCATION FILE ITEM-ALLOC
000100*                 HAS JUST WRITTEN (SEE ALLOCREC) - ONE RECORD
000110*                 PER ORDER LINE - AND PRINTS IT TWICE.
000120*                 THE PICK LISTS ARE GROUPED BY THE LOCATION THE
000130*                 STOCK WAS ISSUED FROM, UNDER ITS LOC-NAME, AND
000140*                 SORTED BY ITEM WITHIN EACH LOCATION, WITH A
000150*                 QUANTITY TOTAL PER LOCATION.  THE GRAND TOTAL
000160*                 IS PROVED AGAINST THE TRAILER ITEM-ALLOC WROTE
000170*                 - LINE COUNT AND QUANTITY ISSUED - SO A PICK
000180*                 LIST THAT DOES NOT ADD UP TO WHAT CAME OFF THE
000190*                 BOOKS ENDS THE STEP FAILED.  THE DISPATCH
000200*                 NOTES ARE ONE PER CUSTOMER ORDER (CUSTOMER AND
000210*                 ORDER DATE), ADDRESSED FROM CUST-FILE, LISTING
000220*                 EACH ITEM WITH THE QUANTITY FILLED AND THE
000230*                 QUANTITY STILL ON BACKORDER.  A LINE THAT
000240*                 FILLED NOTHING HAS NOTHING TO PICK AND IS ON
000250*                 THE DISPATCH NOTE ONLY.
000260*    -------------------------------------------------------
000270*    MODIFICATION HISTORY.
000280*    DATE       INIT  DESCRIPTION
000290*    ---------  ----  ---------------------------------------
000300*    15/10/2026 MK    ORIGINAL VERSION.
000310*    15/10/2026 MK    REVIEW FIX: ITEM-ALLOC NOW ALSO WRITES THE
000320*                     LINES THAT FILLED NOTHING - BACKORDERED OR
000330*                     HELD BY CREDIT CONTROL.  THEY PRINT ON THE
000340*                     DISPATCH NOTE, SENT ZERO WITH A REMARK, BUT
000350*                     NOT ON THE PICK LIST, WHICH STILL PROVES
000360*                     AGAINST THE TRAILER'S FILLED TOTALS.
000370******************************************************************
000380       ENVIRONMENT DIVISION.
000390       INPUT-OUTPUT SECTION.
000400       FILE-CONTROL.
000410
000420           SELECT ALLOC-IN ASSIGN TO ALLOCIN
000430               ORGANIZATION IS LINE SEQUENTIAL.
000440
000450           SELECT ITEM-FILE ASSIGN TO ITEMFILE
000460               ORGANIZATION IS INDEXED
000470               ACCESS MODE IS RANDOM
000480               RECORD KEY IS ITEM-CODE
000490               FILE STATUS IS WS-ITEM-FILE-STATUS.
000500
000510           SELECT LOC-FILE ASSIGN TO LOCFILE
000520               ORGANIZATION IS INDEXED
000530               ACCESS MODE IS RANDOM
000540               RECORD KEY IS LOC-CODE
000550               FILE STATUS IS WS-LOC-FILE-STATUS.
000560
000570           SELECT CUST-FILE ASSIGN TO CUSTFILE
000580               ORGANIZATION IS INDEXED
000590               ACCESS MODE IS RANDOM
000600               RECORD KEY IS CUST-CODE
000610               FILE STATUS IS WS-CUST-FILE-STATUS.
000620
000630           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.DAT".
000640
000650           SELECT PICK-REPORT ASSIGN TO PICKRPT
000660               ORGANIZATION IS LINE SEQUENTIAL.
000670
000680           SELECT DISPATCH-REPORT ASSIGN TO DISPRPT
000690               ORGANIZATION IS LINE SEQUENTIAL.
000700
000710           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000720               ORGANIZATION IS LINE SEQUENTIAL.
000730
000740       DATA DIVISION.
000750       FILE SECTION.
000760
000770       FD  ALLOC-IN.
000780       COPY ALLOCREC.
000790
000800       FD  ITEM-FILE.
000810       COPY STOCKITM.
000820
000830       FD  LOC-FILE.
000840       COPY LOCREC.
000850
000860       FD  CUST-FILE.
000870       COPY CUSTREC.
000880
000890       SD  SORT-WORK-FILE.
000900       01  SORT-RECORD.
000910           02  SORT-LOC-CODE              PIC X(03).
000920           02  SORT-ITEM-CODE             PIC X(05).
000930           02  SORT-CUST-CODE             PIC X(05).
000940           02  SORT-ORDER-DATE            PIC X(08).
000950           02  SORT-QTY-FILLED            PIC 9(05).
000960           02  SORT-QTY-SHORT             PIC 9(05).
000970           02  SORT-ISSUE-DATE            PIC X(08).
000980           02  SORT-RECORD-TYPE           PIC X(01).
000990               88  SORT-HELD                  VALUE 'H'.
001000
001010       FD  PICK-REPORT.
001020       01  PICK-REPORT-LINE               PIC X(80).
001030
001040       FD  DISPATCH-REPORT.
001050       01  DISPATCH-REPORT-LINE           PIC X(80).
001060
001070       FD  RUN-LOG-FILE.
001080       COPY RUNLOGR.
001090
001100       WORKING-STORAGE SECTION.
001110
001120       77  WS-ITEM-FILE-STATUS        PIC X(02) VALUE '00'.
001130       77  WS-LOC-FILE-STATUS         PIC X(02) VALUE '00'.
001140       77  WS-CUST-FILE-STATUS        PIC X(02) VALUE '00'.
001150
001160       77  WS-ALLOC-ENDOF             PIC X(01) VALUE 'N'.
001170           88  WS-ALLOC-AT-END            VALUE 'Y'.
001180
001190       77  WS-SORT-ENDOF              PIC X(01) VALUE 'N'.
001200           88  WS-SORT-AT-END             VALUE 'Y'.
001210
001220       77  WS-PASS-SW                 PIC X(01) VALUE 'P'.
001230           88  WS-PICK-PASS               VALUE 'P'.
001240           88  WS-DISPATCH-PASS           VALUE 'D'.
001250
001260       77  WS-TRAILER-SW              PIC X(01) VALUE 'N'.
001270           88  WS-TRAILER-FOUND           VALUE 'Y'.
001280
001290       77  WS-GROUP-OPEN-SW           PIC X(01) VALUE 'N'.
001300           88  WS-GROUP-OPEN              VALUE 'Y'.
001310           88  WS-GROUP-CLOSED            VALUE 'N'.
001320
001330       77  WS-CURRENT-LOC             PIC X(03) VALUE LOW-VALUES.
001340       77  WS-CURRENT-CUST            PIC X(05) VALUE LOW-VALUES.
001350       77  WS-CURRENT-DATE            PIC X(08) VALUE LOW-VALUES.
001360
001370       77  WS-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
001380       77  WS-UNFILLED-COUNT          PIC 9(07) COMP VALUE ZERO.
001390       77  WS-BAD-RECORD-COUNT        PIC 9(07) COMP VALUE ZERO.
001400       77  WS-PICK-LINE-COUNT         PIC 9(07) COMP VALUE ZERO.
001410       77  WS-PICK-QTY-TOTAL          PIC 9(09) COMP VALUE ZERO.
001420       77  WS-LOC-LINE-COUNT          PIC 9(07) COMP VALUE ZERO.
001430       77  WS-LOC-QTY-TOTAL           PIC 9(09) COMP VALUE ZERO.
001440       77  WS-NOTE-COUNT              PIC 9(07) COMP VALUE ZERO.
001450       77  WS-NOTE-LINE-COUNT         PIC 9(07) COMP VALUE ZERO.
001460       77  WS-NOTE-FILLED             PIC 9(07) COMP VALUE ZERO.
001470       77  WS-NOTE-SHORT              PIC 9(07) COMP VALUE ZERO.
001480       77  WS-LOOKUP-MISS-COUNT       PIC 9(07) COMP VALUE ZERO.
001490       77  WS-TRL-LINE-COUNT          PIC 9(07) COMP VALUE ZERO.
001500       77  WS-TRL-QTY-TOTAL           PIC 9(09) COMP VALUE ZERO.
001510       77  WS-RUN-RC                  PIC 9(02) VALUE ZERO.
001520
001530       77  WS-ITEM-NAME               PIC X(20) VALUE SPACES.
001540
001550       01  WS-LOC-HEAD-LINE.
001560           02  FILLER                     PIC X(21) VALUE
001570               'PICK LIST - LOCATION '.
001580           02  WS-LH-CODE                 PIC X(03).
001590           02  FILLER                     PIC X(02) VALUE SPACES.
001600           02  WS-LH-NAME                 PIC X(30).
001610           02  FILLER                     PIC X(24) VALUE SPACES.
001620
001630       01  WS-PICK-HEADING.
001640           02  FILLER                     PIC X(07) VALUE 'ITEM'.
001650           02  FILLER                     PIC X(22) VALUE 'NAME'.
001660           02  FILLER                     PIC X(07) VALUE 'CUST'.
001670           02  FILLER                     PIC X(10)
001680               VALUE 'ORDERED'.
001690           02  FILLER                     PIC X(07) VALUE ' PICK'.
001700           02  FILLER                     PIC X(27) VALUE SPACES.
001710
001720       01  WS-PICK-LINE.
001730           02  WS-PL-ITEM                 PIC X(05).
001740           02  FILLER                     PIC X(02) VALUE SPACES.
001750           02  WS-PL-NAME                 PIC X(20).
001760           02  FILLER                     PIC X(02) VALUE SPACES.
001770           02  WS-PL-CUST                 PIC X(05).
001780           02  FILLER                     PIC X(02) VALUE SPACES.
001790           02  WS-PL-ORDER-DATE           PIC X(08).
001800           02  FILLER                     PIC X(02) VALUE SPACES.
001810           02  WS-PL-QTY                  PIC ZZZZ9.
001820           02  FILLER                     PIC X(29) VALUE SPACES.
001830
001840       01  WS-LOC-TOTAL-LINE.
001850           02  FILLER                     PIC X(20) VALUE
001860               'LOCATION TOTAL      '.
001870           02  WS-LT-LINES                PIC Z(6)9.
001880           02  FILLER                     PIC X(07) VALUE
001890               ' LINES '.
001900           02  WS-LT-QTY                  PIC Z(8)9.
001910           02  FILLER                     PIC X(37) VALUE SPACES.
001920
001930       01  WS-RECON-LINE.
001940           02  WS-RL-LABEL                PIC X(20).
001950           02  WS-RL-LINES                PIC Z(6)9.
001960           02  FILLER                     PIC X(07) VALUE
001970               ' LINES '.
001980           02  WS-RL-QTY                  PIC Z(8)9.
001990           02  FILLER                     PIC X(37) VALUE SPACES.
002000
002010       01  WS-NOTE-HEAD-LINE.
002020           02  FILLER                     PIC X(24) VALUE
002030               'DISPATCH NOTE  CUSTOMER '.
002040           02  WS-NH-CUST                 PIC X(05).
002050           02  FILLER                     PIC X(02) VALUE SPACES.
002060           02  WS-NH-NAME                 PIC X(30).
002070           02  FILLER                     PIC X(19) VALUE SPACES.
002080
002090       01  WS-NOTE-ADDR-LINE.
002100           02  FILLER                     PIC X(12) VALUE
002110               'DELIVER TO  '.
002120           02  WS-NA-ADDRESS              PIC X(60).
002130           02  FILLER                     PIC X(08) VALUE SPACES.
002140
002150       01  WS-NOTE-DATE-LINE.
002160           02  FILLER                     PIC X(12) VALUE
002170               'ORDER DATE  '.
002180           02  WS-ND-ORDER-DATE           PIC X(08).
002190           02  FILLER                     PIC X(14) VALUE
002200               '  DISPATCHED '.
002210           02  WS-ND-ISSUE-DATE           PIC X(08).
002220           02  FILLER                     PIC X(38) VALUE SPACES.
002230
002240       01  WS-NOTE-HEADING.
002250           02  FILLER                     PIC X(07) VALUE 'ITEM'.
002260           02  FILLER                     PIC X(22) VALUE 'NAME'.
002270           02  FILLER                     PIC X(07) VALUE ' SENT'.
002280           02  FILLER                     PIC X(13)
002290               VALUE 'ON BACKORDER'.
002300           02  FILLER                     PIC X(01) VALUE SPACES.
002310           02  FILLER                     PIC X(20)
002320               VALUE 'REMARKS'.
002330           02  FILLER                     PIC X(10) VALUE SPACES.
002340
002350       01  WS-NOTE-LINE.
002360           02  WS-NL-ITEM                 PIC X(05).
002370           02  FILLER                     PIC X(02) VALUE SPACES.
002380           02  WS-NL-NAME                 PIC X(20).
002390           02  FILLER                     PIC X(02) VALUE SPACES.
002400           02  WS-NL-FILLED               PIC ZZZZ9.
002410           02  FILLER                     PIC X(09) VALUE SPACES.
002420           02  WS-NL-SHORT                PIC ZZZZ9.
002430           02  FILLER                     PIC X(02) VALUE SPACES.
002440           02  WS-NL-REMARK               PIC X(20).
002450           02  FILLER                     PIC X(10) VALUE SPACES.
002460
002470       01  WS-NOTE-TOTAL-LINE.
002480           02  FILLER                     PIC X(07) VALUE 'TOTAL'.
002490           02  WS-NT-LINES                PIC ZZZ9.
002500           02  FILLER                     PIC X(18) VALUE
002510               ' LINES'.
002520           02  WS-NT-FILLED               PIC Z(6)9.
002530           02  FILLER                     PIC X(07) VALUE SPACES.
002540           02  WS-NT-SHORT                PIC Z(6)9.
002550           02  FILLER                     PIC X(30) VALUE SPACES.
002560
002570       01  WS-RULE-LINE                   PIC X(80) VALUE ALL '-'.
002580
002590       PROCEDURE DIVISION.
002600
002610******************************************************************
002620*    0000-MAINLINE
002630******************************************************************
002640       0000-MAINLINE.
002650           OPEN EXTEND RUN-LOG-FILE.
002660           OPEN INPUT ITEM-FILE.
002670           IF WS-ITEM-FILE-STATUS NOT = '00'
002680               DISPLAY 'ITEM-PICK: *** OPEN FAILED FOR'
002690                   ' ITEM-FILE, STATUS = ' WS-ITEM-FILE-STATUS
002700               MOVE 16 TO WS-RUN-RC
002710               PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT
002720               STOP RUN
002730           END-IF.
002740           OPEN INPUT LOC-FILE.
002750           IF WS-LOC-FILE-STATUS NOT = '00'
002760               DISPLAY 'ITEM-PICK: *** OPEN FAILED FOR'
002770                   ' LOC-FILE, STATUS = ' WS-LOC-FILE-STATUS
002780               MOVE 16 TO WS-RUN-RC
002790               PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT
002800               STOP RUN
002810           END-IF.
002820           OPEN INPUT CUST-FILE.
002830           IF WS-CUST-FILE-STATUS NOT = '00'
002840               DISPLAY 'ITEM-PICK: *** OPEN FAILED FOR'
002850                   ' CUST-FILE, STATUS = ' WS-CUST-FILE-STATUS
002860               MOVE 16 TO WS-RUN-RC
002870               PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT
002880               STOP RUN
002890           END-IF.
002900           OPEN OUTPUT PICK-REPORT.
002910           OPEN OUTPUT DISPATCH-REPORT.
002920           SET WS-PICK-PASS TO TRUE.
002930           SORT SORT-WORK-FILE
002940               ON ASCENDING KEY SORT-LOC-CODE
002950               ON ASCENDING KEY SORT-ITEM-CODE
002960               ON ASCENDING KEY SORT-ORDER-DATE
002970               ON ASCENDING KEY SORT-CUST-CODE
002980               INPUT PROCEDURE IS 1000-LOAD-SORT-FILE
002990                   THRU 1000-EXIT
003000               OUTPUT PROCEDURE IS 2000-WRITE-PICK-LISTS
003010                   THRU 2000-EXIT.
003020           PERFORM 4000-RECONCILE-TOTALS THRU 4000-EXIT.
003030           SET WS-DISPATCH-PASS TO TRUE.
003040           MOVE 'N' TO WS-SORT-ENDOF.
003050           SORT SORT-WORK-FILE
003060               ON ASCENDING KEY SORT-CUST-CODE
003070               ON ASCENDING KEY SORT-ORDER-DATE
003080               ON ASCENDING KEY SORT-ITEM-CODE
003090               ON ASCENDING KEY SORT-LOC-CODE
003100               INPUT PROCEDURE IS 1000-LOAD-SORT-FILE
003110                   THRU 1000-EXIT
003120               OUTPUT PROCEDURE IS 3000-WRITE-DISPATCH-NOTES
003130                   THRU 3000-EXIT.
003140           CLOSE ITEM-FILE.
003150           CLOSE LOC-FILE.
003160           CLOSE CUST-FILE.
003170           CLOSE PICK-REPORT.
003180           CLOSE DISPATCH-REPORT.
003190           DISPLAY 'ITEM-PICK: LINES READ = ' WS-READ-COUNT
003200               '  UNFILLED = ' WS-UNFILLED-COUNT
003210               '  PICKED = ' WS-PICK-LINE-COUNT
003220               '  QUANTITY = ' WS-PICK-QTY-TOTAL
003230               '  DISPATCH NOTES = ' WS-NOTE-COUNT.
003240           IF WS-RUN-RC < 8
003250               IF WS-BAD-RECORD-COUNT > ZERO OR
003260                  WS-LOOKUP-MISS-COUNT > ZERO
003270                   MOVE 4 TO WS-RUN-RC
003280               END-IF
003290           END-IF.
003300           PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT.
003310           STOP RUN.
003320
003330******************************************************************
003340*    1000-LOAD-SORT-FILE THRU 1000-EXIT
003350*    SORT INPUT PROCEDURE FOR BOTH PASSES - EVERY DETAIL LINE
003360*    ON THE ALLOCATION FILE IS RELEASED, EXCEPT THAT THE PICK
003370*    PASS LEAVES OUT LINES THAT FILLED NOTHING; THE TRAILER IS
003380*    KEPT ASIDE FOR THE RECONCILIATION.  COUNTS ARE TAKEN ON
003390*    THE PICK PASS ONLY.
003400******************************************************************
003410       1000-LOAD-SORT-FILE.
003420           MOVE 'N' TO WS-ALLOC-ENDOF.
003430           OPEN INPUT ALLOC-IN.
003440           PERFORM 1100-READ-AND-RELEASE THRU 1100-EXIT
003450               UNTIL WS-ALLOC-AT-END.
003460           CLOSE ALLOC-IN.
003470       1000-EXIT.
003480           EXIT.
003490
003500******************************************************************
003510*    1100-READ-AND-RELEASE THRU 1100-EXIT
003520*    A RECORD THAT IS NEITHER A DETAIL NOR THE TRAILER IS
003530*    COUNTED AND LEFT OFF BOTH REPORTS.
003540******************************************************************
003550       1100-READ-AND-RELEASE.
003560           READ ALLOC-IN
003570               AT END
003580                   SET WS-ALLOC-AT-END TO TRUE
003590               NOT AT END
003600                   IF ALC-IS-DETAIL
003610                       IF WS-PICK-PASS
003620                           ADD 1 TO WS-READ-COUNT
003630                           IF ALC-QTY-FILLED = ZERO
003640                               ADD 1 TO WS-UNFILLED-COUNT
003650                           END-IF
003660                       END-IF
003670                       IF WS-DISPATCH-PASS OR
003680                          ALC-QTY-FILLED > ZERO
003690                           PERFORM 1200-RELEASE-LINE
003700                               THRU 1200-EXIT
003710                       END-IF
003720                   ELSE
003730                       IF ALC-IS-TRAILER
003740                           SET WS-TRAILER-FOUND TO TRUE
003750                           MOVE ALC-TRL-LINE-COUNT
003760                               TO WS-TRL-LINE-COUNT
003770                           MOVE ALC-TRL-QTY-TOTAL
003780                               TO WS-TRL-QTY-TOTAL
003790                       ELSE
003800                           IF WS-PICK-PASS
003810                               ADD 1 TO WS-BAD-RECORD-COUNT
003820                               DISPLAY 'ITEM-PICK: *** RECORD'
003830                                   ' TYPE ' ALC-RECORD-TYPE
003840                                   ' NOT RECOGNISED ***'
003850                           END-IF
003860                       END-IF
003870                   END-IF
003880           END-READ.
003890       1100-EXIT.
003900           EXIT.
003910
003920******************************************************************
003930*    1200-RELEASE-LINE THRU 1200-EXIT
003940******************************************************************
003950       1200-RELEASE-LINE.
003960           MOVE ALC-LOC-CODE TO SORT-LOC-CODE.
003970           MOVE ALC-ITEM-CODE TO SORT-ITEM-CODE.
003980           MOVE ALC-CUST-CODE TO SORT-CUST-CODE.
003990           MOVE ALC-ORDER-DATE TO SORT-ORDER-DATE.
004000           MOVE ALC-QTY-FILLED TO SORT-QTY-FILLED.
004010           MOVE ALC-QTY-SHORT TO SORT-QTY-SHORT.
004020           MOVE ALC-ISSUE-DATE TO SORT-ISSUE-DATE.
004030           MOVE ALC-RECORD-TYPE TO SORT-RECORD-TYPE.
004040           RELEASE SORT-RECORD.
004050       1200-EXIT.
004060           EXIT.
004070
004080******************************************************************
004090*    2000-WRITE-PICK-LISTS THRU 2000-EXIT
004100*    SORT OUTPUT PROCEDURE, PICK PASS - A CHANGE OF LOCATION
004110*    STARTS A NEW PICK LIST WITH A QUANTITY TOTAL AT THE END,
004120*    SAME CONTROL-BREAK SHAPE AS THE ITEM-SLOW CATEGORIES.
004130******************************************************************
004140       2000-WRITE-PICK-LISTS.
004150           SET WS-GROUP-CLOSED TO TRUE.
004160           PERFORM 2100-RETURN-PICK-LINE THRU 2100-EXIT
004170               UNTIL WS-SORT-AT-END.
004180           IF WS-GROUP-OPEN
004190               PERFORM 2300-WRITE-LOC-TOTAL THRU 2300-EXIT
004200           END-IF.
004210       2000-EXIT.
004220           EXIT.
004230
004240******************************************************************
004250*    2100-RETURN-PICK-LINE THRU 2100-EXIT
004260******************************************************************
004270       2100-RETURN-PICK-LINE.
004280           RETURN SORT-WORK-FILE
004290               AT END
004300                   SET WS-SORT-AT-END TO TRUE
004310               NOT AT END
004320                   IF SORT-LOC-CODE NOT = WS-CURRENT-LOC
004330                       IF WS-GROUP-OPEN
004340                           PERFORM 2300-WRITE-LOC-TOTAL
004350                               THRU 2300-EXIT
004360                       END-IF
004370                       PERFORM 2200-START-LOCATION THRU 2200-EXIT
004380                   END-IF
004390                   PERFORM 5000-GET-ITEM-NAME THRU 5000-EXIT
004400                   ADD 1 TO WS-LOC-LINE-COUNT WS-PICK-LINE-COUNT
004410                   ADD SORT-QTY-FILLED TO WS-LOC-QTY-TOTAL
004420                                          WS-PICK-QTY-TOTAL
004430                   MOVE SORT-ITEM-CODE TO WS-PL-ITEM
004440                   MOVE WS-ITEM-NAME TO WS-PL-NAME
004450                   MOVE SORT-CUST-CODE TO WS-PL-CUST
004460                   MOVE SORT-ORDER-DATE TO WS-PL-ORDER-DATE
004470                   MOVE SORT-QTY-FILLED TO WS-PL-QTY
004480                   MOVE WS-PICK-LINE TO PICK-REPORT-LINE
004490                   WRITE PICK-REPORT-LINE
004500           END-RETURN.
004510       2100-EXIT.
004520           EXIT.
004530
004540******************************************************************
004550*    2200-START-LOCATION THRU 2200-EXIT
004560*    HEADS A NEW PICK LIST WITH THE LOCATION'S NAME FROM
004570*    LOC-FILE.  A LOCATION SINCE DELETED STILL PRINTS, FLAGGED.
004580******************************************************************
004590       2200-START-LOCATION.
004600           MOVE SORT-LOC-CODE TO WS-CURRENT-LOC.
004610           SET WS-GROUP-OPEN TO TRUE.
004620           MOVE ZERO TO WS-LOC-LINE-COUNT WS-LOC-QTY-TOTAL.
004630           MOVE SORT-LOC-CODE TO LOC-CODE WS-LH-CODE.
004640           READ LOC-FILE
004650               INVALID KEY
004660                   ADD 1 TO WS-LOOKUP-MISS-COUNT
004670                   MOVE '** NOT ON LOCATION MASTER **'
004680                       TO WS-LH-NAME
004690               NOT INVALID KEY
004700                   MOVE LOC-NAME TO WS-LH-NAME
004710           END-READ.
004720           MOVE SPACES TO PICK-REPORT-LINE.
004730           WRITE PICK-REPORT-LINE.
004740           MOVE WS-LOC-HEAD-LINE TO PICK-REPORT-LINE.
004750           WRITE PICK-REPORT-LINE.
004760           MOVE WS-PICK-HEADING TO PICK-REPORT-LINE.
004770           WRITE PICK-REPORT-LINE.
004780       2200-EXIT.
004790           EXIT.
004800
004810******************************************************************
004820*    2300-WRITE-LOC-TOTAL THRU 2300-EXIT
004830******************************************************************
004840       2300-WRITE-LOC-TOTAL.
004850           MOVE WS-LOC-LINE-COUNT TO WS-LT-LINES.
004860           MOVE WS-LOC-QTY-TOTAL TO WS-LT-QTY.
004870           MOVE WS-LOC-TOTAL-LINE TO PICK-REPORT-LINE.
004880           WRITE PICK-REPORT-LINE.
004890           SET WS-GROUP-CLOSED TO TRUE.
004900       2300-EXIT.
004910           EXIT.
004920
004930******************************************************************
004940*    3000-WRITE-DISPATCH-NOTES THRU 3000-EXIT
004950*    SORT OUTPUT PROCEDURE, DISPATCH PASS - A CHANGE OF
004960*    CUSTOMER OR ORDER DATE ENDS ONE DISPATCH NOTE AND STARTS
004970*    THE NEXT.
004980******************************************************************
004990       3000-WRITE-DISPATCH-NOTES.
005000           SET WS-GROUP-CLOSED TO TRUE.
005010           PERFORM 3100-RETURN-NOTE-LINE THRU 3100-EXIT
005020               UNTIL WS-SORT-AT-END.
005030           IF WS-GROUP-OPEN
005040               PERFORM 3300-END-NOTE THRU 3300-EXIT
005050           END-IF.
005060       3000-EXIT.
005070           EXIT.
005080
005090******************************************************************
005100*    3100-RETURN-NOTE-LINE THRU 3100-EXIT
005110******************************************************************
005120       3100-RETURN-NOTE-LINE.
005130           RETURN SORT-WORK-FILE
005140               AT END
005150                   SET WS-SORT-AT-END TO TRUE
005160               NOT AT END
005170                   IF SORT-CUST-CODE NOT = WS-CURRENT-CUST OR
005180                      SORT-ORDER-DATE NOT = WS-CURRENT-DATE
005190                       IF WS-GROUP-OPEN
005200                           PERFORM 3300-END-NOTE THRU 3300-EXIT
005210                       END-IF
005220                       PERFORM 3200-START-NOTE THRU 3200-EXIT
005230                   END-IF
005240                   PERFORM 5000-GET-ITEM-NAME THRU 5000-EXIT
005250                   ADD 1 TO WS-NOTE-LINE-COUNT
005260                   ADD SORT-QTY-FILLED TO WS-NOTE-FILLED
005270                   ADD SORT-QTY-SHORT TO WS-NOTE-SHORT
005280                   MOVE SORT-ITEM-CODE TO WS-NL-ITEM
005290                   MOVE WS-ITEM-NAME TO WS-NL-NAME
005300                   MOVE SORT-QTY-FILLED TO WS-NL-FILLED
005310                   MOVE SORT-QTY-SHORT TO WS-NL-SHORT
005320                   IF SORT-HELD
005330                       MOVE 'HELD - CREDIT LIMIT' TO WS-NL-REMARK
005340                   ELSE
005350                       IF SORT-QTY-FILLED = ZERO
005360                           MOVE 'NONE IN STOCK' TO WS-NL-REMARK
005370                       ELSE
005380                           MOVE SPACES TO WS-NL-REMARK
005390                       END-IF
005400                   END-IF
005410                   MOVE WS-NOTE-LINE TO DISPATCH-REPORT-LINE
005420                   WRITE DISPATCH-REPORT-LINE
005430           END-RETURN.
005440       3100-EXIT.
005450           EXIT.
005460
005470******************************************************************
005480*    3200-START-NOTE THRU 3200-EXIT
005490*    HEADS A DISPATCH NOTE WITH THE CUSTOMER'S NAME AND
005500*    DELIVERY ADDRESS FROM CUST-FILE.
005510******************************************************************
005520       3200-START-NOTE.
005530           MOVE SORT-CUST-CODE TO WS-CURRENT-CUST.
005540           MOVE SORT-ORDER-DATE TO WS-CURRENT-DATE.
005550           SET WS-GROUP-OPEN TO TRUE.
005560           ADD 1 TO WS-NOTE-COUNT.
005570           MOVE ZERO TO WS-NOTE-LINE-COUNT WS-NOTE-FILLED
005580                        WS-NOTE-SHORT.
005590           MOVE SORT-CUST-CODE TO CUST-CODE WS-NH-CUST.
005600           READ CUST-FILE
005610               INVALID KEY
005620                   ADD 1 TO WS-LOOKUP-MISS-COUNT
005630                   MOVE '** NOT ON CUSTOMER MASTER **'
005640                       TO WS-NH-NAME
005650                   MOVE SPACES TO WS-NA-ADDRESS
005660               NOT INVALID KEY
005670                   MOVE CUST-NAME TO WS-NH-NAME
005680                   MOVE CUST-ADDRESS TO WS-NA-ADDRESS
005690           END-READ.
005700           MOVE SORT-ORDER-DATE TO WS-ND-ORDER-DATE.
005710           MOVE SORT-ISSUE-DATE TO WS-ND-ISSUE-DATE.
005720           MOVE WS-NOTE-HEAD-LINE TO DISPATCH-REPORT-LINE.
005730           WRITE DISPATCH-REPORT-LINE.
005740           MOVE WS-NOTE-ADDR-LINE TO DISPATCH-REPORT-LINE.
005750           WRITE DISPATCH-REPORT-LINE.
005760           MOVE WS-NOTE-DATE-LINE TO DISPATCH-REPORT-LINE.
005770           WRITE DISPATCH-REPORT-LINE.
005780           MOVE SPACES TO DISPATCH-REPORT-LINE.
005790           WRITE DISPATCH-REPORT-LINE.
005800           MOVE WS-NOTE-HEADING TO DISPATCH-REPORT-LINE.
005810           WRITE DISPATCH-REPORT-LINE.
005820       3200-EXIT.
005830           EXIT.
005840
005850******************************************************************
005860*    3300-END-NOTE THRU 3300-EXIT
005870******************************************************************
005880       3300-END-NOTE.
005890           MOVE WS-NOTE-LINE-COUNT TO WS-NT-LINES.
005900           MOVE WS-NOTE-FILLED TO WS-NT-FILLED.
005910           MOVE WS-NOTE-SHORT TO WS-NT-SHORT.
005920           MOVE WS-NOTE-TOTAL-LINE TO DISPATCH-REPORT-LINE.
005930           WRITE DISPATCH-REPORT-LINE.
005940           MOVE WS-RULE-LINE TO DISPATCH-REPORT-LINE.
005950           WRITE DISPATCH-REPORT-LINE.
005960           SET WS-GROUP-CLOSED TO TRUE.
005970       3300-EXIT.
005980           EXIT.
005990
006000******************************************************************
006010*    4000-RECONCILE-TOTALS THRU 4000-EXIT
006020*    THE PICK LISTS MUST ACCOUNT FOR EXACTLY WHAT ITEM-ALLOC
006030*    ISSUED - LINE COUNT AND QUANTITY AGAINST ITS TRAILER.  A
006040*    MISSING TRAILER MEANS THE ALLOCATION FILE IS INCOMPLETE.
006050*    EITHER FAILURE ENDS THE STEP 8.
006060******************************************************************
006070       4000-RECONCILE-TOTALS.
006080           MOVE SPACES TO PICK-REPORT-LINE.
006090           WRITE PICK-REPORT-LINE.
006100           MOVE 'PICK LISTS TOTAL' TO WS-RL-LABEL.
006110           MOVE WS-PICK-LINE-COUNT TO WS-RL-LINES.
006120           MOVE WS-PICK-QTY-TOTAL TO WS-RL-QTY.
006130           MOVE WS-RECON-LINE TO PICK-REPORT-LINE.
006140           WRITE PICK-REPORT-LINE.
006150           IF WS-TRAILER-FOUND
006160               MOVE 'ISSUED BY ITEM-ALLOC' TO WS-RL-LABEL
006170               MOVE WS-TRL-LINE-COUNT TO WS-RL-LINES
006180               MOVE WS-TRL-QTY-TOTAL TO WS-RL-QTY
006190               MOVE WS-RECON-LINE TO PICK-REPORT-LINE
006200               WRITE PICK-REPORT-LINE
006210               IF WS-TRL-LINE-COUNT = WS-PICK-LINE-COUNT AND
006220                  WS-TRL-QTY-TOTAL = WS-PICK-QTY-TOTAL
006230                   MOVE 'PICK LISTS RECONCILE TO QUANTITY ISSUED'
006240                       TO PICK-REPORT-LINE
006250               ELSE
006260                   MOVE '*** PICK LISTS DO NOT RECONCILE ***'
006270                       TO PICK-REPORT-LINE
006280                   DISPLAY 'ITEM-PICK: *** PICK TOTALS DO NOT'
006290                       ' RECONCILE - TRAILER LINES '
006300                       WS-TRL-LINE-COUNT ' QTY ' WS-TRL-QTY-TOTAL
006310                       ' ***'
006320                   MOVE 8 TO WS-RUN-RC
006330               END-IF
006340           ELSE
006350               MOVE '*** ALLOCATION FILE HAS NO TRAILER ***'
006360                   TO PICK-REPORT-LINE
006370               DISPLAY 'ITEM-PICK: *** ALLOCATION FILE HAS NO'
006380                   ' TRAILER RECORD ***'
006390               MOVE 8 TO WS-RUN-RC
006400           END-IF.
006410           WRITE PICK-REPORT-LINE.
006420       4000-EXIT.
006430           EXIT.
006440
006450******************************************************************
006460*    4100-WRITE-RUN-LOG THRU 4100-EXIT
006470*    ONE-LINE RUN SUMMARY FOR THE SCHEDULER - 16 IS A BAD
006480*    OPEN, 8 A PICK LIST THAT DOES NOT RECONCILE, 4 AN
006490*    UNREADABLE RECORD OR A CODE MISSING FROM A MASTER.
006500******************************************************************
006510       4100-WRITE-RUN-LOG.
006520           MOVE SPACES TO RUN-LOG-RECORD.
006530           MOVE 'ITEM-PICK' TO RUN-PROGRAM.
006540           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
006550           ACCEPT RUN-TIME FROM TIME.
006560           MOVE WS-READ-COUNT TO RUN-RECORDS-IN.
006570           MOVE WS-PICK-LINE-COUNT TO RUN-RECORDS-OUT.
006580           MOVE WS-BAD-RECORD-COUNT TO RUN-RECORDS-REJECT.
006590           MOVE WS-RUN-RC TO RUN-RETURN-CODE.
006600           IF WS-RUN-RC > 4
006610               SET RUN-FAILED TO TRUE
006620           ELSE
006630               IF WS-RUN-RC = 4
006640                   SET RUN-WARNING TO TRUE
006650               ELSE
006660                   SET RUN-OK TO TRUE
006670               END-IF
006680           END-IF.
006690           WRITE RUN-LOG-RECORD.
006700           CLOSE RUN-LOG-FILE.
006710           MOVE WS-RUN-RC TO RETURN-CODE.
006720       4100-EXIT.
006730           EXIT.
006740
006750******************************************************************
006760*    5000-GET-ITEM-NAME THRU 5000-EXIT
006770*    THE ITEM'S NAME FOR THE PICKER AND THE CUSTOMER.  AN ITEM
006780*    DELETED SINCE IT WAS ALLOCATED STILL PRINTS, FLAGGED.
006790******************************************************************
006800       5000-GET-ITEM-NAME.
006810           MOVE SORT-ITEM-CODE TO ITEM-CODE.
006820           READ ITEM-FILE
006830               INVALID KEY
006840                   ADD 1 TO WS-LOOKUP-MISS-COUNT
006850                   MOVE '** NOT ON FILE **' TO WS-ITEM-NAME
006860               NOT INVALID KEY
006870                   MOVE ITEM-NAME TO WS-ITEM-NAME
006880           END-READ.
006890       5000-EXIT.
006900           EXIT.
