000010 IDENTIFICATION DIVISION.
000020       PROGRAM-ID. ITEM-PRCCAL.
000030       AUTHOR. MURAT KUS.
000040       INSTALLATION. INVENTORY SYSTEMS.
000050       DATE-WRITTEN. 15/10/2026.
000060       DATE-COMPILED. 15/10/2026.
000070******************************************************************
000080*    PURPOSE.     NIGHTLY PRICE CALENDAR RUN, AHEAD OF ITEM-EDIT.
000090*                 THE CARRIED CALENDAR (CALIN, SEE PRCCAL) AND
000100*                 THE BUYERS' NEW CALENDAR CARDS (CALCARDS) ARE
000110*                 SORTED INTO ITEM AND EFFECTIVE DATE ORDER AND
000120*                 MATCHED AGAINST THE CURRENT ITEM MASTER AND
000130*                 TONIGHT'S RAW ITEMTRAN DECK.  FOR EACH ITEM
000140*                 THE RUN WORKS OUT TONIGHT'S PRICE:
000150*                   - A PENDING ENTRY NOW EFFECTIVE SETS THE NEW
000160*                     PRICE - A PROMOTION REMEMBERS THE PRICE IT
000170*                     REPLACED AND STAYS ON THE CALENDAR
000180*                   - A PROMOTION PAST ITS END DATE, OR CANCELLED
000190*                     WHILE RUNNING, PUTS THAT PRICE BACK
000200*                 AND WHEN THE PRICE MOVES WRITES ONE 'C'
000210*                 TRANSACTION - THE ITEM AS IT STANDS ON FILE
000220*                 WITH THE NEW PRICE - MERGED IN ITEM CODE ORDER
000230*                 INTO THE DECK PASSED ON TO ITEM-EDIT (CALTRAN),
000240*                 TOGETHER WITH A PRE-APPROVAL RECORD (CALAPPR,
000250*                 SEE PRCAPPR) SO ITEM-MAINT DOES NOT HOLD IT FOR
000260*                 THE TOLERANCE CHECK.  AN ITEM THAT ALREADY HAS
000270*                 A TRANSACTION IN TONIGHT'S DECK IS LEFT TO THE
000280*                 BRANCH - ITEM-EDIT REJECTS A SECOND TRANSACTION
000290*                 FOR THE SAME ITEM - AND ITS DUE ENTRIES WAIT
000300*                 FOR THE NEXT NIGHT.  A DUE ENTRY FOR AN ITEM NO
000310*                 LONGER ON FILE IS DROPPED.  THE UPDATED
000320*                 CALENDAR GOES OUT ON CALOUT, AND CALRPT LISTS
000330*                 EVERY CARD REJECTED AND EVERY ENTRY ACTED ON.
000340*    -------------------------------------------------------
000350*    MODIFICATION HISTORY.
000360*    DATE       INIT  DESCRIPTION
000370*    ---------  ----  ---------------------------------------
000380*    15/10/2026 MK    ORIGINAL VERSION.
000390*    15/10/2026 MK    REVIEW FIX: 2520-APPLY-ENTRY HAD LOST THE
000400*                     TEST THAT STARTS A PENDING ENTRY, SO ITS
000410*                     REVERT BRANCH HAD NO IF TO BELONG TO.
000420******************************************************************
000430       ENVIRONMENT DIVISION.
000440       INPUT-OUTPUT SECTION.
000450       FILE-CONTROL.
000460
000470           SELECT OPTIONAL CALENDAR-IN ASSIGN TO CALIN
000480               ORGANIZATION IS LINE SEQUENTIAL.
000490
000500           SELECT OPTIONAL CARD-IN ASSIGN TO CALCARDS
000510               ORGANIZATION IS LINE SEQUENTIAL.
000520
000530           SELECT ITEM-FILE ASSIGN TO ITEMFILE
000540               ORGANIZATION IS INDEXED
000550               ACCESS MODE IS SEQUENTIAL
000560               RECORD KEY IS ITEM-CODE
000570               FILE STATUS IS WS-ITEM-FILE-STATUS.
000580
000590           SELECT OPTIONAL RAW-TRANS ASSIGN TO ITEMTRAN
000600               ORGANIZATION IS LINE SEQUENTIAL.
000610
000620           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.DAT".
000630
000640           SELECT CALENDAR-OUT ASSIGN TO CALOUT
000650               ORGANIZATION IS LINE SEQUENTIAL.
000660
000670           SELECT TRANS-OUT ASSIGN TO CALTRAN
000680               ORGANIZATION IS LINE SEQUENTIAL.
000690
000700           SELECT APPROVAL-OUT ASSIGN TO CALAPPR
000710               ORGANIZATION IS LINE SEQUENTIAL.
000720
000730           SELECT CAL-REPORT ASSIGN TO CALRPT
000740               ORGANIZATION IS LINE SEQUENTIAL.
000750
000760           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000770               ORGANIZATION IS LINE SEQUENTIAL.
000780
000790       DATA DIVISION.
000800       FILE SECTION.
000810
000820       FD  CALENDAR-IN.
000830       01  CALENDAR-IN-RECORD             PIC X(52).
000840
000850       FD  CARD-IN.
000860       01  CARD-IN-RECORD                 PIC X(52).
000870
000880       FD  ITEM-FILE.
000890       COPY STOCKITM.
000900
000910       FD  RAW-TRANS.
000920       01  RAW-TRANS-RECORD.
000930           02  FILLER                     PIC X(01).
000940           02  RAW-ITEM-CODE              PIC X(05).
000950           02  FILLER                     PIC X(52).
000960
000970       SD  SORT-WORK-FILE.
000980       01  SORT-RECORD.
000990           02  SORT-ENTRY-KEY.
001000               03  SORT-ITEM-CODE         PIC X(05).
001010               03  SORT-EFF-DATE          PIC 9(08).
001020           02  SORT-SOURCE                PIC X(01).
001030               88  SORT-FROM-CANCEL           VALUE '1'.
001040               88  SORT-FROM-CALENDAR         VALUE '2'.
001050               88  SORT-FROM-NEW-CARD         VALUE '3'.
001060           02  SORT-CAL-DATA              PIC X(52).
001070
001080       FD  CALENDAR-OUT.
001090       01  CALENDAR-OUT-RECORD            PIC X(52).
001100
001110       FD  TRANS-OUT.
001120       COPY ITEMTRAN.
001130
001140       FD  APPROVAL-OUT.
001150       COPY PRCAPPR.
001160
001170       FD  CAL-REPORT.
001180       01  CAL-REPORT-LINE                PIC X(80).
001190
001200       FD  RUN-LOG-FILE.
001210       COPY RUNLOGR.
001220
001230       WORKING-STORAGE SECTION.
001240
001250       COPY PRCCAL.
001260
001270       77  WS-ITEM-FILE-STATUS        PIC X(02) VALUE '00'.
001280
001290       77  WS-CAL-ENDOF               PIC X(01) VALUE 'N'.
001300           88  WS-CAL-AT-END              VALUE 'Y'.
001310
001320       77  WS-CARD-ENDOF              PIC X(01) VALUE 'N'.
001330           88  WS-CARD-AT-END             VALUE 'Y'.
001340
001350       77  WS-SORT-ENDOF              PIC X(01) VALUE 'N'.
001360           88  WS-SORT-AT-END             VALUE 'Y'.
001370
001380       77  WS-CARD-SW                 PIC X(01) VALUE 'Y'.
001390           88  WS-CARD-VALID              VALUE 'Y'.
001400           88  WS-CARD-INVALID            VALUE 'N'.
001410
001420       77  WS-DEFER-SW                PIC X(01) VALUE 'N'.
001430           88  WS-ITEM-DEFERRED           VALUE 'Y'.
001440           88  WS-ITEM-NOT-DEFERRED       VALUE 'N'.
001450
001460       77  WS-ON-FILE-SW              PIC X(01) VALUE 'N'.
001470           88  WS-ITEM-ON-FILE            VALUE 'Y'.
001480           88  WS-ITEM-NOT-ON-FILE        VALUE 'N'.
001490
001500       77  WS-DUE-SW                  PIC X(01) VALUE 'N'.
001510           88  WS-ENTRY-DUE               VALUE 'Y'.
001520           88  WS-ENTRY-NOT-DUE           VALUE 'N'.
001530
001540       77  WS-MOVED-SW                PIC X(01) VALUE 'N'.
001550           88  WS-PRICE-MOVED             VALUE 'Y'.
001560           88  WS-PRICE-NOT-MOVED         VALUE 'N'.
001570
001580       77  WS-CANCEL-SW               PIC X(01) VALUE 'N'.
001590           88  WS-CANCEL-PENDING          VALUE 'Y'.
001600           88  WS-NO-CANCEL-PENDING       VALUE 'N'.
001610
001620       77  WS-TODAY                   PIC 9(08) VALUE ZERO.
001630       77  WS-SORT-ITEM               PIC X(05) VALUE LOW-VALUES.
001640       77  WS-RAW-KEY                 PIC X(05) VALUE LOW-VALUES.
001650       77  WS-ITEM-KEY                PIC X(05) VALUE LOW-VALUES.
001660       77  WS-GROUP-ITEM              PIC X(05) VALUE SPACES.
001670       77  WS-LAST-KEY                PIC X(13) VALUE SPACES.
001680       77  WS-CANCEL-KEY              PIC X(13) VALUE SPACES.
001690       77  WS-DAY-NUMBER              PIC 9(07) COMP-3 VALUE ZERO.
001700       77  WS-TARGET-PRICE            PIC 9(05)V9(02) VALUE ZERO.
001710
001720       77  WS-CAL-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
001730       77  WS-CARD-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
001740       77  WS-CARD-REJECT-COUNT       PIC 9(07) COMP VALUE ZERO.
001750       77  WS-COMPLETED-COUNT         PIC 9(07) COMP VALUE ZERO.
001760       77  WS-ADDED-COUNT             PIC 9(07) COMP VALUE ZERO.
001770       77  WS-CANCELLED-COUNT         PIC 9(07) COMP VALUE ZERO.
001780       77  WS-APPLIED-COUNT           PIC 9(07) COMP VALUE ZERO.
001790       77  WS-REVERTED-COUNT          PIC 9(07) COMP VALUE ZERO.
001800       77  WS-DEFERRED-COUNT          PIC 9(07) COMP VALUE ZERO.
001810       77  WS-DROPPED-COUNT           PIC 9(07) COMP VALUE ZERO.
001820       77  WS-CAL-OUT-COUNT           PIC 9(07) COMP VALUE ZERO.
001830       77  WS-RAW-COUNT               PIC 9(07) COMP VALUE ZERO.
001840       77  WS-GENERATED-COUNT         PIC 9(07) COMP VALUE ZERO.
001850       77  WS-RUN-RC                  PIC 9(02) VALUE ZERO.
001860
001870       01  WS-CONV-DATE.
001880           02  WS-CD-YEAR                 PIC 9(04).
001890           02  WS-CD-MONTH                PIC 9(02).
001900           02  WS-CD-DAY                  PIC 9(02).
001910       01  WS-CONV-DATE-N REDEFINES WS-CONV-DATE
001920                                      PIC 9(08).
001930
001940       01  WS-ENTRY-KEY.
001950           02  WS-EK-ITEM-CODE            PIC X(05).
001960           02  WS-EK-EFF-DATE             PIC 9(08).
001970
001980       01  WS-HEAD-LINE.
001990           02  FILLER                     PIC X(24) VALUE
002000               'ITEM  EFFECTIVE END DATE'.
002010           02  FILLER                     PIC X(20) VALUE
002020               '  NEW PRICE PROMO   '.
002030           02  FILLER                     PIC X(36) VALUE
002040               'ACTION'.
002050
002060       01  WS-DETAIL-LINE.
002070           02  WS-DL-CODE                 PIC X(05).
002080           02  FILLER                     PIC X(01) VALUE SPACES.
002090           02  WS-DL-EFF-DATE             PIC X(08).
002100           02  FILLER                     PIC X(02) VALUE SPACES.
002110           02  WS-DL-END-DATE             PIC X(08).
002120           02  FILLER                     PIC X(01) VALUE SPACES.
002130           02  WS-DL-PRICE                PIC $Z(4)9.99.
002140           02  FILLER                     PIC X(01) VALUE SPACES.
002150           02  WS-DL-PROMO-REF            PIC X(08).
002160           02  FILLER                     PIC X(01) VALUE SPACES.
002170           02  WS-DL-ACTION               PIC X(32).
002180           02  FILLER                     PIC X(05) VALUE SPACES.
002190
002200       01  WS-COUNT-LINE.
002210           02  WS-CL-TEXT                 PIC X(40).
002220           02  WS-CL-COUNT                PIC Z(06)9.
002230           02  FILLER                     PIC X(33) VALUE SPACES.
002240
002250       PROCEDURE DIVISION.
002260
002270******************************************************************
002280*    0000-MAINLINE
002290******************************************************************
002300       0000-MAINLINE.
002310           OPEN EXTEND RUN-LOG-FILE.
002320           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002330           OPEN INPUT ITEM-FILE.
002340           IF WS-ITEM-FILE-STATUS NOT = '00'
002350               DISPLAY 'ITEM-PRCCAL: *** OPEN FAILED FOR'
002360                   ' ITEM-FILE, STATUS = ' WS-ITEM-FILE-STATUS
002370               MOVE 16 TO WS-RUN-RC
002380               PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT
002390               STOP RUN
002400           END-IF.
002410           OPEN INPUT RAW-TRANS.
002420           OPEN OUTPUT CALENDAR-OUT.
002430           OPEN OUTPUT TRANS-OUT.
002440           OPEN OUTPUT APPROVAL-OUT.
002450           OPEN OUTPUT CAL-REPORT.
002460           MOVE 'PRICE CALENDAR RUN' TO CAL-REPORT-LINE.
002470           WRITE CAL-REPORT-LINE.
002480           MOVE SPACES TO CAL-REPORT-LINE.
002490           WRITE CAL-REPORT-LINE.
002500           MOVE WS-HEAD-LINE TO CAL-REPORT-LINE.
002510           WRITE CAL-REPORT-LINE.
002520           SORT SORT-WORK-FILE
002530               ON ASCENDING KEY SORT-ITEM-CODE
002540               ON ASCENDING KEY SORT-EFF-DATE
002550               ON ASCENDING KEY SORT-SOURCE
002560               INPUT PROCEDURE IS 1000-LOAD-CALENDAR
002570                   THRU 1000-EXIT
002580               OUTPUT PROCEDURE IS 2000-APPLY-CALENDAR
002590                   THRU 2000-EXIT.
002600           CLOSE ITEM-FILE.
002610           CLOSE RAW-TRANS.
002620           CLOSE CALENDAR-OUT.
002630           CLOSE TRANS-OUT.
002640           CLOSE APPROVAL-OUT.
002650           IF WS-CARD-REJECT-COUNT > ZERO OR
002660              WS-DEFERRED-COUNT > ZERO OR
002670              WS-DROPPED-COUNT > ZERO
002680               MOVE 4 TO WS-RUN-RC
002690           END-IF.
002700           PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT.
002710           CLOSE CAL-REPORT.
002720           PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT.
002730           STOP RUN.
002740
002750******************************************************************
002760*    1000-LOAD-CALENDAR THRU 1000-EXIT
002770*    SORT INPUT PROCEDURE - THE CARRIED CALENDAR, THEN THE NEW
002780*    CARDS.  A CANCEL CARD SORTS AHEAD OF THE ENTRY IT CANCELS
002790*    AND A NEW CARD BEHIND ANY ENTRY ALREADY ON THE CALENDAR
002800*    FOR THE SAME ITEM AND DATE, SO THE OUTPUT PROCEDURE SEES
002810*    THEM IN THE ORDER IT NEEDS.  ENTRIES DONE BY THE LAST RUN
002820*    HAVE HAD THEIR NIGHT ON ITEM-PRCFWD AND ARE DROPPED HERE.
002830******************************************************************
002840       1000-LOAD-CALENDAR.
002850           OPEN INPUT CALENDAR-IN.
002860           PERFORM 1100-READ-CALENDAR THRU 1100-EXIT.
002870           PERFORM 1300-RELEASE-ENTRY THRU 1300-EXIT
002880               UNTIL WS-CAL-AT-END.
002890           CLOSE CALENDAR-IN.
002900           OPEN INPUT CARD-IN.
002910           PERFORM 1200-READ-CARD THRU 1200-EXIT.
002920           PERFORM 1400-EDIT-CARD THRU 1400-EXIT
002930               UNTIL WS-CARD-AT-END.
002940           CLOSE CARD-IN.
002950       1000-EXIT.
002960           EXIT.
002970
002980******************************************************************
002990*    1100-READ-CALENDAR THRU 1100-EXIT
003000******************************************************************
003010       1100-READ-CALENDAR.
003020           READ CALENDAR-IN INTO CAL-RECORD
003030               AT END
003040                   SET WS-CAL-AT-END TO TRUE
003050               NOT AT END
003060                   ADD 1 TO WS-CAL-READ-COUNT
003070           END-READ.
003080       1100-EXIT.
003090           EXIT.
003100
003110******************************************************************
003120*    1200-READ-CARD THRU 1200-EXIT
003130******************************************************************
003140       1200-READ-CARD.
003150           MOVE SPACES TO CARD-IN-RECORD.
003160           READ CARD-IN INTO CAL-RECORD
003170               AT END
003180                   SET WS-CARD-AT-END TO TRUE
003190               NOT AT END
003200                   ADD 1 TO WS-CARD-READ-COUNT
003210           END-READ.
003220       1200-EXIT.
003230           EXIT.
003240
003250******************************************************************
003260*    1300-RELEASE-ENTRY THRU 1300-EXIT
003270******************************************************************
003280       1300-RELEASE-ENTRY.
003290           IF CAL-DONE
003300               ADD 1 TO WS-COMPLETED-COUNT
003310           ELSE
003320               MOVE CAL-ITEM-CODE TO SORT-ITEM-CODE
003330               MOVE CAL-EFF-DATE TO SORT-EFF-DATE
003340               SET SORT-FROM-CALENDAR TO TRUE
003350               MOVE CAL-RECORD TO SORT-CAL-DATA
003360               RELEASE SORT-RECORD
003370           END-IF.
003380           PERFORM 1100-READ-CALENDAR THRU 1100-EXIT.
003390       1300-EXIT.
003400           EXIT.
003410
003420******************************************************************
003430*    1400-EDIT-CARD THRU 1400-EXIT
003440*    A CANCEL CARD NEEDS ONLY THE ITEM AND EFFECTIVE DATE.  A
003450*    NEW ENTRY NEEDS A GOOD PRICE AND DATES, AND A PROMOTION
003460*    THAT HAS ALREADY ENDED IS REFUSED.  AN EFFECTIVE DATE
003470*    ALREADY PAST IS ACCEPTED AND TAKES EFFECT TONIGHT.
003480******************************************************************
003490       1400-EDIT-CARD.
003500           SET WS-CARD-VALID TO TRUE.
003510           IF CAL-ITEM-CODE = SPACES
003520               MOVE 'REJECTED - ITEM CODE IS BLANK'
003530                   TO WS-DL-ACTION
003540               SET WS-CARD-INVALID TO TRUE
003550           ELSE
003560           IF NOT CAL-NEW-CARD AND NOT CAL-CANCEL-CARD
003570               MOVE 'REJECTED - ACTION NOT BLANK OR X'
003580                   TO WS-DL-ACTION
003590               SET WS-CARD-INVALID TO TRUE
003600           ELSE
003610               PERFORM 1410-EDIT-EFF-DATE THRU 1410-EXIT
003620               IF WS-CARD-VALID AND CAL-NEW-CARD
003630                   PERFORM 1420-EDIT-NEW-ENTRY THRU 1420-EXIT
003640               END-IF
003650           END-IF
003660           END-IF.
003670           IF WS-CARD-VALID
003680               MOVE CAL-ITEM-CODE TO SORT-ITEM-CODE
003690               MOVE CAL-EFF-DATE TO SORT-EFF-DATE
003700               IF CAL-CANCEL-CARD
003710                   SET SORT-FROM-CANCEL TO TRUE
003720               ELSE
003730                   SET SORT-FROM-NEW-CARD TO TRUE
003740                   SET CAL-PENDING TO TRUE
003750                   MOVE ZERO TO CAL-OLD-PRICE CAL-DONE-DATE
003760               END-IF
003770               MOVE CAL-RECORD TO SORT-CAL-DATA
003780               RELEASE SORT-RECORD
003790           ELSE
003800               ADD 1 TO WS-CARD-REJECT-COUNT
003810               PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
003820           END-IF.
003830           PERFORM 1200-READ-CARD THRU 1200-EXIT.
003840       1400-EXIT.
003850           EXIT.
003860
003870******************************************************************
003880*    1410-EDIT-EFF-DATE THRU 1410-EXIT
003890******************************************************************
003900       1410-EDIT-EFF-DATE.
003910           IF CAL-EFF-DATE NOT NUMERIC
003920               MOVE ZERO TO WS-DAY-NUMBER
003930           ELSE
003940               MOVE CAL-EFF-DATE TO WS-CONV-DATE
003950               PERFORM 5000-DATE-TO-DAYS THRU 5000-EXIT
003960           END-IF.
003970           IF WS-DAY-NUMBER = ZERO
003980               MOVE 'REJECTED - EFFECTIVE DATE BAD'
003990                   TO WS-DL-ACTION
004000               SET WS-CARD-INVALID TO TRUE
004010           END-IF.
004020       1410-EXIT.
004030           EXIT.
004040
004050******************************************************************
004060*    1420-EDIT-NEW-ENTRY THRU 1420-EXIT
004070******************************************************************
004080       1420-EDIT-NEW-ENTRY.
004090           IF CAL-END-DATE-X = SPACES
004100               MOVE ZERO TO CAL-END-DATE
004110           END-IF.
004120           IF CAL-NEW-PRICE NOT NUMERIC
004130               MOVE 'REJECTED - NEW PRICE NOT NUMERIC'
004140                   TO WS-DL-ACTION
004150               SET WS-CARD-INVALID TO TRUE
004160           ELSE
004170           IF CAL-NEW-PRICE = ZERO
004180               MOVE 'REJECTED - NEW PRICE IS ZERO'
004190                   TO WS-DL-ACTION
004200               SET WS-CARD-INVALID TO TRUE
004210           ELSE
004220           IF CAL-END-DATE NOT NUMERIC
004230               MOVE 'REJECTED - END DATE BAD'
004240                   TO WS-DL-ACTION
004250               SET WS-CARD-INVALID TO TRUE
004260           ELSE
004270           IF CAL-END-DATE NOT = ZERO
004280               MOVE CAL-END-DATE TO WS-CONV-DATE
004290               PERFORM 5000-DATE-TO-DAYS THRU 5000-EXIT
004300               IF WS-DAY-NUMBER = ZERO
004310                   MOVE 'REJECTED - END DATE BAD'
004320                       TO WS-DL-ACTION
004330                   SET WS-CARD-INVALID TO TRUE
004340               ELSE
004350               IF CAL-END-DATE < CAL-EFF-DATE
004360                   MOVE 'REJECTED - END BEFORE EFFECTIVE'
004370                       TO WS-DL-ACTION
004380                   SET WS-CARD-INVALID TO TRUE
004390               ELSE
004400               IF CAL-END-DATE < WS-TODAY
004410                   MOVE 'REJECTED - PROMOTION ALREADY OVER'
004420                       TO WS-DL-ACTION
004430                   SET WS-CARD-INVALID TO TRUE
004440               END-IF
004450               END-IF
004460               END-IF
004470           END-IF
004480           END-IF
004490           END-IF
004500           END-IF.
004510       1420-EXIT.
004520           EXIT.
004530
004540******************************************************************
004550*    2000-APPLY-CALENDAR THRU 2000-EXIT
004560*    SORT OUTPUT PROCEDURE - THE SORTED CALENDAR IS MATCHED
004570*    ITEM BY ITEM AGAINST THE ITEM MASTER AND THE RAW DECK,
004580*    ALL THREE IN ITEM CODE ORDER.  THE RAW DECK IS COPIED
004590*    THROUGH AS IT GOES, SO THE GENERATED CHANGES LAND IN
004600*    SEQUENCE AMONG THE BRANCH'S OWN TRANSACTIONS.
004610******************************************************************
004620       2000-APPLY-CALENDAR.
004630           PERFORM 2050-RETURN-ENTRY THRU 2050-EXIT.
004640           PERFORM 2060-READ-RAW THRU 2060-EXIT.
004650           PERFORM 2070-READ-ITEM THRU 2070-EXIT.
004660           PERFORM 2100-PROCESS-ITEM THRU 2100-EXIT
004670               UNTIL WS-SORT-AT-END.
004680           PERFORM 2150-COPY-RAW THRU 2150-EXIT
004690               UNTIL WS-RAW-KEY = HIGH-VALUES.
004700       2000-EXIT.
004710           EXIT.
004720
004730******************************************************************
004740*    2050-RETURN-ENTRY THRU 2050-EXIT
004750******************************************************************
004760       2050-RETURN-ENTRY.
004770           RETURN SORT-WORK-FILE
004780               AT END
004790                   SET WS-SORT-AT-END TO TRUE
004800                   MOVE HIGH-VALUES TO WS-SORT-ITEM
004810               NOT AT END
004820                   MOVE SORT-ITEM-CODE TO WS-SORT-ITEM
004830                   MOVE SORT-CAL-DATA TO CAL-RECORD
004840           END-RETURN.
004850       2050-EXIT.
004860           EXIT.
004870
004880******************************************************************
004890*    2060-READ-RAW THRU 2060-EXIT
004900******************************************************************
004910       2060-READ-RAW.
004920           READ RAW-TRANS
004930               AT END
004940                   MOVE HIGH-VALUES TO WS-RAW-KEY
004950               NOT AT END
004960                   ADD 1 TO WS-RAW-COUNT
004970                   MOVE RAW-ITEM-CODE TO WS-RAW-KEY
004980           END-READ.
004990       2060-EXIT.
005000           EXIT.
005010
005020******************************************************************
005030*    2070-READ-ITEM THRU 2070-EXIT
005040******************************************************************
005050       2070-READ-ITEM.
005060           READ ITEM-FILE NEXT RECORD
005070               AT END
005080                   MOVE HIGH-VALUES TO WS-ITEM-KEY
005090               NOT AT END
005100                   MOVE ITEM-CODE TO WS-ITEM-KEY
005110           END-READ.
005120       2070-EXIT.
005130           EXIT.
005140
005150******************************************************************
005160*    2100-PROCESS-ITEM THRU 2100-EXIT
005170*    ONE ITEM'S CALENDAR ENTRIES.  THE RAW DECK IS COPIED UP TO
005180*    THE ITEM; IF THE DECK HAS THE ITEM TOO, NOTHING DUE IS
005190*    DONE TONIGHT.  THE ENTRIES ARE WORKED IN DATE ORDER FROM
005200*    THE PRICE ON FILE, AND ONE CHANGE IS WRITTEN IF THE PRICE
005210*    THEY LEAVE DIFFERS FROM IT.
005220******************************************************************
005230       2100-PROCESS-ITEM.
005240           MOVE WS-SORT-ITEM TO WS-GROUP-ITEM.
005250           PERFORM 2150-COPY-RAW THRU 2150-EXIT
005260               UNTIL WS-RAW-KEY NOT < WS-GROUP-ITEM.
005270           IF WS-RAW-KEY = WS-GROUP-ITEM
005280               SET WS-ITEM-DEFERRED TO TRUE
005290           ELSE
005300               SET WS-ITEM-NOT-DEFERRED TO TRUE
005310           END-IF.
005320           PERFORM 2070-READ-ITEM THRU 2070-EXIT
005330               UNTIL WS-ITEM-KEY NOT < WS-GROUP-ITEM.
005340           IF WS-ITEM-KEY = WS-GROUP-ITEM
005350               SET WS-ITEM-ON-FILE TO TRUE
005360               MOVE ITEM-PRICE TO WS-TARGET-PRICE
005370           ELSE
005380               SET WS-ITEM-NOT-ON-FILE TO TRUE
005390               MOVE ZERO TO WS-TARGET-PRICE
005400           END-IF.
005410           SET WS-PRICE-NOT-MOVED TO TRUE.
005420           MOVE SPACES TO WS-LAST-KEY.
005430           PERFORM 2200-PROCESS-ENTRY THRU 2200-EXIT
005440               UNTIL WS-SORT-ITEM NOT = WS-GROUP-ITEM.
005450           PERFORM 2190-UNMATCHED-CANCEL THRU 2190-EXIT.
005460           IF WS-PRICE-MOVED AND WS-TARGET-PRICE NOT = ITEM-PRICE
005470               PERFORM 2600-WRITE-CHANGE THRU 2600-EXIT
005480           END-IF.
005490       2100-EXIT.
005500           EXIT.
005510
005520******************************************************************
005530*    2150-COPY-RAW THRU 2150-EXIT
005540*    PASSES ONE OF THE BRANCH'S TRANSACTIONS THROUGH UNCHANGED
005550*    - ITEM-EDIT STILL EDITS AND SEQUENCE-CHECKS THEM ALL.
005560******************************************************************
005570       2150-COPY-RAW.
005580           WRITE TRANS-RECORD FROM RAW-TRANS-RECORD.
005590           PERFORM 2060-READ-RAW THRU 2060-EXIT.
005600       2150-EXIT.
005610           EXIT.
005620
005630******************************************************************
005640*    2190-UNMATCHED-CANCEL THRU 2190-EXIT
005650*    A CANCEL CARD STILL WAITING WHEN A DIFFERENT ENTRY COMES
005660*    UP HAD NOTHING ON THE CALENDAR TO CANCEL.
005670******************************************************************
005680       2190-UNMATCHED-CANCEL.
005690           IF WS-CANCEL-PENDING
005700               MOVE WS-CANCEL-KEY TO WS-ENTRY-KEY
005710               MOVE SPACES TO WS-DETAIL-LINE
005720               MOVE WS-EK-ITEM-CODE TO WS-DL-CODE
005730               MOVE WS-EK-EFF-DATE TO WS-DL-EFF-DATE
005740               MOVE 'REJECTED - CANCEL, NO SUCH ENTRY'
005750                   TO WS-DL-ACTION
005760               MOVE WS-DETAIL-LINE TO CAL-REPORT-LINE
005770               WRITE CAL-REPORT-LINE
005780               ADD 1 TO WS-CARD-REJECT-COUNT
005790               SET WS-NO-CANCEL-PENDING TO TRUE
005800           END-IF.
005810       2190-EXIT.
005820           EXIT.
005830
005840******************************************************************
005850*    2200-PROCESS-ENTRY THRU 2200-EXIT
005860******************************************************************
005870       2200-PROCESS-ENTRY.
005880           IF WS-CANCEL-PENDING
005890               IF NOT SORT-FROM-CALENDAR OR
005900                  SORT-ENTRY-KEY NOT = WS-CANCEL-KEY
005910                   PERFORM 2190-UNMATCHED-CANCEL THRU 2190-EXIT
005920               END-IF
005930           END-IF.
005940           IF SORT-FROM-CANCEL
005950               MOVE SORT-ENTRY-KEY TO WS-CANCEL-KEY
005960               SET WS-CANCEL-PENDING TO TRUE
005970           ELSE
005980               IF SORT-FROM-NEW-CARD
005990                   PERFORM 2250-NEW-ENTRY THRU 2250-EXIT
006000               ELSE
006010                   PERFORM 2300-CALENDAR-ENTRY THRU 2300-EXIT
006020               END-IF
006030           END-IF.
006040           PERFORM 2050-RETURN-ENTRY THRU 2050-EXIT.
006050       2200-EXIT.
006060           EXIT.
006070
006080******************************************************************
006090*    2250-NEW-ENTRY THRU 2250-EXIT
006100*    A NEW CARD FOR AN ITEM AND DATE ALREADY ON THE CALENDAR IS
006110*    REFUSED - CANCEL THE OLD ENTRY IN THE SAME DECK TO REPLACE
006120*    IT.  OTHERWISE IT JOINS THE CALENDAR AS A PENDING ENTRY.
006130******************************************************************
006140       2250-NEW-ENTRY.
006150           IF SORT-ENTRY-KEY = WS-LAST-KEY
006160               MOVE 'REJECTED - ALREADY ON CALENDAR'
006170                   TO WS-DL-ACTION
006180               ADD 1 TO WS-CARD-REJECT-COUNT
006190               PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
006200           ELSE
006210               ADD 1 TO WS-ADDED-COUNT
006220               PERFORM 2300-CALENDAR-ENTRY THRU 2300-EXIT
006230           END-IF.
006240       2250-EXIT.
006250           EXIT.
006260
006270******************************************************************
006280*    2300-CALENDAR-ENTRY THRU 2300-EXIT
006290******************************************************************
006300       2300-CALENDAR-ENTRY.
006310           MOVE SORT-ENTRY-KEY TO WS-LAST-KEY.
006320           PERFORM 2350-TEST-DUE THRU 2350-EXIT.
006330           IF WS-CANCEL-PENDING AND SORT-ENTRY-KEY = WS-CANCEL-KEY
006340               SET WS-NO-CANCEL-PENDING TO TRUE
006350               PERFORM 2400-CANCEL-ENTRY THRU 2400-EXIT
006360           ELSE
006370               IF WS-ITEM-DEFERRED
006380                   PERFORM 2500-DEFER-ENTRY THRU 2500-EXIT
006390               ELSE
006400                   IF WS-ITEM-NOT-ON-FILE
006410                       PERFORM 2510-NO-ITEM-ENTRY THRU 2510-EXIT
006420                   ELSE
006430                       PERFORM 2520-APPLY-ENTRY THRU 2520-EXIT
006440                   END-IF
006450               END-IF
006460           END-IF.
006470       2300-EXIT.
006480           EXIT.
006490
006500******************************************************************
006510*    2350-TEST-DUE THRU 2350-EXIT
006520*    AN ENTRY IS DUE WHEN IT HAS SOMETHING TO DO TO THE PRICE
006530*    TONIGHT - A PENDING ENTRY NOW EFFECTIVE, A PROMOTION PAST
006540*    ITS END DATE, OR ONE CANCELLED WHILE RUNNING.
006550******************************************************************
006560       2350-TEST-DUE.
006570           SET WS-ENTRY-NOT-DUE TO TRUE.
006580           IF CAL-PENDING AND CAL-EFF-DATE NOT > WS-TODAY
006590               SET WS-ENTRY-DUE TO TRUE
006600           END-IF.
006610           IF CAL-ACTIVE AND CAL-END-DATE < WS-TODAY
006620               SET WS-ENTRY-DUE TO TRUE
006630           END-IF.
006640           IF CAL-ENDING
006650               SET WS-ENTRY-DUE TO TRUE
006660           END-IF.
006670       2350-EXIT.
006680           EXIT.
006690
006700******************************************************************
006710*    2400-CANCEL-ENTRY THRU 2400-EXIT
006720*    A PENDING ENTRY IS SIMPLY DROPPED.  A RUNNING PROMOTION
006730*    MUST PUT ITS OLD PRICE BACK - TONIGHT IF IT CAN, OTHERWISE
006740*    IT IS MARKED ENDING AND REVERTS ON A LATER NIGHT.
006750******************************************************************
006760       2400-CANCEL-ENTRY.
006770           ADD 1 TO WS-CANCELLED-COUNT.
006780           IF CAL-PENDING
006790               MOVE 'CANCELLED' TO WS-DL-ACTION
006800               PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
006810               MOVE SPACES TO WS-LAST-KEY
006820           ELSE
006830               IF CAL-ENDING
006840                   MOVE 'CANCELLED - ALREADY ENDING'
006850                       TO WS-DL-ACTION
006860                   PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
006870                   PERFORM 2800-WRITE-CALENDAR THRU 2800-EXIT
006880               ELSE
006890                   SET CAL-ENDING TO TRUE
006900                   SET WS-ENTRY-DUE TO TRUE
006910                   IF WS-ITEM-DEFERRED
006920                       PERFORM 2500-DEFER-ENTRY THRU 2500-EXIT
006930                   ELSE
006940                       IF WS-ITEM-NOT-ON-FILE
006950                           PERFORM 2510-NO-ITEM-ENTRY
006960                               THRU 2510-EXIT
006970                       ELSE
006980                           PERFORM 2520-APPLY-ENTRY
006990                               THRU 2520-EXIT
007000                       END-IF
007010                   END-IF
007020               END-IF
007030           END-IF.
007040       2400-EXIT.
007050           EXIT.
007060
007070******************************************************************
007080*    2500-DEFER-ENTRY THRU 2500-EXIT
007090*    THE BRANCH HAS A TRANSACTION FOR THE ITEM TONIGHT - THE
007100*    ENTRY GOES BACK ON THE CALENDAR AS IT IS.
007110******************************************************************
007120       2500-DEFER-ENTRY.
007130           IF WS-ENTRY-DUE
007140               ADD 1 TO WS-DEFERRED-COUNT
007150               MOVE 'DEFERRED - ITEM IN TONIGHT''S DECK'
007160                   TO WS-DL-ACTION
007170               PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
007180           END-IF.
007190           PERFORM 2800-WRITE-CALENDAR THRU 2800-EXIT.
007200       2500-EXIT.
007210           EXIT.
007220
007230******************************************************************
007240*    2510-NO-ITEM-ENTRY THRU 2510-EXIT
007250*    THE ITEM IS NOT ON FILE.  AN ENTRY NOT YET DUE WAITS - THE
007260*    ITEM MAY STILL BE ADDED - BUT A DUE ONE IS DROPPED.
007270******************************************************************
007280       2510-NO-ITEM-ENTRY.
007290           IF WS-ENTRY-DUE
007300               ADD 1 TO WS-DROPPED-COUNT
007310               MOVE 'DROPPED - ITEM NOT ON FILE'
007320                   TO WS-DL-ACTION
007330               PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
007340           ELSE
007350               PERFORM 2800-WRITE-CALENDAR THRU 2800-EXIT
007360           END-IF.
007370       2510-EXIT.
007380           EXIT.
007390
007400******************************************************************
007410*    2520-APPLY-ENTRY THRU 2520-EXIT
007420*    WS-TARGET-PRICE IS THE PRICE THE ENTRIES BEFORE THIS ONE
007430*    LEFT.  A STARTING ENTRY SAVES IT AS THE PRICE TO REVERT TO
007440*    AND SETS ITS OWN; AN ENDING PROMOTION PUTS ITS SAVED PRICE
007450*    BACK.  A PERMANENT CHANGE OR AN ENDED PROMOTION IS MARKED
007460*    DONE; A STARTED PROMOTION STAYS ON AS RUNNING.  A PROMOTION
007470*    HELD BACK UNTIL PAST ITS END DATE IS DROPPED UNSTARTED.
007480******************************************************************
007490       2520-APPLY-ENTRY.
007500           IF WS-ENTRY-NOT-DUE
007510               PERFORM 2800-WRITE-CALENDAR THRU 2800-EXIT
007520           ELSE
007530           IF CAL-PENDING AND CAL-END-DATE NOT = ZERO AND
007540              CAL-END-DATE < WS-TODAY
007550               ADD 1 TO WS-DROPPED-COUNT
007560               MOVE 'DROPPED - PROMOTION ALREADY OVER'
007570                   TO WS-DL-ACTION
007580               PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
007590           ELSE
007600               IF CAL-PENDING
007610                   MOVE WS-TARGET-PRICE TO CAL-OLD-PRICE
007620                   MOVE CAL-NEW-PRICE TO WS-TARGET-PRICE
007630                   ADD 1 TO WS-APPLIED-COUNT
007640                   IF CAL-END-DATE = ZERO
007650                       SET CAL-DONE TO TRUE
007660                       MOVE 'PRICE CHANGED' TO WS-DL-ACTION
007670                   ELSE
007680                       SET CAL-ACTIVE TO TRUE
007690                       MOVE 'PROMOTION STARTED' TO WS-DL-ACTION
007700                   END-IF
007710               ELSE
007720                   MOVE CAL-OLD-PRICE TO WS-TARGET-PRICE
007730                   ADD 1 TO WS-REVERTED-COUNT
007740                   SET CAL-DONE TO TRUE
007750                   MOVE 'PROMOTION ENDED - PRICE REVERTED'
007760                       TO WS-DL-ACTION
007770               END-IF
007780               SET WS-PRICE-MOVED TO TRUE
007790               MOVE WS-TODAY TO CAL-DONE-DATE
007800               PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
007810               PERFORM 2800-WRITE-CALENDAR THRU 2800-EXIT
007820           END-IF
007830           END-IF.
007840       2520-EXIT.
007850           EXIT.
007860
007870******************************************************************
007880*    2600-WRITE-CHANGE THRU 2600-EXIT
007890*    A CHANGE REPLACES EVERY FIELD ON THE MASTER, SO IT CARRIES
007900*    THE ITEM AS IT STANDS WITH ONLY THE PRICE ALTERED.  THE
007910*    MATCHING APPROVAL LETS ITEM-MAINT APPLY IT UNHELD.
007920******************************************************************
007930       2600-WRITE-CHANGE.
007940           MOVE SPACES TO TRANS-RECORD.
007950           SET TRANS-CHANGE TO TRUE.
007960           MOVE ITEM-CODE TO TRANS-ITEM-CODE.
007970           MOVE ITEM-NAME TO TRANS-ITEM-NAME.
007980           MOVE WS-TARGET-PRICE TO TRANS-ITEM-PRICE.
007990           MOVE ITEM-QTY-ON-HAND TO TRANS-ITEM-QTY-ON-HAND.
008000           MOVE ITEM-REORDER-LEVEL TO TRANS-ITEM-REORDER-LEVEL.
008010           MOVE ITEM-SUPP-CODE TO TRANS-ITEM-SUPP-CODE.
008020           MOVE ITEM-CAT-CODE TO TRANS-ITEM-CAT-CODE.
008030           MOVE ITEM-UNIT-COST TO TRANS-ITEM-UNIT-COST.
008040           WRITE TRANS-RECORD.
008050           MOVE ITEM-CODE TO APR-ITEM-CODE.
008060           MOVE WS-TARGET-PRICE TO APR-PRICE.
008070           WRITE APPROVAL-RECORD.
008080           ADD 1 TO WS-GENERATED-COUNT.
008090       2600-EXIT.
008100           EXIT.
008110
008120******************************************************************
008130*    2800-WRITE-CALENDAR THRU 2800-EXIT
008140******************************************************************
008150       2800-WRITE-CALENDAR.
008160           WRITE CALENDAR-OUT-RECORD FROM CAL-RECORD.
008170           ADD 1 TO WS-CAL-OUT-COUNT.
008180       2800-EXIT.
008190           EXIT.
008200
008210******************************************************************
008220*    2900-WRITE-DETAIL THRU 2900-EXIT
008230*    ONE REPORT LINE FOR THE ENTRY OR CARD IN CAL-RECORD - THE
008240*    CALLER HAS ALREADY MOVED THE ACTION TEXT.  A CARD THAT
008250*    FAILED ITS EDIT MAY HOLD ANYTHING, SO THE DATES AND PRICE
008260*    ARE ONLY SHOWN WHEN THEY ARE NUMERIC.
008270******************************************************************
008280       2900-WRITE-DETAIL.
008290           MOVE CAL-ITEM-CODE TO WS-DL-CODE.
008300           MOVE CAL-RECORD (6:8) TO WS-DL-EFF-DATE.
008310           MOVE SPACES TO WS-DL-END-DATE.
008320           IF CAL-END-DATE NUMERIC
008330               IF CAL-END-DATE NOT = ZERO
008340                   MOVE CAL-END-DATE-X TO WS-DL-END-DATE
008350               END-IF
008360           END-IF.
008370           IF CAL-NEW-PRICE NUMERIC
008380               MOVE CAL-NEW-PRICE TO WS-DL-PRICE
008390           ELSE
008400               MOVE ZERO TO WS-DL-PRICE
008410           END-IF.
008420           MOVE CAL-PROMO-REF TO WS-DL-PROMO-REF.
008430           MOVE WS-DETAIL-LINE TO CAL-REPORT-LINE.
008440           WRITE CAL-REPORT-LINE.
008450       2900-EXIT.
008460           EXIT.
008470
008480******************************************************************
008490*    3000-WRITE-TOTALS THRU 3000-EXIT
008500******************************************************************
008510       3000-WRITE-TOTALS.
008520           MOVE SPACES TO CAL-REPORT-LINE.
008530           WRITE CAL-REPORT-LINE.
008540           MOVE 'CALENDAR ENTRIES READ' TO WS-CL-TEXT.
008550           MOVE WS-CAL-READ-COUNT TO WS-CL-COUNT.
008560           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
008570           MOVE 'DONE LAST RUN AND DROPPED' TO WS-CL-TEXT.
008580           MOVE WS-COMPLETED-COUNT TO WS-CL-COUNT.
008590           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
008600           MOVE 'CARDS READ' TO WS-CL-TEXT.
008610           MOVE WS-CARD-READ-COUNT TO WS-CL-COUNT.
008620           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
008630           MOVE 'CARDS REJECTED' TO WS-CL-TEXT.
008640           MOVE WS-CARD-REJECT-COUNT TO WS-CL-COUNT.
008650           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
008660           MOVE 'ENTRIES ADDED' TO WS-CL-TEXT.
008670           MOVE WS-ADDED-COUNT TO WS-CL-COUNT.
008680           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
008690           MOVE 'ENTRIES CANCELLED' TO WS-CL-TEXT.
008700           MOVE WS-CANCELLED-COUNT TO WS-CL-COUNT.
008710           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
008720           MOVE 'PRICES CHANGED OR PROMOTIONS STARTED'
008730               TO WS-CL-TEXT.
008740           MOVE WS-APPLIED-COUNT TO WS-CL-COUNT.
008750           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
008760           MOVE 'PROMOTIONS ENDED AND REVERTED' TO WS-CL-TEXT.
008770           MOVE WS-REVERTED-COUNT TO WS-CL-COUNT.
008780           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
008790           MOVE 'DEFERRED - ITEM IN TONIGHT''S DECK'
008800               TO WS-CL-TEXT.
008810           MOVE WS-DEFERRED-COUNT TO WS-CL-COUNT.
008820           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
008830           MOVE 'DROPPED - ITEM NOT ON FILE' TO WS-CL-TEXT.
008840           MOVE WS-DROPPED-COUNT TO WS-CL-COUNT.
008850           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
008860           MOVE 'CALENDAR ENTRIES WRITTEN' TO WS-CL-TEXT.
008870           MOVE WS-CAL-OUT-COUNT TO WS-CL-COUNT.
008880           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
008890           MOVE 'CHANGE TRANSACTIONS GENERATED' TO WS-CL-TEXT.
008900           MOVE WS-GENERATED-COUNT TO WS-CL-COUNT.
008910           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
008920           DISPLAY 'ITEM-PRCCAL: CALENDAR IN = ' WS-CAL-READ-COUNT
008930               '  CARDS = ' WS-CARD-READ-COUNT
008940               '  REJECTED = ' WS-CARD-REJECT-COUNT
008950               '  CALENDAR OUT = ' WS-CAL-OUT-COUNT.
008960           DISPLAY 'ITEM-PRCCAL: BRANCH TRANSACTIONS = '
008970               WS-RAW-COUNT '  GENERATED = ' WS-GENERATED-COUNT
008980               '  DEFERRED = ' WS-DEFERRED-COUNT.
008990       3000-EXIT.
009000           EXIT.
009010
009020******************************************************************
009030*    3100-WRITE-COUNT THRU 3100-EXIT
009040******************************************************************
009050       3100-WRITE-COUNT.
009060           MOVE WS-COUNT-LINE TO CAL-REPORT-LINE.
009070           WRITE CAL-REPORT-LINE.
009080       3100-EXIT.
009090           EXIT.
009100
009110******************************************************************
009120*    4100-WRITE-RUN-LOG THRU 4100-EXIT
009130*    ONE-LINE RUN SUMMARY FOR THE SCHEDULER - 16 IS A BAD OPEN,
009140*    4 MEANS CARDS WERE REJECTED OR DUE ENTRIES WERE DEFERRED
009150*    OR DROPPED.  RECORDS OUT IS THE CHANGES GENERATED.
009160******************************************************************
009170       4100-WRITE-RUN-LOG.
009180           MOVE SPACES TO RUN-LOG-RECORD.
009190           MOVE 'ITEM-PRCCAL' TO RUN-PROGRAM.
009200           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
009210           ACCEPT RUN-TIME FROM TIME.
009220           COMPUTE RUN-RECORDS-IN =
009230               WS-CAL-READ-COUNT + WS-CARD-READ-COUNT.
009240           MOVE WS-GENERATED-COUNT TO RUN-RECORDS-OUT.
009250           COMPUTE RUN-RECORDS-REJECT =
009260               WS-CARD-REJECT-COUNT + WS-DROPPED-COUNT.
009270           MOVE WS-RUN-RC TO RUN-RETURN-CODE.
009280           IF WS-RUN-RC > 4
009290               SET RUN-FAILED TO TRUE
009300           ELSE
009310               IF WS-RUN-RC = 4
009320                   SET RUN-WARNING TO TRUE
009330               ELSE
009340                   SET RUN-OK TO TRUE
009350               END-IF
009360           END-IF.
009370           WRITE RUN-LOG-RECORD.
009380           CLOSE RUN-LOG-FILE.
009390           MOVE WS-RUN-RC TO RETURN-CODE.
009400       4100-EXIT.
009410           EXIT.
009420
009430******************************************************************
009440*    5000-DATE-TO-DAYS THRU 5000-EXIT
009450*    CHECKS THE YYYYMMDD DATE IN WS-CONV-DATE BY CONVERTING IT
009460*    TO A DAY NUMBER WITH FUNCTION INTEGER-OF-DATE, SAME AS
009470*    ITEM-SLOW.  A MONTH OR DAY OUTSIDE ITS RANGE YIELDS DAY
009480*    NUMBER ZERO SO THE CALLER CAN TELL THE DATE WAS BAD.
009490******************************************************************
009500       5000-DATE-TO-DAYS.
009510           IF WS-CD-YEAR < 1601 OR
009520              WS-CD-MONTH < 1 OR WS-CD-MONTH > 12 OR
009530              WS-CD-DAY < 1 OR WS-CD-DAY > 31
009540               MOVE ZERO TO WS-DAY-NUMBER
009550           ELSE
009560               COMPUTE WS-DAY-NUMBER =
009570                   FUNCTION INTEGER-OF-DATE(WS-CONV-DATE-N)
009580           END-IF.
009590       5000-EXIT.
009600           EXIT.
