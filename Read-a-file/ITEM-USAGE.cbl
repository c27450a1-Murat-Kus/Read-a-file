000010 IDENTIFICATION DIVISION.
000020       PROGRAM-ID. ITEM-USAGE.
000030       AUTHOR. MURAT KUS.
000040       INSTALLATION. INVENTORY SYSTEMS.
000050       DATE-WRITTEN. 15/10/2026.
000060       DATE-COMPILED. 15/10/2026.
000070******************************************************************
000080*    PURPOSE.     MONTHLY REORDER-LEVEL REVIEW FROM ISSUE
000090*                 HISTORY.  EVERY 'I' ISSUE ON THE AUDIT TRAIL -
000100*                 THE ARCHIVED GENERATIONS ITEM-ARCHIVE CUT OFF
000110*                 (OPTIONAL ARCHIN, READ FIRST, AS ITEM-AUDIT)
000120*                 AND THEN THE LIVE FILE - THAT FALLS IN THE LAST
000130*                 N COMPLETE CALENDAR MONTHS IS SORTED INTO A
000140*                 MONTHLY USAGE HISTORY PER ITEM.  FROM THAT
000150*                 HISTORY AND THE SUPPLIER'S SUPP-LEAD-TIME:
000160*                   AVERAGE  = TOTAL ISSUED / N MONTHS
000170*                   PEAK     = THE BUSIEST MONTH IN THE WINDOW
000180*                   LEVEL    = AVERAGE DAILY USE X LEAD DAYS
000190*                            + SAFETY PCT OF (PEAK - AVERAGE)
000200*                              DAILY USE X LEAD DAYS
000210*                 (A MONTH IS TAKEN AS 30 DAYS).  THE TREND
000220*                 COMPARES THE LATER HALF OF THE WINDOW WITH THE
000230*                 EARLIER HALF - UP OR DOWN WHEN THEY DIFFER BY
000240*                 MORE THAN 10 PCT, FLAT OTHERWISE.
000250*                 A 'U' ISSUE REVERSAL POSTED BY ITEM-REVERSE IS
000260*                 NETTED OFF THE MONTH IT FALLS IN, SO A BACKED
000270*                 OUT BATCH DOES NOT INFLATE THE USAGE.  A TOTAL
000280*                 OR HALF THAT NETS BELOW ZERO COUNTS AS ZERO.
000290*                 THE REVIEW REPORT LISTS EVERY ITEM WITH ITS
000300*                 CURRENT AND RECOMMENDED LEVEL, USAGE, LEAD TIME,
000310*                 TREND AND WHAT BECAME OF THE RECOMMENDATION.
000320*                 A RECOMMENDATION IS ACCEPTED WHEN IT MOVES THE
000330*                 LEVEL BY MORE THAN THE MINIMUM CHANGE PCT AND
000340*                 THE ITEM IS NOT ON THE OPTIONAL DECLINE DECK
000350*                 (ROLDECL - ONE ITEM CODE IN COLS 1-5 PER CARD,
000360*                 THE BUYERS' REFUSALS FROM THE REVIEW).  EVERY
000370*                 ACCEPTED RECOMMENDATION IS WRITTEN, IN ITEM
000380*                 CODE ORDER, AS A 'C' ITEMTRAN CHANGE FOR
000390*                 ITEM-EDIT AND ITEM-MAINT.  A CHANGE CARRIES THE
000400*                 WHOLE RECORD, SO EACH ONE REPEATS THE ITEM AS
000410*                 IT STANDS ON ITEMFILE WITH ONLY
000420*                 TRANS-ITEM-REORDER-LEVEL ALTERED - THE DECK
000430*                 MUST GO THROUGH THE NEXT ADDJOB WITH NO
000440*                 MOVEMENTS POSTED IN BETWEEN (SEE USAGJOB).
000450*                 NO RECOMMENDATION IS MADE FOR AN ITEM WITH NO
000460*                 ISSUES IN THE WINDOW, OR WHOSE SUPPLIER IS NOT
000470*                 ON FILE OR HAS NO LEAD TIME.
000480*                 THE SYSIN CARD:
000490*                   COLS 1-2    MONTHS OF HISTORY, 01-24
000500*                               (BLANK DEFAULTS TO 06)
000510*                   COLS 3-5    SAFETY PCT OF PEAK OVER
000520*                               AVERAGE (BLANK DEFAULTS TO 050)
000530*                   COLS 6-8    MINIMUM CHANGE PCT (BLANK
000540*                               DEFAULTS TO 010)
000550*    -------------------------------------------------------
000560*    MODIFICATION HISTORY.
000570*    DATE       INIT  DESCRIPTION
000580*    ---------  ----  ---------------------------------------
000590*    15/10/2026 MK    ORIGINAL VERSION.
000600*    15/10/2026 MK    REVIEW FIX: 'U' ISSUE REVERSALS ARE NOW
000610*                     NETTED OFF THE MONTH THEY FALL IN - A
000620*                     BACKED-OUT ISSUE HAD BEEN COUNTED AS USAGE.
000630*                     THE TOTAL AND HALVES ARE FLOORED AT ZERO.
000640******************************************************************
000650       ENVIRONMENT DIVISION.
000660       INPUT-OUTPUT SECTION.
000670       FILE-CONTROL.
000680
000690           SELECT OPTIONAL ARCHIVE-IN ASSIGN TO ARCHIN
000700               ORGANIZATION IS LINE SEQUENTIAL.
000710
000720           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000730               ORGANIZATION IS LINE SEQUENTIAL.
000740
000750           SELECT ITEM-FILE ASSIGN TO ITEMFILE
000760               ORGANIZATION IS INDEXED
000770               ACCESS MODE IS SEQUENTIAL
000780               RECORD KEY IS ITEM-CODE
000790               FILE STATUS IS WS-ITEM-FILE-STATUS.
000800
000810           SELECT SUPP-FILE ASSIGN TO SUPPFILE
000820               ORGANIZATION IS INDEXED
000830               ACCESS MODE IS RANDOM
000840               RECORD KEY IS SUPP-CODE
000850               FILE STATUS IS WS-SUPP-FILE-STATUS.
000860
000870           SELECT OPTIONAL DECLINE-FILE ASSIGN TO ROLDECL
000880               ORGANIZATION IS LINE SEQUENTIAL.
000890
000900           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.DAT".
000910
000920           SELECT TRANS-OUT ASSIGN TO ROLTRAN
000930               ORGANIZATION IS LINE SEQUENTIAL.
000940
000950           SELECT USAGE-REPORT ASSIGN TO USAGRPT
000960               ORGANIZATION IS LINE SEQUENTIAL.
000970
000980           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000990               ORGANIZATION IS LINE SEQUENTIAL.
001000
001010       DATA DIVISION.
001020       FILE SECTION.
001030
001040       FD  ARCHIVE-IN.
001050       01  ARCHIVE-IN-RECORD              PIC X(60).
001060
001070       FD  AUDIT-LOG-FILE.
001080       01  AUDIT-LOG-INPUT                PIC X(60).
001090
001100       FD  ITEM-FILE.
001110       COPY STOCKITM.
001120
001130       FD  SUPP-FILE.
001140       COPY SUPPITM.
001150
001160       FD  DECLINE-FILE.
001170       01  DECLINE-RECORD.
001180           02  DCL-ITEM-CODE              PIC X(05).
001190           02  FILLER                     PIC X(75).
001200
001210       SD  SORT-WORK-FILE.
001220       01  SORT-RECORD.
001230           02  SORT-ITEM-CODE             PIC X(05).
001240           02  SORT-BUCKET                PIC 9(02).
001250           02  SORT-QTY                   PIC S9(05).
001260
001270       FD  TRANS-OUT.
001280       COPY ITEMTRAN.
001290
001300       FD  USAGE-REPORT.
001310       01  USAGE-REPORT-LINE              PIC X(80).
001320
001330       FD  RUN-LOG-FILE.
001340       COPY RUNLOGR.
001350
001360       WORKING-STORAGE SECTION.
001370
001380       COPY AUDITLOG.
001390
001400       77  WS-ITEM-FILE-STATUS        PIC X(02) VALUE '00'.
001410       77  WS-SUPP-FILE-STATUS        PIC X(02) VALUE '00'.
001420
001430       77  WS-ARCH-ENDOF              PIC X(01) VALUE 'N'.
001440           88  WS-ARCH-AT-END             VALUE 'Y'.
001450
001460       77  WS-AUDIT-ENDOF             PIC X(01) VALUE 'N'.
001470           88  WS-AUDIT-AT-END            VALUE 'Y'.
001480
001490       77  WS-ITEM-ENDOF              PIC X(01) VALUE 'N'.
001500           88  WS-ITEM-AT-END             VALUE 'Y'.
001510
001520       77  WS-SORT-ENDOF              PIC X(01) VALUE 'N'.
001530           88  WS-SORT-AT-END             VALUE 'Y'.
001540
001550       77  WS-DECLINE-ENDOF           PIC X(01) VALUE 'N'.
001560           88  WS-DECLINE-AT-END          VALUE 'Y'.
001570
001580       77  WS-DECLINE-FOUND-SW        PIC X(01) VALUE 'N'.
001590           88  WS-DECLINE-FOUND           VALUE 'Y'.
001600           88  WS-DECLINE-NOT-FOUND       VALUE 'N'.
001610
001620       77  WS-SORT-KEY                PIC X(05) VALUE LOW-VALUES.
001630
001640       77  WS-MONTHS                  PIC 9(02) VALUE 6.
001650       77  WS-SAFETY-PCT              PIC 9(03) VALUE 50.
001660       77  WS-MIN-CHANGE-PCT          PIC 9(03) VALUE 10.
001670
001680       77  WS-RUN-MONTH-NO            PIC 9(06) COMP VALUE ZERO.
001690       77  WS-FIRST-MONTH-NO          PIC 9(06) COMP VALUE ZERO.
001700       77  WS-AUD-MONTH-NO            PIC 9(06) COMP VALUE ZERO.
001710       77  WS-BUCKET-SUB              PIC 9(02) COMP VALUE ZERO.
001720       77  WS-HALF                    PIC 9(02) COMP VALUE ZERO.
001730       77  WS-LATER-START             PIC 9(02) COMP VALUE ZERO.
001740
001750       77  WS-DECLINE-MAX             PIC 9(04) COMP VALUE 500.
001760       77  WS-DECLINE-USED            PIC 9(04) COMP VALUE ZERO.
001770       77  WS-DECLINE-SUB             PIC 9(04) COMP VALUE ZERO.
001780
001790       77  WS-ARCH-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
001800       77  WS-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
001810       77  WS-SELECTED-COUNT          PIC 9(07) COMP VALUE ZERO.
001820       77  WS-REVERSAL-COUNT          PIC 9(07) COMP VALUE ZERO.
001830       77  WS-NOQTY-COUNT             PIC 9(07) COMP VALUE ZERO.
001840       77  WS-ORPHAN-COUNT            PIC 9(07) COMP VALUE ZERO.
001850       77  WS-ITEM-COUNT              PIC 9(07) COMP VALUE ZERO.
001860       77  WS-ACCEPTED-COUNT          PIC 9(07) COMP VALUE ZERO.
001870       77  WS-DECLINED-COUNT          PIC 9(07) COMP VALUE ZERO.
001880       77  WS-WITHIN-COUNT            PIC 9(07) COMP VALUE ZERO.
001890       77  WS-NO-USAGE-COUNT          PIC 9(07) COMP VALUE ZERO.
001900       77  WS-NO-SUPP-COUNT           PIC 9(07) COMP VALUE ZERO.
001910       77  WS-RUN-RC                  PIC 9(02) VALUE ZERO.
001920
001930       77  WS-TOTAL-QTY               PIC S9(09) COMP-3
001940                                      VALUE ZERO.
001950       77  WS-EARLY-QTY               PIC S9(09) COMP-3
001960                                      VALUE ZERO.
001970       77  WS-LATE-QTY                PIC S9(09) COMP-3
001980                                      VALUE ZERO.
001990       77  WS-PEAK-QTY                PIC 9(07) COMP-3 VALUE ZERO.
002000       77  WS-AVG-QTY                 PIC 9(07)V9(02) COMP-3
002010                                      VALUE ZERO.
002020       77  WS-LEAD-DAYS               PIC 9(03) VALUE ZERO.
002030       77  WS-RECOMMEND-WORK          PIC 9(09) COMP-3 VALUE ZERO.
002040       77  WS-RECOMMEND-LEVEL         PIC 9(05) VALUE ZERO.
002050       77  WS-LEVEL-DIFF              PIC S9(07) COMP-3
002060                                      VALUE ZERO.
002070       77  WS-TREND                   PIC X(04) VALUE SPACES.
002080       77  WS-STATUS-TEXT             PIC X(12) VALUE SPACES.
002090
002100       01  WS-CONV-DATE.
002110           02  WS-CD-YEAR                 PIC 9(04).
002120           02  WS-CD-MONTH                PIC 9(02).
002130           02  WS-CD-DAY                  PIC 9(02).
002140
002150       01  WS-PARM-CARD.
002160           02  WS-PC-MONTHS               PIC X(02).
002170           02  WS-PC-SAFETY-PCT           PIC X(03).
002180           02  WS-PC-MIN-CHANGE-PCT       PIC X(03).
002190           02  FILLER                     PIC X(72).
002200
002210       01  WS-BUCKET-TABLE.
002220           02  WS-BUCKET-QTY              PIC S9(07) COMP-3
002230                                          OCCURS 24 TIMES.
002240
002250       01  WS-DECLINE-TABLE.
002260           02  WS-DT-ITEM-CODE            PIC X(05)
002270                                          OCCURS 500 TIMES.
002280
002290       01  WS-TITLE-LINE.
002300           02  FILLER                     PIC X(30) VALUE
002310               'REORDER LEVEL REVIEW - USAGE '.
002320           02  WS-TT-MONTHS               PIC Z9.
002330           02  FILLER                     PIC X(17) VALUE
002340               ' MONTHS, SAFETY '.
002350           02  WS-TT-SAFETY               PIC ZZ9.
002360           02  FILLER                     PIC X(16) VALUE
002370               ' PCT, MIN CHANGE'.
002380           02  FILLER                     PIC X(01) VALUE SPACES.
002390           02  WS-TT-MIN-CHANGE           PIC ZZ9.
002400           02  FILLER                     PIC X(08) VALUE ' PCT'.
002410
002420       01  WS-HEAD-LINE.
002430           02  FILLER                     PIC X(22) VALUE
002440               'ITEM  NAME'.
002450           02  FILLER                     PIC X(12) VALUE
002460               ' CURR   REC '.
002470           02  FILLER                     PIC X(15) VALUE
002480               '   AVG/MO  PEAK'.
002490           02  FILLER                     PIC X(10) VALUE
002500               ' LEAD TRND'.
002510           02  FILLER                     PIC X(21) VALUE
002520               ' STATUS'.
002530
002540       01  WS-DETAIL-LINE.
002550           02  WS-DL-CODE                 PIC X(05).
002560           02  FILLER                     PIC X(01) VALUE SPACES.
002570           02  WS-DL-NAME                 PIC X(15).
002580           02  FILLER                     PIC X(01) VALUE SPACES.
002590           02  WS-DL-CURRENT              PIC ZZZZ9.
002600           02  FILLER                     PIC X(01) VALUE SPACES.
002610           02  WS-DL-RECOMMEND            PIC ZZZZ9.
002620           02  FILLER                     PIC X(01) VALUE SPACES.
002630           02  WS-DL-AVERAGE              PIC Z(05)9.99.
002640           02  FILLER                     PIC X(01) VALUE SPACES.
002650           02  WS-DL-PEAK                 PIC ZZZZ9.
002660           02  FILLER                     PIC X(01) VALUE SPACES.
002670           02  WS-DL-LEAD                 PIC ZZZ9.
002680           02  FILLER                     PIC X(01) VALUE SPACES.
002690           02  WS-DL-TREND                PIC X(04).
002700           02  FILLER                     PIC X(01) VALUE SPACES.
002710           02  WS-DL-STATUS               PIC X(12).
002720           02  FILLER                     PIC X(08) VALUE SPACES.
002730
002740       01  WS-COUNT-LINE.
002750           02  WS-CL-TEXT                 PIC X(40).
002760           02  WS-CL-COUNT                PIC Z(06)9.
002770           02  FILLER                     PIC X(33) VALUE SPACES.
002780
002790       PROCEDURE DIVISION.
002800
002810******************************************************************
002820*    0000-MAINLINE
002830******************************************************************
002840       0000-MAINLINE.
002850           OPEN EXTEND RUN-LOG-FILE.
002860           MOVE SPACES TO WS-PARM-CARD.
002870           ACCEPT WS-PARM-CARD FROM SYSIN.
002880           PERFORM 0100-EDIT-PARM-CARD THRU 0100-EXIT.
002890           ACCEPT WS-CONV-DATE FROM DATE YYYYMMDD.
002900           COMPUTE WS-RUN-MONTH-NO =
002910               WS-CD-YEAR * 12 + WS-CD-MONTH.
002920           COMPUTE WS-FIRST-MONTH-NO =
002930               WS-RUN-MONTH-NO - WS-MONTHS.
002940           DISPLAY 'ITEM-USAGE: ' WS-MONTHS ' MONTHS OF HISTORY,'
002950               ' SAFETY ' WS-SAFETY-PCT ' PCT, MIN CHANGE '
002960               WS-MIN-CHANGE-PCT ' PCT'.
002970           PERFORM 0800-LOAD-DECLINES THRU 0800-EXIT.
002980           OPEN INPUT ITEM-FILE.
002990           IF WS-ITEM-FILE-STATUS NOT = '00'
003000               DISPLAY 'ITEM-USAGE: *** OPEN FAILED FOR'
003010                   ' ITEM-FILE, STATUS = ' WS-ITEM-FILE-STATUS
003020               MOVE 16 TO WS-RUN-RC
003030               PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT
003040               STOP RUN
003050           END-IF.
003060           OPEN INPUT SUPP-FILE.
003070           IF WS-SUPP-FILE-STATUS NOT = '00'
003080               DISPLAY 'ITEM-USAGE: *** OPEN FAILED FOR'
003090                   ' SUPP-FILE, STATUS = ' WS-SUPP-FILE-STATUS
003100               MOVE 16 TO WS-RUN-RC
003110               PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT
003120               STOP RUN
003130           END-IF.
003140           OPEN OUTPUT TRANS-OUT.
003150           OPEN OUTPUT USAGE-REPORT.
003160           MOVE WS-MONTHS TO WS-TT-MONTHS.
003170           MOVE WS-SAFETY-PCT TO WS-TT-SAFETY.
003180           MOVE WS-MIN-CHANGE-PCT TO WS-TT-MIN-CHANGE.
003190           MOVE WS-TITLE-LINE TO USAGE-REPORT-LINE.
003200           WRITE USAGE-REPORT-LINE.
003210           MOVE SPACES TO USAGE-REPORT-LINE.
003220           WRITE USAGE-REPORT-LINE.
003230           MOVE WS-HEAD-LINE TO USAGE-REPORT-LINE.
003240           WRITE USAGE-REPORT-LINE.
003250           SORT SORT-WORK-FILE
003260               ON ASCENDING KEY SORT-ITEM-CODE
003270               ON ASCENDING KEY SORT-BUCKET
003280               INPUT PROCEDURE IS 1000-LOAD-ISSUES
003290                   THRU 1000-EXIT
003300               OUTPUT PROCEDURE IS 2000-REVIEW-ITEMS
003310                   THRU 2000-EXIT.
003320           CLOSE ITEM-FILE.
003330           CLOSE SUPP-FILE.
003340           CLOSE TRANS-OUT.
003350           IF WS-NO-SUPP-COUNT > ZERO OR WS-ORPHAN-COUNT > ZERO
003360              OR WS-NOQTY-COUNT > ZERO
003370               MOVE 4 TO WS-RUN-RC
003380           END-IF.
003390           PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT.
003400           CLOSE USAGE-REPORT.
003410           PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT.
003420           STOP RUN.
003430
003440******************************************************************
003450*    0100-EDIT-PARM-CARD THRU 0100-EXIT
003460*    A BLANK FIELD KEEPS ITS DEFAULT.  A MONTHS FIGURE OUTSIDE
003470*    01-24 OR A NON-NUMERIC FIELD IS A BAD CARD AND STOPS THE
003480*    RUN BEFORE ANYTHING IS WRITTEN.
003490******************************************************************
003500       0100-EDIT-PARM-CARD.
003510           IF WS-PC-MONTHS NOT = SPACES
003520               IF WS-PC-MONTHS NUMERIC
003530                   MOVE WS-PC-MONTHS TO WS-MONTHS
003540               ELSE
003550                   MOVE ZERO TO WS-MONTHS
003560               END-IF
003570           END-IF.
003580           IF WS-PC-SAFETY-PCT NOT = SPACES
003590               IF WS-PC-SAFETY-PCT NUMERIC
003600                   MOVE WS-PC-SAFETY-PCT TO WS-SAFETY-PCT
003610               ELSE
003620                   MOVE ZERO TO WS-MONTHS
003630               END-IF
003640           END-IF.
003650           IF WS-PC-MIN-CHANGE-PCT NOT = SPACES
003660               IF WS-PC-MIN-CHANGE-PCT NUMERIC
003670                   MOVE WS-PC-MIN-CHANGE-PCT TO WS-MIN-CHANGE-PCT
003680               ELSE
003690                   MOVE ZERO TO WS-MONTHS
003700               END-IF
003710           END-IF.
003720           IF WS-MONTHS < 1 OR WS-MONTHS > 24
003730               DISPLAY 'ITEM-USAGE: *** BAD SYSIN CARD - '
003740                   WS-PARM-CARD (1:8) ' ***'
003750               MOVE 16 TO WS-RUN-RC
003760               PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT
003770               STOP RUN
003780           END-IF.
003790       0100-EXIT.
003800           EXIT.
003810
003820******************************************************************
003830*    0800-LOAD-DECLINES THRU 0800-EXIT
003840*    LOADS THE BUYERS' DECLINE DECK.  THE FILE IS OPTIONAL -
003850*    RUN DUMMY, THE FIRST READ TRIPS AT END AND NOTHING IS
003860*    DECLINED.  A CODE PAST THE TABLE IS REPORTED AND THE RUN
003870*    ENDS 4, SINCE THAT ITEM MAY YET BE CHANGED.
003880******************************************************************
003890       0800-LOAD-DECLINES.
003900           OPEN INPUT DECLINE-FILE.
003910           PERFORM 0810-LOAD-DECLINE-ENTRY THRU 0810-EXIT
003920               UNTIL WS-DECLINE-AT-END.
003930           CLOSE DECLINE-FILE.
003940       0800-EXIT.
003950           EXIT.
003960
003970******************************************************************
003980*    0810-LOAD-DECLINE-ENTRY THRU 0810-EXIT
003990******************************************************************
004000       0810-LOAD-DECLINE-ENTRY.
004010           READ DECLINE-FILE
004020               AT END
004030                   SET WS-DECLINE-AT-END TO TRUE
004040               NOT AT END
004050                   IF DCL-ITEM-CODE NOT = SPACES
004060                       IF WS-DECLINE-USED < WS-DECLINE-MAX
004070                           ADD 1 TO WS-DECLINE-USED
004080                           MOVE DCL-ITEM-CODE TO
004090                               WS-DT-ITEM-CODE (WS-DECLINE-USED)
004100                       ELSE
004110                           MOVE 4 TO WS-RUN-RC
004120                           DISPLAY 'ITEM-USAGE: *** DECLINE TABLE'
004130                               ' FULL, ITEM ' DCL-ITEM-CODE
004140                               ' NOT LOADED ***'
004150                       END-IF
004160                   END-IF
004170           END-READ.
004180       0810-EXIT.
004190           EXIT.
004200
004210******************************************************************
004220*    1000-LOAD-ISSUES THRU 1000-EXIT
004230*    SORT INPUT PROCEDURE - THE ARCHIVE FIRST, THEN THE LIVE
004240*    TRAIL, THROUGH THE SAME SELECTION.  EACH 'I' ISSUE AND 'U'
004250*    ISSUE REVERSAL INSIDE THE WINDOW IS RELEASED KEYED ON ITEM
004260*    AND MONTH BUCKET.
004270******************************************************************
004280       1000-LOAD-ISSUES.
004290           OPEN INPUT ARCHIVE-IN.
004300           PERFORM 1100-READ-ARCHIVE THRU 1100-EXIT.
004310           PERFORM 1300-SELECT-ARCHIVE THRU 1300-EXIT
004320               UNTIL WS-ARCH-AT-END.
004330           CLOSE ARCHIVE-IN.
004340           OPEN INPUT AUDIT-LOG-FILE.
004350           PERFORM 1200-READ-AUDIT THRU 1200-EXIT.
004360           PERFORM 1400-SELECT-AUDIT THRU 1400-EXIT
004370               UNTIL WS-AUDIT-AT-END.
004380           CLOSE AUDIT-LOG-FILE.
004390       1000-EXIT.
004400           EXIT.
004410
004420******************************************************************
004430*    1100-READ-ARCHIVE THRU 1100-EXIT
004440******************************************************************
004450       1100-READ-ARCHIVE.
004460           READ ARCHIVE-IN INTO AUDIT-LOG-RECORD
004470               AT END
004480                   SET WS-ARCH-AT-END TO TRUE
004490               NOT AT END
004500                   ADD 1 TO WS-ARCH-READ-COUNT
004510           END-READ.
004520       1100-EXIT.
004530           EXIT.
004540
004550******************************************************************
004560*    1200-READ-AUDIT THRU 1200-EXIT
004570******************************************************************
004580       1200-READ-AUDIT.
004590           READ AUDIT-LOG-FILE INTO AUDIT-LOG-RECORD
004600               AT END
004610                   SET WS-AUDIT-AT-END TO TRUE
004620               NOT AT END
004630                   ADD 1 TO WS-READ-COUNT
004640           END-READ.
004650       1200-EXIT.
004660           EXIT.
004670
004680******************************************************************
004690*    1300-SELECT-ARCHIVE / 1400-SELECT-AUDIT
004700*    ONE RECORD FROM THE ARCHIVE OR THE LIVE TRAIL - EACH
004710*    DRIVER PERFORMS THE COMMON SELECTION AND READS ON.
004720******************************************************************
004730       1300-SELECT-ARCHIVE.
004740           PERFORM 1500-SELECT-COMMON THRU 1500-EXIT.
004750           PERFORM 1100-READ-ARCHIVE THRU 1100-EXIT.
004760       1300-EXIT.
004770           EXIT.
004780
004790       1400-SELECT-AUDIT.
004800           PERFORM 1500-SELECT-COMMON THRU 1500-EXIT.
004810           PERFORM 1200-READ-AUDIT THRU 1200-EXIT.
004820       1400-EXIT.
004830           EXIT.
004840
004850******************************************************************
004860*    1500-SELECT-COMMON THRU 1500-EXIT
004870*    AN ISSUE BELONGS TO MONTH BUCKET 1 (THE OLDEST) THROUGH N
004880*    (LAST MONTH).  THE RUN MONTH ITSELF IS INCOMPLETE AND IS
004890*    LEFT OUT.  AN ISSUE FROM BEFORE AUD-QTY EXISTED CARRIES NO
004900*    QUANTITY, SO IT IS COUNTED AND SKIPPED.  A REVERSAL GOES
004910*    TO THE BUCKET OF ITS OWN DATE WITH ITS QUANTITY NEGATED,
004920*    SO IT NETS OFF THAT MONTH'S ISSUES.
004930******************************************************************
004940       1500-SELECT-COMMON.
004950           IF AUD-ACTION-ISSUE OR AUD-ACTION-ISSUE-REVERSED
004960               MOVE AUD-DATE TO WS-CONV-DATE
004970               COMPUTE WS-AUD-MONTH-NO =
004980                   WS-CD-YEAR * 12 + WS-CD-MONTH
004990               IF WS-AUD-MONTH-NO NOT < WS-FIRST-MONTH-NO AND
005000                  WS-AUD-MONTH-NO < WS-RUN-MONTH-NO
005010                   IF AUD-QTY NOT NUMERIC
005020                       ADD 1 TO WS-NOQTY-COUNT
005030                   ELSE
005040                       MOVE AUD-ITEM-CODE TO SORT-ITEM-CODE
005050                       COMPUTE SORT-BUCKET =
005060                           WS-AUD-MONTH-NO - WS-FIRST-MONTH-NO + 1
005070                       IF AUD-ACTION-ISSUE-REVERSED
005080                           ADD 1 TO WS-REVERSAL-COUNT
005090                           COMPUTE SORT-QTY = ZERO - AUD-QTY
005100                       ELSE
005110                           ADD 1 TO WS-SELECTED-COUNT
005120                           MOVE AUD-QTY TO SORT-QTY
005130                       END-IF
005140                       RELEASE SORT-RECORD
005150                   END-IF
005160               END-IF
005170           END-IF.
005180       1500-EXIT.
005190           EXIT.
005200
005210******************************************************************
005220*    2000-REVIEW-ITEMS THRU 2000-EXIT
005230*    SORT OUTPUT PROCEDURE - THE SORTED ISSUES ARE MATCHED
005240*    AGAINST ITEMFILE IN KEY SEQUENCE, SO EVERY ITEM ON FILE
005250*    IS REVIEWED (THOSE WITH NO ISSUES AS NO USAGE) AND THE
005260*    TRANSACTIONS COME OUT IN THE ITEM-CODE ORDER ITEM-EDIT
005270*    EXPECTS.  ISSUES FOR AN ITEM NO LONGER ON FILE ARE
005280*    COUNTED AND DROPPED.
005290******************************************************************
005300       2000-REVIEW-ITEMS.
005310           PERFORM 2050-RETURN-ISSUE THRU 2050-EXIT.
005320           PERFORM 2100-READ-ITEM THRU 2100-EXIT.
005330           PERFORM 2200-REVIEW-ONE-ITEM THRU 2200-EXIT
005340               UNTIL WS-ITEM-AT-END.
005350           PERFORM 2060-DROP-ORPHAN THRU 2060-EXIT
005360               UNTIL WS-SORT-AT-END.
005370       2000-EXIT.
005380           EXIT.
005390
005400******************************************************************
005410*    2050-RETURN-ISSUE THRU 2050-EXIT
005420******************************************************************
005430       2050-RETURN-ISSUE.
005440           RETURN SORT-WORK-FILE
005450               AT END
005460                   SET WS-SORT-AT-END TO TRUE
005470                   MOVE HIGH-VALUES TO WS-SORT-KEY
005480               NOT AT END
005490                   MOVE SORT-ITEM-CODE TO WS-SORT-KEY
005500           END-RETURN.
005510       2050-EXIT.
005520           EXIT.
005530
005540******************************************************************
005550*    2060-DROP-ORPHAN THRU 2060-EXIT
005560******************************************************************
005570       2060-DROP-ORPHAN.
005580           ADD 1 TO WS-ORPHAN-COUNT.
005590           PERFORM 2050-RETURN-ISSUE THRU 2050-EXIT.
005600       2060-EXIT.
005610           EXIT.
005620
005630******************************************************************
005640*    2070-ADD-TO-BUCKET THRU 2070-EXIT
005650******************************************************************
005660       2070-ADD-TO-BUCKET.
005670           ADD SORT-QTY TO WS-BUCKET-QTY (SORT-BUCKET).
005680           PERFORM 2050-RETURN-ISSUE THRU 2050-EXIT.
005690       2070-EXIT.
005700           EXIT.
005710
005720******************************************************************
005730*    2100-READ-ITEM THRU 2100-EXIT
005740******************************************************************
005750       2100-READ-ITEM.
005760           READ ITEM-FILE NEXT RECORD
005770               AT END
005780                   SET WS-ITEM-AT-END TO TRUE
005790               NOT AT END
005800                   ADD 1 TO WS-ITEM-COUNT
005810           END-READ.
005820       2100-EXIT.
005830           EXIT.
005840
005850******************************************************************
005860*    2200-REVIEW-ONE-ITEM THRU 2200-EXIT
005870*    SKIPS ISSUES FOR CODES BELOW THE ITEM (DELETED ITEMS),
005880*    GATHERS THE ITEM'S OWN INTO THE MONTH BUCKETS, WORKS OUT
005890*    THE FIGURES AND DECIDES THE RECOMMENDATION.
005900******************************************************************
005910       2200-REVIEW-ONE-ITEM.
005920           PERFORM 2060-DROP-ORPHAN THRU 2060-EXIT
005930               UNTIL WS-SORT-KEY NOT < ITEM-CODE.
005940           INITIALIZE WS-BUCKET-TABLE.
005950           PERFORM 2070-ADD-TO-BUCKET THRU 2070-EXIT
005960               UNTIL WS-SORT-KEY NOT = ITEM-CODE.
005970           PERFORM 2300-FIGURE-USAGE THRU 2300-EXIT.
005980           PERFORM 2400-DECIDE THRU 2400-EXIT.
005990           PERFORM 2600-WRITE-DETAIL THRU 2600-EXIT.
006000           PERFORM 2100-READ-ITEM THRU 2100-EXIT.
006010       2200-EXIT.
006020           EXIT.
006030
006040******************************************************************
006050*    2300-FIGURE-USAGE THRU 2300-EXIT
006060*    TOTAL, PEAK AND AVERAGE OVER THE WINDOW, AND THE TREND -
006070*    THE FIRST HALF OF THE BUCKETS AGAINST THE LAST HALF (THE
006080*    MIDDLE MONTH OF AN ODD WINDOW COUNTS IN NEITHER).  A MONTH
006090*    CAN NET NEGATIVE WHEN ISSUES WERE REVERSED THE MONTH AFTER
006100*    THEY POSTED, SO THE TOTAL AND BOTH HALVES ARE FLOORED AT
006110*    ZERO BEFORE ANYTHING IS WORKED OUT FROM THEM.
006120******************************************************************
006130       2300-FIGURE-USAGE.
006140           MOVE ZERO TO WS-TOTAL-QTY WS-PEAK-QTY
006150               WS-EARLY-QTY WS-LATE-QTY.
006160           DIVIDE WS-MONTHS BY 2 GIVING WS-HALF.
006170           COMPUTE WS-LATER-START = WS-MONTHS - WS-HALF + 1.
006180           MOVE 1 TO WS-BUCKET-SUB.
006190           PERFORM 2310-SUM-BUCKET THRU 2310-EXIT
006200               UNTIL WS-BUCKET-SUB > WS-MONTHS.
006210           IF WS-TOTAL-QTY < ZERO
006220               MOVE ZERO TO WS-TOTAL-QTY
006230           END-IF.
006240           IF WS-EARLY-QTY < ZERO
006250               MOVE ZERO TO WS-EARLY-QTY
006260           END-IF.
006270           IF WS-LATE-QTY < ZERO
006280               MOVE ZERO TO WS-LATE-QTY
006290           END-IF.
006300           COMPUTE WS-AVG-QTY ROUNDED =
006310               WS-TOTAL-QTY / WS-MONTHS.
006320           IF WS-HALF = ZERO
006330               MOVE '-' TO WS-TREND
006340           ELSE
006350               IF WS-EARLY-QTY = ZERO AND WS-LATE-QTY = ZERO
006360                   MOVE 'NONE' TO WS-TREND
006370               ELSE
006380               IF WS-LATE-QTY * 10 > WS-EARLY-QTY * 11
006390                   MOVE 'UP' TO WS-TREND
006400               ELSE
006410               IF WS-LATE-QTY * 10 < WS-EARLY-QTY * 9
006420                   MOVE 'DOWN' TO WS-TREND
006430               ELSE
006440                   MOVE 'FLAT' TO WS-TREND
006450               END-IF
006460               END-IF
006470               END-IF
006480           END-IF.
006490       2300-EXIT.
006500           EXIT.
006510
006520******************************************************************
006530*    2310-SUM-BUCKET THRU 2310-EXIT
006540******************************************************************
006550       2310-SUM-BUCKET.
006560           ADD WS-BUCKET-QTY (WS-BUCKET-SUB) TO WS-TOTAL-QTY.
006570           IF WS-BUCKET-QTY (WS-BUCKET-SUB) > WS-PEAK-QTY
006580               MOVE WS-BUCKET-QTY (WS-BUCKET-SUB) TO WS-PEAK-QTY
006590           END-IF.
006600           IF WS-BUCKET-SUB NOT > WS-HALF
006610               ADD WS-BUCKET-QTY (WS-BUCKET-SUB) TO WS-EARLY-QTY
006620           END-IF.
006630           IF WS-BUCKET-SUB NOT < WS-LATER-START
006640               ADD WS-BUCKET-QTY (WS-BUCKET-SUB) TO WS-LATE-QTY
006650           END-IF.
006660           ADD 1 TO WS-BUCKET-SUB.
006670       2310-EXIT.
006680           EXIT.
006690
006700******************************************************************
006710*    2400-DECIDE THRU 2400-EXIT
006720*    NO USAGE, OR NO SUPPLIER LEAD TIME TO SCALE IT BY, MEANS
006730*    NO RECOMMENDATION.  OTHERWISE THE LEVEL IS WORKED OUT AND
006740*    ACCEPTED UNLESS IT IS TOO CLOSE TO THE CURRENT ONE OR THE
006750*    BUYERS HAVE DECLINED THE ITEM.
006760******************************************************************
006770       2400-DECIDE.
006780           MOVE ZERO TO WS-RECOMMEND-LEVEL WS-LEAD-DAYS.
006790           IF WS-TOTAL-QTY = ZERO
006800               ADD 1 TO WS-NO-USAGE-COUNT
006810               MOVE 'NO USAGE' TO WS-STATUS-TEXT
006820           ELSE
006830               PERFORM 2410-READ-SUPPLIER THRU 2410-EXIT
006840               IF WS-LEAD-DAYS = ZERO
006850                   ADD 1 TO WS-NO-SUPP-COUNT
006860               ELSE
006870                   PERFORM 2420-RECOMMEND-LEVEL THRU 2420-EXIT
006880                   PERFORM 2430-ACCEPT-OR-NOT THRU 2430-EXIT
006890               END-IF
006900           END-IF.
006910       2400-EXIT.
006920           EXIT.
006930
006940******************************************************************
006950*    2410-READ-SUPPLIER THRU 2410-EXIT
006960******************************************************************
006970       2410-READ-SUPPLIER.
006980           IF ITEM-SUPP-CODE = SPACES
006990               MOVE 'NO SUPPLIER' TO WS-STATUS-TEXT
007000           ELSE
007010               MOVE ITEM-SUPP-CODE TO SUPP-CODE
007020               READ SUPP-FILE
007030                   INVALID KEY
007040                       MOVE 'SUPP UNKNOWN' TO WS-STATUS-TEXT
007050                   NOT INVALID KEY
007060                       IF SUPP-LEAD-TIME NUMERIC AND
007070                          SUPP-LEAD-TIME > ZERO
007080                           MOVE SUPP-LEAD-TIME TO WS-LEAD-DAYS
007090                       ELSE
007100                           MOVE 'NO LEAD TIME' TO WS-STATUS-TEXT
007110                       END-IF
007120               END-READ
007130           END-IF.
007140       2410-EXIT.
007150           EXIT.
007160
007170******************************************************************
007180*    2420-RECOMMEND-LEVEL THRU 2420-EXIT
007190*    AVERAGE MONTHLY USE OVER THE LEAD TIME, PLUS THE SAFETY
007200*    SHARE OF THE PEAK MONTH'S EXCESS OVER THE AVERAGE, BOTH
007210*    AT 30 DAYS TO THE MONTH, ROUNDED TO A WHOLE UNIT AND
007220*    HELD TO WHAT ITEM-REORDER-LEVEL CAN CARRY.
007230******************************************************************
007240       2420-RECOMMEND-LEVEL.
007250           COMPUTE WS-RECOMMEND-WORK ROUNDED =
007260               (WS-AVG-QTY * WS-LEAD-DAYS / 30)
007270             + ((WS-PEAK-QTY - WS-AVG-QTY) * WS-LEAD-DAYS / 30
007280                 * WS-SAFETY-PCT / 100).
007290           IF WS-RECOMMEND-WORK > 99999
007300               MOVE 99999 TO WS-RECOMMEND-LEVEL
007310           ELSE
007320               MOVE WS-RECOMMEND-WORK TO WS-RECOMMEND-LEVEL
007330           END-IF.
007340       2420-EXIT.
007350           EXIT.
007360
007370******************************************************************
007380*    2430-ACCEPT-OR-NOT THRU 2430-EXIT
007390*    A MOVE OF NO MORE THAN THE MINIMUM CHANGE PCT OF THE
007400*    CURRENT LEVEL IS NOT WORTH A TRANSACTION.  FROM A ZERO
007410*    LEVEL ANY RISE COUNTS.
007420******************************************************************
007430       2430-ACCEPT-OR-NOT.
007440           COMPUTE WS-LEVEL-DIFF =
007450               WS-RECOMMEND-LEVEL - ITEM-REORDER-LEVEL.
007460           IF WS-LEVEL-DIFF < ZERO
007470               COMPUTE WS-LEVEL-DIFF = ZERO - WS-LEVEL-DIFF
007480           END-IF.
007490           PERFORM 2440-FIND-DECLINE THRU 2440-EXIT.
007500           IF WS-LEVEL-DIFF = ZERO
007510               ADD 1 TO WS-WITHIN-COUNT
007520               MOVE 'NO CHANGE' TO WS-STATUS-TEXT
007530           ELSE
007540               IF WS-LEVEL-DIFF * 100 NOT >
007550                  ITEM-REORDER-LEVEL * WS-MIN-CHANGE-PCT
007560                   ADD 1 TO WS-WITHIN-COUNT
007570                   MOVE 'WITHIN MIN' TO WS-STATUS-TEXT
007580               ELSE
007590               IF WS-DECLINE-FOUND
007600                   ADD 1 TO WS-DECLINED-COUNT
007610                   MOVE 'DECLINED' TO WS-STATUS-TEXT
007620               ELSE
007630                   ADD 1 TO WS-ACCEPTED-COUNT
007640                   MOVE 'ACCEPTED' TO WS-STATUS-TEXT
007650                   PERFORM 2500-WRITE-CHANGE THRU 2500-EXIT
007660               END-IF
007670               END-IF
007680           END-IF.
007690       2430-EXIT.
007700           EXIT.
007710
007720******************************************************************
007730*    2440-FIND-DECLINE THRU 2440-EXIT
007740******************************************************************
007750       2440-FIND-DECLINE.
007760           SET WS-DECLINE-NOT-FOUND TO TRUE.
007770           MOVE 1 TO WS-DECLINE-SUB.
007780           PERFORM 2450-SCAN-DECLINE THRU 2450-EXIT
007790               UNTIL WS-DECLINE-FOUND
007800                  OR WS-DECLINE-SUB > WS-DECLINE-USED.
007810       2440-EXIT.
007820           EXIT.
007830
007840******************************************************************
007850*    2450-SCAN-DECLINE THRU 2450-EXIT
007860******************************************************************
007870       2450-SCAN-DECLINE.
007880           IF WS-DT-ITEM-CODE (WS-DECLINE-SUB) = ITEM-CODE
007890               SET WS-DECLINE-FOUND TO TRUE
007900           ELSE
007910               ADD 1 TO WS-DECLINE-SUB
007920           END-IF.
007930       2450-EXIT.
007940           EXIT.
007950
007960******************************************************************
007970*    2500-WRITE-CHANGE THRU 2500-EXIT
007980*    THE ITEM AS IT STANDS, WITH THE NEW REORDER LEVEL - A
007990*    CHANGE TRANSACTION REPLACES EVERY FIELD ON THE MASTER.
008000******************************************************************
008010       2500-WRITE-CHANGE.
008020           MOVE SPACES TO TRANS-RECORD.
008030           SET TRANS-CHANGE TO TRUE.
008040           MOVE ITEM-CODE TO TRANS-ITEM-CODE.
008050           MOVE ITEM-NAME TO TRANS-ITEM-NAME.
008060           MOVE ITEM-PRICE TO TRANS-ITEM-PRICE.
008070           MOVE ITEM-QTY-ON-HAND TO TRANS-ITEM-QTY-ON-HAND.
008080           MOVE WS-RECOMMEND-LEVEL TO TRANS-ITEM-REORDER-LEVEL.
008090           MOVE ITEM-SUPP-CODE TO TRANS-ITEM-SUPP-CODE.
008100           MOVE ITEM-CAT-CODE TO TRANS-ITEM-CAT-CODE.
008110           MOVE ITEM-UNIT-COST TO TRANS-ITEM-UNIT-COST.
008120           WRITE TRANS-RECORD.
008130       2500-EXIT.
008140           EXIT.
008150
008160******************************************************************
008170*    2600-WRITE-DETAIL THRU 2600-EXIT
008180******************************************************************
008190       2600-WRITE-DETAIL.
008200           MOVE ITEM-CODE TO WS-DL-CODE.
008210           MOVE ITEM-NAME TO WS-DL-NAME.
008220           MOVE ITEM-REORDER-LEVEL TO WS-DL-CURRENT.
008230           MOVE WS-RECOMMEND-LEVEL TO WS-DL-RECOMMEND.
008240           MOVE WS-AVG-QTY TO WS-DL-AVERAGE.
008250           MOVE WS-PEAK-QTY TO WS-DL-PEAK.
008260           MOVE WS-LEAD-DAYS TO WS-DL-LEAD.
008270           MOVE WS-TREND TO WS-DL-TREND.
008280           MOVE WS-STATUS-TEXT TO WS-DL-STATUS.
008290           MOVE WS-DETAIL-LINE TO USAGE-REPORT-LINE.
008300           WRITE USAGE-REPORT-LINE.
008310       2600-EXIT.
008320           EXIT.
008330
008340******************************************************************
008350*    3000-WRITE-TOTALS THRU 3000-EXIT
008360******************************************************************
008370       3000-WRITE-TOTALS.
008380           MOVE SPACES TO USAGE-REPORT-LINE.
008390           WRITE USAGE-REPORT-LINE.
008400           MOVE 'ITEMS REVIEWED' TO WS-CL-TEXT.
008410           MOVE WS-ITEM-COUNT TO WS-CL-COUNT.
008420           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
008430           MOVE 'ACCEPTED - CHANGE TRANSACTIONS WRITTEN'
008440               TO WS-CL-TEXT.
008450           MOVE WS-ACCEPTED-COUNT TO WS-CL-COUNT.
008460           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
008470           MOVE 'DECLINED BY THE BUYERS' TO WS-CL-TEXT.
008480           MOVE WS-DECLINED-COUNT TO WS-CL-COUNT.
008490           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
008500           MOVE 'NO CHANGE OR WITHIN MINIMUM CHANGE'
008510               TO WS-CL-TEXT.
008520           MOVE WS-WITHIN-COUNT TO WS-CL-COUNT.
008530           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
008540           MOVE 'NO USAGE IN THE WINDOW' TO WS-CL-TEXT.
008550           MOVE WS-NO-USAGE-COUNT TO WS-CL-COUNT.
008560           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
008570           MOVE 'NO SUPPLIER OR LEAD TIME' TO WS-CL-TEXT.
008580           MOVE WS-NO-SUPP-COUNT TO WS-CL-COUNT.
008590           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
008600           MOVE 'ISSUES FOR ITEMS NO LONGER ON FILE'
008610               TO WS-CL-TEXT.
008620           MOVE WS-ORPHAN-COUNT TO WS-CL-COUNT.
008630           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
008640           MOVE 'ISSUES WITH NO QUANTITY ON THE TRAIL'
008650               TO WS-CL-TEXT.
008660           MOVE WS-NOQTY-COUNT TO WS-CL-COUNT.
008670           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
008680           DISPLAY 'ITEM-USAGE: ARCHIVE RECORDS READ = '
008690               WS-ARCH-READ-COUNT
008700               '  LIVE RECORDS READ = ' WS-READ-COUNT
008710               '  ISSUES USED = ' WS-SELECTED-COUNT
008720               '  REVERSALS USED = ' WS-REVERSAL-COUNT.
008730           DISPLAY 'ITEM-USAGE: ITEMS = ' WS-ITEM-COUNT
008740               '  ACCEPTED = ' WS-ACCEPTED-COUNT
008750               '  DECLINED = ' WS-DECLINED-COUNT.
008760       3000-EXIT.
008770           EXIT.
008780
008790******************************************************************
008800*    3100-WRITE-COUNT THRU 3100-EXIT
008810******************************************************************
008820       3100-WRITE-COUNT.
008830           MOVE WS-COUNT-LINE TO USAGE-REPORT-LINE.
008840           WRITE USAGE-REPORT-LINE.
008850       3100-EXIT.
008860           EXIT.
008870
008880******************************************************************
008890*    4100-WRITE-RUN-LOG THRU 4100-EXIT
008900*    ONE-LINE RUN SUMMARY FOR THE SCHEDULER - 16 IS A BAD OPEN
008910*    OR A BAD SYSIN CARD, 4 MEANS SOME ITEMS COULD NOT BE
008920*    REVIEWED (NO SUPPLIER OR LEAD TIME), THE TRAIL HELD ISSUES
008930*    FOR DELETED ITEMS OR WITH NO QUANTITY, OR THE DECLINE DECK
008940*    DID NOT FIT.  RECORDS OUT IS THE TRANSACTIONS WRITTEN.
008950******************************************************************
008960       4100-WRITE-RUN-LOG.
008970           MOVE SPACES TO RUN-LOG-RECORD.
008980           MOVE 'ITEM-USAGE' TO RUN-PROGRAM.
008990           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
009000           ACCEPT RUN-TIME FROM TIME.
009010           MOVE WS-ITEM-COUNT TO RUN-RECORDS-IN.
009020           MOVE WS-ACCEPTED-COUNT TO RUN-RECORDS-OUT.
009030           MOVE WS-NO-SUPP-COUNT TO RUN-RECORDS-REJECT.
009040           MOVE WS-RUN-RC TO RUN-RETURN-CODE.
009050           IF WS-RUN-RC > 4
009060               SET RUN-FAILED TO TRUE
009070           ELSE
009080               IF WS-RUN-RC = 4
009090                   SET RUN-WARNING TO TRUE
009100               ELSE
009110                   SET RUN-OK TO TRUE
009120               END-IF
009130           END-IF.
009140           WRITE RUN-LOG-RECORD.
009150           CLOSE RUN-LOG-FILE.
009160           MOVE WS-RUN-RC TO RETURN-CODE.
009170       4100-EXIT.
009180           EXIT.
