000010 IDENTIFICATION DIVISION.
000020       PROGRAM-ID. ITEM-PRCFWD.
000030       AUTHOR. MURAT KUS.
000040       INSTALLATION. INVENTORY SYSTEMS.
000050       DATE-WRITTEN. 15/10/2026.
000060       DATE-COMPILED. 15/10/2026.
000070******************************************************************
000080*    PURPOSE.     FORWARD PRICE CHANGE REPORT FOR THE SHOP FLOOR,
000090*                 RUN AHEAD OF ITEM-EXTRACT SO THE SHELF TICKETS
000100*                 CAN BE CHECKED BEFORE THE PRICES GO TO THE
000110*                 TILLS.  READS THE PRICE CALENDAR ITEM-PRCCAL
000120*                 LAST SAVED (SEE PRCCAL) AND LISTS, BY DATE AND
000130*                 ITEM, EVERY PRICE MOVE IT HOLDS UP TO N DAYS
000140*                 AHEAD (SYSIN COLS 1-3, DEFAULT 14):
000150*                   - WHAT THE LAST RUN CHANGED, STARTED OR ENDED
000160*                   - PENDING PRICE CHANGES AND PROMOTION STARTS
000170*                     ON THEIR EFFECTIVE DATE
000180*                   - PROMOTION ENDS ON THE DAY AFTER THEIR END
000190*                     DATE, AND CANCELLED PROMOTIONS STILL TO
000200*                     REVERT, ON TODAY'S DATE
000210*                 EACH WITH THE PRICE IT MOVES FROM AND TO.  A
000220*                 PENDING ENTRY ALREADY PAST ITS EFFECTIVE DATE
000230*                 (HELD OVER BY ITEM-PRCCAL) OR AN ITEM NO LONGER
000240*                 ON FILE IS FLAGGED AND ENDS THE RUN WITH RC 4.
000250*    -------------------------------------------------------
000260*    MODIFICATION HISTORY.
000270*    DATE       INIT  DESCRIPTION
000280*    ---------  ----  ---------------------------------------
000290*    15/10/2026 MK    ORIGINAL VERSION.
000300*    15/10/2026 MK    REVIEW FIX: A RUNNING PROMOTION'S START IS
000310*                     ONLY SHOWN WHEN ITEM-PRCCAL STARTED IT
000320*                     TONIGHT.  THE LATEST DONE DATE ON THE
000330*                     CALENDAR WAS TAKEN AS THE LAST RUN, BUT ON
000340*                     A NIGHT NO PRICE MOVED THAT WAS AN OLD
000350*                     PROMOTION START, REPRINTED EVERY NIGHT.
000360******************************************************************
000370       ENVIRONMENT DIVISION.
000380       INPUT-OUTPUT SECTION.
000390       FILE-CONTROL.
000400
000410           SELECT OPTIONAL CALENDAR-IN ASSIGN TO CALIN
000420               ORGANIZATION IS LINE SEQUENTIAL.
000430
000440           SELECT ITEM-FILE ASSIGN TO ITEMFILE
000450               ORGANIZATION IS INDEXED
000460               ACCESS MODE IS RANDOM
000470               RECORD KEY IS ITEM-CODE
000480               FILE STATUS IS WS-ITEM-FILE-STATUS.
000490
000500           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.DAT".
000510
000520           SELECT FWD-REPORT ASSIGN TO FWDRPT
000530               ORGANIZATION IS LINE SEQUENTIAL.
000540
000550           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000560               ORGANIZATION IS LINE SEQUENTIAL.
000570
000580       DATA DIVISION.
000590       FILE SECTION.
000600
000610       FD  CALENDAR-IN.
000620       01  CALENDAR-IN-RECORD             PIC X(52).
000630
000640       FD  ITEM-FILE.
000650       COPY STOCKITM.
000660
000670       SD  SORT-WORK-FILE.
000680       01  SORT-RECORD.
000690           02  SORT-EVENT-DATE            PIC 9(08).
000700           02  SORT-ITEM-CODE             PIC X(05).
000710           02  SORT-ITEM-NAME             PIC X(15).
000720           02  SORT-EVENT                 PIC X(16).
000730           02  SORT-FROM-PRICE            PIC 9(05)V9(02).
000740           02  SORT-TO-PRICE              PIC 9(05)V9(02).
000750           02  SORT-PROMO-REF             PIC X(08).
000760           02  SORT-FLAG                  PIC X(08).
000770
000780       FD  FWD-REPORT.
000790       01  FWD-REPORT-LINE                PIC X(80).
000800
000810       FD  RUN-LOG-FILE.
000820       COPY RUNLOGR.
000830
000840       WORKING-STORAGE SECTION.
000850
000860       COPY PRCCAL.
000870
000880       77  WS-ITEM-FILE-STATUS        PIC X(02) VALUE '00'.
000890
000900       77  WS-CAL-ENDOF               PIC X(01) VALUE 'N'.
000910           88  WS-CAL-AT-END              VALUE 'Y'.
000920
000930       77  WS-SORT-ENDOF              PIC X(01) VALUE 'N'.
000940           88  WS-SORT-AT-END             VALUE 'Y'.
000950
000960       77  WS-ITEM-FOUND-SW           PIC X(01) VALUE 'N'.
000970           88  WS-ITEM-FOUND              VALUE 'Y'.
000980           88  WS-ITEM-NOT-FOUND          VALUE 'N'.
000990
001000       77  WS-TODAY                   PIC 9(08) VALUE ZERO.
001010       77  WS-HORIZON-DATE            PIC 9(08) VALUE ZERO.
001020       77  WS-PREV-DATE               PIC 9(08) VALUE ZERO.
001030       77  WS-DAYS-AHEAD              PIC 9(03) VALUE 14.
001040       77  WS-DAY-NUMBER              PIC 9(07) COMP-3 VALUE ZERO.
001050       77  WS-CURR-PRICE              PIC 9(05)V9(02) VALUE ZERO.
001060       77  WS-NAME-HOLD               PIC X(15) VALUE SPACES.
001070       77  WS-FLAG-HOLD               PIC X(08) VALUE SPACES.
001080
001090       77  WS-CAL-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
001100       77  WS-EVENT-COUNT             PIC 9(07) COMP VALUE ZERO.
001110       77  WS-OVERDUE-COUNT           PIC 9(07) COMP VALUE ZERO.
001120       77  WS-NO-ITEM-COUNT           PIC 9(07) COMP VALUE ZERO.
001130       77  WS-RUN-RC                  PIC 9(02) VALUE ZERO.
001140
001150       01  WS-CONV-DATE.
001160           02  WS-CD-YEAR                 PIC 9(04).
001170           02  WS-CD-MONTH                PIC 9(02).
001180           02  WS-CD-DAY                  PIC 9(02).
001190       01  WS-CONV-DATE-N REDEFINES WS-CONV-DATE
001200                                      PIC 9(08).
001210
001220       01  WS-PARM-CARD.
001230           02  WS-PC-DAYS                 PIC X(03).
001240           02  FILLER                     PIC X(77).
001250
001260       01  WS-TITLE-LINE.
001270           02  FILLER                     PIC X(35) VALUE
001280               'FORWARD PRICE CHANGES - RUN DATE '.
001290           02  WS-TL-TODAY                PIC 9(08).
001300           02  FILLER                     PIC X(10) VALUE
001310               '  THROUGH '.
001320           02  WS-TL-HORIZON              PIC 9(08).
001330           02  FILLER                     PIC X(19) VALUE SPACES.
001340
001350       01  WS-HEAD-LINE.
001360           02  FILLER                     PIC X(24) VALUE
001370               '  ITEM  NAME            '.
001380           02  FILLER                     PIC X(20) VALUE
001390               'EVENT               '.
001400           02  FILLER                     PIC X(36) VALUE
001410               '   FROM         TO PROMO    FLAG'.
001420
001430       01  WS-DATE-LINE.
001440           02  FILLER                     PIC X(06) VALUE
001450               'DATE  '.
001460           02  WS-DTL-DATE                PIC 9(08).
001470           02  FILLER                     PIC X(66) VALUE SPACES.
001480
001490       01  WS-DETAIL-LINE.
001500           02  FILLER                     PIC X(02) VALUE SPACES.
001510           02  WS-DL-CODE                 PIC X(05).
001520           02  FILLER                     PIC X(01) VALUE SPACES.
001530           02  WS-DL-NAME                 PIC X(15).
001540           02  FILLER                     PIC X(01) VALUE SPACES.
001550           02  WS-DL-EVENT                PIC X(16).
001560           02  FILLER                     PIC X(01) VALUE SPACES.
001570           02  WS-DL-FROM-PRICE           PIC $Z(4)9.99.
001580           02  FILLER                     PIC X(01) VALUE SPACES.
001590           02  WS-DL-TO-PRICE             PIC $Z(4)9.99.
001600           02  FILLER                     PIC X(01) VALUE SPACES.
001610           02  WS-DL-PROMO-REF            PIC X(08).
001620           02  FILLER                     PIC X(01) VALUE SPACES.
001630           02  WS-DL-FLAG                 PIC X(08).
001640
001650       01  WS-COUNT-LINE.
001660           02  WS-CL-TEXT                 PIC X(40).
001670           02  WS-CL-COUNT                PIC Z(06)9.
001680           02  FILLER                     PIC X(33) VALUE SPACES.
001690
001700       PROCEDURE DIVISION.
001710
001720******************************************************************
001730*    0000-MAINLINE
001740******************************************************************
001750       0000-MAINLINE.
001760           OPEN EXTEND RUN-LOG-FILE.
001770           OPEN INPUT ITEM-FILE.
001780           IF WS-ITEM-FILE-STATUS NOT = '00'
001790               DISPLAY 'ITEM-PRCFWD: *** OPEN FAILED FOR'
001800                   ' ITEM-FILE, STATUS = ' WS-ITEM-FILE-STATUS
001810               MOVE 16 TO WS-RUN-RC
001820               PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT
001830               STOP RUN
001840           END-IF.
001850           PERFORM 0400-GET-PARM THRU 0400-EXIT.
001860           OPEN OUTPUT FWD-REPORT.
001870           MOVE WS-TODAY TO WS-TL-TODAY.
001880           MOVE WS-HORIZON-DATE TO WS-TL-HORIZON.
001890           MOVE WS-TITLE-LINE TO FWD-REPORT-LINE.
001900           WRITE FWD-REPORT-LINE.
001910           MOVE SPACES TO FWD-REPORT-LINE.
001920           WRITE FWD-REPORT-LINE.
001930           MOVE WS-HEAD-LINE TO FWD-REPORT-LINE.
001940           WRITE FWD-REPORT-LINE.
001950           SORT SORT-WORK-FILE
001960               ON ASCENDING KEY SORT-EVENT-DATE
001970               ON ASCENDING KEY SORT-ITEM-CODE
001980               INPUT PROCEDURE IS 1000-BUILD-EVENTS
001990                   THRU 1000-EXIT
002000               OUTPUT PROCEDURE IS 2000-PRINT-EVENTS
002010                   THRU 2000-EXIT.
002020           CLOSE ITEM-FILE.
002030           IF WS-OVERDUE-COUNT > ZERO OR WS-NO-ITEM-COUNT > ZERO
002040               MOVE 4 TO WS-RUN-RC
002050           END-IF.
002060           PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT.
002070           CLOSE FWD-REPORT.
002080           PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT.
002090           STOP RUN.
002100
002110******************************************************************
002120*    0400-GET-PARM THRU 0400-EXIT
002130*    DAYS AHEAD FROM SYSIN COLS 1-3.  MISSING, NON-NUMERIC OR
002140*    ZERO FALLS BACK TO 14.  THE LAST DATE REPORTED IS TODAY
002150*    PLUS THAT MANY DAYS.
002160******************************************************************
002170       0400-GET-PARM.
002180           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002190           MOVE SPACES TO WS-PARM-CARD.
002200           ACCEPT WS-PARM-CARD FROM SYSIN.
002210           IF WS-PC-DAYS NUMERIC
002220               IF WS-PC-DAYS NOT = '000'
002230                   MOVE WS-PC-DAYS TO WS-DAYS-AHEAD
002240               END-IF
002250           END-IF.
002260           MOVE WS-TODAY TO WS-CONV-DATE.
002270           PERFORM 5000-DATE-TO-DAYS THRU 5000-EXIT.
002280           ADD WS-DAYS-AHEAD TO WS-DAY-NUMBER.
002290           PERFORM 5100-DAYS-TO-DATE THRU 5100-EXIT.
002300           MOVE WS-CONV-DATE-N TO WS-HORIZON-DATE.
002310           DISPLAY 'ITEM-PRCFWD: REPORTING ' WS-DAYS-AHEAD
002320               ' DAYS AHEAD, THROUGH ' WS-HORIZON-DATE.
002330       0400-EXIT.
002340           EXIT.
002350
002360******************************************************************
002370*    1000-BUILD-EVENTS THRU 1000-EXIT
002380*    SORT INPUT PROCEDURE - ONE OR TWO EVENTS PER CALENDAR
002390*    ENTRY.
002400******************************************************************
002410       1000-BUILD-EVENTS.
002420           OPEN INPUT CALENDAR-IN.
002430           PERFORM 1100-READ-CALENDAR THRU 1100-EXIT.
002440           PERFORM 1200-ENTRY-EVENTS THRU 1200-EXIT
002450               UNTIL WS-CAL-AT-END.
002460           CLOSE CALENDAR-IN.
002470       1000-EXIT.
002480           EXIT.
002490
002500******************************************************************
002510*    1100-READ-CALENDAR THRU 1100-EXIT
002520******************************************************************
002530       1100-READ-CALENDAR.
002540           READ CALENDAR-IN INTO CAL-RECORD
002550               AT END
002560                   SET WS-CAL-AT-END TO TRUE
002570               NOT AT END
002580                   ADD 1 TO WS-CAL-READ-COUNT
002590           END-READ.
002600       1100-EXIT.
002610           EXIT.
002620
002630******************************************************************
002640*    1200-ENTRY-EVENTS THRU 1200-EXIT
002650*    A DONE ENTRY WAS ACTED ON BY THE LAST RUN - A PERMANENT
002660*    CHANGE, OR A PROMOTION PUT BACK TO ITS OLD PRICE -
002670*    BECAUSE ITEM-PRCCAL DROPS DONE ENTRIES ON ITS NEXT RUN.  A
002680*    RUNNING PROMOTION KEEPS ITS START DATE AS ITS DONE DATE,
002690*    SO ITS START IS SHOWN ONLY WHEN THAT DATE IS TODAY - EXTJOB
002700*    RUNS AFTER ADDJOB'S CALSTEP THE SAME NIGHT, SO ONLY A
002710*    PROMOTION STARTED TONIGHT IS NEWS.  ITS END IS ALWAYS
002720*    SHOWN.  A PENDING ENTRY SHOWS ITS START, AND ITS END IF IT
002730*    IS A PROMOTION; AN ENDING ONE REVERTS TONIGHT.
002740******************************************************************
002750       1200-ENTRY-EVENTS.
002760           PERFORM 1300-GET-ITEM THRU 1300-EXIT.
002770           IF CAL-DONE
002780               MOVE CAL-DONE-DATE TO SORT-EVENT-DATE
002790               IF CAL-END-DATE = ZERO
002800                   MOVE 'PRICE CHANGED' TO SORT-EVENT
002810                   MOVE CAL-OLD-PRICE TO SORT-FROM-PRICE
002820                   MOVE CAL-NEW-PRICE TO SORT-TO-PRICE
002830               ELSE
002840                   MOVE 'PROMO ENDED' TO SORT-EVENT
002850                   MOVE CAL-NEW-PRICE TO SORT-FROM-PRICE
002860                   MOVE CAL-OLD-PRICE TO SORT-TO-PRICE
002870               END-IF
002880               PERFORM 1400-RELEASE-EVENT THRU 1400-EXIT
002890           ELSE
002900           IF CAL-ACTIVE
002910               IF CAL-DONE-DATE = WS-TODAY
002920                   MOVE CAL-DONE-DATE TO SORT-EVENT-DATE
002930                   MOVE 'PROMO STARTED' TO SORT-EVENT
002940                   MOVE CAL-OLD-PRICE TO SORT-FROM-PRICE
002950                   MOVE CAL-NEW-PRICE TO SORT-TO-PRICE
002960                   PERFORM 1400-RELEASE-EVENT THRU 1400-EXIT
002970               END-IF
002980               PERFORM 1500-END-EVENT THRU 1500-EXIT
002990               MOVE 'PROMO END' TO SORT-EVENT
003000               MOVE CAL-NEW-PRICE TO SORT-FROM-PRICE
003010               MOVE CAL-OLD-PRICE TO SORT-TO-PRICE
003020               PERFORM 1400-RELEASE-EVENT THRU 1400-EXIT
003030           ELSE
003040           IF CAL-ENDING
003050               MOVE WS-TODAY TO SORT-EVENT-DATE
003060               MOVE 'PROMO CANCELLED' TO SORT-EVENT
003070               MOVE CAL-NEW-PRICE TO SORT-FROM-PRICE
003080               MOVE CAL-OLD-PRICE TO SORT-TO-PRICE
003090               PERFORM 1400-RELEASE-EVENT THRU 1400-EXIT
003100           ELSE
003110               PERFORM 1250-PENDING-EVENTS THRU 1250-EXIT
003120           END-IF
003130           END-IF
003140           END-IF.
003150           PERFORM 1100-READ-CALENDAR THRU 1100-EXIT.
003160       1200-EXIT.
003170           EXIT.
003180
003190******************************************************************
003200*    1250-PENDING-EVENTS THRU 1250-EXIT
003210*    A PENDING ENTRY MOVES THE PRICE FROM WHAT IS ON FILE NOW.
003220*    ONE STILL PENDING AFTER ITS EFFECTIVE DATE WAS HELD OVER
003230*    AND IS LISTED UNDER TODAY, FLAGGED.
003240******************************************************************
003250       1250-PENDING-EVENTS.
003260           IF CAL-EFF-DATE < WS-TODAY
003270               MOVE WS-TODAY TO SORT-EVENT-DATE
003280               MOVE 'OVERDUE' TO WS-FLAG-HOLD
003290               ADD 1 TO WS-OVERDUE-COUNT
003300           ELSE
003310               MOVE CAL-EFF-DATE TO SORT-EVENT-DATE
003320           END-IF.
003330           IF CAL-END-DATE = ZERO
003340               MOVE 'NEW PRICE' TO SORT-EVENT
003350           ELSE
003360               MOVE 'PROMO START' TO SORT-EVENT
003370           END-IF.
003380           MOVE WS-CURR-PRICE TO SORT-FROM-PRICE.
003390           MOVE CAL-NEW-PRICE TO SORT-TO-PRICE.
003400           PERFORM 1400-RELEASE-EVENT THRU 1400-EXIT.
003410           IF WS-ITEM-FOUND
003420               MOVE SPACES TO WS-FLAG-HOLD
003430           END-IF.
003440           IF CAL-END-DATE NOT = ZERO
003450               PERFORM 1500-END-EVENT THRU 1500-EXIT
003460               MOVE 'PROMO END' TO SORT-EVENT
003470               MOVE CAL-NEW-PRICE TO SORT-FROM-PRICE
003480               MOVE WS-CURR-PRICE TO SORT-TO-PRICE
003490               PERFORM 1400-RELEASE-EVENT THRU 1400-EXIT
003500           END-IF.
003510       1250-EXIT.
003520           EXIT.
003530
003540******************************************************************
003550*    1300-GET-ITEM THRU 1300-EXIT
003560*    NAME AND CURRENT PRICE FOR THE ENTRY'S ITEM.  AN ITEM NOT
003570*    ON FILE IS COUNTED ONCE AND FLAGS EVERY EVENT FOR IT.
003580******************************************************************
003590       1300-GET-ITEM.
003600           MOVE CAL-ITEM-CODE TO ITEM-CODE.
003610           READ ITEM-FILE
003620               INVALID KEY
003630                   SET WS-ITEM-NOT-FOUND TO TRUE
003640               NOT INVALID KEY
003650                   SET WS-ITEM-FOUND TO TRUE
003660           END-READ.
003670           IF WS-ITEM-FOUND
003680               MOVE ITEM-NAME TO WS-NAME-HOLD
003690               MOVE ITEM-PRICE TO WS-CURR-PRICE
003700               MOVE SPACES TO WS-FLAG-HOLD
003710           ELSE
003720               MOVE '*NOT ON FILE*' TO WS-NAME-HOLD
003730               MOVE ZERO TO WS-CURR-PRICE
003740               MOVE 'NO ITEM' TO WS-FLAG-HOLD
003750               ADD 1 TO WS-NO-ITEM-COUNT
003760           END-IF.
003770       1300-EXIT.
003780           EXIT.
003790
003800******************************************************************
003810*    1400-RELEASE-EVENT THRU 1400-EXIT
003820*    RELEASES THE EVENT BUILT IN THE SORT RECORD IF IT FALLS
003830*    INSIDE THE REPORT WINDOW.
003840******************************************************************
003850       1400-RELEASE-EVENT.
003860           IF SORT-EVENT-DATE NOT > WS-HORIZON-DATE
003870               MOVE CAL-ITEM-CODE TO SORT-ITEM-CODE
003880               MOVE WS-NAME-HOLD TO SORT-ITEM-NAME
003890               MOVE CAL-PROMO-REF TO SORT-PROMO-REF
003900               MOVE WS-FLAG-HOLD TO SORT-FLAG
003910               RELEASE SORT-RECORD
003920           END-IF.
003930       1400-EXIT.
003940           EXIT.
003950
003960******************************************************************
003970*    1500-END-EVENT THRU 1500-EXIT
003980*    A PROMOTION RUNS THROUGH ITS END DATE, SO ITS PRICE COMES
003990*    OFF THE SHELF THE DAY AFTER.
004000******************************************************************
004010       1500-END-EVENT.
004020           MOVE CAL-END-DATE TO WS-CONV-DATE.
004030           PERFORM 5000-DATE-TO-DAYS THRU 5000-EXIT.
004040           ADD 1 TO WS-DAY-NUMBER.
004050           PERFORM 5100-DAYS-TO-DATE THRU 5100-EXIT.
004060           MOVE WS-CONV-DATE-N TO SORT-EVENT-DATE.
004070           IF SORT-EVENT-DATE < WS-TODAY
004080               MOVE WS-TODAY TO SORT-EVENT-DATE
004090           END-IF.
004100       1500-EXIT.
004110           EXIT.
004120
004130******************************************************************
004140*    2000-PRINT-EVENTS THRU 2000-EXIT
004150*    SORT OUTPUT PROCEDURE - A DATE LINE AT EACH NEW DATE, THEN
004160*    THE EVENTS FOR IT.
004170******************************************************************
004180       2000-PRINT-EVENTS.
004190           PERFORM 2050-RETURN-EVENT THRU 2050-EXIT.
004200           PERFORM 2100-PRINT-EVENT THRU 2100-EXIT
004210               UNTIL WS-SORT-AT-END.
004220       2000-EXIT.
004230           EXIT.
004240
004250******************************************************************
004260*    2050-RETURN-EVENT THRU 2050-EXIT
004270******************************************************************
004280       2050-RETURN-EVENT.
004290           RETURN SORT-WORK-FILE
004300               AT END
004310                   SET WS-SORT-AT-END TO TRUE
004320           END-RETURN.
004330       2050-EXIT.
004340           EXIT.
004350
004360******************************************************************
004370*    2100-PRINT-EVENT THRU 2100-EXIT
004380******************************************************************
004390       2100-PRINT-EVENT.
004400           IF SORT-EVENT-DATE NOT = WS-PREV-DATE
004410               MOVE SPACES TO FWD-REPORT-LINE
004420               WRITE FWD-REPORT-LINE
004430               MOVE SORT-EVENT-DATE TO WS-DTL-DATE
004440               MOVE WS-DATE-LINE TO FWD-REPORT-LINE
004450               WRITE FWD-REPORT-LINE
004460               MOVE SORT-EVENT-DATE TO WS-PREV-DATE
004470           END-IF.
004480           MOVE SORT-ITEM-CODE TO WS-DL-CODE.
004490           MOVE SORT-ITEM-NAME TO WS-DL-NAME.
004500           MOVE SORT-EVENT TO WS-DL-EVENT.
004510           MOVE SORT-FROM-PRICE TO WS-DL-FROM-PRICE.
004520           MOVE SORT-TO-PRICE TO WS-DL-TO-PRICE.
004530           MOVE SORT-PROMO-REF TO WS-DL-PROMO-REF.
004540           MOVE SORT-FLAG TO WS-DL-FLAG.
004550           MOVE WS-DETAIL-LINE TO FWD-REPORT-LINE.
004560           WRITE FWD-REPORT-LINE.
004570           ADD 1 TO WS-EVENT-COUNT.
004580           PERFORM 2050-RETURN-EVENT THRU 2050-EXIT.
004590       2100-EXIT.
004600           EXIT.
004610
004620******************************************************************
004630*    3000-WRITE-TOTALS THRU 3000-EXIT
004640******************************************************************
004650       3000-WRITE-TOTALS.
004660           MOVE SPACES TO FWD-REPORT-LINE.
004670           WRITE FWD-REPORT-LINE.
004680           MOVE 'CALENDAR ENTRIES READ' TO WS-CL-TEXT.
004690           MOVE WS-CAL-READ-COUNT TO WS-CL-COUNT.
004700           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
004710           MOVE 'PRICE EVENTS LISTED' TO WS-CL-TEXT.
004720           MOVE WS-EVENT-COUNT TO WS-CL-COUNT.
004730           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
004740           MOVE 'PENDING ENTRIES OVERDUE' TO WS-CL-TEXT.
004750           MOVE WS-OVERDUE-COUNT TO WS-CL-COUNT.
004760           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
004770           MOVE 'ENTRIES FOR ITEMS NOT ON FILE' TO WS-CL-TEXT.
004780           MOVE WS-NO-ITEM-COUNT TO WS-CL-COUNT.
004790           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
004800           DISPLAY 'ITEM-PRCFWD: CALENDAR ENTRIES = '
004810               WS-CAL-READ-COUNT '  EVENTS = ' WS-EVENT-COUNT
004820               '  OVERDUE = ' WS-OVERDUE-COUNT
004830               '  NO ITEM = ' WS-NO-ITEM-COUNT.
004840       3000-EXIT.
004850           EXIT.
004860
004870******************************************************************
004880*    3100-WRITE-COUNT THRU 3100-EXIT
004890******************************************************************
004900       3100-WRITE-COUNT.
004910           MOVE WS-COUNT-LINE TO FWD-REPORT-LINE.
004920           WRITE FWD-REPORT-LINE.
004930       3100-EXIT.
004940           EXIT.
004950
004960******************************************************************
004970*    4100-WRITE-RUN-LOG THRU 4100-EXIT
004980*    ONE-LINE RUN SUMMARY FOR THE SCHEDULER - 16 IS A BAD OPEN,
004990*    4 MEANS AN OVERDUE ENTRY OR AN ITEM NOT ON FILE.
005000******************************************************************
005010       4100-WRITE-RUN-LOG.
005020           MOVE SPACES TO RUN-LOG-RECORD.
005030           MOVE 'ITEM-PRCFWD' TO RUN-PROGRAM.
005040           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
005050           ACCEPT RUN-TIME FROM TIME.
005060           MOVE WS-CAL-READ-COUNT TO RUN-RECORDS-IN.
005070           MOVE WS-EVENT-COUNT TO RUN-RECORDS-OUT.
005080           COMPUTE RUN-RECORDS-REJECT =
005090               WS-OVERDUE-COUNT + WS-NO-ITEM-COUNT.
005100           MOVE WS-RUN-RC TO RUN-RETURN-CODE.
005110           IF WS-RUN-RC > 4
005120               SET RUN-FAILED TO TRUE
005130           ELSE
005140               IF WS-RUN-RC = 4
005150                   SET RUN-WARNING TO TRUE
005160               ELSE
005170                   SET RUN-OK TO TRUE
005180               END-IF
005190           END-IF.
005200           WRITE RUN-LOG-RECORD.
005210           CLOSE RUN-LOG-FILE.
005220           MOVE WS-RUN-RC TO RETURN-CODE.
005230       4100-EXIT.
005240           EXIT.
005250
005260******************************************************************
005270*    5000-DATE-TO-DAYS THRU 5000-EXIT
005280*    CONVERTS THE YYYYMMDD DATE IN WS-CONV-DATE TO A DAY NUMBER
005290*    WITH FUNCTION INTEGER-OF-DATE, SAME AS ITEM-SLOW.  THE
005300*    CALENDAR'S DATES WERE EDITED BY ITEM-PRCCAL, SO A BAD ONE
005310*    HERE ONLY GUARDS THE FUNCTION CALL.
005320******************************************************************
005330       5000-DATE-TO-DAYS.
005340           IF WS-CD-YEAR < 1601 OR
005350              WS-CD-MONTH < 1 OR WS-CD-MONTH > 12 OR
005360              WS-CD-DAY < 1 OR WS-CD-DAY > 31
005370               MOVE ZERO TO WS-DAY-NUMBER
005380           ELSE
005390               COMPUTE WS-DAY-NUMBER =
005400                   FUNCTION INTEGER-OF-DATE(WS-CONV-DATE-N)
005410           END-IF.
005420       5000-EXIT.
005430           EXIT.
005440
005450******************************************************************
005460*    5100-DAYS-TO-DATE THRU 5100-EXIT
005470*    THE REVERSE OF 5000 - DAY NUMBER BACK TO YYYYMMDD IN
005480*    WS-CONV-DATE.  A ZERO DAY NUMBER GIVES A ZERO DATE.
005490******************************************************************
005500       5100-DAYS-TO-DATE.
005510           IF WS-DAY-NUMBER < 2
005520               MOVE ZERO TO WS-CONV-DATE-N
005530           ELSE
005540               COMPUTE WS-CONV-DATE-N =
005550                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
005560           END-IF.
005570       5100-EXIT.
005580           EXIT.
