000010 IDENTIFICATION DIVISION.
000020       PROGRAM-ID. ITEM-INTEG.
000030       AUTHOR. MURAT KUS.
000040       INSTALLATION. INVENTORY SYSTEMS.
000050       DATE-WRITTEN. 15/10/2026.
000060       DATE-COMPILED. 15/10/2026.
000070******************************************************************
000080*    PURPOSE.     NIGHTLY CROSS-FILE INTEGRITY CHECK, RUN LAST IN
000090*                 THE NIGHT.  THE MASTERS NOW LEAN ON EACH OTHER
000100*                 BUT NOTHING PROVED THEY STILL AGREED - A DRIFT
000110*                 ONLY SURFACED WHEN A PICK, AN ORDER OR A COUNT
000120*                 WENT WRONG.  READ ONLY THROUGHOUT.  THE CHECKS,
000130*                 BY NUMBER:
000140*                   01  ITEM-QTY-ON-HAND EQUALS THE SUM OF THE
000150*                       ITEM'S ITEMLOC BALANCES (AN ITEM WITH NO
000160*                       BALANCES SUMS TO ZERO)
000170*                   02  EVERY ILOC-LOC-CODE IS ON LOC-FILE
000180*                   03  EVERY NON-BLANK ITEM-SUPP-CODE IS ON
000190*                       SUPP-FILE
000200*                   04  EVERY NON-BLANK ITEM-CAT-CODE IS ON
000210*                       CAT-FILE
000220*                   05  EVERY OPEN OPENPO LINE IS FOR AN ITEM
000230*                       STILL ON ITEM-FILE
000240*                   06  EVERY BACKORDER IS FOR AN ITEM STILL ON
000250*                       ITEM-FILE
000260*                   07  NO ITEMLOC BALANCE IS LEFT FOR AN ITEM
000270*                       DELETED FROM ITEM-FILE
000280*                 EACH BREAK IS EITHER FAILED - STOCK THE LEDGER
000290*                 CANNOT ACCOUNT FOR: A TOTAL THAT DOES NOT
000300*                 AGREE, OR A NON-ZERO BALANCE AT AN UNKNOWN
000310*                 LOCATION OR FOR A DELETED ITEM - OR A WARNING,
000320*                 A REFERENCE THAT NO LONGER RESOLVES: THE
000330*                 SAME BALANCES AT ZERO, AN UNKNOWN SUPPLIER OR
000340*                 CATEGORY, A PO LINE OR BACKORDER FOR AN ITEM
000350*                 GONE FROM THE MASTER.  THE BREAKS PRINT ON
000360*                 INTGRPT ONE SECTION PER CHECK, FOLLOWED BY A
000370*                 SUMMARY OF EVERY CHECK.  THE RUN ENDS 8 ON ANY
000380*                 FAILED BREAK AND 4 ON WARNINGS ONLY, SO
000390*                 ITEM-HEALTH REPORTS IT NEXT MORNING.
000400*    -------------------------------------------------------
000410*    MODIFICATION HISTORY.
000420*    DATE       INIT  DESCRIPTION
000430*    ---------  ----  ---------------------------------------
000440*    15/10/2026 MK    ORIGINAL VERSION.
000450******************************************************************
000460       ENVIRONMENT DIVISION.
000470       INPUT-OUTPUT SECTION.
000480       FILE-CONTROL.
000490
000500           SELECT ITEM-FILE ASSIGN TO ITEMFILE
000510               ORGANIZATION IS INDEXED
000520               ACCESS MODE IS DYNAMIC
000530               RECORD KEY IS ITEM-CODE
000540               FILE STATUS IS WS-ITEM-FILE-STATUS.
000550
000560           SELECT ITEM-LOC-FILE ASSIGN TO ITEMLOC
000570               ORGANIZATION IS INDEXED
000580               ACCESS MODE IS DYNAMIC
000590               RECORD KEY IS ILOC-KEY
000600               FILE STATUS IS WS-ILOC-FILE-STATUS.
000610
000620           SELECT LOC-FILE ASSIGN TO LOCFILE
000630               ORGANIZATION IS INDEXED
000640               ACCESS MODE IS RANDOM
000650               RECORD KEY IS LOC-CODE
000660               FILE STATUS IS WS-LOC-FILE-STATUS.
000670
000680           SELECT SUPP-FILE ASSIGN TO SUPPFILE
000690               ORGANIZATION IS INDEXED
000700               ACCESS MODE IS RANDOM
000710               RECORD KEY IS SUPP-CODE
000720               FILE STATUS IS WS-SUPP-FILE-STATUS.
000730
000740           SELECT CAT-FILE ASSIGN TO CATFILE
000750               ORGANIZATION IS INDEXED
000760               ACCESS MODE IS RANDOM
000770               RECORD KEY IS CAT-CODE
000780               FILE STATUS IS WS-CAT-FILE-STATUS.
000790
000800           SELECT OPTIONAL PO-IN ASSIGN TO POIN
000810               ORGANIZATION IS LINE SEQUENTIAL.
000820
000830           SELECT OPTIONAL BACK-IN ASSIGN TO BACKIN
000840               ORGANIZATION IS LINE SEQUENTIAL.
000850
000860           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.DAT".
000870
000880           SELECT INTEG-REPORT ASSIGN TO INTGRPT
000890               ORGANIZATION IS LINE SEQUENTIAL.
000900
000910           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000920               ORGANIZATION IS LINE SEQUENTIAL.
000930
000940       DATA DIVISION.
000950       FILE SECTION.
000960
000970       FD  ITEM-FILE.
000980       COPY STOCKITM.
000990
001000       FD  ITEM-LOC-FILE.
001010       COPY ITEMLOC.
001020
001030       FD  LOC-FILE.
001040       COPY LOCREC.
001050
001060       FD  SUPP-FILE.
001070       COPY SUPPITM.
001080
001090       FD  CAT-FILE.
001100       COPY CATREC.
001110
001120       FD  PO-IN.
001130       COPY POREC.
001140
001150       FD  BACK-IN.
001160       COPY BACKORD.
001170
001180       SD  SORT-WORK-FILE.
001190       01  SORT-RECORD.
001200           02  SRT-CHECK                  PIC 9(02).
001210           02  SRT-SEQ                    PIC 9(07).
001220           02  SRT-SEVERITY               PIC X(01).
001230               88  SRT-FAILED                 VALUE 'F'.
001240               88  SRT-WARNING                VALUE 'W'.
001250           02  SRT-ITEM-CODE              PIC X(05).
001260           02  SRT-REFERENCE              PIC X(14).
001270           02  SRT-QTY-1                  PIC 9(07).
001280           02  SRT-QTY-2                  PIC 9(07).
001290           02  SRT-NOTE                   PIC X(20).
001300
001310       FD  INTEG-REPORT.
001320       01  INTEG-REPORT-LINE              PIC X(80).
001330
001340       FD  RUN-LOG-FILE.
001350       COPY RUNLOGR.
001360
001370       WORKING-STORAGE SECTION.
001380
001390       77  WS-ITEM-FILE-STATUS        PIC X(02) VALUE '00'.
001400       77  WS-ILOC-FILE-STATUS        PIC X(02) VALUE '00'.
001410       77  WS-LOC-FILE-STATUS         PIC X(02) VALUE '00'.
001420       77  WS-SUPP-FILE-STATUS        PIC X(02) VALUE '00'.
001430       77  WS-CAT-FILE-STATUS         PIC X(02) VALUE '00'.
001440
001450       77  WS-ITEM-ENDOF              PIC X(01) VALUE 'N'.
001460           88  WS-ITEM-AT-END             VALUE 'Y'.
001470
001480       77  WS-ILOC-ENDOF              PIC X(01) VALUE 'N'.
001490           88  WS-ILOC-AT-END             VALUE 'Y'.
001500
001510       77  WS-PO-ENDOF                PIC X(01) VALUE 'N'.
001520           88  WS-PO-AT-END               VALUE 'Y'.
001530
001540       77  WS-BACK-ENDOF              PIC X(01) VALUE 'N'.
001550           88  WS-BACK-AT-END             VALUE 'Y'.
001560
001570       77  WS-SORT-ENDOF              PIC X(01) VALUE 'N'.
001580           88  WS-SORT-AT-END             VALUE 'Y'.
001590
001600       77  WS-ITEM-COUNT              PIC 9(07) COMP VALUE ZERO.
001610       77  WS-BALANCE-COUNT           PIC 9(07) COMP VALUE ZERO.
001620       77  WS-PO-COUNT                PIC 9(07) COMP VALUE ZERO.
001630       77  WS-BACK-COUNT              PIC 9(07) COMP VALUE ZERO.
001640       77  WS-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
001650       77  WS-BREAK-COUNT             PIC 9(07) COMP VALUE ZERO.
001660       77  WS-FAILED-COUNT            PIC 9(07) COMP VALUE ZERO.
001670       77  WS-WARNING-COUNT           PIC 9(07) COMP VALUE ZERO.
001680       77  WS-RUN-RC                  PIC 9(02) VALUE ZERO.
001690
001700       77  WS-CK-MAX                  PIC 9(02) COMP VALUE 7.
001710       77  WS-CK-SUB                  PIC 9(02) COMP VALUE ZERO.
001720       77  WS-LAST-CHECK              PIC 9(02) VALUE ZERO.
001730       77  WS-EXC-SEQ                 PIC 9(07) COMP VALUE ZERO.
001740
001750       77  WS-LOC-SUM                 PIC 9(07) COMP-3 VALUE ZERO.
001760
001770       01  WS-TODAY                   PIC 9(08) VALUE ZERO.
001780
001790*    ONE ENTRY PER CHECK, IN CHECK NUMBER ORDER - THE SECTION
001800*    TITLE AND THE COLUMN HEADINGS FOR ITS REFERENCE AND ITS TWO
001810*    QUANTITIES.
001820       01  WS-CHECK-TEXTS.
001830           02  FILLER                     PIC X(44) VALUE
001840               'ITEM ON HAND NOT EQUAL TO ITS LOCATIONS'.
001850           02  FILLER                     PIC X(14) VALUE SPACES.
001860           02  FILLER                     PIC X(07)
001870               VALUE 'ON HAND'.
001880           02  FILLER                     PIC X(07)
001890               VALUE 'LOC SUM'.
001900           02  FILLER                     PIC X(44) VALUE
001910               'BALANCE AT A LOCATION NOT ON LOC-FILE'.
001920           02  FILLER                     PIC X(14) VALUE
001930               'LOCATION'.
001940           02  FILLER                     PIC X(07)
001950               VALUE 'BALANCE'.
001960           02  FILLER                     PIC X(07) VALUE SPACES.
001970           02  FILLER                     PIC X(44) VALUE
001980               'ITEM SUPPLIER NOT ON SUPP-FILE'.
001990           02  FILLER                     PIC X(14) VALUE
002000               'SUPPLIER'.
002010           02  FILLER                     PIC X(07)
002020               VALUE 'ON HAND'.
002030           02  FILLER                     PIC X(07) VALUE SPACES.
002040           02  FILLER                     PIC X(44) VALUE
002050               'ITEM CATEGORY NOT ON CAT-FILE'.
002060           02  FILLER                     PIC X(14) VALUE
002070               'CATEGORY'.
002080           02  FILLER                     PIC X(07)
002090               VALUE 'ON HAND'.
002100           02  FILLER                     PIC X(07) VALUE SPACES.
002110           02  FILLER                     PIC X(44) VALUE
002120               'OPEN PO LINE FOR AN ITEM NOT ON ITEM-FILE'.
002130           02  FILLER                     PIC X(14) VALUE
002140               'PO NUMBER/LINE'.
002150           02  FILLER                     PIC X(07)
002160               VALUE 'ORDERED'.
002170           02  FILLER                     PIC X(07)
002180               VALUE '  RECVD'.
002190           02  FILLER                     PIC X(44) VALUE
002200               'BACKORDER FOR AN ITEM NOT ON ITEM-FILE'.
002210           02  FILLER                     PIC X(14) VALUE
002220               'CUST  ORDERED'.
002230           02  FILLER                     PIC X(07)
002240               VALUE '    QTY'.
002250           02  FILLER                     PIC X(07) VALUE SPACES.
002260           02  FILLER                     PIC X(44) VALUE
002270               'LOCATION BALANCE FOR A DELETED ITEM'.
002280           02  FILLER                     PIC X(14) VALUE
002290               'LOCATION'.
002300           02  FILLER                     PIC X(07)
002310               VALUE 'BALANCE'.
002320           02  FILLER                     PIC X(07) VALUE SPACES.
002330       01  WS-CHECK-TABLE REDEFINES WS-CHECK-TEXTS.
002340           02  WS-CK-ENTRY OCCURS 7 TIMES.
002350               03  WS-CK-DESC             PIC X(44).
002360               03  WS-CK-REF-HEAD         PIC X(14).
002370               03  WS-CK-QTY1-HEAD        PIC X(07).
002380               03  WS-CK-QTY2-HEAD        PIC X(07).
002390
002400       01  WS-TALLY-TABLE.
002410           02  WS-TL-ENTRY OCCURS 7 TIMES.
002420               03  WS-TL-BREAKS           PIC 9(07) COMP.
002430               03  WS-TL-FAILED           PIC 9(07) COMP.
002440               03  WS-TL-WARNING          PIC 9(07) COMP.
002450
002460       01  WS-TITLE-LINE.
002470           02  FILLER                     PIC X(36) VALUE
002480               'CROSS-FILE INTEGRITY CHECK - RUN OF '.
002490           02  WS-TT-DATE                 PIC X(08).
002500           02  FILLER                     PIC X(36) VALUE SPACES.
002510
002520       01  WS-SECTION-LINE.
002530           02  FILLER                     PIC X(03) VALUE '-- '.
002540           02  WS-SC-CHECK                PIC 9(02).
002550           02  FILLER                     PIC X(01) VALUE SPACES.
002560           02  WS-SC-DESC                 PIC X(44).
002570           02  FILLER                     PIC X(01) VALUE SPACES.
002580           02  WS-SC-BREAKS               PIC Z(6)9.
002590           02  FILLER                     PIC X(10)
002600               VALUE ' BREAKS --'.
002610           02  FILLER                     PIC X(12) VALUE SPACES.
002620
002630       01  WS-COLUMN-LINE.
002640           02  FILLER                     PIC X(08)
002650               VALUE 'SEVERITY'.
002660           02  FILLER                     PIC X(06) VALUE 'ITEM'.
002670           02  WS-CL-REF                  PIC X(14).
002680           02  FILLER                     PIC X(01) VALUE SPACES.
002690           02  WS-CL-QTY1                 PIC X(07).
002700           02  FILLER                     PIC X(01) VALUE SPACES.
002710           02  WS-CL-QTY2                 PIC X(07).
002720           02  FILLER                     PIC X(01) VALUE SPACES.
002730           02  FILLER                     PIC X(20) VALUE 'NOTE'.
002740           02  FILLER                     PIC X(15) VALUE SPACES.
002750
002760       01  WS-EXCEPTION-LINE.
002770           02  WS-EL-SEVERITY             PIC X(07).
002780           02  FILLER                     PIC X(01) VALUE SPACES.
002790           02  WS-EL-ITEM                 PIC X(05).
002800           02  FILLER                     PIC X(01) VALUE SPACES.
002810           02  WS-EL-REF                  PIC X(14).
002820           02  FILLER                     PIC X(01) VALUE SPACES.
002830           02  WS-EL-QTY1                 PIC Z(6)9.
002840           02  FILLER                     PIC X(01) VALUE SPACES.
002850           02  WS-EL-QTY2                 PIC Z(6)9.
002860           02  FILLER                     PIC X(01) VALUE SPACES.
002870           02  WS-EL-NOTE                 PIC X(20).
002880           02  FILLER                     PIC X(15) VALUE SPACES.
002890
002900       01  WS-SUMMARY-HEAD.
002910           02  FILLER                     PIC X(48)
002920               VALUE 'NO CHECK'.
002930           02  FILLER                     PIC X(08)
002940               VALUE ' BREAKS '.
002950           02  FILLER                     PIC X(08)
002960               VALUE ' FAILED '.
002970           02  FILLER                     PIC X(08)
002980               VALUE 'WARNING '.
002990           02  FILLER                     PIC X(08) VALUE SPACES.
003000
003010       01  WS-SUMMARY-LINE.
003020           02  WS-SM-CHECK                PIC 9(02).
003030           02  FILLER                     PIC X(01) VALUE SPACES.
003040           02  WS-SM-DESC                 PIC X(44).
003050           02  FILLER                     PIC X(01) VALUE SPACES.
003060           02  WS-SM-BREAKS               PIC Z(6)9.
003070           02  FILLER                     PIC X(01) VALUE SPACES.
003080           02  WS-SM-FAILED               PIC Z(6)9.
003090           02  FILLER                     PIC X(01) VALUE SPACES.
003100           02  WS-SM-WARNING              PIC Z(6)9.
003110           02  FILLER                     PIC X(09) VALUE SPACES.
003120
003130       01  WS-COUNT-LINE.
003140           02  WS-CN-TEXT                 PIC X(47).
003150           02  FILLER                     PIC X(01) VALUE SPACES.
003160           02  WS-CN-COUNT                PIC Z(6)9.
003170           02  FILLER                     PIC X(25) VALUE SPACES.
003180
003190       PROCEDURE DIVISION.
003200
003210******************************************************************
003220*    0000-MAINLINE
003230*    THE FOUR PASSES RUN AS THE SORT INPUT PROCEDURE, RELEASING
003240*    ONE RECORD PER BREAK; THE OUTPUT PROCEDURE PRINTS THEM BACK
003250*    GROUPED BY CHECK, IN THE ORDER THEY WERE FOUND.
003260******************************************************************
003270       0000-MAINLINE.
003280           OPEN EXTEND RUN-LOG-FILE.
003290           PERFORM 0200-OPEN-MASTERS THRU 0200-EXIT.
003300           OPEN OUTPUT INTEG-REPORT.
003310           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003320           MOVE WS-TODAY TO WS-TT-DATE.
003330           MOVE WS-TITLE-LINE TO INTEG-REPORT-LINE.
003340           WRITE INTEG-REPORT-LINE.
003350           MOVE 1 TO WS-CK-SUB.
003360           PERFORM 0300-CLEAR-TALLY THRU 0300-EXIT
003370               UNTIL WS-CK-SUB > WS-CK-MAX.
003380           SORT SORT-WORK-FILE
003390               ON ASCENDING KEY SRT-CHECK
003400               ON ASCENDING KEY SRT-SEQ
003410               INPUT PROCEDURE IS 1000-RUN-CHECKS
003420                   THRU 1000-EXIT
003430               OUTPUT PROCEDURE IS 3000-LIST-EXCEPTIONS
003440                   THRU 3000-EXIT.
003450           PERFORM 3500-WRITE-SUMMARY THRU 3500-EXIT.
003460           CLOSE ITEM-FILE.
003470           CLOSE ITEM-LOC-FILE.
003480           CLOSE LOC-FILE.
003490           CLOSE SUPP-FILE.
003500           CLOSE CAT-FILE.
003510           CLOSE INTEG-REPORT.
003520           IF WS-FAILED-COUNT > ZERO
003530               MOVE 8 TO WS-RUN-RC
003540           ELSE
003550               IF WS-WARNING-COUNT > ZERO
003560                   MOVE 4 TO WS-RUN-RC
003570               END-IF
003580           END-IF.
003590           DISPLAY 'ITEM-INTEG: RECORDS READ = ' WS-READ-COUNT
003600               '  BREAKS = ' WS-BREAK-COUNT
003610               '  FAILED = ' WS-FAILED-COUNT
003620               '  WARNINGS = ' WS-WARNING-COUNT.
003630           PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT.
003640           STOP RUN.
003650
003660******************************************************************
003670*    0200-OPEN-MASTERS THRU 0200-EXIT
003680*    EVERY KEYED FILE MUST OPEN - A CHECK THAT SILENTLY SKIPPED
003690*    A MASTER WOULD REPORT A CLEAN NIGHT IT NEVER PROVED.
003700******************************************************************
003710       0200-OPEN-MASTERS.
003720           OPEN INPUT ITEM-FILE.
003730           IF WS-ITEM-FILE-STATUS NOT = '00'
003740               DISPLAY 'ITEM-INTEG: *** OPEN FAILED FOR'
003750                   ' ITEM-FILE, STATUS = ' WS-ITEM-FILE-STATUS
003760               MOVE 16 TO WS-RUN-RC
003770               PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT
003780               STOP RUN
003790           END-IF.
003800           OPEN INPUT ITEM-LOC-FILE.
003810           IF WS-ILOC-FILE-STATUS NOT = '00'
003820               DISPLAY 'ITEM-INTEG: *** OPEN FAILED FOR'
003830                   ' ITEM-LOC-FILE, STATUS = ' WS-ILOC-FILE-STATUS
003840               MOVE 16 TO WS-RUN-RC
003850               PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT
003860               STOP RUN
003870           END-IF.
003880           OPEN INPUT LOC-FILE.
003890           IF WS-LOC-FILE-STATUS NOT = '00'
003900               DISPLAY 'ITEM-INTEG: *** OPEN FAILED FOR'
003910                   ' LOC-FILE, STATUS = ' WS-LOC-FILE-STATUS
003920               MOVE 16 TO WS-RUN-RC
003930               PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT
003940               STOP RUN
003950           END-IF.
003960           OPEN INPUT SUPP-FILE.
003970           IF WS-SUPP-FILE-STATUS NOT = '00'
003980               DISPLAY 'ITEM-INTEG: *** OPEN FAILED FOR'
003990                   ' SUPP-FILE, STATUS = ' WS-SUPP-FILE-STATUS
004000               MOVE 16 TO WS-RUN-RC
004010               PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT
004020               STOP RUN
004030           END-IF.
004040           OPEN INPUT CAT-FILE.
004050           IF WS-CAT-FILE-STATUS NOT = '00'
004060               DISPLAY 'ITEM-INTEG: *** OPEN FAILED FOR'
004070                   ' CAT-FILE, STATUS = ' WS-CAT-FILE-STATUS
004080               MOVE 16 TO WS-RUN-RC
004090               PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT
004100               STOP RUN
004110           END-IF.
004120       0200-EXIT.
004130           EXIT.
004140
004150******************************************************************
004160*    0300-CLEAR-TALLY THRU 0300-EXIT
004170******************************************************************
004180       0300-CLEAR-TALLY.
004190           MOVE ZERO TO WS-TL-BREAKS (WS-CK-SUB).
004200           MOVE ZERO TO WS-TL-FAILED (WS-CK-SUB).
004210           MOVE ZERO TO WS-TL-WARNING (WS-CK-SUB).
004220           ADD 1 TO WS-CK-SUB.
004230       0300-EXIT.
004240           EXIT.
004250
004260******************************************************************
004270*    1000-RUN-CHECKS THRU 1000-EXIT
004280*    SORT INPUT PROCEDURE - THE ITEM PASS (CHECKS 01, 03, 04),
004290*    THE BALANCE PASS (02, 07), THE OPEN PO PASS (05) AND THE
004300*    BACKORDER PASS (06).
004310******************************************************************
004320       1000-RUN-CHECKS.
004330           PERFORM 1100-ITEM-PASS THRU 1100-EXIT.
004340           PERFORM 1500-BALANCE-PASS THRU 1500-EXIT.
004350           PERFORM 1700-PO-PASS THRU 1700-EXIT.
004360           PERFORM 1900-BACKORDER-PASS THRU 1900-EXIT.
004370           ADD WS-ITEM-COUNT WS-BALANCE-COUNT WS-PO-COUNT
004380               WS-BACK-COUNT GIVING WS-READ-COUNT.
004390       1000-EXIT.
004400           EXIT.
004410
004420******************************************************************
004430*    1100-ITEM-PASS THRU 1100-EXIT
004440*    EVERY ITEM ON THE MASTER, IN KEY ORDER.
004450******************************************************************
004460       1100-ITEM-PASS.
004470           PERFORM 1110-READ-ITEM THRU 1110-EXIT.
004480           PERFORM 1120-CHECK-ITEM THRU 1120-EXIT
004490               UNTIL WS-ITEM-AT-END.
004500       1100-EXIT.
004510           EXIT.
004520
004530******************************************************************
004540*    1110-READ-ITEM THRU 1110-EXIT
004550******************************************************************
004560       1110-READ-ITEM.
004570           READ ITEM-FILE NEXT RECORD
004580               AT END
004590                   SET WS-ITEM-AT-END TO TRUE
004600               NOT AT END
004610                   ADD 1 TO WS-ITEM-COUNT
004620           END-READ.
004630       1110-EXIT.
004640           EXIT.
004650
004660******************************************************************
004670*    1120-CHECK-ITEM THRU 1120-EXIT
004680*    A BLANK SUPPLIER OR CATEGORY IS ALLOWED ON THE MASTER (SEE
004690*    ITEM-EDIT) AND IS NOT A BREAK.
004700******************************************************************
004710       1120-CHECK-ITEM.
004720           IF ITEM-SUPP-CODE NOT = SPACES
004730               MOVE ITEM-SUPP-CODE TO SUPP-CODE
004740               READ SUPP-FILE
004750                   INVALID KEY
004760                       PERFORM 2000-NEW-EXCEPTION THRU 2000-EXIT
004770                       MOVE 03 TO SRT-CHECK
004780                       SET SRT-WARNING TO TRUE
004790                       MOVE ITEM-SUPP-CODE TO SRT-REFERENCE
004800                       MOVE ITEM-QTY-ON-HAND TO SRT-QTY-1
004810                       MOVE ITEM-NAME TO SRT-NOTE
004820                       PERFORM 2100-RELEASE-EXCEPTION
004830                           THRU 2100-EXIT
004840               END-READ
004850           END-IF.
004860           IF ITEM-CAT-CODE NOT = SPACES
004870               MOVE ITEM-CAT-CODE TO CAT-CODE
004880               READ CAT-FILE
004890                   INVALID KEY
004900                       PERFORM 2000-NEW-EXCEPTION THRU 2000-EXIT
004910                       MOVE 04 TO SRT-CHECK
004920                       SET SRT-WARNING TO TRUE
004930                       MOVE ITEM-CAT-CODE TO SRT-REFERENCE
004940                       MOVE ITEM-QTY-ON-HAND TO SRT-QTY-1
004950                       MOVE ITEM-NAME TO SRT-NOTE
004960                       PERFORM 2100-RELEASE-EXCEPTION
004970                           THRU 2100-EXIT
004980               END-READ
004990           END-IF.
005000           PERFORM 1200-SUM-LOCATIONS THRU 1200-EXIT.
005010           IF WS-LOC-SUM NOT = ITEM-QTY-ON-HAND
005020               PERFORM 2000-NEW-EXCEPTION THRU 2000-EXIT
005030               MOVE 01 TO SRT-CHECK
005040               SET SRT-FAILED TO TRUE
005050               MOVE ITEM-QTY-ON-HAND TO SRT-QTY-1
005060               MOVE WS-LOC-SUM TO SRT-QTY-2
005070               MOVE ITEM-NAME TO SRT-NOTE
005080               PERFORM 2100-RELEASE-EXCEPTION THRU 2100-EXIT
005090           END-IF.
005100           PERFORM 1110-READ-ITEM THRU 1110-EXIT.
005110       1120-EXIT.
005120           EXIT.
005130
005140******************************************************************
005150*    1200-SUM-LOCATIONS THRU 1200-EXIT
005160*    BROWSES ITEMLOC FROM THE ITEM'S LOWEST KEY, AS ITEM-CSHEET
005170*    DOES, FOR AS LONG AS THE ITEM CODE HOLDS.
005180******************************************************************
005190       1200-SUM-LOCATIONS.
005200           MOVE ZERO TO WS-LOC-SUM.
005210           MOVE 'N' TO WS-ILOC-ENDOF.
005220           MOVE ITEM-CODE TO ILOC-ITEM-CODE.
005230           MOVE LOW-VALUES TO ILOC-LOC-CODE.
005240           START ITEM-LOC-FILE KEY NOT < ILOC-KEY
005250               INVALID KEY
005260                   SET WS-ILOC-AT-END TO TRUE
005270           END-START.
005280           IF NOT WS-ILOC-AT-END
005290               PERFORM 1210-READ-ITEM-LOC THRU 1210-EXIT
005300           END-IF.
005310           PERFORM 1220-ADD-LOCATION THRU 1220-EXIT
005320               UNTIL WS-ILOC-AT-END.
005330       1200-EXIT.
005340           EXIT.
005350
005360******************************************************************
005370*    1210-READ-ITEM-LOC THRU 1210-EXIT
005380******************************************************************
005390       1210-READ-ITEM-LOC.
005400           READ ITEM-LOC-FILE NEXT RECORD
005410               AT END
005420                   SET WS-ILOC-AT-END TO TRUE
005430               NOT AT END
005440                   IF ILOC-ITEM-CODE NOT = ITEM-CODE
005450                       SET WS-ILOC-AT-END TO TRUE
005460                   END-IF
005470           END-READ.
005480       1210-EXIT.
005490           EXIT.
005500
005510******************************************************************
005520*    1220-ADD-LOCATION THRU 1220-EXIT
005530******************************************************************
005540       1220-ADD-LOCATION.
005550           ADD ILOC-QTY-ON-HAND TO WS-LOC-SUM.
005560           PERFORM 1210-READ-ITEM-LOC THRU 1210-EXIT.
005570       1220-EXIT.
005580           EXIT.
005590
005600******************************************************************
005610*    1500-BALANCE-PASS THRU 1500-EXIT
005620*    EVERY PER-LOCATION BALANCE ON ITEMLOC, FROM THE TOP OF THE
005630*    FILE.
005640******************************************************************
005650       1500-BALANCE-PASS.
005660           MOVE 'N' TO WS-ILOC-ENDOF.
005670           MOVE LOW-VALUES TO ILOC-KEY.
005680           START ITEM-LOC-FILE KEY NOT < ILOC-KEY
005690               INVALID KEY
005700                   SET WS-ILOC-AT-END TO TRUE
005710           END-START.
005720           IF NOT WS-ILOC-AT-END
005730               PERFORM 1510-READ-BALANCE THRU 1510-EXIT
005740           END-IF.
005750           PERFORM 1520-CHECK-BALANCE THRU 1520-EXIT
005760               UNTIL WS-ILOC-AT-END.
005770       1500-EXIT.
005780           EXIT.
005790
005800******************************************************************
005810*    1510-READ-BALANCE THRU 1510-EXIT
005820******************************************************************
005830       1510-READ-BALANCE.
005840           READ ITEM-LOC-FILE NEXT RECORD
005850               AT END
005860                   SET WS-ILOC-AT-END TO TRUE
005870               NOT AT END
005880                   ADD 1 TO WS-BALANCE-COUNT
005890           END-READ.
005900       1510-EXIT.
005910           EXIT.
005920
005930******************************************************************
005940*    1520-CHECK-BALANCE THRU 1520-EXIT
005950*    ITEM-MAINT DROPS A DELETED ITEM FROM THE MASTER, SO A
005960*    BALANCE WHOSE ITEM IS NOT ON ITEM-FILE IS ONE LEFT BEHIND
005970*    BY A DELETE.  EITHER BREAK ON THIS PASS IS FAILED WHEN THE
005980*    BALANCE HOLDS STOCK AND A WARNING WHEN IT IS ZERO.
005990******************************************************************
006000       1520-CHECK-BALANCE.
006010           MOVE ILOC-LOC-CODE TO LOC-CODE.
006020           READ LOC-FILE
006030               INVALID KEY
006040                   PERFORM 2000-NEW-EXCEPTION THRU 2000-EXIT
006050                   MOVE 02 TO SRT-CHECK
006060                   PERFORM 1530-BALANCE-EXCEPTION THRU 1530-EXIT
006070           END-READ.
006080           MOVE ILOC-ITEM-CODE TO ITEM-CODE.
006090           READ ITEM-FILE
006100               INVALID KEY
006110                   PERFORM 2000-NEW-EXCEPTION THRU 2000-EXIT
006120                   MOVE 07 TO SRT-CHECK
006130                   PERFORM 1530-BALANCE-EXCEPTION THRU 1530-EXIT
006140           END-READ.
006150           PERFORM 1510-READ-BALANCE THRU 1510-EXIT.
006160       1520-EXIT.
006170           EXIT.
006180
006190******************************************************************
006200*    1530-BALANCE-EXCEPTION THRU 1530-EXIT
006210******************************************************************
006220       1530-BALANCE-EXCEPTION.
006230           MOVE ILOC-ITEM-CODE TO SRT-ITEM-CODE.
006240           MOVE ILOC-LOC-CODE TO SRT-REFERENCE.
006250           MOVE ILOC-QTY-ON-HAND TO SRT-QTY-1.
006260           IF ILOC-QTY-ON-HAND > ZERO
006270               SET SRT-FAILED TO TRUE
006280               MOVE 'STOCK NOT ACCOUNTED' TO SRT-NOTE
006290           ELSE
006300               SET SRT-WARNING TO TRUE
006310               MOVE 'ZERO BALANCE' TO SRT-NOTE
006320           END-IF.
006330           PERFORM 2100-RELEASE-EXCEPTION THRU 2100-EXIT.
006340       1530-EXIT.
006350           EXIT.
006360
006370******************************************************************
006380*    1700-PO-PASS THRU 1700-EXIT
006390*    ONLY LINES STILL OPEN ARE CHECKED - A RECEIVED LINE FOR AN
006400*    ITEM SINCE DELETED IS HISTORY, NOT A BREAK.
006410******************************************************************
006420       1700-PO-PASS.
006430           OPEN INPUT PO-IN.
006440           PERFORM 1710-READ-PO THRU 1710-EXIT.
006450           PERFORM 1720-CHECK-PO THRU 1720-EXIT
006460               UNTIL WS-PO-AT-END.
006470           CLOSE PO-IN.
006480       1700-EXIT.
006490           EXIT.
006500
006510******************************************************************
006520*    1710-READ-PO THRU 1710-EXIT
006530******************************************************************
006540       1710-READ-PO.
006550           READ PO-IN
006560               AT END
006570                   SET WS-PO-AT-END TO TRUE
006580               NOT AT END
006590                   ADD 1 TO WS-PO-COUNT
006600           END-READ.
006610       1710-EXIT.
006620           EXIT.
006630
006640******************************************************************
006650*    1720-CHECK-PO THRU 1720-EXIT
006660******************************************************************
006670       1720-CHECK-PO.
006680           IF PO-LINE-OPEN
006690               MOVE PO-ITEM-CODE TO ITEM-CODE
006700               READ ITEM-FILE
006710                   INVALID KEY
006720                       PERFORM 2000-NEW-EXCEPTION THRU 2000-EXIT
006730                       MOVE 05 TO SRT-CHECK
006740                       SET SRT-WARNING TO TRUE
006750                       MOVE PO-ITEM-CODE TO SRT-ITEM-CODE
006760                       STRING PO-NUMBER '/' PO-LINE-NO
006770                           DELIMITED BY SIZE INTO SRT-REFERENCE
006780                       MOVE PO-QTY-ORDERED TO SRT-QTY-1
006790                       MOVE PO-QTY-RECEIVED TO SRT-QTY-2
006800                       STRING 'SUPPLIER ' PO-SUPP-CODE
006810                           DELIMITED BY SIZE INTO SRT-NOTE
006820                       PERFORM 2100-RELEASE-EXCEPTION
006830                           THRU 2100-EXIT
006840               END-READ
006850           END-IF.
006860           PERFORM 1710-READ-PO THRU 1710-EXIT.
006870       1720-EXIT.
006880           EXIT.
006890
006900******************************************************************
006910*    1900-BACKORDER-PASS THRU 1900-EXIT
006920******************************************************************
006930       1900-BACKORDER-PASS.
006940           OPEN INPUT BACK-IN.
006950           PERFORM 1910-READ-BACKORDER THRU 1910-EXIT.
006960           PERFORM 1920-CHECK-BACKORDER THRU 1920-EXIT
006970               UNTIL WS-BACK-AT-END.
006980           CLOSE BACK-IN.
006990       1900-EXIT.
007000           EXIT.
007010
007020******************************************************************
007030*    1910-READ-BACKORDER THRU 1910-EXIT
007040******************************************************************
007050       1910-READ-BACKORDER.
007060           READ BACK-IN
007070               AT END
007080                   SET WS-BACK-AT-END TO TRUE
007090               NOT AT END
007100                   ADD 1 TO WS-BACK-COUNT
007110           END-READ.
007120       1910-EXIT.
007130           EXIT.
007140
007150******************************************************************
007160*    1920-CHECK-BACKORDER THRU 1920-EXIT
007170******************************************************************
007180       1920-CHECK-BACKORDER.
007190           MOVE BO-ITEM-CODE TO ITEM-CODE.
007200           READ ITEM-FILE
007210               INVALID KEY
007220                   PERFORM 2000-NEW-EXCEPTION THRU 2000-EXIT
007230                   MOVE 06 TO SRT-CHECK
007240                   SET SRT-WARNING TO TRUE
007250                   MOVE BO-ITEM-CODE TO SRT-ITEM-CODE
007260                   STRING BO-CUST-CODE ' ' BO-ORDER-DATE
007270                       DELIMITED BY SIZE INTO SRT-REFERENCE
007280                   MOVE BO-QTY TO SRT-QTY-1
007290                   PERFORM 2100-RELEASE-EXCEPTION THRU 2100-EXIT
007300           END-READ.
007310           PERFORM 1910-READ-BACKORDER THRU 1910-EXIT.
007320       1920-EXIT.
007330           EXIT.
007340
007350******************************************************************
007360*    2000-NEW-EXCEPTION THRU 2000-EXIT
007370*    CLEARS THE SORT RECORD FOR THE NEXT BREAK.  THE ITEM PASS
007380*    CAN LEAVE THE ITEM CODE AS IT IS; THE OTHER PASSES MOVE
007390*    THEIR OWN OVER IT.
007400******************************************************************
007410       2000-NEW-EXCEPTION.
007420           MOVE SPACES TO SORT-RECORD.
007430           MOVE ZERO TO SRT-QTY-1 SRT-QTY-2.
007440           MOVE ITEM-CODE TO SRT-ITEM-CODE.
007450       2000-EXIT.
007460           EXIT.
007470
007480******************************************************************
007490*    2100-RELEASE-EXCEPTION THRU 2100-EXIT
007500*    STAMPS THE BREAK WITH ITS FOUND-ORDER SEQUENCE, TALLIES IT
007510*    UNDER ITS CHECK AND SEVERITY AND HANDS IT TO THE SORT.
007520******************************************************************
007530       2100-RELEASE-EXCEPTION.
007540           ADD 1 TO WS-EXC-SEQ.
007550           MOVE WS-EXC-SEQ TO SRT-SEQ.
007560           MOVE SRT-CHECK TO WS-CK-SUB.
007570           ADD 1 TO WS-BREAK-COUNT.
007580           ADD 1 TO WS-TL-BREAKS (WS-CK-SUB).
007590           IF SRT-FAILED
007600               ADD 1 TO WS-FAILED-COUNT
007610               ADD 1 TO WS-TL-FAILED (WS-CK-SUB)
007620           ELSE
007630               ADD 1 TO WS-WARNING-COUNT
007640               ADD 1 TO WS-TL-WARNING (WS-CK-SUB)
007650           END-IF.
007660           RELEASE SORT-RECORD.
007670       2100-EXIT.
007680           EXIT.
007690
007700******************************************************************
007710*    3000-LIST-EXCEPTIONS THRU 3000-EXIT
007720*    SORT OUTPUT PROCEDURE - A SECTION HEADING EACH TIME THE
007730*    CHECK NUMBER CHANGES, THEN ONE LINE PER BREAK.  A CHECK
007740*    WITH NO BREAKS PRINTS NO SECTION; THE SUMMARY STILL SHOWS
007750*    IT RAN.
007760******************************************************************
007770       3000-LIST-EXCEPTIONS.
007780           MOVE 'N' TO WS-SORT-ENDOF.
007790           MOVE ZERO TO WS-LAST-CHECK.
007800           PERFORM 3010-RETURN-EXCEPTION THRU 3010-EXIT.
007810           IF WS-SORT-AT-END
007820               MOVE SPACES TO INTEG-REPORT-LINE
007830               WRITE INTEG-REPORT-LINE
007840               MOVE 'NO BREAKS FOUND - THE FILES AGREE.'
007850                   TO INTEG-REPORT-LINE
007860               WRITE INTEG-REPORT-LINE
007870           END-IF.
007880           PERFORM 3020-EXCEPTION-LINE THRU 3020-EXIT
007890               UNTIL WS-SORT-AT-END.
007900       3000-EXIT.
007910           EXIT.
007920
007930******************************************************************
007940*    3010-RETURN-EXCEPTION THRU 3010-EXIT
007950******************************************************************
007960       3010-RETURN-EXCEPTION.
007970           RETURN SORT-WORK-FILE
007980               AT END
007990                   SET WS-SORT-AT-END TO TRUE
008000           END-RETURN.
008010       3010-EXIT.
008020           EXIT.
008030
008040******************************************************************
008050*    3020-EXCEPTION-LINE THRU 3020-EXIT
008060******************************************************************
008070       3020-EXCEPTION-LINE.
008080           IF SRT-CHECK NOT = WS-LAST-CHECK
008090               MOVE SRT-CHECK TO WS-LAST-CHECK
008100               PERFORM 3100-CHECK-HEADING THRU 3100-EXIT
008110           END-IF.
008120           IF SRT-FAILED
008130               MOVE 'FAILED' TO WS-EL-SEVERITY
008140           ELSE
008150               MOVE 'WARNING' TO WS-EL-SEVERITY
008160           END-IF.
008170           MOVE SRT-ITEM-CODE TO WS-EL-ITEM.
008180           MOVE SRT-REFERENCE TO WS-EL-REF.
008190           MOVE SRT-QTY-1 TO WS-EL-QTY1.
008200           MOVE SRT-QTY-2 TO WS-EL-QTY2.
008210           MOVE SRT-NOTE TO WS-EL-NOTE.
008220           MOVE WS-EXCEPTION-LINE TO INTEG-REPORT-LINE.
008230           WRITE INTEG-REPORT-LINE.
008240           PERFORM 3010-RETURN-EXCEPTION THRU 3010-EXIT.
008250       3020-EXIT.
008260           EXIT.
008270
008280******************************************************************
008290*    3100-CHECK-HEADING THRU 3100-EXIT
008300*    THE CHECK'S TITLE AND BREAK COUNT, THEN COLUMN HEADINGS
008310*    NAMING WHAT ITS REFERENCE AND QUANTITIES HOLD.
008320******************************************************************
008330       3100-CHECK-HEADING.
008340           MOVE SRT-CHECK TO WS-CK-SUB.
008350           MOVE SPACES TO INTEG-REPORT-LINE.
008360           WRITE INTEG-REPORT-LINE.
008370           MOVE SRT-CHECK TO WS-SC-CHECK.
008380           MOVE WS-CK-DESC (WS-CK-SUB) TO WS-SC-DESC.
008390           MOVE WS-TL-BREAKS (WS-CK-SUB) TO WS-SC-BREAKS.
008400           MOVE WS-SECTION-LINE TO INTEG-REPORT-LINE.
008410           WRITE INTEG-REPORT-LINE.
008420           MOVE WS-CK-REF-HEAD (WS-CK-SUB) TO WS-CL-REF.
008430           MOVE WS-CK-QTY1-HEAD (WS-CK-SUB) TO WS-CL-QTY1.
008440           MOVE WS-CK-QTY2-HEAD (WS-CK-SUB) TO WS-CL-QTY2.
008450           MOVE WS-COLUMN-LINE TO INTEG-REPORT-LINE.
008460           WRITE INTEG-REPORT-LINE.
008470       3100-EXIT.
008480           EXIT.
008490
008500******************************************************************
008510*    3500-WRITE-SUMMARY THRU 3500-EXIT
008520*    EVERY CHECK WITH ITS BREAKS BY SEVERITY, THEN THE RECORDS
008530*    EACH PASS READ.
008540******************************************************************
008550       3500-WRITE-SUMMARY.
008560           MOVE SPACES TO INTEG-REPORT-LINE.
008570           WRITE INTEG-REPORT-LINE.
008580           MOVE '-- SUMMARY BY CHECK --' TO INTEG-REPORT-LINE.
008590           WRITE INTEG-REPORT-LINE.
008600           MOVE WS-SUMMARY-HEAD TO INTEG-REPORT-LINE.
008610           WRITE INTEG-REPORT-LINE.
008620           MOVE 1 TO WS-CK-SUB.
008630           PERFORM 3510-SUMMARY-LINE THRU 3510-EXIT
008640               UNTIL WS-CK-SUB > WS-CK-MAX.
008650           MOVE SPACES TO INTEG-REPORT-LINE.
008660           WRITE INTEG-REPORT-LINE.
008670           MOVE 'ITEMS READ FROM ITEM-FILE' TO WS-CN-TEXT.
008680           MOVE WS-ITEM-COUNT TO WS-CN-COUNT.
008690           MOVE WS-COUNT-LINE TO INTEG-REPORT-LINE.
008700           WRITE INTEG-REPORT-LINE.
008710           MOVE 'BALANCES READ FROM ITEMLOC' TO WS-CN-TEXT.
008720           MOVE WS-BALANCE-COUNT TO WS-CN-COUNT.
008730           MOVE WS-COUNT-LINE TO INTEG-REPORT-LINE.
008740           WRITE INTEG-REPORT-LINE.
008750           MOVE 'PO LINES READ FROM OPENPO' TO WS-CN-TEXT.
008760           MOVE WS-PO-COUNT TO WS-CN-COUNT.
008770           MOVE WS-COUNT-LINE TO INTEG-REPORT-LINE.
008780           WRITE INTEG-REPORT-LINE.
008790           MOVE 'BACKORDERS READ' TO WS-CN-TEXT.
008800           MOVE WS-BACK-COUNT TO WS-CN-COUNT.
008810           MOVE WS-COUNT-LINE TO INTEG-REPORT-LINE.
008820           WRITE INTEG-REPORT-LINE.
008830       3500-EXIT.
008840           EXIT.
008850
008860******************************************************************
008870*    3510-SUMMARY-LINE THRU 3510-EXIT
008880******************************************************************
008890       3510-SUMMARY-LINE.
008900           MOVE WS-CK-SUB TO WS-SM-CHECK.
008910           MOVE WS-CK-DESC (WS-CK-SUB) TO WS-SM-DESC.
008920           MOVE WS-TL-BREAKS (WS-CK-SUB) TO WS-SM-BREAKS.
008930           MOVE WS-TL-FAILED (WS-CK-SUB) TO WS-SM-FAILED.
008940           MOVE WS-TL-WARNING (WS-CK-SUB) TO WS-SM-WARNING.
008950           MOVE WS-SUMMARY-LINE TO INTEG-REPORT-LINE.
008960           WRITE INTEG-REPORT-LINE.
008970           ADD 1 TO WS-CK-SUB.
008980       3510-EXIT.
008990           EXIT.
009000
009010******************************************************************
009020*    4100-WRITE-RUN-LOG THRU 4100-EXIT
009030*    8 MEANS AT LEAST ONE FAILED BREAK, 4 WARNINGS ONLY, 16 A
009040*    MASTER THAT WOULD NOT OPEN.  RECORDS IN IS EVERY RECORD THE
009050*    FOUR PASSES READ, OUT THE ITEMS CHECKED AND REJECT THE
009060*    BREAKS FOUND.
009070******************************************************************
009080       4100-WRITE-RUN-LOG.
009090           MOVE SPACES TO RUN-LOG-RECORD.
009100           MOVE 'ITEM-INTEG' TO RUN-PROGRAM.
009110           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
009120           ACCEPT RUN-TIME FROM TIME.
009130           MOVE WS-READ-COUNT TO RUN-RECORDS-IN.
009140           MOVE WS-ITEM-COUNT TO RUN-RECORDS-OUT.
009150           MOVE WS-BREAK-COUNT TO RUN-RECORDS-REJECT.
009160           MOVE WS-RUN-RC TO RUN-RETURN-CODE.
009170           IF WS-RUN-RC > 4
009180               SET RUN-FAILED TO TRUE
009190           ELSE
009200               IF WS-RUN-RC = 4
009210                   SET RUN-WARNING TO TRUE
009220               ELSE
009230                   SET RUN-OK TO TRUE
009240               END-IF
009250           END-IF.
009260           WRITE RUN-LOG-RECORD.
009270           CLOSE RUN-LOG-FILE.
009280           MOVE WS-RUN-RC TO RETURN-CODE.
009290       4100-EXIT.
009300           EXIT.
