000010 IDENTIFICATION DIVISION.
000020       PROGRAM-ID. ITEM-REVERSE.
000030       AUTHOR. MURAT KUS.
000040       INSTALLATION. INVENTORY SYSTEMS.
000050       DATE-WRITTEN. 15/10/2026.
000060       DATE-COMPILED. 15/10/2026.
000070******************************************************************
000080*    PURPOSE.     BACKS OUT A BAD ITEM-MOVE POSTING.  ITEM-MOVE
000090*                 UPDATES ITEM-FILE AND ITEM-LOC-FILE IN PLACE,
000100*                 SO A WRONG MOVEMENT FILE CANNOT SIMPLY BE
000110*                 RE-RUN - THIS PROGRAM POSTS THE EXACT OPPOSITE
000120*                 OF EACH MOVEMENT IN THE BATCH INSTEAD.  THE
000130*                 BATCH IS EITHER THE GOODMOVE GENERATION THE
000140*                 RUN WROTE (MODE 'G' ON THE SYSIN CARD) OR
000150*                 EVERYTHING ITEM-MOVE POSTED BETWEEN TWO
000160*                 AUDIT-TRAIL DATES AND TIMES (MODE 'W'), TAKEN
000170*                 FROM THE MOVEHIST MOVEMENT HISTORY, WHICH IS
000180*                 STAMPED LIKE THE TRAIL AND ALSO CARRIES THE
000190*                 BALANCES EACH MOVEMENT FOUND.  THE BATCH IS
000200*                 SORTED NEWEST FIRST SO EACH MOVEMENT IS UNDONE
000210*                 AGAINST THE STATE IT LEFT BEHIND.  A RECEIPT
000220*                 COMES OFF ITS LOCATION AND THE TOTAL AND THE
000230*                 UNIT COST IT RE-AVERAGED IS RESTORED; AN ISSUE
000240*                 GOES BACK ON; A TRANSFER MOVES BACK TO ITS
000250*                 SOURCE; A STOCK COUNT (WINDOW MODE ONLY - THE
000260*                 COUNTED FIGURE ALONE DOES NOT SAY WHAT IT
000270*                 REPLACED) HAS ITS DELTA TAKEN BACK.  EACH
000280*                 REVERSAL GOES TO THE SHARED AUDIT-LOG-FILE
000290*                 (B, U, T OR J) SO ITEM-CLOSE STILL BALANCES.
000300*                 A MOVEMENT THAT CAN NO LONGER BE REVERSED -
000310*                 STOCK ALREADY ISSUED AWAY, AN ITEM SINCE
000320*                 DELETED - IS LEFT UNTOUCHED AND LISTED ON THE
000330*                 EXCEPTIONS REPORT; NO BALANCE IS EVER DRIVEN
000340*                 NEGATIVE.
000350*    -------------------------------------------------------
000360*    MODIFICATION HISTORY.
000370*    DATE       INIT  DESCRIPTION
000380*    ---------  ----  ---------------------------------------
000390*    15/10/2026 MK    ORIGINAL VERSION.
000400******************************************************************
000410       ENVIRONMENT DIVISION.
000420       INPUT-OUTPUT SECTION.
000430       FILE-CONTROL.
000440
000450           SELECT MOVE-IN ASSIGN TO MOVEIN
000460               ORGANIZATION IS LINE SEQUENTIAL.
000470
000480           SELECT HIST-IN ASSIGN TO MOVEHIST
000490               ORGANIZATION IS LINE SEQUENTIAL.
000500
000510           SELECT ITEM-FILE ASSIGN TO ITEMFILE
000520               ORGANIZATION IS INDEXED
000530               ACCESS MODE IS RANDOM
000540               RECORD KEY IS ITEM-CODE
000550               FILE STATUS IS WS-ITEM-FILE-STATUS.
000560
000570           SELECT ITEM-LOC-FILE ASSIGN TO ITEMLOC
000580               ORGANIZATION IS INDEXED
000590               ACCESS MODE IS RANDOM
000600               RECORD KEY IS ILOC-KEY
000610               FILE STATUS IS WS-ILOC-FILE-STATUS.
000620
000630           SELECT REV-REPORT ASSIGN TO REVRPT
000640               ORGANIZATION IS LINE SEQUENTIAL.
000650
000660           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000670               ORGANIZATION IS LINE SEQUENTIAL.
000680
000690           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000700               ORGANIZATION IS LINE SEQUENTIAL.
000710
000720           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.DAT".
000730
000740       DATA DIVISION.
000750       FILE SECTION.
000760
000770       FD  MOVE-IN.
000780       COPY MOVEREC.
000790
000800       FD  HIST-IN.
000810       01  HIST-IN-RECORD                 PIC X(57).
000820
000830       FD  ITEM-FILE.
000840       COPY STOCKITM.
000850
000860       FD  ITEM-LOC-FILE.
000870       COPY ITEMLOC.
000880
000890       FD  REV-REPORT.
000900       01  REV-REPORT-RECORD.
000910           02  RPT-POST-DATE              PIC X(08).
000920           02  FILLER                     PIC X(01).
000930           02  RPT-POST-TIME              PIC X(08).
000940           02  FILLER                     PIC X(01).
000950           02  RPT-MOVE-IMAGE             PIC X(24).
000960           02  FILLER                     PIC X(01).
000970           02  RPT-REASON-CODE            PIC X(02).
000980           02  FILLER                     PIC X(01).
000990           02  RPT-REASON-TEXT            PIC X(30).
001000
001010       FD  AUDIT-LOG-FILE.
001020       COPY AUDITLOG.
001030
001040       FD  RUN-LOG-FILE.
001050       COPY RUNLOGR.
001060
001070       SD  SORT-WORK-FILE.
001080       01  SORT-RECORD.
001090           02  SRT-SEQ                    PIC 9(07).
001100           02  SRT-HIST                   PIC X(57).
001110
001120       WORKING-STORAGE SECTION.
001130
001140       77  WS-ITEM-FILE-STATUS        PIC X(02) VALUE '00'.
001150       77  WS-ILOC-FILE-STATUS        PIC X(02) VALUE '00'.
001160
001170       77  WS-MODE                    PIC X(01) VALUE SPACES.
001180           88  WS-MODE-GOODMOVE           VALUE 'G'.
001190           88  WS-MODE-WINDOW             VALUE 'W'.
001200
001210       77  WS-INPUT-ENDOF             PIC X(01) VALUE 'N'.
001220           88  WS-INPUT-AT-END            VALUE 'Y'.
001230
001240       77  WS-SORT-ENDOF              PIC X(01) VALUE 'N'.
001250           88  WS-SORT-AT-END             VALUE 'Y'.
001260
001270       77  WS-REV-VALID-SW            PIC X(01) VALUE 'Y'.
001280           88  WS-REV-VALID               VALUE 'Y'.
001290           88  WS-REV-INVALID             VALUE 'N'.
001300
001310       77  WS-REV-DIRECTION           PIC X(01) VALUE SPACES.
001320           88  WS-REV-TAKE-OFF            VALUE 'O'.
001330           88  WS-REV-PUT-BACK            VALUE 'B'.
001340
001350       77  WS-HIST-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
001360       77  WS-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
001370       77  WS-RECEIPT-COUNT           PIC 9(07) COMP VALUE ZERO.
001380       77  WS-ISSUE-COUNT             PIC 9(07) COMP VALUE ZERO.
001390       77  WS-ADJUST-COUNT            PIC 9(07) COMP VALUE ZERO.
001400       77  WS-TRANSFER-COUNT          PIC 9(07) COMP VALUE ZERO.
001410       77  WS-EXCEPTION-COUNT         PIC 9(07) COMP VALUE ZERO.
001420       77  WS-COST-KEPT-COUNT         PIC 9(07) COMP VALUE ZERO.
001430       77  WS-REWRITE-FAIL-COUNT      PIC 9(07) COMP VALUE ZERO.
001440       77  WS-RUN-RC                  PIC 9(02) VALUE ZERO.
001450
001460       77  WS-REASON-CODE             PIC X(02) VALUE SPACES.
001470       77  WS-REASON-TEXT             PIC X(30) VALUE SPACES.
001480
001490       77  WS-REV-QTY                 PIC 9(05) VALUE ZERO.
001500       77  WS-NEW-QTY                 PIC 9(07) COMP-3 VALUE ZERO.
001510       77  WS-COST-VALUE              PIC S9(12)V9(02) COMP-3
001520                                      VALUE ZERO.
001530
001540       77  WS-FROM-QTY                PIC 9(05) VALUE ZERO.
001550       77  WS-TO-QTY                  PIC 9(05) VALUE ZERO.
001560
001570       77  WS-FROM-PRESENT-SW         PIC X(01) VALUE 'N'.
001580           88  WS-FROM-PRESENT            VALUE 'Y'.
001590
001600       77  WS-TO-PRESENT-SW           PIC X(01) VALUE 'N'.
001610           88  WS-TO-PRESENT              VALUE 'Y'.
001620
001630       COPY MOVEHIST.
001640
001650       01  WS-PARM-CARD.
001660           02  WS-PC-MODE                 PIC X(01).
001670           02  FILLER                     PIC X(01).
001680           02  WS-PC-FROM-DATE            PIC X(08).
001690           02  FILLER                     PIC X(01).
001700           02  WS-PC-FROM-TIME            PIC X(08).
001710           02  FILLER                     PIC X(01).
001720           02  WS-PC-TO-DATE              PIC X(08).
001730           02  FILLER                     PIC X(01).
001740           02  WS-PC-TO-TIME              PIC X(08).
001750           02  FILLER                     PIC X(43).
001760
001770       01  WS-WINDOW-FROM.
001780           02  WS-WF-DATE                 PIC 9(08) VALUE ZERO.
001790           02  WS-WF-TIME                 PIC 9(08) VALUE ZERO.
001800
001810       01  WS-WINDOW-TO.
001820           02  WS-WT-DATE                 PIC 9(08) VALUE ZERO.
001830           02  WS-WT-TIME                 PIC 9(08) VALUE ZERO.
001840
001850       01  WS-POSTED-AT.
001860           02  WS-PA-DATE                 PIC 9(08) VALUE ZERO.
001870           02  WS-PA-TIME                 PIC 9(08) VALUE ZERO.
001880
001890       01  WS-SOURCE-LINE.
001900           02  FILLER                     PIC X(08) VALUE
001910               'SOURCE: '.
001920           02  WS-SRC-TEXT                PIC X(22) VALUE SPACES.
001930           02  WS-SRC-FROM-DATE           PIC X(08) VALUE SPACES.
001940           02  FILLER                     PIC X(01) VALUE SPACES.
001950           02  WS-SRC-FROM-TIME           PIC X(08) VALUE SPACES.
001960           02  WS-SRC-TO                  PIC X(04) VALUE SPACES.
001970           02  WS-SRC-TO-DATE             PIC X(08) VALUE SPACES.
001980           02  FILLER                     PIC X(01) VALUE SPACES.
001990           02  WS-SRC-TO-TIME             PIC X(08) VALUE SPACES.
002000           02  FILLER                     PIC X(12) VALUE SPACES.
002010
002020       PROCEDURE DIVISION.
002030
002040******************************************************************
002050*    0000-MAINLINE
002060******************************************************************
002070       0000-MAINLINE.
002080           OPEN EXTEND RUN-LOG-FILE.
002090           MOVE SPACES TO WS-PARM-CARD.
002100           ACCEPT WS-PARM-CARD FROM SYSIN.
002110           PERFORM 0100-EDIT-PARM-CARD THRU 0100-EXIT.
002120           OPEN I-O ITEM-FILE.
002130           IF WS-ITEM-FILE-STATUS NOT = '00'
002140               DISPLAY 'ITEM-REVERSE: *** OPEN FAILED FOR'
002150                   ' ITEM-FILE, STATUS = ' WS-ITEM-FILE-STATUS
002160               MOVE 16 TO WS-RUN-RC
002170               PERFORM 3100-WRITE-RUN-LOG THRU 3100-EXIT
002180               STOP RUN
002190           END-IF.
002200           OPEN I-O ITEM-LOC-FILE.
002210           IF WS-ILOC-FILE-STATUS NOT = '00'
002220               DISPLAY 'ITEM-REVERSE: *** OPEN FAILED FOR'
002230                   ' ITEM-LOC-FILE, STATUS = '
002240                   WS-ILOC-FILE-STATUS
002250               MOVE 16 TO WS-RUN-RC
002260               PERFORM 3100-WRITE-RUN-LOG THRU 3100-EXIT
002270               STOP RUN
002280           END-IF.
002290           OPEN OUTPUT REV-REPORT.
002300           OPEN EXTEND AUDIT-LOG-FILE.
002310           MOVE SPACES TO AUDIT-LOG-RECORD.
002320           MOVE 'MOVEMENTS NOT REVERSED' TO REV-REPORT-RECORD.
002330           WRITE REV-REPORT-RECORD.
002340           MOVE WS-SOURCE-LINE TO REV-REPORT-RECORD.
002350           WRITE REV-REPORT-RECORD.
002360           SORT SORT-WORK-FILE
002370               ON DESCENDING KEY SRT-SEQ
002380               INPUT PROCEDURE IS 1000-LOAD-BATCH
002390                   THRU 1000-EXIT
002400               OUTPUT PROCEDURE IS 2000-REVERSE-BATCH
002410                   THRU 2000-EXIT.
002420           CLOSE ITEM-FILE.
002430           CLOSE ITEM-LOC-FILE.
002440           CLOSE REV-REPORT.
002450           CLOSE AUDIT-LOG-FILE.
002460           PERFORM 3000-DISPLAY-TOTALS THRU 3000-EXIT.
002470           IF WS-REWRITE-FAIL-COUNT > ZERO
002480               MOVE 8 TO WS-RUN-RC
002490           ELSE
002500               IF WS-EXCEPTION-COUNT > ZERO OR
002510                  WS-COST-KEPT-COUNT > ZERO OR
002520                  WS-READ-COUNT = ZERO
002530                   MOVE 4 TO WS-RUN-RC
002540               END-IF
002550           END-IF.
002560           PERFORM 3100-WRITE-RUN-LOG THRU 3100-EXIT.
002570           STOP RUN.
002580
002590******************************************************************
002600*    0100-EDIT-PARM-CARD THRU 0100-EXIT
002610*    COL 1 IS THE MODE.  'G' REVERSES THE GOODMOVE GENERATION ON
002620*    DD MOVEIN AND NEEDS NOTHING ELSE.  'W' REVERSES EVERYTHING
002630*    ON MOVEHIST STAMPED FROM THE DATE AND TIME IN COLS 3-10 AND
002640*    12-19 UP TO THE DATE AND TIME IN COLS 21-28 AND 30-37, BOTH
002650*    INCLUSIVE, IN THE SAME YYYYMMDD AND HHMMSSHH FORM AS THE
002660*    AUDIT TRAIL.  A BLANK FROM TIME IS THE START OF THE DAY, A
002670*    BLANK TO DATE IS THE FROM DATE AND A BLANK TO TIME IS THE
002680*    END OF THE DAY.  ANYTHING ELSE IS A BAD CARD AND STOPS THE
002690*    RUN BEFORE A BALANCE IS TOUCHED.
002700******************************************************************
002710       0100-EDIT-PARM-CARD.
002720           MOVE WS-PC-MODE TO WS-MODE.
002730           IF WS-MODE-WINDOW
002740               IF WS-PC-FROM-DATE NUMERIC
002750                   MOVE WS-PC-FROM-DATE TO WS-WF-DATE
002760                                           WS-WT-DATE
002770               ELSE
002780                   MOVE SPACES TO WS-MODE
002790               END-IF
002800               IF WS-PC-FROM-TIME = SPACES
002810                   MOVE ZERO TO WS-WF-TIME
002820               ELSE
002830                   IF WS-PC-FROM-TIME NUMERIC
002840                       MOVE WS-PC-FROM-TIME TO WS-WF-TIME
002850                   ELSE
002860                       MOVE SPACES TO WS-MODE
002870                   END-IF
002880               END-IF
002890               IF WS-PC-TO-DATE NOT = SPACES
002900                   IF WS-PC-TO-DATE NUMERIC
002910                       MOVE WS-PC-TO-DATE TO WS-WT-DATE
002920                   ELSE
002930                       MOVE SPACES TO WS-MODE
002940                   END-IF
002950               END-IF
002960               IF WS-PC-TO-TIME = SPACES
002970                   MOVE 99999999 TO WS-WT-TIME
002980               ELSE
002990                   IF WS-PC-TO-TIME NUMERIC
003000                       MOVE WS-PC-TO-TIME TO WS-WT-TIME
003010                   ELSE
003020                       MOVE SPACES TO WS-MODE
003030                   END-IF
003040               END-IF
003050               IF WS-WINDOW-FROM > WS-WINDOW-TO
003060                   MOVE SPACES TO WS-MODE
003070               END-IF
003080           END-IF.
003090           IF NOT WS-MODE-GOODMOVE AND NOT WS-MODE-WINDOW
003100               DISPLAY 'ITEM-REVERSE: *** BAD SYSIN CARD - '
003110                   WS-PARM-CARD (1:37) ' ***'
003120               MOVE 16 TO WS-RUN-RC
003130               PERFORM 3100-WRITE-RUN-LOG THRU 3100-EXIT
003140               STOP RUN
003150           END-IF.
003160           IF WS-MODE-GOODMOVE
003170               MOVE 'GOODMOVE BATCH (MOVEIN)' TO WS-SRC-TEXT
003180               DISPLAY 'ITEM-REVERSE: REVERSING THE GOODMOVE'
003190                   ' BATCH ON MOVEIN'
003200           ELSE
003210               MOVE 'MOVEHIST POSTED FROM ' TO WS-SRC-TEXT
003220               MOVE WS-WF-DATE TO WS-SRC-FROM-DATE
003230               MOVE WS-WF-TIME TO WS-SRC-FROM-TIME
003240               MOVE ' TO ' TO WS-SRC-TO
003250               MOVE WS-WT-DATE TO WS-SRC-TO-DATE
003260               MOVE WS-WT-TIME TO WS-SRC-TO-TIME
003270               DISPLAY 'ITEM-REVERSE: REVERSING MOVEHIST FROM '
003280                   WS-WF-DATE ' ' WS-WF-TIME ' TO '
003290                   WS-WT-DATE ' ' WS-WT-TIME
003300           END-IF.
003310       0100-EXIT.
003320           EXIT.
003330
003340******************************************************************
003350*    1000-LOAD-BATCH THRU 1000-EXIT
003360*    SORT INPUT PROCEDURE - RELEASES THE BATCH KEYED ON ITS
003370*    POSTING ORDER, WHICH THE SORT TURNS ROUND SO THE NEWEST
003380*    MOVEMENT IS REVERSED FIRST.  GOODMOVE CARRIES THE MOVEMENT
003390*    ONLY, SO ITS HISTORY FIELDS ARE LEFT AT ZERO.
003400******************************************************************
003410       1000-LOAD-BATCH.
003420           IF WS-MODE-GOODMOVE
003430               OPEN INPUT MOVE-IN
003440               PERFORM 1100-READ-GOODMOVE THRU 1100-EXIT
003450               PERFORM 1150-RELEASE-GOODMOVE THRU 1150-EXIT
003460                   UNTIL WS-INPUT-AT-END
003470               CLOSE MOVE-IN
003480           ELSE
003490               OPEN INPUT HIST-IN
003500               PERFORM 1200-READ-HISTORY THRU 1200-EXIT
003510               PERFORM 1250-SELECT-HISTORY THRU 1250-EXIT
003520                   UNTIL WS-INPUT-AT-END
003530               CLOSE HIST-IN
003540           END-IF.
003550       1000-EXIT.
003560           EXIT.
003570
003580******************************************************************
003590*    1100-READ-GOODMOVE THRU 1100-EXIT
003600******************************************************************
003610       1100-READ-GOODMOVE.
003620           READ MOVE-IN
003630               AT END
003640                   SET WS-INPUT-AT-END TO TRUE
003650               NOT AT END
003660                   ADD 1 TO WS-READ-COUNT
003670           END-READ.
003680       1100-EXIT.
003690           EXIT.
003700
003710******************************************************************
003720*    1150-RELEASE-GOODMOVE THRU 1150-EXIT
003730******************************************************************
003740       1150-RELEASE-GOODMOVE.
003750           MOVE ZERO TO MH-DATE MH-TIME MH-PRIOR-LOC-QTY
003760               MH-PRIOR-ITEM-QTY MH-PRIOR-UNIT-COST.
003770           MOVE MOVE-RECORD TO MH-MOVEMENT.
003780           MOVE WS-READ-COUNT TO SRT-SEQ.
003790           MOVE MOVE-HIST-RECORD TO SRT-HIST.
003800           RELEASE SORT-RECORD.
003810           PERFORM 1100-READ-GOODMOVE THRU 1100-EXIT.
003820       1150-EXIT.
003830           EXIT.
003840
003850******************************************************************
003860*    1200-READ-HISTORY THRU 1200-EXIT
003870******************************************************************
003880       1200-READ-HISTORY.
003890           READ HIST-IN INTO MOVE-HIST-RECORD
003900               AT END
003910                   SET WS-INPUT-AT-END TO TRUE
003920               NOT AT END
003930                   ADD 1 TO WS-HIST-READ-COUNT
003940           END-READ.
003950       1200-EXIT.
003960           EXIT.
003970
003980******************************************************************
003990*    1250-SELECT-HISTORY THRU 1250-EXIT
004000*    MOVEHIST IS APPENDED IN POSTING ORDER, SO ITS RECORD NUMBER
004010*    IS THE POSTING SEQUENCE.  ONLY POSTINGS STAMPED INSIDE THE
004020*    WINDOW ARE RELEASED.
004030******************************************************************
004040       1250-SELECT-HISTORY.
004050           MOVE MH-DATE TO WS-PA-DATE.
004060           MOVE MH-TIME TO WS-PA-TIME.
004070           IF WS-POSTED-AT NOT < WS-WINDOW-FROM AND
004080              WS-POSTED-AT NOT > WS-WINDOW-TO
004090               ADD 1 TO WS-READ-COUNT
004100               MOVE WS-HIST-READ-COUNT TO SRT-SEQ
004110               MOVE MOVE-HIST-RECORD TO SRT-HIST
004120               RELEASE SORT-RECORD
004130           END-IF.
004140           PERFORM 1200-READ-HISTORY THRU 1200-EXIT.
004150       1250-EXIT.
004160           EXIT.
004170
004180******************************************************************
004190*    2000-REVERSE-BATCH THRU 2000-EXIT
004200*    SORT OUTPUT PROCEDURE - REVERSES THE BATCH NEWEST FIRST.
004210******************************************************************
004220       2000-REVERSE-BATCH.
004230           PERFORM 2100-RETURN-MOVEMENT THRU 2100-EXIT.
004240           PERFORM 2200-REVERSE-MOVEMENT THRU 2200-EXIT
004250               UNTIL WS-SORT-AT-END.
004260       2000-EXIT.
004270           EXIT.
004280
004290******************************************************************
004300*    2100-RETURN-MOVEMENT THRU 2100-EXIT
004310******************************************************************
004320       2100-RETURN-MOVEMENT.
004330           RETURN SORT-WORK-FILE
004340               AT END
004350                   SET WS-SORT-AT-END TO TRUE
004360               NOT AT END
004370                   MOVE SRT-HIST TO MOVE-HIST-RECORD
004380           END-RETURN.
004390       2100-EXIT.
004400           EXIT.
004410
004420******************************************************************
004430*    2200-REVERSE-MOVEMENT THRU 2200-EXIT
004440*    VALIDATES ONE POSTED MOVEMENT, PULLS THE ITEM BY ITS
004450*    ITEM-CODE KEY AND POSTS THE OPPOSITE.  ANYTHING THAT
004460*    CANNOT BE REVERSED GOES TO THE EXCEPTIONS REPORT.
004470******************************************************************
004480       2200-REVERSE-MOVEMENT.
004490           PERFORM 2300-VALIDATE-MOVEMENT THRU 2300-EXIT.
004500           IF WS-REV-VALID
004510               MOVE MH-ITEM-CODE TO ITEM-CODE
004520               READ ITEM-FILE
004530                   INVALID KEY
004540                       MOVE '04' TO WS-REASON-CODE
004550                       MOVE 'ITEM NO LONGER ON FILE'
004560                           TO WS-REASON-TEXT
004570                       PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
004580                   NOT INVALID KEY
004590                       PERFORM 2400-APPLY-REVERSAL THRU 2400-EXIT
004600               END-READ
004610           ELSE
004620               PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
004630           END-IF.
004640           PERFORM 2100-RETURN-MOVEMENT THRU 2100-EXIT.
004650       2200-EXIT.
004660           EXIT.
004670
004680******************************************************************
004690*    2300-VALIDATE-MOVEMENT THRU 2300-EXIT
004700*    ITEM-MOVE ONLY EVER POSTS CLEAN MOVEMENTS, SO THESE CHECKS
004710*    GUARD AGAINST THE WRONG DATASET ON THE DD.  A STOCK COUNT
004720*    CAN ONLY BE REVERSED FROM MOVEHIST, WHICH KNOWS WHAT THE
004730*    COUNT REPLACED.  THE FIRST FAILING CHECK SETS THE REASON.
004740******************************************************************
004750       2300-VALIDATE-MOVEMENT.
004760           SET WS-REV-VALID TO TRUE.
004770           MOVE SPACES TO WS-REASON-CODE WS-REASON-TEXT.
004780           IF NOT MH-RECEIPT AND
004790              NOT MH-ISSUE AND
004800              NOT MH-ADJUSTMENT AND
004810              NOT MH-TRANSFER
004820               SET WS-REV-INVALID TO TRUE
004830               MOVE '01' TO WS-REASON-CODE
004840               MOVE 'MOVEMENT TYPE NOT R I J OR T'
004850                   TO WS-REASON-TEXT
004860           ELSE
004870           IF MH-ITEM-CODE = SPACES
004880               SET WS-REV-INVALID TO TRUE
004890               MOVE '02' TO WS-REASON-CODE
004900               MOVE 'ITEM CODE IS BLANK' TO WS-REASON-TEXT
004910           ELSE
004920           IF MH-QTY NOT NUMERIC
004930               SET WS-REV-INVALID TO TRUE
004940               MOVE '03' TO WS-REASON-CODE
004950               MOVE 'QUANTITY IS NOT NUMERIC' TO WS-REASON-TEXT
004960           ELSE
004970           IF MH-RECEIPT AND MH-UNIT-COST NOT NUMERIC
004980               SET WS-REV-INVALID TO TRUE
004990               MOVE '05' TO WS-REASON-CODE
005000               MOVE 'UNIT COST IS NOT NUMERIC' TO WS-REASON-TEXT
005010           ELSE
005020           IF MH-LOC-CODE = SPACES
005030               SET WS-REV-INVALID TO TRUE
005040               MOVE '06' TO WS-REASON-CODE
005050               MOVE 'LOCATION CODE IS BLANK' TO WS-REASON-TEXT
005060           ELSE
005070           IF MH-TRANSFER AND MH-TO-LOC = SPACES
005080               SET WS-REV-INVALID TO TRUE
005090               MOVE '07' TO WS-REASON-CODE
005100               MOVE 'TO-LOCATION IS BLANK' TO WS-REASON-TEXT
005110           ELSE
005120           IF MH-ADJUSTMENT AND WS-MODE-GOODMOVE
005130               SET WS-REV-INVALID TO TRUE
005140               MOVE '08' TO WS-REASON-CODE
005150               MOVE 'COUNT - REVERSE BY TIME WINDOW'
005160                   TO WS-REASON-TEXT
005170           ELSE
005180           IF WS-MODE-WINDOW AND
005190              (MH-PRIOR-LOC-QTY NOT NUMERIC OR
005200               MH-PRIOR-ITEM-QTY NOT NUMERIC OR
005210               MH-PRIOR-UNIT-COST NOT NUMERIC)
005220               SET WS-REV-INVALID TO TRUE
005230               MOVE '09' TO WS-REASON-CODE
005240               MOVE 'HISTORY BALANCES NOT NUMERIC'
005250                   TO WS-REASON-TEXT
005260           END-IF
005270           END-IF
005280           END-IF
005290           END-IF
005300           END-IF
005310           END-IF
005320           END-IF
005330           END-IF.
005340       2300-EXIT.
005350           EXIT.
005360
005370******************************************************************
005380*    2400-APPLY-REVERSAL THRU 2400-EXIT
005390*    THE ITEM IS ON FILE - WORK OUT WHICH WAY THE STOCK MOVES
005400*    BACK, CHECK THE BALANCES CAN TAKE IT, THEN POST IT.  A
005410*    MOVEMENT IS REVERSED WHOLE OR NOT AT ALL.
005420******************************************************************
005430       2400-APPLY-REVERSAL.
005440           PERFORM 2700-READ-FROM-LOCATION THRU 2700-EXIT.
005450           PERFORM 2450-SET-REVERSAL-QTY THRU 2450-EXIT.
005460           PERFORM 2500-CHECK-REVERSAL THRU 2500-EXIT.
005470           IF WS-REV-INVALID
005480               PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
005490           ELSE
005500               IF MH-TRANSFER
005510                   PERFORM 2600-REVERSE-TRANSFER THRU 2600-EXIT
005520               ELSE
005530                   PERFORM 2650-REVERSE-STOCK THRU 2650-EXIT
005540               END-IF
005550           END-IF.
005560       2400-EXIT.
005570           EXIT.
005580
005590******************************************************************
005600*    2450-SET-REVERSAL-QTY THRU 2450-EXIT
005610*    A RECEIPT'S QUANTITY COMES BACK OFF AND AN ISSUE'S GOES
005620*    BACK ON.  A STOCK COUNT REPLACED THE LOCATION'S BALANCE,
005630*    SO WHAT COMES BACK IS THE DIFFERENCE BETWEEN THE COUNTED
005640*    FIGURE AND THE BALANCE IT FOUND - OFF IF THE COUNT RAISED
005650*    THE BALANCE, ON IF IT LOWERED IT.  A TRANSFER'S QUANTITY
005660*    MOVES FROM ITS DESTINATION BACK TO ITS SOURCE.
005670******************************************************************
005680       2450-SET-REVERSAL-QTY.
005690           MOVE MH-QTY TO WS-REV-QTY.
005700           IF MH-RECEIPT
005710               SET WS-REV-TAKE-OFF TO TRUE
005720           ELSE
005730           IF MH-ISSUE
005740               SET WS-REV-PUT-BACK TO TRUE
005750           ELSE
005760           IF MH-ADJUSTMENT AND MH-QTY > MH-PRIOR-LOC-QTY
005770               SET WS-REV-TAKE-OFF TO TRUE
005780               SUBTRACT MH-PRIOR-LOC-QTY FROM MH-QTY
005790                   GIVING WS-REV-QTY
005800           ELSE
005810           IF MH-ADJUSTMENT
005820               SET WS-REV-PUT-BACK TO TRUE
005830               SUBTRACT MH-QTY FROM MH-PRIOR-LOC-QTY
005840                   GIVING WS-REV-QTY
005850           ELSE
005860               MOVE SPACES TO WS-REV-DIRECTION
005870           END-IF
005880           END-IF
005890           END-IF
005900           END-IF.
005910       2450-EXIT.
005920           EXIT.
005930
005940******************************************************************
005950*    2500-CHECK-REVERSAL THRU 2500-EXIT
005960*    QUANTITY CHECKS AGAINST THE BALANCES AS THEY STAND NOW.
005970*    STOCK THAT HAS SINCE BEEN ISSUED OR MOVED AWAY CANNOT BE
005980*    TAKEN BACK WITHOUT DRIVING A BALANCE NEGATIVE, AND STOCK
005990*    PUT BACK MAY NOT CARRY A FIGURE PAST ITS 99999 LIMIT.
006000******************************************************************
006010       2500-CHECK-REVERSAL.
006020           IF MH-TRANSFER
006030               PERFORM 2710-READ-TO-LOCATION THRU 2710-EXIT
006040           END-IF.
006050           IF MH-TRANSFER AND
006060              (WS-REV-QTY > WS-TO-QTY OR NOT WS-TO-PRESENT)
006070               SET WS-REV-INVALID TO TRUE
006080               MOVE '10' TO WS-REASON-CODE
006090               MOVE 'MOVED ON FROM THE TO-LOCATION'
006100                   TO WS-REASON-TEXT
006110           ELSE
006120           IF MH-TRANSFER AND WS-FROM-QTY > 99999 - WS-REV-QTY
006130               SET WS-REV-INVALID TO TRUE
006140               MOVE '11' TO WS-REASON-CODE
006150               MOVE 'TRANSFER BACK EXCEEDS QTY LIMIT'
006160                   TO WS-REASON-TEXT
006170           ELSE
006180           IF WS-REV-TAKE-OFF AND WS-REV-QTY > WS-FROM-QTY
006190               SET WS-REV-INVALID TO TRUE
006200               MOVE '12' TO WS-REASON-CODE
006210               MOVE 'ISSUED AWAY FROM THE LOCATION'
006220                   TO WS-REASON-TEXT
006230           ELSE
006240           IF WS-REV-TAKE-OFF AND WS-REV-QTY > ITEM-QTY-ON-HAND
006250               SET WS-REV-INVALID TO TRUE
006260               MOVE '13' TO WS-REASON-CODE
006270               MOVE 'ISSUED AWAY FROM THE TOTAL'
006280                   TO WS-REASON-TEXT
006290           ELSE
006300           IF WS-REV-PUT-BACK AND
006310              WS-FROM-QTY > 99999 - WS-REV-QTY
006320               SET WS-REV-INVALID TO TRUE
006330               MOVE '14' TO WS-REASON-CODE
006340               MOVE 'PUT BACK EXCEEDS LOC QTY LIMIT'
006350                   TO WS-REASON-TEXT
006360           ELSE
006370           IF WS-REV-PUT-BACK AND
006380              ITEM-QTY-ON-HAND > 99999 - WS-REV-QTY
006390               SET WS-REV-INVALID TO TRUE
006400               MOVE '15' TO WS-REASON-CODE
006410               MOVE 'PUT BACK EXCEEDS QTY LIMIT'
006420                   TO WS-REASON-TEXT
006430           END-IF
006440           END-IF
006450           END-IF
006460           END-IF
006470           END-IF
006480           END-IF.
006490       2500-EXIT.
006500           EXIT.
006510
006520******************************************************************
006530*    2600-REVERSE-TRANSFER THRU 2600-EXIT
006540*    MOVES THE QUANTITY FROM THE DESTINATION BACK TO THE
006550*    SOURCE.  THE ITEM'S TOTAL IS UNTOUCHED, SO THE MASTER IS
006560*    NOT REWRITTEN, AND THE AUDIT RECORD IS A 'T' LIKE ANY
006570*    OTHER TRANSFER.
006580******************************************************************
006590       2600-REVERSE-TRANSFER.
006600           SUBTRACT WS-REV-QTY FROM WS-TO-QTY.
006610           ADD WS-REV-QTY TO WS-FROM-QTY.
006620           PERFORM 2760-PUT-TO-LOCATION THRU 2760-EXIT.
006630           PERFORM 2750-PUT-FROM-LOCATION THRU 2750-EXIT.
006640           ADD 1 TO WS-TRANSFER-COUNT.
006650           PERFORM 2900-WRITE-AUDIT-LOG THRU 2900-EXIT.
006660       2600-EXIT.
006670           EXIT.
006680
006690******************************************************************
006700*    2650-REVERSE-STOCK THRU 2650-EXIT
006710*    THE CHECKS HAVE PASSED - TAKE THE QUANTITY OFF OR PUT IT
006720*    BACK ON THE LOCATION BALANCE AND THE ITEM'S TOTAL TOGETHER.
006730*    A REVERSED RECEIPT HAS ITS UNIT COST RESTORED FIRST, WHILE
006740*    THE TOTAL IT WAS AVERAGED OVER IS STILL THERE.  THE
006750*    LOCATION BALANCE IS ONLY PUT ONCE THE MASTER REWRITE
006760*    SUCCEEDS.
006770******************************************************************
006780       2650-REVERSE-STOCK.
006790           IF WS-REV-TAKE-OFF
006800               IF MH-RECEIPT
006810                   PERFORM 2660-RESTORE-COST THRU 2660-EXIT
006820               END-IF
006830               SUBTRACT WS-REV-QTY FROM ITEM-QTY-ON-HAND
006840               SUBTRACT WS-REV-QTY FROM WS-FROM-QTY
006850           ELSE
006860               ADD WS-REV-QTY TO ITEM-QTY-ON-HAND
006870               ADD WS-REV-QTY TO WS-FROM-QTY
006880           END-IF.
006890           REWRITE STOCK-ITEMS
006900               INVALID KEY
006910                   DISPLAY 'ITEM-REVERSE: *** REWRITE FAILED FOR'
006920                       ' ITEM ' ITEM-CODE ', STATUS = '
006930                       WS-ITEM-FILE-STATUS ' ***'
006940                   ADD 1 TO WS-REWRITE-FAIL-COUNT
006950               NOT INVALID KEY
006960                   PERFORM 2750-PUT-FROM-LOCATION THRU 2750-EXIT
006970                   PERFORM 2850-COUNT-REVERSAL THRU 2850-EXIT
006980                   PERFORM 2900-WRITE-AUDIT-LOG THRU 2900-EXIT
006990           END-REWRITE.
007000       2650-EXIT.
007010           EXIT.
007020
007030******************************************************************
007040*    2660-RESTORE-COST THRU 2660-EXIT
007050*    UNDOES THE WEIGHTED AVERAGE THE RECEIPT TOOK.  FROM
007060*    MOVEHIST, WHEN TAKING THE RECEIPT OFF LEAVES EXACTLY THE
007070*    TOTAL IT FOUND, NOTHING ELSE HAS TOUCHED THE ITEM SINCE AND
007080*    THE UNIT COST IT FOUND IS PUT BACK AS IT WAS.  OTHERWISE
007090*    THE DELIVERY'S VALUE IS TAKEN BACK OUT OF THE STOCK'S VALUE
007100*    AND AVERAGED OVER WHAT REMAINS.  WHEN NOTHING WOULD REMAIN,
007110*    OR THE VALUE LEFT WOULD NOT BE POSITIVE, THE COST IS LEFT
007120*    AS IT STANDS AND THE MOVEMENT IS LISTED FOR THE COST TO BE
007130*    CHECKED - THE QUANTITY IS STILL REVERSED.
007140******************************************************************
007150       2660-RESTORE-COST.
007160           SUBTRACT WS-REV-QTY FROM ITEM-QTY-ON-HAND
007170               GIVING WS-NEW-QTY.
007180           IF WS-MODE-WINDOW AND WS-NEW-QTY = MH-PRIOR-ITEM-QTY
007190               MOVE MH-PRIOR-UNIT-COST TO ITEM-UNIT-COST
007200           ELSE
007210               COMPUTE WS-COST-VALUE =
007220                   ITEM-QTY-ON-HAND * ITEM-UNIT-COST
007230                   - WS-REV-QTY * MH-UNIT-COST
007240               IF WS-NEW-QTY > ZERO AND WS-COST-VALUE > ZERO
007250                   COMPUTE ITEM-UNIT-COST ROUNDED =
007260                       WS-COST-VALUE / WS-NEW-QTY
007270               ELSE
007280                   ADD 1 TO WS-COST-KEPT-COUNT
007290                   MOVE '16' TO WS-REASON-CODE
007300                   MOVE 'REVERSED - UNIT COST NOT RESET'
007310                       TO WS-REASON-TEXT
007320                   PERFORM 2810-WRITE-REPORT-LINE THRU 2810-EXIT
007330               END-IF
007340           END-IF.
007350       2660-EXIT.
007360           EXIT.
007370
007380******************************************************************
007390*    2700-READ-FROM-LOCATION THRU 2700-EXIT
007400*    PULLS THE BALANCE AT THE LOCATION THE MOVEMENT POSTED AT.
007410*    A RECORD THAT HAS GONE READS AS A ZERO BALANCE AND THE PUT
007420*    WRITES A FRESH ONE.
007430******************************************************************
007440       2700-READ-FROM-LOCATION.
007450           MOVE 'N' TO WS-FROM-PRESENT-SW.
007460           MOVE MH-ITEM-CODE TO ILOC-ITEM-CODE.
007470           MOVE MH-LOC-CODE TO ILOC-LOC-CODE.
007480           READ ITEM-LOC-FILE
007490               INVALID KEY
007500                   MOVE ZERO TO WS-FROM-QTY
007510               NOT INVALID KEY
007520                   SET WS-FROM-PRESENT TO TRUE
007530                   MOVE ILOC-QTY-ON-HAND TO WS-FROM-QTY
007540           END-READ.
007550       2700-EXIT.
007560           EXIT.
007570
007580******************************************************************
007590*    2710-READ-TO-LOCATION THRU 2710-EXIT
007600******************************************************************
007610       2710-READ-TO-LOCATION.
007620           MOVE 'N' TO WS-TO-PRESENT-SW.
007630           MOVE MH-ITEM-CODE TO ILOC-ITEM-CODE.
007640           MOVE MH-TO-LOC TO ILOC-LOC-CODE.
007650           READ ITEM-LOC-FILE
007660               INVALID KEY
007670                   MOVE ZERO TO WS-TO-QTY
007680               NOT INVALID KEY
007690                   SET WS-TO-PRESENT TO TRUE
007700                   MOVE ILOC-QTY-ON-HAND TO WS-TO-QTY
007710           END-READ.
007720       2710-EXIT.
007730           EXIT.
007740
007750******************************************************************
007760*    2750-PUT-FROM-LOCATION THRU 2750-EXIT
007770*    PUTS THE SOURCE-LOCATION BALANCE BACK - REWRITTEN WHEN THE
007780*    RECORD WAS THERE, WRITTEN FRESH WHEN IT WAS NOT.  A FAILED
007790*    PUT COUNTS WITH THE MASTER REWRITE FAILURES SO THE RUN
007800*    ENDS WITH RC 8.
007810******************************************************************
007820       2750-PUT-FROM-LOCATION.
007830           MOVE MH-ITEM-CODE TO ILOC-ITEM-CODE.
007840           MOVE MH-LOC-CODE TO ILOC-LOC-CODE.
007850           MOVE WS-FROM-QTY TO ILOC-QTY-ON-HAND.
007860           IF WS-FROM-PRESENT
007870               REWRITE ITEM-LOC-RECORD
007880                   INVALID KEY
007890                       DISPLAY 'ITEM-REVERSE: *** LOCATION'
007900                           ' REWRITE FAILED FOR ' ILOC-KEY ' ***'
007910                       ADD 1 TO WS-REWRITE-FAIL-COUNT
007920               END-REWRITE
007930           ELSE
007940               WRITE ITEM-LOC-RECORD
007950                   INVALID KEY
007960                       DISPLAY 'ITEM-REVERSE: *** LOCATION WRITE'
007970                           ' FAILED FOR ' ILOC-KEY ' ***'
007980                       ADD 1 TO WS-REWRITE-FAIL-COUNT
007990               END-WRITE
008000           END-IF.
008010       2750-EXIT.
008020           EXIT.
008030
008040******************************************************************
008050*    2760-PUT-TO-LOCATION THRU 2760-EXIT
008060*    A TRANSFER BEING REVERSED ALWAYS FOUND ITS DESTINATION
008070*    RECORD, SO THIS IS ALWAYS A REWRITE.
008080******************************************************************
008090       2760-PUT-TO-LOCATION.
008100           MOVE MH-ITEM-CODE TO ILOC-ITEM-CODE.
008110           MOVE MH-TO-LOC TO ILOC-LOC-CODE.
008120           MOVE WS-TO-QTY TO ILOC-QTY-ON-HAND.
008130           REWRITE ITEM-LOC-RECORD
008140               INVALID KEY
008150                   DISPLAY 'ITEM-REVERSE: *** LOCATION REWRITE'
008160                       ' FAILED FOR ' ILOC-KEY ' ***'
008170                   ADD 1 TO WS-REWRITE-FAIL-COUNT
008180           END-REWRITE.
008190       2760-EXIT.
008200           EXIT.
008210
008220******************************************************************
008230*    2800-WRITE-EXCEPTION THRU 2800-EXIT
008240*    A MOVEMENT THAT WAS NOT REVERSED, WITH THE REASON CODE AND
008250*    TEXT SET BY THE CALLER.  NOTHING WAS POSTED FOR IT.
008260******************************************************************
008270       2800-WRITE-EXCEPTION.
008280           ADD 1 TO WS-EXCEPTION-COUNT.
008290           PERFORM 2810-WRITE-REPORT-LINE THRU 2810-EXIT.
008300       2800-EXIT.
008310           EXIT.
008320
008330******************************************************************
008340*    2810-WRITE-REPORT-LINE THRU 2810-EXIT
008350*    THE MOVEMENT AS POSTED, RAW BYTES AND ALL, WITH ITS POSTING
008360*    DATE AND TIME WHEN IT CAME OFF MOVEHIST.
008370******************************************************************
008380       2810-WRITE-REPORT-LINE.
008390           MOVE SPACES TO REV-REPORT-RECORD.
008400           IF WS-MODE-WINDOW
008410               MOVE MH-DATE TO RPT-POST-DATE
008420               MOVE MH-TIME TO RPT-POST-TIME
008430           END-IF.
008440           MOVE MH-MOVEMENT TO RPT-MOVE-IMAGE.
008450           MOVE WS-REASON-CODE TO RPT-REASON-CODE.
008460           MOVE WS-REASON-TEXT TO RPT-REASON-TEXT.
008470           WRITE REV-REPORT-RECORD.
008480       2810-EXIT.
008490           EXIT.
008500
008510******************************************************************
008520*    2850-COUNT-REVERSAL THRU 2850-EXIT
008530******************************************************************
008540       2850-COUNT-REVERSAL.
008550           IF MH-RECEIPT
008560               ADD 1 TO WS-RECEIPT-COUNT
008570           ELSE
008580               IF MH-ISSUE
008590                   ADD 1 TO WS-ISSUE-COUNT
008600               ELSE
008610                   ADD 1 TO WS-ADJUST-COUNT
008620               END-IF
008630           END-IF.
008640       2850-EXIT.
008650           EXIT.
008660
008670******************************************************************
008680*    2900-WRITE-AUDIT-LOG THRU 2900-EXIT
008690*    ONE TIMESTAMPED AUDIT RECORD FOR THE REVERSAL JUST POSTED.
008700*    A RECEIPT TAKEN BACK IS A 'B' AND AN ISSUE PUT BACK A 'U',
008710*    EACH WITH THE QUANTITY MOVED; A TRANSFER BACK IS A 'T' WITH
008720*    ITS QUANTITY; A COUNT TAKEN BACK IS A 'J' WITH THE
008730*    RESULTING TOTAL, JUST AS ITEM-MOVE LOGS A COUNT.
008740******************************************************************
008750       2900-WRITE-AUDIT-LOG.
008760           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
008770           ACCEPT AUD-TIME FROM TIME.
008780           IF MH-RECEIPT
008790               SET AUD-ACTION-RCPT-REVERSED TO TRUE
008800           ELSE
008810               IF MH-ISSUE
008820                   SET AUD-ACTION-ISSUE-REVERSED TO TRUE
008830               ELSE
008840                   IF MH-TRANSFER
008850                       SET AUD-ACTION-TRANSFER TO TRUE
008860                   ELSE
008870                       SET AUD-ACTION-ADJUST TO TRUE
008880                   END-IF
008890               END-IF
008900           END-IF.
008910           MOVE ITEM-CODE TO AUD-ITEM-CODE.
008920           MOVE ITEM-NAME TO AUD-ITEM-NAME.
008930           MOVE ITEM-PRICE TO AUD-ITEM-PRICE.
008940           IF MH-ADJUSTMENT
008950               MOVE ITEM-QTY-ON-HAND TO AUD-QTY
008960           ELSE
008970               MOVE WS-REV-QTY TO AUD-QTY
008980           END-IF.
008990           WRITE AUDIT-LOG-RECORD.
009000       2900-EXIT.
009010           EXIT.
009020
009030******************************************************************
009040*    3000-DISPLAY-TOTALS THRU 3000-EXIT
009050******************************************************************
009060       3000-DISPLAY-TOTALS.
009070           IF WS-MODE-WINDOW
009080               DISPLAY 'ITEM-REVERSE: HISTORY RECORDS READ = '
009090                   WS-HIST-READ-COUNT
009100           END-IF.
009110           DISPLAY 'ITEM-REVERSE: MOVEMENTS IN BATCH = '
009120               WS-READ-COUNT
009130               '  RECEIPTS = ' WS-RECEIPT-COUNT
009140               '  ISSUES = ' WS-ISSUE-COUNT
009150               '  COUNTS = ' WS-ADJUST-COUNT
009160               '  TRANSFERS = ' WS-TRANSFER-COUNT
009170               '  NOT REVERSED = ' WS-EXCEPTION-COUNT.
009180           IF WS-COST-KEPT-COUNT > ZERO
009190               DISPLAY 'ITEM-REVERSE: UNIT COSTS LEFT TO CHECK = '
009200                   WS-COST-KEPT-COUNT
009210           END-IF.
009220           IF WS-READ-COUNT = ZERO
009230               DISPLAY 'ITEM-REVERSE: *** NO MOVEMENTS SELECTED'
009240                   ' - NOTHING REVERSED ***'
009250           END-IF.
009260       3000-EXIT.
009270           EXIT.
009280
009290******************************************************************
009300*    3100-WRITE-RUN-LOG THRU 3100-EXIT
009310*    ONE-LINE RUN SUMMARY FOR THE SCHEDULER, AND THE RETURN
009320*    CODE FOR THE STEP - 16 IS A BAD OPEN OR A BAD SYSIN CARD,
009330*    8 MEANS REWRITES FAILED, 4 MEANS MOVEMENTS WERE LEFT
009340*    UNREVERSED, A UNIT COST NEEDS CHECKING OR THE BATCH WAS
009350*    EMPTY.
009360******************************************************************
009370       3100-WRITE-RUN-LOG.
009380           MOVE SPACES TO RUN-LOG-RECORD.
009390           MOVE 'ITEM-REVERSE' TO RUN-PROGRAM.
009400           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
009410           ACCEPT RUN-TIME FROM TIME.
009420           MOVE WS-READ-COUNT TO RUN-RECORDS-IN.
009430           ADD WS-RECEIPT-COUNT WS-ISSUE-COUNT
009440               WS-ADJUST-COUNT WS-TRANSFER-COUNT
009450               GIVING RUN-RECORDS-OUT.
009460           MOVE WS-EXCEPTION-COUNT TO RUN-RECORDS-REJECT.
009470           MOVE WS-RUN-RC TO RUN-RETURN-CODE.
009480           IF WS-RUN-RC > 4
009490               SET RUN-FAILED TO TRUE
009500           ELSE
009510               IF WS-RUN-RC = 4
009520                   SET RUN-WARNING TO TRUE
009530               ELSE
009540                   SET RUN-OK TO TRUE
009550               END-IF
009560           END-IF.
009570           WRITE RUN-LOG-RECORD.
009580           CLOSE RUN-LOG-FILE.
009590           MOVE WS-RUN-RC TO RETURN-CODE.
009600       3100-EXIT.
009610           EXIT.
