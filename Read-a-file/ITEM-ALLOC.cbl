000410*                     WHAT CAN BE FILLED IS LIMITED BY THE
000420*                     BALANCE AT THAT LOCATION, AND THE BALANCE
000430*                     COMES DOWN IN STEP WITH THE ITEM'S TOTAL.
000431*    15/10/2026 MK    CUSTOMER CREDIT CONTROL (SEE CUSTREC).  AN
000432*                     UNKNOWN OR ON-HOLD ACCOUNT IS REJECTED; A
000433*                     LINE THAT WOULD TAKE THE BALANCE PAST THE
000434*                     CREDIT LIMIT IS HELD ON THE BACKORDER FILE.
000435*                     FILLED VALUES ARE ADDED TO CUST-BALANCE.
000436*    15/10/2026 MK    EVERY FILLED LINE IS ALSO WRITTEN TO THE
000437*                     ALLOCATION FILE (SEE ALLOCREC) WITH A
000438*                     CONTROL TRAILER, FOR ITEM-PICK.
000439*    15/10/2026 MK    THE SYSIN LOCATION MUST BE ON THE LOCATION
000440*                     MASTER AND NOT A RETURNS QUARANTINE, OR THE
000441*                     RUN ENDS RC 16 WITH NOTHING ISSUED.
000442*    15/10/2026 MK    REVIEW FIX: A LINE THAT FILLS NOTHING - NO
000443*                     STOCK, A FAILED REWRITE OR A CREDIT HOLD -
000444*                     ALSO GOES TO ALLOCOUT, FILLED ZERO (TYPE 'H'
000445*                     IF HELD), FOR THE DISPATCH NOTE; THE TRAILER
000446*                     STILL COUNTS FILLED LINES AND QUANTITY.
000447******************************************************************
000450       ENVIRONMENT DIVISION.
000460       INPUT-OUTPUT SECTION.
000470       FILE-CONTROL.
000580               RECORD KEY IS ILOC-KEY
000590               FILE STATUS IS WS-ILOC-FILE-STATUS.
000600
000601           SELECT CUST-FILE ASSIGN TO CUSTFILE
000602               ORGANIZATION IS INDEXED
000603               ACCESS MODE IS RANDOM
000604               RECORD KEY IS CUST-CODE
000605               FILE STATUS IS WS-CUST-FILE-STATUS.
000607
000610           SELECT OPTIONAL BACK-IN ASSIGN TO BACKIN
000620               ORGANIZATION IS LINE SEQUENTIAL.
000621
000622           SELECT LOC-FILE ASSIGN TO LOCFILE
000623               ORGANIZATION IS INDEXED
000624               ACCESS MODE IS RANDOM
000625               RECORD KEY IS LOC-CODE
000626               FILE STATUS IS WS-LOC-FILE-STATUS.
000630
000640           SELECT ORDER-FILE ASSIGN TO ORDFILE
000650               ORGANIZATION IS LINE SEQUENTIAL.
000730           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000740               ORGANIZATION IS LINE SEQUENTIAL.
000750
000752           SELECT ALLOC-OUT ASSIGN TO ALLOCOUT
000754               ORGANIZATION IS LINE SEQUENTIAL.
000756
000760           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000770               ORGANIZATION IS LINE SEQUENTIAL.
000780
000840
000850       FD  ITEM-LOC-FILE.
000860       COPY ITEMLOC.
000861
000862       FD  CUST-FILE.
000863       COPY CUSTREC.
000864
000865       FD  LOC-FILE.
000866       COPY LOCREC.
000870
000880       FD  BACK-IN.
000890       COPY BACKORD REPLACING BACKORDER-RECORD
001050       FD  AUDIT-LOG-FILE.
001060       COPY AUDITLOG.
001070
001072       FD  ALLOC-OUT.
001074       COPY ALLOCREC.
001076
001080       FD  RUN-LOG-FILE.
001090       COPY RUNLOGR.
001100
001120
001130       77  WS-ITEM-FILE-STATUS        PIC X(02) VALUE '00'.
001140       77  WS-ILOC-FILE-STATUS        PIC X(02) VALUE '00'.
001145       77  WS-CUST-FILE-STATUS        PIC X(02) VALUE '00'.
001147       77  WS-LOC-FILE-STATUS         PIC X(02) VALUE '00'.
001150
001160       77  WS-BACK-ENDOF              PIC X(01) VALUE 'N'.
001170           88  WS-BACK-AT-END             VALUE 'Y'.
001290       77  WS-PART-COUNT              PIC 9(07) COMP VALUE ZERO.
001300       77  WS-BACKORDER-COUNT         PIC 9(07) COMP VALUE ZERO.
001310       77  WS-REJECT-COUNT            PIC 9(07) COMP VALUE ZERO.
001315       77  WS-HELD-COUNT              PIC 9(07) COMP VALUE ZERO.
001320       77  WS-REWRITE-FAIL-COUNT      PIC 9(07) COMP VALUE ZERO.
001330       77  WS-RUN-RC                  PIC 9(02) VALUE ZERO.
001333       77  WS-ALLOC-OUT-COUNT         PIC 9(07) COMP VALUE ZERO.
001336       77  WS-ALLOC-OUT-QTY           PIC 9(09) COMP VALUE ZERO.
001337       77  WS-ALLOC-UNFILLED-COUNT    PIC 9(07) COMP VALUE ZERO.
001340
001350       77  WS-FILL-QTY                PIC 9(05) VALUE ZERO.
001360       77  WS-SHORT-QTY               PIC 9(05) VALUE ZERO.
001380       77  WS-LOC-QTY                 PIC 9(05) VALUE ZERO.
001390       77  WS-TODAY                   PIC X(08) VALUE SPACES.
001400       77  WS-ALLOC-LOC               PIC X(03) VALUE 'MW'.
001402       77  WS-ORDER-VALUE             PIC 9(10)V9(02) COMP-3
001404                                          VALUE ZERO.
001406       77  WS-NEW-BALANCE             PIC 9(10)V9(02) COMP-3
001408                                          VALUE ZERO.
001410
001420       77  WS-LOC-PRESENT-SW          PIC X(01) VALUE 'N'.
001430           88  WS-LOC-PRESENT             VALUE 'Y'.
001432
001434       77  WS-CREDIT-SW               PIC X(01) VALUE 'Y'.
001436           88  WS-CREDIT-OK               VALUE 'Y'.
001438           88  WS-CREDIT-EXCEEDED         VALUE 'N'.
001440
001450       01  WS-LOC-CARD.
001460           02  WS-LC-LOC                  PIC X(03).
002110               PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT
002120               STOP RUN
002130           END-IF.
002131           OPEN I-O CUST-FILE.
002132           IF WS-CUST-FILE-STATUS NOT = '00'
002133               DISPLAY 'ITEM-ALLOC: *** OPEN FAILED FOR'
002134                   ' CUST-FILE, STATUS = ' WS-CUST-FILE-STATUS
002135               MOVE 16 TO WS-RUN-RC
002136               PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT
002137               STOP RUN
002138           END-IF.
002139           PERFORM 0500-CHECK-ALLOC-LOC THRU 0500-EXIT.
002140           OPEN INPUT BACK-IN.
002150           OPEN INPUT ORDER-FILE.
002160           OPEN OUTPUT BACK-OUT.
002170           OPEN OUTPUT ALLOC-REPORT.
002180           OPEN EXTEND AUDIT-LOG-FILE.
002185           OPEN OUTPUT ALLOC-OUT.
002190           MOVE SPACES TO AUDIT-LOG-RECORD.
002200           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002210           MOVE 'STOCK ALLOCATION - BACKORDERS RETRIED FIRST'
002350               UNTIL WS-ORDER-AT-END.
002360           CLOSE ITEM-FILE.
002370           CLOSE ITEM-LOC-FILE.
002375           CLOSE CUST-FILE.
002380           CLOSE BACK-IN.
002390           CLOSE ORDER-FILE.
002400           CLOSE BACK-OUT.
002410           CLOSE ALLOC-REPORT.
002420           CLOSE AUDIT-LOG-FILE.
002423           PERFORM 3960-WRITE-ALLOC-TRAILER THRU 3960-EXIT.
002426           CLOSE ALLOC-OUT.
002430           PERFORM 4000-DISPLAY-TOTALS THRU 4000-EXIT.
002440           IF WS-REWRITE-FAIL-COUNT > ZERO
002450               MOVE 8 TO WS-RUN-RC
002460           ELSE
002470               IF WS-REJECT-COUNT > ZERO OR
002480                  WS-BACKORDER-COUNT > ZERO OR
002485                  WS-HELD-COUNT > ZERO
002490                   MOVE 4 TO WS-RUN-RC
002500               END-IF
002510           END-IF.
003150*    VALIDATES THE ORDER LINE IN WS-ALLOC-LINE, PULLS THE ITEM
003160*    BY ITS KEY AND FILLS WHAT ITEM-QTY-ON-HAND WILL COVER.
003170*    THE FILLED PART IS POSTED AS AN ISSUE; THE SHORTFALL GOES
003180*    TO THE BACKORDER FILE FOR THE NEXT RUN.  A LINE THAT
003183*    WOULD TAKE THE CUSTOMER PAST THE CREDIT LIMIT IS HELD
003186*    WHOLE INSTEAD.
003190******************************************************************
003200       3000-ALLOCATE.
003210           PERFORM 3100-VALIDATE-LINE THRU 3100-EXIT.
003300                       PERFORM 3400-WRITE-REPORT-LINE
003310                           THRU 3400-EXIT
003320                   NOT INVALID KEY
003323                       PERFORM 3800-CHECK-CREDIT THRU 3800-EXIT
003326                       IF WS-CREDIT-OK
003330                           PERFORM 3200-APPLY-ALLOCATION
003340                               THRU 3200-EXIT
003342                       ELSE
003344                           PERFORM 3850-HOLD-LINE THRU 3850-EXIT
003346                       END-IF
003350               END-READ
003360           END-IF.
003370       3000-EXIT.
003400******************************************************************
003410*    3100-VALIDATE-LINE THRU 3100-EXIT
003420*    AN ORDER LINE IS REJECTED WHEN ITS ITEM CODE IS BLANK, ITS
003430*    QUANTITY IS NOT NUMERIC OR ITS QUANTITY IS ZERO, OR WHEN
003436*    ITS CUSTOMER IS NOT ON CUST-FILE OR THE ACCOUNT IS ON
003442*    HOLD.  THE FIRST FAILING CHECK SETS THE REPORT TEXT.
003450******************************************************************
003460       3100-VALIDATE-LINE.
003470           SET WS-LINE-VALID TO TRUE.
003580                       MOVE 'QUANTITY IS ZERO' TO WS-DL-TEXT
003590                   END-IF
003600               END-IF
003602           END-IF.
003604           IF WS-LINE-VALID
003606               PERFORM 3150-CHECK-CUSTOMER THRU 3150-EXIT
003610           END-IF.
003620           IF WS-LINE-INVALID
003630               ADD 1 TO WS-REJECT-COUNT
003890           SUBTRACT WS-FILL-QTY FROM WS-AL-QTY
003900               GIVING WS-SHORT-QTY.
003910           IF WS-FILL-QTY > ZERO
003915               COMPUTE WS-ORDER-VALUE = WS-FILL-QTY * ITEM-PRICE
003920               SUBTRACT WS-FILL-QTY FROM ITEM-QTY-ON-HAND
003925               MOVE WS-TODAY TO ITEM-LAST-ISSUE-DATE
003930               REWRITE STOCK-ITEMS
004020                       SUBTRACT WS-FILL-QTY FROM WS-LOC-QTY
004030                       PERFORM 3700-PUT-LOCATION THRU 3700-EXIT
004040                       PERFORM 3500-WRITE-AUDIT-LOG THRU 3500-EXIT
004045                       PERFORM 3900-CHARGE-CUSTOMER THRU 3900-EXIT
004046                       PERFORM 3950-WRITE-ALLOCATION
004047                           THRU 3950-EXIT
004050               END-REWRITE
004052           END-IF.
004054           IF WS-FILL-QTY = ZERO
004056               PERFORM 3950-WRITE-ALLOCATION THRU 3950-EXIT
004060           END-IF.
004070           IF WS-SHORT-QTY > ZERO
004080               PERFORM 3300-WRITE-BACKORDER THRU 3300-EXIT
005380               '  PART = ' WS-PART-COUNT.
005390           DISPLAY 'ITEM-ALLOC: CARRIED TO BACKORDER = '
005400               WS-BACKORDER-COUNT
005402               '  REJECTED = ' WS-REJECT-COUNT
005404               '  CREDIT HELD = ' WS-HELD-COUNT.
005406           DISPLAY 'ITEM-ALLOC: LINES TO ALLOCATION FILE = '
005408               WS-ALLOC-OUT-COUNT
005410               '  QUANTITY ISSUED = ' WS-ALLOC-OUT-QTY
005412               '  UNFILLED = ' WS-ALLOC-UNFILLED-COUNT.
005420       4000-EXIT.
005430           EXIT.
005440
005460*    4100-WRITE-RUN-LOG THRU 4100-EXIT
005470*    ONE-LINE RUN SUMMARY FOR THE SCHEDULER, AND THE RETURN
005480*    CODE FOR THE STEP - 16 IS A BAD OPEN, 8 MEANS REWRITES
005490*    FAILED ON A MASTER, 4 MEANS REJECTS, CREDIT HOLDS OR
005500*    LINES LEFT ON BACKORDER.
005510******************************************************************
005520       4100-WRITE-RUN-LOG.
005530           MOVE SPACES TO RUN-LOG-RECORD.
005740           MOVE WS-RUN-RC TO RETURN-CODE.
005750       4100-EXIT.
005760           EXIT.
005770
005780******************************************************************
005790*    0500-CHECK-ALLOC-LOC THRU 0500-EXIT
005800*    THE ISSUING LOCATION MUST BE ON THE LOCATION MASTER AND
005810*    MUST NOT BE A RETURNS QUARANTINE LOCATION - RETURNED GOODS
005820*    THERE ARE AWAITING INSPECTION AND ARE NOT TO BE SOLD.
005830*    EITHER FAILURE STOPS THE RUN BEFORE ANY ORDER IS TOUCHED.
005840*    THE LOCATION MASTER IS NOT NEEDED PAST THIS CHECK, SO IT
005850*    IS OPENED AND CLOSED HERE.
005860******************************************************************
005870       0500-CHECK-ALLOC-LOC.
005880           OPEN INPUT LOC-FILE.
005890           IF WS-LOC-FILE-STATUS NOT = '00'
005900               DISPLAY 'ITEM-ALLOC: *** OPEN FAILED FOR'
005910                   ' LOC-FILE, STATUS = ' WS-LOC-FILE-STATUS
005920               MOVE 16 TO WS-RUN-RC
005930               PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT
005940               STOP RUN
005950           END-IF.
005960           MOVE WS-ALLOC-LOC TO LOC-CODE.
005970           READ LOC-FILE
005980               INVALID KEY
005990                   DISPLAY 'ITEM-ALLOC: *** LOCATION '
006000                       WS-ALLOC-LOC
006010                       ' NOT ON LOCATION MASTER - NOTHING'
006020                       ' ALLOCATED ***'
006030                   MOVE 16 TO WS-RUN-RC
006040               NOT INVALID KEY
006050                   IF LOC-QUARANTINE
006060                       DISPLAY 'ITEM-ALLOC: *** LOCATION '
006070                           WS-ALLOC-LOC ' IS A RETURNS QUARANTINE'
006080                           ' LOCATION - NOTHING ALLOCATED ***'
006090                       MOVE 16 TO WS-RUN-RC
006100                   END-IF
006110           END-READ.
006120           CLOSE LOC-FILE.
006130           IF WS-RUN-RC = 16
006140               PERFORM 4100-WRITE-RUN-LOG THRU 4100-EXIT
006150               STOP RUN
006160           END-IF.
006170       0500-EXIT.
006180           EXIT.
006190
006200******************************************************************
006210*    3150-CHECK-CUSTOMER THRU 3150-EXIT
006220*    PULLS THE ORDERING CUSTOMER BY CUST-CODE.  AN ACCOUNT NOT
006230*    ON CUST-FILE, OR ONE CREDIT CONTROL HAS PUT ON HOLD, TAKES
006240*    NO STOCK - THE LINE IS REJECTED, NOT BACKORDERED.  THE
006250*    RECORD IS LEFT IN CUST-RECORD FOR THE CREDIT CHECK.
006260******************************************************************
006270       3150-CHECK-CUSTOMER.
006280           MOVE WS-AL-CUST-CODE TO CUST-CODE.
006290           READ CUST-FILE
006300               INVALID KEY
006310                   SET WS-LINE-INVALID TO TRUE
006320                   MOVE 'CUSTOMER NOT ON FILE' TO WS-DL-TEXT
006330               NOT INVALID KEY
006340                   IF CUST-ON-HOLD
006350                       SET WS-LINE-INVALID TO TRUE
006360                       MOVE 'CUSTOMER ACCOUNT ON HOLD'
006370                           TO WS-DL-TEXT
006380                   END-IF
006390           END-READ.
006400       3150-EXIT.
006410           EXIT.
006420
006430******************************************************************
006440*    3800-CHECK-CREDIT THRU 3800-EXIT
006450*    VALUES THE WHOLE LINE AT ITEM-PRICE AND ADDS IT TO WHAT
006460*    THE CUSTOMER ALREADY OWES.  A LINE THAT WOULD TAKE THE
006470*    BALANCE PAST CUST-CREDIT-LIMIT FAILS THE CHECK.  THE
006480*    BALANCE INCLUDES EVERY LINE FILLED EARLIER IN THIS RUN.
006490******************************************************************
006500       3800-CHECK-CREDIT.
006510           SET WS-CREDIT-OK TO TRUE.
006520           COMPUTE WS-ORDER-VALUE = WS-AL-QTY * ITEM-PRICE.
006530           ADD WS-ORDER-VALUE CUST-BALANCE GIVING WS-NEW-BALANCE.
006540           IF WS-NEW-BALANCE > CUST-CREDIT-LIMIT
006550               SET WS-CREDIT-EXCEEDED TO TRUE
006560           END-IF.
006570       3800-EXIT.
006580           EXIT.
006590
006600******************************************************************
006610*    3850-HOLD-LINE THRU 3850-EXIT
006620*    THE LINE WOULD BREACH THE CREDIT LIMIT - NOTHING IS
006630*    FILLED.  THE WHOLE QUANTITY IS CARRIED ON THE BACKORDER
006640*    FILE WITH ITS ORIGINAL DATE, SO IT IS CHECKED AGAIN ON THE
006650*    NEXT RUN ONCE PAYMENTS HAVE BROUGHT THE BALANCE DOWN.
006660******************************************************************
006670       3850-HOLD-LINE.
006680           ADD 1 TO WS-HELD-COUNT.
006690           MOVE ZERO TO WS-FILL-QTY.
006700           MOVE WS-AL-QTY TO WS-SHORT-QTY.
006710           PERFORM 3300-WRITE-BACKORDER THRU 3300-EXIT.
006720           PERFORM 3950-WRITE-ALLOCATION THRU 3950-EXIT.
006730           MOVE 'HELD' TO WS-DL-TAG.
006740           MOVE 'OVER CREDIT LIMIT - HELD' TO WS-DL-TEXT.
006750           PERFORM 3400-WRITE-REPORT-LINE THRU 3400-EXIT.
006760       3850-EXIT.
006770           EXIT.
006780
006790******************************************************************
006800*    3900-CHARGE-CUSTOMER THRU 3900-EXIT
006810*    ADDS THE VALUE OF THE FILLED QUANTITY, WORKED OUT BEFORE
006820*    THE MASTER REWRITE, TO THE CUSTOMER'S BALANCE.  A FAILED
006830*    REWRITE COUNTS WITH THE MASTER REWRITE FAILURES.
006840******************************************************************
006850       3900-CHARGE-CUSTOMER.
006860           ADD WS-ORDER-VALUE TO CUST-BALANCE.
006870           REWRITE CUST-RECORD
006880               INVALID KEY
006890                   DISPLAY 'ITEM-ALLOC: *** CUSTOMER REWRITE'
006900                       ' FAILED FOR ' CUST-CODE ', STATUS = '
006910                       WS-CUST-FILE-STATUS ' ***'
006920                   ADD 1 TO WS-REWRITE-FAIL-COUNT
006930           END-REWRITE.
006940       3900-EXIT.
006950           EXIT.
006960
006970******************************************************************
006980*    3950-WRITE-ALLOCATION THRU 3950-EXIT
006990*    ONE ORDER LINE TO THE ALLOCATION FILE - THE QUANTITY
007000*    ACTUALLY ISSUED AND WHAT WAS LEFT ON BACKORDER, FOR THE
007010*    PICK LISTS AND THE CUSTOMER'S DISPATCH NOTE.  A LINE THAT
007020*    FILLED NOTHING GOES OUT WITH ZERO FILLED, AS TYPE 'H' IF
007030*    CREDIT CONTROL HELD IT, AND IS LEFT OUT OF THE TRAILER
007040*    TOTALS - ONLY WHAT WAS ISSUED IS THERE TO PICK.
007050******************************************************************
007060       3950-WRITE-ALLOCATION.
007070           MOVE SPACES TO ALLOC-RECORD.
007080           IF WS-CREDIT-EXCEEDED
007090               SET ALC-IS-HELD TO TRUE
007100           ELSE
007110               SET ALC-IS-DETAIL TO TRUE
007120           END-IF.
007130           MOVE WS-AL-ORDER-DATE TO ALC-ORDER-DATE.
007140           MOVE WS-AL-CUST-CODE TO ALC-CUST-CODE.
007150           MOVE WS-AL-ITEM-CODE TO ALC-ITEM-CODE.
007160           MOVE WS-ALLOC-LOC TO ALC-LOC-CODE.
007170           MOVE WS-FILL-QTY TO ALC-QTY-FILLED.
007180           MOVE WS-SHORT-QTY TO ALC-QTY-SHORT.
007190           MOVE WS-TODAY TO ALC-ISSUE-DATE.
007200           WRITE ALLOC-RECORD.
007210           IF WS-FILL-QTY > ZERO
007220               ADD 1 TO WS-ALLOC-OUT-COUNT
007230               ADD WS-FILL-QTY TO WS-ALLOC-OUT-QTY
007240           ELSE
007250               ADD 1 TO WS-ALLOC-UNFILLED-COUNT
007260           END-IF.
007270       3950-EXIT.
007280           EXIT.
007290
007300******************************************************************
007310*    3960-WRITE-ALLOC-TRAILER THRU 3960-EXIT
007320*    CLOSES THE ALLOCATION FILE WITH ITS CONTROL TRAILER - THE
007330*    NUMBER OF FILLED LINES AND THE TOTAL QUANTITY ISSUED, WHAT
007340*    ITEM-PICK PROVES ITS PICK LIST TOTALS AGAINST.
007350******************************************************************
007360       3960-WRITE-ALLOC-TRAILER.
007370           MOVE SPACES TO ALLOC-RECORD.
007380           SET ALC-IS-TRAILER TO TRUE.
007390           MOVE WS-TODAY TO ALC-TRL-RUN-DATE.
007400           MOVE WS-ALLOC-OUT-COUNT TO ALC-TRL-LINE-COUNT.
007410           MOVE WS-ALLOC-OUT-QTY TO ALC-TRL-QTY-TOTAL.
007420           WRITE ALLOC-RECORD.
007430       3960-EXIT.
007440           EXIT.
