001274*                     THE QUANTITY IT DROPPED, SO ITEM-CLOSE CAN
001275*                     REPLAY MAINTENANCE ALONGSIDE THE QUANTITY
001276*                     MOVEMENTS WHEN IT PROVES A PERIOD.
001277*    15/10/2026 MK    A 'C' THE TOLERANCE CHECK WOULD HOLD IS
001278*                     APPLIED WHEN ITS ITEM AND PRICE ARE ON THE
001279*                     OPTIONAL CALAPPR FILE (PRCAPPR) FROM PRCCAL.
001280******************************************************************
001290       ENVIRONMENT DIVISION.
001300       INPUT-OUTPUT SECTION.
001620
001630           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
001640               ORGANIZATION IS LINE SEQUENTIAL.
001642
001644           SELECT OPTIONAL CAL-APPROVAL ASSIGN TO CALAPPR
001646               ORGANIZATION IS LINE SEQUENTIAL.
001650
001660       DATA DIVISION.
001670       FILE SECTION.
002140
002150       FD  RUN-LOG-FILE.
002160       COPY RUNLOGR.
002162
002164       FD  CAL-APPROVAL.
002166       COPY PRCAPPR.
002170
002180       WORKING-STORAGE SECTION.
002190
002610       77  WS-HELD-MAX                PIC 9(03) COMP VALUE 200.
002620       77  WS-HELD-USED               PIC 9(03) COMP VALUE ZERO.
002630       77  WS-HELD-SUB                PIC 9(03) COMP VALUE ZERO.
002631
002632       77  WS-APPR-ENDOF              PIC X(01) VALUE 'N'.
002633           88  WS-APPR-AT-END             VALUE 'Y'.
002634
002635       77  WS-APPR-FOUND-SW           PIC X(01) VALUE 'N'.
002636           88  WS-APPR-FOUND              VALUE 'Y'.
002637           88  WS-APPR-NOT-FOUND          VALUE 'N'.
002640
002641       77  WS-APPR-MAX                PIC 9(04) COMP VALUE 500.
002642       77  WS-APPR-USED               PIC 9(04) COMP VALUE ZERO.
002643       77  WS-APPR-SUB                PIC 9(04) COMP VALUE ZERO.
002644       77  WS-PREAPPROVED-COUNT       PIC 9(07) COMP VALUE ZERO.
002645
002650       COPY HELDTRAN.
002660
002670       01  WS-TOLERANCE-CARD.
002770                   04  WS-HE-CODE         PIC X(05).
002780                   04  FILLER             PIC X(63).
002790
002791       01  WS-APPR-TABLE.
002792           02  WS-APPR-ENTRY OCCURS 500 TIMES.
002793               03  WS-AP-CODE             PIC X(05).
002794               03  WS-AP-PRICE            PIC 9(05)V9(02).
002795
002800       01  WS-HOLD-LINE.
002810           02  WS-HL-TAG                  PIC X(08).
002820           02  FILLER                     PIC X(01) VALUE SPACES.
003210           OPEN OUTPUT HOLD-REPORT.
003220           PERFORM 0400-GET-TOLERANCE THRU 0400-EXIT.
003230           PERFORM 0500-LOAD-HELD THRU 0500-EXIT.
003235           PERFORM 0600-LOAD-APPROVALS THRU 0600-EXIT.
003240           PERFORM 1000-READ-OLD-MASTER THRU 1000-EXIT.
003250           PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT.
003260           PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
005220*    CHANGE AGAINST A ZERO OLD PRICE HAS NO PERCENTAGE, SO ANY
005230*    NONZERO NEW PRICE IS HELD FOR A SUPERVISOR TO LOOK AT, AND
005240*    A PERCENTAGE TOO BIG FOR THE FIELD HOLDS THE SAME WAY.
005243*    A CHANGE THAT WOULD BE HELD IS APPLIED AFTER ALL WHEN THE
005246*    PRICE CALENDAR PRE-APPROVED THIS ITEM AT THIS EXACT PRICE.
005250******************************************************************
005260       2210-CHECK-TOLERANCE.
005270           SET WS-APPLY-CHANGE TO TRUE.
005490                   END-IF
005500               END-IF
005510           END-IF.
005511           IF WS-HOLD-CHANGE
005512               PERFORM 2215-FIND-APPROVAL THRU 2215-EXIT
005513               IF WS-APPR-FOUND
005514                   SET WS-APPLY-CHANGE TO TRUE
005515                   ADD 1 TO WS-PREAPPROVED-COUNT
005516               END-IF
005517           END-IF.
005520       2210-EXIT.
005530           EXIT.
005540
008990               '  RELEASED = ' WS-RELEASED-COUNT
009000               '  REJECTED HELD = ' WS-REJECTED-HELD-COUNT
009010               '  CARRIED FORWARD = ' WS-CARRIED-HELD-COUNT.
009012           DISPLAY 'ITEM-MAINT: CALENDAR PRE-APPROVALS = '
009014               WS-APPR-USED '  APPLIED OVER TOLERANCE = '
009016               WS-PREAPPROVED-COUNT.
009020       4000-EXIT.
009030           EXIT.
009040
009050******************************************************************
009060*    0600-LOAD-APPROVALS THRU 0600-EXIT
009070*    LOADS THE PRICE CALENDAR'S PRE-APPROVALS FOR TONIGHT.  THE
009080*    FILE IS OPTIONAL - ONLY ADDJOB SUPPLIES IT.  AN ENTRY PAST
009090*    THE TABLE LIMIT IS LEFT OUT, SO ITS CHANGE TAKES THE
009100*    NORMAL TOLERANCE CHECK AND MAY BE HELD.
009110******************************************************************
009120       0600-LOAD-APPROVALS.
009130           OPEN INPUT CAL-APPROVAL.
009140           PERFORM 0610-LOAD-APPROVAL-ENTRY THRU 0610-EXIT
009150               UNTIL WS-APPR-AT-END.
009160           CLOSE CAL-APPROVAL.
009170       0600-EXIT.
009180           EXIT.
009190
009200******************************************************************
009210*    0610-LOAD-APPROVAL-ENTRY THRU 0610-EXIT
009220******************************************************************
009230       0610-LOAD-APPROVAL-ENTRY.
009240           READ CAL-APPROVAL
009250               AT END
009260                   SET WS-APPR-AT-END TO TRUE
009270               NOT AT END
009280                   IF WS-APPR-USED < WS-APPR-MAX
009290                       ADD 1 TO WS-APPR-USED
009300                       MOVE APR-ITEM-CODE
009310                           TO WS-AP-CODE (WS-APPR-USED)
009320                       MOVE APR-PRICE
009330                           TO WS-AP-PRICE (WS-APPR-USED)
009340                   ELSE
009350                       DISPLAY 'ITEM-MAINT: *** APPROVAL TABLE'
009360                           ' FULL, ITEM ' APR-ITEM-CODE
009370                           ' NOT PRE-APPROVED ***'
009380                   END-IF
009390           END-READ.
009400       0610-EXIT.
009410           EXIT.
009420
009430******************************************************************
009440*    2215-FIND-APPROVAL THRU 2215-EXIT
009450*    LOOKS FOR A PRE-APPROVAL FOR THE TRANSACTION'S ITEM CODE AT
009460*    THE TRANSACTION'S PRICE.
009470******************************************************************
009480       2215-FIND-APPROVAL.
009490           SET WS-APPR-NOT-FOUND TO TRUE.
009500           MOVE 1 TO WS-APPR-SUB.
009510           PERFORM 2216-SCAN-APPROVAL THRU 2216-EXIT
009520               UNTIL WS-APPR-SUB > WS-APPR-USED
009530                  OR WS-APPR-FOUND.
009540       2215-EXIT.
009550           EXIT.
009560
009570******************************************************************
009580*    2216-SCAN-APPROVAL THRU 2216-EXIT
009590******************************************************************
009600       2216-SCAN-APPROVAL.
009610           IF WS-AP-CODE (WS-APPR-SUB) = TRANS-ITEM-CODE AND
009620              WS-AP-PRICE (WS-APPR-SUB) = TRANS-ITEM-PRICE
009630               SET WS-APPR-FOUND TO TRUE
009640           ELSE
009650               ADD 1 TO WS-APPR-SUB
009660           END-IF.
009670       2216-EXIT.
009680           EXIT.
