000275*                     LIMIT) NEVER POSTED STOCK AND MUST NOT
000276*                     MARK A PO LINE RECEIVED, OR ITEM-POCHASE
000277*                     STOPS CHASING A DELIVERY THAT NEVER CAME.
000278*    15/10/2026 MK    RECEIPTS RE-AVERAGE PO-RECEIPT-COST ON THE
000279*                     LINE (RECORD NOW 45) FOR ITEM-INVMATCH.
000280******************************************************************
000290       ENVIRONMENT DIVISION.
000300       INPUT-OUTPUT SECTION.
000550       COPY MOVEREC.
000560
000570       FD  PO-OUT.
000580       01  PO-OUT-RECORD                  PIC X(45).
000590
000600       FD  MATCH-REPORT.
000610       01  MATCH-REPORT-LINE              PIC X(80).
001050               03  WS-PE-STATUS           PIC X(01).
001060                   88  WS-PE-OPEN             VALUE 'O'.
001070                   88  WS-PE-RECEIVED         VALUE 'R'.
001075               03  WS-PE-RECEIPT-COST     PIC 9(05)V9(02).
001080
001090       01  WS-DETAIL-LINE.
001100           02  WS-DL-TAG                  PIC X(08).
001730                   SET WS-PO-AT-END TO TRUE
001740               NOT AT END
001750                   ADD 1 TO WS-PO-READ-COUNT
001752                   IF PO-RECEIPT-COST NOT NUMERIC
001754                       MOVE ZERO TO PO-RECEIPT-COST
001756                   END-IF
001760                   IF WS-PO-USED < WS-PO-MAX
001770                       ADD 1 TO WS-PO-USED
001780                       MOVE PO-RECORD TO WS-PO-ENTRY (WS-PO-USED)
002740*    PUTS AS MUCH OF THE RECEIPT AS THE LINE WILL TAKE ONTO THE
002750*    OLDEST OPEN LINE, MARKS THE LINE RECEIVED WHEN ITS ORDERED
002760*    QUANTITY IS IN, AND LOOKS FOR THE NEXT LINE IF ANY OF THE
002770*    RECEIPT IS LEFT.  THE LINE'S RECEIPT COST IS RE-AVERAGED
002773*    OVER WHAT IT HAD IN AND THE QUANTITY LANDING NOW, THE SAME
002776*    WEIGHTED AVERAGE ITEM-MOVE KEEPS ON ITEM-UNIT-COST.
002780******************************************************************
002790       2200-APPLY-TO-LINE.
002800           SUBTRACT WS-PE-QTY-RECEIVED (WS-BEST-SUB)
002850           ELSE
002860               MOVE WS-OPEN-QTY TO WS-FILL-QTY
002870           END-IF.
002871           COMPUTE WS-PE-RECEIPT-COST (WS-BEST-SUB) ROUNDED =
002872               (WS-PE-QTY-RECEIVED (WS-BEST-SUB) *
002873                WS-PE-RECEIPT-COST (WS-BEST-SUB) +
002874                WS-FILL-QTY * MOVE-UNIT-COST) /
002875               (WS-PE-QTY-RECEIVED (WS-BEST-SUB) + WS-FILL-QTY).
002880           ADD WS-FILL-QTY TO WS-PE-QTY-RECEIVED (WS-BEST-SUB).
002890           ADD WS-FILL-QTY TO WS-APPLIED-QTY.
002900           SUBTRACT WS-FILL-QTY FROM WS-REMAINING-QTY.
