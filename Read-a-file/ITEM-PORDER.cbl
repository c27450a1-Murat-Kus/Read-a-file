000291*                     ITEMS WITH NO OR AN UNKNOWN SUPPLIER ARE
000292*                     NOT SENDABLE ORDERS AND GET NO REGISTER
000293*                     LINES.
000294*    15/10/2026 MK    NEW REGISTER LINES START WITH A ZERO
000295*                     PO-RECEIPT-COST (SEE POREC).
000296******************************************************************
000300       ENVIRONMENT DIVISION.
000310       INPUT-OUTPUT SECTION.
000320       FILE-CONTROL.
003342           MOVE WS-CURRENT-SUPP TO PO-SUPP-CODE.
003343           MOVE SORT-ITEM-CODE TO PO-ITEM-CODE.
003344           MOVE SORT-ORDER-QTY TO PO-QTY-ORDERED.
003345           MOVE ZERO TO PO-QTY-RECEIVED PO-RECEIPT-COST.
003346           MOVE WS-RUN-DATE TO PO-ORDER-DATE.
003347           SET PO-LINE-OPEN TO TRUE.
003348           WRITE PO-RECORD.
