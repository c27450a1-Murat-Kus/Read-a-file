000170*    DATE       INIT  DESCRIPTION
000180*    ---------  ----  ---------------------------------------
000190*    02/09/2026 MK    ORIGINAL VERSION - WRITTEN FOR ITEM-PORDER.
000191*    15/10/2026 MK    ADDED PO-RECEIPT-COST, THE WEIGHTED-AVERAGE
000192*                     MOVE-UNIT-COST OF THE RECEIPTS ITEM-POMATCH
000193*                     HAS APPLIED TO THE LINE, SO ITEM-INVMATCH
000194*                     CAN PRICE-CHECK THE SUPPLIER'S INVOICE
000195*                     AGAINST WHAT WAS ACTUALLY RECEIVED.  ZERO
000196*                     UNTIL THE FIRST RECEIPT.  RECORD LENGTH IS
000197*                     NOW 45.
000200******************************************************************
000210 01  PO-RECORD.
000220     02  PO-NUMBER                  PIC 9(06).
000290     02  PO-STATUS                  PIC X(01).
000300         88  PO-LINE-OPEN               VALUE 'O'.
000310         88  PO-LINE-RECEIVED           VALUE 'R'.
000320     02  PO-RECEIPT-COST            PIC 9(05)V9(02).
