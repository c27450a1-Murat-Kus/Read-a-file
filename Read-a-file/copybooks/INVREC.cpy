000010******************************************************************
000020*    COPYBOOK.    INVREC
000030*    AUTHOR.      M. KUS - INVENTORY SYSTEMS
000040*    DATE-WRITTEN. 15/10/2026.
000050*    PURPOSE.     ONE LINE OF A SUPPLIER'S INVOICE - WHICH PO
000060*                 LINE IT BILLS FOR, HOW MANY AND AT WHAT UNIT
000070*                 PRICE.  ACCOUNTS KEY THE INVOICE DECK IN THIS
000080*                 LAYOUT; ITEM-INVMATCH MATCHES EACH LINE TO ITS
000090*                 OPENPO LINE (SEE POREC) AND THE RECEIPTS
000100*                 POSTED AGAINST IT, AND A CLEAN LINE GOES OUT
000110*                 ON THE APPROVED-FOR-PAYMENT FILE AND ONTO THE
000120*                 INVOICE HISTORY, BOTH IN THE SAME LAYOUT WITH
000130*                 INV-APPROVED-DATE STAMPED.  INV-KEY IS THE
000140*                 INVOICE HISTORY'S RECORD KEY.  RECORD LENGTH
000150*                 IS 52.
000160*    -------------------------------------------------------
000170*    MODIFICATION HISTORY.
000180*    DATE       INIT  DESCRIPTION
000190*    ---------  ----  ---------------------------------------
000200*    15/10/2026 MK    ORIGINAL VERSION - WRITTEN FOR
000210*                     ITEM-INVMATCH.
000220******************************************************************
000230 01  INVOICE-RECORD.
000240     02  INV-KEY.
000250         03  INV-SUPP-CODE          PIC X(05).
000260         03  INV-NUMBER             PIC X(10).
000270         03  INV-PO-NUMBER          PIC 9(06).
000280         03  INV-PO-LINE-NO         PIC 9(03).
000290     02  INV-DATE                   PIC X(08).
000300     02  INV-QTY-BILLED             PIC 9(05).
000310     02  INV-UNIT-PRICE             PIC 9(05)V9(02).
000320     02  INV-APPROVED-DATE          PIC X(08).
