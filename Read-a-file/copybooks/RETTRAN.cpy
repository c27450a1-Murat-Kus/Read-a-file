000010******************************************************************
000020*    COPYBOOK.    RETTRAN
000030*    AUTHOR.      M. KUS - INVENTORY SYSTEMS
000040*    DATE-WRITTEN. 15/10/2026.
000050*    PURPOSE.     TRANSACTION RECORD LAYOUT FOR THE RETURNS
000060*                 DECK, THE INPUT TO ITEM-RETURN.  A 'B' CARD
000070*                 BOOKS A CUSTOMER RETURN AGAINST THE CUSTOMER
000080*                 AND ITEM IT CAME BACK FROM, WITH A REASON CODE,
000090*                 INTO THE QUARANTINE LOCATION NAMED IN
000100*                 RTRN-LOC-CODE.  THE INSPECTION CARDS THAT
000110*                 FOLLOW IT QUOTE THE SAME RETURN NUMBER - 'R'
000120*                 RESTOCKS TO THE SALEABLE LOCATION IN
000130*                 RTRN-LOC-CODE, 'S' SCRAPS, 'V' SENDS BACK TO
000140*                 THE SUPPLIER.  AN INSPECTION CARD WITH A BLANK
000150*                 OR ZERO QUANTITY DISPOSES OF EVERYTHING STILL
000160*                 OPEN ON THE RETURN.  RECORD LENGTH IS 29.
000170*    -------------------------------------------------------
000180*    MODIFICATION HISTORY.
000190*    DATE       INIT  DESCRIPTION
000200*    ---------  ----  ---------------------------------------
000210*    15/10/2026 MK    ORIGINAL VERSION - WRITTEN FOR ITEM-RETURN.
000220******************************************************************
000230 01  RET-TRANS-RECORD.
000240     02  RTRN-CODE                  PIC X(01).
000250         88  RTRN-BOOK                  VALUE 'B'.
000260         88  RTRN-RESTOCK               VALUE 'R'.
000270         88  RTRN-SCRAP                 VALUE 'S'.
000280         88  RTRN-TO-SUPPLIER           VALUE 'V'.
000290     02  RTRN-RET-NUMBER            PIC X(08).
000300     02  RTRN-CUST-CODE             PIC X(05).
000310     02  RTRN-ITEM-CODE             PIC X(05).
000320     02  RTRN-QTY-X                 PIC X(05).
000330     02  RTRN-QTY REDEFINES RTRN-QTY-X
000340                                    PIC 9(05).
000350     02  RTRN-REASON-CODE           PIC X(02).
000360     02  RTRN-LOC-CODE              PIC X(03).
