000010******************************************************************
000020*    COPYBOOK.    ALLOCREC
000030*    AUTHOR.      M. KUS - INVENTORY SYSTEMS
000040*    DATE-WRITTEN. 15/10/2026.
000050*    PURPOSE.     ONE CUSTOMER ORDER LINE ON THE
000060*                 ALLOCATION FILE ITEM-ALLOC WRITES EACH RUN -
000070*                 WHO THE STOCK IS FOR, WHICH ITEM, THE LOCATION
000080*                 IT WAS ISSUED FROM, THE QUANTITY FILLED AND
000090*                 THE QUANTITY LEFT ON BACKORDER.  ITEM-PICK
000100*                 PRINTS THE WAREHOUSE PICK LISTS AND THE
000110*                 CUSTOMER DISPATCH NOTES FROM IT.  THE LAST
000120*                 RECORD ON THE FILE IS A TRAILER
000130*                 (ALC-RECORD-TYPE = 'T') CARRYING THE LINE
000140*                 COUNT AND TOTAL QUANTITY ITEM-ALLOC ISSUED, SO
000150*                 THE PICK LISTS CAN BE PROVED AGAINST IT.
000160*                 RECORD LENGTH 40.
000170*    -------------------------------------------------------
000180*    MODIFICATION HISTORY.
000190*    DATE       INIT  DESCRIPTION
000200*    ---------  ----  ---------------------------------------
000210*    15/10/2026 MK    ORIGINAL VERSION - WRITTEN FOR ITEM-ALLOC.
000212*    15/10/2026 MK    REVIEW FIX: LINES THAT FILLED NOTHING ARE
000214*                     NOW WRITTEN TOO, WITH ALC-QTY-FILLED ZERO
000216*                     AND THE WHOLE QUANTITY IN ALC-QTY-SHORT -
000217*                     RECORD TYPE 'H' WHEN CREDIT CONTROL HELD
000218*                     THE LINE, 'D' OTHERWISE.  THE TRAILER
000219*                     STILL COUNTS FILLED LINES ONLY.
000220******************************************************************
000230 01  ALLOC-RECORD.
000240     02  ALC-RECORD-TYPE            PIC X(01).
000250         88  ALC-IS-DETAIL              VALUE 'D' 'H'.
000255         88  ALC-IS-HELD                VALUE 'H'.
000260         88  ALC-IS-TRAILER             VALUE 'T'.
000270     02  ALC-DETAIL.
000280         03  ALC-ORDER-DATE         PIC X(08).
000290         03  ALC-CUST-CODE          PIC X(05).
000300         03  ALC-ITEM-CODE          PIC X(05).
000310         03  ALC-LOC-CODE           PIC X(03).
000320         03  ALC-QTY-FILLED         PIC 9(05).
000330         03  ALC-QTY-SHORT          PIC 9(05).
000340         03  ALC-ISSUE-DATE         PIC X(08).
000350     02  ALC-TRAILER REDEFINES ALC-DETAIL.
000360         03  ALC-TRL-RUN-DATE       PIC X(08).
000370         03  ALC-TRL-LINE-COUNT     PIC 9(07).
000380         03  ALC-TRL-QTY-TOTAL      PIC 9(09).
000390         03  FILLER                 PIC X(15).
