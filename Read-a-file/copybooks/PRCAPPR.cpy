000010******************************************************************
000020*    COPYBOOK.    PRCAPPR
000030*    AUTHOR.      M. KUS - INVENTORY SYSTEMS
000040*    DATE-WRITTEN. 15/10/2026.
000050*    PURPOSE.     ONE PRE-APPROVED PRICE CHANGE.  ITEM-PRCCAL
000060*                 WRITES ONE FOR EVERY 'C' TRANSACTION IT
000070*                 GENERATES FROM THE PRICE CALENDAR, AND
000080*                 ITEM-MAINT APPLIES A 'C' FOR THE SAME ITEM AT
000090*                 EXACTLY THIS PRICE WITHOUT THE PRICE-CHANGE
000100*                 TOLERANCE CHECK, SO CALENDAR CHANGES NEVER
000110*                 LAND ON THE HELD FILE.  RECORD LENGTH IS 12.
000120*    -------------------------------------------------------
000130*    MODIFICATION HISTORY.
000140*    DATE       INIT  DESCRIPTION
000150*    ---------  ----  ---------------------------------------
000160*    15/10/2026 MK    ORIGINAL VERSION - WRITTEN FOR ITEM-PRCCAL.
000170******************************************************************
000180 01  APPROVAL-RECORD.
000190     02  APR-ITEM-CODE              PIC X(05).
000200     02  APR-PRICE                  PIC 9(05)V9(02).
