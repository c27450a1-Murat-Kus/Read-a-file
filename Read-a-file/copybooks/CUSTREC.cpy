000010******************************************************************
000020*    COPYBOOK.    CUSTREC
000030*    AUTHOR.      M. KUS - INVENTORY SYSTEMS
000040*    DATE-WRITTEN. 15/10/2026.
000050*    PURPOSE.     COMMON RECORD LAYOUT FOR A CUSTOMER AS CARRIED
000060*                 ON CUST-FILE, THE CUSTOMER MASTER, KEYED ON
000070*                 CUST-CODE.  SHARED BY EVERY PROGRAM THAT READS
000080*                 OR WRITES CUST-FILE, THE SAME WAY SUPPITM IS
000090*                 SHARED FOR SUPP-FILE.  THE CUST-CODE VALUES
000100*                 HERE ARE WHAT ORD-CUST-CODE AND BO-CUST-CODE
000110*                 ARE VALIDATED AGAINST BY ITEM-ALLOC, WHICH
000120*                 ALSO ADDS THE VALUE OF EVERY FILLED LINE TO
000130*                 CUST-BALANCE AND HOLDS ANY ORDER THAT WOULD
000140*                 TAKE THE BALANCE PAST CUST-CREDIT-LIMIT.  AN
000150*                 ACCOUNT WITH CUST-HOLD-FLAG SET TO 'Y' TAKES
000160*                 NO STOCK AT ALL UNTIL CREDIT CONTROL CLEARS
000170*                 IT.  RECORD LENGTH 114.
000180*    -------------------------------------------------------
000190*    MODIFICATION HISTORY.
000200*    DATE       INIT  DESCRIPTION
000210*    ---------  ----  ---------------------------------------
000220*    15/10/2026 MK    ORIGINAL VERSION.
000230******************************************************************
000240 01  CUST-RECORD.
000250     02  CUST-CODE                  PIC X(05).
000260     02  CUST-NAME                  PIC X(30).
000270     02  CUST-ADDRESS               PIC X(60).
000280     02  CUST-CREDIT-LIMIT          PIC 9(07)V9(02).
000290     02  CUST-BALANCE               PIC 9(07)V9(02).
000300     02  CUST-HOLD-FLAG             PIC X(01).
000310         88  CUST-ON-HOLD               VALUE 'Y'.
000320         88  CUST-NOT-ON-HOLD           VALUE 'N' SPACE.
