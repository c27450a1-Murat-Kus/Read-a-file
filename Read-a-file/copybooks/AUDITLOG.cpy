000159*                     LOCATIONS.  A TRANSFER LEAVES THE ITEM'S
000160*                     TOTAL UNTOUCHED, SO ITEM-CLOSE REPLAYS IT
000161*                     AS A NO-OP.
000170*    15/10/2026 MK    ADDED THE CUSTOMER-RETURN ACTIONS WRITTEN
000180*                     BY ITEM-RETURN - E (RETURN BOOKED INTO
000190*                     QUARANTINE, ADDS TO THE TOTAL), K (RESTOCKED
000200*                     FROM QUARANTINE, A TRANSFER SO THE TOTAL IS
000210*                     UNTOUCHED), S (SCRAPPED) AND V (RETURNED TO
000220*                     THE SUPPLIER), BOTH TAKING STOCK OFF THE
000230*                     TOTAL.  AUD-QTY IS THE QUANTITY MOVED ON
000240*                     ALL FOUR.
000241*    15/10/2026 MK    ADDED THE REVERSAL ACTIONS WRITTEN BY
000242*                     ITEM-REVERSE WHEN A BAD ITEM-MOVE BATCH IS
000243*                     BACKED OUT - B (RECEIPT REVERSED, TAKES
000244*                     STOCK OFF THE TOTAL) AND U (ISSUE
000245*                     REVERSED, PUTS IT BACK).  AUD-QTY IS THE
000246*                     QUANTITY MOVED ON BOTH.  A REVERSED
000247*                     TRANSFER IS LOGGED AS A 'T' BACK THE OTHER
000248*                     WAY AND A REVERSED COUNT AS A 'J' WITH THE
000249*                     RESULTING TOTAL, SO NEITHER NEEDS A CODE
000250*                     OF ITS OWN.
000251******************************************************************
000260 01  AUDIT-LOG-RECORD.
000270     02  AUD-DATE                   PIC 9(08).
000280     02  FILLER                     PIC X(01).
000290     02  AUD-TIME                   PIC 9(08).
000300     02  FILLER                     PIC X(01).
000310     02  AUD-ACTION                 PIC X(01).
000320         88  AUD-ACTION-READ            VALUE 'R'.
000330         88  AUD-ACTION-ADD             VALUE 'A'.
000340         88  AUD-ACTION-CHANGE          VALUE 'C'.
000350         88  AUD-ACTION-DELETE          VALUE 'D'.
000360         88  AUD-ACTION-RECEIPT         VALUE 'G'.
000370         88  AUD-ACTION-ISSUE           VALUE 'I'.
000380         88  AUD-ACTION-ADJUST          VALUE 'J'.
000390         88  AUD-ACTION-TRANSFER        VALUE 'T'.
000400         88  AUD-ACTION-RETURN          VALUE 'E'.
000410         88  AUD-ACTION-RESTOCK         VALUE 'K'.
000420         88  AUD-ACTION-SCRAP           VALUE 'S'.
000430         88  AUD-ACTION-TO-SUPPLIER     VALUE 'V'.
000433         88  AUD-ACTION-RCPT-REVERSED   VALUE 'B'.
000436         88  AUD-ACTION-ISSUE-REVERSED  VALUE 'U'.
000440     02  FILLER                     PIC X(01).
000450     02  AUD-ITEM-CODE              PIC X(05).
000460     02  FILLER                     PIC X(01).
000470     02  AUD-ITEM-NAME              PIC X(20).
000480     02  FILLER                     PIC X(01).
000490     02  AUD-ITEM-PRICE             PIC 9(05)V9(02).
000500     02  FILLER                     PIC X(01).
000510     02  AUD-QTY                    PIC 9(05).
