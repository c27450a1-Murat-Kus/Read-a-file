000160*    DATE       INIT  DESCRIPTION
000170*    ---------  ----  ---------------------------------------
000180*    02/09/2026 MK    ORIGINAL VERSION.
000181*    15/10/2026 MK    ADDED LOC-TYPE.  A QUARANTINE LOCATION
000182*                     ('Q') HOLDS CUSTOMER RETURNS AWAITING
000183*                     INSPECTION (SEE ITEM-RETURN) - STOCK THERE
000184*                     IS NOT FOR SALE, SO ITEM-ALLOC WILL NOT
000185*                     ISSUE FROM IT AND ITEM-MOVE WILL NOT POST
000186*                     RECEIPTS, ISSUES OR TRANSFERS AT IT.  A
000187*                     BLANK TYPE, AS ON EVERY LOCATION CARRIED
000188*                     FORWARD FROM BEFORE THE FIELD EXISTED,
000189*                     READS AS SALEABLE.  RECORD LENGTH IS NOW 34.
000190******************************************************************
000200 01  LOC-RECORD.
000210     02  LOC-CODE                   PIC X(03).
000220     02  LOC-NAME                   PIC X(30).
000230     02  LOC-TYPE                   PIC X(01).
000240         88  LOC-SALEABLE               VALUE 'S' ' '.
000250         88  LOC-QUARANTINE             VALUE 'Q'.
