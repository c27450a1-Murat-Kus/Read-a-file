000323*                     LOCATIONS AND LEAVES THE ITEM'S TOTAL
000324*                     UNTOUCHED, SO THE REPLAY TAKES IT AS A
000325*                     NO-OP.
000326*    15/10/2026 MK    CUSTOMER RETURNS - AN 'E' RETURN ADDS LIKE
000327*                     A RECEIPT, AN 'S' SCRAP OR 'V' RETURN TO
000328*                     SUPPLIER TAKES OFF LIKE AN ISSUE, 'K' IS A
000329*                     NO-OP; A 'B' OR 'U' REVERSAL UNDOES A MOVE.
000330******************************************************************
000340       ENVIRONMENT DIVISION.
000350       INPUT-OUTPUT SECTION.
001050               88  SRT-CHANGE                 VALUE 'C'.
001060               88  SRT-DELETE                 VALUE 'D'.
001065               88  SRT-XFER                   VALUE 'T'.
001066               88  SRT-RETURN                 VALUE 'E'.
001067               88  SRT-DISPOSAL               VALUE 'S' 'V'.
001068               88  SRT-RCPT-REVERSED          VALUE 'B'.
001069               88  SRT-ISSUE-REVERSED         VALUE 'U'.
001070           02  SRT-QTY-X                  PIC X(05).
001080           02  SRT-QTY REDEFINES SRT-QTY-X
001090                                          PIC 9(05).
004000*    AN ADD OR A MAINTENANCE CHANGE SETS THE BALANCE TO THE
004010*    QUANTITY IT LOGGED; A DELETE TAKES THE ITEM OFF; A 'T'
004012*    TRANSFER MOVES STOCK BETWEEN LOCATIONS WITHOUT TOUCHING
004014*    THE TOTAL, SO IT FALLS THROUGH AS A NO-OP.  A CUSTOMER
004015*    RETURN INTO QUARANTINE COUNTS AS A RECEIPT, A SCRAP OR A
004016*    RETURN TO SUPPLIER AS AN ISSUE, AND A 'K' RESTOCK OUT OF
004017*    QUARANTINE IS A NO-OP, LIKE A TRANSFER.  A REVERSED
004018*    ISSUE PUTS STOCK BACK LIKE A RECEIPT AND A REVERSED RECEIPT
004019*    TAKES IT OFF LIKE AN ISSUE.  AN AUDIT
004020*    RECORD FROM BEFORE AUD-QTY EXISTED HAS NO QUANTITY, SO THE
004030*    ITEM CANNOT BE PROVED AND IS FLAGGED INSTEAD.
004040******************************************************************
004060           IF SRT-QTY-X NOT NUMERIC
004070               SET WS-ITEM-UNPROVABLE TO TRUE
004080           ELSE
004090               IF SRT-RECEIPT OR SRT-RETURN OR SRT-ISSUE-REVERSED
004100                   ADD SRT-QTY TO WS-EXPECT-QTY
004110                   ADD SRT-QTY TO WS-RCPT-QTY
004120               ELSE
004130               IF SRT-ISSUE OR SRT-DISPOSAL OR SRT-RCPT-REVERSED
004140                   SUBTRACT SRT-QTY FROM WS-EXPECT-QTY
004150                   ADD SRT-QTY TO WS-ISSUE-QTY
004160               ELSE
