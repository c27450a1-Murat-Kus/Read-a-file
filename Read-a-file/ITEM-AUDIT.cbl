000240*                   COLS 2-6    ITEM CODE, OR BLANK FOR ALL
000250*                   COLS 7-14   DATE FROM, YYYYMMDD, OR BLANK
000260*                   COLS 15-22  DATE TO, YYYYMMDD, OR BLANK
000270*                   COL  23     ACTION CODE (R A C D G I J T
000280*                               E K S V B U), OR BLANK FOR ALL
000290*    -------------------------------------------------------
000300*    MODIFICATION HISTORY.
000310*    DATE       INIT  DESCRIPTION
000450*                     RECORDS FROM ITEM-MOVE - THE SUMMARY MODE
000460*                     TALLIES THEM IN THEIR OWN COLUMN AND 'T'
000470*                     IS A VALID ACTION FILTER.
000471*    15/10/2026 MK    CUSTOMER RETURNS - THE 'E' RETURN, 'K'
000472*                     RESTOCK, 'S' SCRAP AND 'V' RETURN TO
000473*                     SUPPLIER RECORDS FROM ITEM-RETURN ARE
000474*                     TALLIED TOGETHER IN A RETURNS COLUMN.
000475*    15/10/2026 MK    MOVEMENT REVERSALS - THE 'B' RECEIPT
000476*                     REVERSED AND 'U' ISSUE REVERSED RECORDS
000477*                     FROM ITEM-REVERSE ARE TALLIED TOGETHER IN
000478*                     A REVERSALS COLUMN.
000480******************************************************************
000490       ENVIRONMENT DIVISION.
000500       INPUT-OUTPUT SECTION.
001000       77  WS-SUM-ISSUES              PIC 9(07) COMP VALUE ZERO.
001010       77  WS-SUM-ADJUSTS             PIC 9(07) COMP VALUE ZERO.
001020       77  WS-SUM-TRANSFERS           PIC 9(07) COMP VALUE ZERO.
001025       77  WS-SUM-RETURNS             PIC 9(07) COMP VALUE ZERO.
001027       77  WS-SUM-REVERSALS           PIC 9(07) COMP VALUE ZERO.
001030
001040       01  WS-PARM-CARD.
001050           02  WS-PARM-MODE               PIC X(01).
001430           02  WS-SL-ADJUSTS              PIC Z(5)9.
001440           02  FILLER                     PIC X(01) VALUE SPACES.
001450           02  WS-SL-TRANSFERS            PIC Z(5)9.
001453           02  FILLER                     PIC X(01) VALUE SPACES.
001456           02  WS-SL-RETURNS              PIC Z(5)9.
001460           02  FILLER                     PIC X(01) VALUE SPACES.
001464           02  WS-SL-REVERSALS            PIC Z(5)9.
001470
001480       01  WS-SUMMARY-HEADING.
001490           02  FILLER                     PIC X(11) VALUE 'DATE'.
001510               ' READS   ADDS   CHGS   DELS   RCPT    ISS    ADJ'.
001520           02  FILLER                     PIC X(07)
001530               VALUE '   TRNS'.
001533           02  FILLER                     PIC X(07)
001536               VALUE '   RTNS'.
001540           02  FILLER                     PIC X(06)
001545               VALUE '  REVS'.
001550
001560       PROCEDURE DIVISION.
001570
003300           IF AUD-ACTION-TRANSFER
003310               ADD 1 TO WS-SUM-TRANSFERS
003320           END-IF.
003321           IF AUD-ACTION-RETURN OR AUD-ACTION-RESTOCK OR
003322              AUD-ACTION-SCRAP OR AUD-ACTION-TO-SUPPLIER
003323               ADD 1 TO WS-SUM-RETURNS
003324           END-IF.
003325           IF AUD-ACTION-RCPT-REVERSED OR
003326              AUD-ACTION-ISSUE-REVERSED
003327               ADD 1 TO WS-SUM-REVERSALS
003328           END-IF.
003330       2200-EXIT.
003340           EXIT.
003350
003460           MOVE WS-SUM-ISSUES TO WS-SL-ISSUES.
003470           MOVE WS-SUM-ADJUSTS TO WS-SL-ADJUSTS.
003480           MOVE WS-SUM-TRANSFERS TO WS-SL-TRANSFERS.
003485           MOVE WS-SUM-RETURNS TO WS-SL-RETURNS.
003487           MOVE WS-SUM-REVERSALS TO WS-SL-REVERSALS.
003490           MOVE WS-SUMMARY-LINE TO AUDIT-REPORT-LINE.
003500           WRITE AUDIT-REPORT-LINE.
003510           MOVE ZERO TO WS-SUM-READS WS-SUM-ADDS WS-SUM-CHANGES
003520               WS-SUM-DELETES WS-SUM-RECEIPTS WS-SUM-ISSUES
003530               WS-SUM-ADJUSTS WS-SUM-TRANSFERS WS-SUM-RETURNS
003535               WS-SUM-REVERSALS.
003540       2300-EXIT.
003550           EXIT.
003560
