000620*                     TWO LOCATION FIELDS THE NEW REASON CODES
000621*                     COMPLAIN ABOUT - WIDENED TO THE 24-BYTE
000622*                     RECORD.
000623*    15/10/2026 MK    A RECEIPT, ISSUE OR TRANSFER AT A RETURNS
000624*                     QUARANTINE LOCATION IS REJECTED, REASON 17.
000625*    15/10/2026 MK    EVERY POSTED MOVEMENT IS ALSO APPENDED TO
000626*                     MOVEHIST, THE HISTORY ITEM-REVERSE USES.
000627*    15/10/2026 MK    REVIEW FIX: MOVEHIST'S DATE AND TIME ARE NOW
000628*                     TAKEN FROM THE AUDIT RECORD BEFORE WRITING.
000629******************************************************************
000630       ENVIRONMENT DIVISION.
000640       INPUT-OUTPUT SECTION.
000650       FILE-CONTROL.
000772
000774           SELECT GOOD-FILE ASSIGN TO GOODMOVE
000776               ORGANIZATION IS LINE SEQUENTIAL.
000777
000778           SELECT HIST-FILE ASSIGN TO MOVEHIST
000779               ORGANIZATION IS LINE SEQUENTIAL.
000780
000790           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000800               ORGANIZATION IS LINE SEQUENTIAL.
001052       FD  GOOD-FILE.
001054       01  GOOD-RECORD                    PIC X(24).
001056
001057       FD  HIST-FILE.
001058       COPY MOVEHIST.
001059
001060       FD  MOVE-REPORT.
001070       01  MOVE-REPORT-RECORD.
001080           02  RPT-MOVE-IMAGE             PIC X(24).
001940           OPEN INPUT MOVE-FILE.
001950           OPEN OUTPUT MOVE-REPORT.
001952           OPEN OUTPUT GOOD-FILE.
001956           OPEN EXTEND HIST-FILE.
001960           OPEN EXTEND AUDIT-LOG-FILE.
001970           MOVE SPACES TO AUDIT-LOG-RECORD.
001980           MOVE 'REJECTED STOCK MOVEMENTS' TO MOVE-REPORT-RECORD.
002060           CLOSE MOVE-FILE.
002070           CLOSE MOVE-REPORT.
002072           CLOSE GOOD-FILE.
002076           CLOSE HIST-FILE.
002080           CLOSE AUDIT-LOG-FILE.
002090           PERFORM 3000-DISPLAY-TOTALS THRU 3000-EXIT.
002100           IF WS-REWRITE-FAIL-COUNT > ZERO
003050*    2120-VALIDATE-LOCATIONS THRU 2120-EXIT
003060*    EVERY MOVEMENT POSTS AT A LOCATION, SO MOVE-LOC-CODE MUST
003070*    BE ON THE LOCATION MASTER; A TRANSFER ALSO NEEDS A REAL
003080*    DESTINATION DIFFERENT FROM ITS SOURCE.  ONLY A STOCK COUNT
003083*    MAY POST AT A RETURNS QUARANTINE LOCATION - EVERYTHING ELSE
003086*    THERE GOES THROUGH ITEM-RETURN.
003090******************************************************************
003100       2120-VALIDATE-LOCATIONS.
003110           IF MOVE-LOC-CODE = SPACES
003200                       MOVE '09' TO RPT-REASON-CODE
003210                       MOVE 'LOCATION NOT ON FILE'
003220                           TO RPT-REASON-TEXT
003221                   NOT INVALID KEY
003222                       IF LOC-QUARANTINE AND NOT MOVE-ADJUSTMENT
003223                           SET WS-MOVE-INVALID TO TRUE
003224                           MOVE '17' TO RPT-REASON-CODE
003225                           MOVE 'QUARANTINE - USE RETURNS'
003226                               TO RPT-REASON-TEXT
003227                       END-IF
003230               END-READ
003240           END-IF.
003250           IF WS-MOVE-VALID AND MOVE-TRANSFER
003370                           MOVE '11' TO RPT-REASON-CODE
003380                           MOVE 'TO-LOCATION NOT ON FILE'
003390                               TO RPT-REASON-TEXT
003391                       NOT INVALID KEY
003392                           IF LOC-QUARANTINE
003393                               SET WS-MOVE-INVALID TO TRUE
003394                               MOVE '17' TO RPT-REASON-CODE
003395                               MOVE 'QUARANTINE - USE RETURNS'
003396                                   TO RPT-REASON-TEXT
003397                           END-IF
003400                   END-READ
003410               END-IF
003420           END-IF.
003550******************************************************************
003560       2200-APPLY-MOVEMENT.
003570           PERFORM 2700-READ-FROM-LOCATION THRU 2700-EXIT.
003572           MOVE WS-FROM-QTY TO MH-PRIOR-LOC-QTY.
003574           MOVE ITEM-QTY-ON-HAND TO MH-PRIOR-ITEM-QTY.
003576           MOVE ITEM-UNIT-COST TO MH-PRIOR-UNIT-COST.
003580           PERFORM 2230-CHECK-QUANTITIES THRU 2230-EXIT.
003590           IF WS-MOVE-INVALID
003600               PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
004400               ADD 1 TO WS-TRANSFER-COUNT
004405               WRITE GOOD-RECORD FROM MOVE-RECORD
004410               PERFORM 2600-WRITE-AUDIT-LOG THRU 2600-EXIT
004415               PERFORM 2650-WRITE-HISTORY THRU 2650-EXIT
004420           END-IF.
004430       2260-EXIT.
004440           EXIT.
004790                   PERFORM 2300-COUNT-MOVEMENT THRU 2300-EXIT
004795                   WRITE GOOD-RECORD FROM MOVE-RECORD
004800                   PERFORM 2600-WRITE-AUDIT-LOG THRU 2600-EXIT
004805                   PERFORM 2650-WRITE-HISTORY THRU 2650-EXIT
004810           END-REWRITE.
004820       2270-EXIT.
004830           EXIT.
005610           ELSE
005620               MOVE MOVE-QTY TO AUD-QTY
005630           END-IF.
005632           MOVE AUD-DATE TO MH-DATE.
005634           MOVE AUD-TIME TO MH-TIME.
005640           WRITE AUDIT-LOG-RECORD.
005650       2600-EXIT.
005660           EXIT.
007010           MOVE WS-RUN-RC TO RETURN-CODE.
007020       3100-EXIT.
007030           EXIT.
007040
007050******************************************************************
007060*    2650-WRITE-HISTORY THRU 2650-EXIT
007070*    APPENDS THE MOVEMENT JUST POSTED TO MOVEHIST.  ITS DATE AND
007080*    TIME WERE STAMPED BY 2600-WRITE-AUDIT-LOG FROM THE AUDIT
007090*    RECORD BEFORE THAT RECORD WAS WRITTEN.  THE PRIOR BALANCE,
007100*    TOTAL AND UNIT COST WERE SAVED BY 2200-APPLY-MOVEMENT
007110*    BEFORE ANYTHING WAS APPLIED.
007120******************************************************************
007130       2650-WRITE-HISTORY.
007140           MOVE MOVE-RECORD TO MH-MOVEMENT.
007150           WRITE MOVE-HIST-RECORD.
007160       2650-EXIT.
007170           EXIT.
