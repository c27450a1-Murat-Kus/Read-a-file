000210*    DATE       INIT  DESCRIPTION
000220*    ---------  ----  ---------------------------------------
000230*    02/09/2026 MK    ORIGINAL VERSION.
000232*    15/10/2026 MK    LOCREC NOW CARRIES LOC-TYPE - AN ADD OR
000234*                     CHANGE SETS IT FROM LTRN-LOC-TYPE, Q FOR A
000236*                     RETURNS QUARANTINE AND SALEABLE FOR
000238*                     ANYTHING ELSE.
000240******************************************************************
000250       ENVIRONMENT DIVISION.
000260       INPUT-OUTPUT SECTION.
000500       FD  OLD-LOC-FILE.
000510       COPY LOCREC REPLACING LOC-RECORD BY OLD-LOC-RECORD
000520                             LOC-CODE BY OLD-LOC-CODE
000530                             LOC-NAME BY OLD-LOC-NAME
000532                             LOC-TYPE BY OLD-LOC-TYPE
000534                             LOC-SALEABLE BY OLD-LOC-SALEABLE
000536                             LOC-QUARANTINE
000538                                 BY OLD-LOC-QUARANTINE.
000540
000550       FD  NEW-LOC-FILE.
000560       COPY LOCREC REPLACING LOC-RECORD BY NEW-LOC-RECORD
000570                             LOC-CODE BY NEW-LOC-CODE
000580                             LOC-NAME BY NEW-LOC-NAME
000582                             LOC-TYPE BY NEW-LOC-TYPE
000584                             LOC-SALEABLE BY NEW-LOC-SALEABLE
000586                             LOC-QUARANTINE
000588                                 BY NEW-LOC-QUARANTINE.
000590
000600       FD  LOC-TRANS.
000610       COPY LOCTRAN.
002060           IF LTRN-CHANGE
002070               MOVE OLD-LOC-CODE TO NEW-LOC-CODE
002080               MOVE LTRN-LOC-NAME TO NEW-LOC-NAME
002085               PERFORM 2300-SET-LOC-TYPE THRU 2300-EXIT
002090               WRITE NEW-LOC-RECORD
002100                   INVALID KEY
002110                       DISPLAY 'LOC-MAINT: *** WRITE FAILED,'
002480           IF LTRN-ADD
002490               MOVE LTRN-LOC-CODE TO NEW-LOC-CODE
002500               MOVE LTRN-LOC-NAME TO NEW-LOC-NAME
002505               PERFORM 2300-SET-LOC-TYPE THRU 2300-EXIT
002510               WRITE NEW-LOC-RECORD
002520                   INVALID KEY
002530                       DISPLAY 'LOC-MAINT: *** WRITE FAILED, ADD'
003070           MOVE WS-RUN-RC TO RETURN-CODE.
003080       5000-EXIT.
003090           EXIT.
003100
003110******************************************************************
003120*    2300-SET-LOC-TYPE THRU 2300-EXIT
003130*    Q ON THE TRANSACTION MAKES THE LOCATION A RETURNS
003140*    QUARANTINE; ANYTHING ELSE LEAVES IT SALEABLE.
003150******************************************************************
003160       2300-SET-LOC-TYPE.
003170           IF LTRN-LOC-TYPE = 'Q'
003180               SET NEW-LOC-QUARANTINE TO TRUE
003190           ELSE
003200               MOVE 'S' TO NEW-LOC-TYPE
003210           END-IF.
003220       2300-EXIT.
003230           EXIT.
