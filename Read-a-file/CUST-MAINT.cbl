000010 IDENTIFICATION DIVISION.
000020       PROGRAM-ID. CUST-MAINT.
000030       AUTHOR. MURAT KUS.
000040       INSTALLATION. INVENTORY SYSTEMS.
000050       DATE-WRITTEN. 15/10/2026.
000060       DATE-COMPILED. 15/10/2026.
000070******************************************************************
000080*    PURPOSE.     APPLIES ADD, CHANGE AND DELETE TRANSACTIONS
000090*                 FROM CUST-TRANS AGAINST THE EXISTING CUST-FILE
000100*                 OLD CUSTOMER MASTER, WRITING A NEW CUST-FILE
000110*                 MASTER - THE SAME OLD-MASTER/NEW-MASTER MATCH
000120*                 SUPP-MAINT USES FOR SUPPLIERS.  BOTH THE OLD
000130*                 MASTER AND THE TRANSACTION FILE MUST BE IN
000140*                 ASCENDING CUST-CODE SEQUENCE.  THE CUSTOMER
000150*                 MASTER THIS PROGRAM MAINTAINS CARRIES EACH
000160*                 ACCOUNT'S DELIVERY ADDRESS, CREDIT LIMIT,
000170*                 OUTSTANDING BALANCE AND HOLD FLAG - WHAT
000180*                 ITEM-ALLOC CHECKS EVERY ORDER LINE AGAINST
000190*                 BEFORE IT RESERVES ANY STOCK.  A HOLD FLAG OTHER
000200*                 THAN 'Y' IS STORED AS 'N'.
000210*    -------------------------------------------------------
000220*    MODIFICATION HISTORY.
000230*    DATE       INIT  DESCRIPTION
000240*    ---------  ----  ---------------------------------------
000250*    15/10/2026 MK    ORIGINAL VERSION.
000260******************************************************************
000270       ENVIRONMENT DIVISION.
000280       INPUT-OUTPUT SECTION.
000290       FILE-CONTROL.
000300
000310           SELECT OLD-CUST-FILE ASSIGN TO CUSTFILE
000320               ORGANIZATION IS INDEXED
000330               ACCESS MODE IS SEQUENTIAL
000340               RECORD KEY IS OLD-CUST-CODE
000350               FILE STATUS IS WS-OLD-FILE-STATUS.
000360
000370           SELECT CUST-TRANS ASSIGN TO CUSTTRAN
000380               ORGANIZATION IS LINE SEQUENTIAL.
000390
000400           SELECT NEW-CUST-FILE ASSIGN TO NEWCUST
000410               ORGANIZATION IS INDEXED
000420               ACCESS MODE IS SEQUENTIAL
000430               RECORD KEY IS NEW-CUST-CODE
000440               FILE STATUS IS WS-NEW-FILE-STATUS.
000450
000460           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000470               ORGANIZATION IS LINE SEQUENTIAL.
000480
000490       DATA DIVISION.
000500       FILE SECTION.
000510
000520       FD  OLD-CUST-FILE.
000530       COPY CUSTREC REPLACING CUST-RECORD BY OLD-CUST-RECORD
000540                              CUST-CODE BY OLD-CUST-CODE
000550                              CUST-NAME BY OLD-CUST-NAME
000560                              CUST-ADDRESS BY OLD-CUST-ADDRESS
000570                              CUST-CREDIT-LIMIT
000580                                  BY OLD-CUST-CREDIT-LIMIT
000590                              CUST-BALANCE BY OLD-CUST-BALANCE
000600                              CUST-HOLD-FLAG BY OLD-CUST-HOLD-FLAG
000610                              CUST-ON-HOLD BY OLD-CUST-ON-HOLD
000620                              CUST-NOT-ON-HOLD
000630                                  BY OLD-CUST-NOT-ON-HOLD.
000640
000650       FD  NEW-CUST-FILE.
000660       COPY CUSTREC REPLACING CUST-RECORD BY NEW-CUST-RECORD
000670                              CUST-CODE BY NEW-CUST-CODE
000680                              CUST-NAME BY NEW-CUST-NAME
000690                              CUST-ADDRESS BY NEW-CUST-ADDRESS
000700                              CUST-CREDIT-LIMIT
000710                                  BY NEW-CUST-CREDIT-LIMIT
000720                              CUST-BALANCE BY NEW-CUST-BALANCE
000730                              CUST-HOLD-FLAG BY NEW-CUST-HOLD-FLAG
000740                              CUST-ON-HOLD BY NEW-CUST-ON-HOLD
000750                              CUST-NOT-ON-HOLD
000760                                  BY NEW-CUST-NOT-ON-HOLD.
000770
000780       FD  CUST-TRANS.
000790       COPY CUSTTRAN.
000800
000810       FD  RUN-LOG-FILE.
000820       COPY RUNLOGR.
000830
000840       WORKING-STORAGE SECTION.
000850
000860       77  WS-OLD-ENDOF               PIC X(01) VALUE 'N'.
000870           88  WS-OLD-AT-END              VALUE 'Y'.
000880
000890       77  WS-TRANS-ENDOF             PIC X(01) VALUE 'N'.
000900           88  WS-TRANS-AT-END            VALUE 'Y'.
000910
000920       77  WS-OLD-FILE-STATUS         PIC X(02) VALUE '00'.
000930       77  WS-NEW-FILE-STATUS         PIC X(02) VALUE '00'.
000940       77  WS-ADD-COUNT               PIC 9(07) COMP VALUE ZERO.
000950       77  WS-CHANGE-COUNT            PIC 9(07) COMP VALUE ZERO.
000960       77  WS-DELETE-COUNT            PIC 9(07) COMP VALUE ZERO.
000970       77  WS-COPY-COUNT              PIC 9(07) COMP VALUE ZERO.
000980       77  WS-TRANS-COUNT             PIC 9(07) COMP VALUE ZERO.
000990       77  WS-WRITE-FAIL-COUNT        PIC 9(07) COMP VALUE ZERO.
001000       77  WS-RUN-RC                  PIC 9(02) VALUE ZERO.
001010
001020       PROCEDURE DIVISION.
001030
001040******************************************************************
001050*    0000-MAINLINE
001060******************************************************************
001070       0000-MAINLINE.
001080           OPEN EXTEND RUN-LOG-FILE.
001090           OPEN INPUT OLD-CUST-FILE.
001100           IF WS-OLD-FILE-STATUS NOT = '00'
001110               DISPLAY 'CUST-MAINT: *** OPEN FAILED FOR'
001120                   ' OLD-CUST-FILE, STATUS = ' WS-OLD-FILE-STATUS
001130               MOVE 16 TO WS-RUN-RC
001140               PERFORM 5000-WRITE-RUN-LOG THRU 5000-EXIT
001150               STOP RUN
001160           END-IF.
001170           OPEN INPUT CUST-TRANS.
001180           OPEN OUTPUT NEW-CUST-FILE.
001190           IF WS-NEW-FILE-STATUS NOT = '00'
001200               DISPLAY 'CUST-MAINT: *** OPEN FAILED FOR'
001210                   ' NEW-CUST-FILE, STATUS = ' WS-NEW-FILE-STATUS
001220               MOVE 16 TO WS-RUN-RC
001230               PERFORM 5000-WRITE-RUN-LOG THRU 5000-EXIT
001240               STOP RUN
001250           END-IF.
001260           PERFORM 1000-READ-OLD-MASTER THRU 1000-EXIT.
001270           PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT.
001280           PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
001290               UNTIL WS-OLD-AT-END AND WS-TRANS-AT-END.
001300           PERFORM 4000-DISPLAY-TOTALS THRU 4000-EXIT.
001310           CLOSE OLD-CUST-FILE.
001320           CLOSE CUST-TRANS.
001330           CLOSE NEW-CUST-FILE.
001340           IF WS-WRITE-FAIL-COUNT > ZERO
001350               MOVE 8 TO WS-RUN-RC
001360           END-IF.
001370           PERFORM 5000-WRITE-RUN-LOG THRU 5000-EXIT.
001380           STOP RUN.
001390
001400******************************************************************
001410*    1000-READ-OLD-MASTER THRU 1000-EXIT
001420******************************************************************
001430       1000-READ-OLD-MASTER.
001440           READ OLD-CUST-FILE INTO OLD-CUST-RECORD
001450               AT END
001460                   SET WS-OLD-AT-END TO TRUE
001470           END-READ.
001480       1000-EXIT.
001490           EXIT.
001500
001510******************************************************************
001520*    1100-READ-TRANSACTION THRU 1100-EXIT
001530******************************************************************
001540       1100-READ-TRANSACTION.
001550           READ CUST-TRANS
001560               AT END
001570                   SET WS-TRANS-AT-END TO TRUE
001580               NOT AT END
001590                   ADD 1 TO WS-TRANS-COUNT
001600           END-READ.
001610       1100-EXIT.
001620           EXIT.
001630
001640******************************************************************
001650*    2000-PROCESS-RECORDS THRU 2000-EXIT
001660*    STANDARD OLD-MASTER/TRANSACTION MATCH LOGIC, SAME SHAPE AS
001670*    SUPP-MAINT.  THE LOWER OF THE TWO KEYS ON HAND DRIVES WHICH
001680*    PARAGRAPH IS PERFORMED NEXT; MATCHING KEYS ARE A CHANGE OR
001690*    A DELETE.
001700******************************************************************
001710       2000-PROCESS-RECORDS.
001720           IF WS-OLD-AT-END
001730               PERFORM 2400-APPLY-ADD THRU 2400-EXIT
001740           ELSE
001750               IF WS-TRANS-AT-END
001760                   PERFORM 2100-COPY-OLD THRU 2100-EXIT
001770               ELSE
001780                   IF OLD-CUST-CODE < CTRN-CUST-CODE
001790                       PERFORM 2100-COPY-OLD THRU 2100-EXIT
001800                   ELSE
001810                       IF OLD-CUST-CODE > CTRN-CUST-CODE
001820                           PERFORM 2400-APPLY-ADD THRU 2400-EXIT
001830                       ELSE
001840                           PERFORM 2200-APPLY-MATCH
001850                               THRU 2200-EXIT
001860                       END-IF
001870                   END-IF
001880               END-IF
001890           END-IF.
001900       2000-EXIT.
001910           EXIT.
001920
001930******************************************************************
001940*    2100-COPY-OLD THRU 2100-EXIT
001950*    NO TRANSACTION FOR THIS OLD MASTER RECORD - COPY IT TO THE
001960*    NEW MASTER UNCHANGED.
001970******************************************************************
001980       2100-COPY-OLD.
001990           MOVE OLD-CUST-RECORD TO NEW-CUST-RECORD.
002000           WRITE NEW-CUST-RECORD
002010               INVALID KEY
002020                   DISPLAY 'CUST-MAINT: *** WRITE FAILED,'
002030                       ' CUSTOMER '
002040                       NEW-CUST-CODE ' COULD NOT BE CARRIED'
002050                       ' FORWARD ***'
002060                   ADD 1 TO WS-WRITE-FAIL-COUNT
002070               NOT INVALID KEY
002080                   ADD 1 TO WS-COPY-COUNT
002090           END-WRITE.
002100           PERFORM 1000-READ-OLD-MASTER THRU 1000-EXIT.
002110       2100-EXIT.
002120           EXIT.
002130
002140******************************************************************
002150*    2200-APPLY-MATCH THRU 2200-EXIT
002160*    THE TRANSACTION KEY MATCHES AN OLD MASTER RECORD - APPLY A
002170*    CHANGE OR DROP THE RECORD FOR A DELETE.  AN ADD AGAINST AN
002180*    EXISTING KEY IS TREATED AS AN ERROR AND THE OLD RECORD IS
002190*    CARRIED FORWARD UNCHANGED.
002200******************************************************************
002210       2200-APPLY-MATCH.
002220           IF CTRN-CHANGE
002230               MOVE OLD-CUST-CODE TO NEW-CUST-CODE
002240               MOVE CTRN-CUST-NAME TO NEW-CUST-NAME
002250               MOVE CTRN-CUST-ADDRESS TO NEW-CUST-ADDRESS
002260               MOVE CTRN-CREDIT-LIMIT TO NEW-CUST-CREDIT-LIMIT
002270               MOVE CTRN-BALANCE TO NEW-CUST-BALANCE
002280               MOVE CTRN-HOLD-FLAG TO NEW-CUST-HOLD-FLAG
002290               IF NEW-CUST-HOLD-FLAG NOT = 'Y'
002300                   MOVE 'N' TO NEW-CUST-HOLD-FLAG
002310               END-IF
002320               WRITE NEW-CUST-RECORD
002330                   INVALID KEY
002340                       DISPLAY 'CUST-MAINT: *** WRITE FAILED,'
002350                           ' CHANGE FOR CUSTOMER ' NEW-CUST-CODE
002360                           ' REJECTED ***'
002370                       ADD 1 TO WS-WRITE-FAIL-COUNT
002380                   NOT INVALID KEY
002390                       ADD 1 TO WS-CHANGE-COUNT
002400               END-WRITE
002410           ELSE
002420               IF CTRN-DELETE
002430                   ADD 1 TO WS-DELETE-COUNT
002440               ELSE
002450                   DISPLAY 'CUST-MAINT: ADD REJECTED, CUSTOMER '
002460                       CTRN-CUST-CODE ' ALREADY ON FILE'
002470                   MOVE OLD-CUST-RECORD TO NEW-CUST-RECORD
002480                   WRITE NEW-CUST-RECORD
002490                       INVALID KEY
002500                           DISPLAY 'CUST-MAINT: *** WRITE FAILED,'
002510                               ' CUSTOMER ' NEW-CUST-CODE
002520                               ' NOT CARRIED FORWARD ***'
002530                           ADD 1 TO WS-WRITE-FAIL-COUNT
002540                       NOT INVALID KEY
002550                           CONTINUE
002560                   END-WRITE
002570               END-IF
002580           END-IF.
002590           PERFORM 1000-READ-OLD-MASTER THRU 1000-EXIT.
002600           PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT.
002610       2200-EXIT.
002620           EXIT.
002630
002640******************************************************************
002650*    2400-APPLY-ADD THRU 2400-EXIT
002660*    NO OLD MASTER RECORD FOR THIS TRANSACTION KEY.  ONLY AN
002670*    ADD CODE IS VALID HERE; A CHANGE OR DELETE FOR AN UNKNOWN
002680*    KEY IS REJECTED.
002690******************************************************************
002700       2400-APPLY-ADD.
002710           IF CTRN-ADD
002720               MOVE CTRN-CUST-CODE TO NEW-CUST-CODE
002730               MOVE CTRN-CUST-NAME TO NEW-CUST-NAME
002740               MOVE CTRN-CUST-ADDRESS TO NEW-CUST-ADDRESS
002750               MOVE CTRN-CREDIT-LIMIT TO NEW-CUST-CREDIT-LIMIT
002760               MOVE CTRN-BALANCE TO NEW-CUST-BALANCE
002770               MOVE CTRN-HOLD-FLAG TO NEW-CUST-HOLD-FLAG
002780               IF NEW-CUST-HOLD-FLAG NOT = 'Y'
002790                   MOVE 'N' TO NEW-CUST-HOLD-FLAG
002800               END-IF
002810               WRITE NEW-CUST-RECORD
002820                   INVALID KEY
002830                       DISPLAY 'CUST-MAINT: *** WRITE FAILED, ADD'
002840                           ' FOR CUSTOMER ' NEW-CUST-CODE
002850                           ' REJECTED ***'
002860                       ADD 1 TO WS-WRITE-FAIL-COUNT
002870                   NOT INVALID KEY
002880                       ADD 1 TO WS-ADD-COUNT
002890               END-WRITE
002900           ELSE
002910               DISPLAY 'CUST-MAINT: ' CTRN-CODE
002920                   ' TRANSACTION REJECTED, CUSTOMER '
002930                   CTRN-CUST-CODE ' NOT ON FILE'
002940           END-IF.
002950           PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT.
002960       2400-EXIT.
002970           EXIT.
002980
002990******************************************************************
003000*    4000-DISPLAY-TOTALS THRU 4000-EXIT
003010******************************************************************
003020       4000-DISPLAY-TOTALS.
003030           DISPLAY 'CUST-MAINT: UNCHANGED = ' WS-COPY-COUNT
003040               '  ADDED = ' WS-ADD-COUNT
003050               '  CHANGED = ' WS-CHANGE-COUNT
003060               '  DELETED = ' WS-DELETE-COUNT.
003070       4000-EXIT.
003080           EXIT.
003090
003100******************************************************************
003110*    5000-WRITE-RUN-LOG THRU 5000-EXIT
003120*    ONE-LINE RUN SUMMARY FOR THE SCHEDULER, AND THE RETURN
003130*    CODE FOR THE STEP - 16 IS A BAD OPEN, 8 MEANS THE NEW
003140*    CUSTOMER MASTER REJECTED WRITES.
003150******************************************************************
003160       5000-WRITE-RUN-LOG.
003170           MOVE SPACES TO RUN-LOG-RECORD.
003180           MOVE 'CUST-MAINT' TO RUN-PROGRAM.
003190           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
003200           ACCEPT RUN-TIME FROM TIME.
003210           MOVE WS-TRANS-COUNT TO RUN-RECORDS-IN.
003220           ADD WS-COPY-COUNT WS-ADD-COUNT WS-CHANGE-COUNT
003230               GIVING RUN-RECORDS-OUT.
003240           MOVE WS-WRITE-FAIL-COUNT TO RUN-RECORDS-REJECT.
003250           MOVE WS-RUN-RC TO RUN-RETURN-CODE.
003260           IF WS-RUN-RC > 4
003270               SET RUN-FAILED TO TRUE
003280           ELSE
003290               IF WS-RUN-RC = 4
003300                   SET RUN-WARNING TO TRUE
003310               ELSE
003320                   SET RUN-OK TO TRUE
003330               END-IF
003340           END-IF.
003350           WRITE RUN-LOG-RECORD.
003360           CLOSE RUN-LOG-FILE.
003370           MOVE WS-RUN-RC TO RETURN-CODE.
003380       5000-EXIT.
003390           EXIT.
