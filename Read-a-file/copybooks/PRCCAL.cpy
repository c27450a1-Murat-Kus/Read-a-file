000010******************************************************************
000020*    COPYBOOK.    PRCCAL
000030*    AUTHOR.      M. KUS - INVENTORY SYSTEMS
000040*    DATE-WRITTEN. 15/10/2026.
000050*    PURPOSE.     ONE ENTRY ON THE PRICE CALENDAR - A NEW SELLING
000060*                 PRICE FOR AN ITEM FROM AN EFFECTIVE DATE,
000070*                 PERMANENT WHEN CAL-END-DATE IS ZERO, OR A
000080*                 PROMOTION THAT RUNS THROUGH CAL-END-DATE AND
000090*                 THEN REVERTS TO THE PRICE IT REPLACED.  THE
000100*                 CALENDAR IS KEPT IN ITEM CODE AND EFFECTIVE
000110*                 DATE ORDER AND CARRIED FROM NIGHT TO NIGHT BY
000120*                 ITEM-PRCCAL, WHICH SETS THE STATUS:
000130*                   P - PENDING, NOT YET EFFECTIVE
000140*                   A - PROMOTION RUNNING, CAL-OLD-PRICE HOLDS
000150*                       THE PRICE IT WILL REVERT TO
000160*                   E - PROMOTION CANCELLED WHILE RUNNING, TO BE
000170*                       REVERTED AT THE NEXT CHANCE
000180*                   D - DONE ON CAL-DONE-DATE, KEPT ONE NIGHT SO
000190*                       ITEM-PRCFWD CAN LIST IT, THEN DROPPED
000200*                 THE BUYERS' CARD DECK USES THE SAME LAYOUT UP
000210*                 TO CAL-STATUS - BLANK ADDS THE ENTRY, 'X'
000220*                 CANCELS THE ENTRY FOR THE SAME ITEM AND
000230*                 EFFECTIVE DATE.  A BLANK END DATE ON A CARD IS
000240*                 A PERMANENT CHANGE.  RECORD LENGTH IS 52.
000250*    -------------------------------------------------------
000260*    MODIFICATION HISTORY.
000270*    DATE       INIT  DESCRIPTION
000280*    ---------  ----  ---------------------------------------
000290*    15/10/2026 MK    ORIGINAL VERSION - WRITTEN FOR ITEM-PRCCAL.
000300******************************************************************
000310 01  CAL-RECORD.
000320     02  CAL-ITEM-CODE              PIC X(05).
000330     02  CAL-EFF-DATE               PIC 9(08).
000340     02  CAL-END-DATE               PIC 9(08).
000350     02  CAL-END-DATE-X REDEFINES CAL-END-DATE
000360                                    PIC X(08).
000370     02  CAL-NEW-PRICE              PIC 9(05)V9(02).
000380     02  CAL-PROMO-REF              PIC X(08).
000390     02  CAL-STATUS                 PIC X(01).
000400         88  CAL-NEW-CARD               VALUE SPACE.
000410         88  CAL-CANCEL-CARD            VALUE 'X'.
000420         88  CAL-PENDING                VALUE 'P'.
000430         88  CAL-ACTIVE                 VALUE 'A'.
000440         88  CAL-ENDING                 VALUE 'E'.
000450         88  CAL-DONE                   VALUE 'D'.
000460     02  CAL-OLD-PRICE              PIC 9(05)V9(02).
000470     02  CAL-DONE-DATE              PIC 9(08).
