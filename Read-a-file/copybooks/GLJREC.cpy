000010******************************************************************
000020*    COPYBOOK.    GLJREC
000030*    AUTHOR.      M. KUS - INVENTORY SYSTEMS
000040*    DATE-WRITTEN. 15/10/2026.
000050*    PURPOSE.     ONE RECORD OF THE MONTH-END STOCK JOURNAL
000060*                 ITEM-GLJRNL HANDS TO THE GENERAL LEDGER.  THE
000070*                 FILE OPENS WITH ONE HEADER (GLJ-RECORD-TYPE =
000080*                 'H') AND CLOSES WITH ONE TRAILER ('T'), EACH
000090*                 CARRYING THE PERIOD, THE DETAIL LINE COUNT AND
000100*                 THE TOTAL DEBITS AND CREDITS, IN THE MANNER OF
000110*                 THE CTLREC CONTROL PAIR, SO THE LEDGER LOAD CAN
000120*                 RECONCILE WHAT IT READ.  BETWEEN THEM, ONE
000130*                 DETAIL LINE ('D') PER CATEGORY, ACCOUNT AND
000140*                 SIDE.  RECORD LENGTH IS 62.
000150*    -------------------------------------------------------
000160*    MODIFICATION HISTORY.
000170*    DATE       INIT  DESCRIPTION
000180*    ---------  ----  ---------------------------------------
000190*    15/10/2026 MK    ORIGINAL VERSION - WRITTEN FOR
000200*                     ITEM-GLJRNL.
000202*    15/10/2026 MK    ADDED SRTN - STOCK SENT BACK TO THE
000204*                     SUPPLIER AGAINST A CUSTOMER RETURN,
000206*                     AWAITING THE SUPPLIER'S CREDIT NOTE.
000210******************************************************************
000220 01  GL-JOURNAL-RECORD.
000230     02  GLJ-RECORD-TYPE            PIC X(01).
000240         88  GLJ-IS-HEADER              VALUE 'H'.
000250         88  GLJ-IS-DETAIL              VALUE 'D'.
000260         88  GLJ-IS-TRAILER             VALUE 'T'.
000270     02  GLJ-DETAIL.
000280         03  GLJ-POST-DATE          PIC X(08).
000290         03  GLJ-CAT-CODE           PIC X(03).
000300         03  GLJ-ACCOUNT            PIC X(04).
000310             88  GLJ-ACCT-STOCK         VALUE 'STCK'.
000320             88  GLJ-ACCT-GRNI          VALUE 'GRNI'.
000330             88  GLJ-ACCT-COST-OF-SALES VALUE 'COGS'.
000340             88  GLJ-ACCT-WRITE-ON      VALUE 'WRON'.
000350             88  GLJ-ACCT-WRITE-OFF     VALUE 'WROF'.
000355             88  GLJ-ACCT-SUPP-RETURN   VALUE 'SRTN'.
000360         03  GLJ-DR-CR              PIC X(01).
000370             88  GLJ-DEBIT              VALUE 'D'.
000380             88  GLJ-CREDIT             VALUE 'C'.
000390         03  GLJ-AMOUNT             PIC 9(11)V9(02).
000400         03  FILLER                 PIC X(32).
000410     02  GLJ-CONTROL REDEFINES GLJ-DETAIL.
000420         03  GLJ-CTL-RUN-DATE       PIC X(08).
000430         03  GLJ-CTL-PERIOD-FROM    PIC X(08).
000440         03  GLJ-CTL-PERIOD-TO      PIC X(08).
000450         03  GLJ-CTL-LINE-COUNT     PIC 9(07).
000460         03  GLJ-CTL-TOTAL-DEBITS   PIC 9(13)V9(02).
000470         03  GLJ-CTL-TOTAL-CREDITS  PIC 9(13)V9(02).
