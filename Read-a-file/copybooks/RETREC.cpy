000010******************************************************************
000020*    COPYBOOK.    RETREC
000030*    AUTHOR.      M. KUS - INVENTORY SYSTEMS
000040*    DATE-WRITTEN. 15/10/2026.
000050*    PURPOSE.     ONE CUSTOMER RETURN ON THE RETURNS REGISTER
000060*                 (RETFILE), KEYED ON THE RETURN NUMBER.
000070*                 ITEM-RETURN WRITES IT WHEN THE RETURN IS BOOKED
000080*                 INTO QUARANTINE AND UPDATES IT AS INSPECTION
000090*                 DISPOSES OF THE GOODS - RET-QTY-OPEN IS WHAT
000100*                 IS STILL SITTING IN QUARANTINE AWAITING A
000110*                 DECISION.  ONCE NOTHING IS OPEN THE RETURN IS
000120*                 CLOSED (RET-DISPOSED).  ITEM-RETRPT REPORTS
000130*                 THE REGISTER BY REASON AND BY CUSTOMER.
000140*                 RECORD LENGTH IS 65.
000150*    -------------------------------------------------------
000160*    MODIFICATION HISTORY.
000170*    DATE       INIT  DESCRIPTION
000180*    ---------  ----  ---------------------------------------
000190*    15/10/2026 MK    ORIGINAL VERSION - WRITTEN FOR ITEM-RETURN.
000200******************************************************************
000210 01  RETURN-RECORD.
000220     02  RET-NUMBER                 PIC X(08).
000230     02  RET-CUST-CODE              PIC X(05).
000240     02  RET-ITEM-CODE              PIC X(05).
000250     02  RET-REASON-CODE            PIC X(02).
000260         88  RET-REASON-VALID           VALUE 'DF' 'DA' 'WI'
000270                                              'NW' 'OT'.
000280         88  RET-REASON-DEFECTIVE       VALUE 'DF'.
000290         88  RET-REASON-DAMAGED         VALUE 'DA'.
000300         88  RET-REASON-WRONG-ITEM      VALUE 'WI'.
000310         88  RET-REASON-NOT-WANTED      VALUE 'NW'.
000320         88  RET-REASON-OTHER           VALUE 'OT'.
000330     02  RET-LOC-CODE               PIC X(03).
000340     02  RET-BOOKED-DATE            PIC X(08).
000350     02  RET-QTY-RETURNED           PIC 9(05).
000360     02  RET-QTY-OPEN               PIC 9(05).
000370     02  RET-QTY-RESTOCKED          PIC 9(05).
000380     02  RET-QTY-SCRAPPED           PIC 9(05).
000390     02  RET-QTY-TO-SUPPLIER        PIC 9(05).
000400     02  RET-LAST-DISP-DATE         PIC X(08).
000410     02  RET-STATUS                 PIC X(01).
000420         88  RET-IN-QUARANTINE          VALUE 'Q'.
000430         88  RET-DISPOSED               VALUE 'C'.
