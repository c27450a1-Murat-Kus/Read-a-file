000010******************************************************************
000020*    COPYBOOK.    CUSTTRAN
000030*    AUTHOR.      M. KUS - INVENTORY SYSTEMS
000040*    DATE-WRITTEN. 15/10/2026.
000050*    PURPOSE.     TRANSACTION RECORD LAYOUT FOR CUST-TRANS, THE
000060*                 ADD/CHANGE/DELETE INPUT TO CUST-MAINT.  THE
000070*                 FILE MUST BE IN CUST-CODE SEQUENCE, THE SAME
000080*                 CONVENTION AS SUPPTRAN FOR SUPP-MAINT.  A
000090*                 CHANGE REPLACES EVERY FIELD, BALANCE INCLUDED,
000100*                 SO CREDIT CONTROL KEYS THE BALANCE AFTER
000110*                 PAYMENTS WHEN IT CHANGES AN ACCOUNT.
000120*    -------------------------------------------------------
000130*    MODIFICATION HISTORY.
000140*    DATE       INIT  DESCRIPTION
000150*    ---------  ----  ---------------------------------------
000160*    15/10/2026 MK    ORIGINAL VERSION - WRITTEN FOR CUST-MAINT.
000170******************************************************************
000180 01  CUST-TRANS-RECORD.
000190     02  CTRN-CODE                  PIC X(01).
000200         88  CTRN-ADD                   VALUE 'A'.
000210         88  CTRN-CHANGE                VALUE 'C'.
000220         88  CTRN-DELETE                VALUE 'D'.
000230     02  CTRN-CUST-CODE             PIC X(05).
000240     02  CTRN-CUST-NAME             PIC X(30).
000250     02  CTRN-CUST-ADDRESS          PIC X(60).
000260     02  CTRN-CREDIT-LIMIT          PIC 9(07)V9(02).
000270     02  CTRN-BALANCE               PIC 9(07)V9(02).
000280     02  CTRN-HOLD-FLAG             PIC X(01).
