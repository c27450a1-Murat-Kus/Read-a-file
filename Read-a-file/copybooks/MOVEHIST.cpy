000010******************************************************************
000020*    COPYBOOK.    MOVEHIST
000030*    AUTHOR.      M. KUS - INVENTORY SYSTEMS
000040*    DATE-WRITTEN. 15/10/2026.
000050*    PURPOSE.     ONE POSTED STOCK MOVEMENT ON THE MOVEMENT
000060*                 HISTORY (MOVEHIST), APPENDED BY ITEM-MOVE AS
000070*                 EACH MOVEMENT POSTS.  MH-DATE AND MH-TIME ARE
000080*                 THE SAME STAMP AS THE MOVEMENT'S AUDIT RECORD,
000090*                 SO A DATE/TIME WINDOW ON THE TRAIL SELECTS THE
000100*                 SAME POSTINGS HERE.  MH-MOVEMENT IS THE
000110*                 MOVEMENT AS POSTED (THE MOVEREC LAYOUT), AND
000120*                 THE PRIOR FIELDS ARE THE LOCATION BALANCE, THE
000130*                 ITEM'S TOTAL AND ITS UNIT COST JUST BEFORE THE
000140*                 MOVEMENT WENT ON - WHAT ITEM-REVERSE NEEDS TO
000150*                 UNDO A STOCK COUNT OR RESTORE THE UNIT COST A
000160*                 RECEIPT RE-AVERAGED, NEITHER OF WHICH THE
000170*                 AUDIT TRAIL CARRIES.  RECORD LENGTH IS 57.
000180*    -------------------------------------------------------
000190*    MODIFICATION HISTORY.
000200*    DATE       INIT  DESCRIPTION
000210*    ---------  ----  ---------------------------------------
000220*    15/10/2026 MK    ORIGINAL VERSION - WRITTEN FOR ITEM-MOVE
000230*                     AND ITEM-REVERSE.
000240******************************************************************
000250 01  MOVE-HIST-RECORD.
000260     02  MH-DATE                    PIC 9(08).
000270     02  MH-TIME                    PIC 9(08).
000280     02  MH-MOVEMENT.
000290         03  MH-TYPE                PIC X(01).
000300             88  MH-RECEIPT             VALUE 'R'.
000310             88  MH-ISSUE               VALUE 'I'.
000320             88  MH-ADJUSTMENT          VALUE 'J'.
000330             88  MH-TRANSFER            VALUE 'T'.
000340         03  MH-ITEM-CODE           PIC X(05).
000350         03  MH-QTY                 PIC 9(05).
000360         03  MH-UNIT-COST           PIC 9(05)V9(02).
000370         03  MH-LOC-CODE            PIC X(03).
000380         03  MH-TO-LOC              PIC X(03).
000390     02  MH-PRIOR-LOC-QTY           PIC 9(05).
000400     02  MH-PRIOR-ITEM-QTY          PIC 9(05).
000410     02  MH-PRIOR-UNIT-COST         PIC 9(05)V9(02).
