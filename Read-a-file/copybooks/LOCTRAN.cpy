000110*    DATE       INIT  DESCRIPTION
000120*    ---------  ----  ---------------------------------------
000130*    02/09/2026 MK    ORIGINAL VERSION - WRITTEN FOR LOC-MAINT.
000132*    15/10/2026 MK    ADDED LTRN-LOC-TYPE - S (OR BLANK) FOR A
000134*                     SALEABLE LOCATION, Q FOR A RETURNS
000136*                     QUARANTINE (SEE LOC-TYPE IN LOCREC).
000140******************************************************************
000150 01  LOC-TRANS-RECORD.
000160     02  LTRN-CODE                  PIC X(01).
000190         88  LTRN-DELETE                VALUE 'D'.
000200     02  LTRN-LOC-CODE              PIC X(03).
000210     02  LTRN-LOC-NAME              PIC X(30).
000220     02  LTRN-LOC-TYPE              PIC X(01).
