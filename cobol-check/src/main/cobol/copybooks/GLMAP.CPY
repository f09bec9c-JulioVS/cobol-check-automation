000010******************************************************************
000020* GLMAP.CPY
000030******************************************************************
000040* GENERAL-LEDGER MAPPING RECORD.  ONE ROW PER TRANSACTION CODE,
000050* JOURNAL LEG AND EFFECTIVE DATE, NAMING THE ACCOUNT THE LEG
000060* DEBITS AND THE ACCOUNT IT CREDITS.  THE LEGS ARE THE ONES
000070* THE NIGHTLY JOURNAL EXTRACT WRITES FOR EVERY CODE - THE
000080* FIELD-1 PRINCIPAL MOVEMENT, THE FIELD-2 RETURN, THE FEE AND
000090* THE ACCRUED INTEREST.  HISTORY ROWS STAY ON FILE: THE ROW IN
000100* FORCE ON A DATE IS THE ONE WITH THE LATEST EFFECTIVE DATE
000110* ON OR BEFORE IT.
000120******************************************************************
000130* MODIFICATION HISTORY
000140*-----------------------------------------------------------
000150* DATE       INIT  DESCRIPTION
000160*-----------------------------------------------------------
000170* 10/15/26    RH   ORIGINAL COPYBOOK.  THE LEDGER ACCOUNTS
000180*                  WERE LITERALS IN THE JOURNAL PROGRAMS, THE
000190*                  SAME SIX FOR EVERY CODE.
000200*-----------------------------------------------------------
000210 01  GLMAP-RECORD.
000220     05  GLMAP-CODE           PIC 9(04).
000230     05  GLMAP-LEG            PIC X(01).
000240         88  GLMAP-PRINCIPAL-LEG       VALUE 'P'.
000250         88  GLMAP-RETURN-LEG          VALUE 'R'.
000260         88  GLMAP-FEE-LEG             VALUE 'F'.
000270         88  GLMAP-INTEREST-LEG        VALUE 'I'.
000280     05  GLMAP-EFF-DATE       PIC 9(08).
000290     05  GLMAP-DR-ACCOUNT     PIC X(08).
000300     05  GLMAP-CR-ACCOUNT     PIC X(08).
000310     05  FILLER               PIC X(51).
