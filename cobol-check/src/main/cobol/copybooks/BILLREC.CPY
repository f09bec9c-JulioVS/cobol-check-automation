000010******************************************************************
000020* BILLREC.CPY
000030******************************************************************
000040* DAILY BILLING-DETAIL RECORD.  BILLRUN WRITES ONE OF THESE TO
000050* THE BILLING-DETAIL GDG FOR EVERY VALIDATED TRANSACTION WHOSE
000060* CODE HAS A BILLING-TERMS ROW - THE KEY, CODE, BASE AMOUNT,
000070* THE PERCENTAGE AND FLAT CHARGE APPLIED, THE BILLED AMOUNT
000080* AND THE BILLING DATE.  THE MONTH-END STATEMENT PROGRAM READS
000090* A MONTH OF GENERATIONS AND ROLLS THE BILLED AMOUNT UP BY KEY
000100* AND CODE, SO ANY PROGRAM TOUCHING THE BILLING FEED SHOULD
000110* COPY THIS LAYOUT RATHER THAN RETYPING IT.
000120******************************************************************
000130* MODIFICATION HISTORY
000140*-----------------------------------------------------------
000150* DATE       INIT  DESCRIPTION
000160*-----------------------------------------------------------
000170* 10/15/26    RH   ORIGINAL COPYBOOK, PULLED OUT OF BILLRUN
000180*                  NOW THAT THE MONTH-END STATEMENT PROGRAM
000190*                  READS THE SAME LAYOUT.
000200*-----------------------------------------------------------
000210 01  BILL-RECORD.
000220     05  BILL-KEY             PIC X(10).
000230     05  BILL-CODE            PIC 9(04).
000240     05  BILL-BASE-AMOUNT     PIC S9(11)V9(07) COMP-3.
000250     05  BILL-RATE-PCT        PIC 9(02)V9(05).
000260     05  BILL-FLAT-CHARGE     PIC 9(05)V99.
000270     05  BILL-AMOUNT          PIC S9(09)V99 COMP-3.
000280     05  BILL-DATE            PIC 9(08).
000290     05  FILLER               PIC X(28).
