000010******************************************************************
000020* POSTREC.CPY
000030******************************************************************
000040* MONTHLY INTEREST POSTING RECORD.  INTPOST WRITES ONE OF THESE
000050* TO THE MONTHLY POSTING GDG FOR EVERY KEY AND TRANSACTION CODE
000060* THAT ACCRUED IN THE MONTH - THE KEY, CODE, POSTING MONTH, THE
000070* NUMBER OF ACCRUAL RECORDS ROLLED UP AND THE INTEREST POSTED.
000080* A BATCH RECALL'S REVERSING ACCRUALS ARE NETTED IN, SO THE
000090* INTEREST CAN BE NEGATIVE.  THE YEAR-END TAX EXTRACT READS A
000100* YEAR OF GENERATIONS, SO ANY PROGRAM TOUCHING THE POSTING FILE
000110* SHOULD COPY THIS LAYOUT RATHER THAN RETYPING IT.
000120******************************************************************
000130* MODIFICATION HISTORY
000140*-----------------------------------------------------------
000150* DATE       INIT  DESCRIPTION
000160*-----------------------------------------------------------
000170* 10/15/26    RH   ORIGINAL COPYBOOK, PULLED OUT OF INTPOST
000180*                  NOW THAT THE YEAR-END TAX EXTRACT READS THE
000190*                  SAME LAYOUT.
000200*-----------------------------------------------------------
000210 01  POST-RECORD.
000220     05  POST-KEY             PIC X(10).
000230     05  POST-CODE            PIC 9(04).
000240     05  POST-MONTH           PIC 9(06).
000250     05  POST-TRAN-COUNT      PIC 9(07).
000260     05  POST-INTEREST        PIC S9(13)V9(07) COMP-3.
000270     05  FILLER               PIC X(42).
