000010******************************************************************
000020* POSTCTL.CPY
000030******************************************************************
000040* MONTHLY POSTING CONTROL RECORD.  INTPOST APPENDS ONE OF THESE
000050* TO THE POSTING CONTROL FILE FOR EVERY MONTH WHOSE POSTING
000060* REGISTER TIED TO THE NIGHTLY ACCRUAL CONTROL TOTALS - THE
000070* POSTING MONTH, THE RUN DATE AND THE SAME POSTING COUNT,
000080* ACCRUAL COUNT AND INTEREST GRAND TOTAL IT PRINTS ON THE
000090* REGISTER - SO THE YEAR-END TAX EXTRACT CAN TIE THE YEAR BACK
000100* TO THE TWELVE MONTHLY REGISTER TOTALS BY MACHINE.  A REFUSED
000110* MONTH WRITES NO RECORD; IT HAS NOT POSTED.
000120******************************************************************
000130* MODIFICATION HISTORY
000140*-----------------------------------------------------------
000150* DATE       INIT  DESCRIPTION
000160*-----------------------------------------------------------
000170* 10/15/26    RH   ORIGINAL COPYBOOK.
000180*-----------------------------------------------------------
000190 01  PCTL-RECORD.
000200     05  PCTL-MONTH           PIC 9(06).
000210     05  PCTL-RUN-DATE        PIC 9(08).
000220     05  PCTL-POSTING-COUNT   PIC 9(07).
000230     05  PCTL-TRAN-COUNT      PIC 9(09).
000240     05  PCTL-INTEREST-TOTAL  PIC S9(13)V9(07) COMP-3.
000250     05  FILLER               PIC X(39).
