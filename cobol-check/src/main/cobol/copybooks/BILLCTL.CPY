000010******************************************************************
000020* BILLCTL.CPY
000030******************************************************************
000040* NIGHTLY BILLING CONTROL RECORD.  BILLRUN APPENDS ONE OF
000050* THESE TO THE BILLING CONTROL FILE AT THE END OF EVERY RUN
000060* THAT PRICED AGAINST A LOADED TERMS FILE - THE RUN DATE AND
000070* THE SAME COUNT, BASE AND BILLED GRAND TOTALS IT PRINTS ON
000080* THE BILLING SUMMARY - SO THE MONTH-END STATEMENT PROGRAM CAN
000090* TIE ITS INVOICE REGISTER BACK TO THE NIGHTLY GRAND-TOTAL
000100* LINES BY MACHINE, THE SAME WAY THE INTEREST POSTING TIES TO
000110* THE ACCRUAL CONTROL FILE.
000120******************************************************************
000130* MODIFICATION HISTORY
000140*-----------------------------------------------------------
000150* DATE       INIT  DESCRIPTION
000160*-----------------------------------------------------------
000170* 10/15/26    RH   ORIGINAL COPYBOOK.
000172* 10/15/26    RH   ADDED THE SOURCE FLAG - 'N' FOR THE NIGHTLY
000174*                  RUN, 'R' FOR THE CONTROL RECORD THE BATCH
000176*                  RECALL RUN APPENDS FOR ITS REVERSING
000178*                  BILLING RECORDS.  THE INVOICE TIE SUMS
000180*                  BOTH; ONLY A NIGHTLY RECORD PROVES A NIGHT.
000182*-----------------------------------------------------------
000190 01  BCTL-RECORD.
000200     05  BCTL-RUN-DATE        PIC 9(08).
000210     05  BCTL-RECORD-COUNT    PIC 9(09).
000220     05  BCTL-BASE-TOTAL      PIC S9(13)V9(07) COMP-3.
000230     05  BCTL-BILLED-TOTAL    PIC S9(11)V99 COMP-3.
000232     05  BCTL-SOURCE          PIC X(01).
000234         88  BCTL-NIGHTLY-RUN          VALUE 'N'.
000236         88  BCTL-RECALL-RUN           VALUE 'R'.
000240     05  FILLER               PIC X(44).
