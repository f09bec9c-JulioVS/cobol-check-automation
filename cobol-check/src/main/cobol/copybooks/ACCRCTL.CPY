000140* DATE       INIT  DESCRIPTION
000150*-----------------------------------------------------------
000160* 09/01/26    RH   ORIGINAL COPYBOOK.
000162* 10/15/26    RH   ADDED THE SOURCE FLAG - 'N' FOR THE NIGHTLY
000164*                  RUN, 'R' FOR THE CONTROL RECORD THE BATCH
000166*                  RECALL RUN APPENDS FOR ITS REVERSING
000168*                  ACCRUALS.  THE POSTING TIE SUMS BOTH; ONLY
000170*                  A NIGHTLY RECORD IS A PREVIOUS ACCRUAL RUN.
000172*                  OLDER RECORDS CARRY SPACE THERE AND ARE
000174*                  NIGHTLY.
000176*-----------------------------------------------------------
000180 01  ACTL-RECORD.
000190     05  ACTL-RUN-DATE        PIC 9(08).
000200     05  ACTL-RECORD-COUNT    PIC 9(09).
000210     05  ACTL-PRINCIPAL-TOTAL PIC S9(13)V9(07) COMP-3.
000220     05  ACTL-INTEREST-TOTAL  PIC S9(13)V9(07) COMP-3.
000222     05  ACTL-SOURCE          PIC X(01).
000224         88  ACTL-NIGHTLY-RUN          VALUE 'N' ' '.
000226         88  ACTL-RECALL-RUN           VALUE 'R'.
000230     05  FILLER               PIC X(40).
