000140* DATE       INIT  DESCRIPTION
000150*-----------------------------------------------------------
000160* 08/21/26    RH   ORIGINAL COPYBOOK.
000162* 10/15/26    RH   ADDED THE BATCH NUMBER AND BRANCH OF THE
000164*                  BATCH THAT CARRIED THE TRANSACTION, SO THE
000166*                  BATCH RECALL RUN CAN FIND EVERY KEY A BATCH
000168*                  REGISTERED.  RECORDS WRITTEN BEFORE THIS
000170*                  CHANGE CARRY SPACES THERE - READERS MUST
000172*                  TEST THE FIELDS NUMERIC.
000174*-----------------------------------------------------------
000180 01  HIST-RECORD.
000190     05  HIST-KEY.
000200         10  HIST-TRANS-KEY   PIC X(10).
000210         10  HIST-BATCH-DATE  PIC 9(08).
000220     05  HIST-RUN-DATE        PIC 9(08).
000222     05  HIST-BATCH-NUMBER    PIC 9(06).
000224     05  HIST-BRANCH-ID       PIC 9(03).
000230     05  FILLER               PIC X(45).
