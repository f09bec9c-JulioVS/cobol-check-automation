000010******************************************************************
000020* RUNCTL.CPY
000030******************************************************************
000040* NIGHTLY RUN-CONTROL RECORD.  ONE ROW PER RUN DATE AND STEP
000050* PROGRAM ON THE RUN-CONTROL CLUSTER.  EACH STEP OF THE NIGHTLY
000060* RUN LOOKS UP ITS OWN ROW BEFORE IT TOUCHES A FILE AND REFUSES
000070* TO RUN A SECOND TIME FOR A DATE IT HAS ALREADY COMPLETED, AND
000080* WRITES THE ROW WHEN IT ENDS WITH A RETURN CODE BELOW 8 -
000090* THE RETURN CODE, THE TIME IT FINISHED, AND UP TO THREE
000100* COUNTS AND TWO MONEY TOTALS OFF ITS OWN REPORT.  WHAT EACH
000110* COUNT AND TOTAL MEANS DEPENDS ON THE STEP; THE CHECKLIST
000120* PROGRAM RUNCHK CARRIES THE CAPTIONS.  A REFUSED STEP
000130* (RETURN CODE 8) WRITES NO ROW, SO ITS RERUN IS ALLOWED.
000132* THE RUN DATE IS THE NIGHT'S, NOT THE CLOCK'S.  RUNCHK OPENS THE
000134* NIGHT BY WRITING IT ON THE ONE NIGHT ROW (RUN DATE ZERO, STEP
000136* NAME 'NIGHT'), AND EVERY STEP TAKES ITS RUN DATE FROM THAT ROW,
000138* SO A NIGHT THAT CROSSES MIDNIGHT OR IS FINISHED THE NEXT
000139* MORNING KEEPS ONE DATE FROM FIRST STEP TO LAST.
000140******************************************************************
000150* MODIFICATION HISTORY
000160*-----------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180*-----------------------------------------------------------
000190* 10/15/26    RH   ORIGINAL COPYBOOK.
000192* 10/15/26    RH   ADDED THE NIGHT ROW CARRYING THE NIGHT'S RUN
000194*                  DATE.
000200*-----------------------------------------------------------
000210 01  RCTL-RECORD.
000220     05  RCTL-KEY.
000230         10  RCTL-RUN-DATE    PIC 9(08).
000240         10  RCTL-STEP-NAME   PIC X(08).
000245             88  RCTL-NIGHT-ROW            VALUE 'NIGHT'.
000250     05  RCTL-STATUS          PIC X(01).
000260         88  RCTL-STEP-COMPLETE        VALUE 'C'.
000270     05  RCTL-RETURN-CODE     PIC 9(04).
000280     05  RCTL-END-TIME        PIC 9(06).
000290     05  RCTL-COUNT-1         PIC 9(09).
000300     05  RCTL-COUNT-2         PIC 9(09).
000310     05  RCTL-COUNT-3         PIC 9(09).
000320     05  RCTL-TOTAL-1         PIC S9(15)V99 COMP-3.
000330     05  RCTL-TOTAL-2         PIC S9(15)V99 COMP-3.
000340     05  FILLER               PIC X(08).
000350 01  RCTL-NIGHT-RECORD.
000360     05  FILLER               PIC X(16).
000370     05  RCTL-NIGHT-RUN-DATE  PIC 9(08).
000380     05  RCTL-NIGHT-SET-DATE  PIC 9(08).
000390     05  RCTL-NIGHT-SET-TIME  PIC 9(06).
000400     05  FILLER               PIC X(42).
