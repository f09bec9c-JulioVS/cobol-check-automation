000010******************************************************************
000020* ACTHIST.CPY
000030******************************************************************
000040* ROLLING ACCOUNT-ACTIVITY RECORD.  ACTMON CARRIES ONE PER
000050* ACCOUNT WITH ACTIVITY IN THE LAST 25 BUSINESS DAYS FROM NIGHT
000060* TO NIGHT, IN KEY ORDER, ON A GDG - EACH RUN READS THE (0)
000070* GENERATION AND WRITES THE (+1).  THE DAY TABLE HOLDS ONE
000080* BUCKET PER BUSINESS DAY ON THE BUSINESS CALENDAR, NEWEST
000090* FIRST: BUCKET 1 IS THE BUSINESS DAY IN LAST-DATE, BUCKET 2 THE
000100* BUSINESS DAY BEFORE IT, AND SO ON.  EACH BUCKET COUNTS THE
000110* VALIDATED TRANSACTIONS POSTED TO THE ACCOUNT THAT DAY AND
000120* TOTALS THEIR FIELD-1 AMOUNTS WITHOUT SIGN, SO A RUN OF
000130* REVERSALS SHOWS AS MOVEMENT.  FIRST-DATE IS THE BUSINESS DAY
000140* THE ACCOUNT'S CURRENT RUN OF HISTORY STARTED.  BRANCH IS THE
000150* BRANCH OF THE LAST BATCH THAT CARRIED THE ACCOUNT.
000160******************************************************************
000170* MODIFICATION HISTORY
000180*-----------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200*-----------------------------------------------------------
000210* 10/15/26    RH   ORIGINAL COPYBOOK.
000220*-----------------------------------------------------------
000230 01  ACTH-RECORD.
000240     05  ACTH-KEY             PIC X(10).
000250     05  ACTH-BRANCH-ID       PIC 9(03).
000260     05  ACTH-FIRST-DATE      PIC 9(08).
000270     05  ACTH-LAST-DATE       PIC 9(08).
000280     05  ACTH-DAY             OCCURS 25 TIMES.
000290         10  ACTH-DAY-COUNT   PIC 9(05) COMP-3.
000300         10  ACTH-DAY-VALUE   PIC 9(13)V99 COMP-3.
000310     05  FILLER               PIC X(16).
