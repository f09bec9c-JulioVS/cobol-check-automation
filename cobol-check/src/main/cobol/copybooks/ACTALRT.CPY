000010******************************************************************
000020* ACTALRT.CPY
000030******************************************************************
000040* UNUSUAL-ACTIVITY ALERT RECORD.  ACTMON WRITES ONE PER ALERT,
000050* SORTED BY BRANCH, ACCOUNT AND ALERT TYPE, FOR THE COMPLIANCE
000060* CASE SYSTEM TO LOAD.  A LARGE-VALUE ALERT ('L') IS ONE
000070* TRANSACTION WHOSE FIELD-1 IS ABOVE THE THRESHOLD ON THE
000080* MONITORING CARDS FOR ITS CODE; IT CARRIES THE CODE AND BATCH
000090* DATE, THE AMOUNT AND THE THRESHOLD.  A VELOCITY ALERT IS AN
000100* ACCOUNT WHOSE COUNT ('C') OR VALUE ('V') OVER THE WINDOW OF
000110* BUSINESS DAYS ENDING TONIGHT IS ABOVE THE MULTIPLE OF ITS OWN
000120* TRAILING AVERAGE FOR A WINDOW OF THAT LENGTH; IT CARRIES THE
000130* WINDOW FIGURE, THE LIMIT IT BROKE, THE WINDOW LENGTH AND THE
000140* MULTIPLE, AND ZERO CODE AND BATCH DATE.  EVERY FIELD IS ZONED
000150* - THE FILE LEAVES THE SHOP - AND THE SIGNED FIELDS CARRY A
000160* SEPARATE LEADING SIGN.
000170******************************************************************
000180* MODIFICATION HISTORY
000190*-----------------------------------------------------------
000200* DATE       INIT  DESCRIPTION
000210*-----------------------------------------------------------
000220* 10/15/26    RH   ORIGINAL COPYBOOK.
000230*-----------------------------------------------------------
000240 01  ALRT-RECORD.
000250     05  ALRT-BRANCH-ID       PIC 9(03).
000260     05  ALRT-KEY             PIC X(10).
000270     05  ALRT-TYPE            PIC X(01).
000280         88  ALRT-LARGE-VALUE          VALUE 'L'.
000290         88  ALRT-COUNT-VELOCITY       VALUE 'C'.
000300         88  ALRT-VALUE-VELOCITY       VALUE 'V'.
000310     05  ALRT-RUN-DATE        PIC 9(08).
000320     05  ALRT-CODE            PIC 9(04).
000330     05  ALRT-BATCH-DATE      PIC 9(08).
000340     05  ALRT-OBSERVED        PIC S9(13)V99
000350                              SIGN LEADING SEPARATE.
000360     05  ALRT-LIMIT           PIC S9(13)V99
000370                              SIGN LEADING SEPARATE.
000380     05  ALRT-WINDOW-DAYS     PIC 9(02).
000390     05  ALRT-MULTIPLE        PIC 9(02)V99.
000400     05  FILLER               PIC X(28).
