000010******************************************************************
000020* BRSCREC.CPY
000030******************************************************************
000040* MONTHLY BRANCH QUALITY SCORECARD RECORD.  BRSCORE WRITES ONE
000050* PER BRANCH FOR THE SCORECARD MONTH, IN RANK ORDER (RANK 1 IS
000060* THE WORST BRANCH), FOR THE MANAGEMENT REPORTING DATABASE LOAD.
000070* EVERY FIELD IS ZONED - THE FILE LEAVES THE SHOP - AND THE ONE
000080* SIGNED FIELD CARRIES A SEPARATE LEADING SIGN.  RATES ARE
000090* PERCENT OF RECORDS READ TO TWO PLACES; THE RATE BY CAUSE IS
000100* LEFT TO THE DATABASE, WHICH HAS THE COUNTS.  A PRIOR RANK OF
000110* ZERO MEANS THE BRANCH WAS NOT ON LAST MONTH'S SCORECARD.
000120******************************************************************
000130* MODIFICATION HISTORY
000140*-----------------------------------------------------------
000150* DATE       INIT  DESCRIPTION
000160*-----------------------------------------------------------
000170* 10/15/26    RH   ORIGINAL COPYBOOK.
000180*-----------------------------------------------------------
000190 01  BSC-RECORD.
000200     05  BSC-MONTH            PIC 9(06).
000210     05  BSC-BRANCH-ID        PIC 9(03).
000220     05  BSC-RANK             PIC 9(03).
000230     05  BSC-PRIOR-RANK       PIC 9(03).
000240     05  BSC-BATCHES          PIC 9(05).
000250     05  BSC-BATCHES-REFUSED  PIC 9(05).
000260     05  BSC-RECORDS-READ     PIC 9(09).
000270     05  BSC-REJ-LENGTH       PIC 9(07).
000280     05  BSC-REJ-CODE-MISS    PIC 9(07).
000290     05  BSC-REJ-TOLERANCE    PIC 9(07).
000300     05  BSC-REJ-FEE          PIC 9(07).
000310     05  BSC-REJ-DUPLICATE    PIC 9(07).
000320     05  BSC-REJ-ACCOUNT      PIC 9(07).
000330     05  BSC-REJ-TOTAL        PIC 9(07).
000340     05  BSC-REJ-RATE         PIC 9(03)V99.
000350     05  BSC-PRIOR-REJ-RATE   PIC 9(03)V99.
000360     05  BSC-RATE-MOVEMENT    PIC S9(03)V99
000370                              SIGN LEADING SEPARATE.
000380     05  BSC-EXCP-RAISED      PIC 9(07).
000390     05  BSC-CLEARED          PIC 9(05).
000400     05  BSC-CLEAR-DAYS-TOTAL PIC 9(07).
000410     05  BSC-AVG-CLEAR-DAYS   PIC 9(03)V9.
000420     05  BSC-WORST-CLEAR-DAYS PIC 9(03).
000430     05  BSC-OPEN-AT-MONTH-END
000440                              PIC 9(05).
000450     05  BSC-OLDEST-OPEN-DAYS PIC 9(03).
000460     05  FILLER               PIC X(67).
