000010******************************************************************
000020* BATCHACK.CPY
000030******************************************************************
000040* BATCH ACKNOWLEDGEMENT RECORD.  ONE RECORD PER BATCH THE
000050* NIGHTLY RUN RECEIVED - ACCEPTED OR REFUSED - WITH THE
000060* RECORDS READ, THE REJECTIONS BY CAUSE AND THE TRAILER
000070* CONTROL TOTALS EXPECTED AGAINST THOSE ACTUALLY FOUND.
000080* RECORDS-READ LESS THE SIX REJECTION COUNTS IS WHAT THE
000090* BATCH PUT ON THE VALIDATED FILE.
000091* A BATCH IS ALSO SPLIT BY BRANCH: AHEAD OF ITS BATCH RECORD COMES
000092* ONE BRANCH SHARE RECORD (TYPE 'B') PER BRANCH WITH RECORDS IN
000093* IT, CARRYING THE BATCH'S DATE, NUMBER AND DISPOSITION BUT THAT
000094* BRANCH'S OWN RECORDS READ AND REJECTIONS, AND ZERO CONTROL
000095* TOTALS.  THE BATCH RECORD (TYPE SPACE) IS ALWAYS THE LAST FOR
000096* ITS BATCH; ITS BRANCH IS THE LAST BRANCH IN THE BATCH.
000100******************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140*-----------------------------------------------------------
000150* 10/15/26    RH   ORIGINAL COPYBOOK, PULLED OUT OF NUMBERS
000160*                  NOW THAT THE BATCH RECALL PROGRAM READS THE
000170*                  SAME LAYOUT.
000172* 10/15/26    RH   ADDED THE BRANCH THE BATCH CAME FROM, OUT OF
000174*                  THE FILLER, FOR THE MONTH-END BRANCH
000176*                  SCORECARD.  OLDER RECORDS CARRY SPACES THERE.
000177* 10/15/26    RH   ADDED THE RECORD TYPE AND THE BRANCH SHARE
000178*                  RECORDS, SO A BATCH FROM SEVERAL BRANCHES IS
000179*                  CREDITED TO EACH BRANCH FOR ITS OWN RECORDS
000180*                  AND NOT ALL TO THE LAST BRANCH IN IT.
000181*-----------------------------------------------------------
000190 01  ACK-RECORD.
000200     05  ACK-BATCH-DATE       PIC 9(08).
000210     05  ACK-BATCH-NUMBER     PIC 9(06).
000220     05  ACK-DISPOSITION      PIC X(01).
000230         88  ACK-ACCEPTED              VALUE 'A'.
000240         88  ACK-REFUSED               VALUE 'R'.
000250     05  ACK-RECORDS-READ     PIC 9(09).
000260     05  ACK-REJ-LENGTH       PIC 9(05).
000270     05  ACK-REJ-CODE-MISS    PIC 9(05).
000280     05  ACK-REJ-TOLERANCE    PIC 9(05).
000290     05  ACK-REJ-FEE          PIC 9(05).
000300     05  ACK-REJ-DUPLICATE    PIC 9(05).
000310     05  ACK-REJ-ACCOUNT      PIC 9(05).
000320     05  ACK-EXP-COUNT        PIC 9(09).
000330     05  ACK-ACT-COUNT        PIC 9(09).
000340     05  ACK-EXP-HASH-1       PIC S9(13)V9(07)
000350                              SIGN LEADING SEPARATE.
000360     05  ACK-ACT-HASH-1       PIC S9(13)V9(07)
000370                              SIGN LEADING SEPARATE.
000380     05  ACK-EXP-HASH-2       PIC S9(13)V9(07)
000390                              SIGN LEADING SEPARATE.
000400     05  ACK-ACT-HASH-2       PIC S9(13)V9(07)
000410                              SIGN LEADING SEPARATE.
000420     05  ACK-EXP-HASH-FEE     PIC S9(09)V99
000430                              SIGN LEADING SEPARATE.
000440     05  ACK-ACT-HASH-FEE     PIC S9(09)V99
000450                              SIGN LEADING SEPARATE.
000455     05  ACK-BRANCH-ID        PIC 9(03).
000456     05  ACK-RECORD-TYPE      PIC X(01).
000457         88  ACK-BATCH-TOTAL           VALUE SPACE.
000458         88  ACK-BRANCH-SHARE          VALUE 'B'.
000459     05  FILLER               PIC X(16).
