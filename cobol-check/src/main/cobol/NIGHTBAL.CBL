000290* DATE       INIT  DESCRIPTION
000300*-----------------------------------------------------------
000310* 09/01/26    RH   ORIGINAL PROGRAM.
000311* 10/15/26    RH   THE STEP NOW CHECKS THE RUN-CONTROL CLUSTER
000312*                  BEFORE IT OPENS ANYTHING AND REFUSES A SECOND
000313*                  RUN FOR A DATE IT HAS ALREADY COMPLETED.  A
000314*                  RUN ENDING BELOW RC 8 WRITES ITS ROW THERE,
000315*                  WITH THE VALTRAN, KEY AND ACCRUAL RECORD
000316*                  COUNTS AND THE FIELD-1 AND ACCRUED PRINCIPAL
000317*                  TOTALS.  ONLY A STATISTICS RECORD DATED
000318*                  TONIGHT IS TAKEN - THE LAST OF THEM WHEN A
000319*                  REFUSED BATCH WAS RESUBMITTED - NEVER AN
000320*                  OLDER NIGHT'S.
000321* 10/15/26    RH   THE RUN DATE NOW COMES OFF THE NIGHT ROW ON THE
000322*                  RUN-CONTROL FILE INSTEAD OF THE CLOCK, SO A
000323*                  NIGHT THAT CROSSES MIDNIGHT OR IS FINISHED THE
000324*                  NEXT MORNING KEEPS ONE RUN DATE THROUGHOUT.
000325*-----------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000430         ORGANIZATION IS SEQUENTIAL.
000440     SELECT PRINT-FILE ASSIGN TO RPTOUT
000450         ORGANIZATION IS SEQUENTIAL.
000451     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
000452         ORGANIZATION IS INDEXED
000453         ACCESS MODE IS RANDOM
000454         RECORD KEY IS RCTL-KEY
000455         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  STAT-FILE
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE OMITTED.
000670 01  PRINT-RECORD                 PIC X(132).
000672 FD  RUNCTL-FILE
000674     LABEL RECORDS ARE STANDARD.
000676     COPY RUNCTL.
000680 WORKING-STORAGE SECTION.
000690 01  WS-SWITCHES.
000700     05  WS-STAT-EOF-SW       PIC X(01)      VALUE 'N'.
000790         88  WS-ACCR-EOF                     VALUE 'Y'.
000800     05  WS-NIGHT-BROKEN-SW   PIC X(01)      VALUE 'N'.
000810         88  WS-NIGHT-BROKEN                 VALUE 'Y'.
000811     05  WS-RUNCTL-OPEN-SW    PIC X(01)      VALUE 'N'.
000812         88  WS-RUNCTL-OPEN                  VALUE 'Y'.
000813     05  WS-RERUN-REFUSED-SW  PIC X(01)      VALUE 'N'.
000814         88  WS-RERUN-REFUSED                VALUE 'Y'.
000815 01  WS-RUNCTL-WORK.
000816     05  WS-RUNCTL-FILE-STATUS    PIC X(02) VALUE SPACES.
000817     05  WS-RUNCTL-STEP           PIC X(08) VALUE 'NIGHTBAL'.
000818     05  WS-RUNCTL-TIME           PIC 9(08) VALUE ZERO.
000820 01  WS-PRINT-LINE                PIC X(132).
000830 01  WS-TONIGHT-STATS.
000840     05  WS-STAT-VALID-COUNT      PIC 9(09) VALUE ZERO.
001190     05  FILLER                   PIC X(61) VALUE SPACES.
001200 PROCEDURE DIVISION.
001210 0000-MAINLINE.
001211     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
001212     IF WS-RERUN-REFUSED
001213         PERFORM 0550-REFUSE-RERUN THRU 0550-EXIT
001214         GOBACK
001215     END-IF.
001220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001230     PERFORM 2000-COMPARE-VALID-HIST THRU 2000-EXIT
001240         UNTIL WS-VALID-EOF AND WS-HIST-EOF.
001270     PERFORM 7000-PRINT-CERTIFICATE THRU 7000-EXIT.
001280     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001290     GOBACK.
001291*****************************************************************
001292* 0500-CHECK-RUN-CONTROL - TAKE THE RUN DATE AND LOOK UP THIS
001293* STEP'S ROW ON THE RUN-CONTROL CLUSTER BEFORE ANY OTHER FILE IS
001294* OPENED.  NO ROW MEANS THE STEP HAS NOT COMPLETED FOR THE DATE
001295* AND IT RUNS AS NORMAL.  A COMPLETED ROW REFUSES THE RUN, AND SO
001296* DOES A CLUSTER THAT CANNOT BE OPENED OR READ - A SECOND PASS
001297* OVER A NIGHT ALREADY DONE IS THE ONE THING THIS STEP MUST NOT
001298* RISK.
001299* THE RUN DATE IS THE NIGHT'S, TAKEN OFF THE NIGHT ROW RUNCHK
001300* WROTE WHEN IT OPENED THE NIGHT - NEVER TODAY'S DATE - AND A
001301* MISSING NIGHT ROW REFUSES THE RUN TOO.
001302*****************************************************************
001303 0500-CHECK-RUN-CONTROL.
001304     OPEN I-O RUNCTL-FILE.
001305     IF WS-RUNCTL-FILE-STATUS NOT = '00'
001306         SET WS-RERUN-REFUSED TO TRUE
001307         GO TO 0500-EXIT
001308     END-IF.
001309     SET WS-RUNCTL-OPEN TO TRUE.
001310     MOVE ZERO TO RCTL-RUN-DATE.
001311     SET RCTL-NIGHT-ROW TO TRUE.
001312     READ RUNCTL-FILE.
001313     IF WS-RUNCTL-FILE-STATUS NOT = '00'
001314         SET WS-RERUN-REFUSED TO TRUE
001315         GO TO 0500-EXIT
001316     END-IF.
001317     MOVE RCTL-NIGHT-RUN-DATE TO WS-RUN-DATE.
001318     MOVE WS-RUN-DATE TO RCTL-RUN-DATE.
001319     MOVE WS-RUNCTL-STEP TO RCTL-STEP-NAME.
001320     READ RUNCTL-FILE.
001321     IF WS-RUNCTL-FILE-STATUS = '23'
001322         GO TO 0500-EXIT
001323     END-IF.
001324     SET WS-RERUN-REFUSED TO TRUE.
001325 0500-EXIT.
001326     EXIT.
001327*****************************************************************
001328* 0550-REFUSE-RERUN - SAY WHY THE STEP WAS NOT RUN, RELEASE THE
001329* RUN-CONTROL CLUSTER AND RETURN 8.  NO OTHER FILE HAS BEEN
001330* OPENED, SO NOTHING WAS READ OR WRITTEN.
001331*****************************************************************
001332 0550-REFUSE-RERUN.
001333     OPEN OUTPUT PRINT-FILE.
001334     MOVE SPACES TO WS-PRINT-LINE.
001335     IF NOT WS-RUNCTL-OPEN
001336         STRING 'RUN-CONTROL FILE OPEN FAILED - STATUS: '
001337             DELIMITED BY SIZE
001338             WS-RUNCTL-FILE-STATUS DELIMITED BY SIZE
001339             INTO WS-PRINT-LINE
001340         END-STRING
001341     ELSE
001342     IF WS-RUNCTL-FILE-STATUS = '00'
001343         STRING WS-RUNCTL-STEP DELIMITED BY SPACE
001344             ' ALREADY COMPLETED FOR RUN DATE ' DELIMITED BY SIZE
001345             WS-RUN-DATE DELIMITED BY SIZE
001346             ' AT ' DELIMITED BY SIZE
001347             RCTL-END-TIME DELIMITED BY SIZE
001348             ' RC ' DELIMITED BY SIZE
001349             RCTL-RETURN-CODE DELIMITED BY SIZE
001350             INTO WS-PRINT-LINE
001351         END-STRING
001352     ELSE
001353     IF WS-RUNCTL-FILE-STATUS = '23'
001354         STRING 'NO NIGHT IS OPEN ON THE RUN-CONTROL FILE - RUN '
001355             DELIMITED BY SIZE
001356             'RUNCHK PARM=OPEN FIRST' DELIMITED BY SIZE
001357             INTO WS-PRINT-LINE
001358         END-STRING
001359     ELSE
001360         STRING 'RUN-CONTROL FILE READ FAILED - STATUS: '
001361             DELIMITED BY SIZE
001362             WS-RUNCTL-FILE-STATUS DELIMITED BY SIZE
001363             INTO WS-PRINT-LINE
001364         END-STRING
001365     END-IF
001366     END-IF
001367     END-IF.
001368     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
001369     MOVE SPACES TO WS-PRINT-LINE.
001370     STRING 'STEP NOT RUN - NO FILE WAS READ OR WRITTEN'
001371         DELIMITED BY SIZE INTO WS-PRINT-LINE
001372     END-STRING.
001373     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
001374     IF WS-RUNCTL-OPEN
001375         CLOSE RUNCTL-FILE
001376     END-IF.
001377     CLOSE PRINT-FILE.
001378     MOVE 8 TO RETURN-CODE.
001379 0550-EXIT.
001380     EXIT.
001381*****************************************************************
001382* 1000-INITIALIZE - OPEN FILES, READ THE RUN-HISTORY FILE
001383* THROUGH TO THE NIGHT'S STATISTICS RECORD (THE LAST ONE ON THE
001384* FILE FOR THE NIGHT'S RUN DATE, AS NUMBERS FINDS ITS LAST
001385* CHECKPOINT - A REFUSED BATCH THAT WAS RESUBMITTED LEAVES
001386* MORE THAN ONE, AND THE LAST IS THE RUN THAT FED THE FILES
001387* BEING PROVEN), AND PRIME THE FILE READS.
001388*****************************************************************
001389 1000-INITIALIZE.
001390     OPEN INPUT STAT-FILE.
001391     OPEN INPUT VALID-FILE.
001392     OPEN INPUT HIST-IN-FILE.
001400     OPEN INPUT ACCRUAL-FILE.
001410     OPEN OUTPUT PRINT-FILE.
001430     PERFORM 1040-READ-LAST-STAT THRU 1040-EXIT
001440         UNTIL WS-STAT-EOF.
001450     PERFORM 2100-READ-VALID THRU 2100-EXIT.
001530             SET WS-STAT-EOF TO TRUE
001540             GO TO 1040-EXIT
001550     END-READ.
001552     IF STAT-RUN-DATE NOT = WS-RUN-DATE
001554         GO TO 1040-EXIT
001556     END-IF.
001560     SET WS-STAT-FOUND TO TRUE.
001570     MOVE STAT-RECORDS-VALID TO WS-STAT-VALID-COUNT.
001580     MOVE STAT-RUN-DATE TO WS-STAT-RUN-DATE.
002310     IF NOT WS-STAT-FOUND
002320         SET WS-NIGHT-BROKEN TO TRUE
002330         MOVE SPACES TO WS-PRINT-LINE
002340         STRING 'NO RUN-STATISTICS RECORD FOR TONIGHT - '
002350             DELIMITED BY SIZE
002360             'NIGHT CANNOT BE PROVEN' DELIMITED BY SIZE
002370             INTO WS-PRINT-LINE
003490     ELSE
003500         MOVE 0 TO RETURN-CODE
003510     END-IF.
003515     PERFORM 8900-RECORD-COMPLETION THRU 8900-EXIT.
003520     CLOSE STAT-FILE.
003530     CLOSE VALID-FILE.
003540     CLOSE HIST-IN-FILE.
003560     CLOSE PRINT-FILE.
003570 8000-EXIT.
003580     EXIT.
003590*****************************************************************
003600* 8900-RECORD-COMPLETION - WHEN THE RUN ENDED BELOW RETURN CODE
003610* 8, WRITE THIS STEP'S ROW TO THE RUN-CONTROL CLUSTER WITH THE
003620* COUNTS AND TOTALS OFF TONIGHT'S REPORT, SO A RERUN OF THE
003630* NIGHT PASSES THE STEP BY.  A REFUSED RUN WRITES NOTHING AND
003640* MAY BE RUN AGAIN ONCE ITS CAUSE IS PUT RIGHT.
003650*****************************************************************
003660 8900-RECORD-COMPLETION.
003670     IF RETURN-CODE > 4
003680         GO TO 8900-CLOSE
003690     END-IF.
003700     MOVE SPACES TO RCTL-RECORD.
003710     MOVE WS-RUN-DATE TO RCTL-RUN-DATE.
003720     MOVE WS-RUNCTL-STEP TO RCTL-STEP-NAME.
003730     SET RCTL-STEP-COMPLETE TO TRUE.
003740     MOVE RETURN-CODE TO RCTL-RETURN-CODE.
003750     ACCEPT WS-RUNCTL-TIME FROM TIME.
003760     MOVE WS-RUNCTL-TIME (1:6) TO RCTL-END-TIME.
003770     MOVE WS-VALID-REC-COUNT TO RCTL-COUNT-1.
003780     MOVE WS-HIST-REC-COUNT TO RCTL-COUNT-2.
003790     MOVE WS-ACCR-REC-COUNT TO RCTL-COUNT-3.
003800     COMPUTE RCTL-TOTAL-1 ROUNDED = WS-VALID-FIELD1-TOTAL.
003810     COMPUTE RCTL-TOTAL-2 ROUNDED = WS-ACCR-PRINCIPAL-TOTAL.
003820     WRITE RCTL-RECORD.
003830     IF WS-RUNCTL-FILE-STATUS NOT = '00'
003840         MOVE SPACES TO WS-PRINT-LINE
003850         STRING 'RUN-CONTROL RECORD NOT WRITTEN - STATUS: '
003860             DELIMITED BY SIZE
003870             WS-RUNCTL-FILE-STATUS DELIMITED BY SIZE
003880             INTO WS-PRINT-LINE
003890         END-STRING
003900         WRITE PRINT-RECORD FROM WS-PRINT-LINE
003910     END-IF.
003920 8900-CLOSE.
003930     CLOSE RUNCTL-FILE.
003940 8900-EXIT.
003950     EXIT.
