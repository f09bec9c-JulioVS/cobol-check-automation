000200* DATE       INIT  DESCRIPTION
000210*-----------------------------------------------------------
000220* 08/21/26    RH   ORIGINAL PROGRAM.
000221* 10/15/26    RH   THE STEP NOW CHECKS THE RUN-CONTROL CLUSTER
000222*                  BEFORE IT OPENS ANYTHING AND REFUSES A SECOND
000223*                  RUN FOR A DATE IT HAS ALREADY COMPLETED.  A
000224*                  RUN ENDING BELOW RC 8 WRITES ITS ROW THERE,
000225*                  WITH KEYS READ, LOADED AND ALREADY ON FILE.
000226* 10/15/26    RH   THE RUN DATE NOW COMES OFF THE NIGHT ROW ON THE
000227*                  RUN-CONTROL FILE INSTEAD OF THE CLOCK, SO A
000228*                  NIGHT THAT CROSSES MIDNIGHT OR IS FINISHED THE
000229*                  NEXT MORNING KEEPS ONE RUN DATE THROUGHOUT.
000230*-----------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000330         FILE STATUS IS WS-HIST-FILE-STATUS.
000340     SELECT PRINT-FILE ASSIGN TO RPTOUT
000350         ORGANIZATION IS SEQUENTIAL.
000351     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
000352         ORGANIZATION IS INDEXED
000353         ACCESS MODE IS RANDOM
000354         RECORD KEY IS RCTL-KEY
000355         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  KEYS-FILE
000460     RECORDING MODE IS F
000470     LABEL RECORDS ARE OMITTED.
000480 01  PRINT-RECORD                 PIC X(80).
000482 FD  RUNCTL-FILE
000484     LABEL RECORDS ARE STANDARD.
000486     COPY RUNCTL.
000490 WORKING-STORAGE SECTION.
000500 01  WS-SWITCHES.
000510     05  WS-EOF-SW            PIC X(01)      VALUE 'N'.
000540         88  WS-LOAD-FAILED                  VALUE 'Y'.
000542     05  WS-HIST-OPEN-SW      PIC X(01)      VALUE 'N'.
000544         88  WS-HIST-OPEN                    VALUE 'Y'.
000545     05  WS-RUNCTL-OPEN-SW    PIC X(01)      VALUE 'N'.
000546         88  WS-RUNCTL-OPEN                  VALUE 'Y'.
000547     05  WS-RERUN-REFUSED-SW  PIC X(01)      VALUE 'N'.
000548         88  WS-RERUN-REFUSED                VALUE 'Y'.
000549 01  WS-RUNCTL-WORK.
000550     05  WS-RUNCTL-FILE-STATUS    PIC X(02) VALUE SPACES.
000551     05  WS-RUNCTL-STEP           PIC X(08) VALUE 'HISTLOAD'.
000552     05  WS-RUNCTL-TIME           PIC 9(08) VALUE ZERO.
000553 01  WS-HIST-FILE-STATUS          PIC X(02) VALUE SPACES.
000554 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
000560 01  WS-PRINT-LINE                PIC X(80).
000570 01  WS-COUNTERS.
000580     05  WS-READ-COUNT            PIC 9(07) COMP-3 VALUE ZERO.
000610     05  WS-COUNT-DISPLAY         PIC Z,ZZZ,ZZ9.
000620 PROCEDURE DIVISION.
000630 0000-MAINLINE.
000631     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
000632     IF WS-RERUN-REFUSED
000633         PERFORM 0550-REFUSE-RERUN THRU 0550-EXIT
000634         GOBACK
000635     END-IF.
000640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000650     PERFORM 2000-LOAD-ONE-KEY THRU 2000-EXIT
000660         UNTIL WS-EOF OR WS-LOAD-FAILED.
000670     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000680     GOBACK.
000681*****************************************************************
000682* 0500-CHECK-RUN-CONTROL - TAKE THE RUN DATE AND LOOK UP THIS
000683* STEP'S ROW ON THE RUN-CONTROL CLUSTER BEFORE ANY OTHER FILE IS
000684* OPENED.  NO ROW MEANS THE STEP HAS NOT COMPLETED FOR THE DATE
000685* AND IT RUNS AS NORMAL.  A COMPLETED ROW REFUSES THE RUN, AND SO
000686* DOES A CLUSTER THAT CANNOT BE OPENED OR READ - A SECOND PASS
000687* OVER A NIGHT ALREADY DONE IS THE ONE THING THIS STEP MUST NOT
000688* RISK.
000689* THE RUN DATE IS THE NIGHT'S, TAKEN OFF THE NIGHT ROW RUNCHK
000690* WROTE WHEN IT OPENED THE NIGHT - NEVER TODAY'S DATE - AND A
000691* MISSING NIGHT ROW REFUSES THE RUN TOO.
000692*****************************************************************
000693 0500-CHECK-RUN-CONTROL.
000694     OPEN I-O RUNCTL-FILE.
000695     IF WS-RUNCTL-FILE-STATUS NOT = '00'
000696         SET WS-RERUN-REFUSED TO TRUE
000697         GO TO 0500-EXIT
000698     END-IF.
000699     SET WS-RUNCTL-OPEN TO TRUE.
000700     MOVE ZERO TO RCTL-RUN-DATE.
000701     SET RCTL-NIGHT-ROW TO TRUE.
000702     READ RUNCTL-FILE.
000703     IF WS-RUNCTL-FILE-STATUS NOT = '00'
000704         SET WS-RERUN-REFUSED TO TRUE
000705         GO TO 0500-EXIT
000706     END-IF.
000707     MOVE RCTL-NIGHT-RUN-DATE TO WS-RUN-DATE.
000708     MOVE WS-RUN-DATE TO RCTL-RUN-DATE.
000709     MOVE WS-RUNCTL-STEP TO RCTL-STEP-NAME.
000710     READ RUNCTL-FILE.
000711     IF WS-RUNCTL-FILE-STATUS = '23'
000712         GO TO 0500-EXIT
000713     END-IF.
000714     SET WS-RERUN-REFUSED TO TRUE.
000715 0500-EXIT.
000716     EXIT.
000717*****************************************************************
000718* 0550-REFUSE-RERUN - SAY WHY THE STEP WAS NOT RUN, RELEASE THE
000719* RUN-CONTROL CLUSTER AND RETURN 8.  NO OTHER FILE HAS BEEN
000720* OPENED, SO NOTHING WAS READ OR WRITTEN.
000721*****************************************************************
000722 0550-REFUSE-RERUN.
000723     OPEN OUTPUT PRINT-FILE.
000724     MOVE SPACES TO WS-PRINT-LINE.
000725     IF NOT WS-RUNCTL-OPEN
000726         STRING 'RUN-CONTROL FILE OPEN FAILED - STATUS: '
000727             DELIMITED BY SIZE
000728             WS-RUNCTL-FILE-STATUS DELIMITED BY SIZE
000729             INTO WS-PRINT-LINE
000730         END-STRING
000731     ELSE
000732     IF WS-RUNCTL-FILE-STATUS = '00'
000733         STRING WS-RUNCTL-STEP DELIMITED BY SPACE
000734             ' ALREADY COMPLETED FOR RUN DATE ' DELIMITED BY SIZE
000735             WS-RUN-DATE DELIMITED BY SIZE
000736             ' AT ' DELIMITED BY SIZE
000737             RCTL-END-TIME DELIMITED BY SIZE
000738             ' RC ' DELIMITED BY SIZE
000739             RCTL-RETURN-CODE DELIMITED BY SIZE
000740             INTO WS-PRINT-LINE
000741         END-STRING
000742     ELSE
000743     IF WS-RUNCTL-FILE-STATUS = '23'
000744         STRING 'NO NIGHT IS OPEN ON THE RUN-CONTROL FILE - RUN '
000745             DELIMITED BY SIZE
000746             'RUNCHK PARM=OPEN FIRST' DELIMITED BY SIZE
000747             INTO WS-PRINT-LINE
000748         END-STRING
000749     ELSE
000750         STRING 'RUN-CONTROL FILE READ FAILED - STATUS: '
000751             DELIMITED BY SIZE
000752             WS-RUNCTL-FILE-STATUS DELIMITED BY SIZE
000753             INTO WS-PRINT-LINE
000754         END-STRING
000755     END-IF
000756     END-IF
000757     END-IF.
000758     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
000759     MOVE SPACES TO WS-PRINT-LINE.
000760     STRING 'STEP NOT RUN - NO FILE WAS READ OR WRITTEN'
000761         DELIMITED BY SIZE INTO WS-PRINT-LINE
000762     END-STRING.
000763     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
000764     IF WS-RUNCTL-OPEN
000765         CLOSE RUNCTL-FILE
000766     END-IF.
000767     CLOSE PRINT-FILE.
000768     MOVE 8 TO RETURN-CODE.
000769 0550-EXIT.
000770     EXIT.
000771*****************************************************************
000772* 1000-INITIALIZE - OPEN FILES AND PRIME THE KEY READ.  A
000773* CLUSTER THAT WILL NOT OPEN FAILS THE LOAD OUTRIGHT.
000774*****************************************************************
000775 1000-INITIALIZE.
000776     OPEN INPUT KEYS-FILE.
000777     OPEN I-O HIST-FILE.
000778     OPEN OUTPUT PRINT-FILE.
000779     IF WS-HIST-FILE-STATUS NOT = '00'
000780         SET WS-LOAD-FAILED TO TRUE
000790         MOVE SPACES TO WS-PRINT-LINE
000800         STRING 'HISTORY FILE OPEN FAILED - STATUS: '
001670     ELSE
001680         MOVE 0 TO RETURN-CODE
001690     END-IF.
001695     PERFORM 8900-RECORD-COMPLETION THRU 8900-EXIT.
001700     CLOSE KEYS-FILE.
001710     IF WS-HIST-OPEN
001712         CLOSE HIST-FILE
001720     CLOSE PRINT-FILE.
001730 8000-EXIT.
001740     EXIT.
001750*****************************************************************
001760* 8900-RECORD-COMPLETION - WHEN THE RUN ENDED BELOW RETURN CODE
001770* 8, WRITE THIS STEP'S ROW TO THE RUN-CONTROL CLUSTER WITH THE
001780* COUNTS AND TOTALS OFF TONIGHT'S REPORT, SO A RERUN OF THE
001790* NIGHT PASSES THE STEP BY.  A REFUSED RUN WRITES NOTHING AND
001800* MAY BE RUN AGAIN ONCE ITS CAUSE IS PUT RIGHT.
001810*****************************************************************
001820 8900-RECORD-COMPLETION.
001830     IF RETURN-CODE > 4
001840         GO TO 8900-CLOSE
001850     END-IF.
001860     MOVE SPACES TO RCTL-RECORD.
001870     MOVE WS-RUN-DATE TO RCTL-RUN-DATE.
001880     MOVE WS-RUNCTL-STEP TO RCTL-STEP-NAME.
001890     SET RCTL-STEP-COMPLETE TO TRUE.
001900     MOVE RETURN-CODE TO RCTL-RETURN-CODE.
001910     ACCEPT WS-RUNCTL-TIME FROM TIME.
001920     MOVE WS-RUNCTL-TIME (1:6) TO RCTL-END-TIME.
001930     MOVE WS-READ-COUNT TO RCTL-COUNT-1.
001940     MOVE WS-LOADED-COUNT TO RCTL-COUNT-2.
001950     MOVE WS-ALREADY-COUNT TO RCTL-COUNT-3.
001960     MOVE ZERO TO RCTL-TOTAL-1.
001970     MOVE ZERO TO RCTL-TOTAL-2.
001980     WRITE RCTL-RECORD.
001990     IF WS-RUNCTL-FILE-STATUS NOT = '00'
002000         MOVE SPACES TO WS-PRINT-LINE
002010         STRING 'RUN-CONTROL RECORD NOT WRITTEN - STATUS: '
002020             DELIMITED BY SIZE
002030             WS-RUNCTL-FILE-STATUS DELIMITED BY SIZE
002040             INTO WS-PRINT-LINE
002050         END-STRING
002060         WRITE PRINT-RECORD FROM WS-PRINT-LINE
002070     END-IF.
002080 8900-CLOSE.
002090     CLOSE RUNCTL-FILE.
002100 8900-EXIT.
002110     EXIT.
