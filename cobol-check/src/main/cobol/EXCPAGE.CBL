000240* DATE       INIT  DESCRIPTION
000250*-----------------------------------------------------------
000260* 09/01/26    RH   ORIGINAL PROGRAM.
000261* 10/15/26    RH   THE STEP NOW CHECKS THE RUN-CONTROL CLUSTER
000262*                  BEFORE IT OPENS ANYTHING AND REFUSES A SECOND
000263*                  RUN FOR A DATE IT HAS ALREADY COMPLETED.  A
000264*                  RUN ENDING BELOW RC 8 WRITES ITS ROW THERE,
000265*                  WITH ITEMS CARRIED, NEW AND CLEARED.
000266* 10/15/26    RH   THE RUN DATE NOW COMES OFF THE NIGHT ROW ON THE
000267*                  RUN-CONTROL FILE INSTEAD OF THE CLOCK, SO A
000268*                  NIGHT THAT CROSSES MIDNIGHT OR IS FINISHED THE
000269*                  NEXT MORNING KEEPS ONE RUN DATE THROUGHOUT.
000270*-----------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000380         ORGANIZATION IS SEQUENTIAL.
000390     SELECT PRINT-FILE ASSIGN TO RPTOUT
000400         ORGANIZATION IS SEQUENTIAL.
000401     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
000402         ORGANIZATION IS INDEXED
000403         ACCESS MODE IS RANDOM
000404         RECORD KEY IS RCTL-KEY
000405         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  OPEN-IN-FILE
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE OMITTED.
000620 01  PRINT-RECORD                 PIC X(132).
000622 FD  RUNCTL-FILE
000624     LABEL RECORDS ARE STANDARD.
000626     COPY RUNCTL.
000630 WORKING-STORAGE SECTION.
000640 01  WS-SWITCHES.
000650     05  WS-OPEN-EOF-SW       PIC X(01)      VALUE 'N'.
000730         88  WS-FIX-NOT-FOUND                VALUE 'N'.
000740     05  WS-LOAD-FAILED-SW    PIC X(01)      VALUE 'N'.
000750         88  WS-LOAD-FAILED                  VALUE 'Y'.
000751     05  WS-RUNCTL-OPEN-SW    PIC X(01)      VALUE 'N'.
000752         88  WS-RUNCTL-OPEN                  VALUE 'Y'.
000753     05  WS-RERUN-REFUSED-SW  PIC X(01)      VALUE 'N'.
000754         88  WS-RERUN-REFUSED                VALUE 'Y'.
000755 01  WS-RUNCTL-WORK.
000756     05  WS-RUNCTL-FILE-STATUS    PIC X(02) VALUE SPACES.
000757     05  WS-RUNCTL-STEP           PIC X(08) VALUE 'EXCPAGE'.
000758     05  WS-RUNCTL-TIME           PIC 9(08) VALUE ZERO.
000760 01  WS-PRINT-LINE                PIC X(132).
000770 01  WS-FIX-TABLE-AREA.
000780     05  WS-FIX-COUNT         PIC S9(04) COMP VALUE ZERO.
001470     05  FILLER                   PIC X(52) VALUE SPACES.
001480 PROCEDURE DIVISION.
001490 0000-MAINLINE.
001491     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
001492     IF WS-RERUN-REFUSED
001493         PERFORM 0550-REFUSE-RERUN THRU 0550-EXIT
001494         GOBACK
001495     END-IF.
001500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001510     IF NOT WS-LOAD-FAILED
001520         PERFORM 2000-PROCESS-OPEN-ITEM THRU 2000-EXIT
001570     END-IF.
001580     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001590     GOBACK.
001591*****************************************************************
001592* 0500-CHECK-RUN-CONTROL - TAKE THE RUN DATE AND LOOK UP THIS
001593* STEP'S ROW ON THE RUN-CONTROL CLUSTER BEFORE ANY OTHER FILE IS
001594* OPENED.  NO ROW MEANS THE STEP HAS NOT COMPLETED FOR THE DATE
001595* AND IT RUNS AS NORMAL.  A COMPLETED ROW REFUSES THE RUN, AND SO
001596* DOES A CLUSTER THAT CANNOT BE OPENED OR READ - A SECOND PASS
001597* OVER A NIGHT ALREADY DONE IS THE ONE THING THIS STEP MUST NOT
001598* RISK.
001599* THE RUN DATE IS THE NIGHT'S, TAKEN OFF THE NIGHT ROW RUNCHK
001600* WROTE WHEN IT OPENED THE NIGHT - NEVER TODAY'S DATE - AND A
001601* MISSING NIGHT ROW REFUSES THE RUN TOO.
001602*****************************************************************
001603 0500-CHECK-RUN-CONTROL.
001604     OPEN I-O RUNCTL-FILE.
001605     IF WS-RUNCTL-FILE-STATUS NOT = '00'
001606         SET WS-RERUN-REFUSED TO TRUE
001607         GO TO 0500-EXIT
001608     END-IF.
001609     SET WS-RUNCTL-OPEN TO TRUE.
001610     MOVE ZERO TO RCTL-RUN-DATE.
001611     SET RCTL-NIGHT-ROW TO TRUE.
001612     READ RUNCTL-FILE.
001613     IF WS-RUNCTL-FILE-STATUS NOT = '00'
001614         SET WS-RERUN-REFUSED TO TRUE
001615         GO TO 0500-EXIT
001616     END-IF.
001617     MOVE RCTL-NIGHT-RUN-DATE TO WS-RUN-DATE.
001618     MOVE WS-RUN-DATE TO RCTL-RUN-DATE.
001619     MOVE WS-RUNCTL-STEP TO RCTL-STEP-NAME.
001620     READ RUNCTL-FILE.
001621     IF WS-RUNCTL-FILE-STATUS = '23'
001622         GO TO 0500-EXIT
001623     END-IF.
001624     SET WS-RERUN-REFUSED TO TRUE.
001625 0500-EXIT.
001626     EXIT.
001627*****************************************************************
001628* 0550-REFUSE-RERUN - SAY WHY THE STEP WAS NOT RUN, RELEASE THE
001629* RUN-CONTROL CLUSTER AND RETURN 8.  NO OTHER FILE HAS BEEN
001630* OPENED, SO NOTHING WAS READ OR WRITTEN.
001631*****************************************************************
001632 0550-REFUSE-RERUN.
001633     OPEN OUTPUT PRINT-FILE.
001634     MOVE SPACES TO WS-PRINT-LINE.
001635     IF NOT WS-RUNCTL-OPEN
001636         STRING 'RUN-CONTROL FILE OPEN FAILED - STATUS: '
001637             DELIMITED BY SIZE
001638             WS-RUNCTL-FILE-STATUS DELIMITED BY SIZE
001639             INTO WS-PRINT-LINE
001640         END-STRING
001641     ELSE
001642     IF WS-RUNCTL-FILE-STATUS = '00'
001643         STRING WS-RUNCTL-STEP DELIMITED BY SPACE
001644             ' ALREADY COMPLETED FOR RUN DATE ' DELIMITED BY SIZE
001645             WS-RUN-DATE DELIMITED BY SIZE
001646             ' AT ' DELIMITED BY SIZE
001647             RCTL-END-TIME DELIMITED BY SIZE
001648             ' RC ' DELIMITED BY SIZE
001649             RCTL-RETURN-CODE DELIMITED BY SIZE
001650             INTO WS-PRINT-LINE
001651         END-STRING
001652     ELSE
001653     IF WS-RUNCTL-FILE-STATUS = '23'
001654         STRING 'NO NIGHT IS OPEN ON THE RUN-CONTROL FILE - RUN '
001655             DELIMITED BY SIZE
001656             'RUNCHK PARM=OPEN FIRST' DELIMITED BY SIZE
001657             INTO WS-PRINT-LINE
001658         END-STRING
001659     ELSE
001660         STRING 'RUN-CONTROL FILE READ FAILED - STATUS: '
001661             DELIMITED BY SIZE
001662             WS-RUNCTL-FILE-STATUS DELIMITED BY SIZE
001663             INTO WS-PRINT-LINE
001664         END-STRING
001665     END-IF
001666     END-IF
001667     END-IF.
001668     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
001669     MOVE SPACES TO WS-PRINT-LINE.
001670     STRING 'STEP NOT RUN - NO FILE WAS READ OR WRITTEN'
001671         DELIMITED BY SIZE INTO WS-PRINT-LINE
001672     END-STRING.
001673     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
001674     IF WS-RUNCTL-OPEN
001675         CLOSE RUNCTL-FILE
001676     END-IF.
001677     CLOSE PRINT-FILE.
001678     MOVE 8 TO RETURN-CODE.
001679 0550-EXIT.
001680     EXIT.
001681*****************************************************************
001682* 1000-INITIALIZE - OPEN FILES, LOAD THE KEYS OF TONIGHT'S
001683* REINJECTED CORRECTIONS, START THE REPORT AND PRIME THE
001684* CARRY-FORWARD READ.
001685*****************************************************************
001686 1000-INITIALIZE.
001687     OPEN INPUT OPEN-IN-FILE.
001688     OPEN INPUT NEW-EXC-FILE.
001689     OPEN INPUT FIX-FILE.
001690     OPEN OUTPUT OPEN-OUT-FILE.
001700     OPEN OUTPUT PRINT-FILE.
001720     PERFORM 7100-WRITE-REPORT-HEADINGS THRU 7100-EXIT.
001730     PERFORM 1100-LOAD-FIX-KEYS THRU 1100-EXIT.
001740     PERFORM 2100-READ-OPEN-ITEM THRU 2100-EXIT.
004820         MOVE 0 TO RETURN-CODE
004830     END-IF
004840     END-IF.
004845     PERFORM 8900-RECORD-COMPLETION THRU 8900-EXIT.
004850     CLOSE OPEN-IN-FILE.
004860     CLOSE NEW-EXC-FILE.
004870     CLOSE OPEN-OUT-FILE.
004880     CLOSE PRINT-FILE.
004890 8000-EXIT.
004900     EXIT.
004910*****************************************************************
004920* 8900-RECORD-COMPLETION - WHEN THE RUN ENDED BELOW RETURN CODE
004930* 8, WRITE THIS STEP'S ROW TO THE RUN-CONTROL CLUSTER WITH THE
004940* COUNTS AND TOTALS OFF TONIGHT'S REPORT, SO A RERUN OF THE
004950* NIGHT PASSES THE STEP BY.  A REFUSED RUN WRITES NOTHING AND
004960* MAY BE RUN AGAIN ONCE ITS CAUSE IS PUT RIGHT.
004970*****************************************************************
004980 8900-RECORD-COMPLETION.
004990     IF RETURN-CODE > 4
005000         GO TO 8900-CLOSE
005010     END-IF.
005020     MOVE SPACES TO RCTL-RECORD.
005030     MOVE WS-RUN-DATE TO RCTL-RUN-DATE.
005040     MOVE WS-RUNCTL-STEP TO RCTL-STEP-NAME.
005050     SET RCTL-STEP-COMPLETE TO TRUE.
005060     MOVE RETURN-CODE TO RCTL-RETURN-CODE.
005070     ACCEPT WS-RUNCTL-TIME FROM TIME.
005080     MOVE WS-RUNCTL-TIME (1:6) TO RCTL-END-TIME.
005090     MOVE WS-CARRIED-COUNT TO RCTL-COUNT-1.
005100     MOVE WS-NEW-COUNT TO RCTL-COUNT-2.
005110     MOVE WS-CLEARED-COUNT TO RCTL-COUNT-3.
005120     MOVE ZERO TO RCTL-TOTAL-1.
005130     MOVE ZERO TO RCTL-TOTAL-2.
005140     WRITE RCTL-RECORD.
005150     IF WS-RUNCTL-FILE-STATUS NOT = '00'
005160         MOVE SPACES TO WS-PRINT-LINE
005170         STRING 'RUN-CONTROL RECORD NOT WRITTEN - STATUS: '
005180             DELIMITED BY SIZE
005190             WS-RUNCTL-FILE-STATUS DELIMITED BY SIZE
005200             INTO WS-PRINT-LINE
005210         END-STRING
005220         WRITE PRINT-RECORD FROM WS-PRINT-LINE
005230     END-IF.
005240 8900-CLOSE.
005250     CLOSE RUNCTL-FILE.
005260 8900-EXIT.
005270     EXIT.
