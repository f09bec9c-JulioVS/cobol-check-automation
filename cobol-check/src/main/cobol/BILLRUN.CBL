000260*                  NUMERIC WORK FIELDS AND THE PER-CODE SUMMARY
000270*                  TABLE COME FROM THE SHARED NUMFLDS COPYBOOK,
000280*                  THE SAME WAY INTCALC WAS REBUILT.
000282* 10/15/26    RH   THE BILLING-DETAIL RECORD NOW COMES FROM
000283*                  COPYBOOK BILLREC, AND EVERY RUN THAT PRICED
000284*                  AGAINST A LOADED TERMS FILE APPENDS A
000285*                  CONTROL RECORD (BILLCTL LAYOUT) WITH THE
000286*                  RUN DATE AND THE GRAND-TOTAL COUNT, BASE
000287*                  AND BILLED AMOUNTS TO THE BILLING CONTROL
000288*                  FILE, SO THE MONTH-END STATEMENT PROGRAM
000289*                  CAN TIE ITS INVOICE REGISTER BACK TO THE
000290*                  NIGHTLY GRAND-TOTAL LINES BY MACHINE.
000291* 10/15/26    RH   THE CONTROL RECORD IS FLAGGED NIGHTLY, TO
000292*                  TELL IT FROM THOSE THE BATCH RECALL RUN
000293*                  APPENDS.
000294* 10/15/26    RH   THE STEP NOW CHECKS THE RUN-CONTROL CLUSTER
000295*                  BEFORE IT OPENS ANYTHING AND REFUSES A SECOND
000296*                  RUN FOR A DATE IT HAS ALREADY COMPLETED.  A
000297*                  RUN ENDING BELOW RC 8 WRITES ITS ROW THERE,
000298*                  WITH RECORDS BILLED, TERMS EXCEPTIONS AND THE
000299*                  BASE AND BILLED TOTALS.
000300* 10/15/26    RH   THE RUN DATE NOW COMES OFF THE NIGHT ROW ON THE
000301*                  RUN-CONTROL FILE INSTEAD OF THE CLOCK, SO A
000302*                  NIGHT THAT CROSSES MIDNIGHT OR IS FINISHED THE
000303*                  NEXT MORNING KEEPS ONE RUN DATE THROUGHOUT.
000304*-----------------------------------------------------------
000305 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT VALID-FILE ASSIGN TO VALIDIN
000390     SELECT TERM-SORT-WORK ASSIGN TO SORTWK1.
000400     SELECT BILL-FILE ASSIGN TO BILLOUT
000410         ORGANIZATION IS SEQUENTIAL.
000415     SELECT CONTROL-FILE ASSIGN TO BILLCTL
000417         ORGANIZATION IS SEQUENTIAL.
000420     SELECT PRINT-FILE ASSIGN TO RPTOUT
000430         ORGANIZATION IS SEQUENTIAL.
000431     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
000432         ORGANIZATION IS INDEXED
000433         ACCESS MODE IS RANDOM
000434         RECORD KEY IS RCTL-KEY
000435         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  VALID-FILE
000780 FD  BILL-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810     COPY BILLREC.
000820 FD  CONTROL-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850     COPY BILLCTL.
000900 FD  PRINT-FILE
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE OMITTED.
000930 01  PRINT-RECORD                 PIC X(132).
000932 FD  RUNCTL-FILE
000934     LABEL RECORDS ARE STANDARD.
000936     COPY RUNCTL.
000940 WORKING-STORAGE SECTION.
000950     COPY NUMFLDS.
000960 01  WS-SWITCHES.
001020     05  WS-TERM-FOUND-SW     PIC X(01)      VALUE 'N'.
001030         88  WS-TERM-FOUND                   VALUE 'Y'.
001040         88  WS-TERM-NOT-FOUND               VALUE 'N'.
001041     05  WS-RUNCTL-OPEN-SW    PIC X(01)      VALUE 'N'.
001042         88  WS-RUNCTL-OPEN                  VALUE 'Y'.
001043     05  WS-RERUN-REFUSED-SW  PIC X(01)      VALUE 'N'.
001044         88  WS-RERUN-REFUSED                VALUE 'Y'.
001045 01  WS-RUNCTL-WORK.
001046     05  WS-RUNCTL-FILE-STATUS    PIC X(02) VALUE SPACES.
001047     05  WS-RUNCTL-STEP           PIC X(08) VALUE 'BILLRUN'.
001048     05  WS-RUNCTL-TIME           PIC 9(08) VALUE ZERO.
001050 01  WS-PRINT-LINE                PIC X(132).
001060 01  WS-TERM-TABLE-AREA.
001070     05  WS-TERM-ENTRY        OCCURS 50 TIMES
001870     05  FILLER                   PIC X(29) VALUE SPACES.
001880 PROCEDURE DIVISION.
001890 0000-MAINLINE.
001891     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
001892     IF WS-RERUN-REFUSED
001893         PERFORM 0550-REFUSE-RERUN THRU 0550-EXIT
001894         GOBACK
001895     END-IF.
001900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001910     PERFORM 2000-PROCESS-VALID THRU 2000-EXIT
001920         UNTIL WS-EOF.
001930     PERFORM 7000-PRINT-SUMMARY-REPORT THRU 7000-EXIT.
001940     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001950     GOBACK.
001951*****************************************************************
001952* 0500-CHECK-RUN-CONTROL - TAKE THE RUN DATE AND LOOK UP THIS
001953* STEP'S ROW ON THE RUN-CONTROL CLUSTER BEFORE ANY OTHER FILE IS
001954* OPENED.  NO ROW MEANS THE STEP HAS NOT COMPLETED FOR THE DATE
001955* AND IT RUNS AS NORMAL.  A COMPLETED ROW REFUSES THE RUN, AND SO
001956* DOES A CLUSTER THAT CANNOT BE OPENED OR READ - A SECOND PASS
001957* OVER A NIGHT ALREADY DONE IS THE ONE THING THIS STEP MUST NOT
001958* RISK.
001959* THE RUN DATE IS THE NIGHT'S, TAKEN OFF THE NIGHT ROW RUNCHK
001960* WROTE WHEN IT OPENED THE NIGHT - NEVER TODAY'S DATE - AND A
001961* MISSING NIGHT ROW REFUSES THE RUN TOO.
001962*****************************************************************
001963 0500-CHECK-RUN-CONTROL.
001964     OPEN I-O RUNCTL-FILE.
001965     IF WS-RUNCTL-FILE-STATUS NOT = '00'
001966         SET WS-RERUN-REFUSED TO TRUE
001967         GO TO 0500-EXIT
001968     END-IF.
001969     SET WS-RUNCTL-OPEN TO TRUE.
001970     MOVE ZERO TO RCTL-RUN-DATE.
001971     SET RCTL-NIGHT-ROW TO TRUE.
001972     READ RUNCTL-FILE.
001973     IF WS-RUNCTL-FILE-STATUS NOT = '00'
001974         SET WS-RERUN-REFUSED TO TRUE
001975         GO TO 0500-EXIT
001976     END-IF.
001977     MOVE RCTL-NIGHT-RUN-DATE TO WS-RUN-DATE.
001978     MOVE WS-RUN-DATE TO RCTL-RUN-DATE.
001979     MOVE WS-RUNCTL-STEP TO RCTL-STEP-NAME.
001980     READ RUNCTL-FILE.
001981     IF WS-RUNCTL-FILE-STATUS = '23'
001982         GO TO 0500-EXIT
001983     END-IF.
001984     SET WS-RERUN-REFUSED TO TRUE.
001985 0500-EXIT.
001986     EXIT.
001987*****************************************************************
001988* 0550-REFUSE-RERUN - SAY WHY THE STEP WAS NOT RUN, RELEASE THE
001989* RUN-CONTROL CLUSTER AND RETURN 8.  NO OTHER FILE HAS BEEN
001990* OPENED, SO NOTHING WAS READ OR WRITTEN.
001991*****************************************************************
001992 0550-REFUSE-RERUN.
001993     OPEN OUTPUT PRINT-FILE.
001994     MOVE SPACES TO WS-PRINT-LINE.
001995     IF NOT WS-RUNCTL-OPEN
001996         STRING 'RUN-CONTROL FILE OPEN FAILED - STATUS: '
001997             DELIMITED BY SIZE
001998             WS-RUNCTL-FILE-STATUS DELIMITED BY SIZE
001999             INTO WS-PRINT-LINE
002000         END-STRING
002001     ELSE
002002     IF WS-RUNCTL-FILE-STATUS = '00'
002003         STRING WS-RUNCTL-STEP DELIMITED BY SPACE
002004             ' ALREADY COMPLETED FOR RUN DATE ' DELIMITED BY SIZE
002005             WS-RUN-DATE DELIMITED BY SIZE
002006             ' AT ' DELIMITED BY SIZE
002007             RCTL-END-TIME DELIMITED BY SIZE
002008             ' RC ' DELIMITED BY SIZE
002009             RCTL-RETURN-CODE DELIMITED BY SIZE
002010             INTO WS-PRINT-LINE
002011         END-STRING
002012     ELSE
002013     IF WS-RUNCTL-FILE-STATUS = '23'
002014         STRING 'NO NIGHT IS OPEN ON THE RUN-CONTROL FILE - RUN '
002015             DELIMITED BY SIZE
002016             'RUNCHK PARM=OPEN FIRST' DELIMITED BY SIZE
002017             INTO WS-PRINT-LINE
002018         END-STRING
002019     ELSE
002020         STRING 'RUN-CONTROL FILE READ FAILED - STATUS: '
002021             DELIMITED BY SIZE
002022             WS-RUNCTL-FILE-STATUS DELIMITED BY SIZE
002023             INTO WS-PRINT-LINE
002024         END-STRING
002025     END-IF
002026     END-IF
002027     END-IF.
002028     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
002029     MOVE SPACES TO WS-PRINT-LINE.
002030     STRING 'STEP NOT RUN - NO FILE WAS READ OR WRITTEN'
002031         DELIMITED BY SIZE INTO WS-PRINT-LINE
002032     END-STRING.
002033     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
002034     IF WS-RUNCTL-OPEN
002035         CLOSE RUNCTL-FILE
002036     END-IF.
002037     CLOSE PRINT-FILE.
002038     MOVE 8 TO RETURN-CODE.
002039 0550-EXIT.
002040     EXIT.
002041*****************************************************************
002042* 1000-INITIALIZE - OPEN FILES, LOAD THE BILLING-TERMS TABLE
002043* FROM THE DAILY TERMS FILE, AND PRIME THE VALIDATED-
002044* TRANSACTION READ.
002045*****************************************************************
002046 1000-INITIALIZE.
002047     OPEN INPUT VALID-FILE.
002048     OPEN OUTPUT BILL-FILE.
002049     OPEN EXTEND CONTROL-FILE.
002050     OPEN OUTPUT PRINT-FILE.
002060     PERFORM 1100-LOAD-TERM-TABLE THRU 1100-EXIT.
002070     PERFORM 2100-READ-VALID THRU 2100-EXIT.
002080 1000-EXIT.
004580* RETURNING TO THE CALLER.  AN EMPTY BILLING-TERMS FILE STOPS
004590* THE NIGHT - EVERY TRANSACTION WOULD HAVE GONE UNPRICED - AND
004600* A TERMS MISS ON A LOADED FILE IS AN EXCEPTION, THE SAME
004610* CONVENTION AS THE VALIDATION EXCEPTIONS IN NUMBERS.  A
004612* REFUSED NIGHT WRITES NO CONTROL RECORD, SO THE MONTH-END
004614* STATEMENT RUN SEES IT AS A MISSING NIGHT UNTIL IT IS RERUN.
004620*****************************************************************
004630 8000-TERMINATE.
004640     IF WS-TERM-LOAD-COUNT = ZERO
004760         MOVE 0 TO RETURN-CODE
004770     END-IF
004780     END-IF.
004782     IF WS-TERM-LOAD-COUNT > ZERO
004784         PERFORM 8100-WRITE-CONTROL-TOTALS THRU 8100-EXIT
004786     END-IF.
004788     PERFORM 8900-RECORD-COMPLETION THRU 8900-EXIT.
004790     CLOSE VALID-FILE.
004800     CLOSE BILL-FILE.
004805     CLOSE CONTROL-FILE.
004810     CLOSE PRINT-FILE.
004820 8000-EXIT.
004830     EXIT.
004840*****************************************************************
004850* 8100-WRITE-CONTROL-TOTALS - APPEND ONE CONTROL RECORD TO THE
004860* BILLING CONTROL FILE WITH THE RUN DATE AND THE GRAND-TOTAL
004870* COUNT, BASE AND BILLED AMOUNTS - THE SAME FIGURES AS THE
004880* GRAND-TOTAL LINE ON THE SUMMARY - SO THE MONTH-END INVOICE
004890* REGISTER CAN BE TIED BACK TO THE NIGHTLY RUNS BY MACHINE.
004900*****************************************************************
004910 8100-WRITE-CONTROL-TOTALS.
004920     MOVE SPACES TO BCTL-RECORD.
004930     MOVE WS-RUN-DATE TO BCTL-RUN-DATE.
004940     MOVE WS-GRAND-COUNT TO BCTL-RECORD-COUNT.
004950     MOVE WS-GRAND-BASE TO BCTL-BASE-TOTAL.
004960     MOVE WS-GRAND-BILLED TO BCTL-BILLED-TOTAL.
004965     SET BCTL-NIGHTLY-RUN TO TRUE.
004970     WRITE BCTL-RECORD.
004980 8100-EXIT.
004990     EXIT.
005000*****************************************************************
005010* 8900-RECORD-COMPLETION - WHEN THE RUN ENDED BELOW RETURN CODE
005020* 8, WRITE THIS STEP'S ROW TO THE RUN-CONTROL CLUSTER WITH THE
005030* COUNTS AND TOTALS OFF TONIGHT'S REPORT, SO A RERUN OF THE
005040* NIGHT PASSES THE STEP BY.  A REFUSED RUN WRITES NOTHING AND
005050* MAY BE RUN AGAIN ONCE ITS CAUSE IS PUT RIGHT.
005060*****************************************************************
005070 8900-RECORD-COMPLETION.
005080     IF RETURN-CODE > 4
005090         GO TO 8900-CLOSE
005100     END-IF.
005110     MOVE SPACES TO RCTL-RECORD.
005120     MOVE WS-RUN-DATE TO RCTL-RUN-DATE.
005130     MOVE WS-RUNCTL-STEP TO RCTL-STEP-NAME.
005140     SET RCTL-STEP-COMPLETE TO TRUE.
005150     MOVE RETURN-CODE TO RCTL-RETURN-CODE.
005160     ACCEPT WS-RUNCTL-TIME FROM TIME.
005170     MOVE WS-RUNCTL-TIME (1:6) TO RCTL-END-TIME.
005180     MOVE WS-GRAND-COUNT TO RCTL-COUNT-1.
005190     MOVE WS-EXCEPTION-COUNT TO RCTL-COUNT-2.
005200     MOVE ZERO TO RCTL-COUNT-3.
005210     COMPUTE RCTL-TOTAL-1 ROUNDED = WS-GRAND-BASE.
005220     MOVE WS-GRAND-BILLED TO RCTL-TOTAL-2.
005230     WRITE RCTL-RECORD.
005240     IF WS-RUNCTL-FILE-STATUS NOT = '00'
005250         MOVE SPACES TO WS-PRINT-LINE
005260         STRING 'RUN-CONTROL RECORD NOT WRITTEN - STATUS: '
005270             DELIMITED BY SIZE
005280             WS-RUNCTL-FILE-STATUS DELIMITED BY SIZE
005290             INTO WS-PRINT-LINE
005300         END-STRING
005310         WRITE PRINT-RECORD FROM WS-PRINT-LINE
005320     END-IF.
005330 8900-CLOSE.
005340     CLOSE RUNCTL-FILE.
005350 8900-EXIT.
005360     EXIT.
