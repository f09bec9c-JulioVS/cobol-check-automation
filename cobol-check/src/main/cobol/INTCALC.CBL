000900* 09/01/26    RH   RENUMBERED THE SEQUENCE AREA - REPEATED
000910*                  INSERTIONS HAD AGAIN LEFT DUPLICATE AND
000920*                  OUT-OF-ORDER NUMBERS.
000922* 10/15/26    RH   THE CALENDAR RECORD NOW COMES FROM COPYBOOK
000924*                  CALREC, NOW THAT THE MONTH-END STATEMENT
000926*                  PROGRAM READS THE SAME LAYOUT.
000927* 10/15/26    RH   CONTROL RECORDS ARE FLAGGED NIGHTLY.  THE
000928*                  PREVIOUS RUN DATE SKIPS THE RECORDS THE
000929*                  BATCH RECALL RUN APPENDS FOR ITS REVERSALS.
000930* 10/15/26    RH   THE STEP NOW CHECKS THE RUN-CONTROL CLUSTER
000931*                  BEFORE IT OPENS ANYTHING AND REFUSES A SECOND
000932*                  RUN FOR A DATE IT HAS ALREADY COMPLETED.  A
000933*                  RUN ENDING BELOW RC 8 WRITES ITS ROW THERE,
000934*                  WITH RECORDS ACCRUED, RATE EXCEPTIONS, DAYS
000935*                  ACCRUED AND THE PRINCIPAL AND INTEREST
000936*                  TOTALS.  THE PREVIOUS RUN DATE NOW PASSES
000937*                  OVER CONTROL RECORDS DATED TONIGHT OR LATER,
000938*                  SO A RERUN CAN NEVER ACCRUE ZERO DAYS.
000939* 10/15/26    RH   THE RUN DATE NOW COMES OFF THE NIGHT ROW ON THE
000940*                  RUN-CONTROL FILE INSTEAD OF THE CLOCK, SO A
000941*                  NIGHT THAT CROSSES MIDNIGHT OR IS FINISHED THE
000942*                  NEXT MORNING KEEPS ONE RUN DATE THROUGHOUT.
000943*-----------------------------------------------------------
000944 ENVIRONMENT DIVISION.
000950 INPUT-OUTPUT SECTION.
000960 FILE-CONTROL.
000970     SELECT VALID-FILE ASSIGN TO VALIDIN
001090         ORGANIZATION IS SEQUENTIAL.
001100     SELECT PRINT-FILE ASSIGN TO RPTOUT
001110         ORGANIZATION IS SEQUENTIAL.
001111     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
001112         ORGANIZATION IS INDEXED
001113         ACCESS MODE IS RANDOM
001114         RECORD KEY IS RCTL-KEY
001115         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
001120 DATA DIVISION.
001130 FILE SECTION.
001140 FD  VALID-FILE
001480 FD  CALENDAR-FILE
001490     RECORDING MODE IS F
001500     LABEL RECORDS ARE STANDARD.
001510     COPY CALREC.
001580 FD  PRINT-FILE
001590     RECORDING MODE IS F
001600     LABEL RECORDS ARE OMITTED.
001610 01  PRINT-RECORD                 PIC X(132).
001612 FD  RUNCTL-FILE
001614     LABEL RECORDS ARE STANDARD.
001616     COPY RUNCTL.
001620 WORKING-STORAGE SECTION.
001630     COPY NUMFLDS.
001640 01  WS-SWITCHES.
001840         88  WS-CAL-SEQ-STARTED              VALUE 'Y'.
001850     05  WS-RATE-LOAD-SW      PIC X(01)      VALUE 'N'.
001860         88  WS-RATE-LOAD-FAILED             VALUE 'Y'.
001861     05  WS-RUNCTL-OPEN-SW    PIC X(01)      VALUE 'N'.
001862         88  WS-RUNCTL-OPEN                  VALUE 'Y'.
001863     05  WS-RERUN-REFUSED-SW  PIC X(01)      VALUE 'N'.
001864         88  WS-RERUN-REFUSED                VALUE 'Y'.
001865 01  WS-RUNCTL-WORK.
001866     05  WS-RUNCTL-FILE-STATUS    PIC X(02) VALUE SPACES.
001867     05  WS-RUNCTL-STEP           PIC X(08) VALUE 'INTCALC'.
001868     05  WS-RUNCTL-TIME           PIC 9(08) VALUE ZERO.
001870 01  WS-PRINT-LINE                PIC X(132).
001880 01  WS-RATE-TABLE-AREA.
001890     05  WS-RATE-COUNT        PIC S9(04) COMP VALUE ZERO.
002930     05  FILLER                   PIC X(23) VALUE SPACES.
002940 PROCEDURE DIVISION.
002950 0000-MAINLINE.
002951     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
002952     IF WS-RERUN-REFUSED
002953         PERFORM 0550-REFUSE-RERUN THRU 0550-EXIT
002954         GOBACK
002955     END-IF.
002960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002970     IF NOT WS-CAL-FAILED AND NOT WS-RATE-LOAD-FAILED
002980         PERFORM 2000-PROCESS-VALID THRU 2000-EXIT
003010     END-IF.
003020     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003030     GOBACK.
003031*****************************************************************
003032* 0500-CHECK-RUN-CONTROL - TAKE THE RUN DATE AND LOOK UP THIS
003033* STEP'S ROW ON THE RUN-CONTROL CLUSTER BEFORE ANY OTHER FILE IS
003034* OPENED.  NO ROW MEANS THE STEP HAS NOT COMPLETED FOR THE DATE
003035* AND IT RUNS AS NORMAL.  A COMPLETED ROW REFUSES THE RUN, AND SO
003036* DOES A CLUSTER THAT CANNOT BE OPENED OR READ - A SECOND PASS
003037* OVER A NIGHT ALREADY DONE IS THE ONE THING THIS STEP MUST NOT
003038* RISK.
003039* THE RUN DATE IS THE NIGHT'S, TAKEN OFF THE NIGHT ROW RUNCHK
003040* WROTE WHEN IT OPENED THE NIGHT - NEVER TODAY'S DATE - AND A
003041* MISSING NIGHT ROW REFUSES THE RUN TOO.
003042*****************************************************************
003043 0500-CHECK-RUN-CONTROL.
003044     OPEN I-O RUNCTL-FILE.
003045     IF WS-RUNCTL-FILE-STATUS NOT = '00'
003046         SET WS-RERUN-REFUSED TO TRUE
003047         GO TO 0500-EXIT
003048     END-IF.
003049     SET WS-RUNCTL-OPEN TO TRUE.
003050     MOVE ZERO TO RCTL-RUN-DATE.
003051     SET RCTL-NIGHT-ROW TO TRUE.
003052     READ RUNCTL-FILE.
003053     IF WS-RUNCTL-FILE-STATUS NOT = '00'
003054         SET WS-RERUN-REFUSED TO TRUE
003055         GO TO 0500-EXIT
003056     END-IF.
003057     MOVE RCTL-NIGHT-RUN-DATE TO WS-RUN-DATE.
003058     MOVE WS-RUN-DATE TO RCTL-RUN-DATE.
003059     MOVE WS-RUNCTL-STEP TO RCTL-STEP-NAME.
003060     READ RUNCTL-FILE.
003061     IF WS-RUNCTL-FILE-STATUS = '23'
003062         GO TO 0500-EXIT
003063     END-IF.
003064     SET WS-RERUN-REFUSED TO TRUE.
003065 0500-EXIT.
003066     EXIT.
003067*****************************************************************
003068* 0550-REFUSE-RERUN - SAY WHY THE STEP WAS NOT RUN, RELEASE THE
003069* RUN-CONTROL CLUSTER AND RETURN 8.  NO OTHER FILE HAS BEEN
003070* OPENED, SO NOTHING WAS READ OR WRITTEN.
003071*****************************************************************
003072 0550-REFUSE-RERUN.
003073     OPEN OUTPUT PRINT-FILE.
003074     MOVE SPACES TO WS-PRINT-LINE.
003075     IF NOT WS-RUNCTL-OPEN
003076         STRING 'RUN-CONTROL FILE OPEN FAILED - STATUS: '
003077             DELIMITED BY SIZE
003078             WS-RUNCTL-FILE-STATUS DELIMITED BY SIZE
003079             INTO WS-PRINT-LINE
003080         END-STRING
003081     ELSE
003082     IF WS-RUNCTL-FILE-STATUS = '00'
003083         STRING WS-RUNCTL-STEP DELIMITED BY SPACE
003084             ' ALREADY COMPLETED FOR RUN DATE ' DELIMITED BY SIZE
003085             WS-RUN-DATE DELIMITED BY SIZE
003086             ' AT ' DELIMITED BY SIZE
003087             RCTL-END-TIME DELIMITED BY SIZE
003088             ' RC ' DELIMITED BY SIZE
003089             RCTL-RETURN-CODE DELIMITED BY SIZE
003090             INTO WS-PRINT-LINE
003091         END-STRING
003092     ELSE
003093     IF WS-RUNCTL-FILE-STATUS = '23'
003094         STRING 'NO NIGHT IS OPEN ON THE RUN-CONTROL FILE - RUN '
003095             DELIMITED BY SIZE
003096             'RUNCHK PARM=OPEN FIRST' DELIMITED BY SIZE
003097             INTO WS-PRINT-LINE
003098         END-STRING
003099     ELSE
003100         STRING 'RUN-CONTROL FILE READ FAILED - STATUS: '
003101             DELIMITED BY SIZE
003102             WS-RUNCTL-FILE-STATUS DELIMITED BY SIZE
003103             INTO WS-PRINT-LINE
003104         END-STRING
003105     END-IF
003106     END-IF
003107     END-IF.
003108     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
003109     MOVE SPACES TO WS-PRINT-LINE.
003110     STRING 'STEP NOT RUN - NO FILE WAS READ OR WRITTEN'
003111         DELIMITED BY SIZE INTO WS-PRINT-LINE
003112     END-STRING.
003113     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
003114     IF WS-RUNCTL-OPEN
003115         CLOSE RUNCTL-FILE
003116     END-IF.
003117     CLOSE PRINT-FILE.
003118     MOVE 8 TO RETURN-CODE.
003119 0550-EXIT.
003120     EXIT.
003121*****************************************************************
003122* 1000-INITIALIZE - OPEN FILES, PICK UP THE PREVIOUS RUN DATE
003123* OFF THE ACCRUAL CONTROL FILE, COUNT THE CALENDAR DAYS THE
003124* RUN MUST ACCRUE, LOAD THE RATE TABLE FROM THE DAILY RATE
003125* FILE, AND PRIME THE VALIDATED-TRANSACTION READ.
003126*****************************************************************
003127 1000-INITIALIZE.
003128     OPEN INPUT VALID-FILE.
003129     OPEN OUTPUT ACCRUAL-FILE.
003130     OPEN OUTPUT PRINT-FILE.
003150     PERFORM 1040-GET-PREV-RUN-DATE THRU 1040-EXIT.
003160     OPEN EXTEND CONTROL-FILE.
003170     PERFORM 1070-COUNT-ELAPSED-DAYS THRU 1070-EXIT.
003300* THROUGH TO ITS LAST RECORD TO FIND THE DATE OF THE PREVIOUS
003310* ACCRUAL RUN, THE SAME WAY NUMBERS PICKS UP ITS LAST
003320* CHECKPOINT.  A FIRST-EVER RUN FINDS NOTHING AND ACCRUES A
003330* SINGLE DAY.  RECORDS APPENDED BY THE BATCH RECALL RUN ARE
003335* NOT ACCRUAL RUNS AND ARE PASSED OVER, AND SO ARE RECORDS
003336* DATED TONIGHT OR LATER - A RERUN OF A NIGHT ALREADY ACCRUED
003337* MUST STILL MEASURE FROM THE NIGHT BEFORE, NOT FROM ITSELF.
003340*****************************************************************
003350 1040-GET-PREV-RUN-DATE.
003360     OPEN INPUT CONTROL-FILE.
003450             SET WS-CTL-EOF TO TRUE
003460             GO TO 1045-EXIT
003470     END-READ.
003475     IF ACTL-RECALL-RUN
003477         GO TO 1045-EXIT
003479     END-IF.
003481     IF ACTL-RUN-DATE NOT < WS-RUN-DATE
003483         GO TO 1045-EXIT
003485     END-IF.
003487     SET WS-PREV-FOUND TO TRUE.
003490     MOVE ACTL-RUN-DATE TO WS-PREV-RUN-DATE.
003500 1045-EXIT.
003510     EXIT.
008410     IF NOT WS-CAL-FAILED AND NOT WS-RATE-LOAD-FAILED
008420         PERFORM 8100-WRITE-CONTROL-TOTALS THRU 8100-EXIT
008430     END-IF.
008435     PERFORM 8900-RECORD-COMPLETION THRU 8900-EXIT.
008440     CLOSE VALID-FILE.
008450     CLOSE ACCRUAL-FILE.
008460     CLOSE CONTROL-FILE.
008600     MOVE WS-GRAND-COUNT TO ACTL-RECORD-COUNT.
008610     MOVE WS-GRAND-PRINCIPAL TO ACTL-PRINCIPAL-TOTAL.
008620     MOVE WS-GRAND-INTEREST TO ACTL-INTEREST-TOTAL.
008625     SET ACTL-NIGHTLY-RUN TO TRUE.
008630     WRITE ACTL-RECORD.
008640 8100-EXIT.
008650     EXIT.
008660*****************************************************************
008670* 8900-RECORD-COMPLETION - WHEN THE RUN ENDED BELOW RETURN CODE
008680* 8, WRITE THIS STEP'S ROW TO THE RUN-CONTROL CLUSTER WITH THE
008690* COUNTS AND TOTALS OFF TONIGHT'S REPORT, SO A RERUN OF THE
008700* NIGHT PASSES THE STEP BY.  A REFUSED RUN WRITES NOTHING AND
008710* MAY BE RUN AGAIN ONCE ITS CAUSE IS PUT RIGHT.
008720*****************************************************************
008730 8900-RECORD-COMPLETION.
008740     IF RETURN-CODE > 4
008750         GO TO 8900-CLOSE
008760     END-IF.
008770     MOVE SPACES TO RCTL-RECORD.
008780     MOVE WS-RUN-DATE TO RCTL-RUN-DATE.
008790     MOVE WS-RUNCTL-STEP TO RCTL-STEP-NAME.
008800     SET RCTL-STEP-COMPLETE TO TRUE.
008810     MOVE RETURN-CODE TO RCTL-RETURN-CODE.
008820     ACCEPT WS-RUNCTL-TIME FROM TIME.
008830     MOVE WS-RUNCTL-TIME (1:6) TO RCTL-END-TIME.
008840     MOVE WS-GRAND-COUNT TO RCTL-COUNT-1.
008850     MOVE WS-EXCEPTION-COUNT TO RCTL-COUNT-2.
008860     MOVE WS-ACCRUE-DAYS TO RCTL-COUNT-3.
008870     COMPUTE RCTL-TOTAL-1 ROUNDED = WS-GRAND-PRINCIPAL.
008880     COMPUTE RCTL-TOTAL-2 ROUNDED = WS-GRAND-INTEREST.
008890     WRITE RCTL-RECORD.
008900     IF WS-RUNCTL-FILE-STATUS NOT = '00'
008910         MOVE SPACES TO WS-PRINT-LINE
008920         STRING 'RUN-CONTROL RECORD NOT WRITTEN - STATUS: '
008930             DELIMITED BY SIZE
008940             WS-RUNCTL-FILE-STATUS DELIMITED BY SIZE
008950             INTO WS-PRINT-LINE
008960         END-STRING
008970         WRITE PRINT-RECORD FROM WS-PRINT-LINE
008980     END-IF.
008990 8900-CLOSE.
009000     CLOSE RUNCTL-FILE.
009010 8900-EXIT.
009020     EXIT.
