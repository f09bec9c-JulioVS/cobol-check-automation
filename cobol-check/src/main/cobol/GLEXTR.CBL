000270*                  FROM THE SUMOUT AND INTCALC SUMMARIES -
000280*                  AN HOUR A NIGHT AND OUR MOST COMMON SOURCE
000290*                  OF LEDGER BREAKS.
000291* 10/15/26    RH   JRNL-ACCOUNT NOW COMES FROM THE EFFECTIVE-
000292*                  DATED GL MAPPING FILE (GLMAP LAYOUT, KEPT
000293*                  BY GLMAPMNT) BY CODE AND LEG, AS IN FORCE
000294*                  ON THE RUN DATE, INSTEAD OF SIX LITERALS.
000295*                  A LEG WITH NO MAPPING POSTS BOTH SIDES TO
000296*                  THE SUSPENSE ACCOUNT, IS FLAGGED ON THE
000297*                  REGISTER AND LISTED UNDER THE PROOF, AND
000298*                  THE RUN RETURNS 4.  AN EMPTY OR OVERFULL
000299*                  MAPPING FILE REFUSES THE RUN.
000300* 10/15/26    RH   THE STEP NOW CHECKS THE RUN-CONTROL CLUSTER
000301*                  BEFORE IT OPENS ANYTHING AND REFUSES A SECOND
000302*                  RUN FOR A DATE IT HAS ALREADY COMPLETED.  A
000303*                  RUN ENDING BELOW RC 8 WRITES ITS ROW THERE,
000304*                  WITH JOURNAL LINES, SUSPENSE LEGS AND THE
000305*                  DEBIT AND CREDIT TOTALS.
000306* 10/15/26    RH   THE RUN DATE NOW COMES OFF THE NIGHT ROW ON THE
000307*                  RUN-CONTROL FILE INSTEAD OF THE CLOCK, SO A
000308*                  NIGHT THAT CROSSES MIDNIGHT OR IS FINISHED THE
000309*                  NEXT MORNING KEEPS ONE RUN DATE THROUGHOUT.
000310*-----------------------------------------------------------
000311 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT VALID-FILE ASSIGN TO VALIDIN
000350         ORGANIZATION IS SEQUENTIAL.
000360     SELECT ACCRUAL-FILE ASSIGN TO ACCRIN
000370         ORGANIZATION IS SEQUENTIAL.
000371     SELECT GLMAP-FILE ASSIGN TO GLMAPIN
000372         ORGANIZATION IS SEQUENTIAL.
000373     SELECT SORTED-MAP-FILE ASSIGN TO GLMAPSRT
000374         ORGANIZATION IS SEQUENTIAL.
000375     SELECT MAP-SORT-WORK ASSIGN TO SORTWK1.
000380     SELECT JOURNAL-FILE ASSIGN TO JRNLOUT
000390         ORGANIZATION IS SEQUENTIAL.
000400     SELECT PRINT-FILE ASSIGN TO RPTOUT
000410         ORGANIZATION IS SEQUENTIAL.
000411     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
000412         ORGANIZATION IS INDEXED
000413         ACCESS MODE IS RANDOM
000414         RECORD KEY IS RCTL-KEY
000415         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  VALID-FILE
000490     RECORDING MODE IS F
000500     LABEL RECORDS ARE STANDARD.
000510     COPY ACCRREC.
000511 FD  GLMAP-FILE
000512     RECORDING MODE IS F
000513     LABEL RECORDS ARE STANDARD.
000514     COPY GLMAP.
000515 FD  SORTED-MAP-FILE
000516     RECORDING MODE IS F
000517     LABEL RECORDS ARE STANDARD.
000518 01  SORTED-MAP-RECORD.
000519     05  SORTED-MAP-CODE      PIC 9(04).
000520     05  SORTED-MAP-LEG       PIC X(01).
000521     05  SORTED-MAP-EFF-DATE  PIC 9(08).
000522     05  SORTED-MAP-DR        PIC X(08).
000523     05  SORTED-MAP-CR        PIC X(08).
000524     05  FILLER               PIC X(51).
000525 SD  MAP-SORT-WORK.
000526 01  MAP-SORT-RECORD.
000527     05  MAP-SORT-CODE        PIC 9(04).
000528     05  MAP-SORT-LEG         PIC X(01).
000529     05  MAP-SORT-EFF-DATE    PIC 9(08).
000530     05  FILLER               PIC X(67).
000531 FD  JOURNAL-FILE
000532     RECORDING MODE IS F
000540     LABEL RECORDS ARE STANDARD.
000550 01  JOURNAL-RECORD.
000560     05  JRNL-DATE            PIC 9(08).
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE OMITTED.
000680 01  PRINT-RECORD                 PIC X(132).
000682 FD  RUNCTL-FILE
000684     LABEL RECORDS ARE STANDARD.
000686     COPY RUNCTL.
000690 WORKING-STORAGE SECTION.
000700 01  WS-SWITCHES.
000710     05  WS-EOF-SW            PIC X(01)      VALUE 'N'.
000790         88  WS-LOAD-FAILED                  VALUE 'Y'.
000800     05  WS-PROOF-FAILED-SW   PIC X(01)      VALUE 'N'.
000810         88  WS-PROOF-FAILED                 VALUE 'Y'.
000811     05  WS-MAP-EOF-SW        PIC X(01)      VALUE 'N'.
000812         88  WS-MAP-EOF                      VALUE 'Y'.
000813     05  WS-MAP-FOUND-SW      PIC X(01)      VALUE 'N'.
000814         88  WS-MAP-FOUND                    VALUE 'Y'.
000815         88  WS-MAP-NOT-FOUND                VALUE 'N'.
000816     05  WS-RUNCTL-OPEN-SW    PIC X(01)      VALUE 'N'.
000817         88  WS-RUNCTL-OPEN                  VALUE 'Y'.
000818     05  WS-RERUN-REFUSED-SW  PIC X(01)      VALUE 'N'.
000819         88  WS-RERUN-REFUSED                VALUE 'Y'.
000820 01  WS-RUNCTL-WORK.
000821     05  WS-RUNCTL-FILE-STATUS    PIC X(02) VALUE SPACES.
000822     05  WS-RUNCTL-STEP           PIC X(08) VALUE 'GLEXTR'.
000823     05  WS-RUNCTL-TIME           PIC 9(08) VALUE ZERO.
000824 01  WS-PRINT-LINE                PIC X(132).
000830 01  WS-GL-ACCOUNTS.
000840     05  WS-GL-SUSPENSE           PIC X(08) VALUE '19900000'.
000842*    THE EFFECTIVE-DATED MAPPING ROWS, HISTORY INCLUDED, IN
000844*    CODE, LEG AND EFFECTIVE-DATE ORDER.
000846 01  WS-MAP-TABLE-AREA.
000848     05  WS-MAP-COUNT         PIC S9(04) COMP VALUE ZERO.
000850     05  WS-MAP-TAB-MAX       PIC S9(04) COMP VALUE 400.
000852     05  WS-MAP-ENTRY         OCCURS 400 TIMES.
000854         10  WS-MAP-CODE      PIC 9(04).
000856         10  WS-MAP-LEG       PIC X(01).
000858         10  WS-MAP-EFF       PIC 9(08).
000860         10  WS-MAP-DR        PIC X(08).
000862         10  WS-MAP-CR        PIC X(08).
000864 01  WS-MAP-SUB                   PIC S9(04) COMP VALUE ZERO.
000866 01  WS-MAP-HIT-SUB               PIC S9(04) COMP VALUE ZERO.
000868 01  WS-MAP-LOOKUP-LEG            PIC X(01) VALUE SPACE.
000870*    EVERY CODE AND LEG POSTED TO SUSPENSE TONIGHT - AT MOST
000872*    FOUR LEGS FOR EACH CODE ON THE BY-CODE TABLE.
000874 01  WS-SUSPENSE-TABLE-AREA.
000876     05  WS-SUSP-COUNT        PIC S9(04) COMP VALUE ZERO.
000878     05  WS-SUSP-ENTRY        OCCURS 200 TIMES.
000880         10  WS-SUSP-CODE     PIC 9(04).
000882         10  WS-SUSP-LEG-NAME PIC X(09).
000884         10  WS-SUSP-AMOUNT   PIC S9(13)V99 COMP-3.
000886 01  WS-SUSP-SUB                  PIC S9(04) COMP VALUE ZERO.
000900 01  WS-CODE-TABLE-AREA.
000910     05  WS-GLX-COUNT         PIC S9(04) COMP VALUE ZERO.
000920     05  WS-GLX-ENTRY         OCCURS 50 TIMES.
001020     05  WS-PAIR-AMOUNT           PIC S9(13)V99 COMP-3
001030                                   VALUE ZERO.
001040     05  WS-PAIR-SOURCE           PIC X(04) VALUE SPACES.
001045     05  WS-PAIR-LEG-NAME         PIC X(09) VALUE SPACES.
001050     05  WS-PAIR-DR-ACCOUNT       PIC X(08) VALUE SPACES.
001060     05  WS-PAIR-CR-ACCOUNT       PIC X(08) VALUE SPACES.
001070     05  WS-TOTAL-DEBITS          PIC S9(15)V99 COMP-3
001550     05  WS-RPT-DET-SOURCE        PIC X(04).
001560     05  FILLER                   PIC X(04) VALUE SPACES.
001570     05  WS-RPT-DET-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001580     05  FILLER                   PIC X(02) VALUE SPACES.
001581     05  WS-RPT-DET-NOTE          PIC X(30).
001582     05  FILLER                   PIC X(48) VALUE SPACES.
001583 01  WS-SUSPENSE-LINE.
001584     05  FILLER                   PIC X(01) VALUE SPACE.
001585     05  WS-SUSP-LN-CODE          PIC 9(04).
001586     05  FILLER                   PIC X(04) VALUE SPACES.
001587     05  WS-SUSP-LN-LEG           PIC X(09).
001588     05  FILLER                   PIC X(04) VALUE SPACES.
001589     05  WS-SUSP-LN-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001590     05  FILLER                   PIC X(89) VALUE SPACES.
001591 01  WS-PROOF-EDIT-FIELDS.
001600     05  WS-PROOF-DEBITS-DISP     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001610     05  WS-PROOF-CREDITS-DISP    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001620 PROCEDURE DIVISION.
001630 0000-MAINLINE.
001631     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
001632     IF WS-RERUN-REFUSED
001633         PERFORM 0550-REFUSE-RERUN THRU 0550-EXIT
001634         GOBACK
001635     END-IF.
001640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001650     PERFORM 2000-PROCESS-VALID THRU 2000-EXIT
001660         UNTIL WS-EOF OR WS-LOAD-FAILED.
001710     END-IF.
001720     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001730     GOBACK.
001731*****************************************************************
001732* 0500-CHECK-RUN-CONTROL - TAKE THE RUN DATE AND LOOK UP THIS
001733* STEP'S ROW ON THE RUN-CONTROL CLUSTER BEFORE ANY OTHER FILE IS
001734* OPENED.  NO ROW MEANS THE STEP HAS NOT COMPLETED FOR THE DATE
001735* AND IT RUNS AS NORMAL.  A COMPLETED ROW REFUSES THE RUN, AND SO
001736* DOES A CLUSTER THAT CANNOT BE OPENED OR READ - A SECOND PASS
001737* OVER A NIGHT ALREADY DONE IS THE ONE THING THIS STEP MUST NOT
001738* RISK.
001739* THE RUN DATE IS THE NIGHT'S, TAKEN OFF THE NIGHT ROW RUNCHK
001740* WROTE WHEN IT OPENED THE NIGHT - NEVER TODAY'S DATE - AND A
001741* MISSING NIGHT ROW REFUSES THE RUN TOO.
001742*****************************************************************
001743 0500-CHECK-RUN-CONTROL.
001744     OPEN I-O RUNCTL-FILE.
001745     IF WS-RUNCTL-FILE-STATUS NOT = '00'
001746         SET WS-RERUN-REFUSED TO TRUE
001747         GO TO 0500-EXIT
001748     END-IF.
001749     SET WS-RUNCTL-OPEN TO TRUE.
001750     MOVE ZERO TO RCTL-RUN-DATE.
001751     SET RCTL-NIGHT-ROW TO TRUE.
001752     READ RUNCTL-FILE.
001753     IF WS-RUNCTL-FILE-STATUS NOT = '00'
001754         SET WS-RERUN-REFUSED TO TRUE
001755         GO TO 0500-EXIT
001756     END-IF.
001757     MOVE RCTL-NIGHT-RUN-DATE TO WS-RUN-DATE.
001758     MOVE WS-RUN-DATE TO RCTL-RUN-DATE.
001759     MOVE WS-RUNCTL-STEP TO RCTL-STEP-NAME.
001760     READ RUNCTL-FILE.
001761     IF WS-RUNCTL-FILE-STATUS = '23'
001762         GO TO 0500-EXIT
001763     END-IF.
001764     SET WS-RERUN-REFUSED TO TRUE.
001765 0500-EXIT.
001766     EXIT.
001767*****************************************************************
001768* 0550-REFUSE-RERUN - SAY WHY THE STEP WAS NOT RUN, RELEASE THE
001769* RUN-CONTROL CLUSTER AND RETURN 8.  NO OTHER FILE HAS BEEN
001770* OPENED, SO NOTHING WAS READ OR WRITTEN.
001771*****************************************************************
001772 0550-REFUSE-RERUN.
001773     OPEN OUTPUT PRINT-FILE.
001774     MOVE SPACES TO WS-PRINT-LINE.
001775     IF NOT WS-RUNCTL-OPEN
001776         STRING 'RUN-CONTROL FILE OPEN FAILED - STATUS: '
001777             DELIMITED BY SIZE
001778             WS-RUNCTL-FILE-STATUS DELIMITED BY SIZE
001779             INTO WS-PRINT-LINE
001780         END-STRING
001781     ELSE
001782     IF WS-RUNCTL-FILE-STATUS = '00'
001783         STRING WS-RUNCTL-STEP DELIMITED BY SPACE
001784             ' ALREADY COMPLETED FOR RUN DATE ' DELIMITED BY SIZE
001785             WS-RUN-DATE DELIMITED BY SIZE
001786             ' AT ' DELIMITED BY SIZE
001787             RCTL-END-TIME DELIMITED BY SIZE
001788             ' RC ' DELIMITED BY SIZE
001789             RCTL-RETURN-CODE DELIMITED BY SIZE
001790             INTO WS-PRINT-LINE
001791         END-STRING
001792     ELSE
001793     IF WS-RUNCTL-FILE-STATUS = '23'
001794         STRING 'NO NIGHT IS OPEN ON THE RUN-CONTROL FILE - RUN '
001795             DELIMITED BY SIZE
001796             'RUNCHK PARM=OPEN FIRST' DELIMITED BY SIZE
001797             INTO WS-PRINT-LINE
001798         END-STRING
001799     ELSE
001800         STRING 'RUN-CONTROL FILE READ FAILED - STATUS: '
001801             DELIMITED BY SIZE
001802             WS-RUNCTL-FILE-STATUS DELIMITED BY SIZE
001803             INTO WS-PRINT-LINE
001804         END-STRING
001805     END-IF
001806     END-IF
001807     END-IF.
001808     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
001809     MOVE SPACES TO WS-PRINT-LINE.
001810     STRING 'STEP NOT RUN - NO FILE WAS READ OR WRITTEN'
001811         DELIMITED BY SIZE INTO WS-PRINT-LINE
001812     END-STRING.
001813     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
001814     IF WS-RUNCTL-OPEN
001815         CLOSE RUNCTL-FILE
001816     END-IF.
001817     CLOSE PRINT-FILE.
001818     MOVE 8 TO RETURN-CODE.
001819 0550-EXIT.
001820     EXIT.
001821*****************************************************************
001822* 1000-INITIALIZE - OPEN FILES, START THE REGISTER, LOAD THE
001823* GL MAPPING TABLE AND PRIME BOTH INPUT READS.
001824*****************************************************************
001825 1000-INITIALIZE.
001826     OPEN INPUT VALID-FILE.
001827     OPEN INPUT ACCRUAL-FILE.
001828     OPEN OUTPUT JOURNAL-FILE.
001829     OPEN OUTPUT PRINT-FILE.
001840     PERFORM 7100-WRITE-REPORT-HEADINGS THRU 7100-EXIT.
001845     PERFORM 1100-LOAD-MAP-TABLE THRU 1100-EXIT.
001850     PERFORM 2100-READ-VALID THRU 2100-EXIT.
001860     PERFORM 3100-READ-ACCRUAL THRU 3100-EXIT.
001870 1000-EXIT.
001880     EXIT.
001881*****************************************************************
001882* 1100-LOAD-MAP-TABLE - SORT THE EFFECTIVE-DATED GL MAPPING
001883* FILE INTO CODE, LEG AND EFFECTIVE-DATE ORDER AND LOAD EVERY
001884* ROW, HISTORY INCLUDED - THE LOOKUP PICKS THE ROW IN FORCE ON
001885* THE RUN DATE.  AN EMPTY FILE REFUSES THE RUN - THE WHOLE
001886* NIGHT WOULD GO TO SUSPENSE - AND SO DOES A FILE BIGGER THAN
001887* THE TABLE, SINCE A DROPPED ROW WOULD POST A MAPPED LEG TO
001888* THE WRONG ACCOUNT WITHOUT A WORD.
001889*****************************************************************
001890 1100-LOAD-MAP-TABLE.
001891     SORT MAP-SORT-WORK
001892         ON ASCENDING KEY MAP-SORT-CODE
001893                          MAP-SORT-LEG
001894                          MAP-SORT-EFF-DATE
001895         USING GLMAP-FILE
001896         GIVING SORTED-MAP-FILE.
001897     OPEN INPUT SORTED-MAP-FILE.
001898     PERFORM 1150-READ-MAP-RECORD THRU 1150-EXIT.
001899     PERFORM 1160-STORE-MAP-ENTRY THRU 1160-EXIT
001900         UNTIL WS-MAP-EOF OR WS-LOAD-FAILED.
001901     CLOSE SORTED-MAP-FILE.
001902     IF WS-MAP-COUNT = ZERO AND NOT WS-LOAD-FAILED
001903         SET WS-LOAD-FAILED TO TRUE
001904         MOVE SPACES TO WS-PRINT-LINE
001905         STRING 'GL MAPPING FILE EMPTY - RUN REFUSED'
001906             DELIMITED BY SIZE INTO WS-PRINT-LINE
001907         END-STRING
001908         WRITE PRINT-RECORD FROM WS-PRINT-LINE
001909     END-IF.
001910 1100-EXIT.
001911     EXIT.
001912 1150-READ-MAP-RECORD.
001913     READ SORTED-MAP-FILE
001914         AT END
001915             SET WS-MAP-EOF TO TRUE
001916             GO TO 1150-EXIT
001917     END-READ.
001918 1150-EXIT.
001919     EXIT.
001920 1160-STORE-MAP-ENTRY.
001921     IF WS-MAP-COUNT >= WS-MAP-TAB-MAX
001922         SET WS-LOAD-FAILED TO TRUE
001923         MOVE SPACES TO WS-PRINT-LINE
001924         STRING 'GL MAPPING FILE EXCEEDS TABLE - RUN REFUSED'
001925             DELIMITED BY SIZE INTO WS-PRINT-LINE
001926         END-STRING
001927         WRITE PRINT-RECORD FROM WS-PRINT-LINE
001928         GO TO 1160-EXIT
001929     END-IF.
001930     ADD 1 TO WS-MAP-COUNT.
001931     MOVE SORTED-MAP-CODE TO WS-MAP-CODE (WS-MAP-COUNT).
001932     MOVE SORTED-MAP-LEG TO WS-MAP-LEG (WS-MAP-COUNT).
001933     MOVE SORTED-MAP-EFF-DATE TO WS-MAP-EFF (WS-MAP-COUNT).
001934     MOVE SORTED-MAP-DR TO WS-MAP-DR (WS-MAP-COUNT).
001935     MOVE SORTED-MAP-CR TO WS-MAP-CR (WS-MAP-COUNT).
001936     PERFORM 1150-READ-MAP-RECORD THRU 1150-EXIT.
001937 1160-EXIT.
001938     EXIT.
001939*****************************************************************
001940* 2000-PROCESS-VALID - ROLL ONE VALIDATED TRANSACTION'S
001941* FIELD-1, FIELD-2 AND FEE AMOUNTS INTO ITS CODE'S ENTRY.
001942*****************************************************************
001943 2000-PROCESS-VALID.
001944     MOVE VALID-CODE TO WS-LOOKUP-CODE.
001950     PERFORM 2300-FIND-CODE-SLOT THRU 2300-EXIT.
001960     IF WS-LOAD-FAILED
001970         GO TO 2000-EXIT
002830     EXIT.
002840*****************************************************************
002850* 7000-BUILD-JOURNAL - WRITE THE BALANCED JOURNAL PAIRS FOR
002860* EVERY CODE, PROVE DEBITS EQUAL CREDITS, PRINT THE REGISTER
002870* TOTALS AND LIST THE LEGS POSTED TO SUSPENSE.
002880*****************************************************************
002890 7000-BUILD-JOURNAL.
002900     PERFORM 7300-WRITE-CODE-JOURNALS THRU 7300-EXIT
002910         VARYING WS-GLX-SUB FROM 1 BY 1
002920         UNTIL WS-GLX-SUB > WS-GLX-COUNT.
002930     PERFORM 7700-PROVE-JOURNAL-BALANCE THRU 7700-EXIT.
002935     PERFORM 7800-LIST-SUSPENSE-LEGS THRU 7800-EXIT.
002940 7000-EXIT.
002950     EXIT.
002960*****************************************************************
003120     EXIT.
003130*****************************************************************
003140* 7300-WRITE-CODE-JOURNALS - WRITE ONE CODE'S BALANCED PAIRS:
003150* THE FIELD-1 PRINCIPAL MOVEMENT, THE FIELD-2 RETURN LEG, THE
003160* FEES AND THE ACCRUED INTEREST, EACH TO THE DEBIT AND CREDIT
003170* ACCOUNTS ITS GL MAPPING ROW NAMES FOR THE CODE.  A LEG WITH A
003180* ZERO TOTAL WRITES NOTHING.
003190*****************************************************************
003200 7300-WRITE-CODE-JOURNALS.
003210     COMPUTE WS-PAIR-AMOUNT ROUNDED =
003220         WS-GLX-TOT-1 (WS-GLX-SUB).
003230     MOVE 'PRIN' TO WS-PAIR-SOURCE.
003240     MOVE 'P' TO WS-MAP-LOOKUP-LEG.
003250     MOVE 'PRINCIPAL' TO WS-PAIR-LEG-NAME.
003255     PERFORM 7350-SELECT-MAP-ROW THRU 7350-EXIT.
003260     PERFORM 7400-WRITE-JOURNAL-PAIR THRU 7400-EXIT.
003270     COMPUTE WS-PAIR-AMOUNT ROUNDED =
003280         WS-GLX-TOT-2 (WS-GLX-SUB).
003290     MOVE 'PRIN' TO WS-PAIR-SOURCE.
003300     MOVE 'R' TO WS-MAP-LOOKUP-LEG.
003310     MOVE 'RETURN' TO WS-PAIR-LEG-NAME.
003315     PERFORM 7350-SELECT-MAP-ROW THRU 7350-EXIT.
003320     PERFORM 7400-WRITE-JOURNAL-PAIR THRU 7400-EXIT.
003330     COMPUTE WS-PAIR-AMOUNT ROUNDED =
003340         WS-GLX-TOT-FEE (WS-GLX-SUB).
003350     MOVE 'FEE ' TO WS-PAIR-SOURCE.
003360     MOVE 'F' TO WS-MAP-LOOKUP-LEG.
003370     MOVE 'FEE' TO WS-PAIR-LEG-NAME.
003375     PERFORM 7350-SELECT-MAP-ROW THRU 7350-EXIT.
003380     PERFORM 7400-WRITE-JOURNAL-PAIR THRU 7400-EXIT.
003390     COMPUTE WS-PAIR-AMOUNT ROUNDED =
003400         WS-GLX-TOT-INT (WS-GLX-SUB).
003410     MOVE 'INT ' TO WS-PAIR-SOURCE.
003420     MOVE 'I' TO WS-MAP-LOOKUP-LEG.
003430     MOVE 'INTEREST' TO WS-PAIR-LEG-NAME.
003435     PERFORM 7350-SELECT-MAP-ROW THRU 7350-EXIT.
003440     PERFORM 7400-WRITE-JOURNAL-PAIR THRU 7400-EXIT.
003450 7300-EXIT.
003460     EXIT.
003461*****************************************************************
003462* 7350-SELECT-MAP-ROW - SERIAL SCAN OF THE MAPPING TABLE FOR
003463* THE CURRENT CODE AND WS-MAP-LOOKUP-LEG.  THE TABLE IS IN
003464* CODE, LEG AND EFFECTIVE-DATE ORDER, SO THE LAST MATCHING ROW
003465* WITH AN EFFECTIVE DATE ON OR BEFORE THE RUN DATE IS THE ROW
003466* IN FORCE - THE SAME RULE AS THE RATE LOOKUP IN INTCALC.  ITS
003467* ACCOUNTS GO TO THE PAIR; WITH NO ROW IN FORCE BOTH SIDES GO
003468* TO THE SUSPENSE ACCOUNT.
003469*****************************************************************
003470 7350-SELECT-MAP-ROW.
003471     SET WS-MAP-NOT-FOUND TO TRUE.
003472     MOVE ZERO TO WS-MAP-HIT-SUB.
003473     PERFORM 7360-TEST-ONE-MAP-ROW THRU 7360-EXIT
003474         VARYING WS-MAP-SUB FROM 1 BY 1
003475         UNTIL WS-MAP-SUB > WS-MAP-COUNT.
003476     IF WS-MAP-FOUND
003477         MOVE WS-MAP-DR (WS-MAP-HIT-SUB) TO WS-PAIR-DR-ACCOUNT
003478         MOVE WS-MAP-CR (WS-MAP-HIT-SUB) TO WS-PAIR-CR-ACCOUNT
003479     ELSE
003480         MOVE WS-GL-SUSPENSE TO WS-PAIR-DR-ACCOUNT
003481         MOVE WS-GL-SUSPENSE TO WS-PAIR-CR-ACCOUNT
003482     END-IF.
003483 7350-EXIT.
003484     EXIT.
003485 7360-TEST-ONE-MAP-ROW.
003486     IF WS-MAP-CODE (WS-MAP-SUB) = WS-GLX-CODE (WS-GLX-SUB)
003487         AND WS-MAP-LEG (WS-MAP-SUB) = WS-MAP-LOOKUP-LEG
003488         AND WS-MAP-EFF (WS-MAP-SUB) <= WS-RUN-DATE
003489         SET WS-MAP-FOUND TO TRUE
003490         MOVE WS-MAP-SUB TO WS-MAP-HIT-SUB
003491     END-IF.
003492 7360-EXIT.
003493     EXIT.
003494*****************************************************************
003495* 7400-WRITE-JOURNAL-PAIR - WRITE THE DEBIT AND CREDIT RECORDS
003496* FOR ONE AMOUNT AND LIST BOTH ON THE REGISTER.  THE TWO LEGS
003500* CARRY THE SAME AMOUNT, SO EVERY PAIR BALANCES BY
003510* CONSTRUCTION AND THE END-OF-RUN PROOF CATCHES ANYTHING THAT
003520* BREAKS THAT.
003550     IF WS-PAIR-AMOUNT = ZERO
003560         GO TO 7400-EXIT
003570     END-IF.
003572     IF WS-MAP-NOT-FOUND
003574         PERFORM 7450-NOTE-SUSPENSE-LEG THRU 7450-EXIT
003576     END-IF.
003580     MOVE SPACES TO JOURNAL-RECORD.
003590     MOVE WS-RUN-DATE TO JRNL-DATE.
003600     MOVE WS-GLX-CODE (WS-GLX-SUB) TO JRNL-CODE.
003790     PERFORM 7500-WRITE-REGISTER-LINE THRU 7500-EXIT.
003800 7400-EXIT.
003810     EXIT.
003811*****************************************************************
003812* 7450-NOTE-SUSPENSE-LEG - REMEMBER A CODE AND LEG POSTED TO
003813* SUSPENSE FOR THE LIST UNDER THE PROOF.  THE BY-CODE TABLE
003814* HOLDS 50 CODES OF FOUR LEGS EACH, SO THIS TABLE CANNOT FILL.
003815*****************************************************************
003816 7450-NOTE-SUSPENSE-LEG.
003817     ADD 1 TO WS-SUSP-COUNT.
003818     MOVE WS-GLX-CODE (WS-GLX-SUB)
003819         TO WS-SUSP-CODE (WS-SUSP-COUNT).
003820     MOVE WS-PAIR-LEG-NAME
003821         TO WS-SUSP-LEG-NAME (WS-SUSP-COUNT).
003822     MOVE WS-PAIR-AMOUNT TO WS-SUSP-AMOUNT (WS-SUSP-COUNT).
003823 7450-EXIT.
003824     EXIT.
003825*****************************************************************
003830* 7500-WRITE-REGISTER-LINE - LIST THE JOURNAL RECORD JUST
003840* WRITTEN, BREAKING TO A NEW PAGE WHEN THE CURRENT ONE IS
003850* FULL.
003940     MOVE JRNL-DR-CR TO WS-RPT-DET-DR-CR.
003950     MOVE JRNL-SOURCE TO WS-RPT-DET-SOURCE.
003960     MOVE JRNL-AMOUNT TO WS-RPT-DET-AMOUNT.
003962     IF WS-MAP-NOT-FOUND
003964         MOVE 'SUSPENSE - NO GL MAPPING' TO WS-RPT-DET-NOTE
003966     END-IF.
003970     WRITE PRINT-RECORD FROM WS-REPORT-DETAIL
003980         AFTER ADVANCING 1 LINE.
003990     ADD 1 TO WS-RPT-LINE-COUNT.
004330     END-IF.
004340 7700-EXIT.
004350     EXIT.
004351*****************************************************************
004352* 7800-LIST-SUSPENSE-LEGS - LIST EVERY CODE AND LEG THAT HAD NO
004353* GL MAPPING IN FORCE AND WAS POSTED TO SUSPENSE, SO A CODE
004354* ADDED THROUGH CODEMNT WITHOUT ITS MAPPING ROWS IS SEEN THE
004355* FIRST MORNING IT CARRIES ACTIVITY.
004356*****************************************************************
004357 7800-LIST-SUSPENSE-LEGS.
004358     MOVE SPACES TO WS-PRINT-LINE.
004359     IF WS-SUSP-COUNT = ZERO
004360         STRING 'EVERY CODE MAPPED - NOTHING POSTED TO SUSPENSE'
004361             DELIMITED BY SIZE INTO WS-PRINT-LINE
004362         END-STRING
004363         WRITE PRINT-RECORD FROM WS-PRINT-LINE
004364             AFTER ADVANCING 2 LINES
004365         GO TO 7800-EXIT
004366     END-IF.
004367     STRING 'CODES WITH NO GL MAPPING - POSTED TO SUSPENSE '
004368         DELIMITED BY SIZE
004369         'ACCOUNT ' DELIMITED BY SIZE
004370         WS-GL-SUSPENSE DELIMITED BY SIZE
004371         INTO WS-PRINT-LINE
004372     END-STRING.
004373     WRITE PRINT-RECORD FROM WS-PRINT-LINE
004374         AFTER ADVANCING 2 LINES.
004375     ADD 3 TO WS-RPT-LINE-COUNT.
004376     PERFORM 7810-WRITE-SUSPENSE-LINE THRU 7810-EXIT
004377         VARYING WS-SUSP-SUB FROM 1 BY 1
004378         UNTIL WS-SUSP-SUB > WS-SUSP-COUNT.
004379 7800-EXIT.
004380     EXIT.
004381 7810-WRITE-SUSPENSE-LINE.
004382     IF WS-RPT-LINE-COUNT >= WS-RPT-PAGE-SIZE
004383         PERFORM 7100-WRITE-REPORT-HEADINGS THRU 7100-EXIT
004384     END-IF.
004385     MOVE WS-SUSP-CODE (WS-SUSP-SUB) TO WS-SUSP-LN-CODE.
004386     MOVE WS-SUSP-LEG-NAME (WS-SUSP-SUB) TO WS-SUSP-LN-LEG.
004387     MOVE WS-SUSP-AMOUNT (WS-SUSP-SUB) TO WS-SUSP-LN-AMOUNT.
004388     WRITE PRINT-RECORD FROM WS-SUSPENSE-LINE
004389         AFTER ADVANCING 1 LINE.
004390     ADD 1 TO WS-RPT-LINE-COUNT.
004391 7810-EXIT.
004392     EXIT.
004393*****************************************************************
004394* 8000-TERMINATE - SET THE RETURN CODE AND CLOSE FILES.  AN
004395* ABANDONED RUN OR A FAILED PROOF RETURNS 8 SO THE LEDGER LOAD
004396* NEVER SEES AN UNPROVEN FILE.  A PROVEN FILE WITH LEGS POSTED
004397* TO SUSPENSE RETURNS 4 - IT STILL LOADS, BUT THE SCHEDULER
004398* FLAGS IT FOR THE ACCOUNTING GROUP.
004400*****************************************************************
004410 8000-TERMINATE.
004420     IF WS-LOAD-FAILED OR WS-PROOF-FAILED
004430         MOVE 8 TO RETURN-CODE
004440     ELSE
004442     IF WS-SUSP-COUNT > ZERO
004444         MOVE 4 TO RETURN-CODE
004446     ELSE
004450         MOVE 0 TO RETURN-CODE
004455     END-IF
004460     END-IF.
004465     PERFORM 8900-RECORD-COMPLETION THRU 8900-EXIT.
004470     CLOSE VALID-FILE.
004480     CLOSE ACCRUAL-FILE.
004490     CLOSE JOURNAL-FILE.
004500     CLOSE PRINT-FILE.
004510 8000-EXIT.
004520     EXIT.
004530*****************************************************************
004540* 8900-RECORD-COMPLETION - WHEN THE RUN ENDED BELOW RETURN CODE
004550* 8, WRITE THIS STEP'S ROW TO THE RUN-CONTROL CLUSTER WITH THE
004560* COUNTS AND TOTALS OFF TONIGHT'S REPORT, SO A RERUN OF THE
004570* NIGHT PASSES THE STEP BY.  A REFUSED RUN WRITES NOTHING AND
004580* MAY BE RUN AGAIN ONCE ITS CAUSE IS PUT RIGHT.
004590*****************************************************************
004600 8900-RECORD-COMPLETION.
004610     IF RETURN-CODE > 4
004620         GO TO 8900-CLOSE
004630     END-IF.
004640     MOVE SPACES TO RCTL-RECORD.
004650     MOVE WS-RUN-DATE TO RCTL-RUN-DATE.
004660     MOVE WS-RUNCTL-STEP TO RCTL-STEP-NAME.
004670     SET RCTL-STEP-COMPLETE TO TRUE.
004680     MOVE RETURN-CODE TO RCTL-RETURN-CODE.
004690     ACCEPT WS-RUNCTL-TIME FROM TIME.
004700     MOVE WS-RUNCTL-TIME (1:6) TO RCTL-END-TIME.
004710     MOVE WS-JOURNAL-COUNT TO RCTL-COUNT-1.
004720     MOVE WS-SUSP-COUNT TO RCTL-COUNT-2.
004730     MOVE ZERO TO RCTL-COUNT-3.
004740     MOVE WS-TOTAL-DEBITS TO RCTL-TOTAL-1.
004750     MOVE WS-TOTAL-CREDITS TO RCTL-TOTAL-2.
004760     WRITE RCTL-RECORD.
004770     IF WS-RUNCTL-FILE-STATUS NOT = '00'
004780         MOVE SPACES TO WS-PRINT-LINE
004790         STRING 'RUN-CONTROL RECORD NOT WRITTEN - STATUS: '
004800             DELIMITED BY SIZE
004810             WS-RUNCTL-FILE-STATUS DELIMITED BY SIZE
004820             INTO WS-PRINT-LINE
004830         END-STRING
004840         WRITE PRINT-RECORD FROM WS-PRINT-LINE
004850     END-IF.
004860 8900-CLOSE.
004870     CLOSE RUNCTL-FILE.
004880 8900-EXIT.
004890     EXIT.
