000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  RUNCHK.
000030 AUTHOR.  R HARMON.
000040 INSTALLATION.  NUMERIC RECONCILIATION - BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* NIGHTLY RUN-CONTROL CHECK AND CHECKLIST.  READS THE RUN-CONTROL
000090* CLUSTER EACH NIGHTLY STEP WRITES ITS ROW TO WHEN IT COMPLETES,
000100* AND WORKS IN ONE OF THREE WAYS, CHOSEN BY THE EXEC PARM:
000110*   - PARM='OPEN' OR 'OPEN,YYYYMMDD' - OPENS THE NIGHT.  WRITES
000120*     THE NIGHT'S RUN DATE - TODAY'S, OR THE DATE GIVEN - ON THE
000130*     NIGHT ROW, WHICH EVERY NIGHTLY STEP TAKES ITS RUN DATE
000140*     FROM, THEN CHECKS NUMBERS FOR THAT DATE JUST AS CHECK
000150*     DOES.  THE NIGHTLY JOB OPENS WITH TODAY'S DATE AHEAD OF
000160*     ITS FIRST STEP; THE RERUN JOB REOPENS THE NIGHT IT IS
000170*     FINISHING WITH THAT NIGHT'S DATE.  OPEN WITH NO DATE
000180*     REFUSES (RC 8) WHILE THE NIGHT OPEN BEFORE IT COMPLETED
000190*     NUMBERS BUT NOT EVERY STEP AFTER IT, SO A RESUBMIT OF THE
000200*     NIGHTLY JOB AFTER MIDNIGHT CANNOT POST THAT NIGHT TWICE -
000210*     FINISH THE NIGHT WITH THE RERUN JOB, OR ABANDON IT BY
000220*     OPENING TONIGHT WITH ITS DATE GIVEN.  ACTMON IS LEFT OUT OF
000221*     THAT TEST - A NIGHT WHOSE MONITORING FAILED NEVER HOLDS UP
000222*     THE NEXT NIGHT'S INTEREST AND BILLING;
000230*   - PARM='CHECK,STEPNAME' OR 'CHECK,STEPNAME,YYYYMMDD' - ONE
000240*     STEP FOR THE NIGHT THE NIGHT ROW SAYS IS OPEN, OR FOR THE
000250*     DATE GIVEN.  RETURNS 0 WHEN THE STEP HAS NOT COMPLETED (IT
000260*     IS TO RUN) AND 4 WHEN IT HAS (IT IS TO BE PASSED BY), SO
000270*     THE RERUN JOB CAN SKIP EVERY STEP THE NIGHT ALREADY GOT
000280*     THROUGH BY CONDITION CODE ALONE, BEFORE ANY GENERATION IS
000290*     ALLOCATED;
000300*   - PARM='LIST' OR 'LIST,YYYYMMDD' - THE ONE-PAGE STEP
000310*     CHECKLIST FOR THE MORNING HANDOVER, FOR THE OPEN NIGHT
000320*     (TODAY IF NO NIGHT HAS EVER BEEN OPENED) OR THE DATE GIVEN:
000330*     EVERY STEP IN RUN ORDER, WHETHER IT COMPLETED, WHEN, ITS
000340*     RETURN CODE AND THE COUNTS AND TOTALS IT RECORDED.
000350*     RETURNS 0 WHEN EVERY STEP COMPLETED, 4 WHEN ANY DID NOT.
000360* A BAD PARM, AN UNKNOWN STEP OR A CLUSTER THAT WILL NOT OPEN
000370* RETURNS 8, AND SO DOES A CHECK WITH NO DATE WHEN NO NIGHT HAS
000380* BEEN OPENED.  ONLY OPEN WRITES TO THE CLUSTER.
000390*****************************************************************
000400* MODIFICATION HISTORY
000410*-----------------------------------------------------------
000420* DATE       INIT  DESCRIPTION
000430*-----------------------------------------------------------
000440* 10/15/26    RH   ORIGINAL PROGRAM.  A RERUN OF THE NIGHT USED
000450*                  TO MEAN WORKING OUT BY HAND FROM THE JOB LOG
000460*                  WHICH STEPS HAD ALREADY FINISHED.
000470* 10/15/26    RH   ADDED THE UNUSUAL-ACTIVITY MONITOR (ACTMON,
000480*                  STEP075) AS THE EIGHTH STEP ON THE LIST.
000490* 10/15/26    RH   ADDED OPEN, WHICH SETS THE NIGHT'S RUN DATE ON
000500*                  THE NIGHT ROW FOR EVERY STEP TO TAKE, AND AN
000510*                  OPTIONAL RUN DATE ON CHECK.  CHECK AND LIST NOW
000520*                  DEFAULT TO THE OPEN NIGHT, NOT TODAY, SO A
000530*                  NIGHT FINISHED AFTER MIDNIGHT IS STILL FOUND.
000540*                  OPEN REFUSES A NEW NIGHT WHILE THE LAST ONE IS
000550*                  STOPPED PART WAY AFTER NUMBERS.
000551* 10/15/26    RH   OPEN NO LONGER COUNTS ACTMON WHEN IT TESTS THE
000552*                  NIGHT BEFORE.  LIST STILL SHOWS IT.
000560*-----------------------------------------------------------
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS RCTL-KEY
000640         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
000650     SELECT PRINT-FILE ASSIGN TO RPTOUT
000660         ORGANIZATION IS SEQUENTIAL.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  RUNCTL-FILE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY RUNCTL.
000720 FD  PRINT-FILE
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE OMITTED.
000750 01  PRINT-RECORD                 PIC X(132).
000760 WORKING-STORAGE SECTION.
000770 77  WS-STEP-TAB-MAX              PIC S9(04) COMP VALUE 8.
000771*    OPEN TESTS THE NIGHT BEFORE ON THIS MANY STEPS ONLY - ACTMON,
000772*    THE LAST, NEVER HOLDS UP THE NEXT NIGHT.
000773 77  WS-STEP-GATE-MAX             PIC S9(04) COMP VALUE 7.
000780 01  WS-SWITCHES.
000790     05  WS-MODE-SW           PIC X(01)      VALUE SPACE.
000800         88  WS-CHECK-MODE                   VALUE 'C'.
000810         88  WS-LIST-MODE                    VALUE 'L'.
000820         88  WS-OPEN-MODE                    VALUE 'O'.
000830     05  WS-PARM-BAD-SW       PIC X(01)      VALUE 'N'.
000840         88  WS-PARM-BAD                     VALUE 'Y'.
000850     05  WS-LEDGER-FAILED-SW  PIC X(01)      VALUE 'N'.
000860         88  WS-LEDGER-FAILED                VALUE 'Y'.
000870     05  WS-LEDGER-OPEN-SW    PIC X(01)      VALUE 'N'.
000880         88  WS-LEDGER-OPEN                  VALUE 'Y'.
000890     05  WS-STEP-DONE-SW      PIC X(01)      VALUE 'N'.
000900         88  WS-STEP-DONE                    VALUE 'Y'.
000910         88  WS-STEP-NOT-DONE                VALUE 'N'.
000920     05  WS-NIGHT-OPEN-SW     PIC X(01)      VALUE 'N'.
000930         88  WS-NIGHT-INCOMPLETE             VALUE 'Y'.
000940     05  WS-DATE-GIVEN-SW     PIC X(01)      VALUE 'N'.
000950         88  WS-DATE-GIVEN                   VALUE 'Y'.
000960     05  WS-PRIOR-OPEN-SW     PIC X(01)      VALUE 'N'.
000970         88  WS-PRIOR-UNFINISHED             VALUE 'Y'.
000980 01  WS-RUNCTL-FILE-STATUS        PIC X(02) VALUE SPACES.
000990 01  WS-PRINT-LINE                PIC X(132).
001000*    THE NIGHTLY STEPS IN RUN ORDER - PROGRAM, NUMBRUN STEP,
001010*    FUNCTION, AND THE CAPTIONS OF THE THREE COUNTS AND TWO
001020*    TOTALS EACH ONE RECORDS.  A BLANK CAPTION IS NOT USED.
001030 01  WS-STEP-VALUES.
001040     05  FILLER               PIC X(08) VALUE 'NUMBERS'.
001050     05  FILLER               PIC X(08) VALUE 'STEP020'.
001060     05  FILLER               PIC X(28) VALUE
001070         'VALIDATE DAILY TRANSACTIONS'.
001080     05  FILLER               PIC X(14) VALUE 'RECORDS READ'.
001090     05  FILLER               PIC X(14) VALUE 'ACCEPTED'.
001100     05  FILLER               PIC X(14) VALUE 'EXCEPTIONS'.
001110     05  FILLER               PIC X(14) VALUE 'FIELD-1 TOTAL'.
001120     05  FILLER               PIC X(14) VALUE 'FEE TOTAL'.
001130     05  FILLER               PIC X(08) VALUE 'HISTLOAD'.
001140     05  FILLER               PIC X(08) VALUE 'STEP025'.
001150     05  FILLER               PIC X(28) VALUE
001160         'REGISTER ACCEPTED KEYS'.
001170     05  FILLER               PIC X(14) VALUE 'KEYS READ'.
001180     05  FILLER               PIC X(14) VALUE 'KEYS LOADED'.
001190     05  FILLER               PIC X(14) VALUE 'ALREADY THERE'.
001200     05  FILLER               PIC X(14) VALUE SPACES.
001210     05  FILLER               PIC X(14) VALUE SPACES.
001220     05  FILLER               PIC X(08) VALUE 'INTCALC'.
001230     05  FILLER               PIC X(08) VALUE 'STEP030'.
001240     05  FILLER               PIC X(28) VALUE
001250         'ACCRUE INTEREST'.
001260     05  FILLER               PIC X(14) VALUE 'ACCRUED'.
001270     05  FILLER               PIC X(14) VALUE 'RATE MISSES'.
001280     05  FILLER               PIC X(14) VALUE 'DAYS ACCRUED'.
001290     05  FILLER               PIC X(14) VALUE 'PRINCIPAL'.
001300     05  FILLER               PIC X(14) VALUE 'INTEREST'.
001310     05  FILLER               PIC X(08) VALUE 'BILLRUN'.
001320     05  FILLER               PIC X(08) VALUE 'STEP040'.
001330     05  FILLER               PIC X(28) VALUE
001340         'PRICE BILLING DETAIL'.
001350     05  FILLER               PIC X(14) VALUE 'BILLED'.
001360     05  FILLER               PIC X(14) VALUE 'TERMS MISSES'.
001370     05  FILLER               PIC X(14) VALUE SPACES.
001380     05  FILLER               PIC X(14) VALUE 'BASE AMOUNT'.
001390     05  FILLER               PIC X(14) VALUE 'BILLED AMOUNT'.
001400     05  FILLER               PIC X(08) VALUE 'EXCPAGE'.
001410     05  FILLER               PIC X(08) VALUE 'STEP050'.
001420     05  FILLER               PIC X(28) VALUE
001430         'AGE OPEN EXCEPTIONS'.
001440     05  FILLER               PIC X(14) VALUE 'CARRIED'.
001450     05  FILLER               PIC X(14) VALUE 'NEW'.
001460     05  FILLER               PIC X(14) VALUE 'CLEARED'.
001470     05  FILLER               PIC X(14) VALUE SPACES.
001480     05  FILLER               PIC X(14) VALUE SPACES.
001490     05  FILLER               PIC X(08) VALUE 'GLEXTR'.
001500     05  FILLER               PIC X(08) VALUE 'STEP060'.
001510     05  FILLER               PIC X(28) VALUE
001520         'GENERAL-LEDGER JOURNAL'.
001530     05  FILLER               PIC X(14) VALUE 'JOURNAL LINES'.
001540     05  FILLER               PIC X(14) VALUE 'SUSPENSE LEGS'.
001550     05  FILLER               PIC X(14) VALUE SPACES.
001560     05  FILLER               PIC X(14) VALUE 'DEBITS'.
001570     05  FILLER               PIC X(14) VALUE 'CREDITS'.
001580     05  FILLER               PIC X(08) VALUE 'NIGHTBAL'.
001590     05  FILLER               PIC X(08) VALUE 'STEP070'.
001600     05  FILLER               PIC X(28) VALUE
001610         'NIGHT-IN-BALANCE PROOF'.
001620     05  FILLER               PIC X(14) VALUE 'VALTRAN RECS'.
001630     05  FILLER               PIC X(14) VALUE 'ACCEPTED KEYS'.
001640     05  FILLER               PIC X(14) VALUE 'ACCRUAL RECS'.
001650     05  FILLER               PIC X(14) VALUE 'FIELD-1 TOTAL'.
001660     05  FILLER               PIC X(14) VALUE 'ACCRUED PRIN'.
001670     05  FILLER               PIC X(08) VALUE 'ACTMON'.
001680     05  FILLER               PIC X(08) VALUE 'STEP075'.
001690     05  FILLER               PIC X(28) VALUE
001700         'MONITOR UNUSUAL ACTIVITY'.
001710     05  FILLER               PIC X(14) VALUE 'TRANS READ'.
001720     05  FILLER               PIC X(14) VALUE 'LARGE-VALUE'.
001730     05  FILLER               PIC X(14) VALUE 'VELOCITY'.
001740     05  FILLER               PIC X(14) VALUE 'FIELD-1 TOTAL'.
001750     05  FILLER               PIC X(14) VALUE 'LARGE-VAL AMT'.
001760 01  WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
001770     05  WS-STEP-ENTRY        OCCURS 8 TIMES.
001780         10  WS-STEP-NAME     PIC X(08).
001790         10  WS-STEP-JCL      PIC X(08).
001800         10  WS-STEP-FUNCTION PIC X(28).
001810         10  WS-STEP-CAPTION  OCCURS 5 TIMES
001820                              PIC X(14).
001830 01  WS-STEP-SUB                  PIC S9(04) COMP VALUE ZERO.
001840 01  WS-STEP-HIT-SUB              PIC S9(04) COMP VALUE ZERO.
001850 01  WS-CHECK-WORK.
001860     05  WS-PARM-STEP             PIC X(08) VALUE SPACES.
001870     05  WS-PARM-TEXT             PIC X(30) VALUE SPACES.
001880     05  WS-PARM-DATE             PIC X(08) VALUE SPACES.
001890     05  WS-PRIOR-NIGHT           PIC 9(08) VALUE ZERO.
001900     05  WS-NIGHT-READ-STATUS     PIC X(02) VALUE SPACES.
001910     05  WS-PRIOR-STEP            PIC X(08) VALUE SPACES.
001920     05  WS-DONE-COUNT            PIC S9(04) COMP VALUE ZERO.
001930     05  WS-OPEN-COUNT            PIC S9(04) COMP VALUE ZERO.
001940     05  WS-HIGH-RC               PIC 9(04) VALUE ZERO.
001950     05  WS-COUNT-DISPLAY         PIC Z9.
001960     05  WS-TIME-EDIT.
001970         10  WS-TIME-HH           PIC X(02).
001980         10  FILLER               PIC X(01) VALUE ':'.
001990         10  WS-TIME-MM           PIC X(02).
002000         10  FILLER               PIC X(01) VALUE ':'.
002010         10  WS-TIME-SS           PIC X(02).
002020     05  WS-END-TIME              PIC 9(06) VALUE ZERO.
002030     05  WS-END-TIME-PARTS REDEFINES WS-END-TIME.
002040         10  WS-END-HH            PIC X(02).
002050         10  WS-END-MM            PIC X(02).
002060         10  WS-END-SS            PIC X(02).
002070 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
002080 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
002090     05  WS-RUN-YYYY              PIC 9(04).
002100     05  WS-RUN-MM                PIC 9(02).
002110     05  WS-RUN-DD                PIC 9(02).
002120 01  WS-TODAY                     PIC 9(08) VALUE ZERO.
002130 01  WS-TODAY-PARTS REDEFINES WS-TODAY.
002140     05  WS-TODAY-YYYY            PIC 9(04).
002150     05  WS-TODAY-MM              PIC 9(02).
002160     05  WS-TODAY-DD              PIC 9(02).
002170 01  WS-NOW                       PIC 9(08) VALUE ZERO.
002180 01  WS-NOW-PARTS REDEFINES WS-NOW.
002190     05  WS-NOW-HH                PIC 9(02).
002200     05  WS-NOW-MM                PIC 9(02).
002210     05  FILLER                   PIC 9(04).
002220 01  WS-REPORT-HEADING-1.
002230     05  FILLER                   PIC X(01) VALUE SPACE.
002240     05  FILLER                   PIC X(42) VALUE
002250         'RUNCHK NIGHTLY RUN CHECKLIST'.
002260     05  FILLER                   PIC X(08) VALUE SPACES.
002270     05  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
002280     05  WS-RPT-HDG-DATE.
002290         10  WS-RPT-HDG-YYYY      PIC 9(04).
002300         10  FILLER               PIC X(01) VALUE '/'.
002310         10  WS-RPT-HDG-MM        PIC 9(02).
002320         10  FILLER               PIC X(01) VALUE '/'.
002330         10  WS-RPT-HDG-DD        PIC 9(02).
002340     05  FILLER                   PIC X(08) VALUE SPACES.
002350     05  FILLER                   PIC X(09) VALUE 'PRINTED: '.
002360     05  WS-RPT-HDG-PRINTED.
002370         10  WS-RPT-HDG-P-YYYY    PIC 9(04).
002380         10  FILLER               PIC X(01) VALUE '/'.
002390         10  WS-RPT-HDG-P-MM      PIC 9(02).
002400         10  FILLER               PIC X(01) VALUE '/'.
002410         10  WS-RPT-HDG-P-DD      PIC 9(02).
002420     05  FILLER                   PIC X(01) VALUE SPACE.
002430     05  WS-RPT-HDG-P-HH          PIC 9(02).
002440     05  FILLER                   PIC X(01) VALUE ':'.
002450     05  WS-RPT-HDG-P-MIN         PIC 9(02).
002460     05  FILLER                   PIC X(28) VALUE SPACES.
002470 01  WS-REPORT-HEADING-2.
002480     05  FILLER                   PIC X(01) VALUE SPACE.
002490     05  FILLER                   PIC X(10) VALUE 'STEP'.
002500     05  FILLER                   PIC X(10) VALUE 'JCL STEP'.
002510     05  FILLER                   PIC X(30) VALUE 'FUNCTION'.
002520     05  FILLER                   PIC X(16) VALUE 'STATUS'.
002530     05  FILLER                   PIC X(10) VALUE 'ENDED'.
002540     05  FILLER                   PIC X(04) VALUE 'RC'.
002550     05  FILLER                   PIC X(51) VALUE SPACES.
002560 01  WS-REPORT-DETAIL.
002570     05  FILLER                   PIC X(01) VALUE SPACE.
002580     05  WS-RPT-DET-STEP          PIC X(08).
002590     05  FILLER                   PIC X(02) VALUE SPACES.
002600     05  WS-RPT-DET-JCL           PIC X(08).
002610     05  FILLER                   PIC X(02) VALUE SPACES.
002620     05  WS-RPT-DET-FUNCTION      PIC X(28).
002630     05  FILLER                   PIC X(02) VALUE SPACES.
002640     05  WS-RPT-DET-STATUS        PIC X(14).
002650     05  FILLER                   PIC X(02) VALUE SPACES.
002660     05  WS-RPT-DET-ENDED         PIC X(08).
002670     05  FILLER                   PIC X(02) VALUE SPACES.
002680     05  WS-RPT-DET-RC            PIC X(04).
002690     05  FILLER                   PIC X(51) VALUE SPACES.
002700 01  WS-REPORT-COUNTS.
002710     05  FILLER                   PIC X(21) VALUE SPACES.
002720     05  WS-RPT-CNT-CAP-1         PIC X(14).
002730     05  WS-RPT-CNT-VAL-1         PIC ZZZ,ZZZ,ZZ9.
002740     05  WS-RPT-CNT-VAL-1-X REDEFINES WS-RPT-CNT-VAL-1
002750                                  PIC X(11).
002760     05  FILLER                   PIC X(04) VALUE SPACES.
002770     05  WS-RPT-CNT-CAP-2         PIC X(14).
002780     05  WS-RPT-CNT-VAL-2         PIC ZZZ,ZZZ,ZZ9.
002790     05  WS-RPT-CNT-VAL-2-X REDEFINES WS-RPT-CNT-VAL-2
002800                                  PIC X(11).
002810     05  FILLER                   PIC X(04) VALUE SPACES.
002820     05  WS-RPT-CNT-CAP-3         PIC X(14).
002830     05  WS-RPT-CNT-VAL-3         PIC ZZZ,ZZZ,ZZ9.
002840     05  WS-RPT-CNT-VAL-3-X REDEFINES WS-RPT-CNT-VAL-3
002850                                  PIC X(11).
002860     05  FILLER                   PIC X(28) VALUE SPACES.
002870 01  WS-REPORT-TOTALS.
002880     05  FILLER                   PIC X(21) VALUE SPACES.
002890     05  WS-RPT-TOT-CAP-1         PIC X(14).
002900     05  WS-RPT-TOT-VAL-1         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002910     05  WS-RPT-TOT-VAL-1-X REDEFINES WS-RPT-TOT-VAL-1
002920                                  PIC X(23).
002930     05  FILLER                   PIC X(04) VALUE SPACES.
002940     05  WS-RPT-TOT-CAP-2         PIC X(14).
002950     05  WS-RPT-TOT-VAL-2         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002960     05  WS-RPT-TOT-VAL-2-X REDEFINES WS-RPT-TOT-VAL-2
002970                                  PIC X(23).
002980     05  FILLER                   PIC X(33) VALUE SPACES.
002990 LINKAGE SECTION.
003000 01  LK-PARM-AREA.
003010     05  LK-PARM-LENGTH           PIC S9(04) COMP.
003020     05  LK-PARM-TEXT             PIC X(30).
003030 PROCEDURE DIVISION USING LK-PARM-AREA.
003040 0000-MAINLINE.
003050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003060     IF NOT WS-PARM-BAD AND NOT WS-LEDGER-FAILED AND WS-OPEN-MODE
003070         PERFORM 2500-OPEN-NIGHT THRU 2500-EXIT
003080     END-IF.
003090     IF NOT WS-PARM-BAD AND NOT WS-LEDGER-FAILED
003100         AND NOT WS-PRIOR-UNFINISHED
003110         IF WS-LIST-MODE
003120             PERFORM 3000-PRINT-CHECKLIST THRU 3000-EXIT
003130         ELSE
003140             PERFORM 2000-CHECK-ONE-STEP THRU 2000-EXIT
003150         END-IF
003160     END-IF.
003170     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003180     GOBACK.
003190*****************************************************************
003200* 1000-INITIALIZE - TAKE TODAY'S DATE AND TIME, WORK OUT THE
003210* MODE AND RUN DATE FROM THE PARM, OPEN THE RUN-CONTROL CLUSTER
003220* (FOR UPDATE ONLY TO OPEN A NIGHT) AND, WHEN THE PARM GAVE NO
003230* DATE TO CHECK OR LIST, TAKE THE OPEN NIGHT'S.
003240*****************************************************************
003250 1000-INITIALIZE.
003260     OPEN OUTPUT PRINT-FILE.
003270     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003280     ACCEPT WS-NOW FROM TIME.
003290     MOVE WS-TODAY TO WS-RUN-DATE.
003300     PERFORM 1100-READ-PARM THRU 1100-EXIT.
003310     IF WS-PARM-BAD
003320         GO TO 1000-EXIT
003330     END-IF.
003340     IF WS-OPEN-MODE
003350         OPEN I-O RUNCTL-FILE
003360     ELSE
003370         OPEN INPUT RUNCTL-FILE
003380     END-IF.
003390     IF WS-RUNCTL-FILE-STATUS NOT = '00'
003400         SET WS-LEDGER-FAILED TO TRUE
003410         MOVE SPACES TO WS-PRINT-LINE
003420         STRING 'RUN-CONTROL FILE OPEN FAILED - STATUS: '
003430             DELIMITED BY SIZE
003440             WS-RUNCTL-FILE-STATUS DELIMITED BY SIZE
003450             INTO WS-PRINT-LINE
003460         END-STRING
003470         WRITE PRINT-RECORD FROM WS-PRINT-LINE
003480         GO TO 1000-EXIT
003490     END-IF.
003500     SET WS-LEDGER-OPEN TO TRUE.
003510     IF NOT WS-OPEN-MODE AND NOT WS-DATE-GIVEN
003520         PERFORM 1200-TAKE-NIGHT-DATE THRU 1200-EXIT
003530     END-IF.
003540 1000-EXIT.
003550     EXIT.
003560*****************************************************************
003570* 1100-READ-PARM - 'OPEN', 'CHECK,' FOLLOWED BY ONE OF THE NIGHTLY
003580* STEP NAMES, OR 'LIST', EACH WITH AN OPTIONAL EIGHT-DIGIT RUN
003590* DATE AFTER A COMMA.  ANYTHING ELSE IS REFUSED.  OPEN CHECKS
003600* NUMBERS ONCE THE NIGHT IS SET.
003610*****************************************************************
003620 1100-READ-PARM.
003630*    ONLY THE BYTES THE PARM ACTUALLY SUPPLIED ARE LOOKED AT.
003640     MOVE SPACES TO WS-PARM-TEXT.
003650     IF LK-PARM-LENGTH > ZERO AND LK-PARM-LENGTH NOT > 30
003660         MOVE LK-PARM-TEXT (1:LK-PARM-LENGTH) TO WS-PARM-TEXT
003670     END-IF.
003680     IF WS-PARM-TEXT (1:6) = 'CHECK,'
003690         SET WS-CHECK-MODE TO TRUE
003700         UNSTRING WS-PARM-TEXT (7:24) DELIMITED BY ',' OR SPACE
003710             INTO WS-PARM-STEP WS-PARM-DATE
003720         END-UNSTRING
003730     ELSE
003740     IF WS-PARM-TEXT (1:4) = 'OPEN'
003750         AND (WS-PARM-TEXT (5:1) = SPACE OR ',')
003760         SET WS-OPEN-MODE TO TRUE
003770         MOVE 'NUMBERS' TO WS-PARM-STEP
003780         MOVE WS-PARM-TEXT (6:8) TO WS-PARM-DATE
003790     ELSE
003800     IF WS-PARM-TEXT (1:4) = 'LIST'
003810         AND (WS-PARM-TEXT (5:1) = SPACE OR ',')
003820         SET WS-LIST-MODE TO TRUE
003830         MOVE WS-PARM-TEXT (6:8) TO WS-PARM-DATE
003840     ELSE
003850         SET WS-PARM-BAD TO TRUE
003860         MOVE SPACES TO WS-PRINT-LINE
003870         STRING 'PARM NOT RECOGNIZED - USE OPEN, CHECK,STEPNAME '
003880             DELIMITED BY SIZE
003890             'OR LIST, EACH WITH AN OPTIONAL ,YYYYMMDD'
003900             DELIMITED BY SIZE
003910             INTO WS-PRINT-LINE
003920         END-STRING
003930         WRITE PRINT-RECORD FROM WS-PRINT-LINE
003940         GO TO 1100-EXIT
003950     END-IF
003960     END-IF
003970     END-IF.
003980     IF NOT WS-LIST-MODE
003990         PERFORM 1150-FIND-STEP THRU 1150-EXIT
004000         IF WS-STEP-HIT-SUB = ZERO
004010             SET WS-PARM-BAD TO TRUE
004020             MOVE SPACES TO WS-PRINT-LINE
004030             STRING 'UNKNOWN STEP NAME IN PARM: '
004040                 DELIMITED BY SIZE
004050                 WS-PARM-STEP DELIMITED BY SIZE
004060                 INTO WS-PRINT-LINE
004070             END-STRING
004080             WRITE PRINT-RECORD FROM WS-PRINT-LINE
004090             GO TO 1100-EXIT
004100         END-IF
004110     END-IF.
004120     IF WS-PARM-DATE NOT = SPACES
004130         IF WS-PARM-DATE NUMERIC
004140             MOVE WS-PARM-DATE TO WS-RUN-DATE
004150             SET WS-DATE-GIVEN TO TRUE
004160         ELSE
004170             SET WS-PARM-BAD TO TRUE
004180             MOVE SPACES TO WS-PRINT-LINE
004190             STRING 'RUN DATE IN PARM IS NOT YYYYMMDD: '
004200                 DELIMITED BY SIZE
004210                 WS-PARM-DATE DELIMITED BY SIZE
004220                 INTO WS-PRINT-LINE
004230             END-STRING
004240             WRITE PRINT-RECORD FROM WS-PRINT-LINE
004250         END-IF
004260     END-IF.
004270 1100-EXIT.
004280     EXIT.
004290 1150-FIND-STEP.
004300     MOVE ZERO TO WS-STEP-HIT-SUB.
004310     PERFORM 1160-TEST-ONE-STEP THRU 1160-EXIT
004320         VARYING WS-STEP-SUB FROM 1 BY 1
004330         UNTIL WS-STEP-SUB > WS-STEP-TAB-MAX
004340             OR WS-STEP-HIT-SUB > ZERO.
004350 1150-EXIT.
004360     EXIT.
004370 1160-TEST-ONE-STEP.
004380     IF WS-STEP-NAME (WS-STEP-SUB) = WS-PARM-STEP
004390         MOVE WS-STEP-SUB TO WS-STEP-HIT-SUB
004400     END-IF.
004410 1160-EXIT.
004420     EXIT.
004430*****************************************************************
004440* 1200-TAKE-NIGHT-DATE - NO DATE IN THE PARM, SO WORK ON THE NIGHT
004450* THE NIGHT ROW SAYS IS OPEN.  A CHECKLIST WITH NO NIGHT ROW SHOWS
004460* TODAY; A CHECK WITH NO NIGHT ROW FAILS, AS IT CANNOT TELL WHICH
004470* NIGHT IT IS CHECKING.
004480*****************************************************************
004490 1200-TAKE-NIGHT-DATE.
004500     MOVE ZERO TO RCTL-RUN-DATE.
004510     SET RCTL-NIGHT-ROW TO TRUE.
004520     READ RUNCTL-FILE.
004530     IF WS-RUNCTL-FILE-STATUS = '00'
004540         MOVE RCTL-NIGHT-RUN-DATE TO WS-RUN-DATE
004550         GO TO 1200-EXIT
004560     END-IF.
004570     IF WS-RUNCTL-FILE-STATUS = '23' AND WS-LIST-MODE
004580         GO TO 1200-EXIT
004590     END-IF.
004600     SET WS-LEDGER-FAILED TO TRUE.
004610     MOVE SPACES TO WS-PRINT-LINE.
004620     IF WS-RUNCTL-FILE-STATUS = '23'
004630         STRING 'NO NIGHT IS OPEN ON THE RUN-CONTROL FILE - GIVE '
004640             DELIMITED BY SIZE
004650             'THE RUN DATE IN THE PARM' DELIMITED BY SIZE
004660             INTO WS-PRINT-LINE
004670         END-STRING
004680     ELSE
004690         STRING 'RUN-CONTROL FILE READ FAILED - STATUS: '
004700             DELIMITED BY SIZE
004710             WS-RUNCTL-FILE-STATUS DELIMITED BY SIZE
004720             ' STEP: NIGHT' DELIMITED BY SIZE
004730             INTO WS-PRINT-LINE
004740         END-STRING
004750     END-IF.
004760     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
004770 1200-EXIT.
004780     EXIT.
004790*****************************************************************
004800* 2000-CHECK-ONE-STEP - LOOK UP ONE STEP'S ROW FOR THE RUN DATE
004810* AND SAY WHETHER THE STEP IS TO RUN OR TO BE PASSED BY.
004820*****************************************************************
004830 2000-CHECK-ONE-STEP.
004840     MOVE WS-RUN-DATE TO RCTL-RUN-DATE.
004850     MOVE WS-PARM-STEP TO RCTL-STEP-NAME.
004860     PERFORM 2100-READ-STEP-ROW THRU 2100-EXIT.
004870     IF WS-LEDGER-FAILED
004880         GO TO 2000-EXIT
004890     END-IF.
004900     MOVE SPACES TO WS-PRINT-LINE.
004910     IF WS-STEP-DONE
004920         MOVE RCTL-END-TIME TO WS-END-TIME
004930         PERFORM 2200-EDIT-END-TIME THRU 2200-EXIT
004940         STRING WS-PARM-STEP DELIMITED BY SPACE
004950             ' COMPLETED FOR RUN DATE ' DELIMITED BY SIZE
004960             WS-RUN-DATE DELIMITED BY SIZE
004970             ' AT ' DELIMITED BY SIZE
004980             WS-TIME-EDIT DELIMITED BY SIZE
004990             ' RC ' DELIMITED BY SIZE
005000             RCTL-RETURN-CODE DELIMITED BY SIZE
005010             ' - STEP TO BE PASSED BY' DELIMITED BY SIZE
005020             INTO WS-PRINT-LINE
005030         END-STRING
005040     ELSE
005050         STRING WS-PARM-STEP DELIMITED BY SPACE
005060             ' NOT YET COMPLETED FOR RUN DATE ' DELIMITED BY SIZE
005070             WS-RUN-DATE DELIMITED BY SIZE
005080             ' - STEP TO RUN' DELIMITED BY SIZE
005090             INTO WS-PRINT-LINE
005100         END-STRING
005110     END-IF.
005120     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
005130 2000-EXIT.
005140     EXIT.
005150*****************************************************************
005160* 2100-READ-STEP-ROW - READ THE ROW FOR THE KEY ALREADY SET UP.
005170* NOT ON FILE (23) MEANS NOT COMPLETED; ANY OTHER BAD STATUS
005180* FAILS THE CHECK, BECAUSE A STEP MUST NEVER BE RUN A SECOND
005190* TIME ON THE STRENGTH OF A ROW THAT COULD NOT BE READ.
005200*****************************************************************
005210 2100-READ-STEP-ROW.
005220     SET WS-STEP-NOT-DONE TO TRUE.
005230     READ RUNCTL-FILE.
005240     IF WS-RUNCTL-FILE-STATUS = '23'
005250         GO TO 2100-EXIT
005260     END-IF.
005270     IF WS-RUNCTL-FILE-STATUS NOT = '00'
005280         SET WS-LEDGER-FAILED TO TRUE
005290         MOVE SPACES TO WS-PRINT-LINE
005300         STRING 'RUN-CONTROL FILE READ FAILED - STATUS: '
005310             DELIMITED BY SIZE
005320             WS-RUNCTL-FILE-STATUS DELIMITED BY SIZE
005330             ' STEP: ' DELIMITED BY SIZE
005340             RCTL-STEP-NAME DELIMITED BY SIZE
005350             INTO WS-PRINT-LINE
005360         END-STRING
005370         WRITE PRINT-RECORD FROM WS-PRINT-LINE
005380         GO TO 2100-EXIT
005390     END-IF.
005400     IF RCTL-STEP-COMPLETE
005410         SET WS-STEP-DONE TO TRUE
005420     END-IF.
005430 2100-EXIT.
005440     EXIT.
005450 2200-EDIT-END-TIME.
005460     MOVE WS-END-HH TO WS-TIME-HH.
005470     MOVE WS-END-MM TO WS-TIME-MM.
005480     MOVE WS-END-SS TO WS-TIME-SS.
005490 2200-EXIT.
005500     EXIT.
005510*****************************************************************
005520* 2500-OPEN-NIGHT - WRITE THE NIGHT'S RUN DATE ON THE NIGHT ROW,
005530* FOR EVERY STEP FROM HERE ON TO TAKE AS ITS RUN DATE, AND SAY
005540* WHICH NIGHT WAS OPEN BEFORE.  THE ROW IS ADDED THE FIRST TIME
005550* AND REWRITTEN AFTER THAT.  WITH NO DATE IN THE PARM, A NIGHT
005560* OPEN BEFORE UNDER ANOTHER DATE MUST NOT HAVE STOPPED PART WAY.
005570*****************************************************************
005580 2500-OPEN-NIGHT.
005590     MOVE ZERO TO RCTL-RUN-DATE.
005600     SET RCTL-NIGHT-ROW TO TRUE.
005610     READ RUNCTL-FILE.
005620     MOVE WS-RUNCTL-FILE-STATUS TO WS-NIGHT-READ-STATUS.
005630     IF WS-NIGHT-READ-STATUS = '00'
005640         MOVE RCTL-NIGHT-RUN-DATE TO WS-PRIOR-NIGHT
005650         IF WS-PRIOR-NIGHT NOT = WS-RUN-DATE AND NOT WS-DATE-GIVEN
005660             PERFORM 2600-CHECK-PRIOR-NIGHT THRU 2600-EXIT
005670             IF WS-LEDGER-FAILED OR WS-PRIOR-UNFINISHED
005680                 GO TO 2500-EXIT
005690             END-IF
005700         END-IF
005710     ELSE
005720     IF WS-NIGHT-READ-STATUS NOT = '23'
005730         SET WS-LEDGER-FAILED TO TRUE
005740         MOVE SPACES TO WS-PRINT-LINE
005750         STRING 'RUN-CONTROL FILE READ FAILED - STATUS: '
005760             DELIMITED BY SIZE
005770             WS-RUNCTL-FILE-STATUS DELIMITED BY SIZE
005780             ' STEP: NIGHT' DELIMITED BY SIZE
005790             INTO WS-PRINT-LINE
005800         END-STRING
005810         WRITE PRINT-RECORD FROM WS-PRINT-LINE
005820         GO TO 2500-EXIT
005830     END-IF
005840     END-IF.
005850     MOVE SPACES TO RCTL-NIGHT-RECORD.
005860     MOVE ZERO TO RCTL-RUN-DATE.
005870     SET RCTL-NIGHT-ROW TO TRUE.
005880     MOVE WS-RUN-DATE TO RCTL-NIGHT-RUN-DATE.
005890     MOVE WS-TODAY TO RCTL-NIGHT-SET-DATE.
005900     MOVE WS-NOW (1:6) TO RCTL-NIGHT-SET-TIME.
005910     IF WS-NIGHT-READ-STATUS = '00'
005920         REWRITE RCTL-RECORD
005930     ELSE
005940         WRITE RCTL-RECORD
005950     END-IF.
005960     MOVE SPACES TO WS-PRINT-LINE.
005970     IF WS-RUNCTL-FILE-STATUS NOT = '00'
005980         SET WS-LEDGER-FAILED TO TRUE
005990         STRING 'RUN-CONTROL NIGHT ROW NOT WRITTEN - STATUS: '
006000             DELIMITED BY SIZE
006010             WS-RUNCTL-FILE-STATUS DELIMITED BY SIZE
006020             INTO WS-PRINT-LINE
006030         END-STRING
006040     ELSE
006050         STRING 'NIGHT OPENED FOR RUN DATE ' DELIMITED BY SIZE
006060             WS-RUN-DATE DELIMITED BY SIZE
006070             ' - NIGHT OPEN BEFORE: ' DELIMITED BY SIZE
006080             WS-PRIOR-NIGHT DELIMITED BY SIZE
006090             INTO WS-PRINT-LINE
006100         END-STRING
006110     END-IF.
006120     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
006130 2500-EXIT.
006140     EXIT.
006150*****************************************************************
006160* 2600-CHECK-PRIOR-NIGHT - THE NIGHT OPEN BEFORE IS UNFINISHED
006170* WHEN NUMBERS COMPLETED FOR IT AND ANY LATER STEP DID NOT.
006180* OPENING A NEW NIGHT OVER IT WOULD LEAVE THE RERUN JOB NOTHING TO
006190* FINISH FROM AND LET NUMBERS POST THE SAME INPUT A SECOND TIME.
006191* ACTMON IS NOT TESTED - A MONITORING STEP THAT FAILED SHOWS ON
006192* THE NIGHT'S CHECKLIST BUT MUST NOT STOP THE NEXT NIGHT'S
006193* INTEREST AND BILLING.
006200*****************************************************************
006210 2600-CHECK-PRIOR-NIGHT.
006220     MOVE WS-PRIOR-NIGHT TO RCTL-RUN-DATE.
006230     MOVE WS-STEP-NAME (1) TO RCTL-STEP-NAME.
006240     PERFORM 2100-READ-STEP-ROW THRU 2100-EXIT.
006250     IF WS-LEDGER-FAILED OR WS-STEP-NOT-DONE
006260         GO TO 2600-EXIT
006270     END-IF.
006280     PERFORM 2610-CHECK-PRIOR-STEP THRU 2610-EXIT
006290         VARYING WS-STEP-SUB FROM 2 BY 1
006300         UNTIL WS-STEP-SUB > WS-STEP-GATE-MAX
006310             OR WS-LEDGER-FAILED
006320             OR WS-PRIOR-UNFINISHED.
006330     IF NOT WS-PRIOR-UNFINISHED
006340         GO TO 2600-EXIT
006350     END-IF.
006360     MOVE SPACES TO WS-PRINT-LINE.
006370     STRING 'NIGHT ' DELIMITED BY SIZE
006380         WS-PRIOR-NIGHT DELIMITED BY SIZE
006390         ' STOPPED BEFORE ' DELIMITED BY SIZE
006400         WS-PRIOR-STEP DELIMITED BY SPACE
006410         ' COMPLETED - FINISH IT WITH NUMBRERN BEFORE '
006420         DELIMITED BY SIZE
006430         'OPENING ' DELIMITED BY SIZE
006440         WS-RUN-DATE DELIMITED BY SIZE
006450         INTO WS-PRINT-LINE
006460     END-STRING.
006470     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
006480 2600-EXIT.
006490     EXIT.
006500 2610-CHECK-PRIOR-STEP.
006510     MOVE WS-PRIOR-NIGHT TO RCTL-RUN-DATE.
006520     MOVE WS-STEP-NAME (WS-STEP-SUB) TO RCTL-STEP-NAME.
006530     PERFORM 2100-READ-STEP-ROW THRU 2100-EXIT.
006540     IF WS-STEP-NOT-DONE AND NOT WS-LEDGER-FAILED
006550         SET WS-PRIOR-UNFINISHED TO TRUE
006560         MOVE WS-STEP-NAME (WS-STEP-SUB) TO WS-PRIOR-STEP
006570     END-IF.
006580 2610-EXIT.
006590     EXIT.
006600*****************************************************************
006610* 3000-PRINT-CHECKLIST - ONE PAGE: EVERY NIGHTLY STEP IN RUN
006620* ORDER WITH ITS STATUS, END TIME, RETURN CODE AND RECORDED
006630* COUNTS AND TOTALS, THEN THE NUMBER OF STEPS COMPLETED, THE
006640* HIGHEST RETURN CODE AND A VERDICT FOR THE HANDOVER.
006650*****************************************************************
006660 3000-PRINT-CHECKLIST.
006670     PERFORM 7100-WRITE-REPORT-HEADINGS THRU 7100-EXIT.
006680     PERFORM 3100-LIST-ONE-STEP THRU 3100-EXIT
006690         VARYING WS-STEP-SUB FROM 1 BY 1
006700         UNTIL WS-STEP-SUB > WS-STEP-TAB-MAX
006710             OR WS-LEDGER-FAILED.
006720     IF WS-LEDGER-FAILED
006730         GO TO 3000-EXIT
006740     END-IF.
006750     PERFORM 7500-WRITE-HANDOVER-TOTALS THRU 7500-EXIT.
006760 3000-EXIT.
006770     EXIT.
006780 3100-LIST-ONE-STEP.
006790     MOVE WS-RUN-DATE TO RCTL-RUN-DATE.
006800     MOVE WS-STEP-NAME (WS-STEP-SUB) TO RCTL-STEP-NAME.
006810     PERFORM 2100-READ-STEP-ROW THRU 2100-EXIT.
006820     IF WS-LEDGER-FAILED
006830         GO TO 3100-EXIT
006840     END-IF.
006850     MOVE WS-STEP-NAME (WS-STEP-SUB) TO WS-RPT-DET-STEP.
006860     MOVE WS-STEP-JCL (WS-STEP-SUB) TO WS-RPT-DET-JCL.
006870     MOVE WS-STEP-FUNCTION (WS-STEP-SUB) TO WS-RPT-DET-FUNCTION.
006880     IF WS-STEP-NOT-DONE
006890         ADD 1 TO WS-OPEN-COUNT
006900         SET WS-NIGHT-INCOMPLETE TO TRUE
006910         MOVE 'NOT COMPLETED' TO WS-RPT-DET-STATUS
006920         MOVE SPACES TO WS-RPT-DET-ENDED
006930         MOVE SPACES TO WS-RPT-DET-RC
006940         WRITE PRINT-RECORD FROM WS-REPORT-DETAIL
006950             AFTER ADVANCING 2 LINES
006960         GO TO 3100-EXIT
006970     END-IF.
006980     ADD 1 TO WS-DONE-COUNT.
006990     IF RCTL-RETURN-CODE > WS-HIGH-RC
007000         MOVE RCTL-RETURN-CODE TO WS-HIGH-RC
007010     END-IF.
007020     MOVE 'COMPLETED' TO WS-RPT-DET-STATUS.
007030     MOVE RCTL-END-TIME TO WS-END-TIME.
007040     PERFORM 2200-EDIT-END-TIME THRU 2200-EXIT.
007050     MOVE WS-TIME-EDIT TO WS-RPT-DET-ENDED.
007060     MOVE RCTL-RETURN-CODE TO WS-RPT-DET-RC.
007070     WRITE PRINT-RECORD FROM WS-REPORT-DETAIL
007080         AFTER ADVANCING 2 LINES.
007090     PERFORM 3200-WRITE-STEP-FIGURES THRU 3200-EXIT.
007100 3100-EXIT.
007110     EXIT.
007120*****************************************************************
007130* 3200-WRITE-STEP-FIGURES - THE COUNTS LINE AND, FOR A STEP THAT
007140* RECORDS MONEY, THE TOTALS LINE, EACH FIGURE UNDER THE CAPTION
007150* THE STEP TABLE GIVES IT.  A FIGURE WITH NO CAPTION IS LEFT OFF.
007160*****************************************************************
007170 3200-WRITE-STEP-FIGURES.
007180     MOVE WS-STEP-CAPTION (WS-STEP-SUB, 1) TO WS-RPT-CNT-CAP-1.
007190     MOVE RCTL-COUNT-1 TO WS-RPT-CNT-VAL-1.
007200     MOVE WS-STEP-CAPTION (WS-STEP-SUB, 2) TO WS-RPT-CNT-CAP-2.
007210     MOVE RCTL-COUNT-2 TO WS-RPT-CNT-VAL-2.
007220     MOVE WS-STEP-CAPTION (WS-STEP-SUB, 3) TO WS-RPT-CNT-CAP-3.
007230     MOVE RCTL-COUNT-3 TO WS-RPT-CNT-VAL-3.
007240     IF WS-RPT-CNT-CAP-3 = SPACES
007250         MOVE SPACES TO WS-RPT-CNT-VAL-3-X
007260     END-IF.
007270     WRITE PRINT-RECORD FROM WS-REPORT-COUNTS
007280         AFTER ADVANCING 1 LINE.
007290     IF WS-STEP-CAPTION (WS-STEP-SUB, 4) = SPACES
007300         GO TO 3200-EXIT
007310     END-IF.
007320     MOVE WS-STEP-CAPTION (WS-STEP-SUB, 4) TO WS-RPT-TOT-CAP-1.
007330     MOVE RCTL-TOTAL-1 TO WS-RPT-TOT-VAL-1.
007340     MOVE WS-STEP-CAPTION (WS-STEP-SUB, 5) TO WS-RPT-TOT-CAP-2.
007350     MOVE RCTL-TOTAL-2 TO WS-RPT-TOT-VAL-2.
007360     IF WS-RPT-TOT-CAP-2 = SPACES
007370         MOVE SPACES TO WS-RPT-TOT-VAL-2-X
007380     END-IF.
007390     WRITE PRINT-RECORD FROM WS-REPORT-TOTALS
007400         AFTER ADVANCING 1 LINE.
007410 3200-EXIT.
007420     EXIT.
007430*****************************************************************
007440* 7100-WRITE-REPORT-HEADINGS - TITLE LINE WITH THE RUN DATE
007450* BEING REPORTED AND WHEN THE CHECKLIST WAS PRINTED, THEN THE
007460* COLUMN CAPTIONS.
007470*****************************************************************
007480 7100-WRITE-REPORT-HEADINGS.
007490     MOVE WS-RUN-YYYY TO WS-RPT-HDG-YYYY.
007500     MOVE WS-RUN-MM TO WS-RPT-HDG-MM.
007510     MOVE WS-RUN-DD TO WS-RPT-HDG-DD.
007520     MOVE WS-TODAY-YYYY TO WS-RPT-HDG-P-YYYY.
007530     MOVE WS-TODAY-MM TO WS-RPT-HDG-P-MM.
007540     MOVE WS-TODAY-DD TO WS-RPT-HDG-P-DD.
007550     MOVE WS-NOW-HH TO WS-RPT-HDG-P-HH.
007560     MOVE WS-NOW-MM TO WS-RPT-HDG-P-MIN.
007570     WRITE PRINT-RECORD FROM WS-REPORT-HEADING-1
007580         AFTER ADVANCING PAGE.
007590     WRITE PRINT-RECORD FROM WS-REPORT-HEADING-2
007600         AFTER ADVANCING 2 LINES.
007610 7100-EXIT.
007620     EXIT.
007630*****************************************************************
007640* 7500-WRITE-HANDOVER-TOTALS - STEPS COMPLETED, THE HIGHEST
007650* RETURN CODE RECORDED, AND THE VERDICT.
007660*****************************************************************
007670 7500-WRITE-HANDOVER-TOTALS.
007680     MOVE WS-DONE-COUNT TO WS-COUNT-DISPLAY.
007690     MOVE SPACES TO WS-PRINT-LINE.
007700     STRING 'STEPS COMPLETED: ' DELIMITED BY SIZE
007710         WS-COUNT-DISPLAY DELIMITED BY SIZE
007720         ' OF 8' DELIMITED BY SIZE
007730         '     HIGHEST RETURN CODE RECORDED: ' DELIMITED BY SIZE
007740         WS-HIGH-RC DELIMITED BY SIZE
007750         INTO WS-PRINT-LINE
007760     END-STRING.
007770     WRITE PRINT-RECORD FROM WS-PRINT-LINE
007780         AFTER ADVANCING 3 LINES.
007790     MOVE SPACES TO WS-PRINT-LINE.
007800     IF WS-NIGHT-INCOMPLETE
007810         MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY
007820         STRING 'NIGHT INCOMPLETE - ' DELIMITED BY SIZE
007830             WS-COUNT-DISPLAY DELIMITED BY SIZE
007840             ' STEP(S) NOT COMPLETED - RERUN WITH NUMBRERN'
007850             DELIMITED BY SIZE
007860             ' ONCE THE CAUSE IS PUT RIGHT' DELIMITED BY SIZE
007870             INTO WS-PRINT-LINE
007880         END-STRING
007890     ELSE
007900         STRING 'NIGHT COMPLETE - EVERY STEP RECORDED ITS '
007910             DELIMITED BY SIZE
007920             'COMPLETION' DELIMITED BY SIZE
007930             INTO WS-PRINT-LINE
007940         END-STRING
007950     END-IF.
007960     WRITE PRINT-RECORD FROM WS-PRINT-LINE
007970         AFTER ADVANCING 2 LINES.
007980 7500-EXIT.
007990     EXIT.
008000*****************************************************************
008010* 8000-TERMINATE - SET THE RETURN CODE AND CLOSE FILES.  A BAD
008020* PARM, AN UNREADABLE CLUSTER OR AN OPEN REFUSED OVER AN
008030* UNFINISHED NIGHT RETURNS 8.  A CHECK OR AN OPEN
008040* RETURNS 4 WHEN THE STEP HAS COMPLETED; A CHECKLIST RETURNS 4
008050* WHEN ANY STEP HAS NOT.
008060*****************************************************************
008070 8000-TERMINATE.
008080     IF WS-PARM-BAD OR WS-LEDGER-FAILED OR WS-PRIOR-UNFINISHED
008090         MOVE 8 TO RETURN-CODE
008100     ELSE
008110     IF ((WS-CHECK-MODE OR WS-OPEN-MODE) AND WS-STEP-DONE)
008120         OR (WS-LIST-MODE AND WS-NIGHT-INCOMPLETE)
008130         MOVE 4 TO RETURN-CODE
008140     ELSE
008150         MOVE 0 TO RETURN-CODE
008160     END-IF
008170     END-IF.
008180     IF WS-LEDGER-OPEN
008190         CLOSE RUNCTL-FILE
008200     END-IF.
008210     CLOSE PRINT-FILE.
008220 8000-EXIT.
008230     EXIT.
