000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  GLMAPMNT.
000030 AUTHOR.  R HARMON.
000040 INSTALLATION.  NUMERIC RECONCILIATION - BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* EFFECTIVE-DATED GENERAL-LEDGER MAPPING FILE MAINTENANCE, IN
000090* THE SPIRIT OF THE CODE-FILE AND RATE-FILE MAINTENANCE RUNS.
000100* EACH CARD NAMES AN ACTION, A TRANSACTION CODE, A JOURNAL LEG
000110* (P PRINCIPAL, R RETURN, F FEE, I INTEREST) AND AN EFFECTIVE
000120* DATE, AND ON AN ADD THE ACCOUNTS THE LEG DEBITS AND CREDITS.
000130* AN ADD APPENDS A NEW EFFECTIVE ROW - THE HISTORY ROWS STAY ON
000140* FILE, WHICH IS WHAT LETS A RECALL REVERSE A BATCH AGAINST THE
000150* ACCOUNTS IT WAS ORIGINALLY POSTED TO - AND A DELETE RETIRES A
000160* FUTURE-DATED ROW KEYED IN ERROR.  ROWS ALREADY IN FORCE CANNOT
000170* BE DELETED - HISTORY IS NEVER REWRITTEN.  EVERY APPLIED CHANGE
000180* LEAVES A RECORD ON THE AUDIT TRAIL AND EVERY CARD LEAVES A
000190* DISPOSITION LINE ON THE REPORT.
000200*****************************************************************
000210* MODIFICATION HISTORY
000220*-----------------------------------------------------------
000230* DATE       INIT  DESCRIPTION
000240*-----------------------------------------------------------
000250* 10/15/26    RH   ORIGINAL PROGRAM.  THE JOURNAL EXTRACT
000260*                  POSTED EVERY CODE TO THE SAME SIX LEDGER
000270*                  ACCOUNTS, AND THE ACCOUNTING GROUP
000280*                  RECLASSED THE DIFFERENCES BY HAND EACH
000290*                  MORNING.
000300*-----------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT MAP-FILE ASSIGN TO GLMAPIN
000350         ORGANIZATION IS SEQUENTIAL.
000360     SELECT MNT-FILE ASSIGN TO MNTIN
000370         ORGANIZATION IS SEQUENTIAL.
000380     SELECT NEW-MAP-FILE ASSIGN TO GLMAPOUT
000390         ORGANIZATION IS SEQUENTIAL.
000400     SELECT AUDIT-FILE ASSIGN TO AUDTOUT
000410         ORGANIZATION IS SEQUENTIAL.
000420     SELECT PRINT-FILE ASSIGN TO RPTOUT
000430         ORGANIZATION IS SEQUENTIAL.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  MAP-FILE
000470     RECORDING MODE IS F
000480     LABEL RECORDS ARE STANDARD.
000490     COPY GLMAP.
000500 FD  MNT-FILE
000510     RECORDING MODE IS F
000520     LABEL RECORDS ARE STANDARD.
000530 01  MNT-RECORD.
000540     05  MNT-ACTION           PIC X(01).
000550         88  MNT-ADD                   VALUE 'A'.
000560         88  MNT-DELETE                VALUE 'D'.
000570     05  MNT-CODE             PIC X(04).
000580     05  MNT-CODE-NUM REDEFINES MNT-CODE
000590                              PIC 9(04).
000600     05  MNT-LEG              PIC X(01).
000610         88  MNT-VALID-LEG             VALUE 'P' 'R' 'F' 'I'.
000620     05  MNT-EFF-DATE         PIC X(08).
000630     05  MNT-EFF-DATE-NUM REDEFINES MNT-EFF-DATE
000640                              PIC 9(08).
000650     05  MNT-EFF-PARTS REDEFINES MNT-EFF-DATE.
000660         10  MNT-EFF-YYYY     PIC 9(04).
000670         10  MNT-EFF-MM       PIC 9(02).
000680         10  MNT-EFF-DD       PIC 9(02).
000690     05  MNT-DR-ACCOUNT       PIC X(08).
000700     05  MNT-CR-ACCOUNT       PIC X(08).
000710     05  FILLER               PIC X(50).
000720 FD  NEW-MAP-FILE
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750 01  NEW-MAP-RECORD.
000760     05  NEW-MAP-CODE         PIC 9(04).
000770     05  NEW-MAP-LEG          PIC X(01).
000780     05  NEW-MAP-EFF-DATE     PIC 9(08).
000790     05  NEW-MAP-DR-ACCOUNT   PIC X(08).
000800     05  NEW-MAP-CR-ACCOUNT   PIC X(08).
000810     05  FILLER               PIC X(51).
000820 FD  AUDIT-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 01  AUDIT-RECORD.
000860     05  AUDIT-DATE           PIC 9(08).
000870     05  AUDIT-ACTION         PIC X(01).
000880     05  AUDIT-CODE           PIC 9(04).
000890     05  AUDIT-LEG            PIC X(01).
000900     05  AUDIT-EFF-DATE       PIC 9(08).
000910     05  AUDIT-DR-ACCOUNT     PIC X(08).
000920     05  AUDIT-CR-ACCOUNT     PIC X(08).
000930     05  FILLER               PIC X(42).
000940 FD  PRINT-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE OMITTED.
000970 01  PRINT-RECORD                 PIC X(80).
000980 WORKING-STORAGE SECTION.
000990 01  WS-SWITCHES.
001000     05  WS-MNT-EOF-SW        PIC X(01)      VALUE 'N'.
001010         88  WS-MNT-EOF                      VALUE 'Y'.
001020     05  WS-MAP-EOF-SW        PIC X(01)      VALUE 'N'.
001030         88  WS-MAP-EOF                      VALUE 'Y'.
001040     05  WS-ROW-FOUND-SW      PIC X(01)      VALUE 'N'.
001050         88  WS-ROW-FOUND                    VALUE 'Y'.
001060         88  WS-ROW-NOT-FOUND                VALUE 'N'.
001070     05  WS-LOAD-FAILED-SW    PIC X(01)      VALUE 'N'.
001080         88  WS-LOAD-FAILED                  VALUE 'Y'.
001090 01  WS-PRINT-LINE                PIC X(80).
001100 01  WS-MAP-TABLE-AREA.
001110     05  WS-MAP-TAB-COUNT     PIC S9(04) COMP VALUE ZERO.
001120     05  WS-MAP-TAB-ENTRY     OCCURS 800 TIMES.
001130         10  WS-MAP-TAB-CODE  PIC 9(04).
001140         10  WS-MAP-TAB-LEG   PIC X(01).
001150         10  WS-MAP-TAB-EFF   PIC 9(08).
001160         10  WS-MAP-TAB-DR    PIC X(08).
001170         10  WS-MAP-TAB-CR    PIC X(08).
001180         10  WS-MAP-DEL-SW    PIC X(01).
001190             88  WS-MAP-ROW-DELETED      VALUE 'Y'.
001200 01  WS-MAP-SUB                   PIC S9(04) COMP VALUE ZERO.
001210 01  WS-MAP-HIT-SUB               PIC S9(04) COMP VALUE ZERO.
001220 01  WS-COUNTERS.
001230     05  WS-CARDS-READ            PIC 9(05) COMP-3 VALUE ZERO.
001240     05  WS-CARDS-APPLIED         PIC 9(05) COMP-3 VALUE ZERO.
001250     05  WS-CARDS-REJECTED        PIC 9(05) COMP-3 VALUE ZERO.
001260     05  WS-MAP-ROWS-WRITTEN      PIC 9(05) COMP-3 VALUE ZERO.
001270     05  WS-COUNT-DISPLAY         PIC ZZ,ZZ9.
001280 01  WS-NIGHTLY-TABLE-LIMIT       PIC S9(04) COMP VALUE 400.
001290 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
001300 01  WS-REJECT-REASON             PIC X(35) VALUE SPACES.
001310 PROCEDURE DIVISION.
001320 0000-MAINLINE.
001330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001340     PERFORM 2000-PROCESS-MNT-CARD THRU 2000-EXIT
001350         UNTIL WS-MNT-EOF OR WS-LOAD-FAILED.
001360     PERFORM 7000-WRITE-NEW-FILE THRU 7000-EXIT.
001370     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001380     GOBACK.
001390*****************************************************************
001400* 1000-INITIALIZE - OPEN FILES, LOAD THE MAPPING FILE INTO ITS
001410* TABLE AND PRIME THE CARD READ.
001420*****************************************************************
001430 1000-INITIALIZE.
001440     OPEN INPUT MAP-FILE.
001450     OPEN INPUT MNT-FILE.
001460     OPEN OUTPUT NEW-MAP-FILE.
001470     OPEN OUTPUT AUDIT-FILE.
001480     OPEN OUTPUT PRINT-FILE.
001490     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001500     PERFORM 1100-LOAD-MAP-TABLE THRU 1100-EXIT.
001510     PERFORM 2100-READ-MNT-CARD THRU 2100-EXIT.
001520 1000-EXIT.
001530     EXIT.
001540*****************************************************************
001550* 1100-LOAD-MAP-TABLE - READ THE CURRENT MAPPING FILE INTO THE
001560* MAINTENANCE TABLE.  THE TABLE HOLDS 800 ROWS - TWICE WHAT THE
001570* NIGHTLY PROGRAMS LOAD - SO THE MAINTENANCE SIDE IS NEVER THE
001580* CEILING.  A FILE BIGGER THAN THE TABLE FAILS THE RUN OUTRIGHT
001590* RATHER THAN QUIETLY DROPPING ROWS.
001600*****************************************************************
001610 1100-LOAD-MAP-TABLE.
001620     PERFORM 1150-READ-MAP-RECORD THRU 1150-EXIT.
001630     PERFORM 1160-STORE-MAP-ROW THRU 1160-EXIT
001640         UNTIL WS-MAP-EOF OR WS-LOAD-FAILED.
001650     CLOSE MAP-FILE.
001660 1100-EXIT.
001670     EXIT.
001680 1150-READ-MAP-RECORD.
001690     READ MAP-FILE
001700         AT END
001710             SET WS-MAP-EOF TO TRUE
001720             GO TO 1150-EXIT
001730     END-READ.
001740 1150-EXIT.
001750     EXIT.
001760 1160-STORE-MAP-ROW.
001770     IF WS-MAP-TAB-COUNT >= 800
001780         SET WS-LOAD-FAILED TO TRUE
001790         MOVE SPACES TO WS-PRINT-LINE
001800         STRING 'GL MAPPING FILE EXCEEDS TABLE - RUN ABANDONED'
001810             DELIMITED BY SIZE INTO WS-PRINT-LINE
001820         END-STRING
001830         WRITE PRINT-RECORD FROM WS-PRINT-LINE
001840         GO TO 1160-EXIT
001850     END-IF.
001860     ADD 1 TO WS-MAP-TAB-COUNT.
001870     MOVE GLMAP-CODE TO WS-MAP-TAB-CODE (WS-MAP-TAB-COUNT).
001880     MOVE GLMAP-LEG TO WS-MAP-TAB-LEG (WS-MAP-TAB-COUNT).
001890     MOVE GLMAP-EFF-DATE TO WS-MAP-TAB-EFF (WS-MAP-TAB-COUNT).
001900     MOVE GLMAP-DR-ACCOUNT TO WS-MAP-TAB-DR (WS-MAP-TAB-COUNT).
001910     MOVE GLMAP-CR-ACCOUNT TO WS-MAP-TAB-CR (WS-MAP-TAB-COUNT).
001920     MOVE 'N' TO WS-MAP-DEL-SW (WS-MAP-TAB-COUNT).
001930     PERFORM 1150-READ-MAP-RECORD THRU 1150-EXIT.
001940 1160-EXIT.
001950     EXIT.
001960*****************************************************************
001970* 2000-PROCESS-MNT-CARD - VALIDATE ONE MAINTENANCE CARD AND
001980* APPLY IT.  EVERY CARD LEAVES A REPORT LINE - APPLIED, OR THE
001990* REASON IT WAS REJECTED.
002000*****************************************************************
002010 2000-PROCESS-MNT-CARD.
002020     ADD 1 TO WS-CARDS-READ.
002030     MOVE SPACES TO WS-REJECT-REASON.
002040     PERFORM 2250-VALIDATE-MNT-CARD THRU 2250-EXIT.
002050     IF WS-REJECT-REASON = SPACES
002060         IF MNT-ADD
002070             PERFORM 2300-APPLY-MAP-ADD THRU 2300-EXIT
002080         ELSE
002090             PERFORM 2350-APPLY-MAP-DELETE THRU 2350-EXIT
002100         END-IF
002110     END-IF.
002120     IF WS-REJECT-REASON = SPACES
002130         ADD 1 TO WS-CARDS-APPLIED
002140     ELSE
002150         ADD 1 TO WS-CARDS-REJECTED
002160     END-IF.
002170     PERFORM 2700-WRITE-REPORT-LINE THRU 2700-EXIT.
002180     PERFORM 2100-READ-MNT-CARD THRU 2100-EXIT.
002190 2000-EXIT.
002200     EXIT.
002210*****************************************************************
002220* 2100-READ-MNT-CARD - READ THE NEXT MAINTENANCE CARD.
002230*****************************************************************
002240 2100-READ-MNT-CARD.
002250     READ MNT-FILE
002260         AT END
002270             SET WS-MNT-EOF TO TRUE
002280             GO TO 2100-EXIT
002290     END-READ.
002300 2100-EXIT.
002310     EXIT.
002320*****************************************************************
002330* 2200-FIND-MAP-ROW - SERIAL SCAN OF THE MAPPING TABLE FOR THE
002340* CARD'S CODE, LEG AND EFFECTIVE DATE, SKIPPING ROWS ALREADY
002350* DELETED THIS RUN.  ADDS LAND AT THE BACK, SO THE TABLE IS NOT
002360* IN SORTED ORDER AND A BINARY SEARCH DOES NOT APPLY.
002370*****************************************************************
002380 2200-FIND-MAP-ROW.
002390     SET WS-ROW-NOT-FOUND TO TRUE.
002400     MOVE ZERO TO WS-MAP-HIT-SUB.
002410     PERFORM 2210-TEST-ONE-MAP-ROW THRU 2210-EXIT
002420         VARYING WS-MAP-SUB FROM 1 BY 1
002430         UNTIL WS-MAP-SUB > WS-MAP-TAB-COUNT
002440             OR WS-ROW-FOUND.
002450 2200-EXIT.
002460     EXIT.
002470 2210-TEST-ONE-MAP-ROW.
002480     IF WS-MAP-TAB-CODE (WS-MAP-SUB) = MNT-CODE-NUM
002490         AND WS-MAP-TAB-LEG (WS-MAP-SUB) = MNT-LEG
002500         AND WS-MAP-TAB-EFF (WS-MAP-SUB) = MNT-EFF-DATE-NUM
002510         AND NOT WS-MAP-ROW-DELETED (WS-MAP-SUB)
002520         SET WS-ROW-FOUND TO TRUE
002530         MOVE WS-MAP-SUB TO WS-MAP-HIT-SUB
002540     END-IF.
002550 2210-EXIT.
002560     EXIT.
002570*****************************************************************
002580* 2250-VALIDATE-MNT-CARD - EDIT CHECKS COMMON TO EVERY CARD: A
002590* RECOGNIZED ACTION AND LEG, A NUMERIC CODE, A PLAUSIBLE
002600* EFFECTIVE DATE, TWO DIFFERENT EIGHT-DIGIT ACCOUNTS ON ADDS,
002610* AND NO DELETES OF ROWS ALREADY IN FORCE - THE LEDGER HAS
002620* ALREADY BEEN POSTED AGAINST THEM.
002630*****************************************************************
002640 2250-VALIDATE-MNT-CARD.
002650     IF NOT MNT-ADD AND NOT MNT-DELETE
002660         MOVE 'ACTION NOT A OR D' TO WS-REJECT-REASON
002670         GO TO 2250-EXIT
002680     END-IF.
002690     IF MNT-CODE NOT NUMERIC
002700         MOVE 'CODE NOT FOUR NUMERIC DIGITS'
002710             TO WS-REJECT-REASON
002720         GO TO 2250-EXIT
002730     END-IF.
002740     IF NOT MNT-VALID-LEG
002750         MOVE 'LEG NOT P, R, F OR I' TO WS-REJECT-REASON
002760         GO TO 2250-EXIT
002770     END-IF.
002780     IF MNT-EFF-DATE NOT NUMERIC
002790         MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-REJECT-REASON
002800         GO TO 2250-EXIT
002810     END-IF.
002820     IF MNT-EFF-MM < 01 OR MNT-EFF-MM > 12
002830         OR MNT-EFF-DD < 01 OR MNT-EFF-DD > 31
002840         MOVE 'EFFECTIVE DATE NOT A REAL DATE'
002850             TO WS-REJECT-REASON
002860         GO TO 2250-EXIT
002870     END-IF.
002880     IF MNT-ADD
002890         IF MNT-DR-ACCOUNT NOT NUMERIC
002900             OR MNT-CR-ACCOUNT NOT NUMERIC
002910             MOVE 'ACCOUNTS NOT EIGHT NUMERIC DIGITS'
002920                 TO WS-REJECT-REASON
002930             GO TO 2250-EXIT
002940         END-IF
002950         IF MNT-DR-ACCOUNT = MNT-CR-ACCOUNT
002960             MOVE 'DEBIT AND CREDIT ACCOUNT THE SAME'
002970                 TO WS-REJECT-REASON
002980             GO TO 2250-EXIT
002990         END-IF
003000     END-IF.
003010     IF MNT-DELETE AND MNT-EFF-DATE-NUM NOT > WS-RUN-DATE
003020         MOVE 'ROW ALREADY IN FORCE - NOT DELETABLE'
003030             TO WS-REJECT-REASON
003040         GO TO 2250-EXIT
003050     END-IF.
003060 2250-EXIT.
003070     EXIT.
003080*****************************************************************
003090* 2300-APPLY-MAP-ADD - APPEND A NEW EFFECTIVE MAPPING ROW.  A
003100* ROW WITH THE SAME CODE, LEG AND EFFECTIVE DATE, OR A FULL
003110* TABLE, REFUSES THE CARD.
003120*****************************************************************
003130 2300-APPLY-MAP-ADD.
003140     PERFORM 2200-FIND-MAP-ROW THRU 2200-EXIT.
003150     IF WS-ROW-FOUND
003160         MOVE 'ROW ALREADY ON FILE' TO WS-REJECT-REASON
003170         GO TO 2300-EXIT
003180     END-IF.
003190     IF WS-MAP-TAB-COUNT >= 800
003200         MOVE 'MAPPING TABLE FULL' TO WS-REJECT-REASON
003210         GO TO 2300-EXIT
003220     END-IF.
003230     ADD 1 TO WS-MAP-TAB-COUNT.
003240     MOVE MNT-CODE-NUM TO WS-MAP-TAB-CODE (WS-MAP-TAB-COUNT).
003250     MOVE MNT-LEG TO WS-MAP-TAB-LEG (WS-MAP-TAB-COUNT).
003260     MOVE MNT-EFF-DATE-NUM
003270         TO WS-MAP-TAB-EFF (WS-MAP-TAB-COUNT).
003280     MOVE MNT-DR-ACCOUNT TO WS-MAP-TAB-DR (WS-MAP-TAB-COUNT).
003290     MOVE MNT-CR-ACCOUNT TO WS-MAP-TAB-CR (WS-MAP-TAB-COUNT).
003300     MOVE 'N' TO WS-MAP-DEL-SW (WS-MAP-TAB-COUNT).
003310     MOVE WS-MAP-TAB-COUNT TO WS-MAP-HIT-SUB.
003320     PERFORM 2600-WRITE-MAP-AUDIT THRU 2600-EXIT.
003330 2300-EXIT.
003340     EXIT.
003350*****************************************************************
003360* 2350-APPLY-MAP-DELETE - RETIRE A FUTURE-DATED MAPPING ROW
003370* KEYED IN ERROR.  THE VALIDATION HAS ALREADY REFUSED DELETES
003380* OF ROWS IN FORCE.
003390*****************************************************************
003400 2350-APPLY-MAP-DELETE.
003410     PERFORM 2200-FIND-MAP-ROW THRU 2200-EXIT.
003420     IF WS-ROW-NOT-FOUND
003430         MOVE 'ROW NOT ON FILE' TO WS-REJECT-REASON
003440         GO TO 2350-EXIT
003450     END-IF.
003460     MOVE 'Y' TO WS-MAP-DEL-SW (WS-MAP-HIT-SUB).
003470     PERFORM 2600-WRITE-MAP-AUDIT THRU 2600-EXIT.
003480 2350-EXIT.
003490     EXIT.
003500*****************************************************************
003510* 2600-WRITE-MAP-AUDIT - ONE AUDIT RECORD PER APPLIED CHANGE,
003520* CARRYING THE ROW'S ACCOUNTS.
003530*****************************************************************
003540 2600-WRITE-MAP-AUDIT.
003550     MOVE SPACES TO AUDIT-RECORD.
003560     MOVE WS-RUN-DATE TO AUDIT-DATE.
003570     MOVE MNT-ACTION TO AUDIT-ACTION.
003580     MOVE WS-MAP-TAB-CODE (WS-MAP-HIT-SUB) TO AUDIT-CODE.
003590     MOVE WS-MAP-TAB-LEG (WS-MAP-HIT-SUB) TO AUDIT-LEG.
003600     MOVE WS-MAP-TAB-EFF (WS-MAP-HIT-SUB) TO AUDIT-EFF-DATE.
003610     MOVE WS-MAP-TAB-DR (WS-MAP-HIT-SUB) TO AUDIT-DR-ACCOUNT.
003620     MOVE WS-MAP-TAB-CR (WS-MAP-HIT-SUB) TO AUDIT-CR-ACCOUNT.
003630     WRITE AUDIT-RECORD.
003640 2600-EXIT.
003650     EXIT.
003660*****************************************************************
003670* 2700-WRITE-REPORT-LINE - ONE LINE PER CARD WITH ITS
003680* DISPOSITION.
003690*****************************************************************
003700 2700-WRITE-REPORT-LINE.
003710     MOVE SPACES TO WS-PRINT-LINE.
003720     IF WS-REJECT-REASON = SPACES
003730         STRING 'APPLIED  ' DELIMITED BY SIZE
003740             MNT-ACTION DELIMITED BY SIZE
003750             ' ' DELIMITED BY SIZE
003760             MNT-CODE DELIMITED BY SIZE
003770             ' ' DELIMITED BY SIZE
003780             MNT-LEG DELIMITED BY SIZE
003790             ' ' DELIMITED BY SIZE
003800             MNT-EFF-DATE DELIMITED BY SIZE
003810             ' ' DELIMITED BY SIZE
003820             MNT-DR-ACCOUNT DELIMITED BY SIZE
003830             ' ' DELIMITED BY SIZE
003840             MNT-CR-ACCOUNT DELIMITED BY SIZE
003850             INTO WS-PRINT-LINE
003860         END-STRING
003870     ELSE
003880         STRING 'REJECTED ' DELIMITED BY SIZE
003890             MNT-ACTION DELIMITED BY SIZE
003900             ' ' DELIMITED BY SIZE
003910             MNT-CODE DELIMITED BY SIZE
003920             ' ' DELIMITED BY SIZE
003930             MNT-LEG DELIMITED BY SIZE
003940             ' ' DELIMITED BY SIZE
003950             WS-REJECT-REASON DELIMITED BY SIZE
003960             INTO WS-PRINT-LINE
003970         END-STRING
003980     END-IF.
003990     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
004000 2700-EXIT.
004010     EXIT.
004020*****************************************************************
004030* 7000-WRITE-NEW-FILE - WRITE EVERY SURVIVING ROW OF THE TABLE
004040* TO THE NEW FILE AND PRINT THE RUN TOTALS.  AN ABANDONED LOAD
004050* WRITES NOTHING - A TRUNCATED FILE MUST NEVER LOOK LIKE A
004060* COMPLETE ONE.  A SURVIVING COUNT BEYOND WHAT THE NIGHTLY
004070* TABLES HOLD IS FLAGGED - THE JOURNAL EXTRACT WOULD REFUSE ITS
004080* RUN.
004090*****************************************************************
004100 7000-WRITE-NEW-FILE.
004110     IF NOT WS-LOAD-FAILED
004120         PERFORM 7100-WRITE-ONE-MAP-ROW THRU 7100-EXIT
004130             VARYING WS-MAP-SUB FROM 1 BY 1
004140             UNTIL WS-MAP-SUB > WS-MAP-TAB-COUNT
004150     END-IF.
004160     MOVE WS-CARDS-READ TO WS-COUNT-DISPLAY.
004170     MOVE SPACES TO WS-PRINT-LINE.
004180     STRING 'CARDS READ:       ' DELIMITED BY SIZE
004190         WS-COUNT-DISPLAY DELIMITED BY SIZE
004200         INTO WS-PRINT-LINE
004210     END-STRING.
004220     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
004230     MOVE WS-CARDS-APPLIED TO WS-COUNT-DISPLAY.
004240     MOVE SPACES TO WS-PRINT-LINE.
004250     STRING 'CARDS APPLIED:    ' DELIMITED BY SIZE
004260         WS-COUNT-DISPLAY DELIMITED BY SIZE
004270         INTO WS-PRINT-LINE
004280     END-STRING.
004290     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
004300     MOVE WS-CARDS-REJECTED TO WS-COUNT-DISPLAY.
004310     MOVE SPACES TO WS-PRINT-LINE.
004320     STRING 'CARDS REJECTED:   ' DELIMITED BY SIZE
004330         WS-COUNT-DISPLAY DELIMITED BY SIZE
004340         INTO WS-PRINT-LINE
004350     END-STRING.
004360     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
004370     MOVE WS-MAP-ROWS-WRITTEN TO WS-COUNT-DISPLAY.
004380     MOVE SPACES TO WS-PRINT-LINE.
004390     STRING 'MAP ROWS WRITTEN: ' DELIMITED BY SIZE
004400         WS-COUNT-DISPLAY DELIMITED BY SIZE
004410         INTO WS-PRINT-LINE
004420     END-STRING.
004430     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
004440     IF WS-MAP-ROWS-WRITTEN > WS-NIGHTLY-TABLE-LIMIT
004450         MOVE SPACES TO WS-PRINT-LINE
004460         STRING 'WARNING - ROW COUNT EXCEEDS THE NIGHTLY '
004470             DELIMITED BY SIZE
004480             'TABLE LIMIT' DELIMITED BY SIZE
004490             INTO WS-PRINT-LINE
004500         END-STRING
004510         WRITE PRINT-RECORD FROM WS-PRINT-LINE
004520     END-IF.
004530 7000-EXIT.
004540     EXIT.
004550 7100-WRITE-ONE-MAP-ROW.
004560     IF WS-MAP-ROW-DELETED (WS-MAP-SUB)
004570         GO TO 7100-EXIT
004580     END-IF.
004590     MOVE SPACES TO NEW-MAP-RECORD.
004600     MOVE WS-MAP-TAB-CODE (WS-MAP-SUB) TO NEW-MAP-CODE.
004610     MOVE WS-MAP-TAB-LEG (WS-MAP-SUB) TO NEW-MAP-LEG.
004620     MOVE WS-MAP-TAB-EFF (WS-MAP-SUB) TO NEW-MAP-EFF-DATE.
004630     MOVE WS-MAP-TAB-DR (WS-MAP-SUB) TO NEW-MAP-DR-ACCOUNT.
004640     MOVE WS-MAP-TAB-CR (WS-MAP-SUB) TO NEW-MAP-CR-ACCOUNT.
004650     WRITE NEW-MAP-RECORD.
004660     ADD 1 TO WS-MAP-ROWS-WRITTEN.
004670 7100-EXIT.
004680     EXIT.
004690*****************************************************************
004700* 8000-TERMINATE - SET THE RETURN CODE AND CLOSE FILES.  A
004710* REJECTED CARD RETURNS 4 SO THE COPY-TO-LIVE STEP STILL RUNS;
004720* AN ABANDONED LOAD RETURNS 8 SO IT DOES NOT.
004730*****************************************************************
004740 8000-TERMINATE.
004750     IF WS-LOAD-FAILED
004760         MOVE 8 TO RETURN-CODE
004770     ELSE
004780     IF WS-CARDS-REJECTED > ZERO
004790         MOVE 4 TO RETURN-CODE
004800     ELSE
004810         MOVE 0 TO RETURN-CODE
004820     END-IF
004830     END-IF.
004840     CLOSE MNT-FILE.
004850     CLOSE NEW-MAP-FILE.
004860     CLOSE AUDIT-FILE.
004870     CLOSE PRINT-FILE.
004880 8000-EXIT.
004890     EXIT.
