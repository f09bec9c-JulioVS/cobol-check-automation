000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  READYCHK.
000030 AUTHOR.  R HARMON.
000040 INSTALLATION.  NUMERIC RECONCILIATION - BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* NIGHTLY REFERENCE-DATA READINESS CHECK.  RUNS AT THE TOP OF
000090* THE NIGHTLY JOB, AND ON DEMAND AFTER CODE OR RATE MAINTENANCE,
000100* TO PROVE THE TABLES THE NIGHT PRICES FROM BEFORE ANYTHING IS
000110* PRICED:
000120*   - EVERY CODE ON THE CODE TABLE HAS AN INTEREST-RATE ROW AND
000130*     A FEE-RATE ROW IN FORCE ON THE NIGHT'S DATE AND A BILLING-
000140*     TERMS ROW;
000150*   - NO RATE, FEE OR TERMS ROW BELONGS TO A CODE THAT IS NOT ON
000160*     THE CODE TABLE;
000170*   - NO FILE HOLDS MORE ROWS THAN THE NIGHTLY PROGRAM THAT LOADS
000180*     IT CAN TAKE;
000190*   - THE NIGHT'S DATE IS ON THE BUSINESS CALENDAR, AND THE
000200*     CALENDAR STILL RUNS AT LEAST 60 DAYS BEYOND IT.
000210* THE NIGHT'S DATE IS TODAY'S DATE, OR PARM='YYYYMMDD' TO CHECK
000220* AHEAD FOR ANOTHER NIGHT.  A ROW WITHOUT A NUMERIC EFFECTIVE
000230* DATE COUNTS AS IN FORCE SINCE DAY ZERO, AS THE NIGHT LOADS IT.
000240* PRINTS THE GAP REPORT AND RETURNS 8 WHEN ANYTHING WOULD BREAK
000250* THE NIGHT (A CODE NOT COVERED, A FILE TOO BIG, AN EMPTY CODE
000260* TABLE, OR THE DATE MISSING FROM THE CALENDAR), 4 WHEN THERE
000270* ARE ONLY WARNINGS (ORPHAN ROWS, CALENDAR RUNNING SHORT), AND 0
000280* WHEN THE TABLES ARE READY.  A BAD PARM RETURNS 8.  NOTHING IS
000290* WRITTEN BACK.
000300*****************************************************************
000310* MODIFICATION HISTORY
000320*-----------------------------------------------------------
000330* DATE       INIT  DESCRIPTION
000340*-----------------------------------------------------------
000350* 10/15/26    RH   ORIGINAL PROGRAM.  A CODE ADDED WITHOUT ITS
000360*                  RATE, FEE AND TERMS ROWS USED TO SHOW UP THE
000370*                  NEXT MORNING AS RATE AND UNPRICED EXCEPTIONS
000380*                  AND AN OUT-OF-BALANCE CERTIFICATE.
000390*-----------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CODE-FILE ASSIGN TO CODEIN
000440         ORGANIZATION IS SEQUENTIAL.
000450     SELECT RATE-FILE ASSIGN TO RATEIN
000460         ORGANIZATION IS SEQUENTIAL.
000470     SELECT FEE-RATE-FILE ASSIGN TO FEERATE
000480         ORGANIZATION IS SEQUENTIAL.
000490     SELECT TERM-FILE ASSIGN TO BILLTERM
000500         ORGANIZATION IS SEQUENTIAL.
000510     SELECT CALENDAR-FILE ASSIGN TO CALIN
000520         ORGANIZATION IS SEQUENTIAL.
000530     SELECT PRINT-FILE ASSIGN TO RPTOUT
000540         ORGANIZATION IS SEQUENTIAL.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  CODE-FILE
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600 01  CODE-RECORD.
000610     05  CODE-TABLE-CODE      PIC 9(04).
000620     05  CODE-TABLE-DESC      PIC X(30).
000630     05  FILLER               PIC X(46).
000640 FD  RATE-FILE
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE STANDARD.
000670 01  RATE-RECORD.
000680     05  RATE-TABLE-CODE      PIC 9(04).
000690     05  RATE-TABLE-ANNUAL    PIC 9(02)V9(05).
000700     05  RATE-TABLE-EFF-DATE  PIC X(08).
000710     05  FILLER               PIC X(61).
000720 FD  FEE-RATE-FILE
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750 01  FEE-RATE-RECORD.
000760     05  FEE-RATE-CODE        PIC 9(04).
000770     05  FEE-RATE-PCT         PIC 9(02)V9(05).
000780     05  FEE-RATE-MIN         PIC 9(05)V99.
000790     05  FEE-RATE-MAX         PIC 9(05)V99.
000800     05  FEE-RATE-EFF-DATE    PIC X(08).
000810     05  FILLER               PIC X(47).
000820 FD  TERM-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 01  TERM-RECORD.
000860     05  TERM-CODE            PIC 9(04).
000870     05  TERM-PCT             PIC 9(02)V9(05).
000880     05  TERM-FLAT            PIC 9(05)V99.
000890     05  TERM-MIN             PIC 9(05)V99.
000900     05  TERM-MAX             PIC 9(05)V99.
000910     05  FILLER               PIC X(48).
000920 FD  CALENDAR-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950     COPY CALREC.
000960 FD  PRINT-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE OMITTED.
000990 01  PRINT-RECORD                 PIC X(132).
001000 WORKING-STORAGE SECTION.
001010*    THE TABLE SIZES OF THE NIGHTLY PROGRAMS THAT LOAD EACH FILE -
001020*    NUMBERS (CODES AND FEE ROWS), INTCALC (RATE ROWS) AND
001030*    BILLRUN (TERMS ROWS).  KEEP IN STEP WITH THOSE PROGRAMS.
001040 77  WS-CODE-TAB-MAX              PIC S9(04) COMP VALUE 50.
001050 77  WS-RATE-ROW-MAX              PIC S9(04) COMP VALUE 200.
001060 77  WS-FEE-ROW-MAX               PIC S9(04) COMP VALUE 200.
001070 77  WS-TERM-ROW-MAX              PIC S9(04) COMP VALUE 50.
001080 77  WS-CAL-WARN-DAYS             PIC 9(05) COMP-3 VALUE 60.
001090 01  WS-SWITCHES.
001100     05  WS-CODE-EOF-SW       PIC X(01)      VALUE 'N'.
001110         88  WS-CODE-EOF                     VALUE 'Y'.
001120     05  WS-RATE-EOF-SW       PIC X(01)      VALUE 'N'.
001130         88  WS-RATE-EOF                     VALUE 'Y'.
001140     05  WS-FEE-EOF-SW        PIC X(01)      VALUE 'N'.
001150         88  WS-FEE-EOF                      VALUE 'Y'.
001160     05  WS-TERM-EOF-SW       PIC X(01)      VALUE 'N'.
001170         88  WS-TERM-EOF                     VALUE 'Y'.
001180     05  WS-CAL-EOF-SW        PIC X(01)      VALUE 'N'.
001190         88  WS-CAL-EOF                      VALUE 'Y'.
001200     05  WS-PARM-BAD-SW       PIC X(01)      VALUE 'N'.
001210         88  WS-PARM-BAD                     VALUE 'Y'.
001220     05  WS-CODE-FOUND-SW     PIC X(01)      VALUE 'N'.
001230         88  WS-CODE-FOUND                   VALUE 'Y'.
001240         88  WS-CODE-NOT-FOUND               VALUE 'N'.
001250     05  WS-TONIGHT-ON-CAL-SW PIC X(01)      VALUE 'N'.
001260         88  WS-TONIGHT-ON-CAL               VALUE 'Y'.
001270 01  WS-PRINT-LINE                PIC X(132).
001280*    ONE ENTRY PER CODE ON THE CODE TABLE, WITH THE ROWS FOUND
001290*    FOR IT ON EACH FILE AND HOW MANY ARE IN FORCE TONIGHT.
001300 01  WS-CODE-TABLE-AREA.
001310     05  WS-CODE-COUNT        PIC S9(04) COMP VALUE ZERO.
001320     05  WS-CODE-ENTRY        OCCURS 50 TIMES.
001330         10  WS-CD-CODE       PIC 9(04).
001340         10  WS-CD-DESC       PIC X(30).
001350         10  WS-CD-RATE-ROWS  PIC 9(03) COMP-3.
001360         10  WS-CD-RATE-LIVE  PIC 9(03) COMP-3.
001370         10  WS-CD-FEE-ROWS   PIC 9(03) COMP-3.
001380         10  WS-CD-FEE-LIVE   PIC 9(03) COMP-3.
001390         10  WS-CD-TERM-ROWS  PIC 9(03) COMP-3.
001400 01  WS-CODE-SUB                  PIC S9(04) COMP VALUE ZERO.
001410 01  WS-CODE-HIT-SUB              PIC S9(04) COMP VALUE ZERO.
001420 01  WS-CHECK-WORK.
001430     05  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
001440     05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
001450         10  WS-RUN-YYYY          PIC 9(04).
001460         10  WS-RUN-MM            PIC 9(02).
001470         10  WS-RUN-DD            PIC 9(02).
001480     05  WS-PARM-TEXT             PIC X(08) VALUE SPACES.
001490     05  WS-LOOKUP-CODE           PIC 9(04) VALUE ZERO.
001500     05  WS-EFF-DATE              PIC 9(08) VALUE ZERO.
001510     05  WS-FILE-NAME             PIC X(08) VALUE SPACES.
001520     05  WS-CAL-LAST-DATE         PIC 9(08) VALUE ZERO.
001530     05  WS-CODE-DISP             PIC 9(04).
001540     05  WS-COUNT-DISP            PIC ZZ,ZZ9.
001550     05  WS-LIMIT-DISP            PIC ZZ,ZZ9.
001560 01  WS-CHECK-COUNTS.
001570     05  WS-RATE-ROW-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
001580     05  WS-FEE-ROW-COUNT         PIC 9(05) COMP-3 VALUE ZERO.
001590     05  WS-TERM-ROW-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
001600     05  WS-CODE-REC-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
001610     05  WS-CAL-FUTURE-DAYS       PIC 9(05) COMP-3 VALUE ZERO.
001620     05  WS-GAP-COUNT             PIC 9(05) COMP-3 VALUE ZERO.
001630     05  WS-WARN-COUNT            PIC 9(05) COMP-3 VALUE ZERO.
001640     05  WS-SECTION-COUNT         PIC 9(05) COMP-3 VALUE ZERO.
001650 01  WS-REGISTER-WORK.
001660     05  WS-RPT-PAGE-COUNT        PIC 9(03) COMP-3 VALUE ZERO.
001670     05  WS-RPT-LINE-COUNT        PIC 9(03) COMP-3 VALUE ZERO.
001680     05  WS-RPT-PAGE-SIZE         PIC 9(03) COMP-3 VALUE 55.
001690 01  WS-REPORT-HEADING-1.
001700     05  FILLER                   PIC X(01) VALUE SPACE.
001710     05  FILLER                   PIC X(48) VALUE
001720         'READYCHK REFERENCE-DATA READINESS CHECK'.
001730     05  FILLER                   PIC X(12) VALUE 'NIGHT OF: '.
001740     05  WS-RPT-HDG-DATE.
001750         10  WS-RPT-HDG-YYYY      PIC 9(04).
001760         10  FILLER               PIC X(01) VALUE '/'.
001770         10  WS-RPT-HDG-MM        PIC 9(02).
001780         10  FILLER               PIC X(01) VALUE '/'.
001790         10  WS-RPT-HDG-DD        PIC 9(02).
001800     05  FILLER                   PIC X(08) VALUE SPACES.
001810     05  FILLER                   PIC X(06) VALUE 'PAGE: '.
001820     05  WS-RPT-HDG-PAGE          PIC ZZ9.
001830     05  FILLER                   PIC X(44) VALUE SPACES.
001840 LINKAGE SECTION.
001850 01  LK-PARM-AREA.
001860     05  LK-PARM-LENGTH           PIC S9(04) COMP.
001870     05  LK-PARM-TEXT             PIC X(08).
001880 PROCEDURE DIVISION USING LK-PARM-AREA.
001890 0000-MAINLINE.
001900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001910     IF NOT WS-PARM-BAD
001920         PERFORM 1100-LOAD-CODE-TABLE THRU 1100-EXIT
001930         PERFORM 2000-CHECK-RATE-FILE THRU 2000-EXIT
001940         PERFORM 2200-CHECK-FEE-FILE THRU 2200-EXIT
001950         PERFORM 2400-CHECK-TERM-FILE THRU 2400-EXIT
001960         PERFORM 2600-CHECK-CODE-COVERAGE THRU 2600-EXIT
001970         PERFORM 2800-CHECK-CALENDAR THRU 2800-EXIT
001980         PERFORM 7000-WRITE-VERDICT THRU 7000-EXIT
001990     END-IF.
002000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002010     GOBACK.
002020*****************************************************************
002030* 1000-INITIALIZE - TAKE THE NIGHT'S DATE FROM THE SYSTEM CLOCK
002040* OR THE PARM, AND START THE REPORT.
002050*****************************************************************
002060 1000-INITIALIZE.
002070     OPEN OUTPUT PRINT-FILE.
002080     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002090*    ONLY THE BYTES THE PARM ACTUALLY SUPPLIED ARE LOOKED AT.
002100     MOVE SPACES TO WS-PARM-TEXT.
002110     IF LK-PARM-LENGTH > ZERO AND LK-PARM-LENGTH NOT > 8
002120         MOVE LK-PARM-TEXT (1:LK-PARM-LENGTH) TO WS-PARM-TEXT
002130     END-IF.
002140     IF WS-PARM-TEXT NOT = SPACES
002150         IF WS-PARM-TEXT NUMERIC
002160             MOVE WS-PARM-TEXT TO WS-RUN-DATE
002170         ELSE
002180             SET WS-PARM-BAD TO TRUE
002190         END-IF
002200     END-IF.
002210     MOVE WS-RUN-YYYY TO WS-RPT-HDG-YYYY.
002220     MOVE WS-RUN-MM TO WS-RPT-HDG-MM.
002230     MOVE WS-RUN-DD TO WS-RPT-HDG-DD.
002240     PERFORM 7100-WRITE-REPORT-HEADINGS THRU 7100-EXIT.
002250     IF WS-PARM-BAD
002260         MOVE SPACES TO WS-PRINT-LINE
002270         STRING 'NIGHT DATE IN PARM IS NOT YYYYMMDD: '
002280             DELIMITED BY SIZE
002290             WS-PARM-TEXT DELIMITED BY SIZE
002300             INTO WS-PRINT-LINE
002310         END-STRING
002320         PERFORM 7200-PRINT-LINE THRU 7200-EXIT
002330     END-IF.
002340 1000-EXIT.
002350     EXIT.
002360*****************************************************************
002370* 1100-LOAD-CODE-TABLE - ONE ENTRY PER CODE ON THE CODE TABLE.
002380* A CODE TABLE BIGGER THAN THE NIGHT'S, OR AN EMPTY ONE, IS A
002390* GAP - THE NIGHT WOULD DROP CODES OR PRICE NOTHING.
002400*****************************************************************
002410 1100-LOAD-CODE-TABLE.
002420     PERFORM 7300-START-SECTION THRU 7300-EXIT.
002430     MOVE 'CODE TABLE (CODETAB)' TO WS-PRINT-LINE (2:).
002440     PERFORM 7200-PRINT-LINE THRU 7200-EXIT.
002450     OPEN INPUT CODE-FILE.
002460     PERFORM 1150-READ-CODE THRU 1150-EXIT.
002470     PERFORM 1160-STORE-ONE-CODE THRU 1160-EXIT
002480         UNTIL WS-CODE-EOF.
002490     CLOSE CODE-FILE.
002500     IF WS-CODE-REC-COUNT = ZERO
002510         MOVE SPACES TO WS-PRINT-LINE
002520         STRING '   GAP:  CODE TABLE IS EMPTY - NOTHING WOULD '
002530             DELIMITED BY SIZE
002540             'VALIDATE OR PRICE' DELIMITED BY SIZE
002550             INTO WS-PRINT-LINE
002560         END-STRING
002570         PERFORM 7400-PRINT-GAP THRU 7400-EXIT
002580     END-IF.
002590     IF WS-CODE-REC-COUNT > WS-CODE-TAB-MAX
002600         MOVE 'CODETAB' TO WS-FILE-NAME
002610         MOVE WS-CODE-REC-COUNT TO WS-COUNT-DISP
002620         MOVE WS-CODE-TAB-MAX TO WS-LIMIT-DISP
002630         PERFORM 7500-PRINT-CAPACITY-GAP THRU 7500-EXIT
002640     END-IF.
002650     PERFORM 7350-END-SECTION THRU 7350-EXIT.
002660 1100-EXIT.
002670     EXIT.
002680 1150-READ-CODE.
002690     READ CODE-FILE
002700         AT END
002710             SET WS-CODE-EOF TO TRUE
002720             GO TO 1150-EXIT
002730     END-READ.
002740 1150-EXIT.
002750     EXIT.
002760 1160-STORE-ONE-CODE.
002770     ADD 1 TO WS-CODE-REC-COUNT.
002780     IF WS-CODE-COUNT >= WS-CODE-TAB-MAX
002790         GO TO 1160-READ-NEXT
002800     END-IF.
002810     ADD 1 TO WS-CODE-COUNT.
002820     MOVE CODE-TABLE-CODE TO WS-CD-CODE (WS-CODE-COUNT).
002830     MOVE CODE-TABLE-DESC TO WS-CD-DESC (WS-CODE-COUNT).
002840     MOVE ZERO TO WS-CD-RATE-ROWS (WS-CODE-COUNT).
002850     MOVE ZERO TO WS-CD-RATE-LIVE (WS-CODE-COUNT).
002860     MOVE ZERO TO WS-CD-FEE-ROWS (WS-CODE-COUNT).
002870     MOVE ZERO TO WS-CD-FEE-LIVE (WS-CODE-COUNT).
002880     MOVE ZERO TO WS-CD-TERM-ROWS (WS-CODE-COUNT).
002890 1160-READ-NEXT.
002900     PERFORM 1150-READ-CODE THRU 1150-EXIT.
002910 1160-EXIT.
002920     EXIT.
002930*****************************************************************
002940* 2000-CHECK-RATE-FILE - COUNT EACH CODE'S INTEREST-RATE ROWS AND
002950* THOSE IN FORCE TONIGHT, LISTING ANY ROW FOR A CODE NOT ON THE
002960* CODE TABLE.
002970*****************************************************************
002980 2000-CHECK-RATE-FILE.
002990     PERFORM 7300-START-SECTION THRU 7300-EXIT.
003000     MOVE 'INTEREST-RATE FILE (RATETAB)' TO WS-PRINT-LINE (2:).
003010     PERFORM 7200-PRINT-LINE THRU 7200-EXIT.
003020     MOVE 'RATETAB' TO WS-FILE-NAME.
003030     OPEN INPUT RATE-FILE.
003040     PERFORM 2050-READ-RATE THRU 2050-EXIT.
003050     PERFORM 2100-TALLY-ONE-RATE THRU 2100-EXIT
003060         UNTIL WS-RATE-EOF.
003070     CLOSE RATE-FILE.
003080     IF WS-RATE-ROW-COUNT > WS-RATE-ROW-MAX
003090         MOVE WS-RATE-ROW-COUNT TO WS-COUNT-DISP
003100         MOVE WS-RATE-ROW-MAX TO WS-LIMIT-DISP
003110         PERFORM 7500-PRINT-CAPACITY-GAP THRU 7500-EXIT
003120     END-IF.
003130     PERFORM 7350-END-SECTION THRU 7350-EXIT.
003140 2000-EXIT.
003150     EXIT.
003160 2050-READ-RATE.
003170     READ RATE-FILE
003180         AT END
003190             SET WS-RATE-EOF TO TRUE
003200             GO TO 2050-EXIT
003210     END-READ.
003220 2050-EXIT.
003230     EXIT.
003240 2100-TALLY-ONE-RATE.
003250     ADD 1 TO WS-RATE-ROW-COUNT.
003260     MOVE RATE-TABLE-CODE TO WS-LOOKUP-CODE.
003270     PERFORM 2900-FIND-CODE THRU 2900-EXIT.
003280     IF WS-CODE-NOT-FOUND
003290         PERFORM 7600-PRINT-ORPHAN THRU 7600-EXIT
003300         GO TO 2100-READ-NEXT
003310     END-IF.
003320     ADD 1 TO WS-CD-RATE-ROWS (WS-CODE-HIT-SUB).
003330     IF RATE-TABLE-EFF-DATE NUMERIC
003340         MOVE RATE-TABLE-EFF-DATE TO WS-EFF-DATE
003350     ELSE
003360         MOVE ZERO TO WS-EFF-DATE
003370     END-IF.
003380     IF WS-EFF-DATE <= WS-RUN-DATE
003390         ADD 1 TO WS-CD-RATE-LIVE (WS-CODE-HIT-SUB)
003400     END-IF.
003410 2100-READ-NEXT.
003420     PERFORM 2050-READ-RATE THRU 2050-EXIT.
003430 2100-EXIT.
003440     EXIT.
003450*****************************************************************
003460* 2200-CHECK-FEE-FILE - THE SAME FOR THE FEE-RATE ROWS.
003470*****************************************************************
003480 2200-CHECK-FEE-FILE.
003490     PERFORM 7300-START-SECTION THRU 7300-EXIT.
003500     MOVE 'FEE-RATE FILE (FEERATE)' TO WS-PRINT-LINE (2:).
003510     PERFORM 7200-PRINT-LINE THRU 7200-EXIT.
003520     MOVE 'FEERATE' TO WS-FILE-NAME.
003530     OPEN INPUT FEE-RATE-FILE.
003540     PERFORM 2250-READ-FEE THRU 2250-EXIT.
003550     PERFORM 2300-TALLY-ONE-FEE THRU 2300-EXIT
003560         UNTIL WS-FEE-EOF.
003570     CLOSE FEE-RATE-FILE.
003580     IF WS-FEE-ROW-COUNT > WS-FEE-ROW-MAX
003590         MOVE WS-FEE-ROW-COUNT TO WS-COUNT-DISP
003600         MOVE WS-FEE-ROW-MAX TO WS-LIMIT-DISP
003610         PERFORM 7500-PRINT-CAPACITY-GAP THRU 7500-EXIT
003620     END-IF.
003630     PERFORM 7350-END-SECTION THRU 7350-EXIT.
003640 2200-EXIT.
003650     EXIT.
003660 2250-READ-FEE.
003670     READ FEE-RATE-FILE
003680         AT END
003690             SET WS-FEE-EOF TO TRUE
003700             GO TO 2250-EXIT
003710     END-READ.
003720 2250-EXIT.
003730     EXIT.
003740 2300-TALLY-ONE-FEE.
003750     ADD 1 TO WS-FEE-ROW-COUNT.
003760     MOVE FEE-RATE-CODE TO WS-LOOKUP-CODE.
003770     PERFORM 2900-FIND-CODE THRU 2900-EXIT.
003780     IF WS-CODE-NOT-FOUND
003790         PERFORM 7600-PRINT-ORPHAN THRU 7600-EXIT
003800         GO TO 2300-READ-NEXT
003810     END-IF.
003820     ADD 1 TO WS-CD-FEE-ROWS (WS-CODE-HIT-SUB).
003830     IF FEE-RATE-EFF-DATE NUMERIC
003840         MOVE FEE-RATE-EFF-DATE TO WS-EFF-DATE
003850     ELSE
003860         MOVE ZERO TO WS-EFF-DATE
003870     END-IF.
003880     IF WS-EFF-DATE <= WS-RUN-DATE
003890         ADD 1 TO WS-CD-FEE-LIVE (WS-CODE-HIT-SUB)
003900     END-IF.
003910 2300-READ-NEXT.
003920     PERFORM 2250-READ-FEE THRU 2250-EXIT.
003930 2300-EXIT.
003940     EXIT.
003950*****************************************************************
003960* 2400-CHECK-TERM-FILE - THE SAME FOR THE BILLING-TERMS ROWS,
003970* WHICH CARRY NO EFFECTIVE DATE.
003980*****************************************************************
003990 2400-CHECK-TERM-FILE.
004000     PERFORM 7300-START-SECTION THRU 7300-EXIT.
004010     MOVE 'BILLING-TERMS FILE (BILLTERM)' TO WS-PRINT-LINE (2:).
004020     PERFORM 7200-PRINT-LINE THRU 7200-EXIT.
004030     MOVE 'BILLTERM' TO WS-FILE-NAME.
004040     OPEN INPUT TERM-FILE.
004050     PERFORM 2450-READ-TERM THRU 2450-EXIT.
004060     PERFORM 2500-TALLY-ONE-TERM THRU 2500-EXIT
004070         UNTIL WS-TERM-EOF.
004080     CLOSE TERM-FILE.
004090     IF WS-TERM-ROW-COUNT > WS-TERM-ROW-MAX
004100         MOVE WS-TERM-ROW-COUNT TO WS-COUNT-DISP
004110         MOVE WS-TERM-ROW-MAX TO WS-LIMIT-DISP
004120         PERFORM 7500-PRINT-CAPACITY-GAP THRU 7500-EXIT
004130     END-IF.
004140     PERFORM 7350-END-SECTION THRU 7350-EXIT.
004150 2400-EXIT.
004160     EXIT.
004170 2450-READ-TERM.
004180     READ TERM-FILE
004190         AT END
004200             SET WS-TERM-EOF TO TRUE
004210             GO TO 2450-EXIT
004220     END-READ.
004230 2450-EXIT.
004240     EXIT.
004250 2500-TALLY-ONE-TERM.
004260     ADD 1 TO WS-TERM-ROW-COUNT.
004270     MOVE TERM-CODE TO WS-LOOKUP-CODE.
004280     PERFORM 2900-FIND-CODE THRU 2900-EXIT.
004290     IF WS-CODE-NOT-FOUND
004300         PERFORM 7600-PRINT-ORPHAN THRU 7600-EXIT
004310         GO TO 2500-READ-NEXT
004320     END-IF.
004330     ADD 1 TO WS-CD-TERM-ROWS (WS-CODE-HIT-SUB).
004340 2500-READ-NEXT.
004350     PERFORM 2450-READ-TERM THRU 2450-EXIT.
004360 2500-EXIT.
004370     EXIT.
004380*****************************************************************
004390* 2600-CHECK-CODE-COVERAGE - ONE GAP LINE FOR EACH CODE MISSING
004400* A RATE ROW IN FORCE, A FEE ROW IN FORCE OR A TERMS ROW.  A CODE
004410* WHOSE ONLY ROWS TAKE EFFECT AFTER TONIGHT IS SHOWN AS SUCH.
004420*****************************************************************
004430 2600-CHECK-CODE-COVERAGE.
004440     PERFORM 7300-START-SECTION THRU 7300-EXIT.
004450     MOVE 'CODE COVERAGE' TO WS-PRINT-LINE (2:).
004460     PERFORM 7200-PRINT-LINE THRU 7200-EXIT.
004470     PERFORM 2650-CHECK-ONE-CODE THRU 2650-EXIT
004480         VARYING WS-CODE-SUB FROM 1 BY 1
004490         UNTIL WS-CODE-SUB > WS-CODE-COUNT.
004500     PERFORM 7350-END-SECTION THRU 7350-EXIT.
004510 2600-EXIT.
004520     EXIT.
004530 2650-CHECK-ONE-CODE.
004540     MOVE WS-CD-CODE (WS-CODE-SUB) TO WS-CODE-DISP.
004550     IF WS-CD-RATE-ROWS (WS-CODE-SUB) = ZERO
004560         MOVE SPACES TO WS-PRINT-LINE
004570         STRING '   GAP:  CODE ' DELIMITED BY SIZE
004580             WS-CODE-DISP DELIMITED BY SIZE
004590             ' ' DELIMITED BY SIZE
004600             WS-CD-DESC (WS-CODE-SUB) DELIMITED BY SIZE
004610             ' HAS NO INTEREST-RATE ROW' DELIMITED BY SIZE
004620             INTO WS-PRINT-LINE
004630         END-STRING
004640         PERFORM 7400-PRINT-GAP THRU 7400-EXIT
004650     ELSE
004660     IF WS-CD-RATE-LIVE (WS-CODE-SUB) = ZERO
004670         MOVE SPACES TO WS-PRINT-LINE
004680         STRING '   GAP:  CODE ' DELIMITED BY SIZE
004690             WS-CODE-DISP DELIMITED BY SIZE
004700             ' ' DELIMITED BY SIZE
004710             WS-CD-DESC (WS-CODE-SUB) DELIMITED BY SIZE
004720             ' HAS NO INTEREST-RATE ROW IN FORCE TONIGHT'
004730             DELIMITED BY SIZE
004740             INTO WS-PRINT-LINE
004750         END-STRING
004760         PERFORM 7400-PRINT-GAP THRU 7400-EXIT
004770     END-IF
004780     END-IF.
004790     IF WS-CD-FEE-ROWS (WS-CODE-SUB) = ZERO
004800         MOVE SPACES TO WS-PRINT-LINE
004810         STRING '   GAP:  CODE ' DELIMITED BY SIZE
004820             WS-CODE-DISP DELIMITED BY SIZE
004830             ' ' DELIMITED BY SIZE
004840             WS-CD-DESC (WS-CODE-SUB) DELIMITED BY SIZE
004850             ' HAS NO FEE-RATE ROW' DELIMITED BY SIZE
004860             INTO WS-PRINT-LINE
004870         END-STRING
004880         PERFORM 7400-PRINT-GAP THRU 7400-EXIT
004890     ELSE
004900     IF WS-CD-FEE-LIVE (WS-CODE-SUB) = ZERO
004910         MOVE SPACES TO WS-PRINT-LINE
004920         STRING '   GAP:  CODE ' DELIMITED BY SIZE
004930             WS-CODE-DISP DELIMITED BY SIZE
004940             ' ' DELIMITED BY SIZE
004950             WS-CD-DESC (WS-CODE-SUB) DELIMITED BY SIZE
004960             ' HAS NO FEE-RATE ROW IN FORCE TONIGHT'
004970             DELIMITED BY SIZE
004980             INTO WS-PRINT-LINE
004990         END-STRING
005000         PERFORM 7400-PRINT-GAP THRU 7400-EXIT
005010     END-IF
005020     END-IF.
005030     IF WS-CD-TERM-ROWS (WS-CODE-SUB) = ZERO
005040         MOVE SPACES TO WS-PRINT-LINE
005050         STRING '   GAP:  CODE ' DELIMITED BY SIZE
005060             WS-CODE-DISP DELIMITED BY SIZE
005070             ' ' DELIMITED BY SIZE
005080             WS-CD-DESC (WS-CODE-SUB) DELIMITED BY SIZE
005090             ' HAS NO BILLING-TERMS ROW' DELIMITED BY SIZE
005100             INTO WS-PRINT-LINE
005110         END-STRING
005120         PERFORM 7400-PRINT-GAP THRU 7400-EXIT
005130     END-IF.
005140 2650-EXIT.
005150     EXIT.
005160*****************************************************************
005170* 2800-CHECK-CALENDAR - THE NIGHT'S DATE MUST BE ON THE BUSINESS
005180* CALENDAR, OR INTCALC REFUSES ITS STEP.  FEWER THAN 60 DATES
005190* AFTER IT IS A WARNING TO LOAD THE NEXT STRETCH.
005200*****************************************************************
005210 2800-CHECK-CALENDAR.
005220     PERFORM 7300-START-SECTION THRU 7300-EXIT.
005230     MOVE 'BUSINESS CALENDAR (BUSCAL)' TO WS-PRINT-LINE (2:).
005240     PERFORM 7200-PRINT-LINE THRU 7200-EXIT.
005250     OPEN INPUT CALENDAR-FILE.
005260     PERFORM 2850-READ-CAL THRU 2850-EXIT.
005270     PERFORM 2860-TALLY-ONE-CAL-DAY THRU 2860-EXIT
005280         UNTIL WS-CAL-EOF.
005290     CLOSE CALENDAR-FILE.
005300     IF NOT WS-TONIGHT-ON-CAL
005310         MOVE SPACES TO WS-PRINT-LINE
005320         STRING '   GAP:  NIGHT DATE ' DELIMITED BY SIZE
005330             WS-RUN-DATE DELIMITED BY SIZE
005340             ' IS NOT ON THE BUSINESS CALENDAR' DELIMITED BY SIZE
005350             INTO WS-PRINT-LINE
005360         END-STRING
005370         PERFORM 7400-PRINT-GAP THRU 7400-EXIT
005380     END-IF.
005390     IF WS-CAL-FUTURE-DAYS < WS-CAL-WARN-DAYS
005400         MOVE WS-CAL-FUTURE-DAYS TO WS-COUNT-DISP
005410         MOVE SPACES TO WS-PRINT-LINE
005420         STRING '   WARN: CALENDAR ENDS ' DELIMITED BY SIZE
005430             WS-CAL-LAST-DATE DELIMITED BY SIZE
005440             ' - ONLY' DELIMITED BY SIZE
005450             WS-COUNT-DISP DELIMITED BY SIZE
005460             ' DATES LEFT AFTER TONIGHT, LOAD THE NEXT STRETCH'
005470             DELIMITED BY SIZE
005480             INTO WS-PRINT-LINE
005490         END-STRING
005500         PERFORM 7450-PRINT-WARNING THRU 7450-EXIT
005510     END-IF.
005520     PERFORM 7350-END-SECTION THRU 7350-EXIT.
005530 2800-EXIT.
005540     EXIT.
005550 2850-READ-CAL.
005560     READ CALENDAR-FILE
005570         AT END
005580             SET WS-CAL-EOF TO TRUE
005590             GO TO 2850-EXIT
005600     END-READ.
005610 2850-EXIT.
005620     EXIT.
005630 2860-TALLY-ONE-CAL-DAY.
005640     IF CAL-DATE = WS-RUN-DATE
005650         SET WS-TONIGHT-ON-CAL TO TRUE
005660     END-IF.
005670     IF CAL-DATE > WS-RUN-DATE
005680         ADD 1 TO WS-CAL-FUTURE-DAYS
005690     END-IF.
005700     IF CAL-DATE > WS-CAL-LAST-DATE
005710         MOVE CAL-DATE TO WS-CAL-LAST-DATE
005720     END-IF.
005730     PERFORM 2850-READ-CAL THRU 2850-EXIT.
005740 2860-EXIT.
005750     EXIT.
005760*****************************************************************
005770* 2900-FIND-CODE - SERIAL SEARCH OF THE CODE TABLE FOR
005780* WS-LOOKUP-CODE.  THE CODE TABLE FILE IS NOT KEPT IN ORDER.
005790*****************************************************************
005800 2900-FIND-CODE.
005810     SET WS-CODE-NOT-FOUND TO TRUE.
005820     MOVE ZERO TO WS-CODE-HIT-SUB.
005830     PERFORM 2950-TEST-ONE-CODE THRU 2950-EXIT
005840         VARYING WS-CODE-SUB FROM 1 BY 1
005850         UNTIL WS-CODE-SUB > WS-CODE-COUNT
005860             OR WS-CODE-FOUND.
005870 2900-EXIT.
005880     EXIT.
005890 2950-TEST-ONE-CODE.
005900     IF WS-CD-CODE (WS-CODE-SUB) = WS-LOOKUP-CODE
005910         SET WS-CODE-FOUND TO TRUE
005920         MOVE WS-CODE-SUB TO WS-CODE-HIT-SUB
005930     END-IF.
005940 2950-EXIT.
005950     EXIT.
005960*****************************************************************
005970* 7000-WRITE-VERDICT - GAP AND WARNING COUNTS AND THE VERDICT.
005980*****************************************************************
005990 7000-WRITE-VERDICT.
006000     PERFORM 7300-START-SECTION THRU 7300-EXIT.
006010     MOVE WS-CODE-COUNT TO WS-COUNT-DISP.
006020     MOVE SPACES TO WS-PRINT-LINE.
006030     STRING 'CODES CHECKED:  ' DELIMITED BY SIZE
006040         WS-COUNT-DISP DELIMITED BY SIZE
006050         INTO WS-PRINT-LINE
006060     END-STRING.
006070     PERFORM 7200-PRINT-LINE THRU 7200-EXIT.
006080     MOVE WS-GAP-COUNT TO WS-COUNT-DISP.
006090     MOVE SPACES TO WS-PRINT-LINE.
006100     STRING 'GAPS:           ' DELIMITED BY SIZE
006110         WS-COUNT-DISP DELIMITED BY SIZE
006120         INTO WS-PRINT-LINE
006130     END-STRING.
006140     PERFORM 7200-PRINT-LINE THRU 7200-EXIT.
006150     MOVE WS-WARN-COUNT TO WS-COUNT-DISP.
006160     MOVE SPACES TO WS-PRINT-LINE.
006170     STRING 'WARNINGS:       ' DELIMITED BY SIZE
006180         WS-COUNT-DISP DELIMITED BY SIZE
006190         INTO WS-PRINT-LINE
006200     END-STRING.
006210     PERFORM 7200-PRINT-LINE THRU 7200-EXIT.
006220     MOVE SPACES TO WS-PRINT-LINE.
006230     PERFORM 7200-PRINT-LINE THRU 7200-EXIT.
006240     IF WS-GAP-COUNT > ZERO
006250         MOVE 'NOT READY - FIX THE GAPS BEFORE THE NIGHTLY RUN'
006260             TO WS-PRINT-LINE
006270     ELSE
006280     IF WS-WARN-COUNT > ZERO
006290         MOVE 'READY WITH WARNINGS' TO WS-PRINT-LINE
006300     ELSE
006310         MOVE 'READY - EVERY CODE IS COVERED' TO WS-PRINT-LINE
006320     END-IF
006330     END-IF.
006340     PERFORM 7200-PRINT-LINE THRU 7200-EXIT.
006350 7000-EXIT.
006360     EXIT.
006370*****************************************************************
006380* 7100-WRITE-REPORT-HEADINGS - START A NEW PAGE WITH THE TITLE,
006390* THE NIGHT BEING CHECKED AND THE PAGE NUMBER.
006400*****************************************************************
006410 7100-WRITE-REPORT-HEADINGS.
006420     ADD 1 TO WS-RPT-PAGE-COUNT.
006430     MOVE WS-RPT-PAGE-COUNT TO WS-RPT-HDG-PAGE.
006440     WRITE PRINT-RECORD FROM WS-REPORT-HEADING-1
006450         AFTER ADVANCING PAGE.
006460     MOVE SPACES TO PRINT-RECORD.
006470     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
006480     MOVE 2 TO WS-RPT-LINE-COUNT.
006490 7100-EXIT.
006500     EXIT.
006510*****************************************************************
006520* 7200-PRINT-LINE - WRITE WS-PRINT-LINE, STARTING A NEW PAGE
006530* WHEN THE CURRENT ONE IS FULL.
006540*****************************************************************
006550 7200-PRINT-LINE.
006560     IF WS-RPT-LINE-COUNT >= WS-RPT-PAGE-SIZE
006570         PERFORM 7100-WRITE-REPORT-HEADINGS THRU 7100-EXIT
006580     END-IF.
006590     WRITE PRINT-RECORD FROM WS-PRINT-LINE
006600         AFTER ADVANCING 1 LINE.
006610     ADD 1 TO WS-RPT-LINE-COUNT.
006620 7200-EXIT.
006630     EXIT.
006640*****************************************************************
006650* 7300-START-SECTION / 7350-END-SECTION - A BLANK LINE BEFORE
006660* EACH SECTION'S TITLE, AND 'NO FINDINGS' UNDER A SECTION THAT
006670* PRINTED NO GAP OR WARNING.
006680*****************************************************************
006690 7300-START-SECTION.
006700     MOVE ZERO TO WS-SECTION-COUNT.
006710     MOVE SPACES TO WS-PRINT-LINE.
006720     PERFORM 7200-PRINT-LINE THRU 7200-EXIT.
006730 7300-EXIT.
006740     EXIT.
006750 7350-END-SECTION.
006760     IF WS-SECTION-COUNT = ZERO
006770         MOVE '   NO FINDINGS' TO WS-PRINT-LINE
006780         PERFORM 7200-PRINT-LINE THRU 7200-EXIT
006790     END-IF.
006800 7350-EXIT.
006810     EXIT.
006820 7400-PRINT-GAP.
006830     ADD 1 TO WS-GAP-COUNT.
006840     ADD 1 TO WS-SECTION-COUNT.
006850     PERFORM 7200-PRINT-LINE THRU 7200-EXIT.
006860 7400-EXIT.
006870     EXIT.
006880 7450-PRINT-WARNING.
006890     ADD 1 TO WS-WARN-COUNT.
006900     ADD 1 TO WS-SECTION-COUNT.
006910     PERFORM 7200-PRINT-LINE THRU 7200-EXIT.
006920 7450-EXIT.
006930     EXIT.
006940*****************************************************************
006950* 7500-PRINT-CAPACITY-GAP - A FILE HOLDS MORE ROWS THAN THE
006960* NIGHTLY PROGRAM THAT LOADS IT CAN TAKE.
006970*****************************************************************
006980 7500-PRINT-CAPACITY-GAP.
006990     MOVE SPACES TO WS-PRINT-LINE.
007000     STRING '   GAP:  ' DELIMITED BY SIZE
007010         WS-FILE-NAME DELIMITED BY SPACE
007020         ' HOLDS' DELIMITED BY SIZE
007030         WS-COUNT-DISP DELIMITED BY SIZE
007040         ' ROWS - THE NIGHTLY TABLE TAKES' DELIMITED BY SIZE
007050         WS-LIMIT-DISP DELIMITED BY SIZE
007060         INTO WS-PRINT-LINE
007070     END-STRING.
007080     PERFORM 7400-PRINT-GAP THRU 7400-EXIT.
007090 7500-EXIT.
007100     EXIT.
007110*****************************************************************
007120* 7600-PRINT-ORPHAN - A ROW ON WS-FILE-NAME FOR A CODE THAT IS
007130* NOT ON THE CODE TABLE.  HARMLESS TO THE NIGHT, BUT USUALLY A
007140* MIS-KEYED CODE OR A CODE RETIRED WITHOUT ITS ROWS.
007150*****************************************************************
007160 7600-PRINT-ORPHAN.
007170     MOVE WS-LOOKUP-CODE TO WS-CODE-DISP.
007180     MOVE SPACES TO WS-PRINT-LINE.
007190     STRING '   WARN: ' DELIMITED BY SIZE
007200         WS-FILE-NAME DELIMITED BY SPACE
007210         ' ROW FOR CODE ' DELIMITED BY SIZE
007220         WS-CODE-DISP DELIMITED BY SIZE
007230         ' - CODE IS NOT ON THE CODE TABLE' DELIMITED BY SIZE
007240         INTO WS-PRINT-LINE
007250     END-STRING.
007260     PERFORM 7450-PRINT-WARNING THRU 7450-EXIT.
007270 7600-EXIT.
007280     EXIT.
007290*****************************************************************
007300* 8000-TERMINATE - SET THE RETURN CODE AND CLOSE THE REPORT.  A
007310* BAD PARM OR ANY GAP RETURNS 8, WARNINGS ALONE RETURN 4.
007320*****************************************************************
007330 8000-TERMINATE.
007340     IF WS-PARM-BAD OR WS-GAP-COUNT > ZERO
007350         MOVE 8 TO RETURN-CODE
007360     ELSE
007370     IF WS-WARN-COUNT > ZERO
007380         MOVE 4 TO RETURN-CODE
007390     ELSE
007400         MOVE 0 TO RETURN-CODE
007410     END-IF
007420     END-IF.
007430     CLOSE PRINT-FILE.
007440 8000-EXIT.
007450     EXIT.
