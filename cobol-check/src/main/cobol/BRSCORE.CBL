000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  BRSCORE.
000030 AUTHOR.  R HARMON.
000040 INSTALLATION.  NUMERIC RECONCILIATION - BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MONTHLY BRANCH QUALITY SCORECARD.  ROLLS THE MONTH'S PER-BRANCH
000090* DATA UP INTO ONE LINE PER BRANCH FOR THE UPSTREAM-SHOP REVIEW:
000100*   - BATCHES RECEIVED AND REFUSED, RECORDS READ AND REJECTIONS
000110*     BY CAUSE (LENGTH, CODE, TOLERANCE, FEE, DUPLICATE, ACCOUNT)
000120*     FROM THE BATCH ACKNOWLEDGMENT GENERATIONS, BY BATCH DATE;
000121*     A BATCH FROM SEVERAL BRANCHES COUNTS ONCE FOR EACH OF THEM,
000122*     WITH EACH BRANCH'S OWN RECORDS AND REJECTIONS;
000130*   - EXCEPTIONS RAISED FROM THE EXCEPTION GENERATIONS, BY THE
000140*     BATCH DATE THEY CARRY;
000150*   - BUSINESS DAYS TO CLEAR - AVERAGE AND WORST - FOR EVERY
000160*     OPEN-EXCEPTION SPELL THAT CLEARED IN THE MONTH, AND THE
000170*     ITEMS STILL OPEN AT MONTH END WITH THE OLDEST AGE.
000180* A SPELL IS ONE KEY FROM THE DAY IT FIRST APPEARED ON THE
000190* OPEN-EXCEPTION FILE UNTIL IT LEFT IT.  EVERY CATALOGED
000200* GENERATION IS READ (OPENIN) AND THE MONTH-END GENERATION
000210* (OPENCUR) MARKS WHAT IS STILL OPEN.  A SPELL THAT LEFT THE FILE
000220* CLEARED ON THE NIGHT ITS HIGHEST AGE SAYS - AGE ONE THE FIRST
000230* NIGHT, ONE MORE EACH BUSINESS NIGHT AFTER - SO ITS CLEARING
000240* DATE IS THAT MANY BUSINESS DAYS AFTER ITS FIRST DATE ON THE
000250* BUSINESS CALENDAR, AND ONLY SPELLS CLEARING IN THE MONTH COUNT.
000260*
000270* BRANCHES ARE RANKED WORST FIRST - HIGHEST REJECTION RATE, THEN
000280* MOST BATCHES REFUSED, THEN MOST ITEMS OPEN - AND EACH LINE
000290* SHOWS LAST MONTH'S RANK AND THE MOVE IN REJECTION RATE, TAKEN
000300* FROM LAST MONTH'S SCORECARD RECORDS (THE WHOLE SCORECARD GDG
000310* RIDES PRIORIN; ONLY THE PRIOR MONTH IS KEPT).  THE SAME LINES
000320* GO TO THE SCORECARD FILE (BRSCORE LAYOUT) FOR THE MANAGEMENT
000330* REPORTING DATABASE.  THE MONTH ARRIVES AS PARM=YYYYMM.
000340* A BAD PARM OR A CALENDAR THAT DOES NOT COVER THE MONTH RETURNS
000350* 8; A MONTH WITH NO BATCHES RETURNS 4.
000360*****************************************************************
000370* MODIFICATION HISTORY
000380*-----------------------------------------------------------
000390* DATE       INIT  DESCRIPTION
000400*-----------------------------------------------------------
000410* 10/15/26    RH   ORIGINAL PROGRAM.  UNTIL NOW THE MONTHLY
000420*                  UPSTREAM-SHOP REVIEW RAN ON ANECDOTES - NO
000430*                  ONE ROLLED THE PER-BRANCH DATA UP.
000431* 10/15/26    RH   A BATCH IS NOW TALLIED FROM ITS BRANCH SHARE
000432*                  RECORDS, EACH BRANCH FOR ITS OWN RECORDS AND
000433*                  REJECTIONS, INSTEAD OF CREDITING THE WHOLE
000434*                  BATCH TO THE LAST BRANCH IN IT.
000440*-----------------------------------------------------------
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT ACK-FILE ASSIGN TO ACKIN
000490         ORGANIZATION IS SEQUENTIAL.
000500     SELECT EXCEPT-FILE ASSIGN TO EXCPIN
000510         ORGANIZATION IS SEQUENTIAL.
000520     SELECT OPEN-FILE ASSIGN TO OPENIN
000530         ORGANIZATION IS SEQUENTIAL.
000540     SELECT OPEN-CUR-FILE ASSIGN TO OPENCUR
000550         ORGANIZATION IS SEQUENTIAL.
000560     SELECT CALENDAR-FILE ASSIGN TO CALIN
000570         ORGANIZATION IS SEQUENTIAL.
000580     SELECT PRIOR-FILE ASSIGN TO PRIORIN
000590         ORGANIZATION IS SEQUENTIAL.
000600     SELECT SPELL-FILE ASSIGN TO SCRWORK
000610         ORGANIZATION IS SEQUENTIAL.
000620     SELECT SORTED-SPELL-FILE ASSIGN TO SCRSRT
000630         ORGANIZATION IS SEQUENTIAL.
000640     SELECT SPELL-SORT-WORK ASSIGN TO SORTWK1.
000650     SELECT SCORE-FILE ASSIGN TO SCOREOUT
000660         ORGANIZATION IS SEQUENTIAL.
000670     SELECT PRINT-FILE ASSIGN TO RPTOUT
000680         ORGANIZATION IS SEQUENTIAL.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  ACK-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740     COPY BATCHACK.
000750 FD  EXCEPT-FILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780     COPY EXCPREC.
000790 FD  OPEN-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820     COPY OPENEXC.
000830 FD  OPEN-CUR-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 01  OPEN-CUR-RECORD.
000870     05  OCUR-KEY             PIC X(10).
000880     05  FILLER               PIC X(41).
000890     05  OCUR-BRANCH-ID       PIC 9(03).
000900     05  FILLER               PIC X(04).
000910     05  OCUR-FIRST-DATE      PIC 9(08).
000920     05  OCUR-AGE-DAYS        PIC 9(03).
000930     05  FILLER               PIC X(11).
000940 FD  CALENDAR-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970     COPY CALREC.
000980 FD  PRIOR-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010 01  PRIOR-SCORE-RECORD.
001020     05  PRI-MONTH            PIC 9(06).
001030     05  PRI-BRANCH-ID        PIC 9(03).
001040     05  PRI-RANK             PIC 9(03).
001050     05  FILLER               PIC X(71).
001060     05  PRI-REJ-RATE         PIC 9(03)V99.
001070     05  FILLER               PIC X(112).
001080 FD  SPELL-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110 01  SPELL-OUT-RECORD             PIC X(40).
001120 FD  SORTED-SPELL-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150 01  SORTED-SPELL-RECORD.
001160     05  SRT-SPL-KEY          PIC X(10).
001170     05  SRT-SPL-FIRST-DATE   PIC 9(08).
001180     05  SRT-SPL-SOURCE       PIC X(01).
001190         88  SRT-SPL-CURRENT           VALUE 'C'.
001200     05  SRT-SPL-BRANCH-ID    PIC 9(03).
001210     05  SRT-SPL-AGE-DAYS     PIC 9(03).
001220     05  FILLER               PIC X(15).
001230 SD  SPELL-SORT-WORK.
001240 01  SPELL-SORT-RECORD.
001250     05  SPL-SORT-KEY         PIC X(10).
001260     05  SPL-SORT-FIRST-DATE  PIC 9(08).
001270     05  FILLER               PIC X(22).
001280 FD  SCORE-FILE
001290     RECORDING MODE IS F
001300     LABEL RECORDS ARE STANDARD.
001310     COPY BRSCREC.
001320 FD  PRINT-FILE
001330     RECORDING MODE IS F
001340     LABEL RECORDS ARE OMITTED.
001350 01  PRINT-RECORD                 PIC X(132).
001360 WORKING-STORAGE SECTION.
001370 77  WS-BRANCH-TAB-MAX            PIC S9(04) COMP VALUE 1000.
001380 77  WS-CAL-TAB-MAX               PIC S9(04) COMP VALUE 800.
001390 01  WS-SWITCHES.
001400     05  WS-ACK-EOF-SW        PIC X(01)      VALUE 'N'.
001410         88  WS-ACK-EOF                      VALUE 'Y'.
001420     05  WS-EXCP-EOF-SW       PIC X(01)      VALUE 'N'.
001430         88  WS-EXCP-EOF                     VALUE 'Y'.
001440     05  WS-OPEN-EOF-SW       PIC X(01)      VALUE 'N'.
001450         88  WS-OPEN-EOF                     VALUE 'Y'.
001460     05  WS-CAL-EOF-SW        PIC X(01)      VALUE 'N'.
001470         88  WS-CAL-EOF                      VALUE 'Y'.
001480     05  WS-PRIOR-EOF-SW      PIC X(01)      VALUE 'N'.
001490         88  WS-PRIOR-EOF                    VALUE 'Y'.
001500     05  WS-SPELL-EOF-SW      PIC X(01)      VALUE 'N'.
001510         88  WS-SPELL-EOF                    VALUE 'Y'.
001520     05  WS-PARM-BAD-SW       PIC X(01)      VALUE 'N'.
001530         88  WS-PARM-BAD                     VALUE 'Y'.
001540     05  WS-RUN-REFUSED-SW    PIC X(01)      VALUE 'N'.
001550         88  WS-RUN-REFUSED                  VALUE 'Y'.
001560     05  WS-SPELL-OPEN-SW     PIC X(01)      VALUE 'N'.
001570         88  WS-SPELL-OPEN                   VALUE 'Y'.
001580     05  WS-SPELL-CURRENT-SW  PIC X(01)      VALUE 'N'.
001590         88  WS-SPELL-CURRENT                VALUE 'Y'.
001600     05  WS-ENTRY-FOUND-SW    PIC X(01)      VALUE 'N'.
001610         88  WS-ENTRY-FOUND                  VALUE 'Y'.
001620         88  WS-ENTRY-NOT-FOUND              VALUE 'N'.
001630     05  WS-HOLD-WORSE-SW     PIC X(01)      VALUE 'N'.
001640         88  WS-HOLD-IS-WORSE                VALUE 'Y'.
001650 01  WS-PRINT-LINE                PIC X(132).
001660*    ONE ENTRY PER BRANCH NUMBER, SUBSCRIPT = BRANCH + 1, SO
001670*    BRANCH ZERO (UNASSIGNED) HAS A LINE OF ITS OWN.  THE SIX
001680*    REJECTION CAUSES RUN LENGTH, CODE, TOLERANCE, FEE,
001690*    DUPLICATE, ACCOUNT - THE BATCH ACKNOWLEDGMENT ORDER.
001700 01  WS-BRANCH-TABLE-AREA.
001710     05  WS-BR-ENTRY          OCCURS 1000 TIMES.
001720         10  WS-BR-ACTIVE-SW  PIC X(01).
001730             88  WS-BR-ACTIVE                VALUE 'Y'.
001740         10  WS-BR-BATCHES    PIC 9(05) COMP-3.
001750         10  WS-BR-REFUSED    PIC 9(05) COMP-3.
001760         10  WS-BR-READ       PIC 9(09) COMP-3.
001770         10  WS-BR-REJ        OCCURS 6 TIMES
001780                              PIC 9(07) COMP-3.
001790         10  WS-BR-REJ-TOTAL  PIC 9(07) COMP-3.
001800         10  WS-BR-REJ-RATE   PIC 9(03)V99 COMP-3.
001810         10  WS-BR-RAISED     PIC 9(07) COMP-3.
001820         10  WS-BR-CLEARED    PIC 9(05) COMP-3.
001830         10  WS-BR-CLEAR-DAYS PIC 9(07) COMP-3.
001840         10  WS-BR-WORST-DAYS PIC 9(03) COMP-3.
001850         10  WS-BR-OPEN       PIC 9(05) COMP-3.
001860         10  WS-BR-OLDEST     PIC 9(03) COMP-3.
001870         10  WS-BR-PRIOR-SW   PIC X(01).
001880             88  WS-BR-HAS-PRIOR             VALUE 'Y'.
001890         10  WS-BR-PRIOR-RANK PIC 9(03) COMP-3.
001900         10  WS-BR-PRIOR-RATE PIC 9(03)V99 COMP-3.
001910 01  WS-BR-SUB                    PIC S9(04) COMP VALUE ZERO.
001920 01  WS-CAUSE-SUB                 PIC S9(04) COMP VALUE ZERO.
001930*    BRANCH SUBSCRIPTS IN RANK ORDER, WORST FIRST.
001940 01  WS-RANK-TABLE-AREA.
001950     05  WS-RANK-COUNT        PIC S9(04) COMP VALUE ZERO.
001960     05  WS-RANK-BR           OCCURS 1000 TIMES
001970                              PIC S9(04) COMP.
001980 01  WS-RANK-I                    PIC S9(04) COMP VALUE ZERO.
001990 01  WS-RANK-J                    PIC S9(04) COMP VALUE ZERO.
002000 01  WS-HOLD-SUB                  PIC S9(04) COMP VALUE ZERO.
002010 01  WS-PREV-SUB                  PIC S9(04) COMP VALUE ZERO.
002020*    BUSINESS DATES FROM THE START OF LAST YEAR TO THE END OF
002030*    THE SCORECARD MONTH, FOR DATING EACH SPELL'S CLEARING.
002040 01  WS-CAL-TABLE-AREA.
002050     05  WS-CAL-TAB-COUNT     PIC S9(04) COMP VALUE ZERO.
002060     05  WS-CAL-TAB-DATE      OCCURS 800 TIMES
002070                              PIC 9(08).
002080 01  WS-CAL-SUB                   PIC S9(04) COMP VALUE ZERO.
002090 01  WS-CAL-HIT-SUB               PIC S9(04) COMP VALUE ZERO.
002100 01  WS-SCORE-WORK.
002110     05  WS-SCORE-MONTH           PIC 9(06) VALUE ZERO.
002120     05  WS-SCORE-MONTH-PARTS REDEFINES WS-SCORE-MONTH.
002130         10  WS-SCORE-YYYY        PIC 9(04).
002140         10  WS-SCORE-MM          PIC 9(02).
002150     05  WS-PRIOR-MONTH           PIC 9(06) VALUE ZERO.
002160     05  WS-PRIOR-MONTH-PARTS REDEFINES WS-PRIOR-MONTH.
002170         10  WS-PRIOR-YYYY        PIC 9(04).
002180         10  WS-PRIOR-MM          PIC 9(02).
002190     05  WS-CAL-FROM-DATE         PIC 9(08) VALUE ZERO.
002200     05  WS-CAL-FROM-PARTS REDEFINES WS-CAL-FROM-DATE.
002210         10  WS-CAL-FROM-YYYY     PIC 9(04).
002220         10  WS-CAL-FROM-MMDD     PIC 9(04).
002230     05  WS-CAL-MONTH-DAYS        PIC 9(05) COMP-3 VALUE ZERO.
002240     05  WS-WORK-BRANCH           PIC 9(03) VALUE ZERO.
002241     05  WS-SHARE-BATCH-DATE      PIC 9(08) VALUE ZERO.
002242     05  WS-SHARE-BATCH-NUMBER    PIC 9(06) VALUE ZERO.
002250     05  WS-SPELL-KEY             PIC X(10) VALUE SPACES.
002260     05  WS-SPELL-FIRST-DATE      PIC 9(08) VALUE ZERO.
002270     05  WS-SPELL-BRANCH          PIC 9(03) VALUE ZERO.
002280     05  WS-SPELL-AGE             PIC 9(03) VALUE ZERO.
002290     05  WS-CLEAR-DATE            PIC 9(08) VALUE ZERO.
002300     05  WS-CAUSE-RATE            PIC 9(03)V99 VALUE ZERO.
002310     05  WS-RATE-MOVE             PIC S9(03)V99 VALUE ZERO.
002320     05  WS-AVG-DAYS              PIC 9(03)V9 VALUE ZERO.
002330 01  WS-SPELL-RECORD.
002340     05  WS-SPL-KEY               PIC X(10).
002350     05  WS-SPL-FIRST-DATE        PIC 9(08).
002360     05  WS-SPL-SOURCE            PIC X(01).
002370     05  WS-SPL-BRANCH-ID         PIC 9(03).
002380     05  WS-SPL-AGE-DAYS          PIC 9(03).
002390     05  FILLER                   PIC X(15) VALUE SPACES.
002400 01  WS-CONTROL-COUNTS.
002410     05  WS-ACK-MONTH-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
002420     05  WS-EXCP-MONTH-COUNT      PIC 9(07) COMP-3 VALUE ZERO.
002430     05  WS-SPELL-COUNT           PIC 9(07) COMP-3 VALUE ZERO.
002440     05  WS-UNDATED-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
002450     05  WS-PRIOR-COUNT           PIC 9(05) COMP-3 VALUE ZERO.
002460     05  WS-SCORE-COUNT           PIC 9(05) COMP-3 VALUE ZERO.
002470     05  WS-CONTROL-DISP          PIC Z,ZZZ,ZZ9.
002480 01  WS-NETWORK-TOTALS.
002490     05  WS-NET-BATCHES           PIC 9(07) COMP-3 VALUE ZERO.
002500     05  WS-NET-REFUSED           PIC 9(07) COMP-3 VALUE ZERO.
002510     05  WS-NET-READ              PIC 9(11) COMP-3 VALUE ZERO.
002520     05  WS-NET-REJ               OCCURS 6 TIMES
002530                                  PIC 9(09) COMP-3.
002540     05  WS-NET-REJ-TOTAL         PIC 9(09) COMP-3 VALUE ZERO.
002550     05  WS-NET-RAISED            PIC 9(09) COMP-3 VALUE ZERO.
002560     05  WS-NET-CLEARED           PIC 9(07) COMP-3 VALUE ZERO.
002570     05  WS-NET-CLEAR-DAYS        PIC 9(09) COMP-3 VALUE ZERO.
002580     05  WS-NET-WORST-DAYS        PIC 9(03) COMP-3 VALUE ZERO.
002590     05  WS-NET-OPEN              PIC 9(07) COMP-3 VALUE ZERO.
002600     05  WS-NET-OLDEST            PIC 9(03) COMP-3 VALUE ZERO.
002610 01  WS-REGISTER-WORK.
002620     05  WS-RPT-PAGE-COUNT        PIC 9(03) COMP-3 VALUE ZERO.
002630     05  WS-RPT-LINE-COUNT        PIC 9(03) COMP-3 VALUE ZERO.
002640     05  WS-RPT-PAGE-SIZE         PIC 9(03) COMP-3 VALUE 55.
002650     05  WS-PRIOR-RANK-EDIT       PIC ZZ9.
002660 01  WS-REPORT-HEADING-1.
002670     05  FILLER                   PIC X(01) VALUE SPACE.
002680     05  FILLER                   PIC X(44) VALUE
002690         'BRSCORE MONTHLY BRANCH QUALITY SCORECARD'.
002700     05  FILLER                   PIC X(08) VALUE SPACES.
002710     05  FILLER                   PIC X(07) VALUE 'MONTH: '.
002720     05  WS-RPT-HDG-MONTH.
002730         10  WS-RPT-HDG-YYYY      PIC 9(04).
002740         10  FILLER               PIC X(01) VALUE '/'.
002750         10  WS-RPT-HDG-MM        PIC 9(02).
002760     05  FILLER                   PIC X(08) VALUE SPACES.
002770     05  FILLER                   PIC X(06) VALUE 'PAGE: '.
002780     05  WS-RPT-HDG-PAGE          PIC ZZ9.
002790     05  FILLER                   PIC X(48) VALUE SPACES.
002800 01  WS-REPORT-HEADING-2.
002810     05  FILLER                   PIC X(01) VALUE SPACE.
002820     05  FILLER                   PIC X(08) VALUE 'RANK'.
002830     05  FILLER                   PIC X(01) VALUE SPACE.
002840     05  FILLER                   PIC X(05) VALUE 'BRAN-'.
002850     05  FILLER                   PIC X(14) VALUE
002860         '---BATCHES---'.
002870     05  FILLER                   PIC X(11) VALUE '   RECORDS'.
002880     05  FILLER                   PIC X(15) VALUE
002890         'REJECT RATE %'.
002900     05  FILLER                   PIC X(43) VALUE
002910         '--------- REJECTION RATE % BY CAUSE ------'.
002920     05  FILLER                   PIC X(24) VALUE
002930         '----- EXCEPTIONS ------'.
002940     05  FILLER                   PIC X(10) VALUE 'OPEN AT ME'.
002950 01  WS-REPORT-HEADING-3.
002960     05  FILLER                   PIC X(01) VALUE SPACE.
002970     05  FILLER                   PIC X(04) VALUE 'NOW'.
002980     05  FILLER                   PIC X(05) VALUE 'WAS'.
002990     05  FILLER                   PIC X(05) VALUE 'CH'.
003000     05  FILLER                   PIC X(07) VALUE ' RECVD'.
003010     05  FILLER                   PIC X(07) VALUE 'REFUSD'.
003020     05  FILLER                   PIC X(11) VALUE '      READ'.
003030     05  FILLER                   PIC X(07) VALUE ' MONTH'.
003040     05  FILLER                   PIC X(08) VALUE ' CHANGE'.
003050     05  FILLER                   PIC X(07) VALUE 'LENGTH'.
003060     05  FILLER                   PIC X(07) VALUE '  CODE'.
003070     05  FILLER                   PIC X(07) VALUE '   TOL'.
003080     05  FILLER                   PIC X(07) VALUE '   FEE'.
003090     05  FILLER                   PIC X(07) VALUE '   DUP'.
003100     05  FILLER                   PIC X(08) VALUE '  ACCT'.
003110     05  FILLER                   PIC X(07) VALUE 'RAISED'.
003120     05  FILLER                   PIC X(07) VALUE 'CLEARD'.
003130     05  FILLER                   PIC X(06) VALUE '  AVG'.
003140     05  FILLER                   PIC X(04) VALUE 'WST'.
003150     05  FILLER                   PIC X(07) VALUE ' ITEMS'.
003160     05  FILLER                   PIC X(03) VALUE 'OLD'.
003170 01  WS-REPORT-DETAIL.
003180     05  FILLER                   PIC X(01).
003190     05  WS-RPT-DET-RANK          PIC ZZ9.
003200     05  FILLER                   PIC X(01).
003210     05  WS-RPT-DET-PRIOR         PIC X(03).
003220     05  FILLER                   PIC X(02).
003230     05  WS-RPT-DET-BRANCH        PIC X(03).
003240     05  FILLER                   PIC X(02).
003250     05  WS-RPT-DET-BATCHES       PIC ZZ,ZZ9.
003260     05  FILLER                   PIC X(01).
003270     05  WS-RPT-DET-REFUSED       PIC ZZ,ZZ9.
003280     05  FILLER                   PIC X(01).
003290     05  WS-RPT-DET-READ          PIC ZZ,ZZZ,ZZ9.
003300     05  FILLER                   PIC X(01).
003310     05  WS-RPT-DET-RATE          PIC ZZ9.99.
003320     05  FILLER                   PIC X(01).
003330     05  WS-RPT-DET-CHANGE        PIC +ZZ9.99.
003340     05  WS-RPT-DET-CAUSE-AREA    OCCURS 6 TIMES.
003350         10  FILLER               PIC X(01).
003360         10  WS-RPT-DET-CAUSE     PIC ZZ9.99.
003370     05  FILLER                   PIC X(02).
003380     05  WS-RPT-DET-RAISED        PIC ZZ,ZZ9.
003390     05  FILLER                   PIC X(01).
003400     05  WS-RPT-DET-CLEARED       PIC ZZ,ZZ9.
003410     05  FILLER                   PIC X(01).
003420     05  WS-RPT-DET-AVG           PIC ZZ9.9.
003430     05  FILLER                   PIC X(01).
003440     05  WS-RPT-DET-WORST         PIC ZZ9.
003450     05  FILLER                   PIC X(01).
003460     05  WS-RPT-DET-OPEN          PIC ZZ,ZZ9.
003470     05  FILLER                   PIC X(01).
003480     05  WS-RPT-DET-OLDEST        PIC ZZ9.
003490 LINKAGE SECTION.
003500 01  LK-PARM-AREA.
003510     05  LK-PARM-LENGTH           PIC S9(04) COMP.
003520     05  LK-PARM-TEXT             PIC X(08).
003530 PROCEDURE DIVISION USING LK-PARM-AREA.
003540 0000-MAINLINE.
003550     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003560     IF NOT WS-PARM-BAD AND NOT WS-RUN-REFUSED
003570         PERFORM 2000-TALLY-BATCHES THRU 2000-EXIT
003580         PERFORM 2200-TALLY-EXCEPTIONS THRU 2200-EXIT
003590         PERFORM 2400-GATHER-SPELLS THRU 2400-EXIT
003600         PERFORM 2600-TALLY-SPELLS THRU 2600-EXIT
003610         PERFORM 3000-RANK-BRANCHES THRU 3000-EXIT
003620         PERFORM 4000-WRITE-SCORECARD THRU 4000-EXIT
003630         PERFORM 7000-WRAP-UP THRU 7000-EXIT
003640     END-IF.
003650     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003660     GOBACK.
003670*****************************************************************
003680* 1000-INITIALIZE - VALIDATE THE SCORECARD-MONTH PARM, WORK OUT
003690* LAST MONTH, CLEAR THE BRANCH TABLE, LOAD THE BUSINESS DATES
003700* AND LAST MONTH'S RANKS.  A CALENDAR THAT DOES NOT REACH THE
003710* MONTH CANNOT DATE A CLEARING AND REFUSES THE RUN.
003720*****************************************************************
003730 1000-INITIALIZE.
003740     OPEN OUTPUT PRINT-FILE.
003750     PERFORM 7100-WRITE-REPORT-HEADINGS THRU 7100-EXIT.
003760     IF LK-PARM-LENGTH < 6
003770         OR LK-PARM-TEXT (1:6) NOT NUMERIC
003780         SET WS-PARM-BAD TO TRUE
003790         MOVE SPACES TO WS-PRINT-LINE
003800         STRING 'SCORECARD MONTH PARM MISSING OR NOT YYYYMM - '
003810             DELIMITED BY SIZE
003820             'RUN REFUSED' DELIMITED BY SIZE
003830             INTO WS-PRINT-LINE
003840         END-STRING
003850         WRITE PRINT-RECORD FROM WS-PRINT-LINE
003860         GO TO 1000-EXIT
003870     END-IF.
003880     MOVE LK-PARM-TEXT (1:6) TO WS-SCORE-MONTH.
003890     MOVE WS-SCORE-YYYY TO WS-RPT-HDG-YYYY.
003900     MOVE WS-SCORE-MM TO WS-RPT-HDG-MM.
003910     IF WS-SCORE-MM = 1
003920         COMPUTE WS-PRIOR-YYYY = WS-SCORE-YYYY - 1
003930         MOVE 12 TO WS-PRIOR-MM
003940     ELSE
003950         MOVE WS-SCORE-YYYY TO WS-PRIOR-YYYY
003960         COMPUTE WS-PRIOR-MM = WS-SCORE-MM - 1
003970     END-IF.
003980     COMPUTE WS-CAL-FROM-YYYY = WS-SCORE-YYYY - 1.
003990     MOVE 0101 TO WS-CAL-FROM-MMDD.
004000     MOVE ZERO TO WS-NET-REJ (1) WS-NET-REJ (2) WS-NET-REJ (3)
004010                  WS-NET-REJ (4) WS-NET-REJ (5) WS-NET-REJ (6).
004020     OPEN OUTPUT SCORE-FILE.
004030     PERFORM 1050-CLEAR-ONE-BRANCH THRU 1050-EXIT
004040         VARYING WS-BR-SUB FROM 1 BY 1
004050         UNTIL WS-BR-SUB > WS-BRANCH-TAB-MAX.
004060     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
004070     IF WS-RUN-REFUSED
004080         GO TO 1000-EXIT
004090     END-IF.
004100     PERFORM 1200-LOAD-PRIOR-MONTH THRU 1200-EXIT.
004110 1000-EXIT.
004120     EXIT.
004130 1050-CLEAR-ONE-BRANCH.
004140     MOVE 'N' TO WS-BR-ACTIVE-SW (WS-BR-SUB).
004150     MOVE ZERO TO WS-BR-BATCHES (WS-BR-SUB).
004160     MOVE ZERO TO WS-BR-REFUSED (WS-BR-SUB).
004170     MOVE ZERO TO WS-BR-READ (WS-BR-SUB).
004180     MOVE ZERO TO WS-BR-REJ (WS-BR-SUB, 1).
004190     MOVE ZERO TO WS-BR-REJ (WS-BR-SUB, 2).
004200     MOVE ZERO TO WS-BR-REJ (WS-BR-SUB, 3).
004210     MOVE ZERO TO WS-BR-REJ (WS-BR-SUB, 4).
004220     MOVE ZERO TO WS-BR-REJ (WS-BR-SUB, 5).
004230     MOVE ZERO TO WS-BR-REJ (WS-BR-SUB, 6).
004240     MOVE ZERO TO WS-BR-REJ-TOTAL (WS-BR-SUB).
004250     MOVE ZERO TO WS-BR-REJ-RATE (WS-BR-SUB).
004260     MOVE ZERO TO WS-BR-RAISED (WS-BR-SUB).
004270     MOVE ZERO TO WS-BR-CLEARED (WS-BR-SUB).
004280     MOVE ZERO TO WS-BR-CLEAR-DAYS (WS-BR-SUB).
004290     MOVE ZERO TO WS-BR-WORST-DAYS (WS-BR-SUB).
004300     MOVE ZERO TO WS-BR-OPEN (WS-BR-SUB).
004310     MOVE ZERO TO WS-BR-OLDEST (WS-BR-SUB).
004320     MOVE 'N' TO WS-BR-PRIOR-SW (WS-BR-SUB).
004330     MOVE ZERO TO WS-BR-PRIOR-RANK (WS-BR-SUB).
004340     MOVE ZERO TO WS-BR-PRIOR-RATE (WS-BR-SUB).
004350 1050-EXIT.
004360     EXIT.
004370*****************************************************************
004380* 1100-LOAD-CALENDAR - KEEP THE BUSINESS DATES FROM THE START OF
004390* LAST YEAR TO THE END OF THE SCORECARD MONTH.  MORE THAN THE
004400* TABLE HOLDS, OR NO DAY OF THE MONTH AT ALL, REFUSES THE RUN.
004410*****************************************************************
004420 1100-LOAD-CALENDAR.
004430     OPEN INPUT CALENDAR-FILE.
004440     PERFORM 1150-READ-CAL-RECORD THRU 1150-EXIT.
004450     PERFORM 1160-STORE-ONE-CAL-DAY THRU 1160-EXIT
004460         UNTIL WS-CAL-EOF OR WS-RUN-REFUSED.
004470     CLOSE CALENDAR-FILE.
004480     IF WS-CAL-MONTH-DAYS = ZERO AND NOT WS-RUN-REFUSED
004490         SET WS-RUN-REFUSED TO TRUE
004500         MOVE SPACES TO WS-PRINT-LINE
004510         STRING 'BUSINESS CALENDAR DOES NOT COVER THE MONTH - '
004520             DELIMITED BY SIZE
004530             'RUN REFUSED' DELIMITED BY SIZE
004540             INTO WS-PRINT-LINE
004550         END-STRING
004560         WRITE PRINT-RECORD FROM WS-PRINT-LINE
004570             AFTER ADVANCING 1 LINE
004580     END-IF.
004590 1100-EXIT.
004600     EXIT.
004610 1150-READ-CAL-RECORD.
004620     READ CALENDAR-FILE
004630         AT END
004640             SET WS-CAL-EOF TO TRUE
004650             GO TO 1150-EXIT
004660     END-READ.
004670 1150-EXIT.
004680     EXIT.
004690 1160-STORE-ONE-CAL-DAY.
004700     IF CAL-DATE < WS-CAL-FROM-DATE
004710         OR CAL-DATE (1:6) > WS-SCORE-MONTH
004720         OR NOT CAL-BUSINESS-DAY
004730         GO TO 1160-READ-NEXT
004740     END-IF.
004750     IF CAL-DATE (1:6) = WS-SCORE-MONTH
004760         ADD 1 TO WS-CAL-MONTH-DAYS
004770     END-IF.
004780     IF WS-CAL-TAB-COUNT >= WS-CAL-TAB-MAX
004790         SET WS-RUN-REFUSED TO TRUE
004800         MOVE SPACES TO WS-PRINT-LINE
004810         STRING 'BUSINESS CALENDAR EXCEEDS TABLE - RUN REFUSED'
004820             DELIMITED BY SIZE INTO WS-PRINT-LINE
004830         END-STRING
004840         WRITE PRINT-RECORD FROM WS-PRINT-LINE
004850             AFTER ADVANCING 1 LINE
004860         GO TO 1160-EXIT
004870     END-IF.
004880     ADD 1 TO WS-CAL-TAB-COUNT.
004890     MOVE CAL-DATE TO WS-CAL-TAB-DATE (WS-CAL-TAB-COUNT).
004900 1160-READ-NEXT.
004910     PERFORM 1150-READ-CAL-RECORD THRU 1150-EXIT.
004920 1160-EXIT.
004930     EXIT.
004940*****************************************************************
004950* 1200-LOAD-PRIOR-MONTH - PASS EVERY SCORECARD GENERATION AND
004960* KEEP LAST MONTH'S RANK AND REJECTION RATE FOR EACH BRANCH.  A
004970* MONTH SCORED TWICE LEAVES ITS LATER RECORDS IN FORCE.
004980*****************************************************************
004990 1200-LOAD-PRIOR-MONTH.
005000     OPEN INPUT PRIOR-FILE.
005010     PERFORM 1250-READ-PRIOR THRU 1250-EXIT.
005020     PERFORM 1260-KEEP-ONE-PRIOR THRU 1260-EXIT
005030         UNTIL WS-PRIOR-EOF.
005040     CLOSE PRIOR-FILE.
005050 1200-EXIT.
005060     EXIT.
005070 1250-READ-PRIOR.
005080     READ PRIOR-FILE
005090         AT END
005100             SET WS-PRIOR-EOF TO TRUE
005110             GO TO 1250-EXIT
005120     END-READ.
005130 1250-EXIT.
005140     EXIT.
005150 1260-KEEP-ONE-PRIOR.
005160     IF PRI-MONTH NOT = WS-PRIOR-MONTH
005170         OR PRI-BRANCH-ID NOT NUMERIC
005180         GO TO 1260-READ-NEXT
005190     END-IF.
005200     COMPUTE WS-BR-SUB = PRI-BRANCH-ID + 1.
005210     IF NOT WS-BR-HAS-PRIOR (WS-BR-SUB)
005220         ADD 1 TO WS-PRIOR-COUNT
005230     END-IF.
005240     MOVE 'Y' TO WS-BR-PRIOR-SW (WS-BR-SUB).
005250     MOVE PRI-RANK TO WS-BR-PRIOR-RANK (WS-BR-SUB).
005260     MOVE PRI-REJ-RATE TO WS-BR-PRIOR-RATE (WS-BR-SUB).
005270 1260-READ-NEXT.
005280     PERFORM 1250-READ-PRIOR THRU 1250-EXIT.
005290 1260-EXIT.
005300     EXIT.
005310*****************************************************************
005320* 2000-TALLY-BATCHES - ADD EVERY BATCH ACKNOWLEDGMENT FOR THE
005330* MONTH TO ITS BRANCH.  ACKNOWLEDGMENTS WRITTEN BEFORE THEY
005340* CARRIED A BRANCH COUNT AS BRANCH ZERO.
005341* A BATCH IS TALLIED FROM THE BRANCH SHARE RECORDS AHEAD OF IT,
005342* AND ITS OWN BATCH RECORD THEN ONLY COUNTS IT FOR THE MONTH; A
005343* BATCH WITH NO SHARES - WRITTEN BEFORE THEY EXISTED, OR WITH NO
005344* RECORDS IN IT - IS TALLIED FROM THE BATCH RECORD AS BEFORE.
005350*****************************************************************
005360 2000-TALLY-BATCHES.
005370     OPEN INPUT ACK-FILE.
005380     PERFORM 2050-READ-ACK THRU 2050-EXIT.
005390     PERFORM 2100-ADD-ONE-BATCH THRU 2100-EXIT
005400         UNTIL WS-ACK-EOF.
005410     CLOSE ACK-FILE.
005420 2000-EXIT.
005430     EXIT.
005440 2050-READ-ACK.
005450     READ ACK-FILE
005460         AT END
005470             SET WS-ACK-EOF TO TRUE
005480             GO TO 2050-EXIT
005490     END-READ.
005500 2050-EXIT.
005510     EXIT.
005520 2100-ADD-ONE-BATCH.
005530     IF ACK-BATCH-DATE (1:6) NOT = WS-SCORE-MONTH
005540         GO TO 2100-READ-NEXT
005550     END-IF.
005551     IF ACK-BRANCH-SHARE
005552         MOVE ACK-BATCH-DATE TO WS-SHARE-BATCH-DATE
005553         MOVE ACK-BATCH-NUMBER TO WS-SHARE-BATCH-NUMBER
005554     ELSE
005555         ADD 1 TO WS-ACK-MONTH-COUNT
005556         IF ACK-BATCH-DATE = WS-SHARE-BATCH-DATE
005557             AND ACK-BATCH-NUMBER = WS-SHARE-BATCH-NUMBER
005558             MOVE ZERO TO WS-SHARE-BATCH-DATE
005559             MOVE ZERO TO WS-SHARE-BATCH-NUMBER
005560             GO TO 2100-READ-NEXT
005561         END-IF
005562     END-IF.
005570     IF ACK-BRANCH-ID NUMERIC
005580         MOVE ACK-BRANCH-ID TO WS-WORK-BRANCH
005590     ELSE
005600         MOVE ZERO TO WS-WORK-BRANCH
005610     END-IF.
005620     COMPUTE WS-BR-SUB = WS-WORK-BRANCH + 1.
005630     MOVE 'Y' TO WS-BR-ACTIVE-SW (WS-BR-SUB).
005640     ADD 1 TO WS-BR-BATCHES (WS-BR-SUB).
005650     IF ACK-REFUSED
005660         ADD 1 TO WS-BR-REFUSED (WS-BR-SUB)
005670     END-IF.
005680     ADD ACK-RECORDS-READ TO WS-BR-READ (WS-BR-SUB).
005690     ADD ACK-REJ-LENGTH TO WS-BR-REJ (WS-BR-SUB, 1).
005700     ADD ACK-REJ-CODE-MISS TO WS-BR-REJ (WS-BR-SUB, 2).
005710     ADD ACK-REJ-TOLERANCE TO WS-BR-REJ (WS-BR-SUB, 3).
005720     ADD ACK-REJ-FEE TO WS-BR-REJ (WS-BR-SUB, 4).
005730     ADD ACK-REJ-DUPLICATE TO WS-BR-REJ (WS-BR-SUB, 5).
005740     ADD ACK-REJ-ACCOUNT TO WS-BR-REJ (WS-BR-SUB, 6).
005750 2100-READ-NEXT.
005760     PERFORM 2050-READ-ACK THRU 2050-EXIT.
005770 2100-EXIT.
005780     EXIT.
005790*****************************************************************
005800* 2200-TALLY-EXCEPTIONS - COUNT THE EXCEPTIONS RAISED FOR THE
005810* MONTH'S BATCHES BY BRANCH.  RECORDS WRITTEN BEFORE THEY
005820* CARRIED A BATCH DATE CANNOT BE PLACED IN A MONTH AND ARE
005830* PASSED BY.
005840*****************************************************************
005850 2200-TALLY-EXCEPTIONS.
005860     OPEN INPUT EXCEPT-FILE.
005870     PERFORM 2250-READ-EXCEPTION THRU 2250-EXIT.
005880     PERFORM 2300-ADD-ONE-EXCEPTION THRU 2300-EXIT
005890         UNTIL WS-EXCP-EOF.
005900     CLOSE EXCEPT-FILE.
005910 2200-EXIT.
005920     EXIT.
005930 2250-READ-EXCEPTION.
005940     READ EXCEPT-FILE
005950         AT END
005960             SET WS-EXCP-EOF TO TRUE
005970             GO TO 2250-EXIT
005980     END-READ.
005990 2250-EXIT.
006000     EXIT.
006010 2300-ADD-ONE-EXCEPTION.
006020     IF EXCEPT-BATCH-DATE NOT NUMERIC
006030         GO TO 2300-READ-NEXT
006040     END-IF.
006050     IF EXCEPT-BATCH-DATE (1:6) NOT = WS-SCORE-MONTH
006060         GO TO 2300-READ-NEXT
006070     END-IF.
006080     ADD 1 TO WS-EXCP-MONTH-COUNT.
006090     IF EXCEPT-BRANCH-ID NUMERIC
006100         MOVE EXCEPT-BRANCH-ID TO WS-WORK-BRANCH
006110     ELSE
006120         MOVE ZERO TO WS-WORK-BRANCH
006130     END-IF.
006140     COMPUTE WS-BR-SUB = WS-WORK-BRANCH + 1.
006150     MOVE 'Y' TO WS-BR-ACTIVE-SW (WS-BR-SUB).
006160     ADD 1 TO WS-BR-RAISED (WS-BR-SUB).
006170 2300-READ-NEXT.
006180     PERFORM 2250-READ-EXCEPTION THRU 2250-EXIT.
006190 2300-EXIT.
006200     EXIT.
006210*****************************************************************
006220* 2400-GATHER-SPELLS - WRITE ONE WORK RECORD PER OPEN-EXCEPTION
006230* RECORD FROM EVERY GENERATION, AND ONE PER RECORD ON THE
006240* MONTH-END GENERATION FLAGGED CURRENT, THEN SORT THEM INTO KEY
006250* AND FIRST-DATE ORDER SO EACH SPELL'S RECORDS SIT TOGETHER.
006260*****************************************************************
006270 2400-GATHER-SPELLS.
006280     OPEN OUTPUT SPELL-FILE.
006290     OPEN INPUT OPEN-FILE.
006300     PERFORM 2450-READ-OPEN THRU 2450-EXIT.
006310     PERFORM 2460-WRITE-ONE-HISTORY THRU 2460-EXIT
006320         UNTIL WS-OPEN-EOF.
006330     CLOSE OPEN-FILE.
006340     MOVE 'N' TO WS-OPEN-EOF-SW.
006350     OPEN INPUT OPEN-CUR-FILE.
006360     PERFORM 2470-READ-OPEN-CUR THRU 2470-EXIT.
006370     PERFORM 2480-WRITE-ONE-CURRENT THRU 2480-EXIT
006380         UNTIL WS-OPEN-EOF.
006390     CLOSE OPEN-CUR-FILE.
006400     CLOSE SPELL-FILE.
006410     SORT SPELL-SORT-WORK
006420         ON ASCENDING KEY SPL-SORT-KEY
006430                          SPL-SORT-FIRST-DATE
006440         USING SPELL-FILE
006450         GIVING SORTED-SPELL-FILE.
006460 2400-EXIT.
006470     EXIT.
006480 2450-READ-OPEN.
006490     READ OPEN-FILE
006500         AT END
006510             SET WS-OPEN-EOF TO TRUE
006520             GO TO 2450-EXIT
006530     END-READ.
006540 2450-EXIT.
006550     EXIT.
006560 2460-WRITE-ONE-HISTORY.
006570     MOVE OEX-KEY TO WS-SPL-KEY.
006580     MOVE OEX-FIRST-DATE TO WS-SPL-FIRST-DATE.
006590     MOVE 'H' TO WS-SPL-SOURCE.
006600     IF OEX-BRANCH-ID NUMERIC
006610         MOVE OEX-BRANCH-ID TO WS-SPL-BRANCH-ID
006620     ELSE
006630         MOVE ZERO TO WS-SPL-BRANCH-ID
006640     END-IF.
006650     MOVE OEX-AGE-DAYS TO WS-SPL-AGE-DAYS.
006660     WRITE SPELL-OUT-RECORD FROM WS-SPELL-RECORD.
006670     PERFORM 2450-READ-OPEN THRU 2450-EXIT.
006680 2460-EXIT.
006690     EXIT.
006700 2470-READ-OPEN-CUR.
006710     READ OPEN-CUR-FILE
006720         AT END
006730             SET WS-OPEN-EOF TO TRUE
006740             GO TO 2470-EXIT
006750     END-READ.
006760 2470-EXIT.
006770     EXIT.
006780 2480-WRITE-ONE-CURRENT.
006790     MOVE OCUR-KEY TO WS-SPL-KEY.
006800     MOVE OCUR-FIRST-DATE TO WS-SPL-FIRST-DATE.
006810     MOVE 'C' TO WS-SPL-SOURCE.
006820     IF OCUR-BRANCH-ID NUMERIC
006830         MOVE OCUR-BRANCH-ID TO WS-SPL-BRANCH-ID
006840     ELSE
006850         MOVE ZERO TO WS-SPL-BRANCH-ID
006860     END-IF.
006870     MOVE OCUR-AGE-DAYS TO WS-SPL-AGE-DAYS.
006880     WRITE SPELL-OUT-RECORD FROM WS-SPELL-RECORD.
006890     PERFORM 2470-READ-OPEN-CUR THRU 2470-EXIT.
006900 2480-EXIT.
006910     EXIT.
006920*****************************************************************
006930* 2600-TALLY-SPELLS - CONTROL BREAK ON KEY AND FIRST DATE OVER
006940* THE SORTED SPELL RECORDS.  EACH SPELL KEEPS ITS HIGHEST AGE
006950* AND WHETHER THE MONTH-END GENERATION STILL HOLDS IT.
006960*****************************************************************
006970 2600-TALLY-SPELLS.
006980     OPEN INPUT SORTED-SPELL-FILE.
006990     PERFORM 2650-READ-SPELL THRU 2650-EXIT.
007000     PERFORM 2700-ADD-ONE-SPELL-RECORD THRU 2700-EXIT
007010         UNTIL WS-SPELL-EOF.
007020     IF WS-SPELL-OPEN
007030         PERFORM 2800-CLOSE-SPELL THRU 2800-EXIT
007040     END-IF.
007050     CLOSE SORTED-SPELL-FILE.
007060 2600-EXIT.
007070     EXIT.
007080 2650-READ-SPELL.
007090     READ SORTED-SPELL-FILE
007100         AT END
007110             SET WS-SPELL-EOF TO TRUE
007120             GO TO 2650-EXIT
007130     END-READ.
007140 2650-EXIT.
007150     EXIT.
007160 2700-ADD-ONE-SPELL-RECORD.
007170     IF WS-SPELL-OPEN
007180         AND (SRT-SPL-KEY NOT = WS-SPELL-KEY
007190             OR SRT-SPL-FIRST-DATE NOT = WS-SPELL-FIRST-DATE)
007200         PERFORM 2800-CLOSE-SPELL THRU 2800-EXIT
007210     END-IF.
007220     IF NOT WS-SPELL-OPEN
007230         SET WS-SPELL-OPEN TO TRUE
007240         MOVE 'N' TO WS-SPELL-CURRENT-SW
007250         MOVE SRT-SPL-KEY TO WS-SPELL-KEY
007260         MOVE SRT-SPL-FIRST-DATE TO WS-SPELL-FIRST-DATE
007270         MOVE SRT-SPL-BRANCH-ID TO WS-SPELL-BRANCH
007280         MOVE ZERO TO WS-SPELL-AGE
007290     END-IF.
007300     IF SRT-SPL-AGE-DAYS > WS-SPELL-AGE
007310         MOVE SRT-SPL-AGE-DAYS TO WS-SPELL-AGE
007320     END-IF.
007330     IF SRT-SPL-CURRENT
007340         SET WS-SPELL-CURRENT TO TRUE
007350     END-IF.
007360     PERFORM 2650-READ-SPELL THRU 2650-EXIT.
007370 2700-EXIT.
007380     EXIT.
007390*****************************************************************
007400* 2800-CLOSE-SPELL - A SPELL STILL ON THE MONTH-END GENERATION
007410* IS OPEN AT MONTH END.  ANY OTHER SPELL HAS CLEARED: ITS
007420* CLEARING DATE IS ITS HIGHEST AGE IN BUSINESS DAYS AFTER ITS
007430* FIRST DATE, AND IT COUNTS WHEN THAT DATE FALLS IN THE MONTH.
007440* A FIRST DATE NOT AMONG THE LOADED BUSINESS DATES CANNOT BE
007450* DATED AND IS COUNTED ON THE CONTROL TOTALS INSTEAD.
007460*****************************************************************
007470 2800-CLOSE-SPELL.
007480     MOVE 'N' TO WS-SPELL-OPEN-SW.
007490     ADD 1 TO WS-SPELL-COUNT.
007500     COMPUTE WS-BR-SUB = WS-SPELL-BRANCH + 1.
007510     IF WS-SPELL-CURRENT
007520         MOVE 'Y' TO WS-BR-ACTIVE-SW (WS-BR-SUB)
007530         ADD 1 TO WS-BR-OPEN (WS-BR-SUB)
007540         IF WS-SPELL-AGE > WS-BR-OLDEST (WS-BR-SUB)
007550             MOVE WS-SPELL-AGE TO WS-BR-OLDEST (WS-BR-SUB)
007560         END-IF
007570         GO TO 2800-EXIT
007580     END-IF.
007590     IF WS-SPELL-FIRST-DATE > WS-CAL-TAB-DATE (WS-CAL-TAB-COUNT)
007600         GO TO 2800-EXIT
007610     END-IF.
007620     PERFORM 2850-FIND-FIRST-DATE THRU 2850-EXIT.
007630     IF WS-ENTRY-NOT-FOUND
007640         ADD 1 TO WS-UNDATED-COUNT
007650         GO TO 2800-EXIT
007660     END-IF.
007670     COMPUTE WS-CAL-SUB = WS-CAL-HIT-SUB + WS-SPELL-AGE.
007680     IF WS-CAL-SUB > WS-CAL-TAB-COUNT
007690         GO TO 2800-EXIT
007700     END-IF.
007710     MOVE WS-CAL-TAB-DATE (WS-CAL-SUB) TO WS-CLEAR-DATE.
007720     IF WS-CLEAR-DATE (1:6) NOT = WS-SCORE-MONTH
007730         GO TO 2800-EXIT
007740     END-IF.
007750     MOVE 'Y' TO WS-BR-ACTIVE-SW (WS-BR-SUB).
007760     ADD 1 TO WS-BR-CLEARED (WS-BR-SUB).
007770     ADD WS-SPELL-AGE TO WS-BR-CLEAR-DAYS (WS-BR-SUB).
007780     IF WS-SPELL-AGE > WS-BR-WORST-DAYS (WS-BR-SUB)
007790         MOVE WS-SPELL-AGE TO WS-BR-WORST-DAYS (WS-BR-SUB)
007800     END-IF.
007810 2800-EXIT.
007820     EXIT.
007830 2850-FIND-FIRST-DATE.
007840     SET WS-ENTRY-NOT-FOUND TO TRUE.
007850     MOVE ZERO TO WS-CAL-HIT-SUB.
007860     PERFORM 2860-TEST-ONE-CAL-DATE THRU 2860-EXIT
007870         VARYING WS-CAL-SUB FROM 1 BY 1
007880         UNTIL WS-CAL-SUB > WS-CAL-TAB-COUNT
007890             OR WS-ENTRY-FOUND.
007900 2850-EXIT.
007910     EXIT.
007920 2860-TEST-ONE-CAL-DATE.
007930     IF WS-CAL-TAB-DATE (WS-CAL-SUB) = WS-SPELL-FIRST-DATE
007940         SET WS-ENTRY-FOUND TO TRUE
007950         MOVE WS-CAL-SUB TO WS-CAL-HIT-SUB
007960     END-IF.
007970 2860-EXIT.
007980     EXIT.
007990*****************************************************************
008000* 3000-RANK-BRANCHES - WORK OUT EACH ACTIVE BRANCH'S REJECTION
008010* RATE, THEN INSERT THE BRANCHES ONE AT A TIME INTO THE RANK
008020* TABLE, WORST FIRST.  BRANCHES ARE TAKEN IN BRANCH ORDER AND
008030* ONLY MOVE PAST A BRANCH THAT IS STRICTLY BETTER, SO A TIE
008040* KEEPS THE LOWER BRANCH NUMBER FIRST.
008050*****************************************************************
008060 3000-RANK-BRANCHES.
008070     PERFORM 3050-RATE-ONE-BRANCH THRU 3050-EXIT
008080         VARYING WS-BR-SUB FROM 1 BY 1
008090         UNTIL WS-BR-SUB > WS-BRANCH-TAB-MAX.
008100     PERFORM 3100-PLACE-ONE-BRANCH THRU 3100-EXIT
008110         VARYING WS-RANK-I FROM 2 BY 1
008120         UNTIL WS-RANK-I > WS-RANK-COUNT.
008130 3000-EXIT.
008140     EXIT.
008150 3050-RATE-ONE-BRANCH.
008160     IF NOT WS-BR-ACTIVE (WS-BR-SUB)
008170         GO TO 3050-EXIT
008180     END-IF.
008190     COMPUTE WS-BR-REJ-TOTAL (WS-BR-SUB) =
008200         WS-BR-REJ (WS-BR-SUB, 1) + WS-BR-REJ (WS-BR-SUB, 2)
008210         + WS-BR-REJ (WS-BR-SUB, 3) + WS-BR-REJ (WS-BR-SUB, 4)
008220         + WS-BR-REJ (WS-BR-SUB, 5) + WS-BR-REJ (WS-BR-SUB, 6).
008230     IF WS-BR-READ (WS-BR-SUB) > ZERO
008240         COMPUTE WS-BR-REJ-RATE (WS-BR-SUB) ROUNDED =
008250             WS-BR-REJ-TOTAL (WS-BR-SUB) * 100
008260             / WS-BR-READ (WS-BR-SUB)
008270     END-IF.
008280     ADD 1 TO WS-RANK-COUNT.
008290     MOVE WS-BR-SUB TO WS-RANK-BR (WS-RANK-COUNT).
008300 3050-EXIT.
008310     EXIT.
008320 3100-PLACE-ONE-BRANCH.
008330     MOVE WS-RANK-BR (WS-RANK-I) TO WS-HOLD-SUB.
008340     MOVE WS-RANK-I TO WS-RANK-J.
008350     PERFORM 3150-COMPARE-PREVIOUS THRU 3150-EXIT.
008360     PERFORM 3160-SHIFT-ONE-DOWN THRU 3160-EXIT
008370         UNTIL NOT WS-HOLD-IS-WORSE.
008380     MOVE WS-HOLD-SUB TO WS-RANK-BR (WS-RANK-J).
008390 3100-EXIT.
008400     EXIT.
008410*****************************************************************
008420* 3150-COMPARE-PREVIOUS - IS THE BRANCH BEING PLACED WORSE THAN
008430* THE ONE RANKED JUST ABOVE THE SLOT IT NOW SITS IN?
008440*****************************************************************
008450 3150-COMPARE-PREVIOUS.
008460     MOVE 'N' TO WS-HOLD-WORSE-SW.
008470     IF WS-RANK-J < 2
008480         GO TO 3150-EXIT
008490     END-IF.
008500     MOVE WS-RANK-BR (WS-RANK-J - 1) TO WS-PREV-SUB.
008510     IF WS-BR-REJ-RATE (WS-HOLD-SUB)
008520         > WS-BR-REJ-RATE (WS-PREV-SUB)
008530         SET WS-HOLD-IS-WORSE TO TRUE
008540     ELSE
008550     IF WS-BR-REJ-RATE (WS-HOLD-SUB)
008560         = WS-BR-REJ-RATE (WS-PREV-SUB)
008570         AND WS-BR-REFUSED (WS-HOLD-SUB)
008580             > WS-BR-REFUSED (WS-PREV-SUB)
008590         SET WS-HOLD-IS-WORSE TO TRUE
008600     ELSE
008610     IF WS-BR-REJ-RATE (WS-HOLD-SUB)
008620         = WS-BR-REJ-RATE (WS-PREV-SUB)
008630         AND WS-BR-REFUSED (WS-HOLD-SUB)
008640             = WS-BR-REFUSED (WS-PREV-SUB)
008650         AND WS-BR-OPEN (WS-HOLD-SUB)
008660             > WS-BR-OPEN (WS-PREV-SUB)
008670         SET WS-HOLD-IS-WORSE TO TRUE
008680     END-IF
008690     END-IF
008700     END-IF.
008710 3150-EXIT.
008720     EXIT.
008730 3160-SHIFT-ONE-DOWN.
008740     MOVE WS-PREV-SUB TO WS-RANK-BR (WS-RANK-J).
008750     SUBTRACT 1 FROM WS-RANK-J.
008760     PERFORM 3150-COMPARE-PREVIOUS THRU 3150-EXIT.
008770 3160-EXIT.
008780     EXIT.
008790*****************************************************************
008800* 4000-WRITE-SCORECARD - ONE REPORT LINE AND ONE SCORECARD
008810* RECORD PER BRANCH IN RANK ORDER, ROLLING EACH INTO THE
008820* NETWORK TOTALS.
008830*****************************************************************
008840 4000-WRITE-SCORECARD.
008850     PERFORM 4100-SCORE-ONE-BRANCH THRU 4100-EXIT
008860         VARYING WS-RANK-I FROM 1 BY 1
008870         UNTIL WS-RANK-I > WS-RANK-COUNT.
008880 4000-EXIT.
008890     EXIT.
008900 4100-SCORE-ONE-BRANCH.
008910     MOVE WS-RANK-BR (WS-RANK-I) TO WS-BR-SUB.
008920     COMPUTE WS-WORK-BRANCH = WS-BR-SUB - 1.
008930     MOVE ZERO TO WS-AVG-DAYS.
008940     IF WS-BR-CLEARED (WS-BR-SUB) > ZERO
008950         COMPUTE WS-AVG-DAYS ROUNDED =
008960             WS-BR-CLEAR-DAYS (WS-BR-SUB)
008970             / WS-BR-CLEARED (WS-BR-SUB)
008980     END-IF.
008990     MOVE ZERO TO WS-RATE-MOVE.
009000     IF WS-BR-HAS-PRIOR (WS-BR-SUB)
009010         COMPUTE WS-RATE-MOVE =
009020             WS-BR-REJ-RATE (WS-BR-SUB)
009030             - WS-BR-PRIOR-RATE (WS-BR-SUB)
009040     END-IF.
009050     PERFORM 4200-WRITE-SCORE-RECORD THRU 4200-EXIT.
009060     MOVE SPACES TO WS-REPORT-DETAIL.
009070     MOVE WS-RANK-I TO WS-RPT-DET-RANK.
009080     IF WS-BR-HAS-PRIOR (WS-BR-SUB)
009090         MOVE WS-BR-PRIOR-RANK (WS-BR-SUB) TO WS-PRIOR-RANK-EDIT
009100         MOVE WS-PRIOR-RANK-EDIT TO WS-RPT-DET-PRIOR
009110         MOVE WS-RATE-MOVE TO WS-RPT-DET-CHANGE
009120     ELSE
009130         MOVE 'NEW' TO WS-RPT-DET-PRIOR
009140     END-IF.
009150     MOVE WS-WORK-BRANCH TO WS-RPT-DET-BRANCH.
009160     MOVE WS-BR-BATCHES (WS-BR-SUB) TO WS-RPT-DET-BATCHES.
009170     MOVE WS-BR-REFUSED (WS-BR-SUB) TO WS-RPT-DET-REFUSED.
009180     MOVE WS-BR-READ (WS-BR-SUB) TO WS-RPT-DET-READ.
009190     MOVE WS-BR-REJ-RATE (WS-BR-SUB) TO WS-RPT-DET-RATE.
009200     PERFORM 4300-EDIT-ONE-CAUSE THRU 4300-EXIT
009210         VARYING WS-CAUSE-SUB FROM 1 BY 1
009220         UNTIL WS-CAUSE-SUB > 6.
009230     MOVE WS-BR-RAISED (WS-BR-SUB) TO WS-RPT-DET-RAISED.
009240     MOVE WS-BR-CLEARED (WS-BR-SUB) TO WS-RPT-DET-CLEARED.
009250     MOVE WS-AVG-DAYS TO WS-RPT-DET-AVG.
009260     MOVE WS-BR-WORST-DAYS (WS-BR-SUB) TO WS-RPT-DET-WORST.
009270     MOVE WS-BR-OPEN (WS-BR-SUB) TO WS-RPT-DET-OPEN.
009280     MOVE WS-BR-OLDEST (WS-BR-SUB) TO WS-RPT-DET-OLDEST.
009290     IF WS-RPT-LINE-COUNT >= WS-RPT-PAGE-SIZE
009300         PERFORM 7100-WRITE-REPORT-HEADINGS THRU 7100-EXIT
009310     END-IF.
009320     WRITE PRINT-RECORD FROM WS-REPORT-DETAIL
009330         AFTER ADVANCING 1 LINE.
009340     ADD 1 TO WS-RPT-LINE-COUNT.
009350     PERFORM 4400-ADD-TO-NETWORK THRU 4400-EXIT.
009360 4100-EXIT.
009370     EXIT.
009380 4200-WRITE-SCORE-RECORD.
009390     MOVE SPACES TO BSC-RECORD.
009400     MOVE WS-SCORE-MONTH TO BSC-MONTH.
009410     MOVE WS-WORK-BRANCH TO BSC-BRANCH-ID.
009420     MOVE WS-RANK-I TO BSC-RANK.
009430     MOVE WS-BR-PRIOR-RANK (WS-BR-SUB) TO BSC-PRIOR-RANK.
009440     MOVE WS-BR-BATCHES (WS-BR-SUB) TO BSC-BATCHES.
009450     MOVE WS-BR-REFUSED (WS-BR-SUB) TO BSC-BATCHES-REFUSED.
009460     MOVE WS-BR-READ (WS-BR-SUB) TO BSC-RECORDS-READ.
009470     MOVE WS-BR-REJ (WS-BR-SUB, 1) TO BSC-REJ-LENGTH.
009480     MOVE WS-BR-REJ (WS-BR-SUB, 2) TO BSC-REJ-CODE-MISS.
009490     MOVE WS-BR-REJ (WS-BR-SUB, 3) TO BSC-REJ-TOLERANCE.
009500     MOVE WS-BR-REJ (WS-BR-SUB, 4) TO BSC-REJ-FEE.
009510     MOVE WS-BR-REJ (WS-BR-SUB, 5) TO BSC-REJ-DUPLICATE.
009520     MOVE WS-BR-REJ (WS-BR-SUB, 6) TO BSC-REJ-ACCOUNT.
009530     MOVE WS-BR-REJ-TOTAL (WS-BR-SUB) TO BSC-REJ-TOTAL.
009540     MOVE WS-BR-REJ-RATE (WS-BR-SUB) TO BSC-REJ-RATE.
009550     MOVE WS-BR-PRIOR-RATE (WS-BR-SUB) TO BSC-PRIOR-REJ-RATE.
009560     MOVE WS-RATE-MOVE TO BSC-RATE-MOVEMENT.
009570     MOVE WS-BR-RAISED (WS-BR-SUB) TO BSC-EXCP-RAISED.
009580     MOVE WS-BR-CLEARED (WS-BR-SUB) TO BSC-CLEARED.
009590     MOVE WS-BR-CLEAR-DAYS (WS-BR-SUB) TO BSC-CLEAR-DAYS-TOTAL.
009600     MOVE WS-AVG-DAYS TO BSC-AVG-CLEAR-DAYS.
009610     MOVE WS-BR-WORST-DAYS (WS-BR-SUB) TO BSC-WORST-CLEAR-DAYS.
009620     MOVE WS-BR-OPEN (WS-BR-SUB) TO BSC-OPEN-AT-MONTH-END.
009630     MOVE WS-BR-OLDEST (WS-BR-SUB) TO BSC-OLDEST-OPEN-DAYS.
009640     WRITE BSC-RECORD.
009650     ADD 1 TO WS-SCORE-COUNT.
009660 4200-EXIT.
009670     EXIT.
009680 4300-EDIT-ONE-CAUSE.
009690     MOVE ZERO TO WS-CAUSE-RATE.
009700     IF WS-BR-READ (WS-BR-SUB) > ZERO
009710         COMPUTE WS-CAUSE-RATE ROUNDED =
009720             WS-BR-REJ (WS-BR-SUB, WS-CAUSE-SUB) * 100
009730             / WS-BR-READ (WS-BR-SUB)
009740     END-IF.
009750     MOVE WS-CAUSE-RATE TO WS-RPT-DET-CAUSE (WS-CAUSE-SUB).
009760 4300-EXIT.
009770     EXIT.
009780 4400-ADD-TO-NETWORK.
009790     ADD WS-BR-BATCHES (WS-BR-SUB) TO WS-NET-BATCHES.
009800     ADD WS-BR-REFUSED (WS-BR-SUB) TO WS-NET-REFUSED.
009810     ADD WS-BR-READ (WS-BR-SUB) TO WS-NET-READ.
009820     ADD WS-BR-REJ (WS-BR-SUB, 1) TO WS-NET-REJ (1).
009830     ADD WS-BR-REJ (WS-BR-SUB, 2) TO WS-NET-REJ (2).
009840     ADD WS-BR-REJ (WS-BR-SUB, 3) TO WS-NET-REJ (3).
009850     ADD WS-BR-REJ (WS-BR-SUB, 4) TO WS-NET-REJ (4).
009860     ADD WS-BR-REJ (WS-BR-SUB, 5) TO WS-NET-REJ (5).
009870     ADD WS-BR-REJ (WS-BR-SUB, 6) TO WS-NET-REJ (6).
009880     ADD WS-BR-REJ-TOTAL (WS-BR-SUB) TO WS-NET-REJ-TOTAL.
009890     ADD WS-BR-RAISED (WS-BR-SUB) TO WS-NET-RAISED.
009900     ADD WS-BR-CLEARED (WS-BR-SUB) TO WS-NET-CLEARED.
009910     ADD WS-BR-CLEAR-DAYS (WS-BR-SUB) TO WS-NET-CLEAR-DAYS.
009920     IF WS-BR-WORST-DAYS (WS-BR-SUB) > WS-NET-WORST-DAYS
009930         MOVE WS-BR-WORST-DAYS (WS-BR-SUB) TO WS-NET-WORST-DAYS
009940     END-IF.
009950     ADD WS-BR-OPEN (WS-BR-SUB) TO WS-NET-OPEN.
009960     IF WS-BR-OLDEST (WS-BR-SUB) > WS-NET-OLDEST
009970         MOVE WS-BR-OLDEST (WS-BR-SUB) TO WS-NET-OLDEST
009980     END-IF.
009990 4400-EXIT.
010000     EXIT.
010010*****************************************************************
010020* 7000-WRAP-UP - THE NETWORK LINE UNDER THE RANKED BRANCHES,
010030* THEN THE CONTROL COUNTS: RECORDS TAKEN FOR THE MONTH FROM EACH
010040* SOURCE, SPELLS SEEN, SPELLS THAT COULD NOT BE DATED, BRANCHES
010050* FOUND ON LAST MONTH'S SCORECARD AND RECORDS WRITTEN.
010060*****************************************************************
010070 7000-WRAP-UP.
010080     MOVE SPACES TO WS-REPORT-DETAIL.
010090     MOVE 'ALL' TO WS-RPT-DET-BRANCH.
010100     MOVE WS-NET-BATCHES TO WS-RPT-DET-BATCHES.
010110     MOVE WS-NET-REFUSED TO WS-RPT-DET-REFUSED.
010120     MOVE WS-NET-READ TO WS-RPT-DET-READ.
010130     MOVE ZERO TO WS-CAUSE-RATE.
010140     IF WS-NET-READ > ZERO
010150         COMPUTE WS-CAUSE-RATE ROUNDED =
010160             WS-NET-REJ-TOTAL * 100 / WS-NET-READ
010170     END-IF.
010180     MOVE WS-CAUSE-RATE TO WS-RPT-DET-RATE.
010190     PERFORM 7050-EDIT-NETWORK-CAUSE THRU 7050-EXIT
010200         VARYING WS-CAUSE-SUB FROM 1 BY 1
010210         UNTIL WS-CAUSE-SUB > 6.
010220     MOVE WS-NET-RAISED TO WS-RPT-DET-RAISED.
010230     MOVE WS-NET-CLEARED TO WS-RPT-DET-CLEARED.
010240     MOVE ZERO TO WS-AVG-DAYS.
010250     IF WS-NET-CLEARED > ZERO
010260         COMPUTE WS-AVG-DAYS ROUNDED =
010270             WS-NET-CLEAR-DAYS / WS-NET-CLEARED
010280     END-IF.
010290     MOVE WS-AVG-DAYS TO WS-RPT-DET-AVG.
010300     MOVE WS-NET-WORST-DAYS TO WS-RPT-DET-WORST.
010310     MOVE WS-NET-OPEN TO WS-RPT-DET-OPEN.
010320     MOVE WS-NET-OLDEST TO WS-RPT-DET-OLDEST.
010330     WRITE PRINT-RECORD FROM WS-REPORT-DETAIL
010340         AFTER ADVANCING 2 LINES.
010350     MOVE WS-ACK-MONTH-COUNT TO WS-CONTROL-DISP.
010360     MOVE SPACES TO WS-PRINT-LINE.
010370     STRING 'BATCH ACKNOWLEDGMENTS FOR THE MONTH:  '
010380         DELIMITED BY SIZE
010390         WS-CONTROL-DISP DELIMITED BY SIZE
010400         INTO WS-PRINT-LINE
010410     END-STRING.
010420     WRITE PRINT-RECORD FROM WS-PRINT-LINE
010430         AFTER ADVANCING 3 LINES.
010440     MOVE WS-EXCP-MONTH-COUNT TO WS-CONTROL-DISP.
010450     MOVE SPACES TO WS-PRINT-LINE.
010460     STRING 'EXCEPTIONS RAISED FOR THE MONTH:      '
010470         DELIMITED BY SIZE
010480         WS-CONTROL-DISP DELIMITED BY SIZE
010490         INTO WS-PRINT-LINE
010500     END-STRING.
010510     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
010520     MOVE WS-SPELL-COUNT TO WS-CONTROL-DISP.
010530     MOVE SPACES TO WS-PRINT-LINE.
010540     STRING 'OPEN-EXCEPTION SPELLS EXAMINED:       '
010550         DELIMITED BY SIZE
010560         WS-CONTROL-DISP DELIMITED BY SIZE
010570         INTO WS-PRINT-LINE
010580     END-STRING.
010590     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
010600     MOVE WS-UNDATED-COUNT TO WS-CONTROL-DISP.
010610     MOVE SPACES TO WS-PRINT-LINE.
010620     STRING 'SPELLS NOT DATED ON THE CALENDAR:     '
010630         DELIMITED BY SIZE
010640         WS-CONTROL-DISP DELIMITED BY SIZE
010650         INTO WS-PRINT-LINE
010660     END-STRING.
010670     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
010680     MOVE WS-PRIOR-COUNT TO WS-CONTROL-DISP.
010690     MOVE SPACES TO WS-PRINT-LINE.
010700     STRING 'BRANCHES ON LAST MONTH''S SCORECARD:   '
010710         DELIMITED BY SIZE
010720         WS-CONTROL-DISP DELIMITED BY SIZE
010730         INTO WS-PRINT-LINE
010740     END-STRING.
010750     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
010760     MOVE WS-SCORE-COUNT TO WS-CONTROL-DISP.
010770     MOVE SPACES TO WS-PRINT-LINE.
010780     STRING 'SCORECARD RECORDS WRITTEN:            '
010790         DELIMITED BY SIZE
010800         WS-CONTROL-DISP DELIMITED BY SIZE
010810         INTO WS-PRINT-LINE
010820     END-STRING.
010830     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
010840     IF WS-ACK-MONTH-COUNT = ZERO
010850         MOVE SPACES TO WS-PRINT-LINE
010860         STRING 'NO BATCHES FOUND FOR THE MONTH - CHECK THAT '
010870             DELIMITED BY SIZE
010880             'ACKIN CARRIES THE MONTH''S GENERATIONS'
010890             DELIMITED BY SIZE
010900             INTO WS-PRINT-LINE
010910         END-STRING
010920         WRITE PRINT-RECORD FROM WS-PRINT-LINE
010930             AFTER ADVANCING 2 LINES
010940     END-IF.
010950 7000-EXIT.
010960     EXIT.
010970 7050-EDIT-NETWORK-CAUSE.
010980     MOVE ZERO TO WS-CAUSE-RATE.
010990     IF WS-NET-READ > ZERO
011000         COMPUTE WS-CAUSE-RATE ROUNDED =
011010             WS-NET-REJ (WS-CAUSE-SUB) * 100 / WS-NET-READ
011020     END-IF.
011030     MOVE WS-CAUSE-RATE TO WS-RPT-DET-CAUSE (WS-CAUSE-SUB).
011040 7050-EXIT.
011050     EXIT.
011060*****************************************************************
011070* 7100-WRITE-REPORT-HEADINGS - START A NEW PAGE WITH THE TITLE,
011080* SCORECARD MONTH, PAGE NUMBER AND THE TWO CAPTION LINES.
011090*****************************************************************
011100 7100-WRITE-REPORT-HEADINGS.
011110     ADD 1 TO WS-RPT-PAGE-COUNT.
011120     MOVE WS-RPT-PAGE-COUNT TO WS-RPT-HDG-PAGE.
011130     WRITE PRINT-RECORD FROM WS-REPORT-HEADING-1
011140         AFTER ADVANCING PAGE.
011150     WRITE PRINT-RECORD FROM WS-REPORT-HEADING-2
011160         AFTER ADVANCING 2 LINES.
011170     WRITE PRINT-RECORD FROM WS-REPORT-HEADING-3
011180         AFTER ADVANCING 1 LINE.
011190     MOVE 3 TO WS-RPT-LINE-COUNT.
011200 7100-EXIT.
011210     EXIT.
011220*****************************************************************
011230* 8000-TERMINATE - SET THE RETURN CODE AND CLOSE FILES.  A BAD
011240* PARM OR A REFUSED RUN RETURNS 8; A MONTH WITH NO BATCHES
011250* RETURNS 4 FOR SOMEONE TO LOOK AT BEFORE THE FILE IS LOADED.
011260*****************************************************************
011270 8000-TERMINATE.
011280     IF WS-PARM-BAD OR WS-RUN-REFUSED
011290         MOVE 8 TO RETURN-CODE
011300     ELSE
011310     IF WS-ACK-MONTH-COUNT = ZERO
011320         MOVE 4 TO RETURN-CODE
011330     ELSE
011340         MOVE 0 TO RETURN-CODE
011350     END-IF
011360     END-IF.
011370     IF NOT WS-PARM-BAD
011380         CLOSE SCORE-FILE
011390     END-IF.
011400     CLOSE PRINT-FILE.
011410 8000-EXIT.
011420     EXIT.
