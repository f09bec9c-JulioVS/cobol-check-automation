000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ACTMON.
000030 AUTHOR.  R HARMON.
000040 INSTALLATION.  NUMERIC RECONCILIATION - BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* NIGHTLY UNUSUAL-ACTIVITY MONITOR.  READS THE NIGHT'S VALIDATED-
000090* TRANSACTION FEED (VALTRAN LAYOUT) AND RAISES TWO KINDS OF ALERT
000100* FOR THE COMPLIANCE CASE SYSTEM:
000110*   - LARGE VALUE - ONE TRANSACTION WHOSE FIELD-1 IS ABOVE THE
000120*     THRESHOLD ON THE MONITORING CARDS FOR ITS CODE.  A CODE
000130*     WITH NO THRESHOLD CARD IS NOT CHECKED AND IS COUNTED ON THE
000140*     RUN TOTALS;
000150*   - VELOCITY - AN ACCOUNT WHOSE TRANSACTION COUNT, OR VALUE,
000160*     OVER THE WINDOW OF BUSINESS DAYS ENDING TONIGHT IS ABOVE
000170*     THE MULTIPLE OF ITS OWN TRAILING AVERAGE FOR A WINDOW OF
000180*     THAT LENGTH, TAKEN OVER THE REST OF THE 25 BUSINESS DAYS
000190*     THE ACTIVITY FILE KEEPS.
000200* THE ACTIVITY FILE (ACTHIST LAYOUT) CARRIES ONE RECORD PER
000210* ACCOUNT FROM NIGHT TO NIGHT - ACTIN IS LAST NIGHT'S GENERATION,
000220* ACTOUT TONIGHT'S.  EACH RECORD IS ROLLED FORWARD BY THE
000230* BUSINESS DAYS ON THE BUSINESS CALENDAR SINCE IT WAS LAST
000240* WRITTEN, TONIGHT'S COUNT AND VALUE GO INTO THE NEWEST BUCKET,
000250* AND AN ACCOUNT WITH NO ACTIVITY LEFT IN ANY BUCKET DROPS OFF.
000260* VALUE IS FIELD-1 WITHOUT SIGN, SO REVERSALS COUNT AS MOVEMENT.
000270* A RUN ON A NON-BUSINESS DATE POSTS TO THE LAST BUSINESS DAY.
000280* VELOCITY IS TESTED ONLY FOR ACCOUNTS ACTIVE TONIGHT WITH A FULL
000290* 25 BUSINESS DAYS OF HISTORY AND AT LEAST THE MINIMUM COUNT IN
000300* THE WINDOW, SO A NEW ACCOUNT OR A STRAY TRANSACTION ON A QUIET
000310* ONE DOES NOT RAISE AN ALERT.
000320*
000330* THE MONITORING CARDS (MONCARD) - '*' IN COLUMN 1 IS A COMMENT:
000340*   T CCCC AAAAAAAAAAAAAAA  - LARGE-VALUE THRESHOLD.  CODE IN
000350*                             COLUMNS 2-5, AMOUNT 9(13)V99 IN
000360*                             COLUMNS 6-20.  ONE CARD PER CODE.
000370*   V DD MMMM NNN           - VELOCITY SETTINGS.  WINDOW DAYS IN
000380*                             COLUMNS 2-3 (1 TO 12), MULTIPLE
000390*                             99V99 IN COLUMNS 4-7 (1.00 OR
000400*                             MORE), MINIMUM WINDOW COUNT IN
000410*                             COLUMNS 8-10.  WITH NO V CARD THE
000420*                             WINDOW IS 5 DAYS, THE MULTIPLE 3.00
000430*                             AND THE MINIMUM 3.
000440* THE BRANCH OF EACH TRANSACTION COMES OFF THE PROCESSED-KEY
000450* HISTORY CLUSTER; A KEY NOT FOUND THERE LISTS UNDER BRANCH 000.
000460* ALERTS GO TO ALERTOUT IN BRANCH, ACCOUNT AND TYPE ORDER, AND THE
000470* REVIEWER LISTING PRINTS ONE PAGE RUN PER BRANCH.
000480*
000490* NOTHING IN THE NIGHTLY RUN WAITS ON THIS STEP.  A BAD CARD, A
000500* RUN DATE MISSING FROM THE CALENDAR OR AN OVERFULL TABLE REFUSES
000510* THE RUN WITH RC 8 AND CARRIES THE ACTIVITY FILE FORWARD
000520* UNCHANGED, SO THE RERUN STARTS FROM THE SAME HISTORY.  ANY
000530* ALERT, OR A HISTORY CLUSTER THAT CANNOT BE OPENED, RETURNS 4.
000531* A RUN DATE EARLIER THAN THE LATEST NIGHT ALREADY ON THE
000532* ACTIVITY FILE - A LATE RERUN AFTER A LATER NIGHT HAS ROLLED THE
000533* FILE - IS REFUSED THE SAME WAY.  THAT NIGHT GOES UNMONITORED AND
000534* STAYS OPEN ON ITS RUN-CONTROL CHECKLIST.
000540*****************************************************************
000550* MODIFICATION HISTORY
000560*-----------------------------------------------------------
000570* DATE       INIT  DESCRIPTION
000580*-----------------------------------------------------------
000590* 10/15/26    RH   ORIGINAL PROGRAM.  COMPLIANCE HAD NO FEED OF
000600*                  LARGE OR FAST-MOVING ACTIVITY OUT OF THE
000610*                  NIGHTLY RUN.
000611* 10/15/26    RH   THE RUN DATE NOW COMES OFF THE NIGHT ROW ON THE
000612*                  RUN-CONTROL FILE INSTEAD OF THE CLOCK, SO A
000613*                  NIGHT THAT CROSSES MIDNIGHT OR IS FINISHED THE
000614*                  NEXT MORNING KEEPS ONE RUN DATE THROUGHOUT.
000615* 10/15/26    RH   A RUN THE RUN-CONTROL CHECK REFUSES NOW CARRIES
000616*                  THE ACTIVITY FILE FORWARD AS A BAD CARD DOES,
000617*                  INSTEAD OF CUTTING AN EMPTY GENERATION.
000618* 10/15/26    RH   A RUN DATE EARLIER THAN THE LATEST NIGHT ON
000619*                  THE ACTIVITY FILE IS REFUSED, SO A LATE RERUN
000620*                  CANNOT POST INTO A LATER NIGHT'S DAYS.
000621*-----------------------------------------------------------
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT VALID-FILE ASSIGN TO VALIDIN
000670         ORGANIZATION IS SEQUENTIAL.
000680     SELECT SORTED-VALID-FILE ASSIGN TO VALSRT
000690         ORGANIZATION IS SEQUENTIAL.
000700     SELECT VALID-SORT-WORK ASSIGN TO SORTWK1.
000710     SELECT HIST-FILE ASSIGN TO HISTKSDS
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS HIST-KEY
000750         FILE STATUS IS WS-HIST-FILE-STATUS.
000760     SELECT CALENDAR-FILE ASSIGN TO CALIN
000770         ORGANIZATION IS SEQUENTIAL.
000780     SELECT CARD-FILE ASSIGN TO MONCARD
000790         ORGANIZATION IS SEQUENTIAL.
000800     SELECT ACT-IN-FILE ASSIGN TO ACTIN
000810         ORGANIZATION IS SEQUENTIAL.
000820     SELECT ACT-OUT-FILE ASSIGN TO ACTOUT
000830         ORGANIZATION IS SEQUENTIAL.
000840     SELECT ALERT-WORK-FILE ASSIGN TO ALRTWORK
000850         ORGANIZATION IS SEQUENTIAL.
000860     SELECT ALERT-SORT-WORK ASSIGN TO SORTWK2.
000870     SELECT ALERT-FILE ASSIGN TO ALERTOUT
000880         ORGANIZATION IS SEQUENTIAL.
000890     SELECT PRINT-FILE ASSIGN TO RPTOUT
000900         ORGANIZATION IS SEQUENTIAL.
000910     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS RANDOM
000940         RECORD KEY IS RCTL-KEY
000950         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  VALID-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010     COPY VALTRAN.
001020 FD  SORTED-VALID-FILE
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD.
001050 01  SORTED-VALID-RECORD.
001060     05  SRT-VAL-KEY          PIC X(10).
001070     05  SRT-VAL-CODE         PIC 9(04).
001080     05  SRT-VAL-FIELD-1      PIC S9(11)V9(07) COMP-3.
001090     05  FILLER               PIC X(47).
001100     05  SRT-VAL-BATCH-DATE   PIC 9(08).
001110     05  FILLER               PIC X(01).
001120 SD  VALID-SORT-WORK.
001130 01  VALID-SORT-RECORD.
001140     05  VSRT-KEY             PIC X(10).
001150     05  FILLER               PIC X(61).
001160     05  VSRT-BATCH-DATE      PIC X(08).
001170     05  FILLER               PIC X(01).
001180 FD  HIST-FILE
001190     LABEL RECORDS ARE STANDARD.
001200     COPY HISTREC.
001210 FD  CALENDAR-FILE
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD.
001240     COPY CALREC.
001250 FD  CARD-FILE
001260     RECORDING MODE IS F
001270     LABEL RECORDS ARE STANDARD.
001280 01  CARD-RECORD.
001290     05  CARD-TYPE            PIC X(01).
001300         88  CARD-THRESHOLD            VALUE 'T'.
001310         88  CARD-VELOCITY             VALUE 'V'.
001320         88  CARD-COMMENT              VALUE '*'.
001330     05  CARD-BODY            PIC X(79).
001340     05  CARD-T-FIELDS REDEFINES CARD-BODY.
001350         10  CARD-T-CODE      PIC 9(04).
001360         10  CARD-T-AMOUNT    PIC 9(13)V99.
001370         10  FILLER           PIC X(60).
001380     05  CARD-V-FIELDS REDEFINES CARD-BODY.
001390         10  CARD-V-DAYS      PIC 9(02).
001400         10  CARD-V-MULTIPLE  PIC 9(02)V99.
001410         10  CARD-V-MIN-COUNT PIC 9(03).
001420         10  FILLER           PIC X(70).
001430 FD  ACT-IN-FILE
001440     RECORDING MODE IS F
001450     LABEL RECORDS ARE STANDARD.
001460     COPY ACTHIST.
001470 FD  ACT-OUT-FILE
001480     RECORDING MODE IS F
001490     LABEL RECORDS ARE STANDARD.
001500 01  ACT-OUT-RECORD               PIC X(320).
001510 FD  ALERT-WORK-FILE
001520     RECORDING MODE IS F
001530     LABEL RECORDS ARE STANDARD.
001540     COPY ACTALRT.
001550 SD  ALERT-SORT-WORK.
001560 01  ALERT-SORT-RECORD.
001570     05  ASRT-BRANCH-ID       PIC 9(03).
001580     05  ASRT-KEY             PIC X(10).
001590     05  ASRT-TYPE            PIC X(01).
001600     05  FILLER               PIC X(86).
001610 FD  ALERT-FILE
001620     RECORDING MODE IS F
001630     LABEL RECORDS ARE STANDARD.
001640 01  ALERT-OUT-RECORD.
001650     05  AOUT-BRANCH-ID       PIC 9(03).
001660     05  AOUT-KEY             PIC X(10).
001670     05  AOUT-TYPE            PIC X(01).
001680         88  AOUT-LARGE-VALUE          VALUE 'L'.
001690         88  AOUT-COUNT-VELOCITY       VALUE 'C'.
001700     05  AOUT-RUN-DATE        PIC 9(08).
001710     05  AOUT-CODE            PIC 9(04).
001720     05  AOUT-BATCH-DATE      PIC 9(08).
001730     05  AOUT-OBSERVED        PIC S9(13)V99
001740                              SIGN LEADING SEPARATE.
001750     05  AOUT-LIMIT           PIC S9(13)V99
001760                              SIGN LEADING SEPARATE.
001770     05  AOUT-WINDOW-DAYS     PIC 9(02).
001780     05  AOUT-MULTIPLE        PIC 9(02)V99.
001790     05  FILLER               PIC X(28).
001800 FD  PRINT-FILE
001810     RECORDING MODE IS F
001820     LABEL RECORDS ARE OMITTED.
001830 01  PRINT-RECORD                 PIC X(132).
001840 FD  RUNCTL-FILE
001850     LABEL RECORDS ARE STANDARD.
001860     COPY RUNCTL.
001870 WORKING-STORAGE SECTION.
001880 77  WS-DAYS-KEPT                 PIC S9(04) COMP VALUE 25.
001890 77  WS-WINDOW-MAX                PIC S9(04) COMP VALUE 12.
001900 77  WS-THRESH-TAB-MAX            PIC S9(04) COMP VALUE 50.
001910 77  WS-BUS-TAB-MAX               PIC S9(04) COMP VALUE 400.
001920 01  WS-SWITCHES.
001930     05  WS-CARD-EOF-SW       PIC X(01)      VALUE 'N'.
001940         88  WS-CARD-EOF                     VALUE 'Y'.
001950     05  WS-CAL-EOF-SW        PIC X(01)      VALUE 'N'.
001960         88  WS-CAL-EOF                      VALUE 'Y'.
001970     05  WS-VAL-EOF-SW        PIC X(01)      VALUE 'N'.
001980         88  WS-VAL-EOF                      VALUE 'Y'.
001990     05  WS-ACT-EOF-SW        PIC X(01)      VALUE 'N'.
002000         88  WS-ACT-EOF                      VALUE 'Y'.
002010     05  WS-ALERT-EOF-SW      PIC X(01)      VALUE 'N'.
002020         88  WS-ALERT-EOF                    VALUE 'Y'.
002030     05  WS-SETUP-FAILED-SW   PIC X(01)      VALUE 'N'.
002040         88  WS-SETUP-FAILED                 VALUE 'Y'.
002050     05  WS-VELOCITY-CARD-SW  PIC X(01)      VALUE 'N'.
002060         88  WS-VELOCITY-CARD-SEEN           VALUE 'Y'.
002070     05  WS-RUN-ON-CAL-SW     PIC X(01)      VALUE 'N'.
002080         88  WS-RUN-ON-CAL                   VALUE 'Y'.
002090     05  WS-HIST-OPEN-SW      PIC X(01)      VALUE 'N'.
002100         88  WS-HIST-OPEN                    VALUE 'Y'.
002110     05  WS-THRESH-FOUND-SW   PIC X(01)      VALUE 'N'.
002120         88  WS-THRESH-FOUND                 VALUE 'Y'.
002130         88  WS-THRESH-NOT-FOUND             VALUE 'N'.
002140     05  WS-FULL-HISTORY-SW   PIC X(01)      VALUE 'N'.
002150         88  WS-FULL-HISTORY                 VALUE 'Y'.
002160     05  WS-COLUMNS-SW        PIC X(01)      VALUE 'N'.
002170         88  WS-PRINT-COLUMNS                VALUE 'Y'.
002180     05  WS-BRANCH-STARTED-SW PIC X(01)      VALUE 'N'.
002190         88  WS-BRANCH-STARTED               VALUE 'Y'.
002200     05  WS-RUNCTL-OPEN-SW    PIC X(01)      VALUE 'N'.
002210         88  WS-RUNCTL-OPEN                  VALUE 'Y'.
002220     05  WS-RERUN-REFUSED-SW  PIC X(01)      VALUE 'N'.
002230         88  WS-RERUN-REFUSED                VALUE 'Y'.
002240 01  WS-RUNCTL-WORK.
002250     05  WS-RUNCTL-FILE-STATUS    PIC X(02) VALUE SPACES.
002260     05  WS-RUNCTL-STEP           PIC X(08) VALUE 'ACTMON'.
002270     05  WS-RUNCTL-TIME           PIC 9(08) VALUE ZERO.
002280 01  WS-HIST-FILE-STATUS          PIC X(02) VALUE SPACES.
002290 01  WS-PRINT-LINE                PIC X(132).
002300 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
002310 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
002320     05  WS-RUN-YYYY              PIC 9(04).
002330     05  WS-RUN-MM                PIC 9(02).
002340     05  WS-RUN-DD                PIC 9(02).
002350*    THE MONITORING SETTINGS - THE DEFAULTS HOLD UNLESS A V CARD
002360*    REPLACES THEM.
002370 01  WS-SETTINGS.
002380     05  WS-WINDOW-DAYS           PIC S9(04) COMP VALUE 5.
002390     05  WS-MULTIPLE              PIC 9(02)V99 VALUE 3.00.
002400     05  WS-MIN-COUNT             PIC 9(03) VALUE 3.
002410     05  WS-TRAIL-DAYS            PIC S9(04) COMP VALUE ZERO.
002420     05  WS-CARD-COUNT            PIC 9(05) COMP-3 VALUE ZERO.
002430     05  WS-CARD-REASON           PIC X(30) VALUE SPACES.
002440*    THE LARGE-VALUE THRESHOLDS IN CARD ORDER, WITH THE NUMBER OF
002450*    TRANSACTIONS EACH ONE CAUGHT TONIGHT.
002460 01  WS-THRESH-TABLE-AREA.
002470     05  WS-THRESH-COUNT          PIC S9(04) COMP VALUE ZERO.
002480     05  WS-THRESH-ENTRY          OCCURS 50 TIMES.
002490         10  WS-THR-CODE          PIC 9(04).
002500         10  WS-THR-AMOUNT        PIC 9(13)V99.
002510         10  WS-THR-HITS          PIC 9(07) COMP-3.
002520 01  WS-THR-SUB                   PIC S9(04) COMP VALUE ZERO.
002530 01  WS-THR-HIT-SUB               PIC S9(04) COMP VALUE ZERO.
002540 01  WS-LOOKUP-CODE               PIC 9(04) VALUE ZERO.
002550*    THE BUSINESS DAYS OF THE YEAR TO THE RUN DATE, OLDEST FIRST.
002560*    A DAY'S SUBSCRIPT IS ITS BUSINESS-DAY NUMBER, SO THE BUSINESS
002570*    DAYS BETWEEN TWO DATES ARE THE DIFFERENCE OF THEIR NUMBERS.
002580*    EVERY SLOT BEYOND THE LAST DAY HOLDS NINES SO SEARCH ALL SEES
002590*    A FULLY ASCENDING TABLE.
002600 01  WS-BUS-COUNT                 PIC S9(04) COMP VALUE ZERO.
002610 01  WS-BUS-TABLE.
002620     05  WS-BUS-ENTRY             OCCURS 400 TIMES
002630                                  ASCENDING KEY IS WS-BUS-DATE
002640                                  INDEXED BY WS-BUS-IDX.
002650         10  WS-BUS-DATE          PIC 9(08).
002660 01  WS-CAL-WORK.
002670     05  WS-CAL-FROM-DATE         PIC 9(08) VALUE ZERO.
002680     05  WS-CAL-FROM-PARTS REDEFINES WS-CAL-FROM-DATE.
002690         10  WS-CAL-FROM-YYYY     PIC 9(04).
002700         10  WS-CAL-FROM-MMDD     PIC 9(04).
002710     05  WS-TONIGHT-DATE          PIC 9(08) VALUE ZERO.
002720     05  WS-TONIGHT-ORD           PIC S9(04) COMP VALUE ZERO.
002730     05  WS-LOOKUP-DATE           PIC 9(08) VALUE ZERO.
002740     05  WS-LOOKUP-ORD            PIC S9(04) COMP VALUE ZERO.
002741     05  WS-NEWEST-ACT-DATE       PIC 9(08) VALUE ZERO.
002750*    TONIGHT'S TOTALS FOR THE ACCOUNT BEING GATHERED OFF THE
002760*    SORTED FEED.  HIGH-VALUES IN THE KEY MEANS THE FEED IS DONE.
002770 01  WS-TRAN-WORK.
002780     05  WS-TRAN-ACCT-KEY         PIC X(10) VALUE SPACES.
002790     05  WS-TRAN-BRANCH-ID        PIC 9(03) VALUE ZERO.
002800     05  WS-TRAN-COUNT            PIC 9(05) COMP-3 VALUE ZERO.
002810     05  WS-TRAN-VALUE            PIC 9(13)V99 COMP-3 VALUE ZERO.
002820     05  WS-TRAN-AMOUNT           PIC 9(13)V99 COMP-3 VALUE ZERO.
002830     05  WS-TRAN-BRANCH-WORK      PIC 9(03) VALUE ZERO.
002840 01  WS-MAST-KEY                  PIC X(10) VALUE SPACES.
002850*    WORK COPY OF ONE ACTIVITY RECORD (ACTHIST LAYOUT) WHILE IT IS
002860*    ROLLED, UPDATED AND TESTED.
002870 01  WS-ACT-RECORD.
002880     05  WS-ACT-KEY               PIC X(10).
002890     05  WS-ACT-BRANCH-ID         PIC 9(03).
002900     05  WS-ACT-FIRST-DATE        PIC 9(08).
002910     05  WS-ACT-LAST-DATE         PIC 9(08).
002920     05  WS-ACT-DAY               OCCURS 25 TIMES.
002930         10  WS-ACT-DAY-COUNT     PIC 9(05) COMP-3.
002940         10  WS-ACT-DAY-VALUE     PIC 9(13)V99 COMP-3.
002950     05  FILLER                   PIC X(16).
002960 01  WS-ROLL-WORK.
002970     05  WS-SHIFT-DAYS            PIC S9(04) COMP VALUE ZERO.
002980     05  WS-DAY-SUB               PIC S9(04) COMP VALUE ZERO.
002990     05  WS-FROM-SUB              PIC S9(04) COMP VALUE ZERO.
003000     05  WS-ALL-COUNT             PIC 9(07) COMP-3 VALUE ZERO.
003010 01  WS-VELOCITY-WORK.
003020     05  WS-WIN-COUNT             PIC 9(07) COMP-3 VALUE ZERO.
003030     05  WS-WIN-VALUE             PIC 9(13)V99 COMP-3 VALUE ZERO.
003040     05  WS-TRAIL-COUNT           PIC 9(07) COMP-3 VALUE ZERO.
003050     05  WS-TRAIL-VALUE           PIC 9(13)V99 COMP-3 VALUE ZERO.
003060     05  WS-COUNT-LIMIT           PIC 9(13)V99 COMP-3 VALUE ZERO.
003070     05  WS-VALUE-LIMIT           PIC 9(13)V99 COMP-3 VALUE ZERO.
003080 01  WS-RUN-TOTALS.
003090     05  WS-TRAN-READ-COUNT       PIC 9(09) COMP-3 VALUE ZERO.
003100     05  WS-FIELD-1-TOTAL         PIC S9(13)V9(07) COMP-3
003110                                   VALUE ZERO.
003120     05  WS-UNCHECKED-COUNT       PIC 9(09) COMP-3 VALUE ZERO.
003130     05  WS-NO-BRANCH-COUNT       PIC 9(09) COMP-3 VALUE ZERO.
003140     05  WS-ACCT-IN-COUNT         PIC 9(09) COMP-3 VALUE ZERO.
003150     05  WS-ACCT-NEW-COUNT        PIC 9(09) COMP-3 VALUE ZERO.
003160     05  WS-ACCT-DROPPED-COUNT    PIC 9(09) COMP-3 VALUE ZERO.
003170     05  WS-ACCT-OUT-COUNT        PIC 9(09) COMP-3 VALUE ZERO.
003180     05  WS-ACCT-ACTIVE-COUNT     PIC 9(09) COMP-3 VALUE ZERO.
003190     05  WS-ACCT-TESTED-COUNT     PIC 9(09) COMP-3 VALUE ZERO.
003200     05  WS-LARGE-ALERT-COUNT     PIC 9(09) COMP-3 VALUE ZERO.
003210     05  WS-LARGE-ALERT-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZERO.
003220     05  WS-COUNT-ALERT-COUNT     PIC 9(09) COMP-3 VALUE ZERO.
003230     05  WS-VALUE-ALERT-COUNT     PIC 9(09) COMP-3 VALUE ZERO.
003240     05  WS-ALERT-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
003250 01  WS-LISTING-WORK.
003260     05  WS-CUR-BRANCH            PIC 9(03) VALUE ZERO.
003270     05  WS-BRANCH-ALERTS         PIC 9(07) COMP-3 VALUE ZERO.
003280     05  WS-LISTED-COUNT          PIC 9(09) COMP-3 VALUE ZERO.
003290 01  WS-EDIT-FIELDS.
003300     05  WS-EDIT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003310     05  WS-EDIT-COUNT-AREA.
003320         10  WS-EDIT-COUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
003330         10  FILLER               PIC X(04) VALUE SPACES.
003340     05  WS-EDIT-THRESHOLD        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003350     05  WS-EDIT-SMALL            PIC ZZ,ZZ9.
003360     05  WS-WINDOW-DISPLAY        PIC Z9.
003370     05  WS-KEPT-DISPLAY          PIC Z9.
003380     05  WS-MULTIPLE-DISPLAY      PIC Z9.99.
003390     05  WS-MIN-DISPLAY           PIC ZZ9.
003400 01  WS-REPORT-WORK.
003410     05  WS-RPT-PAGE-COUNT        PIC 9(03) COMP-3 VALUE ZERO.
003420     05  WS-RPT-LINE-COUNT        PIC 9(03) COMP-3 VALUE ZERO.
003430     05  WS-RPT-PAGE-SIZE         PIC 9(03) COMP-3 VALUE 55.
003440 01  WS-REPORT-HEADING-1.
003450     05  FILLER                   PIC X(01) VALUE SPACE.
003460     05  FILLER                   PIC X(44) VALUE
003470         'ACTMON UNUSUAL-ACTIVITY MONITOR'.
003480     05  FILLER                   PIC X(08) VALUE SPACES.
003490     05  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
003500     05  WS-RPT-HDG-DATE.
003510         10  WS-RPT-HDG-YYYY      PIC 9(04).
003520         10  FILLER               PIC X(01) VALUE '/'.
003530         10  WS-RPT-HDG-MM        PIC 9(02).
003540         10  FILLER               PIC X(01) VALUE '/'.
003550         10  WS-RPT-HDG-DD        PIC 9(02).
003560     05  FILLER                   PIC X(08) VALUE SPACES.
003570     05  FILLER                   PIC X(06) VALUE 'PAGE: '.
003580     05  WS-RPT-HDG-PAGE          PIC ZZ9.
003590     05  FILLER                   PIC X(42) VALUE SPACES.
003600 01  WS-REPORT-HEADING-2.
003610     05  FILLER                   PIC X(01) VALUE SPACE.
003620     05  WS-RPT-HDG-SECTION       PIC X(60) VALUE SPACES.
003630     05  FILLER                   PIC X(71) VALUE SPACES.
003640 01  WS-REPORT-HEADING-3.
003650     05  FILLER                   PIC X(01) VALUE SPACE.
003660     05  FILLER                   PIC X(12) VALUE 'ACCOUNT'.
003670     05  FILLER                   PIC X(20) VALUE 'ALERT'.
003680     05  FILLER                   PIC X(06) VALUE 'CODE'.
003690     05  FILLER                   PIC X(10) VALUE 'BATCH DATE'.
003700     05  FILLER                   PIC X(21) VALUE
003710         '             OBSERVED'.
003720     05  FILLER                   PIC X(02) VALUE SPACES.
003730     05  FILLER                   PIC X(21) VALUE
003740         '                LIMIT'.
003750     05  FILLER                   PIC X(02) VALUE SPACES.
003760     05  FILLER                   PIC X(20) VALUE 'BASIS'.
003770     05  FILLER                   PIC X(17) VALUE SPACES.
003780 01  WS-REPORT-DETAIL.
003790     05  FILLER                   PIC X(01) VALUE SPACE.
003800     05  WS-RPT-DET-KEY           PIC X(10).
003810     05  FILLER                   PIC X(02) VALUE SPACES.
003820     05  WS-RPT-DET-TYPE          PIC X(18).
003830     05  FILLER                   PIC X(02) VALUE SPACES.
003840     05  WS-RPT-DET-CODE          PIC X(04).
003850     05  FILLER                   PIC X(02) VALUE SPACES.
003860     05  WS-RPT-DET-BATCH-DATE    PIC X(08).
003870     05  FILLER                   PIC X(02) VALUE SPACES.
003880     05  WS-RPT-DET-OBSERVED      PIC X(21).
003890     05  FILLER                   PIC X(02) VALUE SPACES.
003900     05  WS-RPT-DET-LIMIT         PIC X(21).
003910     05  FILLER                   PIC X(02) VALUE SPACES.
003920     05  WS-RPT-DET-BASIS         PIC X(20).
003930     05  FILLER                   PIC X(17) VALUE SPACES.
003940 01  WS-TOTAL-LINE.
003950     05  FILLER                   PIC X(01) VALUE SPACE.
003960     05  WS-TOT-CAPTION           PIC X(44).
003970     05  WS-TOT-VALUE             PIC X(21).
003980     05  FILLER                   PIC X(66) VALUE SPACES.
003990 PROCEDURE DIVISION.
004000 0000-MAINLINE.
004010     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
004020     IF WS-RERUN-REFUSED
004030         PERFORM 3950-CARRY-FORWARD THRU 3950-EXIT
004033         PERFORM 4000-SORT-ALERTS THRU 4000-EXIT
004036         PERFORM 0550-REFUSE-RERUN THRU 0550-EXIT
004040         GOBACK
004050     END-IF.
004060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004070     IF WS-SETUP-FAILED
004080         PERFORM 3950-CARRY-FORWARD THRU 3950-EXIT
004090     ELSE
004100         PERFORM 2000-SORT-TRANSACTIONS THRU 2000-EXIT
004110         PERFORM 3000-UPDATE-ACTIVITY THRU 3000-EXIT
004120     END-IF.
004130     PERFORM 4000-SORT-ALERTS THRU 4000-EXIT.
004140     IF NOT WS-SETUP-FAILED
004150         PERFORM 7000-PRINT-LISTING THRU 7000-EXIT
004160         PERFORM 7500-PRINT-TOTALS THRU 7500-EXIT
004170     END-IF.
004180     PERFORM 8000-TERMINATE THRU 8000-EXIT.
004190     GOBACK.
004200*****************************************************************
004210* 0500-CHECK-RUN-CONTROL - TAKE THE RUN DATE AND LOOK UP THIS
004220* STEP'S ROW ON THE RUN-CONTROL CLUSTER BEFORE ANY OTHER FILE IS
004230* OPENED.  NO ROW MEANS THE STEP HAS NOT COMPLETED FOR THE DATE
004240* AND IT RUNS AS NORMAL.  A COMPLETED ROW REFUSES THE RUN, AND SO
004250* DOES A CLUSTER THAT CANNOT BE OPENED OR READ - A SECOND PASS
004260* WOULD ADD TONIGHT'S ACTIVITY TO THE ROLLING FILE TWICE.
004261* THE RUN DATE IS THE NIGHT'S, TAKEN OFF THE NIGHT ROW RUNCHK
004262* WROTE WHEN IT OPENED THE NIGHT - NEVER TODAY'S DATE - AND A
004263* MISSING NIGHT ROW REFUSES THE RUN TOO.
004264*****************************************************************
004265 0500-CHECK-RUN-CONTROL.
004266     OPEN I-O RUNCTL-FILE.
004267     IF WS-RUNCTL-FILE-STATUS NOT = '00'
004268         SET WS-RERUN-REFUSED TO TRUE
004269         GO TO 0500-EXIT
004270     END-IF.
004271     SET WS-RUNCTL-OPEN TO TRUE.
004272     MOVE ZERO TO RCTL-RUN-DATE.
004273     SET RCTL-NIGHT-ROW TO TRUE.
004274     READ RUNCTL-FILE.
004275     IF WS-RUNCTL-FILE-STATUS NOT = '00'
004276         SET WS-RERUN-REFUSED TO TRUE
004277         GO TO 0500-EXIT
004278     END-IF.
004279     MOVE RCTL-NIGHT-RUN-DATE TO WS-RUN-DATE.
004280     MOVE WS-RUN-DATE TO RCTL-RUN-DATE.
004281     MOVE WS-RUNCTL-STEP TO RCTL-STEP-NAME.
004282     READ RUNCTL-FILE.
004283     IF WS-RUNCTL-FILE-STATUS = '23'
004284         GO TO 0500-EXIT
004285     END-IF.
004286     SET WS-RERUN-REFUSED TO TRUE.
004287 0500-EXIT.
004288     EXIT.
004289*****************************************************************
004290* 0550-REFUSE-RERUN - SAY WHY THE STEP WAS NOT RUN, RELEASE THE
004291* RUN-CONTROL CLUSTER AND RETURN 8.  THE ACTIVITY FILE HAS
004292* ALREADY BEEN CARRIED FORWARD AND THE ALERT FILE LEFT EMPTY.
004293*****************************************************************
004294 0550-REFUSE-RERUN.
004295     OPEN OUTPUT PRINT-FILE.
004296     MOVE SPACES TO WS-PRINT-LINE.
004297     IF NOT WS-RUNCTL-OPEN
004298         STRING 'RUN-CONTROL FILE OPEN FAILED - STATUS: '
004299             DELIMITED BY SIZE
004300             WS-RUNCTL-FILE-STATUS DELIMITED BY SIZE
004301             INTO WS-PRINT-LINE
004302         END-STRING
004303     ELSE
004304     IF WS-RUNCTL-FILE-STATUS = '00'
004305         STRING WS-RUNCTL-STEP DELIMITED BY SPACE
004306             ' ALREADY COMPLETED FOR RUN DATE ' DELIMITED BY SIZE
004307             WS-RUN-DATE DELIMITED BY SIZE
004308             ' AT ' DELIMITED BY SIZE
004309             RCTL-END-TIME DELIMITED BY SIZE
004310             ' RC ' DELIMITED BY SIZE
004311             RCTL-RETURN-CODE DELIMITED BY SIZE
004312             INTO WS-PRINT-LINE
004313         END-STRING
004314     ELSE
004315     IF WS-RUNCTL-FILE-STATUS = '23'
004316         STRING 'NO NIGHT IS OPEN ON THE RUN-CONTROL FILE - RUN '
004317             DELIMITED BY SIZE
004318             'RUNCHK PARM=OPEN FIRST' DELIMITED BY SIZE
004319             INTO WS-PRINT-LINE
004320         END-STRING
004321     ELSE
004322         STRING 'RUN-CONTROL FILE READ FAILED - STATUS: '
004323             DELIMITED BY SIZE
004324             WS-RUNCTL-FILE-STATUS DELIMITED BY SIZE
004325             INTO WS-PRINT-LINE
004326         END-STRING
004327     END-IF
004328     END-IF
004329     END-IF.
004330     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
004331     MOVE SPACES TO WS-PRINT-LINE.
004332     STRING 'STEP NOT RUN - ACTIVITY FILE CARRIED FORWARD'
004333         DELIMITED BY SIZE INTO WS-PRINT-LINE
004334     END-STRING.
004335     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
004336     IF WS-RUNCTL-OPEN
004337         CLOSE RUNCTL-FILE
004338     END-IF.
004339     CLOSE PRINT-FILE.
004340     MOVE 8 TO RETURN-CODE.
004341 0550-EXIT.
004342     EXIT.
004910*****************************************************************
004920* 1000-INITIALIZE - OPEN THE REPORT, LOAD THE MONITORING CARDS
004930* AND THE BUSINESS DAYS OF THE YEAR TO THE RUN DATE, AND PRINT
004940* THE SETTINGS THE RUN WILL USE.
004950*****************************************************************
004960 1000-INITIALIZE.
004970     OPEN OUTPUT PRINT-FILE.
004980     MOVE WS-RUN-YYYY TO WS-RPT-HDG-YYYY.
004990     MOVE WS-RUN-MM TO WS-RPT-HDG-MM.
005000     MOVE WS-RUN-DD TO WS-RPT-HDG-DD.
005010     MOVE 'MONITORING SETTINGS' TO WS-RPT-HDG-SECTION.
005020     PERFORM 7100-WRITE-REPORT-HEADINGS THRU 7100-EXIT.
005030     PERFORM 1100-LOAD-CARDS THRU 1100-EXIT.
005040     COMPUTE WS-TRAIL-DAYS = WS-DAYS-KEPT - WS-WINDOW-DAYS.
005050     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT.
005051     IF NOT WS-SETUP-FAILED
005052         PERFORM 1300-CHECK-ACTIVITY-DATE THRU 1300-EXIT
005053     END-IF.
005060     IF WS-SETUP-FAILED
005070         MOVE SPACES TO WS-PRINT-LINE
005080         STRING 'RUN REFUSED - THE ACTIVITY FILE IS CARRIED '
005090             DELIMITED BY SIZE
005100             'FORWARD UNCHANGED AND NO ALERT IS RAISED'
005110             DELIMITED BY SIZE
005120             INTO WS-PRINT-LINE
005130         END-STRING
005140         PERFORM 7400-PRINT-LINE THRU 7400-EXIT
005150         GO TO 1000-EXIT
005160     END-IF.
005170     MOVE WS-CARD-COUNT TO WS-EDIT-SMALL.
005180     MOVE SPACES TO WS-PRINT-LINE.
005190     STRING 'MONITORING CARDS READ: ' DELIMITED BY SIZE
005200         WS-EDIT-SMALL DELIMITED BY SIZE
005210         INTO WS-PRINT-LINE
005220     END-STRING.
005230     PERFORM 7400-PRINT-LINE THRU 7400-EXIT.
005240     MOVE WS-THRESH-COUNT TO WS-EDIT-SMALL.
005250     MOVE SPACES TO WS-PRINT-LINE.
005260     STRING 'CODES WITH A LARGE-VALUE THRESHOLD: '
005270         DELIMITED BY SIZE
005280         WS-EDIT-SMALL DELIMITED BY SIZE
005290         INTO WS-PRINT-LINE
005300     END-STRING.
005310     PERFORM 7400-PRINT-LINE THRU 7400-EXIT.
005320     MOVE WS-WINDOW-DAYS TO WS-WINDOW-DISPLAY.
005330     MOVE WS-DAYS-KEPT TO WS-KEPT-DISPLAY.
005340     MOVE WS-MULTIPLE TO WS-MULTIPLE-DISPLAY.
005350     MOVE WS-MIN-COUNT TO WS-MIN-DISPLAY.
005360     MOVE SPACES TO WS-PRINT-LINE.
005370     STRING 'VELOCITY WINDOW: ' DELIMITED BY SIZE
005380         WS-WINDOW-DISPLAY DELIMITED BY SIZE
005390         ' BUSINESS DAYS OF ' DELIMITED BY SIZE
005400         WS-KEPT-DISPLAY DELIMITED BY SIZE
005410         '   MULTIPLE: ' DELIMITED BY SIZE
005420         WS-MULTIPLE-DISPLAY DELIMITED BY SIZE
005430         '   MINIMUM WINDOW COUNT: ' DELIMITED BY SIZE
005440         WS-MIN-DISPLAY DELIMITED BY SIZE
005450         INTO WS-PRINT-LINE
005460     END-STRING.
005470     PERFORM 7400-PRINT-LINE THRU 7400-EXIT.
005480     MOVE SPACES TO WS-PRINT-LINE.
005490     STRING 'ACTIVITY POSTED TO BUSINESS DAY: ' DELIMITED BY SIZE
005500         WS-TONIGHT-DATE DELIMITED BY SIZE
005510         INTO WS-PRINT-LINE
005520     END-STRING.
005530     PERFORM 7400-PRINT-LINE THRU 7400-EXIT.
005540 1000-EXIT.
005550     EXIT.
005560*****************************************************************
005570* 1100-LOAD-CARDS - READ THE MONITORING CARDS INTO THE THRESHOLD
005580* TABLE AND THE VELOCITY SETTINGS.  EVERY BAD CARD IS LISTED, AND
005590* ANY ONE OF THEM REFUSES THE RUN - MONITORING ON A MISPUNCHED
005600* THRESHOLD WOULD MISS WHAT COMPLIANCE ASKED TO SEE.
005610*****************************************************************
005620 1100-LOAD-CARDS.
005630     OPEN INPUT CARD-FILE.
005640     PERFORM 1150-READ-CARD THRU 1150-EXIT.
005650     PERFORM 1160-APPLY-ONE-CARD THRU 1160-EXIT
005660         UNTIL WS-CARD-EOF.
005670     CLOSE CARD-FILE.
005680 1100-EXIT.
005690     EXIT.
005700 1150-READ-CARD.
005710     READ CARD-FILE
005720         AT END
005730             SET WS-CARD-EOF TO TRUE
005740             GO TO 1150-EXIT
005750     END-READ.
005760 1150-EXIT.
005770     EXIT.
005780 1160-APPLY-ONE-CARD.
005790     IF CARD-RECORD = SPACES OR CARD-COMMENT
005800         GO TO 1160-READ-NEXT
005810     END-IF.
005820     ADD 1 TO WS-CARD-COUNT.
005830     IF CARD-THRESHOLD
005840         PERFORM 1170-APPLY-THRESHOLD THRU 1170-EXIT
005850     ELSE
005860     IF CARD-VELOCITY
005870         PERFORM 1180-APPLY-VELOCITY THRU 1180-EXIT
005880     ELSE
005890         MOVE 'UNKNOWN CARD TYPE' TO WS-CARD-REASON
005900         PERFORM 1190-REJECT-CARD THRU 1190-EXIT
005910     END-IF
005920     END-IF.
005930 1160-READ-NEXT.
005940     PERFORM 1150-READ-CARD THRU 1150-EXIT.
005950 1160-EXIT.
005960     EXIT.
005970 1170-APPLY-THRESHOLD.
005980     IF CARD-T-CODE NOT NUMERIC
005990         MOVE 'CODE NOT NUMERIC' TO WS-CARD-REASON
006000         PERFORM 1190-REJECT-CARD THRU 1190-EXIT
006010         GO TO 1170-EXIT
006020     END-IF.
006030     IF CARD-T-AMOUNT NOT NUMERIC
006040         MOVE 'THRESHOLD NOT NUMERIC' TO WS-CARD-REASON
006050         PERFORM 1190-REJECT-CARD THRU 1190-EXIT
006060         GO TO 1170-EXIT
006070     END-IF.
006080     MOVE CARD-T-CODE TO WS-LOOKUP-CODE.
006090     PERFORM 3280-FIND-THRESHOLD THRU 3280-EXIT.
006100     IF WS-THRESH-FOUND
006110         MOVE 'SECOND CARD FOR THE CODE' TO WS-CARD-REASON
006120         PERFORM 1190-REJECT-CARD THRU 1190-EXIT
006130         GO TO 1170-EXIT
006140     END-IF.
006150     IF WS-THRESH-COUNT >= WS-THRESH-TAB-MAX
006160         MOVE 'THRESHOLD TABLE FULL' TO WS-CARD-REASON
006170         PERFORM 1190-REJECT-CARD THRU 1190-EXIT
006180         GO TO 1170-EXIT
006190     END-IF.
006200     ADD 1 TO WS-THRESH-COUNT.
006210     MOVE CARD-T-CODE TO WS-THR-CODE (WS-THRESH-COUNT).
006220     MOVE CARD-T-AMOUNT TO WS-THR-AMOUNT (WS-THRESH-COUNT).
006230     MOVE ZERO TO WS-THR-HITS (WS-THRESH-COUNT).
006240 1170-EXIT.
006250     EXIT.
006260 1180-APPLY-VELOCITY.
006270     IF WS-VELOCITY-CARD-SEEN
006280         MOVE 'SECOND V CARD' TO WS-CARD-REASON
006290         PERFORM 1190-REJECT-CARD THRU 1190-EXIT
006300         GO TO 1180-EXIT
006310     END-IF.
006320     SET WS-VELOCITY-CARD-SEEN TO TRUE.
006330     IF CARD-V-DAYS NOT NUMERIC
006340         OR CARD-V-DAYS < 1
006350         OR CARD-V-DAYS > WS-WINDOW-MAX
006360         MOVE 'WINDOW DAYS NOT 1 TO 12' TO WS-CARD-REASON
006370         PERFORM 1190-REJECT-CARD THRU 1190-EXIT
006380         GO TO 1180-EXIT
006390     END-IF.
006400     IF CARD-V-MULTIPLE NOT NUMERIC
006410         OR CARD-V-MULTIPLE < 1.00
006420         MOVE 'MULTIPLE BELOW 1.00' TO WS-CARD-REASON
006430         PERFORM 1190-REJECT-CARD THRU 1190-EXIT
006440         GO TO 1180-EXIT
006450     END-IF.
006460     IF CARD-V-MIN-COUNT NOT NUMERIC
006470         OR CARD-V-MIN-COUNT < 1
006480         MOVE 'MINIMUM COUNT BELOW 1' TO WS-CARD-REASON
006490         PERFORM 1190-REJECT-CARD THRU 1190-EXIT
006500         GO TO 1180-EXIT
006510     END-IF.
006520     MOVE CARD-V-DAYS TO WS-WINDOW-DAYS.
006530     MOVE CARD-V-MULTIPLE TO WS-MULTIPLE.
006540     MOVE CARD-V-MIN-COUNT TO WS-MIN-COUNT.
006550 1180-EXIT.
006560     EXIT.
006570 1190-REJECT-CARD.
006580     SET WS-SETUP-FAILED TO TRUE.
006590     MOVE SPACES TO WS-PRINT-LINE.
006600     STRING 'CARD REJECTED - ' DELIMITED BY SIZE
006610         WS-CARD-REASON DELIMITED BY SIZE
006620         ': ' DELIMITED BY SIZE
006630         CARD-RECORD DELIMITED BY SIZE
006640         INTO WS-PRINT-LINE
006650     END-STRING.
006660     PERFORM 7400-PRINT-LINE THRU 7400-EXIT.
006670 1190-EXIT.
006680     EXIT.
006690*****************************************************************
006700* 1200-LOAD-CALENDAR - KEEP THE BUSINESS DAYS FROM ONE YEAR BEFORE
006710* THE RUN DATE THROUGH THE RUN DATE.  THE RUN DATE MUST BE ON THE
006720* CALENDAR; ACTIVITY POSTS TO THE LAST BUSINESS DAY ON OR BEFORE
006730* IT.  DATES OUT OF ORDER OR MORE BUSINESS DAYS THAN THE TABLE
006740* HOLDS REFUSE THE RUN - THE ROLL WOULD MISCOUNT THE DAYS.
006750*****************************************************************
006760 1200-LOAD-CALENDAR.
006770     MOVE ALL '9' TO WS-BUS-TABLE.
006780     MOVE WS-RUN-DATE TO WS-CAL-FROM-DATE.
006790     SUBTRACT 1 FROM WS-CAL-FROM-YYYY.
006800     OPEN INPUT CALENDAR-FILE.
006810     PERFORM 1250-READ-CAL-RECORD THRU 1250-EXIT.
006820     PERFORM 1260-KEEP-ONE-CAL-DAY THRU 1260-EXIT
006830         UNTIL WS-CAL-EOF.
006840     CLOSE CALENDAR-FILE.
006850     IF WS-SETUP-FAILED
006860         GO TO 1200-EXIT
006870     END-IF.
006880     IF NOT WS-RUN-ON-CAL OR WS-BUS-COUNT = ZERO
006890         SET WS-SETUP-FAILED TO TRUE
006900         MOVE SPACES TO WS-PRINT-LINE
006910         STRING 'RUN DATE ' DELIMITED BY SIZE
006920             WS-RUN-DATE DELIMITED BY SIZE
006930             ' NOT ON THE BUSINESS CALENDAR, OR NO BUSINESS DAY '
006940             DELIMITED BY SIZE
006950             'IN THE YEAR BEFORE IT' DELIMITED BY SIZE
006960             INTO WS-PRINT-LINE
006970         END-STRING
006980         PERFORM 7400-PRINT-LINE THRU 7400-EXIT
006990         GO TO 1200-EXIT
007000     END-IF.
007010     MOVE WS-BUS-COUNT TO WS-TONIGHT-ORD.
007020     MOVE WS-BUS-DATE (WS-BUS-COUNT) TO WS-TONIGHT-DATE.
007030 1200-EXIT.
007040     EXIT.
007050 1250-READ-CAL-RECORD.
007060     READ CALENDAR-FILE
007070         AT END
007080             SET WS-CAL-EOF TO TRUE
007090             GO TO 1250-EXIT
007100     END-READ.
007110 1250-EXIT.
007120     EXIT.
007130 1260-KEEP-ONE-CAL-DAY.
007140     IF CAL-DATE = WS-RUN-DATE
007150         SET WS-RUN-ON-CAL TO TRUE
007160     END-IF.
007170     IF CAL-DATE NOT > WS-CAL-FROM-DATE
007180         OR CAL-DATE > WS-RUN-DATE
007190         OR NOT CAL-BUSINESS-DAY
007200         GO TO 1260-READ-NEXT
007210     END-IF.
007220     IF WS-BUS-COUNT > ZERO
007230         IF CAL-DATE NOT > WS-BUS-DATE (WS-BUS-COUNT)
007240             SET WS-SETUP-FAILED TO TRUE
007250             MOVE SPACES TO WS-PRINT-LINE
007260             STRING 'BUSINESS CALENDAR OUT OF DATE ORDER AT '
007270                 DELIMITED BY SIZE
007280                 CAL-DATE DELIMITED BY SIZE
007290                 INTO WS-PRINT-LINE
007300             END-STRING
007310             PERFORM 7400-PRINT-LINE THRU 7400-EXIT
007320             SET WS-CAL-EOF TO TRUE
007330             GO TO 1260-EXIT
007340         END-IF
007350     END-IF.
007360     IF WS-BUS-COUNT >= WS-BUS-TAB-MAX
007370         SET WS-SETUP-FAILED TO TRUE
007380         MOVE SPACES TO WS-PRINT-LINE
007390         STRING 'MORE BUSINESS DAYS IN THE YEAR THAN THE TABLE '
007400             DELIMITED BY SIZE
007410             'HOLDS' DELIMITED BY SIZE
007420             INTO WS-PRINT-LINE
007430         END-STRING
007440         PERFORM 7400-PRINT-LINE THRU 7400-EXIT
007450         SET WS-CAL-EOF TO TRUE
007460         GO TO 1260-EXIT
007470     END-IF.
007480     ADD 1 TO WS-BUS-COUNT.
007490     MOVE CAL-DATE TO WS-BUS-DATE (WS-BUS-COUNT).
007500 1260-READ-NEXT.
007510     PERFORM 1250-READ-CAL-RECORD THRU 1250-EXIT.
007520 1260-EXIT.
007530     EXIT.
007531*****************************************************************
007532* 1300-CHECK-ACTIVITY-DATE - THE ACTIVITY FILE MUST NOT ALREADY
007533* HOLD A LATER NIGHT THAN THIS ONE.  A RERUN FOR A NIGHT THAT A
007534* LATER NIGHT HAS ROLLED PAST WOULD ADD ITS ACTIVITY TO THE LATER
007535* NIGHT'S NEWEST DAY AND TEST VELOCITY OVER THE WRONG DAYS, SO IT
007536* IS REFUSED AND THE FILE CARRIED FORWARD.  THE SAME DATE AGAIN IS
007537* ALLOWED - A NON-BUSINESS NIGHT POSTS TO THE DAY BEFORE IT.
007538*****************************************************************
007539 1300-CHECK-ACTIVITY-DATE.
007540     MOVE ZERO TO WS-NEWEST-ACT-DATE.
007541     OPEN INPUT ACT-IN-FILE.
007542     PERFORM 1350-READ-ACT-DATE THRU 1350-EXIT
007543         UNTIL WS-ACT-EOF.
007544     CLOSE ACT-IN-FILE.
007545     MOVE 'N' TO WS-ACT-EOF-SW.
007546     IF WS-RUN-DATE NOT < WS-NEWEST-ACT-DATE
007547         GO TO 1300-EXIT
007548     END-IF.
007549     SET WS-SETUP-FAILED TO TRUE.
007550     MOVE SPACES TO WS-PRINT-LINE.
007551     STRING 'RUN DATE ' DELIMITED BY SIZE
007552         WS-RUN-DATE DELIMITED BY SIZE
007553         ' IS BEFORE ' DELIMITED BY SIZE
007554         WS-NEWEST-ACT-DATE DELIMITED BY SIZE
007555         ', THE LATEST NIGHT ALREADY ON THE ACTIVITY FILE'
007556         DELIMITED BY SIZE
007557         INTO WS-PRINT-LINE
007558     END-STRING.
007559     PERFORM 7400-PRINT-LINE THRU 7400-EXIT.
007560 1300-EXIT.
007561     EXIT.
007562 1350-READ-ACT-DATE.
007563     READ ACT-IN-FILE
007564         AT END
007565             SET WS-ACT-EOF TO TRUE
007566             GO TO 1350-EXIT
007567     END-READ.
007568     IF ACTH-LAST-DATE > WS-NEWEST-ACT-DATE
007569         MOVE ACTH-LAST-DATE TO WS-NEWEST-ACT-DATE
007570     END-IF.
007571 1350-EXIT.
007572     EXIT.
007573*****************************************************************
007574* 2000-SORT-TRANSACTIONS - PUT TONIGHT'S FEED INTO ACCOUNT ORDER,
007575* AND BATCH-DATE ORDER WITHIN THE ACCOUNT, TO MATCH THE ACTIVITY
007576* FILE.
007580*****************************************************************
007590 2000-SORT-TRANSACTIONS.
007600     SORT VALID-SORT-WORK
007610         ON ASCENDING KEY VSRT-KEY
007620                          VSRT-BATCH-DATE
007630         USING VALID-FILE
007640         GIVING SORTED-VALID-FILE.
007650 2000-EXIT.
007660     EXIT.
007670*****************************************************************
007680* 3000-UPDATE-ACTIVITY - MATCH LAST NIGHT'S ACTIVITY FILE AGAINST
007690* TONIGHT'S SORTED FEED, ONE ACCOUNT AT A TIME, AND WRITE
007700* TONIGHT'S ACTIVITY FILE.  AN ACCOUNT ON THE FILE ONLY IS
007710* ROLLED FORWARD; ONE IN THE FEED ONLY STARTS A NEW RECORD; ONE
007720* ON BOTH IS ROLLED, TAKES TONIGHT'S ACTIVITY AND IS TESTED FOR
007730* VELOCITY.
007740*****************************************************************
007750 3000-UPDATE-ACTIVITY.
007760     OPEN INPUT SORTED-VALID-FILE.
007770     OPEN INPUT ACT-IN-FILE.
007780     OPEN OUTPUT ACT-OUT-FILE.
007790     OPEN OUTPUT ALERT-WORK-FILE.
007800     OPEN INPUT HIST-FILE.
007810     IF WS-HIST-FILE-STATUS = '00'
007820         SET WS-HIST-OPEN TO TRUE
007830     ELSE
007840         MOVE SPACES TO WS-PRINT-LINE
007850         STRING 'HISTORY CLUSTER OPEN FAILED - STATUS: '
007860             DELIMITED BY SIZE
007870             WS-HIST-FILE-STATUS DELIMITED BY SIZE
007880             ' - EVERY ALERT LISTS UNDER BRANCH 000'
007890             DELIMITED BY SIZE
007900             INTO WS-PRINT-LINE
007910         END-STRING
007920         PERFORM 7400-PRINT-LINE THRU 7400-EXIT
007930     END-IF.
007940     PERFORM 3060-READ-TRANSACTION THRU 3060-EXIT.
007950     PERFORM 3200-GATHER-ACCOUNT THRU 3200-EXIT.
007960     PERFORM 3050-READ-ACTIVITY THRU 3050-EXIT.
007970     PERFORM 3100-MATCH-ONE-ACCOUNT THRU 3100-EXIT
007980         UNTIL WS-MAST-KEY = HIGH-VALUES
007990           AND WS-TRAN-ACCT-KEY = HIGH-VALUES.
008000     CLOSE SORTED-VALID-FILE.
008010     CLOSE ACT-IN-FILE.
008020     CLOSE ACT-OUT-FILE.
008030     CLOSE ALERT-WORK-FILE.
008040     IF WS-HIST-OPEN
008050         CLOSE HIST-FILE
008060     END-IF.
008070 3000-EXIT.
008080     EXIT.
008090 3050-READ-ACTIVITY.
008100     READ ACT-IN-FILE
008110         AT END
008120             SET WS-ACT-EOF TO TRUE
008130             MOVE HIGH-VALUES TO WS-MAST-KEY
008140             GO TO 3050-EXIT
008150     END-READ.
008160     ADD 1 TO WS-ACCT-IN-COUNT.
008170     MOVE ACTH-KEY TO WS-MAST-KEY.
008180 3050-EXIT.
008190     EXIT.
008200 3060-READ-TRANSACTION.
008210     READ SORTED-VALID-FILE
008220         AT END
008230             SET WS-VAL-EOF TO TRUE
008240             GO TO 3060-EXIT
008250     END-READ.
008260 3060-EXIT.
008270     EXIT.
008280 3100-MATCH-ONE-ACCOUNT.
008290     IF WS-MAST-KEY < WS-TRAN-ACCT-KEY
008300         PERFORM 3300-CARRY-ACCOUNT THRU 3300-EXIT
008310         PERFORM 3050-READ-ACTIVITY THRU 3050-EXIT
008320         GO TO 3100-EXIT
008330     END-IF.
008340     IF WS-MAST-KEY > WS-TRAN-ACCT-KEY
008350         PERFORM 3400-NEW-ACCOUNT THRU 3400-EXIT
008360         PERFORM 3200-GATHER-ACCOUNT THRU 3200-EXIT
008370         GO TO 3100-EXIT
008380     END-IF.
008390     PERFORM 3500-UPDATE-ACCOUNT THRU 3500-EXIT.
008400     PERFORM 3050-READ-ACTIVITY THRU 3050-EXIT.
008410     PERFORM 3200-GATHER-ACCOUNT THRU 3200-EXIT.
008420 3100-EXIT.
008430     EXIT.
008440*****************************************************************
008450* 3200-GATHER-ACCOUNT - TOTAL TONIGHT'S TRANSACTIONS FOR THE NEXT
008460* ACCOUNT ON THE SORTED FEED, CHECKING EACH ONE FOR LARGE VALUE
008470* AS IT GOES.
008480*****************************************************************
008490 3200-GATHER-ACCOUNT.
008500     IF WS-VAL-EOF
008510         MOVE HIGH-VALUES TO WS-TRAN-ACCT-KEY
008520         GO TO 3200-EXIT
008530     END-IF.
008540     MOVE SRT-VAL-KEY TO WS-TRAN-ACCT-KEY.
008550     MOVE ZERO TO WS-TRAN-COUNT.
008560     MOVE ZERO TO WS-TRAN-VALUE.
008570     MOVE ZERO TO WS-TRAN-BRANCH-ID.
008580     PERFORM 3250-ADD-ONE-TRANSACTION THRU 3250-EXIT
008590         UNTIL WS-VAL-EOF
008600            OR SRT-VAL-KEY NOT = WS-TRAN-ACCT-KEY.
008610 3200-EXIT.
008620     EXIT.
008630 3250-ADD-ONE-TRANSACTION.
008640     ADD 1 TO WS-TRAN-READ-COUNT.
008650     ADD SRT-VAL-FIELD-1 TO WS-FIELD-1-TOTAL.
008660     ADD 1 TO WS-TRAN-COUNT.
008670     IF SRT-VAL-FIELD-1 < ZERO
008680         COMPUTE WS-TRAN-AMOUNT ROUNDED = 0 - SRT-VAL-FIELD-1
008690     ELSE
008700         COMPUTE WS-TRAN-AMOUNT ROUNDED = SRT-VAL-FIELD-1
008710     END-IF.
008720     ADD WS-TRAN-AMOUNT TO WS-TRAN-VALUE.
008730     PERFORM 3260-FIND-BRANCH THRU 3260-EXIT.
008740     IF WS-TRAN-BRANCH-WORK NOT = ZERO
008750         MOVE WS-TRAN-BRANCH-WORK TO WS-TRAN-BRANCH-ID
008760     END-IF.
008770     PERFORM 3270-CHECK-LARGE-VALUE THRU 3270-EXIT.
008780     PERFORM 3060-READ-TRANSACTION THRU 3060-EXIT.
008790 3250-EXIT.
008800     EXIT.
008810*****************************************************************
008820* 3260-FIND-BRANCH - THE BRANCH OF THE BATCH THAT CARRIED THE
008830* TRANSACTION, OFF ITS ROW ON THE HISTORY CLUSTER.  NO ROW, OR A
008840* ROW WRITTEN BEFORE THE CLUSTER CARRIED BRANCHES, GIVES 000.
008850*****************************************************************
008860 3260-FIND-BRANCH.
008870     MOVE ZERO TO WS-TRAN-BRANCH-WORK.
008880     IF NOT WS-HIST-OPEN
008890         OR SRT-VAL-BATCH-DATE NOT NUMERIC
008900         ADD 1 TO WS-NO-BRANCH-COUNT
008910         GO TO 3260-EXIT
008920     END-IF.
008930     MOVE SRT-VAL-KEY TO HIST-TRANS-KEY.
008940     MOVE SRT-VAL-BATCH-DATE TO HIST-BATCH-DATE.
008950     READ HIST-FILE.
008960     IF WS-HIST-FILE-STATUS = '00'
008970         AND HIST-BRANCH-ID NUMERIC
008980         MOVE HIST-BRANCH-ID TO WS-TRAN-BRANCH-WORK
008990     ELSE
009000         ADD 1 TO WS-NO-BRANCH-COUNT
009010     END-IF.
009020 3260-EXIT.
009030     EXIT.
009040*****************************************************************
009050* 3270-CHECK-LARGE-VALUE - ALERT ON A TRANSACTION WHOSE FIELD-1
009060* IS ABOVE THE THRESHOLD FOR ITS CODE.
009070*****************************************************************
009080 3270-CHECK-LARGE-VALUE.
009090     MOVE SRT-VAL-CODE TO WS-LOOKUP-CODE.
009100     PERFORM 3280-FIND-THRESHOLD THRU 3280-EXIT.
009110     IF WS-THRESH-NOT-FOUND
009120         ADD 1 TO WS-UNCHECKED-COUNT
009130         GO TO 3270-EXIT
009140     END-IF.
009150     IF SRT-VAL-FIELD-1 NOT > WS-THR-AMOUNT (WS-THR-HIT-SUB)
009160         GO TO 3270-EXIT
009170     END-IF.
009180     ADD 1 TO WS-THR-HITS (WS-THR-HIT-SUB).
009190     MOVE SPACES TO ALRT-RECORD.
009200     MOVE WS-TRAN-BRANCH-WORK TO ALRT-BRANCH-ID.
009210     MOVE SRT-VAL-KEY TO ALRT-KEY.
009220     SET ALRT-LARGE-VALUE TO TRUE.
009230     MOVE WS-RUN-DATE TO ALRT-RUN-DATE.
009240     MOVE SRT-VAL-CODE TO ALRT-CODE.
009250     IF SRT-VAL-BATCH-DATE NUMERIC
009260         MOVE SRT-VAL-BATCH-DATE TO ALRT-BATCH-DATE
009270     ELSE
009280         MOVE ZERO TO ALRT-BATCH-DATE
009290     END-IF.
009300     COMPUTE ALRT-OBSERVED ROUNDED = SRT-VAL-FIELD-1.
009310     MOVE WS-THR-AMOUNT (WS-THR-HIT-SUB) TO ALRT-LIMIT.
009320     MOVE ZERO TO ALRT-WINDOW-DAYS.
009330     MOVE ZERO TO ALRT-MULTIPLE.
009340     ADD 1 TO WS-LARGE-ALERT-COUNT.
009350     ADD ALRT-OBSERVED TO WS-LARGE-ALERT-TOTAL.
009360     PERFORM 3700-WRITE-ALERT THRU 3700-EXIT.
009370 3270-EXIT.
009380     EXIT.
009390*****************************************************************
009400* 3280-FIND-THRESHOLD - SERIAL SCAN OF THE THRESHOLD TABLE FOR
009410* WS-LOOKUP-CODE, LEAVING ITS SUBSCRIPT IN WS-THR-HIT-SUB.
009420*****************************************************************
009430 3280-FIND-THRESHOLD.
009440     SET WS-THRESH-NOT-FOUND TO TRUE.
009450     MOVE ZERO TO WS-THR-HIT-SUB.
009460     PERFORM 3285-CHECK-ONE-THRESHOLD THRU 3285-EXIT
009470         VARYING WS-THR-SUB FROM 1 BY 1
009480         UNTIL WS-THR-SUB > WS-THRESH-COUNT
009490            OR WS-THRESH-FOUND.
009500 3280-EXIT.
009510     EXIT.
009520 3285-CHECK-ONE-THRESHOLD.
009530     IF WS-THR-CODE (WS-THR-SUB) = WS-LOOKUP-CODE
009540         SET WS-THRESH-FOUND TO TRUE
009550         MOVE WS-THR-SUB TO WS-THR-HIT-SUB
009560     END-IF.
009570 3285-EXIT.
009580     EXIT.
009590*****************************************************************
009600* 3300-CARRY-ACCOUNT - NO ACTIVITY TONIGHT.  ROLL THE ACCOUNT
009610* FORWARD, AND DROP IT WHEN NO ACTIVITY IS LEFT IN ANY BUCKET.
009620*****************************************************************
009630 3300-CARRY-ACCOUNT.
009640     MOVE ACTH-RECORD TO WS-ACT-RECORD.
009650     PERFORM 3800-ROLL-DAYS THRU 3800-EXIT.
009660     MOVE ZERO TO WS-ALL-COUNT.
009670     PERFORM 3850-ADD-ONE-DAY-COUNT THRU 3850-EXIT
009680         VARYING WS-DAY-SUB FROM 1 BY 1
009690         UNTIL WS-DAY-SUB > WS-DAYS-KEPT.
009700     IF WS-ALL-COUNT = ZERO
009710         ADD 1 TO WS-ACCT-DROPPED-COUNT
009720         GO TO 3300-EXIT
009730     END-IF.
009740     PERFORM 3900-WRITE-ACTIVITY THRU 3900-EXIT.
009750 3300-EXIT.
009760     EXIT.
009770*****************************************************************
009780* 3400-NEW-ACCOUNT - FIRST ACTIVITY ON FILE FOR THE ACCOUNT.  ITS
009790* HISTORY STARTS TONIGHT, SO IT IS NOT TESTED FOR VELOCITY.
009800*****************************************************************
009810 3400-NEW-ACCOUNT.
009820     MOVE SPACES TO WS-ACT-RECORD.
009830     MOVE WS-TRAN-ACCT-KEY TO WS-ACT-KEY.
009840     MOVE WS-TRAN-BRANCH-ID TO WS-ACT-BRANCH-ID.
009850     MOVE WS-TONIGHT-DATE TO WS-ACT-FIRST-DATE.
009860     MOVE WS-TONIGHT-DATE TO WS-ACT-LAST-DATE.
009870     PERFORM 3830-CLEAR-ONE-DAY THRU 3830-EXIT
009880         VARYING WS-DAY-SUB FROM 1 BY 1
009890         UNTIL WS-DAY-SUB > WS-DAYS-KEPT.
009900     MOVE WS-TRAN-COUNT TO WS-ACT-DAY-COUNT (1).
009910     MOVE WS-TRAN-VALUE TO WS-ACT-DAY-VALUE (1).
009920     ADD 1 TO WS-ACCT-NEW-COUNT.
009930     ADD 1 TO WS-ACCT-ACTIVE-COUNT.
009940     PERFORM 3900-WRITE-ACTIVITY THRU 3900-EXIT.
009950 3400-EXIT.
009960     EXIT.
009970*****************************************************************
009980* 3500-UPDATE-ACCOUNT - ACTIVITY TONIGHT ON AN ACCOUNT ALREADY ON
009990* FILE.  ROLL IT, ADD TONIGHT TO THE NEWEST BUCKET, TAKE THE
010000* BRANCH THAT CARRIED IT TONIGHT AND TEST FOR VELOCITY.
010010*****************************************************************
010020 3500-UPDATE-ACCOUNT.
010030     MOVE ACTH-RECORD TO WS-ACT-RECORD.
010040     PERFORM 3800-ROLL-DAYS THRU 3800-EXIT.
010050     ADD WS-TRAN-COUNT TO WS-ACT-DAY-COUNT (1).
010060     ADD WS-TRAN-VALUE TO WS-ACT-DAY-VALUE (1).
010070     IF WS-TRAN-BRANCH-ID NOT = ZERO
010080         MOVE WS-TRAN-BRANCH-ID TO WS-ACT-BRANCH-ID
010090     END-IF.
010100     ADD 1 TO WS-ACCT-ACTIVE-COUNT.
010110     PERFORM 3600-CHECK-VELOCITY THRU 3600-EXIT.
010120     PERFORM 3900-WRITE-ACTIVITY THRU 3900-EXIT.
010130 3500-EXIT.
010140     EXIT.
010150*****************************************************************
010160* 3600-CHECK-VELOCITY - WITH A FULL 25 BUSINESS DAYS OF HISTORY,
010170* SET THE WINDOW (THE NEWEST WS-WINDOW-DAYS BUCKETS) AGAINST THE
010180* TRAILING DAYS (THE REST).  THE TRAILING AVERAGE FOR A WINDOW IS
010190* THE TRAILING TOTAL TIMES THE WINDOW DAYS OVER THE TRAILING
010200* DAYS, AND THE LIMIT IS THAT TIMES THE MULTIPLE.  A WINDOW COUNT
010210* BELOW THE MINIMUM IS NOT TESTED.
010220*****************************************************************
010230 3600-CHECK-VELOCITY.
010240     MOVE 'N' TO WS-FULL-HISTORY-SW.
010250     MOVE WS-ACT-FIRST-DATE TO WS-LOOKUP-DATE.
010260     PERFORM 3810-FIND-DATE-ORDINAL THRU 3810-EXIT.
010270     IF WS-LOOKUP-ORD = ZERO
010280         SET WS-FULL-HISTORY TO TRUE
010290     ELSE
010300     IF WS-TONIGHT-ORD - WS-LOOKUP-ORD + 1 >= WS-DAYS-KEPT
010310         SET WS-FULL-HISTORY TO TRUE
010320     END-IF
010330     END-IF.
010340     IF NOT WS-FULL-HISTORY
010350         GO TO 3600-EXIT
010360     END-IF.
010370     ADD 1 TO WS-ACCT-TESTED-COUNT.
010380     MOVE ZERO TO WS-WIN-COUNT.
010390     MOVE ZERO TO WS-WIN-VALUE.
010400     MOVE ZERO TO WS-TRAIL-COUNT.
010410     MOVE ZERO TO WS-TRAIL-VALUE.
010420     PERFORM 3620-SUM-ONE-DAY THRU 3620-EXIT
010430         VARYING WS-DAY-SUB FROM 1 BY 1
010440         UNTIL WS-DAY-SUB > WS-DAYS-KEPT.
010450     IF WS-WIN-COUNT < WS-MIN-COUNT
010460         GO TO 3600-EXIT
010470     END-IF.
010480     COMPUTE WS-COUNT-LIMIT ROUNDED =
010490         WS-TRAIL-COUNT * WS-WINDOW-DAYS * WS-MULTIPLE
010500             / WS-TRAIL-DAYS.
010510     COMPUTE WS-VALUE-LIMIT ROUNDED =
010520         WS-TRAIL-VALUE * WS-WINDOW-DAYS * WS-MULTIPLE
010530             / WS-TRAIL-DAYS.
010540     MOVE SPACES TO ALRT-RECORD.
010550     MOVE WS-ACT-BRANCH-ID TO ALRT-BRANCH-ID.
010560     MOVE WS-ACT-KEY TO ALRT-KEY.
010570     MOVE WS-RUN-DATE TO ALRT-RUN-DATE.
010580     MOVE ZERO TO ALRT-CODE.
010590     MOVE ZERO TO ALRT-BATCH-DATE.
010600     MOVE WS-WINDOW-DAYS TO ALRT-WINDOW-DAYS.
010610     MOVE WS-MULTIPLE TO ALRT-MULTIPLE.
010620     IF WS-WIN-COUNT > WS-COUNT-LIMIT
010630         SET ALRT-COUNT-VELOCITY TO TRUE
010640         MOVE WS-WIN-COUNT TO ALRT-OBSERVED
010650         MOVE WS-COUNT-LIMIT TO ALRT-LIMIT
010660         ADD 1 TO WS-COUNT-ALERT-COUNT
010670         PERFORM 3700-WRITE-ALERT THRU 3700-EXIT
010680     END-IF.
010690     IF WS-WIN-VALUE > WS-VALUE-LIMIT
010700         SET ALRT-VALUE-VELOCITY TO TRUE
010710         MOVE WS-WIN-VALUE TO ALRT-OBSERVED
010720         MOVE WS-VALUE-LIMIT TO ALRT-LIMIT
010730         ADD 1 TO WS-VALUE-ALERT-COUNT
010740         PERFORM 3700-WRITE-ALERT THRU 3700-EXIT
010750     END-IF.
010760 3600-EXIT.
010770     EXIT.
010780 3620-SUM-ONE-DAY.
010790     IF WS-DAY-SUB <= WS-WINDOW-DAYS
010800         ADD WS-ACT-DAY-COUNT (WS-DAY-SUB) TO WS-WIN-COUNT
010810         ADD WS-ACT-DAY-VALUE (WS-DAY-SUB) TO WS-WIN-VALUE
010820     ELSE
010830         ADD WS-ACT-DAY-COUNT (WS-DAY-SUB) TO WS-TRAIL-COUNT
010840         ADD WS-ACT-DAY-VALUE (WS-DAY-SUB) TO WS-TRAIL-VALUE
010850     END-IF.
010860 3620-EXIT.
010870     EXIT.
010880 3700-WRITE-ALERT.
010890     WRITE ALRT-RECORD.
010900     ADD 1 TO WS-ALERT-COUNT.
010910 3700-EXIT.
010920     EXIT.
010930*****************************************************************
010940* 3800-ROLL-DAYS - MOVE THE WORK RECORD'S BUCKETS ON BY THE
010950* BUSINESS DAYS BETWEEN ITS LAST DATE AND TONIGHT, CLEARING THE
010960* DAYS THAT OPEN UP.  A LAST DATE OLDER THAN THE CALENDAR TABLE
010970* IS MORE THAN 25 BUSINESS DAYS AGO AND CLEARS EVERY BUCKET.
010980*****************************************************************
010990 3800-ROLL-DAYS.
011000     MOVE WS-ACT-LAST-DATE TO WS-LOOKUP-DATE.
011010     PERFORM 3810-FIND-DATE-ORDINAL THRU 3810-EXIT.
011020     IF WS-LOOKUP-ORD = ZERO
011030         MOVE WS-DAYS-KEPT TO WS-SHIFT-DAYS
011040     ELSE
011050         COMPUTE WS-SHIFT-DAYS = WS-TONIGHT-ORD - WS-LOOKUP-ORD
011060     END-IF.
011070     IF WS-SHIFT-DAYS < ZERO
011080         MOVE ZERO TO WS-SHIFT-DAYS
011090     END-IF.
011100     IF WS-SHIFT-DAYS > WS-DAYS-KEPT
011110         MOVE WS-DAYS-KEPT TO WS-SHIFT-DAYS
011120     END-IF.
011130     IF WS-SHIFT-DAYS > ZERO
011140         PERFORM 3820-SHIFT-ONE-DAY THRU 3820-EXIT
011150             VARYING WS-DAY-SUB FROM WS-DAYS-KEPT BY -1
011160             UNTIL WS-DAY-SUB <= WS-SHIFT-DAYS
011170         PERFORM 3830-CLEAR-ONE-DAY THRU 3830-EXIT
011180             VARYING WS-DAY-SUB FROM 1 BY 1
011190             UNTIL WS-DAY-SUB > WS-SHIFT-DAYS
011200     END-IF.
011210     MOVE WS-TONIGHT-DATE TO WS-ACT-LAST-DATE.
011220 3800-EXIT.
011230     EXIT.
011240*****************************************************************
011250* 3810-FIND-DATE-ORDINAL - BINARY SEARCH OF THE BUSINESS-DAY
011260* TABLE FOR WS-LOOKUP-DATE, LEAVING ITS BUSINESS-DAY NUMBER IN
011270* WS-LOOKUP-ORD, OR ZERO WHEN THE DATE IS NOT IN THE TABLE.
011280*****************************************************************
011290 3810-FIND-DATE-ORDINAL.
011300     MOVE ZERO TO WS-LOOKUP-ORD.
011310     SEARCH ALL WS-BUS-ENTRY
011320         AT END
011330             GO TO 3810-EXIT
011340         WHEN WS-BUS-DATE (WS-BUS-IDX) = WS-LOOKUP-DATE
011350             SET WS-LOOKUP-ORD TO WS-BUS-IDX
011360     END-SEARCH.
011370 3810-EXIT.
011380     EXIT.
011390 3820-SHIFT-ONE-DAY.
011400     COMPUTE WS-FROM-SUB = WS-DAY-SUB - WS-SHIFT-DAYS.
011410     MOVE WS-ACT-DAY (WS-FROM-SUB) TO WS-ACT-DAY (WS-DAY-SUB).
011420 3820-EXIT.
011430     EXIT.
011440 3830-CLEAR-ONE-DAY.
011450     MOVE ZERO TO WS-ACT-DAY-COUNT (WS-DAY-SUB).
011460     MOVE ZERO TO WS-ACT-DAY-VALUE (WS-DAY-SUB).
011470 3830-EXIT.
011480     EXIT.
011490 3850-ADD-ONE-DAY-COUNT.
011500     ADD WS-ACT-DAY-COUNT (WS-DAY-SUB) TO WS-ALL-COUNT.
011510 3850-EXIT.
011520     EXIT.
011530 3900-WRITE-ACTIVITY.
011540     WRITE ACT-OUT-RECORD FROM WS-ACT-RECORD.
011550     ADD 1 TO WS-ACCT-OUT-COUNT.
011560 3900-EXIT.
011570     EXIT.
011580*****************************************************************
011590* 3950-CARRY-FORWARD - THE RUN IS REFUSED.  COPY LAST NIGHT'S
011600* ACTIVITY FILE ACROSS UNCHANGED, SO TONIGHT'S GENERATION IS A
011610* SAFE STARTING POINT FOR THE RERUN, AND LEAVE THE ALERT FILE
011620* EMPTY.
011630*****************************************************************
011640 3950-CARRY-FORWARD.
011650     OPEN INPUT ACT-IN-FILE.
011660     OPEN OUTPUT ACT-OUT-FILE.
011670     OPEN OUTPUT ALERT-WORK-FILE.
011680     PERFORM 3050-READ-ACTIVITY THRU 3050-EXIT.
011690     PERFORM 3960-COPY-ONE-ACCOUNT THRU 3960-EXIT
011700         UNTIL WS-ACT-EOF.
011710     CLOSE ACT-IN-FILE.
011720     CLOSE ACT-OUT-FILE.
011730     CLOSE ALERT-WORK-FILE.
011740 3950-EXIT.
011750     EXIT.
011760 3960-COPY-ONE-ACCOUNT.
011770     WRITE ACT-OUT-RECORD FROM ACTH-RECORD.
011780     ADD 1 TO WS-ACCT-OUT-COUNT.
011790     PERFORM 3050-READ-ACTIVITY THRU 3050-EXIT.
011800 3960-EXIT.
011810     EXIT.
011820*****************************************************************
011830* 4000-SORT-ALERTS - PUT THE NIGHT'S ALERTS INTO BRANCH, ACCOUNT
011840* AND TYPE ORDER ON THE ALERT FILE FOR THE CASE SYSTEM.
011850*****************************************************************
011860 4000-SORT-ALERTS.
011870     SORT ALERT-SORT-WORK
011880         ON ASCENDING KEY ASRT-BRANCH-ID
011890                          ASRT-KEY
011900                          ASRT-TYPE
011910         USING ALERT-WORK-FILE
011920         GIVING ALERT-FILE.
011930 4000-EXIT.
011940     EXIT.
011950*****************************************************************
011960* 7000-PRINT-LISTING - THE REVIEWER LISTING.  READ THE SORTED
011970* ALERT FILE BACK AND PRINT EACH BRANCH'S ALERTS ON PAGES OF
011980* THEIR OWN, WITH THE BRANCH'S ALERT COUNT AT THE FOOT.
011990*****************************************************************
012000 7000-PRINT-LISTING.
012010     OPEN INPUT ALERT-FILE.
012020     PERFORM 7050-READ-ALERT THRU 7050-EXIT.
012030     IF WS-ALERT-EOF
012040         MOVE 'REVIEWER LISTING' TO WS-RPT-HDG-SECTION
012050         PERFORM 7100-WRITE-REPORT-HEADINGS THRU 7100-EXIT
012060         MOVE SPACES TO WS-PRINT-LINE
012070         STRING 'NO ALERTS RAISED TONIGHT' DELIMITED BY SIZE
012080             INTO WS-PRINT-LINE
012090         END-STRING
012100         PERFORM 7400-PRINT-LINE THRU 7400-EXIT
012110     END-IF.
012120     PERFORM 7200-PRINT-ONE-ALERT THRU 7200-EXIT
012130         UNTIL WS-ALERT-EOF.
012140     IF WS-BRANCH-STARTED
012150         PERFORM 7300-PRINT-BRANCH-FOOTING THRU 7300-EXIT
012160     END-IF.
012170     CLOSE ALERT-FILE.
012180     MOVE 'N' TO WS-COLUMNS-SW.
012190 7000-EXIT.
012200     EXIT.
012210 7050-READ-ALERT.
012220     READ ALERT-FILE
012230         AT END
012240             SET WS-ALERT-EOF TO TRUE
012250             GO TO 7050-EXIT
012260     END-READ.
012270 7050-EXIT.
012280     EXIT.
012290*****************************************************************
012300* 7100-WRITE-REPORT-HEADINGS - NEW PAGE: TITLE, SECTION AND, ON
012310* THE LISTING PAGES, THE COLUMN HEADINGS.
012320*****************************************************************
012330 7100-WRITE-REPORT-HEADINGS.
012340     ADD 1 TO WS-RPT-PAGE-COUNT.
012350     MOVE WS-RPT-PAGE-COUNT TO WS-RPT-HDG-PAGE.
012360     WRITE PRINT-RECORD FROM WS-REPORT-HEADING-1
012370         AFTER ADVANCING PAGE.
012380     WRITE PRINT-RECORD FROM WS-REPORT-HEADING-2
012390         AFTER ADVANCING 2 LINES.
012400     MOVE 3 TO WS-RPT-LINE-COUNT.
012410     IF WS-PRINT-COLUMNS
012420         WRITE PRINT-RECORD FROM WS-REPORT-HEADING-3
012430             AFTER ADVANCING 2 LINES
012440         ADD 2 TO WS-RPT-LINE-COUNT
012450     END-IF.
012460     MOVE SPACES TO PRINT-RECORD.
012470     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
012480     ADD 1 TO WS-RPT-LINE-COUNT.
012490 7100-EXIT.
012500     EXIT.
012510 7200-PRINT-ONE-ALERT.
012520     IF NOT WS-BRANCH-STARTED
012530         OR AOUT-BRANCH-ID NOT = WS-CUR-BRANCH
012540         IF WS-BRANCH-STARTED
012550             PERFORM 7300-PRINT-BRANCH-FOOTING THRU 7300-EXIT
012560         END-IF
012570         SET WS-BRANCH-STARTED TO TRUE
012580         MOVE AOUT-BRANCH-ID TO WS-CUR-BRANCH
012590         MOVE ZERO TO WS-BRANCH-ALERTS
012600         MOVE SPACES TO WS-RPT-HDG-SECTION
012610         STRING 'REVIEWER LISTING - BRANCH ' DELIMITED BY SIZE
012620             WS-CUR-BRANCH DELIMITED BY SIZE
012630             INTO WS-RPT-HDG-SECTION
012640         END-STRING
012650         SET WS-PRINT-COLUMNS TO TRUE
012660         PERFORM 7100-WRITE-REPORT-HEADINGS THRU 7100-EXIT
012670     END-IF.
012680     MOVE AOUT-KEY TO WS-RPT-DET-KEY.
012690     MOVE AOUT-WINDOW-DAYS TO WS-WINDOW-DISPLAY.
012700     MOVE AOUT-MULTIPLE TO WS-MULTIPLE-DISPLAY.
012710     MOVE AOUT-LIMIT TO WS-EDIT-AMOUNT.
012720     MOVE WS-EDIT-AMOUNT TO WS-RPT-DET-LIMIT.
012730     MOVE SPACES TO WS-RPT-DET-BASIS.
012740     IF AOUT-LARGE-VALUE
012750         MOVE 'LARGE VALUE' TO WS-RPT-DET-TYPE
012760         MOVE AOUT-CODE TO WS-RPT-DET-CODE
012770         MOVE AOUT-BATCH-DATE TO WS-RPT-DET-BATCH-DATE
012780         MOVE AOUT-OBSERVED TO WS-EDIT-AMOUNT
012790         MOVE WS-EDIT-AMOUNT TO WS-RPT-DET-OBSERVED
012800         MOVE 'CODE THRESHOLD' TO WS-RPT-DET-BASIS
012810     ELSE
012820         MOVE SPACES TO WS-RPT-DET-CODE
012830         MOVE SPACES TO WS-RPT-DET-BATCH-DATE
012840         STRING WS-WINDOW-DISPLAY DELIMITED BY SIZE
012850             ' DAYS AT ' DELIMITED BY SIZE
012860             WS-MULTIPLE-DISPLAY DELIMITED BY SIZE
012870             ' X' DELIMITED BY SIZE
012880             INTO WS-RPT-DET-BASIS
012890         END-STRING
012900         IF AOUT-COUNT-VELOCITY
012910             MOVE 'VELOCITY - COUNT' TO WS-RPT-DET-TYPE
012920             MOVE AOUT-OBSERVED TO WS-EDIT-COUNT
012930             MOVE WS-EDIT-COUNT-AREA TO WS-RPT-DET-OBSERVED
012940         ELSE
012950             MOVE 'VELOCITY - VALUE' TO WS-RPT-DET-TYPE
012960             MOVE AOUT-OBSERVED TO WS-EDIT-AMOUNT
012970             MOVE WS-EDIT-AMOUNT TO WS-RPT-DET-OBSERVED
012980         END-IF
012990     END-IF.
013000     MOVE WS-REPORT-DETAIL TO WS-PRINT-LINE.
013010     PERFORM 7400-PRINT-LINE THRU 7400-EXIT.
013020     ADD 1 TO WS-BRANCH-ALERTS.
013030     ADD 1 TO WS-LISTED-COUNT.
013040     PERFORM 7050-READ-ALERT THRU 7050-EXIT.
013050 7200-EXIT.
013060     EXIT.
013070 7300-PRINT-BRANCH-FOOTING.
013080     MOVE WS-BRANCH-ALERTS TO WS-EDIT-SMALL.
013090     MOVE SPACES TO WS-PRINT-LINE.
013100     STRING 'BRANCH ' DELIMITED BY SIZE
013110         WS-CUR-BRANCH DELIMITED BY SIZE
013120         ' ALERTS: ' DELIMITED BY SIZE
013130         WS-EDIT-SMALL DELIMITED BY SIZE
013140         INTO WS-PRINT-LINE
013150     END-STRING.
013160     MOVE SPACES TO PRINT-RECORD.
013170     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
013180     ADD 1 TO WS-RPT-LINE-COUNT.
013190     PERFORM 7400-PRINT-LINE THRU 7400-EXIT.
013200 7300-EXIT.
013210     EXIT.
013220*****************************************************************
013230* 7400-PRINT-LINE - WRITE WS-PRINT-LINE, STARTING A NEW PAGE WHEN
013240* THIS ONE IS FULL.
013250*****************************************************************
013260 7400-PRINT-LINE.
013270     IF WS-RPT-LINE-COUNT >= WS-RPT-PAGE-SIZE
013280         PERFORM 7100-WRITE-REPORT-HEADINGS THRU 7100-EXIT
013290     END-IF.
013300     WRITE PRINT-RECORD FROM WS-PRINT-LINE
013310         AFTER ADVANCING 1 LINE.
013320     ADD 1 TO WS-RPT-LINE-COUNT.
013330 7400-EXIT.
013340     EXIT.
013350*****************************************************************
013360* 7500-PRINT-TOTALS - THE RUN TOTALS: THE FEED, THE ACTIVITY FILE,
013370* THE ALERTS, AND EACH LARGE-VALUE THRESHOLD WITH THE NUMBER OF
013380* TRANSACTIONS IT CAUGHT.
013390*****************************************************************
013400 7500-PRINT-TOTALS.
013410     MOVE 'RUN TOTALS' TO WS-RPT-HDG-SECTION.
013420     PERFORM 7100-WRITE-REPORT-HEADINGS THRU 7100-EXIT.
013430     MOVE 'TRANSACTIONS READ' TO WS-TOT-CAPTION.
013440     MOVE WS-TRAN-READ-COUNT TO WS-EDIT-COUNT.
013450     PERFORM 7550-PRINT-COUNT-LINE THRU 7550-EXIT.
013460     MOVE 'FIELD-1 TOTAL' TO WS-TOT-CAPTION.
013470     COMPUTE WS-EDIT-AMOUNT ROUNDED = WS-FIELD-1-TOTAL.
013480     PERFORM 7560-PRINT-AMOUNT-LINE THRU 7560-EXIT.
013490     MOVE 'NOT LARGE-VALUE CHECKED - NO THRESHOLD CARD'
013500         TO WS-TOT-CAPTION.
013510     MOVE WS-UNCHECKED-COUNT TO WS-EDIT-COUNT.
013520     PERFORM 7550-PRINT-COUNT-LINE THRU 7550-EXIT.
013530     MOVE 'NO BRANCH ON THE HISTORY CLUSTER' TO WS-TOT-CAPTION.
013540     MOVE WS-NO-BRANCH-COUNT TO WS-EDIT-COUNT.
013550     PERFORM 7550-PRINT-COUNT-LINE THRU 7550-EXIT.
013560     MOVE 'ACCOUNTS CARRIED IN' TO WS-TOT-CAPTION.
013570     MOVE WS-ACCT-IN-COUNT TO WS-EDIT-COUNT.
013580     PERFORM 7550-PRINT-COUNT-LINE THRU 7550-EXIT.
013590     MOVE 'ACCOUNTS NEW TONIGHT' TO WS-TOT-CAPTION.
013600     MOVE WS-ACCT-NEW-COUNT TO WS-EDIT-COUNT.
013610     PERFORM 7550-PRINT-COUNT-LINE THRU 7550-EXIT.
013620     MOVE 'ACCOUNTS DROPPED - NO ACTIVITY LEFT' TO WS-TOT-CAPTION.
013630     MOVE WS-ACCT-DROPPED-COUNT TO WS-EDIT-COUNT.
013640     PERFORM 7550-PRINT-COUNT-LINE THRU 7550-EXIT.
013650     MOVE 'ACCOUNTS CARRIED OUT' TO WS-TOT-CAPTION.
013660     MOVE WS-ACCT-OUT-COUNT TO WS-EDIT-COUNT.
013670     PERFORM 7550-PRINT-COUNT-LINE THRU 7550-EXIT.
013680     MOVE 'ACCOUNTS ACTIVE TONIGHT' TO WS-TOT-CAPTION.
013690     MOVE WS-ACCT-ACTIVE-COUNT TO WS-EDIT-COUNT.
013700     PERFORM 7550-PRINT-COUNT-LINE THRU 7550-EXIT.
013710     MOVE 'ACCOUNTS TESTED FOR VELOCITY' TO WS-TOT-CAPTION.
013720     MOVE WS-ACCT-TESTED-COUNT TO WS-EDIT-COUNT.
013730     PERFORM 7550-PRINT-COUNT-LINE THRU 7550-EXIT.
013740     MOVE 'LARGE-VALUE ALERTS' TO WS-TOT-CAPTION.
013750     MOVE WS-LARGE-ALERT-COUNT TO WS-EDIT-COUNT.
013760     PERFORM 7550-PRINT-COUNT-LINE THRU 7550-EXIT.
013770     MOVE 'LARGE-VALUE ALERT AMOUNT' TO WS-TOT-CAPTION.
013780     MOVE WS-LARGE-ALERT-TOTAL TO WS-EDIT-AMOUNT.
013790     PERFORM 7560-PRINT-AMOUNT-LINE THRU 7560-EXIT.
013800     MOVE 'VELOCITY ALERTS - COUNT' TO WS-TOT-CAPTION.
013810     MOVE WS-COUNT-ALERT-COUNT TO WS-EDIT-COUNT.
013820     PERFORM 7550-PRINT-COUNT-LINE THRU 7550-EXIT.
013830     MOVE 'VELOCITY ALERTS - VALUE' TO WS-TOT-CAPTION.
013840     MOVE WS-VALUE-ALERT-COUNT TO WS-EDIT-COUNT.
013850     PERFORM 7550-PRINT-COUNT-LINE THRU 7550-EXIT.
013860     MOVE 'ALERTS WRITTEN' TO WS-TOT-CAPTION.
013870     MOVE WS-ALERT-COUNT TO WS-EDIT-COUNT.
013880     PERFORM 7550-PRINT-COUNT-LINE THRU 7550-EXIT.
013890     MOVE 'ALERTS LISTED' TO WS-TOT-CAPTION.
013900     MOVE WS-LISTED-COUNT TO WS-EDIT-COUNT.
013910     PERFORM 7550-PRINT-COUNT-LINE THRU 7550-EXIT.
013920     PERFORM 7580-PRINT-ONE-THRESHOLD THRU 7580-EXIT
013930         VARYING WS-THR-SUB FROM 1 BY 1
013940         UNTIL WS-THR-SUB > WS-THRESH-COUNT.
013950 7500-EXIT.
013960     EXIT.
013970 7550-PRINT-COUNT-LINE.
013980     MOVE WS-EDIT-COUNT-AREA TO WS-TOT-VALUE.
013990     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
014000     PERFORM 7400-PRINT-LINE THRU 7400-EXIT.
014010 7550-EXIT.
014020     EXIT.
014030 7560-PRINT-AMOUNT-LINE.
014040     MOVE WS-EDIT-AMOUNT TO WS-TOT-VALUE.
014050     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
014060     PERFORM 7400-PRINT-LINE THRU 7400-EXIT.
014070 7560-EXIT.
014080     EXIT.
014090 7580-PRINT-ONE-THRESHOLD.
014100     MOVE WS-THR-AMOUNT (WS-THR-SUB) TO WS-EDIT-THRESHOLD.
014110     MOVE SPACES TO WS-TOT-CAPTION.
014120     STRING 'CODE ' DELIMITED BY SIZE
014130         WS-THR-CODE (WS-THR-SUB) DELIMITED BY SIZE
014140         ' ABOVE' DELIMITED BY SIZE
014150         WS-EDIT-THRESHOLD DELIMITED BY SIZE
014160         INTO WS-TOT-CAPTION
014170     END-STRING.
014180     MOVE WS-THR-HITS (WS-THR-SUB) TO WS-EDIT-COUNT.
014190     PERFORM 7550-PRINT-COUNT-LINE THRU 7550-EXIT.
014200 7580-EXIT.
014210     EXIT.
014220*****************************************************************
014230* 8000-TERMINATE - SET THE RETURN CODE, RECORD THE STEP ON THE
014240* RUN-CONTROL CLUSTER AND CLOSE THE REPORT.
014250*****************************************************************
014260 8000-TERMINATE.
014270     IF WS-SETUP-FAILED
014280         MOVE 8 TO RETURN-CODE
014290     ELSE
014300     IF WS-ALERT-COUNT > ZERO OR NOT WS-HIST-OPEN
014310         MOVE 4 TO RETURN-CODE
014320     ELSE
014330         MOVE 0 TO RETURN-CODE
014340     END-IF
014350     END-IF.
014360     PERFORM 8900-RECORD-COMPLETION THRU 8900-EXIT.
014370     CLOSE PRINT-FILE.
014380 8000-EXIT.
014390     EXIT.
014400*****************************************************************
014410* 8900-RECORD-COMPLETION - WHEN THE RUN ENDED BELOW RETURN CODE
014420* 8, WRITE THIS STEP'S ROW ON THE RUN-CONTROL CLUSTER:
014430* TRANSACTIONS READ, LARGE-VALUE ALERTS, VELOCITY ALERTS, THE
014440* FIELD-1 TOTAL AND THE LARGE-VALUE ALERT AMOUNT.  A REFUSED RUN
014450* WRITES NO ROW, SO ITS RERUN IS ALLOWED.
014460*****************************************************************
014470 8900-RECORD-COMPLETION.
014480     IF RETURN-CODE > 4
014490         GO TO 8900-CLOSE
014500     END-IF.
014510     MOVE SPACES TO RCTL-RECORD.
014520     MOVE WS-RUN-DATE TO RCTL-RUN-DATE.
014530     MOVE WS-RUNCTL-STEP TO RCTL-STEP-NAME.
014540     SET RCTL-STEP-COMPLETE TO TRUE.
014550     MOVE RETURN-CODE TO RCTL-RETURN-CODE.
014560     ACCEPT WS-RUNCTL-TIME FROM TIME.
014570     MOVE WS-RUNCTL-TIME (1:6) TO RCTL-END-TIME.
014580     MOVE WS-TRAN-READ-COUNT TO RCTL-COUNT-1.
014590     MOVE WS-LARGE-ALERT-COUNT TO RCTL-COUNT-2.
014600     COMPUTE RCTL-COUNT-3 =
014610         WS-COUNT-ALERT-COUNT + WS-VALUE-ALERT-COUNT.
014620     COMPUTE RCTL-TOTAL-1 ROUNDED = WS-FIELD-1-TOTAL.
014630     MOVE WS-LARGE-ALERT-TOTAL TO RCTL-TOTAL-2.
014640     WRITE RCTL-RECORD.
014650     IF WS-RUNCTL-FILE-STATUS NOT = '00'
014660         MOVE SPACES TO WS-PRINT-LINE
014670         STRING 'RUN-CONTROL RECORD NOT WRITTEN - STATUS: '
014680             DELIMITED BY SIZE
014690             WS-RUNCTL-FILE-STATUS DELIMITED BY SIZE
014700             INTO WS-PRINT-LINE
014710         END-STRING
014720         PERFORM 7400-PRINT-LINE THRU 7400-EXIT
014730     END-IF.
014740 8900-CLOSE.
014750     CLOSE RUNCTL-FILE.
014760 8900-EXIT.
014770     EXIT.
