000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  TRACEINQ.
000030 AUTHOR.  R HARMON.
000040 INSTALLATION.  NUMERIC RECONCILIATION - BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* TRANSACTION LIFECYCLE TRACE.  TAKES A DECK OF TRANSACTION KEYS
000090* AND AN OPTIONAL DATE RANGE AND PRINTS, FOR EACH KEY, ONE
000100* HISTORY OF EVERYTHING THE NIGHTLY FILES KNOW ABOUT IT:
000110*   - REJECTED   - EVERY EXCEPTS RECORD, WITH ITS REASON;
000120*   - OPEN ITEM  - EACH SPELL ON THE OPEN-EXCEPTION FILE, WITH
000130*                  ITS AGE AND WHETHER IT IS STILL OPEN;
000140*   - CORRECTED  - EVERY REINJECTION RECORD THE DESK BUILT,
000150*                  WITH THE CORRECTED AMOUNTS;
000160*   - ACCEPTED   - THE VALIDATED RECORD;
000170*   - REGISTERED - THE HISTORY CLUSTER ENTRY, WITH THE BATCH
000180*                  NUMBER, BRANCH AND THE NIGHT WHOSE GL JOURNAL
000190*                  CARRIED IT;
000200*   - ACCRUED    - THE ACCRUAL DAYS, RATE AND INTEREST;
000210*   - BILLED     - THE BILLED AMOUNT.
000220* A KEY FOUND NOWHERE SAYS SO.  EVERY FILE IS READ FRONT TO BACK
000230* AND NOTHING IS WRITTEN BACK - THE JOB CAN RUN AT ANY HOUR THE
000240* NIGHTLY RUN IS NOT UP.
000250*****************************************************************
000260* MODIFICATION HISTORY
000270*-----------------------------------------------------------
000280* DATE       INIT  DESCRIPTION
000290*-----------------------------------------------------------
000300* 10/15/26    RH   ORIGINAL PROGRAM.  A "WHAT HAPPENED TO THIS
000310*                  TRANSACTION" QUESTION MEANT BROWSING EACH
000320*                  DATASET BY HAND.
000330*-----------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CARD-FILE ASSIGN TO TRCIN
000380         ORGANIZATION IS SEQUENTIAL.
000390     SELECT HIST-FILE ASSIGN TO HISTKSDS
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS HIST-KEY
000430         FILE STATUS IS WS-HIST-FILE-STATUS.
000440     SELECT EXCEPT-FILE ASSIGN TO EXCPIN
000450         ORGANIZATION IS SEQUENTIAL.
000460     SELECT OPEN-FILE ASSIGN TO OPENIN
000470         ORGANIZATION IS SEQUENTIAL.
000480     SELECT OPEN-CUR-FILE ASSIGN TO OPENCUR
000490         ORGANIZATION IS SEQUENTIAL.
000500     SELECT REINJECT-FILE ASSIGN TO REINJIN
000510         ORGANIZATION IS SEQUENTIAL.
000520     SELECT VALID-FILE ASSIGN TO VALIDIN
000530         ORGANIZATION IS SEQUENTIAL.
000540     SELECT ACCRUAL-FILE ASSIGN TO ACCRIN
000550         ORGANIZATION IS SEQUENTIAL.
000560     SELECT BILL-FILE ASSIGN TO BILLIN
000570         ORGANIZATION IS SEQUENTIAL.
000580     SELECT EVENT-FILE ASSIGN TO TRCWORK
000590         ORGANIZATION IS SEQUENTIAL.
000600     SELECT SORTED-EVENT-FILE ASSIGN TO TRCSRT
000610         ORGANIZATION IS SEQUENTIAL.
000620     SELECT EVENT-SORT-WORK ASSIGN TO SORTWK1.
000630     SELECT PRINT-FILE ASSIGN TO RPTOUT
000640         ORGANIZATION IS SEQUENTIAL.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  CARD-FILE
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700 01  TRACE-CARD.
000710     05  TRC-CARD-TYPE        PIC X(01).
000720         88  TRC-KEY-CARD              VALUE 'K'.
000730         88  TRC-RANGE-CARD            VALUE 'R'.
000740     05  TRC-KEY              PIC X(10).
000750     05  FILLER               PIC X(69).
000760 01  TRACE-RANGE-CARD REDEFINES TRACE-CARD.
000770     05  FILLER               PIC X(01).
000780     05  TRC-FROM-DATE        PIC 9(08).
000790     05  TRC-TO-DATE          PIC 9(08).
000800     05  FILLER               PIC X(63).
000810 FD  HIST-FILE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY HISTREC.
000840 FD  EXCEPT-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870     COPY EXCPREC.
000880 FD  OPEN-FILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910     COPY OPENEXC.
000920 FD  OPEN-CUR-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 01  OPEN-CUR-RECORD.
000960     05  OCUR-KEY             PIC X(10).
000970     05  FILLER               PIC X(48).
000980     05  OCUR-FIRST-DATE      PIC 9(08).
000990     05  FILLER               PIC X(14).
001000 FD  REINJECT-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030     COPY TRANREC.
001040 FD  VALID-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070     COPY VALTRAN.
001080 FD  ACCRUAL-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110     COPY ACCRREC.
001120 FD  BILL-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150     COPY BILLREC.
001160 FD  EVENT-FILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190 01  EVENT-OUT-RECORD             PIC X(120).
001200 FD  SORTED-EVENT-FILE
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
001230 01  SORTED-EVENT-RECORD.
001240     05  SORTED-EVT-SEQ       PIC 9(04).
001250     05  SORTED-EVT-STAGE     PIC 9(01).
001260     05  SORTED-EVT-DATE      PIC 9(08).
001270     05  SORTED-EVT-BATCH     PIC X(08).
001280     05  SORTED-EVT-BRANCH    PIC X(03).
001290     05  SORTED-EVT-DETAIL    PIC X(90).
001300     05  FILLER               PIC X(06).
001310 SD  EVENT-SORT-WORK.
001320 01  EVENT-SORT-RECORD.
001330     05  EVT-SORT-SEQ         PIC 9(04).
001340     05  EVT-SORT-STAGE       PIC 9(01).
001350     05  EVT-SORT-DATE        PIC 9(08).
001360     05  FILLER               PIC X(107).
001370 FD  PRINT-FILE
001380     RECORDING MODE IS F
001390     LABEL RECORDS ARE OMITTED.
001400 01  PRINT-RECORD                 PIC X(132).
001410 WORKING-STORAGE SECTION.
001420 77  WS-KEY-TABLE-MAX             PIC S9(04) COMP VALUE 100.
001430 77  WS-SPELL-TABLE-MAX           PIC S9(04) COMP VALUE 500.
001440 01  WS-SWITCHES.
001450     05  WS-CARD-EOF-SW       PIC X(01)      VALUE 'N'.
001460         88  WS-CARD-EOF                     VALUE 'Y'.
001470     05  WS-HIST-EOF-SW       PIC X(01)      VALUE 'N'.
001480         88  WS-HIST-EOF                     VALUE 'Y'.
001490     05  WS-EXCEPT-EOF-SW     PIC X(01)      VALUE 'N'.
001500         88  WS-EXCEPT-EOF                   VALUE 'Y'.
001510     05  WS-OPEN-EOF-SW       PIC X(01)      VALUE 'N'.
001520         88  WS-OPEN-EOF                     VALUE 'Y'.
001530     05  WS-OCUR-EOF-SW       PIC X(01)      VALUE 'N'.
001540         88  WS-OCUR-EOF                     VALUE 'Y'.
001550     05  WS-REINJ-EOF-SW      PIC X(01)      VALUE 'N'.
001560         88  WS-REINJ-EOF                    VALUE 'Y'.
001570     05  WS-VALID-EOF-SW      PIC X(01)      VALUE 'N'.
001580         88  WS-VALID-EOF                    VALUE 'Y'.
001590     05  WS-ACCR-EOF-SW       PIC X(01)      VALUE 'N'.
001600         88  WS-ACCR-EOF                     VALUE 'Y'.
001610     05  WS-BILL-EOF-SW       PIC X(01)      VALUE 'N'.
001620         88  WS-BILL-EOF                     VALUE 'Y'.
001630     05  WS-EVENT-EOF-SW      PIC X(01)      VALUE 'N'.
001640         88  WS-EVENT-EOF                    VALUE 'Y'.
001650     05  WS-RUN-REFUSED-SW    PIC X(01)      VALUE 'N'.
001660         88  WS-RUN-REFUSED                  VALUE 'Y'.
001670     05  WS-RANGE-SW          PIC X(01)      VALUE 'N'.
001680         88  WS-RANGE-GIVEN                  VALUE 'Y'.
001690     05  WS-HIST-FAILED-SW    PIC X(01)      VALUE 'N'.
001700         88  WS-HIST-FAILED                  VALUE 'Y'.
001710     05  WS-KEY-FOUND-SW      PIC X(01)      VALUE 'N'.
001720         88  WS-KEY-FOUND                    VALUE 'Y'.
001730         88  WS-KEY-NOT-FOUND                VALUE 'N'.
001740     05  WS-SPELL-FOUND-SW    PIC X(01)      VALUE 'N'.
001750         88  WS-SPELL-FOUND                  VALUE 'Y'.
001760         88  WS-SPELL-NOT-FOUND              VALUE 'N'.
001770 01  WS-HIST-FILE-STATUS          PIC X(02) VALUE SPACES.
001780 01  WS-PRINT-LINE                PIC X(132).
001790*    THE KEYS TO TRACE, IN DECK ORDER.  THE DECK IS SMALL AND
001800*    UNSORTED, SO A SERIAL SCAN IS THE RIGHT TOOL, THE SAME AS
001810*    THE CORRECTIONS DECK IN EXCPFIX.
001820 01  WS-KEY-TABLE-AREA.
001830     05  WS-KEY-COUNT             PIC S9(04) COMP VALUE ZERO.
001840     05  WS-KEY-ENTRY             OCCURS 100 TIMES.
001850         10  WS-KEY-TRANS-KEY     PIC X(10).
001860         10  WS-KEY-EVENT-COUNT   PIC 9(05) COMP-3.
001870 01  WS-KEY-SUB                   PIC S9(04) COMP VALUE ZERO.
001880 01  WS-KEY-HIT-SUB               PIC S9(04) COMP VALUE ZERO.
001890 01  WS-LOOKUP-KEY                PIC X(10) VALUE SPACES.
001900*    ONE ENTRY PER SPELL ON THE OPEN-EXCEPTION FILE - A TRACED KEY
001910*    AND THE NIGHT IT WAS FIRST SEEN.  EVERY NIGHT'S GENERATION
001920*    CARRIES THE ITEM AGAIN, ONE DAY OLDER, SO THE SPELL KEEPS
001930*    THE OLDEST AGE SEEN.
001940 01  WS-SPELL-TABLE-AREA.
001950     05  WS-SPELL-COUNT           PIC S9(04) COMP VALUE ZERO.
001960     05  WS-SPELL-ENTRY           OCCURS 500 TIMES.
001970         10  WS-SPELL-KEY-SUB     PIC S9(04) COMP.
001980         10  WS-SPELL-KEY         PIC X(10).
001990         10  WS-SPELL-FIRST-DATE  PIC 9(08).
002000         10  WS-SPELL-AGE         PIC 9(03).
002010         10  WS-SPELL-REASON      PIC X(04).
002020         10  WS-SPELL-BRANCH      PIC X(03).
002030         10  WS-SPELL-CURRENT-SW  PIC X(01).
002040             88  WS-SPELL-STILL-OPEN         VALUE 'Y'.
002050 01  WS-SPELL-SUB                 PIC S9(04) COMP VALUE ZERO.
002060 01  WS-SPELL-HIT-SUB             PIC S9(04) COMP VALUE ZERO.
002070 01  WS-RANGE-WORK.
002080     05  WS-FROM-DATE             PIC 9(08) VALUE ZERO.
002090     05  WS-TO-DATE               PIC 9(08) VALUE 99999999.
002100*    THE ORIGINAL BUSINESS DATE OF THE REINJECTION BATCH BEING
002110*    READ, FROM ITS HEADER.
002120 01  WS-REINJ-BATCH-DATE          PIC 9(08) VALUE ZERO.
002130 01  WS-EVENT-RECORD.
002140     05  WS-EVT-SEQ               PIC 9(04).
002150     05  WS-EVT-STAGE             PIC 9(01).
002160         88  WS-EVT-REJECTED               VALUE 1.
002170         88  WS-EVT-OPEN-ITEM              VALUE 2.
002180         88  WS-EVT-CORRECTED              VALUE 3.
002190         88  WS-EVT-ACCEPTED               VALUE 4.
002200         88  WS-EVT-REGISTERED             VALUE 5.
002210         88  WS-EVT-ACCRUED                VALUE 6.
002220         88  WS-EVT-BILLED                 VALUE 7.
002230     05  WS-EVT-DATE              PIC 9(08).
002240     05  WS-EVT-BATCH             PIC X(08).
002250     05  WS-EVT-BRANCH            PIC X(03).
002260     05  WS-EVT-DETAIL            PIC X(90).
002270     05  FILLER                   PIC X(06).
002280 01  WS-STAGE-NAME-AREA.
002290     05  WS-STAGE-NAME-VALUES.
002300         10  FILLER               PIC X(12) VALUE 'REJECTED'.
002310         10  FILLER               PIC X(12) VALUE 'OPEN ITEM'.
002320         10  FILLER               PIC X(12) VALUE 'CORRECTED'.
002330         10  FILLER               PIC X(12) VALUE 'ACCEPTED'.
002340         10  FILLER               PIC X(12) VALUE 'REGISTERED'.
002350         10  FILLER               PIC X(12) VALUE 'ACCRUED'.
002360         10  FILLER               PIC X(12) VALUE 'BILLED'.
002370     05  WS-STAGE-NAME-TABLE REDEFINES WS-STAGE-NAME-VALUES.
002380         10  WS-STAGE-NAME        OCCURS 7 TIMES
002390                                  PIC X(12).
002400 01  WS-EDIT-WORK.
002410     05  WS-EDIT-AMOUNT-1         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002420     05  WS-EDIT-AMOUNT-2         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002430     05  WS-EDIT-FEE              PIC ZZ,ZZ9.99-.
002440     05  WS-EDIT-BILLED           PIC ZZZ,ZZZ,ZZ9.99-.
002450     05  WS-EDIT-INTEREST         PIC Z,ZZZ,ZZ9.9999999-.
002460     05  WS-EDIT-RATE             PIC Z9.99999.
002470     05  WS-EDIT-DAYS             PIC ZZ9.
002480     05  WS-EDIT-REASON           PIC X(09).
002490     05  WS-CARD-REASON           PIC X(20).
002500 01  WS-COUNTERS.
002510     05  WS-CARD-REJECT-COUNT     PIC 9(05) COMP-3 VALUE ZERO.
002520     05  WS-KEYS-FOUND-COUNT      PIC 9(05) COMP-3 VALUE ZERO.
002530     05  WS-KEYS-MISSING-COUNT    PIC 9(05) COMP-3 VALUE ZERO.
002540     05  WS-EVENT-COUNT           PIC 9(07) COMP-3 VALUE ZERO.
002550     05  WS-COUNT-DISPLAY         PIC ZZ,ZZZ,ZZ9.
002560 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
002570 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
002580     05  WS-RUN-YYYY              PIC 9(04).
002590     05  WS-RUN-MM                PIC 9(02).
002600     05  WS-RUN-DD                PIC 9(02).
002610 01  WS-REPORT-WORK.
002620     05  WS-RPT-PAGE-COUNT        PIC 9(03) COMP-3 VALUE ZERO.
002630     05  WS-RPT-LINE-COUNT        PIC 9(03) COMP-3 VALUE ZERO.
002640     05  WS-RPT-PAGE-SIZE         PIC 9(03) COMP-3 VALUE 55.
002650 01  WS-REPORT-HEADING-1.
002660     05  FILLER                   PIC X(01) VALUE SPACE.
002670     05  FILLER                   PIC X(42) VALUE
002680         'TRACEINQ TRANSACTION LIFECYCLE TRACE'.
002690     05  FILLER                   PIC X(08) VALUE SPACES.
002700     05  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
002710     05  WS-RPT-HDG-DATE.
002720         10  WS-RPT-HDG-YYYY      PIC 9(04).
002730         10  FILLER               PIC X(01) VALUE '/'.
002740         10  WS-RPT-HDG-MM        PIC 9(02).
002750         10  FILLER               PIC X(01) VALUE '/'.
002760         10  WS-RPT-HDG-DD        PIC 9(02).
002770     05  FILLER                   PIC X(08) VALUE SPACES.
002780     05  FILLER                   PIC X(06) VALUE 'PAGE: '.
002790     05  WS-RPT-HDG-PAGE          PIC ZZ9.
002800     05  FILLER                   PIC X(44) VALUE SPACES.
002810 01  WS-REPORT-HEADING-2.
002820     05  FILLER                   PIC X(01) VALUE SPACE.
002830     05  FILLER                   PIC X(14) VALUE 'DATE RANGE:'.
002840     05  WS-RPT-HDG-RANGE         PIC X(30).
002850     05  FILLER                   PIC X(87) VALUE SPACES.
002860 01  WS-REPORT-HEADING-3.
002870     05  FILLER                   PIC X(03) VALUE SPACES.
002880     05  FILLER                   PIC X(14) VALUE 'STAGE'.
002890     05  FILLER                   PIC X(10) VALUE 'DATE'.
002900     05  FILLER                   PIC X(12) VALUE 'BATCH DATE'.
002910     05  FILLER                   PIC X(07) VALUE 'BRANCH'.
002920     05  FILLER                   PIC X(07) VALUE 'DETAIL'.
002930     05  FILLER                   PIC X(79) VALUE SPACES.
002940 01  WS-REPORT-KEY-LINE.
002950     05  FILLER                   PIC X(01) VALUE SPACE.
002960     05  FILLER                   PIC X(05) VALUE 'KEY: '.
002970     05  WS-RPT-KEY               PIC X(10).
002980     05  FILLER                   PIC X(116) VALUE SPACES.
002990 01  WS-REPORT-DETAIL.
003000     05  FILLER                   PIC X(03) VALUE SPACES.
003010     05  WS-RPT-DET-STAGE         PIC X(12).
003020     05  FILLER                   PIC X(02) VALUE SPACES.
003030     05  WS-RPT-DET-DATE          PIC X(08).
003040     05  FILLER                   PIC X(02) VALUE SPACES.
003050     05  WS-RPT-DET-BATCH         PIC X(08).
003060     05  FILLER                   PIC X(04) VALUE SPACES.
003070     05  WS-RPT-DET-BRANCH        PIC X(03).
003080     05  FILLER                   PIC X(04) VALUE SPACES.
003090     05  WS-RPT-DET-DETAIL        PIC X(86).
003100 PROCEDURE DIVISION.
003110 0000-MAINLINE.
003120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003130     IF NOT WS-RUN-REFUSED
003140         OPEN OUTPUT EVENT-FILE
003150         PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT
003160         PERFORM 2500-SCAN-EXCEPTIONS THRU 2500-EXIT
003170         PERFORM 3000-SCAN-OPEN-ITEMS THRU 3000-EXIT
003180         PERFORM 4000-SCAN-REINJECTIONS THRU 4000-EXIT
003190         PERFORM 4500-SCAN-VALIDATED THRU 4500-EXIT
003200         PERFORM 5000-SCAN-ACCRUALS THRU 5000-EXIT
003210         PERFORM 5500-SCAN-BILLING THRU 5500-EXIT
003220         CLOSE EVENT-FILE
003230         PERFORM 6000-PRINT-TRACES THRU 6000-EXIT
003240         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
003250     END-IF.
003260     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003270     GOBACK.
003280*****************************************************************
003290* 1000-INITIALIZE - START THE REPORT AND LOAD THE CARD DECK.  A
003300* DECK WITH NO USABLE KEY CARD HAS NOTHING TO TRACE.
003310*****************************************************************
003320 1000-INITIALIZE.
003330     OPEN OUTPUT PRINT-FILE.
003340     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003350     MOVE 'ALL DATES' TO WS-RPT-HDG-RANGE.
003360     OPEN INPUT CARD-FILE.
003370     PERFORM 1150-READ-CARD THRU 1150-EXIT.
003380     PERFORM 1160-EDIT-ONE-CARD THRU 1160-EXIT
003390         UNTIL WS-CARD-EOF.
003400     CLOSE CARD-FILE.
003410     PERFORM 7100-WRITE-REPORT-HEADINGS THRU 7100-EXIT.
003420     IF WS-KEY-COUNT = ZERO
003430         SET WS-RUN-REFUSED TO TRUE
003440         MOVE SPACES TO WS-PRINT-LINE
003450         STRING 'NO TRANSACTION KEYS ON THE CARD DECK - '
003460             DELIMITED BY SIZE
003470             'RUN REFUSED' DELIMITED BY SIZE
003480             INTO WS-PRINT-LINE
003490         END-STRING
003500         PERFORM 7300-WRITE-PRINT-LINE THRU 7300-EXIT
003510     END-IF.
003520 1000-EXIT.
003530     EXIT.
003540 1150-READ-CARD.
003550     READ CARD-FILE
003560         AT END
003570             SET WS-CARD-EOF TO TRUE
003580             GO TO 1150-EXIT
003590     END-READ.
003600 1150-EXIT.
003610     EXIT.
003620*****************************************************************
003630* 1160-EDIT-ONE-CARD - A 'K' CARD NAMES A KEY TO TRACE (COLS
003640* 2-11), AN 'R' CARD LIMITS THE TRACE TO A DATE RANGE (FROM DATE
003650* COLS 2-9, TO DATE COLS 10-17, BOTH INCLUSIVE).  A BAD CARD IS
003660* LISTED AND SKIPPED; THE REST OF THE DECK STILL RUNS.
003670*****************************************************************
003680 1160-EDIT-ONE-CARD.
003690     IF TRC-RANGE-CARD
003700         PERFORM 1200-EDIT-RANGE-CARD THRU 1200-EXIT
003710         GO TO 1160-READ-NEXT
003720     END-IF.
003730     IF NOT TRC-KEY-CARD
003740         MOVE 'UNKNOWN CARD TYPE' TO WS-CARD-REASON
003750         PERFORM 1300-REJECT-CARD THRU 1300-EXIT
003760         GO TO 1160-READ-NEXT
003770     END-IF.
003780     IF TRC-KEY = SPACES
003790         MOVE 'NO KEY' TO WS-CARD-REASON
003800         PERFORM 1300-REJECT-CARD THRU 1300-EXIT
003810         GO TO 1160-READ-NEXT
003820     END-IF.
003830     MOVE TRC-KEY TO WS-LOOKUP-KEY.
003840     PERFORM 5900-FIND-KEY THRU 5900-EXIT.
003850     IF WS-KEY-FOUND
003860         MOVE 'DUPLICATE' TO WS-CARD-REASON
003870         PERFORM 1300-REJECT-CARD THRU 1300-EXIT
003880         GO TO 1160-READ-NEXT
003890     END-IF.
003900     IF WS-KEY-COUNT >= WS-KEY-TABLE-MAX
003910         MOVE 'DECK FULL' TO WS-CARD-REASON
003920         PERFORM 1300-REJECT-CARD THRU 1300-EXIT
003930         GO TO 1160-READ-NEXT
003940     END-IF.
003950     ADD 1 TO WS-KEY-COUNT.
003960     MOVE TRC-KEY TO WS-KEY-TRANS-KEY (WS-KEY-COUNT).
003970     MOVE ZERO TO WS-KEY-EVENT-COUNT (WS-KEY-COUNT).
003980 1160-READ-NEXT.
003990     PERFORM 1150-READ-CARD THRU 1150-EXIT.
004000 1160-EXIT.
004010     EXIT.
004020 1200-EDIT-RANGE-CARD.
004030     IF WS-RANGE-GIVEN
004040         MOVE '2ND RANGE' TO WS-CARD-REASON
004050         PERFORM 1300-REJECT-CARD THRU 1300-EXIT
004060         GO TO 1200-EXIT
004070     END-IF.
004080     IF TRC-FROM-DATE NOT NUMERIC
004090         OR TRC-TO-DATE NOT NUMERIC
004100         MOVE 'BAD DATE' TO WS-CARD-REASON
004110         PERFORM 1300-REJECT-CARD THRU 1300-EXIT
004120         GO TO 1200-EXIT
004130     END-IF.
004140     IF TRC-FROM-DATE > TRC-TO-DATE
004150         MOVE 'BAD RANGE' TO WS-CARD-REASON
004160         PERFORM 1300-REJECT-CARD THRU 1300-EXIT
004170         GO TO 1200-EXIT
004180     END-IF.
004190     SET WS-RANGE-GIVEN TO TRUE.
004200     MOVE TRC-FROM-DATE TO WS-FROM-DATE.
004210     MOVE TRC-TO-DATE TO WS-TO-DATE.
004220     MOVE SPACES TO WS-RPT-HDG-RANGE.
004230     STRING WS-FROM-DATE DELIMITED BY SIZE
004240         ' TO ' DELIMITED BY SIZE
004250         WS-TO-DATE DELIMITED BY SIZE
004260         INTO WS-RPT-HDG-RANGE
004270     END-STRING.
004280 1200-EXIT.
004290     EXIT.
004300*****************************************************************
004310* 1300-REJECT-CARD - LIST A CARD THAT CANNOT BE USED.  THE
004320* HEADINGS ARE NOT OUT YET, SO THE LINE GOES STRAIGHT TO THE
004330* PRINT FILE AHEAD OF THE FIRST PAGE.
004340*****************************************************************
004350 1300-REJECT-CARD.
004360     ADD 1 TO WS-CARD-REJECT-COUNT.
004370     MOVE SPACES TO WS-PRINT-LINE.
004380     STRING 'CARD REJECTED - ' DELIMITED BY SIZE
004390         WS-CARD-REASON DELIMITED BY SIZE
004400         ' ' DELIMITED BY SIZE
004410         TRACE-CARD (1:17) DELIMITED BY SIZE
004420         INTO WS-PRINT-LINE
004430     END-STRING.
004440     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
004450 1300-EXIT.
004460     EXIT.
004470*****************************************************************
004480* 2000-SCAN-HISTORY - PASS THE HISTORY CLUSTER FRONT TO BACK,
004490* READ ONLY.  A KEY CAN BE REGISTERED UNDER MORE THAN ONE BATCH
004500* DATE, AND EACH REGISTRATION IS ITS OWN EVENT, DATED THE NIGHT
004510* IT WAS REGISTERED - THE NIGHT GLEXTR JOURNALLED IT.
004520*****************************************************************
004530 2000-SCAN-HISTORY.
004540     OPEN INPUT HIST-FILE.
004550     IF WS-HIST-FILE-STATUS NOT = '00'
004560         MOVE SPACES TO WS-PRINT-LINE
004570         STRING 'HISTORY FILE OPEN FAILED - STATUS: '
004580             DELIMITED BY SIZE
004590             WS-HIST-FILE-STATUS DELIMITED BY SIZE
004600             ' - REGISTRATIONS NOT TRACED' DELIMITED BY SIZE
004610             INTO WS-PRINT-LINE
004620         END-STRING
004630         PERFORM 7300-WRITE-PRINT-LINE THRU 7300-EXIT
004640         SET WS-HIST-FAILED TO TRUE
004650         GO TO 2000-EXIT
004660     END-IF.
004670     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
004680     PERFORM 2200-TEST-ONE-HISTORY THRU 2200-EXIT
004690         UNTIL WS-HIST-EOF.
004700     CLOSE HIST-FILE.
004710 2000-EXIT.
004720     EXIT.
004730 2100-READ-HISTORY.
004740     READ HIST-FILE NEXT RECORD
004750         AT END
004760             SET WS-HIST-EOF TO TRUE
004770             GO TO 2100-EXIT
004780     END-READ.
004790 2100-EXIT.
004800     EXIT.
004810 2200-TEST-ONE-HISTORY.
004820     MOVE HIST-TRANS-KEY TO WS-LOOKUP-KEY.
004830     PERFORM 5900-FIND-KEY THRU 5900-EXIT.
004840     IF WS-KEY-NOT-FOUND
004850         GO TO 2200-READ-NEXT
004860     END-IF.
004870     MOVE SPACES TO WS-EVENT-RECORD.
004880     SET WS-EVT-REGISTERED TO TRUE.
004890     MOVE HIST-RUN-DATE TO WS-EVT-DATE.
004900     MOVE HIST-BATCH-DATE TO WS-EVT-BATCH.
004910     IF HIST-BATCH-NUMBER NOT NUMERIC
004920         STRING 'ON HISTORY CLUSTER, NO BATCH NUMBER - '
004930             DELIMITED BY SIZE
004940             'GL JOURNAL OF ' DELIMITED BY SIZE
004950             HIST-RUN-DATE DELIMITED BY SIZE
004960             INTO WS-EVT-DETAIL
004970         END-STRING
004980     ELSE
004990         MOVE HIST-BRANCH-ID TO WS-EVT-BRANCH
005000         STRING 'ON HISTORY CLUSTER, BATCH ' DELIMITED BY SIZE
005010             HIST-BATCH-NUMBER DELIMITED BY SIZE
005020             ' - GL JOURNAL OF ' DELIMITED BY SIZE
005030             HIST-RUN-DATE DELIMITED BY SIZE
005040             INTO WS-EVT-DETAIL
005050         END-STRING
005060     END-IF.
005070     PERFORM 5950-WRITE-EVENT THRU 5950-EXIT.
005080 2200-READ-NEXT.
005090     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
005100 2200-EXIT.
005110     EXIT.
005120*****************************************************************
005130* 2500-SCAN-EXCEPTIONS - PASS EVERY CATALOGED EXCEPTION
005140* GENERATION.  THE RECORD CARRIES NO RUN DATE, SO THE EVENT IS
005150* DATED BY ITS BATCH DATE - THE NIGHT THE BATCH WAS PROCESSED.
005160* RECORDS WRITTEN BEFORE THE REASON CODE CARRY SPACES THERE AND
005170* ARE TOLERANCE BREACHES; BEFORE THE BATCH DATE, SPACES THERE.
005180*****************************************************************
005190 2500-SCAN-EXCEPTIONS.
005200     OPEN INPUT EXCEPT-FILE.
005210     PERFORM 2600-READ-EXCEPT THRU 2600-EXIT.
005220     PERFORM 2700-TEST-ONE-EXCEPT THRU 2700-EXIT
005230         UNTIL WS-EXCEPT-EOF.
005240     CLOSE EXCEPT-FILE.
005250 2500-EXIT.
005260     EXIT.
005270 2600-READ-EXCEPT.
005280     READ EXCEPT-FILE
005290         AT END
005300             SET WS-EXCEPT-EOF TO TRUE
005310             GO TO 2600-EXIT
005320     END-READ.
005330 2600-EXIT.
005340     EXIT.
005350 2700-TEST-ONE-EXCEPT.
005360     MOVE EXCEPT-KEY TO WS-LOOKUP-KEY.
005370     PERFORM 5900-FIND-KEY THRU 5900-EXIT.
005380     IF WS-KEY-NOT-FOUND
005390         GO TO 2700-READ-NEXT
005400     END-IF.
005410     MOVE SPACES TO WS-EVENT-RECORD.
005420     SET WS-EVT-REJECTED TO TRUE.
005430     IF EXCEPT-BATCH-DATE NUMERIC
005440         MOVE EXCEPT-BATCH-DATE TO WS-EVT-DATE
005450         MOVE EXCEPT-BATCH-DATE TO WS-EVT-BATCH
005460     ELSE
005470         MOVE ZERO TO WS-EVT-DATE
005480     END-IF.
005490     IF EXCEPT-BRANCH-ID NUMERIC
005500         MOVE EXCEPT-BRANCH-ID TO WS-EVT-BRANCH
005510     END-IF.
005520     IF EXCEPT-ACCOUNT
005530         MOVE 'ACCOUNT' TO WS-EDIT-REASON
005540     ELSE
005550         MOVE 'TOLERANCE' TO WS-EDIT-REASON
005560     END-IF.
005570     MOVE EXCEPT-FIELD-1 TO WS-EDIT-AMOUNT-1.
005580     MOVE EXCEPT-FIELD-2 TO WS-EDIT-AMOUNT-2.
005590     STRING WS-EDIT-REASON DELIMITED BY SIZE
005600         ' CODE ' DELIMITED BY SIZE
005610         EXCEPT-CODE DELIMITED BY SIZE
005620         ' F1 ' DELIMITED BY SIZE
005630         WS-EDIT-AMOUNT-1 DELIMITED BY SIZE
005640         ' F2 ' DELIMITED BY SIZE
005650         WS-EDIT-AMOUNT-2 DELIMITED BY SIZE
005660         INTO WS-EVT-DETAIL
005670     END-STRING.
005680     PERFORM 5950-WRITE-EVENT THRU 5950-EXIT.
005690 2700-READ-NEXT.
005700     PERFORM 2600-READ-EXCEPT THRU 2600-EXIT.
005710 2700-EXIT.
005720     EXIT.
005730*****************************************************************
005740* 3000-SCAN-OPEN-ITEMS - PASS EVERY CATALOGED OPEN-EXCEPTION
005750* GENERATION AND GATHER EACH TRACED KEY'S SPELLS ON THE FILE,
005760* THEN PASS THE CURRENT GENERATION TO MARK THE SPELLS STILL
005770* OPEN.  ONE EVENT PER SPELL, DATED THE NIGHT IT WAS FIRST SEEN,
005780* RATHER THAN ONE PER NIGHT IT SAT THERE.
005790*****************************************************************
005800 3000-SCAN-OPEN-ITEMS.
005810     OPEN INPUT OPEN-FILE.
005820     PERFORM 3100-READ-OPEN THRU 3100-EXIT.
005830     PERFORM 3200-TEST-ONE-OPEN THRU 3200-EXIT
005840         UNTIL WS-OPEN-EOF.
005850     CLOSE OPEN-FILE.
005860     OPEN INPUT OPEN-CUR-FILE.
005870     PERFORM 3400-READ-OPEN-CUR THRU 3400-EXIT.
005880     PERFORM 3500-TEST-ONE-OPEN-CUR THRU 3500-EXIT
005890         UNTIL WS-OCUR-EOF.
005900     CLOSE OPEN-CUR-FILE.
005910     PERFORM 3700-EMIT-ONE-SPELL THRU 3700-EXIT
005920         VARYING WS-SPELL-SUB FROM 1 BY 1
005930         UNTIL WS-SPELL-SUB > WS-SPELL-COUNT.
005940 3000-EXIT.
005950     EXIT.
005960 3100-READ-OPEN.
005970     READ OPEN-FILE
005980         AT END
005990             SET WS-OPEN-EOF TO TRUE
006000             GO TO 3100-EXIT
006010     END-READ.
006020 3100-EXIT.
006030     EXIT.
006040 3200-TEST-ONE-OPEN.
006050     MOVE OEX-KEY TO WS-LOOKUP-KEY.
006060     PERFORM 5900-FIND-KEY THRU 5900-EXIT.
006070     IF WS-KEY-NOT-FOUND
006080         GO TO 3200-READ-NEXT
006090     END-IF.
006100     PERFORM 3300-FIND-SPELL THRU 3300-EXIT.
006110     IF WS-SPELL-FOUND
006120         IF OEX-AGE-DAYS > WS-SPELL-AGE (WS-SPELL-HIT-SUB)
006130             MOVE OEX-AGE-DAYS TO WS-SPELL-AGE (WS-SPELL-HIT-SUB)
006140         END-IF
006150         GO TO 3200-READ-NEXT
006160     END-IF.
006170     IF WS-SPELL-COUNT >= WS-SPELL-TABLE-MAX
006180         MOVE SPACES TO WS-PRINT-LINE
006190         STRING 'OPEN-ITEM SPELL TABLE FULL - KEY '
006200             DELIMITED BY SIZE
006210             OEX-KEY DELIMITED BY SIZE
006220             ' FIRST SEEN ' DELIMITED BY SIZE
006230             OEX-FIRST-DATE DELIMITED BY SIZE
006240             ' NOT TRACED' DELIMITED BY SIZE
006250             INTO WS-PRINT-LINE
006260         END-STRING
006270         PERFORM 7300-WRITE-PRINT-LINE THRU 7300-EXIT
006280         GO TO 3200-READ-NEXT
006290     END-IF.
006300     ADD 1 TO WS-SPELL-COUNT.
006310     MOVE WS-KEY-HIT-SUB TO WS-SPELL-KEY-SUB (WS-SPELL-COUNT).
006320     MOVE OEX-KEY TO WS-SPELL-KEY (WS-SPELL-COUNT).
006330     MOVE OEX-FIRST-DATE TO WS-SPELL-FIRST-DATE (WS-SPELL-COUNT).
006340     MOVE OEX-AGE-DAYS TO WS-SPELL-AGE (WS-SPELL-COUNT).
006350     MOVE OEX-REASON TO WS-SPELL-REASON (WS-SPELL-COUNT).
006360     MOVE OEX-BRANCH-ID TO WS-SPELL-BRANCH (WS-SPELL-COUNT).
006370     MOVE 'N' TO WS-SPELL-CURRENT-SW (WS-SPELL-COUNT).
006380 3200-READ-NEXT.
006390     PERFORM 3100-READ-OPEN THRU 3100-EXIT.
006400 3200-EXIT.
006410     EXIT.
006420*****************************************************************
006430* 3300-FIND-SPELL - SERIAL SCAN OF THE SPELL TABLE FOR THE
006440* CURRENT OPEN ITEM'S KEY AND FIRST-SEEN DATE.
006450*****************************************************************
006460 3300-FIND-SPELL.
006470     SET WS-SPELL-NOT-FOUND TO TRUE.
006480     MOVE ZERO TO WS-SPELL-HIT-SUB.
006490     PERFORM 3310-MATCH-ONE-SPELL THRU 3310-EXIT
006500         VARYING WS-SPELL-SUB FROM 1 BY 1
006510         UNTIL WS-SPELL-SUB > WS-SPELL-COUNT
006520             OR WS-SPELL-FOUND.
006530 3300-EXIT.
006540     EXIT.
006550 3310-MATCH-ONE-SPELL.
006560     IF WS-SPELL-KEY (WS-SPELL-SUB) = WS-LOOKUP-KEY
006570         AND WS-SPELL-FIRST-DATE (WS-SPELL-SUB) = OEX-FIRST-DATE
006580         SET WS-SPELL-FOUND TO TRUE
006590         MOVE WS-SPELL-SUB TO WS-SPELL-HIT-SUB
006600     END-IF.
006610 3310-EXIT.
006620     EXIT.
006630 3400-READ-OPEN-CUR.
006640     READ OPEN-CUR-FILE
006650         AT END
006660             SET WS-OCUR-EOF TO TRUE
006670             GO TO 3400-EXIT
006680     END-READ.
006690 3400-EXIT.
006700     EXIT.
006710 3500-TEST-ONE-OPEN-CUR.
006720     PERFORM 3510-MARK-ONE-SPELL THRU 3510-EXIT
006730         VARYING WS-SPELL-SUB FROM 1 BY 1
006740         UNTIL WS-SPELL-SUB > WS-SPELL-COUNT.
006750     PERFORM 3400-READ-OPEN-CUR THRU 3400-EXIT.
006760 3500-EXIT.
006770     EXIT.
006780 3510-MARK-ONE-SPELL.
006790     IF WS-SPELL-KEY (WS-SPELL-SUB) = OCUR-KEY
006800         AND WS-SPELL-FIRST-DATE (WS-SPELL-SUB) = OCUR-FIRST-DATE
006810         SET WS-SPELL-STILL-OPEN (WS-SPELL-SUB) TO TRUE
006820     END-IF.
006830 3510-EXIT.
006840     EXIT.
006850 3700-EMIT-ONE-SPELL.
006860     MOVE WS-SPELL-KEY-SUB (WS-SPELL-SUB) TO WS-KEY-HIT-SUB.
006870     MOVE SPACES TO WS-EVENT-RECORD.
006880     SET WS-EVT-OPEN-ITEM TO TRUE.
006890     MOVE WS-SPELL-FIRST-DATE (WS-SPELL-SUB) TO WS-EVT-DATE.
006900     MOVE WS-SPELL-BRANCH (WS-SPELL-SUB) TO WS-EVT-BRANCH.
006910     MOVE WS-SPELL-AGE (WS-SPELL-SUB) TO WS-EDIT-DAYS.
006920     IF WS-SPELL-STILL-OPEN (WS-SPELL-SUB)
006930         STRING 'REASON ' DELIMITED BY SIZE
006940             WS-SPELL-REASON (WS-SPELL-SUB) DELIMITED BY SIZE
006950             ' STILL OPEN, ' DELIMITED BY SIZE
006960             WS-EDIT-DAYS DELIMITED BY SIZE
006970             ' BUSINESS DAYS' DELIMITED BY SIZE
006980             INTO WS-EVT-DETAIL
006990         END-STRING
007000     ELSE
007010         STRING 'REASON ' DELIMITED BY SIZE
007020             WS-SPELL-REASON (WS-SPELL-SUB) DELIMITED BY SIZE
007030             ' CLEARED AFTER ' DELIMITED BY SIZE
007040             WS-EDIT-DAYS DELIMITED BY SIZE
007050             ' BUSINESS DAYS' DELIMITED BY SIZE
007060             INTO WS-EVT-DETAIL
007070         END-STRING
007080     END-IF.
007090     PERFORM 5950-WRITE-EVENT THRU 5950-EXIT.
007100 3700-EXIT.
007110     EXIT.
007120*****************************************************************
007130* 4000-SCAN-REINJECTIONS - PASS EVERY CATALOGED REINJECTION
007140* GENERATION.  EACH BATCH HEADER CARRIES THE ORIGINAL BUSINESS
007150* DATE OF THE RECORDS UNDER IT, WHICH DATES THE CORRECTIONS.
007160*****************************************************************
007170 4000-SCAN-REINJECTIONS.
007180     OPEN INPUT REINJECT-FILE.
007190     PERFORM 4100-READ-REINJECT THRU 4100-EXIT.
007200     PERFORM 4200-TEST-ONE-REINJECT THRU 4200-EXIT
007210         UNTIL WS-REINJ-EOF.
007220     CLOSE REINJECT-FILE.
007230 4000-EXIT.
007240     EXIT.
007250 4100-READ-REINJECT.
007260     READ REINJECT-FILE
007270         AT END
007280             SET WS-REINJ-EOF TO TRUE
007290             GO TO 4100-EXIT
007300     END-READ.
007310 4100-EXIT.
007320     EXIT.
007330 4200-TEST-ONE-REINJECT.
007340     IF TRANS-BATCH-HEADER
007350         MOVE HDR-BATCH-DATE TO WS-REINJ-BATCH-DATE
007360         GO TO 4200-READ-NEXT
007370     END-IF.
007380     IF TRANS-BATCH-TRAILER OR TRANS-BRANCH-ID
007390         GO TO 4200-READ-NEXT
007400     END-IF.
007410     MOVE TRANS-KEY TO WS-LOOKUP-KEY.
007420     PERFORM 5900-FIND-KEY THRU 5900-EXIT.
007430     IF WS-KEY-NOT-FOUND
007440         GO TO 4200-READ-NEXT
007450     END-IF.
007460     MOVE SPACES TO WS-EVENT-RECORD.
007470     SET WS-EVT-CORRECTED TO TRUE.
007480     MOVE WS-REINJ-BATCH-DATE TO WS-EVT-DATE.
007490     MOVE WS-REINJ-BATCH-DATE TO WS-EVT-BATCH.
007500     MOVE TRANS-FIELD-1 TO WS-EDIT-AMOUNT-1.
007510     MOVE TRANS-FIELD-2 TO WS-EDIT-AMOUNT-2.
007520     STRING 'REINJECTED F1 ' DELIMITED BY SIZE
007530         WS-EDIT-AMOUNT-1 DELIMITED BY SIZE
007540         ' F2 ' DELIMITED BY SIZE
007550         WS-EDIT-AMOUNT-2 DELIMITED BY SIZE
007560         INTO WS-EVT-DETAIL
007570     END-STRING.
007580     PERFORM 5950-WRITE-EVENT THRU 5950-EXIT.
007590 4200-READ-NEXT.
007600     PERFORM 4100-READ-REINJECT THRU 4100-EXIT.
007610 4200-EXIT.
007620     EXIT.
007630*****************************************************************
007640* 4500-SCAN-VALIDATED - PASS EVERY CATALOGED VALIDATED-
007650* TRANSACTION GENERATION.  THE EVENT IS DATED BY THE BATCH DATE.
007660*****************************************************************
007670 4500-SCAN-VALIDATED.
007680     OPEN INPUT VALID-FILE.
007690     PERFORM 4600-READ-VALID THRU 4600-EXIT.
007700     PERFORM 4700-TEST-ONE-VALID THRU 4700-EXIT
007710         UNTIL WS-VALID-EOF.
007720     CLOSE VALID-FILE.
007730 4500-EXIT.
007740     EXIT.
007750 4600-READ-VALID.
007760     READ VALID-FILE
007770         AT END
007780             SET WS-VALID-EOF TO TRUE
007790             GO TO 4600-EXIT
007800     END-READ.
007810 4600-EXIT.
007820     EXIT.
007830 4700-TEST-ONE-VALID.
007840     MOVE VALID-KEY TO WS-LOOKUP-KEY.
007850     PERFORM 5900-FIND-KEY THRU 5900-EXIT.
007860     IF WS-KEY-NOT-FOUND
007870         GO TO 4700-READ-NEXT
007880     END-IF.
007890     MOVE SPACES TO WS-EVENT-RECORD.
007900     SET WS-EVT-ACCEPTED TO TRUE.
007910     IF VALID-BATCH-DATE NUMERIC
007920         MOVE VALID-BATCH-DATE TO WS-EVT-DATE
007930         MOVE VALID-BATCH-DATE TO WS-EVT-BATCH
007940     ELSE
007950         MOVE ZERO TO WS-EVT-DATE
007960     END-IF.
007970     MOVE VALID-FIELD-1 TO WS-EDIT-AMOUNT-1.
007980     MOVE VALID-FEE-AMOUNT TO WS-EDIT-FEE.
007990     STRING 'CODE ' DELIMITED BY SIZE
008000         VALID-CODE DELIMITED BY SIZE
008010         ' F1 ' DELIMITED BY SIZE
008020         WS-EDIT-AMOUNT-1 DELIMITED BY SIZE
008030         ' FEE ' DELIMITED BY SIZE
008040         WS-EDIT-FEE DELIMITED BY SIZE
008050         INTO WS-EVT-DETAIL
008060     END-STRING.
008070     PERFORM 5950-WRITE-EVENT THRU 5950-EXIT.
008080 4700-READ-NEXT.
008090     PERFORM 4600-READ-VALID THRU 4600-EXIT.
008100 4700-EXIT.
008110     EXIT.
008120*****************************************************************
008130* 5000-SCAN-ACCRUALS - PASS EVERY CATALOGED ACCRUAL GENERATION,
008140* RECALL REVERSALS INCLUDED - THEY SHOW AS NEGATIVE INTEREST.
008150*****************************************************************
008160 5000-SCAN-ACCRUALS.
008170     OPEN INPUT ACCRUAL-FILE.
008180     PERFORM 5100-READ-ACCRUAL THRU 5100-EXIT.
008190     PERFORM 5200-TEST-ONE-ACCRUAL THRU 5200-EXIT
008200         UNTIL WS-ACCR-EOF.
008210     CLOSE ACCRUAL-FILE.
008220 5000-EXIT.
008230     EXIT.
008240 5100-READ-ACCRUAL.
008250     READ ACCRUAL-FILE
008260         AT END
008270             SET WS-ACCR-EOF TO TRUE
008280             GO TO 5100-EXIT
008290     END-READ.
008300 5100-EXIT.
008310     EXIT.
008320 5200-TEST-ONE-ACCRUAL.
008330     MOVE ACCR-KEY TO WS-LOOKUP-KEY.
008340     PERFORM 5900-FIND-KEY THRU 5900-EXIT.
008350     IF WS-KEY-NOT-FOUND
008360         GO TO 5200-READ-NEXT
008370     END-IF.
008380     MOVE SPACES TO WS-EVENT-RECORD.
008390     SET WS-EVT-ACCRUED TO TRUE.
008400     MOVE ACCR-DATE TO WS-EVT-DATE.
008410     IF ACCR-DAYS NUMERIC
008420         MOVE ACCR-DAYS TO WS-EDIT-DAYS
008430     ELSE
008440         MOVE 1 TO WS-EDIT-DAYS
008450     END-IF.
008460     MOVE ACCR-RATE-ANNUAL TO WS-EDIT-RATE.
008470     MOVE ACCR-INTEREST TO WS-EDIT-INTEREST.
008480     STRING WS-EDIT-DAYS DELIMITED BY SIZE
008490         ' DAYS AT ' DELIMITED BY SIZE
008500         WS-EDIT-RATE DELIMITED BY SIZE
008510         ' PCT, INTEREST ' DELIMITED BY SIZE
008520         WS-EDIT-INTEREST DELIMITED BY SIZE
008530         INTO WS-EVT-DETAIL
008540     END-STRING.
008550     PERFORM 5950-WRITE-EVENT THRU 5950-EXIT.
008560 5200-READ-NEXT.
008570     PERFORM 5100-READ-ACCRUAL THRU 5100-EXIT.
008580 5200-EXIT.
008590     EXIT.
008600*****************************************************************
008610* 5500-SCAN-BILLING - PASS EVERY CATALOGED BILLING-DETAIL
008620* GENERATION, RECALL REVERSALS INCLUDED.
008630*****************************************************************
008640 5500-SCAN-BILLING.
008650     OPEN INPUT BILL-FILE.
008660     PERFORM 5600-READ-BILL THRU 5600-EXIT.
008670     PERFORM 5700-TEST-ONE-BILL THRU 5700-EXIT
008680         UNTIL WS-BILL-EOF.
008690     CLOSE BILL-FILE.
008700 5500-EXIT.
008710     EXIT.
008720 5600-READ-BILL.
008730     READ BILL-FILE
008740         AT END
008750             SET WS-BILL-EOF TO TRUE
008760             GO TO 5600-EXIT
008770     END-READ.
008780 5600-EXIT.
008790     EXIT.
008800 5700-TEST-ONE-BILL.
008810     MOVE BILL-KEY TO WS-LOOKUP-KEY.
008820     PERFORM 5900-FIND-KEY THRU 5900-EXIT.
008830     IF WS-KEY-NOT-FOUND
008840         GO TO 5700-READ-NEXT
008850     END-IF.
008860     MOVE SPACES TO WS-EVENT-RECORD.
008870     SET WS-EVT-BILLED TO TRUE.
008880     MOVE BILL-DATE TO WS-EVT-DATE.
008890     MOVE BILL-AMOUNT TO WS-EDIT-BILLED.
008900     STRING 'CODE ' DELIMITED BY SIZE
008910         BILL-CODE DELIMITED BY SIZE
008920         ' BILLED ' DELIMITED BY SIZE
008930         WS-EDIT-BILLED DELIMITED BY SIZE
008940         INTO WS-EVT-DETAIL
008950     END-STRING.
008960     PERFORM 5950-WRITE-EVENT THRU 5950-EXIT.
008970 5700-READ-NEXT.
008980     PERFORM 5600-READ-BILL THRU 5600-EXIT.
008990 5700-EXIT.
009000     EXIT.
009010*****************************************************************
009020* 5900-FIND-KEY - SERIAL SCAN OF THE KEY TABLE FOR WS-LOOKUP-KEY,
009030* LEAVING ITS SUBSCRIPT IN WS-KEY-HIT-SUB.
009040*****************************************************************
009050 5900-FIND-KEY.
009060     SET WS-KEY-NOT-FOUND TO TRUE.
009070     MOVE ZERO TO WS-KEY-HIT-SUB.
009080     PERFORM 5910-MATCH-ONE-KEY THRU 5910-EXIT
009090         VARYING WS-KEY-SUB FROM 1 BY 1
009100         UNTIL WS-KEY-SUB > WS-KEY-COUNT
009110             OR WS-KEY-FOUND.
009120 5900-EXIT.
009130     EXIT.
009140 5910-MATCH-ONE-KEY.
009150     IF WS-KEY-TRANS-KEY (WS-KEY-SUB) = WS-LOOKUP-KEY
009160         SET WS-KEY-FOUND TO TRUE
009170         MOVE WS-KEY-SUB TO WS-KEY-HIT-SUB
009180     END-IF.
009190 5910-EXIT.
009200     EXIT.
009210*****************************************************************
009220* 5950-WRITE-EVENT - WRITE THE BUILT EVENT FOR THE KEY IN
009230* WS-KEY-HIT-SUB TO THE WORK FILE, UNLESS A DATE RANGE WAS GIVEN
009240* AND THE EVENT FALLS OUTSIDE IT.  AN UNDATED EVENT FROM A
009250* RECORD WRITTEN BEFORE ITS FILE CARRIED A DATE IS KEPT ONLY
009260* WHEN NO RANGE WAS GIVEN.
009270*****************************************************************
009280 5950-WRITE-EVENT.
009290     IF WS-RANGE-GIVEN
009300         IF WS-EVT-DATE < WS-FROM-DATE
009310             OR WS-EVT-DATE > WS-TO-DATE
009320             GO TO 5950-EXIT
009330         END-IF
009340     END-IF.
009350     MOVE WS-KEY-HIT-SUB TO WS-EVT-SEQ.
009360     WRITE EVENT-OUT-RECORD FROM WS-EVENT-RECORD.
009370     ADD 1 TO WS-KEY-EVENT-COUNT (WS-KEY-HIT-SUB).
009380     ADD 1 TO WS-EVENT-COUNT.
009390 5950-EXIT.
009400     EXIT.
009410*****************************************************************
009420* 6000-PRINT-TRACES - SORT THE EVENTS INTO DECK ORDER, THEN BY
009430* STAGE AND DATE, AND PRINT ONE HISTORY PER KEY.  A KEY'S STAGES
009440* FOLLOW ONE ANOTHER IN ITS LIFE - REJECTED, OPEN, CORRECTED,
009450* ACCEPTED, REGISTERED, ACCRUED, BILLED - SO STAGE ORDER IS THE
009460* CHRONOLOGY, WITH REPEATED STAGES IN DATE ORDER WITHIN IT.
009470*****************************************************************
009480 6000-PRINT-TRACES.
009490     SORT EVENT-SORT-WORK
009500         ON ASCENDING KEY EVT-SORT-SEQ
009510                          EVT-SORT-STAGE
009520                          EVT-SORT-DATE
009530         USING EVENT-FILE
009540         GIVING SORTED-EVENT-FILE.
009550     OPEN INPUT SORTED-EVENT-FILE.
009560     PERFORM 6300-READ-EVENT THRU 6300-EXIT.
009570     PERFORM 6100-PRINT-ONE-KEY THRU 6100-EXIT
009580         VARYING WS-KEY-SUB FROM 1 BY 1
009590         UNTIL WS-KEY-SUB > WS-KEY-COUNT.
009600     CLOSE SORTED-EVENT-FILE.
009610 6000-EXIT.
009620     EXIT.
009630 6100-PRINT-ONE-KEY.
009640     MOVE WS-KEY-TRANS-KEY (WS-KEY-SUB) TO WS-RPT-KEY.
009650     IF WS-RPT-LINE-COUNT + 3 > WS-RPT-PAGE-SIZE
009660         PERFORM 7100-WRITE-REPORT-HEADINGS THRU 7100-EXIT
009670     END-IF.
009680     WRITE PRINT-RECORD FROM WS-REPORT-KEY-LINE
009690         AFTER ADVANCING 2 LINES.
009700     ADD 2 TO WS-RPT-LINE-COUNT.
009710     IF WS-KEY-EVENT-COUNT (WS-KEY-SUB) = ZERO
009720         ADD 1 TO WS-KEYS-MISSING-COUNT
009730         MOVE SPACES TO WS-PRINT-LINE
009740         IF WS-RANGE-GIVEN
009750             STRING '   *** NOT FOUND IN ANY FILE IN THE DATE '
009760                 DELIMITED BY SIZE
009770                 'RANGE ***' DELIMITED BY SIZE
009780                 INTO WS-PRINT-LINE
009790             END-STRING
009800         ELSE
009810             STRING '   *** NOT FOUND IN ANY FILE ***'
009820                 DELIMITED BY SIZE INTO WS-PRINT-LINE
009830             END-STRING
009840         END-IF
009850         PERFORM 7300-WRITE-PRINT-LINE THRU 7300-EXIT
009860         GO TO 6100-EXIT
009870     END-IF.
009880     ADD 1 TO WS-KEYS-FOUND-COUNT.
009890     PERFORM 6200-PRINT-ONE-EVENT THRU 6200-EXIT
009900         UNTIL WS-EVENT-EOF
009910             OR SORTED-EVT-SEQ NOT = WS-KEY-SUB.
009920 6100-EXIT.
009930     EXIT.
009940 6200-PRINT-ONE-EVENT.
009950     MOVE SPACES TO WS-REPORT-DETAIL.
009960     MOVE WS-STAGE-NAME (SORTED-EVT-STAGE) TO WS-RPT-DET-STAGE.
009970     IF SORTED-EVT-DATE = ZERO
009980         MOVE 'UNDATED' TO WS-RPT-DET-DATE
009990     ELSE
010000         MOVE SORTED-EVT-DATE TO WS-RPT-DET-DATE
010010     END-IF.
010020     MOVE SORTED-EVT-BATCH TO WS-RPT-DET-BATCH.
010030     MOVE SORTED-EVT-BRANCH TO WS-RPT-DET-BRANCH.
010040     MOVE SORTED-EVT-DETAIL TO WS-RPT-DET-DETAIL.
010050     PERFORM 7200-WRITE-REPORT-DETAIL THRU 7200-EXIT.
010060     PERFORM 6300-READ-EVENT THRU 6300-EXIT.
010070 6200-EXIT.
010080     EXIT.
010090 6300-READ-EVENT.
010100     READ SORTED-EVENT-FILE
010110         AT END
010120             SET WS-EVENT-EOF TO TRUE
010130             GO TO 6300-EXIT
010140     END-READ.
010150 6300-EXIT.
010160     EXIT.
010170*****************************************************************
010180* 7000-PRINT-TOTALS - PRINT THE RUN TOTALS.
010190*****************************************************************
010200 7000-PRINT-TOTALS.
010210     MOVE WS-KEY-COUNT TO WS-COUNT-DISPLAY.
010220     MOVE SPACES TO WS-PRINT-LINE.
010230     STRING 'KEYS TRACED:            ' DELIMITED BY SIZE
010240         WS-COUNT-DISPLAY DELIMITED BY SIZE
010250         INTO WS-PRINT-LINE
010260     END-STRING.
010270     WRITE PRINT-RECORD FROM WS-PRINT-LINE
010280         AFTER ADVANCING 3 LINES.
010290     MOVE WS-KEYS-FOUND-COUNT TO WS-COUNT-DISPLAY.
010300     MOVE SPACES TO WS-PRINT-LINE.
010310     STRING 'KEYS FOUND:             ' DELIMITED BY SIZE
010320         WS-COUNT-DISPLAY DELIMITED BY SIZE
010330         INTO WS-PRINT-LINE
010340     END-STRING.
010350     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
010360     MOVE WS-KEYS-MISSING-COUNT TO WS-COUNT-DISPLAY.
010370     MOVE SPACES TO WS-PRINT-LINE.
010380     STRING 'KEYS FOUND NOWHERE:     ' DELIMITED BY SIZE
010390         WS-COUNT-DISPLAY DELIMITED BY SIZE
010400         INTO WS-PRINT-LINE
010410     END-STRING.
010420     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
010430     MOVE WS-EVENT-COUNT TO WS-COUNT-DISPLAY.
010440     MOVE SPACES TO WS-PRINT-LINE.
010450     STRING 'EVENTS LISTED:          ' DELIMITED BY SIZE
010460         WS-COUNT-DISPLAY DELIMITED BY SIZE
010470         INTO WS-PRINT-LINE
010480     END-STRING.
010490     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
010500     MOVE WS-CARD-REJECT-COUNT TO WS-COUNT-DISPLAY.
010510     MOVE SPACES TO WS-PRINT-LINE.
010520     STRING 'CARDS REJECTED:         ' DELIMITED BY SIZE
010530         WS-COUNT-DISPLAY DELIMITED BY SIZE
010540         INTO WS-PRINT-LINE
010550     END-STRING.
010560     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
010570 7000-EXIT.
010580     EXIT.
010590*****************************************************************
010600* 7100-WRITE-REPORT-HEADINGS - START A NEW PAGE WITH THE
010610* REPORT TITLE, RUN DATE, PAGE NUMBER, DATE RANGE AND COLUMN
010620* CAPTIONS.
010630*****************************************************************
010640 7100-WRITE-REPORT-HEADINGS.
010650     ADD 1 TO WS-RPT-PAGE-COUNT.
010660     MOVE WS-RUN-YYYY TO WS-RPT-HDG-YYYY.
010670     MOVE WS-RUN-MM TO WS-RPT-HDG-MM.
010680     MOVE WS-RUN-DD TO WS-RPT-HDG-DD.
010690     MOVE WS-RPT-PAGE-COUNT TO WS-RPT-HDG-PAGE.
010700     WRITE PRINT-RECORD FROM WS-REPORT-HEADING-1
010710         AFTER ADVANCING PAGE.
010720     WRITE PRINT-RECORD FROM WS-REPORT-HEADING-2
010730         AFTER ADVANCING 1 LINE.
010740     WRITE PRINT-RECORD FROM WS-REPORT-HEADING-3
010750         AFTER ADVANCING 2 LINES.
010760     MOVE 4 TO WS-RPT-LINE-COUNT.
010770 7100-EXIT.
010780     EXIT.
010790*****************************************************************
010800* 7200-WRITE-REPORT-DETAIL - WRITE THE CURRENT DETAIL LINE,
010810* BREAKING TO A NEW PAGE WHEN THE CURRENT ONE IS FULL.
010820*****************************************************************
010830 7200-WRITE-REPORT-DETAIL.
010840     IF WS-RPT-LINE-COUNT >= WS-RPT-PAGE-SIZE
010850         PERFORM 7100-WRITE-REPORT-HEADINGS THRU 7100-EXIT
010860     END-IF.
010870     WRITE PRINT-RECORD FROM WS-REPORT-DETAIL
010880         AFTER ADVANCING 1 LINE.
010890     ADD 1 TO WS-RPT-LINE-COUNT.
010900 7200-EXIT.
010910     EXIT.
010920 7300-WRITE-PRINT-LINE.
010930     IF WS-RPT-LINE-COUNT >= WS-RPT-PAGE-SIZE
010940         PERFORM 7100-WRITE-REPORT-HEADINGS THRU 7100-EXIT
010950     END-IF.
010960     WRITE PRINT-RECORD FROM WS-PRINT-LINE
010970         AFTER ADVANCING 1 LINE.
010980     ADD 1 TO WS-RPT-LINE-COUNT.
010990 7300-EXIT.
011000     EXIT.
011010*****************************************************************
011020* 8000-TERMINATE - SET THE RETURN CODE AND CLOSE THE REPORT.  A
011030* RUN WITH NOTHING TO TRACE, OR WITH THE HISTORY CLUSTER
011040* UNREADABLE, RETURNS 8.  A KEY FOUND NOWHERE OR A REJECTED
011050* CARD RETURNS 4.
011060*****************************************************************
011070 8000-TERMINATE.
011080     IF WS-RUN-REFUSED OR WS-HIST-FAILED
011090         MOVE 8 TO RETURN-CODE
011100     ELSE
011110     IF WS-KEYS-MISSING-COUNT > ZERO
011120         OR WS-CARD-REJECT-COUNT > ZERO
011130         MOVE 4 TO RETURN-CODE
011140     ELSE
011150         MOVE 0 TO RETURN-CODE
011160     END-IF
011170     END-IF.
011180     CLOSE PRINT-FILE.
011190 8000-EXIT.
011200     EXIT.
