000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  BILLSTMT.
000030 AUTHOR.  R HARMON.
000040 INSTALLATION.  NUMERIC RECONCILIATION - BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MONTH-END BILLING STATEMENTS.  READS THE MONTH'S DAILY
000090* BILLING-DETAIL GENERATIONS (BILLREC LAYOUT, THE WHOLE GDG
000100* CONCATENATED ON BILLIN), SORTS THEM INTO CODE-WITHIN-KEY
000110* ORDER, ROLLS THE BILLED AMOUNT UP BY KEY AND TRANSACTION
000120* CODE, TOPS EACH ACCOUNT UP TO THE MONTHLY MINIMUM CHARGE,
000130* AND WRITES THE INVOICE FILE FOR THE PRINT VENDOR WITH AN
000140* INVOICE REGISTER LISTING EVERY LINE.
000150*
000160* NOTHING IS INVOICED UNTIL THE MONTH IS PROVEN.  EVERY
000170* BUSINESS DAY OF THE MONTH ON THE BUSINESS CALENDAR MUST HAVE
000180* ITS NIGHTLY BILLRUN CONTROL RECORD (BILLCTL LAYOUT), AND THE
000190* MONTH'S BILLING DETAIL MUST TIE TO THE SUM OF THOSE CONTROL
000200* RECORDS - THE SAME PROOF THE INTEREST POSTING RUNS AGAINST
000210* THE ACCRUAL CONTROL FILE.  A MISSING NIGHT, A MONTH WITH
000220* DETAIL BUT NO CONTROL RECORDS, OR A MISMATCH REFUSES THE RUN
000230* WITH RETURN-CODE 8 AND LEAVES THE INVOICE FILE EMPTY, SO A
000240* SHORT MONTH CAN NEVER GO TO THE CUSTOMERS.  THE STATEMENT
000250* MONTH ARRIVES AS PARM=YYYYMM AND DETAIL OUTSIDE IT IS
000260* IGNORED, SO THE WHOLE GDG CAN BE CONCATENATED WITHOUT
000270* HAND-PICKING GENERATIONS.
000280*****************************************************************
000290* MODIFICATION HISTORY
000300*-----------------------------------------------------------
000310* DATE       INIT  DESCRIPTION
000320*-----------------------------------------------------------
000330* 10/15/26    RH   ORIGINAL PROGRAM.  UNTIL NOW THE BILLING
000340*                  DESK BUILT THE MONTHLY INVOICES FROM A
000350*                  MONTH OF NIGHTLY BILLING SUMMARIES BY HAND.
000352* 10/15/26    RH   CONTROL RECORDS APPENDED BY THE BATCH RECALL
000354*                  RUN ADD TO THE BILLED TOTAL BUT ARE NOT
000356*                  NIGHTS - THEY NO LONGER COUNT TOWARD THE
000358*                  MISSING-NIGHT CHECK.
000360*-----------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT BILL-FILE ASSIGN TO BILLIN
000410         ORGANIZATION IS SEQUENTIAL.
000420     SELECT SORTED-BILL-FILE ASSIGN TO BILLSRT
000430         ORGANIZATION IS SEQUENTIAL.
000440     SELECT BILL-SORT-WORK ASSIGN TO SORTWK1.
000450     SELECT CONTROL-FILE ASSIGN TO CTLIN
000460         ORGANIZATION IS SEQUENTIAL.
000470     SELECT CALENDAR-FILE ASSIGN TO CALIN
000480         ORGANIZATION IS SEQUENTIAL.
000490     SELECT CODE-FILE ASSIGN TO CODEIN
000500         ORGANIZATION IS SEQUENTIAL.
000510     SELECT INVOICE-FILE ASSIGN TO INVOUT
000520         ORGANIZATION IS SEQUENTIAL.
000530     SELECT PRINT-FILE ASSIGN TO RPTOUT
000540         ORGANIZATION IS SEQUENTIAL.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  BILL-FILE
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600     COPY BILLREC.
000610 FD  SORTED-BILL-FILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640 01  SORTED-BILL-RECORD.
000650     05  SRT-BILL-KEY         PIC X(10).
000660     05  SRT-BILL-CODE        PIC 9(04).
000670     05  SRT-BILL-BASE-AMOUNT PIC S9(11)V9(07) COMP-3.
000680     05  SRT-BILL-RATE-PCT    PIC 9(02)V9(05).
000690     05  SRT-BILL-FLAT-CHARGE PIC 9(05)V99.
000700     05  SRT-BILL-AMOUNT      PIC S9(09)V99 COMP-3.
000710     05  SRT-BILL-DATE        PIC 9(08).
000720     05  FILLER               PIC X(28).
000730 SD  BILL-SORT-WORK.
000740 01  BILL-SORT-RECORD.
000750     05  BILL-SORT-KEY        PIC X(10).
000760     05  BILL-SORT-CODE       PIC 9(04).
000770     05  BILL-SORT-BASE-AMOUNT
000780                              PIC S9(11)V9(07) COMP-3.
000790     05  BILL-SORT-RATE-PCT   PIC 9(02)V9(05).
000800     05  BILL-SORT-FLAT-CHARGE
000810                              PIC 9(05)V99.
000820     05  BILL-SORT-AMOUNT     PIC S9(09)V99 COMP-3.
000830     05  BILL-SORT-DATE       PIC 9(08).
000840     05  FILLER               PIC X(28).
000850 FD  CONTROL-FILE
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880     COPY BILLCTL.
000890 FD  CALENDAR-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920     COPY CALREC.
000930 FD  CODE-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960 01  CODE-RECORD.
000970     05  CODE-TABLE-CODE      PIC 9(04).
000980     05  CODE-TABLE-DESC      PIC X(30).
000990     05  FILLER               PIC X(46).
001000*****************************************************************
001010* INVOICE FILE FOR THE PRINT VENDOR - ONE CHARGE LINE PER KEY
001020* AND CODE, A MINIMUM-CHARGE LINE WHERE THE ACCOUNT WAS TOPPED
001030* UP, AND AN ACCOUNT TOTAL LINE CLOSING EACH INVOICE.  THE
001040* AMOUNT IS ZONED WITH A SEPARATE LEADING SIGN, THE SAME AS
001050* THE BATCH ACKNOWLEDGMENT, BECAUSE THE FILE LEAVES THE SHOP.
001060*****************************************************************
001070 FD  INVOICE-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100 01  INVOICE-RECORD.
001110     05  INV-KEY              PIC X(10).
001120     05  INV-MONTH            PIC 9(06).
001130     05  INV-LINE-TYPE        PIC X(01).
001140         88  INV-CHARGE-LINE           VALUE 'C'.
001150         88  INV-MINIMUM-LINE          VALUE 'M'.
001160         88  INV-TOTAL-LINE            VALUE 'T'.
001170     05  INV-CODE             PIC 9(04).
001180     05  INV-CODE-DESC        PIC X(30).
001190     05  INV-TRAN-COUNT       PIC 9(07).
001200     05  INV-AMOUNT           PIC S9(09)V99
001210                              SIGN LEADING SEPARATE.
001220     05  FILLER               PIC X(10).
001230 FD  PRINT-FILE
001240     RECORDING MODE IS F
001250     LABEL RECORDS ARE OMITTED.
001260 01  PRINT-RECORD                 PIC X(132).
001270 WORKING-STORAGE SECTION.
001280 77  WS-MONTHLY-MINIMUM           PIC 9(05)V99 VALUE 25.00.
001290 01  WS-SWITCHES.
001300     05  WS-EOF-SW            PIC X(01)      VALUE 'N'.
001310         88  WS-EOF                          VALUE 'Y'.
001320     05  WS-CTL-EOF-SW        PIC X(01)      VALUE 'N'.
001330         88  WS-CTL-EOF                      VALUE 'Y'.
001340     05  WS-CAL-EOF-SW        PIC X(01)      VALUE 'N'.
001350         88  WS-CAL-EOF                      VALUE 'Y'.
001360     05  WS-CODE-EOF-SW       PIC X(01)      VALUE 'N'.
001370         88  WS-CODE-EOF                     VALUE 'Y'.
001380     05  WS-PARM-BAD-SW       PIC X(01)      VALUE 'N'.
001390         88  WS-PARM-BAD                     VALUE 'Y'.
001400     05  WS-GROUP-OPEN-SW     PIC X(01)      VALUE 'N'.
001410         88  WS-GROUP-OPEN                   VALUE 'Y'.
001420     05  WS-ACCT-OPEN-SW      PIC X(01)      VALUE 'N'.
001430         88  WS-ACCT-GROUP-OPEN              VALUE 'Y'.
001440     05  WS-NIGHT-MISSING-SW  PIC X(01)      VALUE 'N'.
001450         88  WS-NIGHT-MISSING                VALUE 'Y'.
001460     05  WS-RUN-REFUSED-SW    PIC X(01)      VALUE 'N'.
001470         88  WS-RUN-REFUSED                  VALUE 'Y'.
001480     05  WS-NO-DETAIL-SW      PIC X(01)      VALUE 'N'.
001490         88  WS-NO-DETAIL                    VALUE 'Y'.
001500     05  WS-SORTED-OPEN-SW    PIC X(01)      VALUE 'N'.
001510         88  WS-SORTED-OPEN                  VALUE 'Y'.
001520     05  WS-ENTRY-FOUND-SW    PIC X(01)      VALUE 'N'.
001530         88  WS-ENTRY-FOUND                  VALUE 'Y'.
001540         88  WS-ENTRY-NOT-FOUND              VALUE 'N'.
001550 01  WS-PRINT-LINE                PIC X(132).
001560 01  WS-CODE-TABLE-AREA.
001570     05  WS-CODE-TAB-COUNT    PIC S9(04) COMP VALUE ZERO.
001580     05  WS-CODE-TAB-ENTRY    OCCURS 500 TIMES.
001590         10  WS-CODE-TAB-CODE PIC 9(04).
001600         10  WS-CODE-TAB-DESC PIC X(30).
001610 01  WS-CODE-TAB-SUB              PIC S9(04) COMP VALUE ZERO.
001620 01  WS-CODE-HIT-SUB              PIC S9(04) COMP VALUE ZERO.
001630 01  WS-CTL-DATE-TABLE-AREA.
001640     05  WS-CTL-DATE-COUNT    PIC S9(04) COMP VALUE ZERO.
001650     05  WS-CTL-DATE          OCCURS 100 TIMES
001660                              PIC 9(08).
001670 01  WS-CTL-DATE-SUB              PIC S9(04) COMP VALUE ZERO.
001680 01  WS-STATEMENT-WORK.
001690     05  WS-STMT-MONTH            PIC 9(06) VALUE ZERO.
001700     05  WS-GROUP-KEY             PIC X(10) VALUE SPACES.
001710     05  WS-GROUP-CODE            PIC 9(04) VALUE ZERO.
001720     05  WS-GROUP-COUNT           PIC 9(07) COMP-3 VALUE ZERO.
001730     05  WS-GROUP-AMOUNT          PIC S9(11)V99 COMP-3
001740                                   VALUE ZERO.
001750     05  WS-ACCT-KEY              PIC X(10) VALUE SPACES.
001760     05  WS-ACCT-CHARGES          PIC S9(11)V99 COMP-3
001770                                   VALUE ZERO.
001780     05  WS-ACCT-MINIMUM          PIC S9(11)V99 COMP-3
001790                                   VALUE ZERO.
001800     05  WS-ACCT-INVOICED         PIC S9(11)V99 COMP-3
001810                                   VALUE ZERO.
001820 01  WS-CONTROL-WORK.
001830     05  WS-CTL-NIGHT-COUNT       PIC 9(05) COMP-3 VALUE ZERO.
001840     05  WS-CTL-BILLED-TOTAL      PIC S9(11)V99 COMP-3
001850                                   VALUE ZERO.
001860     05  WS-BUS-NIGHT-COUNT       PIC 9(05) COMP-3 VALUE ZERO.
001870     05  WS-MISSING-NIGHT-COUNT   PIC 9(05) COMP-3 VALUE ZERO.
001880     05  WS-CAL-MONTH-DAYS        PIC 9(05) COMP-3 VALUE ZERO.
001890     05  WS-PROOF-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
001900     05  WS-PROOF-BILLED          PIC S9(11)V99 COMP-3
001910                                   VALUE ZERO.
001920     05  WS-TIE-DIFFERENCE        PIC S9(11)V99 COMP-3
001930                                   VALUE ZERO.
001940 01  WS-REGISTER-WORK.
001950     05  WS-RPT-PAGE-COUNT        PIC 9(03) COMP-3 VALUE ZERO.
001960     05  WS-RPT-LINE-COUNT        PIC 9(03) COMP-3 VALUE ZERO.
001970     05  WS-RPT-PAGE-SIZE         PIC 9(03) COMP-3 VALUE 55.
001980     05  WS-GRAND-LINES           PIC 9(07) COMP-3 VALUE ZERO.
001990     05  WS-GRAND-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
002000     05  WS-GRAND-ACCOUNTS        PIC 9(07) COMP-3 VALUE ZERO.
002010     05  WS-GRAND-TOPPED-UP       PIC 9(07) COMP-3 VALUE ZERO.
002020     05  WS-GRAND-CHARGES         PIC S9(11)V99 COMP-3
002030                                   VALUE ZERO.
002040     05  WS-GRAND-MINIMUM         PIC S9(11)V99 COMP-3
002050                                   VALUE ZERO.
002060     05  WS-GRAND-INVOICED        PIC S9(11)V99 COMP-3
002070                                   VALUE ZERO.
002080 01  WS-REPORT-HEADING-1.
002090     05  FILLER                   PIC X(01) VALUE SPACE.
002100     05  FILLER                   PIC X(44) VALUE
002110         'BILLSTMT MONTH-END INVOICE REGISTER'.
002120     05  FILLER                   PIC X(08) VALUE SPACES.
002130     05  FILLER                   PIC X(07) VALUE 'MONTH: '.
002140     05  WS-RPT-HDG-MONTH.
002150         10  WS-RPT-HDG-YYYY      PIC 9(04).
002160         10  FILLER               PIC X(01) VALUE '/'.
002170         10  WS-RPT-HDG-MM        PIC 9(02).
002180     05  FILLER                   PIC X(08) VALUE SPACES.
002190     05  FILLER                   PIC X(06) VALUE 'PAGE: '.
002200     05  WS-RPT-HDG-PAGE          PIC ZZ9.
002210     05  FILLER                   PIC X(48) VALUE SPACES.
002220 01  WS-REPORT-HEADING-2.
002230     05  FILLER                   PIC X(01) VALUE SPACE.
002240     05  FILLER                   PIC X(12) VALUE 'KEY'.
002250     05  FILLER                   PIC X(06) VALUE 'CODE'.
002260     05  FILLER                   PIC X(32) VALUE 'DESCRIPTION'.
002270     05  FILLER                   PIC X(10) VALUE '     COUNT'.
002280     05  FILLER                   PIC X(02) VALUE SPACES.
002290     05  FILLER                   PIC X(15) VALUE
002300         '         AMOUNT'.
002310     05  FILLER                   PIC X(54) VALUE SPACES.
002320 01  WS-REPORT-DETAIL.
002330     05  FILLER                   PIC X(01) VALUE SPACE.
002340     05  WS-RPT-DET-KEY           PIC X(10).
002350     05  FILLER                   PIC X(02) VALUE SPACES.
002360     05  WS-RPT-DET-CODE          PIC 9(04).
002370     05  FILLER                   PIC X(02) VALUE SPACES.
002380     05  WS-RPT-DET-DESC          PIC X(30).
002390     05  FILLER                   PIC X(02) VALUE SPACES.
002400     05  WS-RPT-DET-COUNT         PIC ZZ,ZZZ,ZZ9.
002410     05  FILLER                   PIC X(02) VALUE SPACES.
002420     05  WS-RPT-DET-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
002430     05  FILLER                   PIC X(54) VALUE SPACES.
002440 01  WS-REPORT-ACCOUNT-LINE.
002450     05  FILLER                   PIC X(01) VALUE SPACE.
002460     05  WS-RPT-ACC-KEY           PIC X(10).
002470     05  FILLER                   PIC X(08) VALUE SPACES.
002480     05  WS-RPT-ACC-LABEL         PIC X(30).
002490     05  FILLER                   PIC X(14) VALUE SPACES.
002500     05  WS-RPT-ACC-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
002510     05  FILLER                   PIC X(54) VALUE SPACES.
002520 01  WS-REGISTER-GRAND-LINE.
002530     05  FILLER                   PIC X(01) VALUE SPACE.
002540     05  WS-RPT-GRD-LABEL         PIC X(50).
002550     05  WS-RPT-GRD-COUNT         PIC ZZ,ZZZ,ZZ9
002560                                   BLANK WHEN ZERO.
002570     05  FILLER                   PIC X(02) VALUE SPACES.
002580     05  WS-RPT-GRD-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
002590     05  FILLER                   PIC X(54) VALUE SPACES.
002600 01  WS-TIE-EDIT-FIELDS.
002610     05  WS-TIE-CONTROL-DISP      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002620     05  WS-TIE-REGISTER-DISP     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002630     05  WS-TIE-NIGHTS-DISP       PIC ZZ,ZZ9.
002640     05  WS-TIE-BUS-DAYS-DISP     PIC ZZ,ZZ9.
002650 LINKAGE SECTION.
002660 01  LK-PARM-AREA.
002670     05  LK-PARM-LENGTH           PIC S9(04) COMP.
002680     05  LK-PARM-TEXT             PIC X(08).
002690 PROCEDURE DIVISION USING LK-PARM-AREA.
002700 0000-MAINLINE.
002710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002720     IF NOT WS-PARM-BAD AND NOT WS-RUN-REFUSED
002730         AND NOT WS-NO-DETAIL
002740         PERFORM 2000-PROCESS-BILL-DETAIL THRU 2000-EXIT
002750             UNTIL WS-EOF
002760         PERFORM 7000-WRAP-UP THRU 7000-EXIT
002770     END-IF.
002780     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002790     GOBACK.
002800*****************************************************************
002810* 1000-INITIALIZE - VALIDATE THE STATEMENT-MONTH PARM, OPEN THE
002820* FILES, LOAD THE CODE DESCRIPTIONS, SUM THE MONTH'S NIGHTLY
002830* CONTROL RECORDS, PROVE EVERY BUSINESS NIGHT OF THE MONTH IS
002840* PRESENT, SORT THE CONCATENATED BILLING-DETAIL GENERATIONS
002850* INTO CODE-WITHIN-KEY ORDER AND PROVE THEIR TOTAL AGAINST THE
002860* CONTROL RECORDS.  ONLY A PROVEN MONTH PRIMES THE INVOICING
002870* PASS.
002880*****************************************************************
002890 1000-INITIALIZE.
002900     OPEN OUTPUT PRINT-FILE.
002910     PERFORM 7100-WRITE-REPORT-HEADINGS THRU 7100-EXIT.
002920     IF LK-PARM-LENGTH < 6
002930         OR LK-PARM-TEXT (1:6) NOT NUMERIC
002940         SET WS-PARM-BAD TO TRUE
002950         MOVE SPACES TO WS-PRINT-LINE
002960         STRING 'STATEMENT MONTH PARM MISSING OR NOT YYYYMM - '
002970             DELIMITED BY SIZE
002980             'RUN REFUSED' DELIMITED BY SIZE
002990             INTO WS-PRINT-LINE
003000         END-STRING
003010         WRITE PRINT-RECORD FROM WS-PRINT-LINE
003020         GO TO 1000-EXIT
003030     END-IF.
003040     MOVE LK-PARM-TEXT (1:6) TO WS-STMT-MONTH.
003050     MOVE WS-STMT-MONTH (1:4) TO WS-RPT-HDG-YYYY.
003060     MOVE WS-STMT-MONTH (5:2) TO WS-RPT-HDG-MM.
003070     OPEN OUTPUT INVOICE-FILE.
003080     PERFORM 1100-LOAD-CODE-TABLE THRU 1100-EXIT.
003090     PERFORM 1200-SUM-CONTROL-RECORDS THRU 1200-EXIT.
003100     PERFORM 1300-CHECK-MONTH-NIGHTS THRU 1300-EXIT.
003110     SORT BILL-SORT-WORK
003120         ON ASCENDING KEY BILL-SORT-KEY
003130                          BILL-SORT-CODE
003140         USING BILL-FILE
003150         GIVING SORTED-BILL-FILE.
003160     PERFORM 1500-PROVE-MONTH-DETAIL THRU 1500-EXIT.
003170     PERFORM 1600-DECIDE-RUN THRU 1600-EXIT.
003180     IF WS-RUN-REFUSED OR WS-NO-DETAIL
003190         GO TO 1000-EXIT
003200     END-IF.
003210     MOVE 'N' TO WS-EOF-SW.
003220     OPEN INPUT SORTED-BILL-FILE.
003230     SET WS-SORTED-OPEN TO TRUE.
003240     PERFORM 2100-READ-BILL-DETAIL THRU 2100-EXIT.
003250 1000-EXIT.
003260     EXIT.
003270*****************************************************************
003280* 1100-LOAD-CODE-TABLE - READ THE DAILY CODE FILE INTO THE
003290* DESCRIPTION TABLE SO EACH INVOICE LINE CARRIES THE CODE'S
003300* DESCRIPTION.  THE TABLE MATCHES THE CODE MAINTENANCE RUN'S
003310* 500; A FILE BIGGER THAN THAT REFUSES THE RUN RATHER THAN
003320* PRINT INVOICES WITH DESCRIPTIONS QUIETLY MISSING.
003330*****************************************************************
003340 1100-LOAD-CODE-TABLE.
003350     OPEN INPUT CODE-FILE.
003360     PERFORM 1150-READ-CODE-RECORD THRU 1150-EXIT.
003370     PERFORM 1160-STORE-CODE-ENTRY THRU 1160-EXIT
003380         UNTIL WS-CODE-EOF OR WS-RUN-REFUSED.
003390     CLOSE CODE-FILE.
003400 1100-EXIT.
003410     EXIT.
003420 1150-READ-CODE-RECORD.
003430     READ CODE-FILE
003440         AT END
003450             SET WS-CODE-EOF TO TRUE
003460             GO TO 1150-EXIT
003470     END-READ.
003480 1150-EXIT.
003490     EXIT.
003500 1160-STORE-CODE-ENTRY.
003510     IF WS-CODE-TAB-COUNT >= 500
003520         SET WS-RUN-REFUSED TO TRUE
003530         MOVE SPACES TO WS-PRINT-LINE
003540         STRING 'CODE FILE EXCEEDS TABLE - RUN REFUSED'
003550             DELIMITED BY SIZE INTO WS-PRINT-LINE
003560         END-STRING
003570         WRITE PRINT-RECORD FROM WS-PRINT-LINE
003580         GO TO 1160-EXIT
003590     END-IF.
003600     ADD 1 TO WS-CODE-TAB-COUNT.
003610     MOVE CODE-TABLE-CODE
003620         TO WS-CODE-TAB-CODE (WS-CODE-TAB-COUNT).
003630     MOVE CODE-TABLE-DESC
003640         TO WS-CODE-TAB-DESC (WS-CODE-TAB-COUNT).
003650     PERFORM 1150-READ-CODE-RECORD THRU 1150-EXIT.
003660 1160-EXIT.
003670     EXIT.
003680*****************************************************************
003690* 1200-SUM-CONTROL-RECORDS - READ THE BILLING CONTROL FILE,
003700* SUM THE BILLED GRAND TOTALS OF THE NIGHTLY RUNS THAT FALL IN
003710* THE STATEMENT MONTH AND KEEP THEIR RUN DATES FOR THE MISSING-
003720* NIGHT CHECK.  THE SUM IS THE FIGURE THE REGISTER MUST TIE
003730* BACK TO.  A BATCH RECALL'S CONTROL RECORD ADDS TO THE SUM
003735* BUT IS NOT A NIGHT.
003740*****************************************************************
003750 1200-SUM-CONTROL-RECORDS.
003760     OPEN INPUT CONTROL-FILE.
003770     PERFORM 1250-READ-CONTROL-RECORD THRU 1250-EXIT.
003780     PERFORM 1260-ADD-ONE-CONTROL THRU 1260-EXIT
003790         UNTIL WS-CTL-EOF.
003800     CLOSE CONTROL-FILE.
003810 1200-EXIT.
003820     EXIT.
003830 1250-READ-CONTROL-RECORD.
003840     READ CONTROL-FILE
003850         AT END
003860             SET WS-CTL-EOF TO TRUE
003870             GO TO 1250-EXIT
003880     END-READ.
003890 1250-EXIT.
003900     EXIT.
003910 1260-ADD-ONE-CONTROL.
003920     IF BCTL-RUN-DATE (1:6) NOT = WS-STMT-MONTH
003930         GO TO 1260-READ-NEXT
003940     END-IF.
003950     ADD BCTL-BILLED-TOTAL TO WS-CTL-BILLED-TOTAL.
003952     IF BCTL-RECALL-RUN
003954         GO TO 1260-READ-NEXT
003956     END-IF.
003960     ADD 1 TO WS-CTL-NIGHT-COUNT.
003970     IF WS-CTL-DATE-COUNT < 100
003980         ADD 1 TO WS-CTL-DATE-COUNT
003990         MOVE BCTL-RUN-DATE TO WS-CTL-DATE (WS-CTL-DATE-COUNT)
004000     ELSE
004010         SET WS-RUN-REFUSED TO TRUE
004020         MOVE SPACES TO WS-PRINT-LINE
004030         STRING 'MORE THAN 100 CONTROL RECORDS FOR THE MONTH - '
004040             DELIMITED BY SIZE
004050             'RUN REFUSED' DELIMITED BY SIZE
004060             INTO WS-PRINT-LINE
004070         END-STRING
004080         WRITE PRINT-RECORD FROM WS-PRINT-LINE
004090     END-IF.
004100 1260-READ-NEXT.
004110     PERFORM 1250-READ-CONTROL-RECORD THRU 1250-EXIT.
004120 1260-EXIT.
004130     EXIT.
004140*****************************************************************
004150* 1300-CHECK-MONTH-NIGHTS - PASS THE BUSINESS CALENDAR AND
004160* CHECK THAT EVERY BUSINESS DAY IN THE STATEMENT MONTH HAS A
004170* NIGHTLY BILLRUN CONTROL RECORD.  EACH MISSING NIGHT IS
004180* LISTED.  A CALENDAR THAT DOES NOT REACH THE MONTH CANNOT
004190* PROVE ANYTHING AND COUNTS AS A MISSING NIGHT.
004200*****************************************************************
004210 1300-CHECK-MONTH-NIGHTS.
004220     OPEN INPUT CALENDAR-FILE.
004230     PERFORM 1350-READ-CAL-RECORD THRU 1350-EXIT.
004240     PERFORM 1360-CHECK-ONE-CAL-DAY THRU 1360-EXIT
004250         UNTIL WS-CAL-EOF.
004260     CLOSE CALENDAR-FILE.
004270     IF WS-CAL-MONTH-DAYS = ZERO
004280         SET WS-NIGHT-MISSING TO TRUE
004290         MOVE SPACES TO WS-PRINT-LINE
004300         STRING 'BUSINESS CALENDAR DOES NOT COVER THE MONTH'
004310             DELIMITED BY SIZE INTO WS-PRINT-LINE
004320         END-STRING
004330         WRITE PRINT-RECORD FROM WS-PRINT-LINE
004340             AFTER ADVANCING 1 LINE
004350         ADD 1 TO WS-RPT-LINE-COUNT
004360     END-IF.
004370 1300-EXIT.
004380     EXIT.
004390 1350-READ-CAL-RECORD.
004400     READ CALENDAR-FILE
004410         AT END
004420             SET WS-CAL-EOF TO TRUE
004430             GO TO 1350-EXIT
004440     END-READ.
004450 1350-EXIT.
004460     EXIT.
004470 1360-CHECK-ONE-CAL-DAY.
004480     IF CAL-DATE (1:6) NOT = WS-STMT-MONTH
004490         GO TO 1360-READ-NEXT
004500     END-IF.
004510     ADD 1 TO WS-CAL-MONTH-DAYS.
004520     IF NOT CAL-BUSINESS-DAY
004530         GO TO 1360-READ-NEXT
004540     END-IF.
004550     ADD 1 TO WS-BUS-NIGHT-COUNT.
004560     SET WS-ENTRY-NOT-FOUND TO TRUE.
004570     PERFORM 1370-TEST-ONE-CTL-DATE THRU 1370-EXIT
004580         VARYING WS-CTL-DATE-SUB FROM 1 BY 1
004590         UNTIL WS-CTL-DATE-SUB > WS-CTL-DATE-COUNT
004600             OR WS-ENTRY-FOUND.
004610     IF WS-ENTRY-NOT-FOUND
004620         SET WS-NIGHT-MISSING TO TRUE
004630         ADD 1 TO WS-MISSING-NIGHT-COUNT
004640         MOVE SPACES TO WS-PRINT-LINE
004650         STRING 'NO NIGHTLY BILLING CONTROL RECORD FOR '
004660             DELIMITED BY SIZE
004670             'BUSINESS DAY: ' DELIMITED BY SIZE
004680             CAL-DATE DELIMITED BY SIZE
004690             INTO WS-PRINT-LINE
004700         END-STRING
004710         WRITE PRINT-RECORD FROM WS-PRINT-LINE
004720             AFTER ADVANCING 1 LINE
004730         ADD 1 TO WS-RPT-LINE-COUNT
004740     END-IF.
004750 1360-READ-NEXT.
004760     PERFORM 1350-READ-CAL-RECORD THRU 1350-EXIT.
004770 1360-EXIT.
004780     EXIT.
004790 1370-TEST-ONE-CTL-DATE.
004800     IF WS-CTL-DATE (WS-CTL-DATE-SUB) = CAL-DATE
004810         SET WS-ENTRY-FOUND TO TRUE
004820     END-IF.
004830 1370-EXIT.
004840     EXIT.
004850*****************************************************************
004860* 1500-PROVE-MONTH-DETAIL - PASS THE SORTED BILLING DETAIL ONCE
004870* AND TOTAL THE STATEMENT MONTH'S RECORDS, SO THE MONTH CAN BE
004880* PROVEN BEFORE A SINGLE INVOICE LINE IS WRITTEN.
004890*****************************************************************
004900 1500-PROVE-MONTH-DETAIL.
004910     OPEN INPUT SORTED-BILL-FILE.
004920     PERFORM 2100-READ-BILL-DETAIL THRU 2100-EXIT.
004930     PERFORM 1560-ADD-ONE-DETAIL THRU 1560-EXIT
004940         UNTIL WS-EOF.
004950     CLOSE SORTED-BILL-FILE.
004960 1500-EXIT.
004970     EXIT.
004980 1560-ADD-ONE-DETAIL.
004990     IF SRT-BILL-DATE (1:6) = WS-STMT-MONTH
005000         ADD 1 TO WS-PROOF-COUNT
005010         ADD SRT-BILL-AMOUNT TO WS-PROOF-BILLED
005020     END-IF.
005030     PERFORM 2100-READ-BILL-DETAIL THRU 2100-EXIT.
005040 1560-EXIT.
005050     EXIT.
005060*****************************************************************
005070* 1600-DECIDE-RUN - PRINT THE PROOF OF THE MONTH AND DECIDE
005080* WHETHER IT MAY BE INVOICED.  A MONTH WITH NO BILLING DETAIL
005090* HAS NOTHING TO INVOICE.  A MONTH WITH DETAIL IS REFUSED WHEN
005100* A BUSINESS NIGHT IS MISSING, WHEN THERE ARE NO CONTROL
005110* RECORDS TO PROVE IT AGAINST, OR WHEN THE DETAIL DOES NOT TIE
005120* TO THE CONTROL TOTALS.
005130*****************************************************************
005140 1600-DECIDE-RUN.
005150     MOVE WS-CTL-NIGHT-COUNT TO WS-TIE-NIGHTS-DISP.
005160     MOVE WS-BUS-NIGHT-COUNT TO WS-TIE-BUS-DAYS-DISP.
005170     MOVE SPACES TO WS-PRINT-LINE.
005180     STRING 'NIGHTLY CONTROL RECORDS: ' DELIMITED BY SIZE
005190         WS-TIE-NIGHTS-DISP DELIMITED BY SIZE
005200         '  BUSINESS DAYS IN MONTH: ' DELIMITED BY SIZE
005210         WS-TIE-BUS-DAYS-DISP DELIMITED BY SIZE
005220         INTO WS-PRINT-LINE
005230     END-STRING.
005240     WRITE PRINT-RECORD FROM WS-PRINT-LINE
005250         AFTER ADVANCING 2 LINES.
005260     MOVE WS-CTL-BILLED-TOTAL TO WS-TIE-CONTROL-DISP.
005270     MOVE WS-PROOF-BILLED TO WS-TIE-REGISTER-DISP.
005280     MOVE SPACES TO WS-PRINT-LINE.
005290     STRING 'NIGHTLY CONTROL TOTAL: ' DELIMITED BY SIZE
005300         WS-TIE-CONTROL-DISP DELIMITED BY SIZE
005310         '  BILLING DETAIL TOTAL: ' DELIMITED BY SIZE
005320         WS-TIE-REGISTER-DISP DELIMITED BY SIZE
005330         INTO WS-PRINT-LINE
005340     END-STRING.
005350     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
005360     ADD 3 TO WS-RPT-LINE-COUNT.
005370     IF WS-PROOF-COUNT = ZERO
005380         SET WS-NO-DETAIL TO TRUE
005390         MOVE SPACES TO WS-PRINT-LINE
005400         STRING 'NO BILLING DETAIL FOR THE MONTH - '
005410             DELIMITED BY SIZE
005420             'NO INVOICES PRODUCED' DELIMITED BY SIZE
005430             INTO WS-PRINT-LINE
005440         END-STRING
005450         WRITE PRINT-RECORD FROM WS-PRINT-LINE
005460         GO TO 1600-EXIT
005470     END-IF.
005480     IF WS-NIGHT-MISSING
005490         SET WS-RUN-REFUSED TO TRUE
005500         MOVE SPACES TO WS-PRINT-LINE
005510         STRING 'BUSINESS NIGHTS MISSING FROM THE MONTH - '
005520             DELIMITED BY SIZE
005530             'INVOICING REFUSED' DELIMITED BY SIZE
005540             INTO WS-PRINT-LINE
005550         END-STRING
005560         WRITE PRINT-RECORD FROM WS-PRINT-LINE
005570         GO TO 1600-EXIT
005580     END-IF.
005590     IF WS-CTL-NIGHT-COUNT = ZERO
005600         SET WS-RUN-REFUSED TO TRUE
005610         MOVE SPACES TO WS-PRINT-LINE
005620         STRING 'NO NIGHTLY CONTROL RECORDS FOR THE MONTH - '
005630             DELIMITED BY SIZE
005640             'DETAIL CANNOT BE PROVEN' DELIMITED BY SIZE
005650             INTO WS-PRINT-LINE
005660         END-STRING
005670         WRITE PRINT-RECORD FROM WS-PRINT-LINE
005680         GO TO 1600-EXIT
005690     END-IF.
005700     COMPUTE WS-TIE-DIFFERENCE =
005710         WS-PROOF-BILLED - WS-CTL-BILLED-TOTAL.
005720     IF WS-TIE-DIFFERENCE NOT = ZERO
005730         SET WS-RUN-REFUSED TO TRUE
005740         MOVE SPACES TO WS-PRINT-LINE
005750         STRING 'BILLING DETAIL OUT OF BALANCE WITH THE '
005760             DELIMITED BY SIZE
005770             'NIGHTLY CONTROL TOTALS - INVOICING REFUSED'
005780             DELIMITED BY SIZE
005790             INTO WS-PRINT-LINE
005800         END-STRING
005810         WRITE PRINT-RECORD FROM WS-PRINT-LINE
005820         GO TO 1600-EXIT
005830     END-IF.
005840     MOVE SPACES TO WS-PRINT-LINE.
005850     STRING 'BILLING DETAIL TIES TO THE NIGHTLY CONTROL TOTALS'
005860         DELIMITED BY SIZE INTO WS-PRINT-LINE
005870     END-STRING.
005880     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
005890     ADD 1 TO WS-RPT-LINE-COUNT.
005900 1600-EXIT.
005910     EXIT.
005920*****************************************************************
005930* 2000-PROCESS-BILL-DETAIL - MAIN LOOP OVER THE SORTED BILLING
005940* DETAIL.  RECORDS OUTSIDE THE STATEMENT MONTH ARE IGNORED -
005950* THE WHOLE GDG RIDES THE CONCATENATION.  A CHANGE OF CODE
005960* CLOSES THE OPEN CHARGE GROUP; A CHANGE OF KEY ALSO CLOSES
005970* THE ACCOUNT'S INVOICE.
005980*****************************************************************
005990 2000-PROCESS-BILL-DETAIL.
006000     IF SRT-BILL-DATE (1:6) NOT = WS-STMT-MONTH
006010         PERFORM 2100-READ-BILL-DETAIL THRU 2100-EXIT
006020         GO TO 2000-EXIT
006030     END-IF.
006040     IF WS-GROUP-OPEN
006050         AND (SRT-BILL-KEY NOT = WS-GROUP-KEY
006060             OR SRT-BILL-CODE NOT = WS-GROUP-CODE)
006070         PERFORM 2600-CLOSE-CHARGE-GROUP THRU 2600-EXIT
006080     END-IF.
006090     IF WS-ACCT-GROUP-OPEN
006100         AND SRT-BILL-KEY NOT = WS-ACCT-KEY
006110         PERFORM 2700-CLOSE-ACCOUNT-INVOICE THRU 2700-EXIT
006120     END-IF.
006130     IF NOT WS-ACCT-GROUP-OPEN
006140         SET WS-ACCT-GROUP-OPEN TO TRUE
006150         MOVE SRT-BILL-KEY TO WS-ACCT-KEY
006160         MOVE ZERO TO WS-ACCT-CHARGES
006170     END-IF.
006180     IF NOT WS-GROUP-OPEN
006190         SET WS-GROUP-OPEN TO TRUE
006200         MOVE SRT-BILL-KEY TO WS-GROUP-KEY
006210         MOVE SRT-BILL-CODE TO WS-GROUP-CODE
006220         MOVE ZERO TO WS-GROUP-COUNT
006230         MOVE ZERO TO WS-GROUP-AMOUNT
006240     END-IF.
006250     ADD 1 TO WS-GROUP-COUNT.
006260     ADD SRT-BILL-AMOUNT TO WS-GROUP-AMOUNT.
006270     PERFORM 2100-READ-BILL-DETAIL THRU 2100-EXIT.
006280 2000-EXIT.
006290     EXIT.
006300*****************************************************************
006310* 2100-READ-BILL-DETAIL - READ THE NEXT SORTED BILLING-DETAIL
006320* RECORD.
006330*****************************************************************
006340 2100-READ-BILL-DETAIL.
006350     READ SORTED-BILL-FILE
006360         AT END
006370             SET WS-EOF TO TRUE
006380             GO TO 2100-EXIT
006390     END-READ.
006400 2100-EXIT.
006410     EXIT.
006420*****************************************************************
006430* 2600-CLOSE-CHARGE-GROUP - WRITE THE INVOICE CHARGE LINE FOR
006440* THE KEY AND CODE JUST ENDED, PUT IT ON THE REGISTER AND ROLL
006450* IT INTO THE ACCOUNT AND GRAND TOTALS.
006460*****************************************************************
006470 2600-CLOSE-CHARGE-GROUP.
006480     PERFORM 2650-FIND-CODE-DESC THRU 2650-EXIT.
006490     MOVE SPACES TO INVOICE-RECORD.
006500     MOVE WS-GROUP-KEY TO INV-KEY.
006510     MOVE WS-STMT-MONTH TO INV-MONTH.
006520     SET INV-CHARGE-LINE TO TRUE.
006530     MOVE WS-GROUP-CODE TO INV-CODE.
006540     MOVE WS-RPT-DET-DESC TO INV-CODE-DESC.
006550     MOVE WS-GROUP-COUNT TO INV-TRAN-COUNT.
006560     MOVE WS-GROUP-AMOUNT TO INV-AMOUNT.
006570     WRITE INVOICE-RECORD.
006580     IF WS-RPT-LINE-COUNT >= WS-RPT-PAGE-SIZE
006590         PERFORM 7100-WRITE-REPORT-HEADINGS THRU 7100-EXIT
006600     END-IF.
006610     MOVE WS-GROUP-KEY TO WS-RPT-DET-KEY.
006620     MOVE WS-GROUP-CODE TO WS-RPT-DET-CODE.
006630     MOVE WS-GROUP-COUNT TO WS-RPT-DET-COUNT.
006640     MOVE WS-GROUP-AMOUNT TO WS-RPT-DET-AMOUNT.
006650     WRITE PRINT-RECORD FROM WS-REPORT-DETAIL
006660         AFTER ADVANCING 1 LINE.
006670     ADD 1 TO WS-RPT-LINE-COUNT.
006680     ADD WS-GROUP-AMOUNT TO WS-ACCT-CHARGES.
006690     ADD 1 TO WS-GRAND-LINES.
006700     ADD WS-GROUP-COUNT TO WS-GRAND-COUNT.
006710     ADD WS-GROUP-AMOUNT TO WS-GRAND-CHARGES.
006720     MOVE 'N' TO WS-GROUP-OPEN-SW.
006730 2600-EXIT.
006740     EXIT.
006750*****************************************************************
006760* 2650-FIND-CODE-DESC - SERIAL SCAN OF THE DESCRIPTION TABLE
006770* FOR THE GROUP'S CODE.  A CODE SINCE RETIRED FROM THE CODE
006780* FILE STILL INVOICES, UNDER A PLACEHOLDER DESCRIPTION.
006790*****************************************************************
006800 2650-FIND-CODE-DESC.
006810     SET WS-ENTRY-NOT-FOUND TO TRUE.
006820     MOVE ZERO TO WS-CODE-HIT-SUB.
006830     PERFORM 2660-TEST-ONE-CODE THRU 2660-EXIT
006840         VARYING WS-CODE-TAB-SUB FROM 1 BY 1
006850         UNTIL WS-CODE-TAB-SUB > WS-CODE-TAB-COUNT
006860             OR WS-ENTRY-FOUND.
006870     IF WS-ENTRY-FOUND
006880         MOVE WS-CODE-TAB-DESC (WS-CODE-HIT-SUB)
006890             TO WS-RPT-DET-DESC
006900     ELSE
006910         MOVE 'TRANSACTION CHARGES' TO WS-RPT-DET-DESC
006920     END-IF.
006930 2650-EXIT.
006940     EXIT.
006950 2660-TEST-ONE-CODE.
006960     IF WS-CODE-TAB-CODE (WS-CODE-TAB-SUB) = WS-GROUP-CODE
006970         SET WS-ENTRY-FOUND TO TRUE
006980         MOVE WS-CODE-TAB-SUB TO WS-CODE-HIT-SUB
006990     END-IF.
007000 2660-EXIT.
007010     EXIT.
007020*****************************************************************
007030* 2700-CLOSE-ACCOUNT-INVOICE - CLOSE THE ACCOUNT'S INVOICE.  AN
007040* ACCOUNT WHOSE CHARGES FOR THE MONTH COME TO LESS THAN THE
007050* MONTHLY MINIMUM IS TOPPED UP TO IT WITH A MINIMUM-CHARGE
007060* LINE.  AN ACCOUNT WHOSE CHARGES NET TO ZERO OR BELOW - ITS
007070* ACTIVITY WAS RECALLED OR CREDITED - IS NOT: THERE IS NO
007080* SERVICE LEFT TO CHARGE A MINIMUM FOR.  EVERY INVOICE ENDS
007090* WITH ITS TOTAL LINE.
007100*****************************************************************
007110 2700-CLOSE-ACCOUNT-INVOICE.
007120     MOVE ZERO TO WS-ACCT-MINIMUM.
007130     IF WS-ACCT-CHARGES > ZERO
007140         AND WS-ACCT-CHARGES < WS-MONTHLY-MINIMUM
007150         COMPUTE WS-ACCT-MINIMUM =
007160             WS-MONTHLY-MINIMUM - WS-ACCT-CHARGES
007170     END-IF.
007180     COMPUTE WS-ACCT-INVOICED =
007190         WS-ACCT-CHARGES + WS-ACCT-MINIMUM.
007200     IF WS-ACCT-MINIMUM > ZERO
007210         MOVE SPACES TO INVOICE-RECORD
007220         MOVE WS-ACCT-KEY TO INV-KEY
007230         MOVE WS-STMT-MONTH TO INV-MONTH
007240         SET INV-MINIMUM-LINE TO TRUE
007250         MOVE ZERO TO INV-CODE
007260         MOVE 'MONTHLY MINIMUM CHARGE' TO INV-CODE-DESC
007270         MOVE ZERO TO INV-TRAN-COUNT
007280         MOVE WS-ACCT-MINIMUM TO INV-AMOUNT
007290         WRITE INVOICE-RECORD
007300         MOVE 'MONTHLY MINIMUM CHARGE' TO WS-RPT-ACC-LABEL
007310         MOVE WS-ACCT-MINIMUM TO WS-RPT-ACC-AMOUNT
007320         PERFORM 2750-WRITE-ACCOUNT-LINE THRU 2750-EXIT
007330         ADD 1 TO WS-GRAND-TOPPED-UP
007340         ADD WS-ACCT-MINIMUM TO WS-GRAND-MINIMUM
007350     END-IF.
007360     MOVE SPACES TO INVOICE-RECORD.
007370     MOVE WS-ACCT-KEY TO INV-KEY.
007380     MOVE WS-STMT-MONTH TO INV-MONTH.
007390     SET INV-TOTAL-LINE TO TRUE.
007400     MOVE ZERO TO INV-CODE.
007410     MOVE 'INVOICE TOTAL' TO INV-CODE-DESC.
007420     MOVE ZERO TO INV-TRAN-COUNT.
007430     MOVE WS-ACCT-INVOICED TO INV-AMOUNT.
007440     WRITE INVOICE-RECORD.
007450     MOVE 'INVOICE TOTAL' TO WS-RPT-ACC-LABEL.
007460     MOVE WS-ACCT-INVOICED TO WS-RPT-ACC-AMOUNT.
007470     PERFORM 2750-WRITE-ACCOUNT-LINE THRU 2750-EXIT.
007480     ADD 1 TO WS-GRAND-ACCOUNTS.
007490     ADD WS-ACCT-INVOICED TO WS-GRAND-INVOICED.
007500     MOVE 'N' TO WS-ACCT-OPEN-SW.
007510 2700-EXIT.
007520     EXIT.
007530 2750-WRITE-ACCOUNT-LINE.
007540     IF WS-RPT-LINE-COUNT >= WS-RPT-PAGE-SIZE
007550         PERFORM 7100-WRITE-REPORT-HEADINGS THRU 7100-EXIT
007560     END-IF.
007570     MOVE WS-ACCT-KEY TO WS-RPT-ACC-KEY.
007580     WRITE PRINT-RECORD FROM WS-REPORT-ACCOUNT-LINE
007590         AFTER ADVANCING 1 LINE.
007600     ADD 1 TO WS-RPT-LINE-COUNT.
007610 2750-EXIT.
007620     EXIT.
007630*****************************************************************
007640* 7000-WRAP-UP - CLOSE THE LAST CHARGE GROUP AND INVOICE, PRINT
007650* THE GRAND TOTALS AND TIE THE REGISTER'S CHARGES BACK TO THE
007660* NIGHTLY CONTROL TOTALS.
007670*****************************************************************
007680 7000-WRAP-UP.
007690     IF WS-GROUP-OPEN
007700         PERFORM 2600-CLOSE-CHARGE-GROUP THRU 2600-EXIT
007710     END-IF.
007720     IF WS-ACCT-GROUP-OPEN
007730         PERFORM 2700-CLOSE-ACCOUNT-INVOICE THRU 2700-EXIT
007740     END-IF.
007750     MOVE 'INVOICE CHARGE LINES / TRANSACTIONS'
007760         TO WS-RPT-GRD-LABEL.
007770     MOVE WS-GRAND-LINES TO WS-RPT-GRD-COUNT.
007780     MOVE ZERO TO WS-RPT-GRD-AMOUNT.
007790     WRITE PRINT-RECORD FROM WS-REGISTER-GRAND-LINE
007800         AFTER ADVANCING 2 LINES.
007810     MOVE 'NIGHTLY CHARGES' TO WS-RPT-GRD-LABEL.
007820     MOVE WS-GRAND-COUNT TO WS-RPT-GRD-COUNT.
007830     MOVE WS-GRAND-CHARGES TO WS-RPT-GRD-AMOUNT.
007840     WRITE PRINT-RECORD FROM WS-REGISTER-GRAND-LINE.
007850     MOVE 'MONTHLY MINIMUM CHARGES' TO WS-RPT-GRD-LABEL.
007860     MOVE WS-GRAND-TOPPED-UP TO WS-RPT-GRD-COUNT.
007870     MOVE WS-GRAND-MINIMUM TO WS-RPT-GRD-AMOUNT.
007880     WRITE PRINT-RECORD FROM WS-REGISTER-GRAND-LINE.
007890     MOVE 'ACCOUNTS INVOICED / INVOICED TOTAL'
007900         TO WS-RPT-GRD-LABEL.
007910     MOVE WS-GRAND-ACCOUNTS TO WS-RPT-GRD-COUNT.
007920     MOVE WS-GRAND-INVOICED TO WS-RPT-GRD-AMOUNT.
007930     WRITE PRINT-RECORD FROM WS-REGISTER-GRAND-LINE.
007940     PERFORM 7300-TIE-TO-CONTROL-TOTALS THRU 7300-EXIT.
007950 7000-EXIT.
007960     EXIT.
007970*****************************************************************
007980* 7100-WRITE-REPORT-HEADINGS - START A NEW PAGE WITH THE
007990* REGISTER TITLE, STATEMENT MONTH, PAGE NUMBER AND COLUMN
008000* CAPTIONS.
008010*****************************************************************
008020 7100-WRITE-REPORT-HEADINGS.
008030     ADD 1 TO WS-RPT-PAGE-COUNT.
008040     MOVE WS-RPT-PAGE-COUNT TO WS-RPT-HDG-PAGE.
008050     WRITE PRINT-RECORD FROM WS-REPORT-HEADING-1
008060         AFTER ADVANCING PAGE.
008070     WRITE PRINT-RECORD FROM WS-REPORT-HEADING-2
008080         AFTER ADVANCING 2 LINES.
008090     MOVE 2 TO WS-RPT-LINE-COUNT.
008100 7100-EXIT.
008110     EXIT.
008120*****************************************************************
008130* 7300-TIE-TO-CONTROL-TOTALS - COMPARE THE REGISTER'S NIGHTLY-
008140* CHARGES GRAND TOTAL AGAINST THE SUM OF THE MONTH'S BILLRUN
008150* CONTROL RECORDS AND PRINT THE OUTCOME.  THE MINIMUM CHARGES
008160* ARE RAISED HERE, NOT BY THE NIGHTLY RUNS, SO THEY STAND
008170* OUTSIDE THE TIE.
008180*****************************************************************
008190 7300-TIE-TO-CONTROL-TOTALS.
008200     MOVE WS-CTL-BILLED-TOTAL TO WS-TIE-CONTROL-DISP.
008210     MOVE WS-GRAND-CHARGES TO WS-TIE-REGISTER-DISP.
008220     MOVE SPACES TO WS-PRINT-LINE.
008230     STRING 'NIGHTLY CONTROL TOTAL: ' DELIMITED BY SIZE
008240         WS-TIE-CONTROL-DISP DELIMITED BY SIZE
008250         '  REGISTER TOTAL: ' DELIMITED BY SIZE
008260         WS-TIE-REGISTER-DISP DELIMITED BY SIZE
008270         INTO WS-PRINT-LINE
008280     END-STRING.
008290     WRITE PRINT-RECORD FROM WS-PRINT-LINE
008300         AFTER ADVANCING 2 LINES.
008310     COMPUTE WS-TIE-DIFFERENCE =
008320         WS-GRAND-CHARGES - WS-CTL-BILLED-TOTAL.
008330     IF WS-TIE-DIFFERENCE NOT = ZERO
008340         SET WS-RUN-REFUSED TO TRUE
008350         MOVE SPACES TO WS-PRINT-LINE
008360         STRING 'REGISTER OUT OF BALANCE WITH THE NIGHTLY '
008370             DELIMITED BY SIZE
008380             'CONTROL TOTALS - INVOICES MUST NOT BE SENT'
008390             DELIMITED BY SIZE
008400             INTO WS-PRINT-LINE
008410         END-STRING
008420         WRITE PRINT-RECORD FROM WS-PRINT-LINE
008430     ELSE
008440         MOVE SPACES TO WS-PRINT-LINE
008450         STRING 'REGISTER TIES TO THE NIGHTLY CONTROL TOTALS'
008460             DELIMITED BY SIZE INTO WS-PRINT-LINE
008470         END-STRING
008480         WRITE PRINT-RECORD FROM WS-PRINT-LINE
008490     END-IF.
008500 7300-EXIT.
008510     EXIT.
008520*****************************************************************
008530* 8000-TERMINATE - SET THE RETURN CODE AND CLOSE FILES.  A BAD
008540* PARM OR A REFUSED MONTH RETURNS 8 SO THE TRANSMISSION TO THE
008550* PRINT VENDOR NEVER SEES AN UNPROVEN INVOICE FILE; A MONTH
008560* WITH NOTHING TO INVOICE RETURNS 4 FOR SOMEONE TO LOOK AT.
008570*****************************************************************
008580 8000-TERMINATE.
008590     IF WS-PARM-BAD OR WS-RUN-REFUSED
008600         MOVE 8 TO RETURN-CODE
008610     ELSE
008620     IF WS-NO-DETAIL
008630         MOVE 4 TO RETURN-CODE
008640     ELSE
008650         MOVE 0 TO RETURN-CODE
008660     END-IF
008670     END-IF.
008680     IF WS-SORTED-OPEN
008690         CLOSE SORTED-BILL-FILE
008700     END-IF.
008710     IF NOT WS-PARM-BAD
008720         CLOSE INVOICE-FILE
008730     END-IF.
008740     CLOSE PRINT-FILE.
008750 8000-EXIT.
008760     EXIT.
