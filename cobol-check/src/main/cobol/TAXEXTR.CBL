000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  TAXEXTR.
000030 AUTHOR.  R HARMON.
000040 INSTALLATION.  NUMERIC RECONCILIATION - BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* YEAR-END INTEREST TAX EXTRACT.  READS THE TAX YEAR'S MONTHLY
000090* INTEREST POSTING GENERATIONS (POSTREC LAYOUT, THE WHOLE GDG
000100* CONCATENATED ON POSTIN), SORTS THEM INTO MONTH-WITHIN-KEY
000110* ORDER AND TOTALS THE INTEREST POSTED BY ACCOUNT - A BATCH
000120* RECALL'S REVERSALS ARE ALREADY NETTED INTO THE POSTINGS, SO
000130* THEY COME OFF THE ACCOUNT'S TOTAL.  EACH ACCOUNT IS LOOKED UP
000140* ON THE ACCOUNT MASTER CLUSTER FOR ITS STATUS, AND THE TAX-
000150* FORMS EXTRACT (TAXREC LAYOUT) IS WRITTEN WITH ONE DETAIL
000160* RECORD PER ACCOUNT AND A CLOSING CONTROL RECORD CARRYING THE
000170* DETAIL COUNT AND INTEREST TOTAL.  THE REGISTER LISTS EVERY
000180* ACCOUNT.  AN ACCOUNT WHOSE INTEREST NETS TO ZERO OR BELOW HAS
000190* NOTHING TO REPORT AND IS LISTED BUT NOT EXTRACTED.
000200*
000210* NOTHING IS EXTRACTED UNTIL THE YEAR IS PROVEN.  EVERY MONTH OF
000220* THE YEAR MUST HAVE EXACTLY ONE POSTING CONTROL RECORD (POSTCTL
000230* LAYOUT - THE REGISTER TOTALS INTPOST APPENDS FOR A MONTH THAT
000240* TIED), AND EACH MONTH'S POSTINGS MUST TIE TO ITS REGISTER
000250* TOTAL, SO THE YEAR TIES TO THE SUM OF THE TWELVE REGISTERS.  A
000260* MISSING MONTH, A MONTH POSTED TWICE OR A MISMATCH REFUSES THE
000270* RUN WITH RETURN-CODE 8 AND LEAVES THE EXTRACT EMPTY.
000280*
000290* PARM='YYYY' IS THE ORIGINAL FILING FOR THE TAX YEAR.
000300* PARM='YYYY,C' IS A CORRECTED FILING: THE EARLIER FILINGS FOR
000310* THE YEAR (THE WHOLE TAX EXTRACT GDG RIDES PRIORIN) GIVE THE
000320* AMOUNT LAST SENT FOR EACH ACCOUNT, AND ONLY THE ACCOUNTS WHOSE
000330* INTEREST NOW DIFFERS ARE WRITTEN, UNDER THE NEXT FILING
000340* SEQUENCE, WITH THE AMOUNT LAST SENT BESIDE THE NEW ONE.  AN
000350* ORIGINAL RUN FOR A YEAR ALREADY FILED, OR A CORRECTED RUN FOR
000360* A YEAR NEVER FILED, IS REFUSED.  RETURN-CODE 4 MEANS THERE IS
000370* NOTHING TO SEND, OR AN ACCOUNT IS NOT ON THE ACCOUNT MASTER
000380* (IT IS STILL EXTRACTED, WITH STATUS 'X').
000390*****************************************************************
000400* MODIFICATION HISTORY
000410*-----------------------------------------------------------
000420* DATE       INIT  DESCRIPTION
000430*-----------------------------------------------------------
000440* 10/15/26    RH   ORIGINAL PROGRAM.  UNTIL NOW THE TAX TEAM
000450*                  ADDED TWELVE POSTING REGISTERS BY HAND FOR
000460*                  THE YEAR-END INTEREST FORMS.
000470*-----------------------------------------------------------
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT POST-FILE ASSIGN TO POSTIN
000520         ORGANIZATION IS SEQUENTIAL.
000530     SELECT SORTED-POST-FILE ASSIGN TO POSTSRT
000540         ORGANIZATION IS SEQUENTIAL.
000550     SELECT POST-SORT-WORK ASSIGN TO SORTWK1.
000560     SELECT CONTROL-FILE ASSIGN TO CTLIN
000570         ORGANIZATION IS SEQUENTIAL.
000580     SELECT PRIOR-FILE ASSIGN TO PRIORIN
000590         ORGANIZATION IS SEQUENTIAL.
000600     SELECT SORTED-PRIOR-FILE ASSIGN TO PRIORSRT
000610         ORGANIZATION IS SEQUENTIAL.
000620     SELECT PRIOR-SORT-WORK ASSIGN TO SORTWK2.
000630     SELECT ACCT-FILE ASSIGN TO ACCTKSDS
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS ACCT-KEY
000670         FILE STATUS IS WS-ACCT-FILE-STATUS.
000680     SELECT TAX-FILE ASSIGN TO TAXOUT
000690         ORGANIZATION IS SEQUENTIAL.
000700     SELECT PRINT-FILE ASSIGN TO RPTOUT
000710         ORGANIZATION IS SEQUENTIAL.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  POST-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770     COPY POSTREC.
000780 FD  SORTED-POST-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810 01  SORTED-POST-RECORD.
000820     05  SRT-POST-KEY         PIC X(10).
000830     05  SRT-POST-CODE        PIC 9(04).
000840     05  SRT-POST-MONTH       PIC 9(06).
000850     05  SRT-POST-TRAN-COUNT  PIC 9(07).
000860     05  SRT-POST-INTEREST    PIC S9(13)V9(07) COMP-3.
000870     05  FILLER               PIC X(42).
000880 SD  POST-SORT-WORK.
000890 01  POST-SORT-RECORD.
000900     05  POST-SORT-KEY        PIC X(10).
000910     05  POST-SORT-CODE       PIC 9(04).
000920     05  POST-SORT-MONTH      PIC 9(06).
000930     05  POST-SORT-TRAN-COUNT PIC 9(07).
000940     05  POST-SORT-INTEREST   PIC S9(13)V9(07) COMP-3.
000950     05  FILLER               PIC X(42).
000960 FD  CONTROL-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990     COPY POSTCTL.
001000 FD  PRIOR-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 01  PRIOR-RECORD                 PIC X(120).
001040*****************************************************************
001050* EARLIER FILINGS, SORTED INTO SEQUENCE-WITHIN-KEY ORDER SO THE
001060* LAST RECORD FOR AN ACCOUNT IS THE AMOUNT LAST SENT.  ONLY THE
001070* LEADING FIELDS OF THE TAXREC DETAIL ARE NEEDED.
001080*****************************************************************
001090 FD  SORTED-PRIOR-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120 01  SORTED-PRIOR-RECORD.
001130     05  SRT-PRI-REC-TYPE     PIC X(01).
001140         88  SRT-PRI-DETAIL            VALUE 'D'.
001150     05  SRT-PRI-YEAR         PIC 9(04).
001160     05  SRT-PRI-FILING-TYPE  PIC X(01).
001170     05  SRT-PRI-SEQ          PIC 9(02).
001180     05  SRT-PRI-KEY          PIC X(10).
001190     05  SRT-PRI-STATUS       PIC X(01).
001200     05  SRT-PRI-CHANGE-CODE  PIC X(01).
001210     05  SRT-PRI-INTEREST     PIC S9(11)V99
001220                              SIGN LEADING SEPARATE.
001230     05  FILLER               PIC X(86).
001240 SD  PRIOR-SORT-WORK.
001250 01  PRIOR-SORT-RECORD.
001260     05  PRI-SORT-REC-TYPE    PIC X(01).
001270     05  PRI-SORT-YEAR        PIC 9(04).
001280     05  PRI-SORT-FILING-TYPE PIC X(01).
001290     05  PRI-SORT-SEQ         PIC 9(02).
001300     05  PRI-SORT-KEY         PIC X(10).
001310     05  FILLER               PIC X(102).
001320 FD  ACCT-FILE
001330     LABEL RECORDS ARE STANDARD.
001340     COPY ACCTREC.
001350 FD  TAX-FILE
001360     RECORDING MODE IS F
001370     LABEL RECORDS ARE STANDARD.
001380     COPY TAXREC.
001390 FD  PRINT-FILE
001400     RECORDING MODE IS F
001410     LABEL RECORDS ARE OMITTED.
001420 01  PRINT-RECORD                 PIC X(132).
001430 WORKING-STORAGE SECTION.
001440 01  WS-SWITCHES.
001450     05  WS-POST-EOF-SW       PIC X(01)      VALUE 'N'.
001460         88  WS-POST-EOF                     VALUE 'Y'.
001470     05  WS-PRIOR-EOF-SW      PIC X(01)      VALUE 'N'.
001480         88  WS-PRIOR-EOF                    VALUE 'Y'.
001490     05  WS-CTL-EOF-SW        PIC X(01)      VALUE 'N'.
001500         88  WS-CTL-EOF                      VALUE 'Y'.
001510     05  WS-PARM-BAD-SW       PIC X(01)      VALUE 'N'.
001520         88  WS-PARM-BAD                     VALUE 'Y'.
001530     05  WS-CORRECTED-RUN-SW  PIC X(01)      VALUE 'N'.
001540         88  WS-CORRECTED-RUN                VALUE 'Y'.
001550     05  WS-RUN-REFUSED-SW    PIC X(01)      VALUE 'N'.
001560         88  WS-RUN-REFUSED                  VALUE 'Y'.
001570     05  WS-NO-POSTINGS-SW    PIC X(01)      VALUE 'N'.
001580         88  WS-NO-POSTINGS                  VALUE 'Y'.
001590     05  WS-NOTHING-SENT-SW   PIC X(01)      VALUE 'N'.
001600         88  WS-NOTHING-SENT                 VALUE 'Y'.
001610     05  WS-SORTED-OPEN-SW    PIC X(01)      VALUE 'N'.
001620         88  WS-SORTED-OPEN                  VALUE 'Y'.
001630     05  WS-ACCT-OPEN-SW      PIC X(01)      VALUE 'N'.
001640         88  WS-ACCT-FILE-OPEN               VALUE 'Y'.
001650     05  WS-ACCT-FILE-STATUS  PIC X(02)      VALUE SPACES.
001660     05  WS-POSTINGS-HIT-SW   PIC X(01)      VALUE 'N'.
001670         88  WS-POSTINGS-HIT                 VALUE 'Y'.
001680     05  WS-PRIOR-HIT-SW      PIC X(01)      VALUE 'N'.
001690         88  WS-PRIOR-HIT                    VALUE 'Y'.
001700 01  WS-PRINT-LINE                PIC X(132).
001710 01  WS-MONTH-TABLE-AREA.
001720     05  WS-MONTH-ENTRY       OCCURS 12 TIMES.
001730         10  WS-MON-CTL-COUNT PIC 9(03) COMP-3.
001740         10  WS-MON-CTL-INTEREST
001750                              PIC S9(13)V9(07) COMP-3.
001760         10  WS-MON-POST-COUNT
001770                              PIC 9(07) COMP-3.
001780         10  WS-MON-POST-INTEREST
001790                              PIC S9(13)V9(07) COMP-3.
001800 01  WS-MONTH-SUB                 PIC S9(04) COMP VALUE ZERO.
001810 01  WS-YEAR-WORK.
001820     05  WS-TAX-YEAR              PIC 9(04) VALUE ZERO.
001830     05  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
001840     05  WS-MONTH-NUMBER          PIC 9(02) VALUE ZERO.
001850     05  WS-FILING-SEQ            PIC 9(02) VALUE ZERO.
001860     05  WS-PRIOR-MAX-SEQ         PIC 9(02) VALUE ZERO.
001870     05  WS-PRIOR-DETAIL-COUNT    PIC 9(07) COMP-3 VALUE ZERO.
001880     05  WS-MISSING-MONTHS        PIC 9(03) COMP-3 VALUE ZERO.
001890     05  WS-UNTIED-MONTHS         PIC 9(03) COMP-3 VALUE ZERO.
001900 01  WS-PROOF-WORK.
001910     05  WS-PROOF-POST-COUNT      PIC 9(09) COMP-3 VALUE ZERO.
001920     05  WS-PROOF-POST-INTEREST   PIC S9(13)V9(07) COMP-3
001930                                   VALUE ZERO.
001940     05  WS-PROOF-CTL-INTEREST    PIC S9(13)V9(07) COMP-3
001950                                   VALUE ZERO.
001960     05  WS-TIE-DIFFERENCE        PIC S9(13)V9(07) COMP-3
001970                                   VALUE ZERO.
001980 01  WS-ACCOUNT-WORK.
001990     05  WS-POST-CUR-KEY          PIC X(10) VALUE SPACES.
002000     05  WS-PRIOR-CUR-KEY         PIC X(10) VALUE SPACES.
002010     05  WS-ACC-KEY               PIC X(10) VALUE SPACES.
002020     05  WS-ACC-STATUS            PIC X(01) VALUE SPACE.
002030     05  WS-ACC-LAST-MONTH        PIC 9(06) VALUE ZERO.
002040     05  WS-ACC-MONTHS            PIC 9(02) VALUE ZERO.
002050     05  WS-ACC-POSTED            PIC S9(13)V9(07) COMP-3
002060                                   VALUE ZERO.
002070     05  WS-ACC-ROUNDED           PIC S9(13)V99 COMP-3
002080                                   VALUE ZERO.
002090     05  WS-ACC-NEW-AMOUNT        PIC S9(11)V99 COMP-3
002100                                   VALUE ZERO.
002110     05  WS-ACC-PRIOR-AMOUNT      PIC S9(11)V99 COMP-3
002120                                   VALUE ZERO.
002130     05  WS-ACC-CHANGE-CODE       PIC X(01) VALUE SPACE.
002140     05  WS-ACC-ACTION            PIC X(32) VALUE SPACES.
002150 01  WS-GRAND-TOTALS.
002160     05  WS-GRAND-ACCOUNTS        PIC 9(07) COMP-3 VALUE ZERO.
002170     05  WS-GRAND-POSTED          PIC S9(13)V9(07) COMP-3
002180                                   VALUE ZERO.
002190     05  WS-GRAND-REPORTED        PIC 9(07) COMP-3 VALUE ZERO.
002200     05  WS-GRAND-REPORTED-AMT    PIC S9(13)V99 COMP-3
002210                                   VALUE ZERO.
002220     05  WS-GRAND-REPORTED-POSTED PIC S9(13)V9(07) COMP-3
002230                                   VALUE ZERO.
002240     05  WS-GRAND-ROUNDING        PIC S9(13)V9(07) COMP-3
002250                                   VALUE ZERO.
002260     05  WS-GRAND-NOT-REPORTED    PIC 9(07) COMP-3 VALUE ZERO.
002270     05  WS-GRAND-NOT-REP-POSTED  PIC S9(13)V9(07) COMP-3
002280                                   VALUE ZERO.
002290     05  WS-GRAND-UNCHANGED       PIC 9(07) COMP-3 VALUE ZERO.
002300     05  WS-GRAND-NOT-ON-FILE     PIC 9(07) COMP-3 VALUE ZERO.
002310     05  WS-GRAND-EXTRACT-COUNT   PIC 9(09) COMP-3 VALUE ZERO.
002320     05  WS-GRAND-EXTRACT-AMT     PIC S9(13)V99 COMP-3
002330                                   VALUE ZERO.
002340 01  WS-REGISTER-WORK.
002350     05  WS-RPT-PAGE-COUNT        PIC 9(03) COMP-3 VALUE ZERO.
002360     05  WS-RPT-LINE-COUNT        PIC 9(03) COMP-3 VALUE ZERO.
002370     05  WS-RPT-PAGE-SIZE         PIC 9(03) COMP-3 VALUE 55.
002380 01  WS-REPORT-HEADING-1.
002390     05  FILLER                   PIC X(01) VALUE SPACE.
002400     05  FILLER                   PIC X(46) VALUE
002410         'TAXEXTR YEAR-END INTEREST TAX EXTRACT REGISTER'.
002420     05  FILLER                   PIC X(06) VALUE SPACES.
002430     05  FILLER                   PIC X(10) VALUE 'TAX YEAR: '.
002440     05  WS-RPT-HDG-YEAR          PIC 9(04).
002450     05  FILLER                   PIC X(06) VALUE SPACES.
002460     05  FILLER                   PIC X(08) VALUE 'FILING: '.
002470     05  WS-RPT-HDG-FILING        PIC X(09) VALUE SPACES.
002480     05  FILLER                   PIC X(06) VALUE SPACES.
002490     05  FILLER                   PIC X(06) VALUE 'PAGE: '.
002500     05  WS-RPT-HDG-PAGE          PIC ZZ9.
002510     05  FILLER                   PIC X(27) VALUE SPACES.
002520 01  WS-REPORT-HEADING-2.
002530     05  FILLER                   PIC X(01) VALUE SPACE.
002540     05  FILLER                   PIC X(12) VALUE 'KEY'.
002550     05  FILLER                   PIC X(04) VALUE 'ST'.
002560     05  FILLER                   PIC X(08) VALUE 'MONTHS'.
002570     05  FILLER                   PIC X(21) VALUE
002580         '      ANNUAL INTEREST'.
002590     05  FILLER                   PIC X(02) VALUE SPACES.
002600     05  FILLER                   PIC X(21) VALUE
002610         '           LAST FILED'.
002620     05  FILLER                   PIC X(02) VALUE SPACES.
002630     05  FILLER                   PIC X(32) VALUE 'ACTION'.
002640     05  FILLER                   PIC X(29) VALUE SPACES.
002650 01  WS-REPORT-DETAIL.
002660     05  FILLER                   PIC X(01) VALUE SPACE.
002670     05  WS-RPT-DET-KEY           PIC X(10).
002680     05  FILLER                   PIC X(02) VALUE SPACES.
002690     05  WS-RPT-DET-STATUS        PIC X(01).
002700     05  FILLER                   PIC X(04) VALUE SPACES.
002710     05  WS-RPT-DET-MONTHS        PIC Z9.
002720     05  FILLER                   PIC X(05) VALUE SPACES.
002730     05  WS-RPT-DET-INTEREST      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002740     05  FILLER                   PIC X(02) VALUE SPACES.
002750     05  WS-RPT-DET-PRIOR         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-
002760                                   BLANK WHEN ZERO.
002770     05  FILLER                   PIC X(02) VALUE SPACES.
002780     05  WS-RPT-DET-ACTION        PIC X(32).
002790     05  FILLER                   PIC X(29) VALUE SPACES.
002800 01  WS-REPORT-MONTH-LINE.
002810     05  FILLER                   PIC X(01) VALUE SPACE.
002820     05  FILLER                   PIC X(06) VALUE 'MONTH '.
002830     05  WS-RPT-MON-YYYY          PIC 9(04).
002840     05  FILLER                   PIC X(01) VALUE '/'.
002850     05  WS-RPT-MON-MM            PIC 9(02).
002860     05  FILLER                   PIC X(03) VALUE SPACES.
002870     05  FILLER                   PIC X(10) VALUE 'REGISTER: '.
002880     05  WS-RPT-MON-REGISTER      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002890     05  FILLER                   PIC X(03) VALUE SPACES.
002900     05  FILLER                   PIC X(10) VALUE 'POSTINGS: '.
002910     05  WS-RPT-MON-POSTINGS      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002920     05  FILLER                   PIC X(03) VALUE SPACES.
002930     05  WS-RPT-MON-NOTE          PIC X(40).
002940     05  FILLER                   PIC X(07) VALUE SPACES.
002950 01  WS-REGISTER-GRAND-LINE.
002960     05  FILLER                   PIC X(01) VALUE SPACE.
002970     05  WS-RPT-GRD-LABEL         PIC X(46).
002980     05  WS-RPT-GRD-COUNT         PIC ZZ,ZZZ,ZZ9
002990                                   BLANK WHEN ZERO.
003000     05  FILLER                   PIC X(02) VALUE SPACES.
003010     05  WS-RPT-GRD-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003020     05  FILLER                   PIC X(52) VALUE SPACES.
003030 01  WS-TIE-EDIT-FIELDS.
003040     05  WS-TIE-CONTROL-DISP      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003050     05  WS-TIE-REGISTER-DISP     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003060     05  WS-TIE-COUNT-DISP        PIC Z,ZZZ,ZZ9.
003070     05  WS-TIE-SEQ-DISP          PIC 9(02).
003080 LINKAGE SECTION.
003090 01  LK-PARM-AREA.
003100     05  LK-PARM-LENGTH           PIC S9(04) COMP.
003110     05  LK-PARM-TEXT             PIC X(08).
003120 PROCEDURE DIVISION USING LK-PARM-AREA.
003130 0000-MAINLINE.
003140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003150     IF NOT WS-PARM-BAD AND NOT WS-RUN-REFUSED
003160         AND NOT WS-NO-POSTINGS
003170         PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
003180             UNTIL WS-POST-EOF AND WS-PRIOR-EOF
003190         PERFORM 7000-WRAP-UP THRU 7000-EXIT
003200     END-IF.
003210     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003220     GOBACK.
003230*****************************************************************
003240* 1000-INITIALIZE - VALIDATE THE TAX-YEAR PARM, OPEN THE FILES,
003250* LOAD THE YEAR'S POSTING CONTROL RECORDS, SORT THE CONCATENATED
003260* POSTING GENERATIONS AND THE EARLIER FILINGS, PROVE EVERY MONTH
003270* OF THE YEAR AGAINST ITS REGISTER AND DECIDE WHETHER THE RUN
003280* MAY EXTRACT.  ONLY A PROVEN YEAR PRIMES THE EXTRACT PASS.
003290*****************************************************************
003300 1000-INITIALIZE.
003310     OPEN OUTPUT PRINT-FILE.
003320     PERFORM 1050-CHECK-PARM THRU 1050-EXIT.
003330     PERFORM 7100-WRITE-REPORT-HEADINGS THRU 7100-EXIT.
003340     IF WS-PARM-BAD
003350         MOVE SPACES TO WS-PRINT-LINE
003360         STRING 'TAX YEAR PARM MISSING OR NOT YYYY OR YYYY,C - '
003370             DELIMITED BY SIZE
003380             'RUN REFUSED' DELIMITED BY SIZE
003390             INTO WS-PRINT-LINE
003400         END-STRING
003410         WRITE PRINT-RECORD FROM WS-PRINT-LINE
003420         GO TO 1000-EXIT
003430     END-IF.
003440     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003450     OPEN OUTPUT TAX-FILE.
003460     OPEN INPUT ACCT-FILE.
003470     IF WS-ACCT-FILE-STATUS = '00'
003480         SET WS-ACCT-FILE-OPEN TO TRUE
003490     ELSE
003500         SET WS-RUN-REFUSED TO TRUE
003510         MOVE SPACES TO WS-PRINT-LINE
003520         STRING 'ACCOUNT MASTER OPEN FAILED - STATUS: '
003530             DELIMITED BY SIZE
003540             WS-ACCT-FILE-STATUS DELIMITED BY SIZE
003550             ' - RUN REFUSED' DELIMITED BY SIZE
003560             INTO WS-PRINT-LINE
003570         END-STRING
003580         WRITE PRINT-RECORD FROM WS-PRINT-LINE
003590             AFTER ADVANCING 1 LINE
003600         ADD 1 TO WS-RPT-LINE-COUNT
003610     END-IF.
003620     PERFORM 1060-CLEAR-ONE-MONTH THRU 1060-EXIT
003630         VARYING WS-MONTH-SUB FROM 1 BY 1
003640         UNTIL WS-MONTH-SUB > 12.
003650     PERFORM 1100-LOAD-CONTROL-RECORDS THRU 1100-EXIT.
003660     SORT POST-SORT-WORK
003670         ON ASCENDING KEY POST-SORT-KEY
003680                          POST-SORT-MONTH
003690         USING POST-FILE
003700         GIVING SORTED-POST-FILE.
003710     PERFORM 1300-PROVE-MONTH-POSTINGS THRU 1300-EXIT.
003720     SORT PRIOR-SORT-WORK
003730         ON ASCENDING KEY PRI-SORT-KEY
003740                          PRI-SORT-SEQ
003750         USING PRIOR-FILE
003760         GIVING SORTED-PRIOR-FILE.
003770     PERFORM 1400-SCAN-PRIOR-FILINGS THRU 1400-EXIT.
003780     PERFORM 1600-DECIDE-RUN THRU 1600-EXIT.
003790     IF WS-RUN-REFUSED OR WS-NO-POSTINGS
003800         GO TO 1000-EXIT
003810     END-IF.
003820     MOVE 'N' TO WS-POST-EOF-SW.
003830     MOVE 'N' TO WS-PRIOR-EOF-SW.
003840     OPEN INPUT SORTED-POST-FILE.
003850     OPEN INPUT SORTED-PRIOR-FILE.
003860     SET WS-SORTED-OPEN TO TRUE.
003870     PERFORM 2150-NEXT-YEAR-POSTING THRU 2150-EXIT.
003880     PERFORM 2350-NEXT-YEAR-PRIOR THRU 2350-EXIT.
003890     PERFORM 7100-WRITE-REPORT-HEADINGS THRU 7100-EXIT.
003900 1000-EXIT.
003910     EXIT.
003920*****************************************************************
003930* 1050-CHECK-PARM - 'YYYY' IS THE ORIGINAL FILING FOR THE TAX
003940* YEAR, 'YYYY,C' A CORRECTED FILING.  ANYTHING ELSE IS REFUSED.
003950*****************************************************************
003960 1050-CHECK-PARM.
003970     MOVE 'ORIGINAL' TO WS-RPT-HDG-FILING.
003980     IF LK-PARM-LENGTH < 4
003990         OR LK-PARM-TEXT (1:4) NOT NUMERIC
004000         SET WS-PARM-BAD TO TRUE
004010         GO TO 1050-EXIT
004020     END-IF.
004030     MOVE LK-PARM-TEXT (1:4) TO WS-TAX-YEAR.
004040     MOVE WS-TAX-YEAR TO WS-RPT-HDG-YEAR.
004050     IF LK-PARM-LENGTH = 4
004060         GO TO 1050-EXIT
004070     END-IF.
004080     IF LK-PARM-LENGTH = 6
004090         AND LK-PARM-TEXT (5:2) = ',C'
004100         SET WS-CORRECTED-RUN TO TRUE
004110         MOVE 'CORRECTED' TO WS-RPT-HDG-FILING
004120     ELSE
004130         SET WS-PARM-BAD TO TRUE
004140     END-IF.
004150 1050-EXIT.
004160     EXIT.
004170 1060-CLEAR-ONE-MONTH.
004180     MOVE ZERO TO WS-MON-CTL-COUNT (WS-MONTH-SUB).
004190     MOVE ZERO TO WS-MON-CTL-INTEREST (WS-MONTH-SUB).
004200     MOVE ZERO TO WS-MON-POST-COUNT (WS-MONTH-SUB).
004210     MOVE ZERO TO WS-MON-POST-INTEREST (WS-MONTH-SUB).
004220 1060-EXIT.
004230     EXIT.
004240*****************************************************************
004250* 1100-LOAD-CONTROL-RECORDS - READ THE POSTING CONTROL FILE AND
004260* FILE EACH OF THE TAX YEAR'S MONTHLY REGISTER TOTALS UNDER ITS
004270* MONTH, COUNTING HOW MANY RECORDS EACH MONTH HAS.
004280*****************************************************************
004290 1100-LOAD-CONTROL-RECORDS.
004300     OPEN INPUT CONTROL-FILE.
004310     PERFORM 1150-READ-CONTROL-RECORD THRU 1150-EXIT.
004320     PERFORM 1160-FILE-ONE-CONTROL THRU 1160-EXIT
004330         UNTIL WS-CTL-EOF.
004340     CLOSE CONTROL-FILE.
004350 1100-EXIT.
004360     EXIT.
004370 1150-READ-CONTROL-RECORD.
004380     READ CONTROL-FILE
004390         AT END
004400             SET WS-CTL-EOF TO TRUE
004410             GO TO 1150-EXIT
004420     END-READ.
004430 1150-EXIT.
004440     EXIT.
004450 1160-FILE-ONE-CONTROL.
004460     IF PCTL-MONTH (1:4) NOT = WS-TAX-YEAR
004470         GO TO 1160-READ-NEXT
004480     END-IF.
004490     MOVE PCTL-MONTH (5:2) TO WS-MONTH-NUMBER.
004500     IF WS-MONTH-NUMBER < 1 OR WS-MONTH-NUMBER > 12
004510         GO TO 1160-READ-NEXT
004520     END-IF.
004530     MOVE WS-MONTH-NUMBER TO WS-MONTH-SUB.
004540     ADD 1 TO WS-MON-CTL-COUNT (WS-MONTH-SUB).
004550     ADD PCTL-INTEREST-TOTAL
004560         TO WS-MON-CTL-INTEREST (WS-MONTH-SUB).
004570 1160-READ-NEXT.
004580     PERFORM 1150-READ-CONTROL-RECORD THRU 1150-EXIT.
004590 1160-EXIT.
004600     EXIT.
004610*****************************************************************
004620* 1300-PROVE-MONTH-POSTINGS - PASS THE SORTED POSTINGS ONCE AND
004630* TOTAL THE TAX YEAR'S INTEREST BY POSTING MONTH, SO EVERY MONTH
004640* CAN BE PROVEN BEFORE A SINGLE EXTRACT RECORD IS WRITTEN.
004650*****************************************************************
004660 1300-PROVE-MONTH-POSTINGS.
004670     OPEN INPUT SORTED-POST-FILE.
004680     PERFORM 2150-NEXT-YEAR-POSTING THRU 2150-EXIT.
004690     PERFORM 1360-ADD-ONE-POSTING THRU 1360-EXIT
004700         UNTIL WS-POST-EOF.
004710     CLOSE SORTED-POST-FILE.
004720 1300-EXIT.
004730     EXIT.
004740 1360-ADD-ONE-POSTING.
004750     ADD 1 TO WS-PROOF-POST-COUNT.
004760     ADD SRT-POST-INTEREST TO WS-PROOF-POST-INTEREST.
004770     MOVE SRT-POST-MONTH (5:2) TO WS-MONTH-NUMBER.
004780     IF WS-MONTH-NUMBER NOT < 1 AND WS-MONTH-NUMBER NOT > 12
004790         MOVE WS-MONTH-NUMBER TO WS-MONTH-SUB
004800         ADD 1 TO WS-MON-POST-COUNT (WS-MONTH-SUB)
004810         ADD SRT-POST-INTEREST
004820             TO WS-MON-POST-INTEREST (WS-MONTH-SUB)
004830     END-IF.
004840     PERFORM 2150-NEXT-YEAR-POSTING THRU 2150-EXIT.
004850 1360-EXIT.
004860     EXIT.
004870*****************************************************************
004880* 1400-SCAN-PRIOR-FILINGS - PASS THE SORTED EARLIER FILINGS ONCE,
004890* COUNTING THE TAX YEAR'S DETAIL RECORDS AND FINDING THE HIGHEST
004900* FILING SEQUENCE ALREADY USED FOR THE YEAR.
004910*****************************************************************
004920 1400-SCAN-PRIOR-FILINGS.
004930     OPEN INPUT SORTED-PRIOR-FILE.
004940     PERFORM 2350-NEXT-YEAR-PRIOR THRU 2350-EXIT.
004950     PERFORM 1460-NOTE-ONE-PRIOR THRU 1460-EXIT
004960         UNTIL WS-PRIOR-EOF.
004970     CLOSE SORTED-PRIOR-FILE.
004980 1400-EXIT.
004990     EXIT.
005000 1460-NOTE-ONE-PRIOR.
005010     ADD 1 TO WS-PRIOR-DETAIL-COUNT.
005020     IF SRT-PRI-SEQ > WS-PRIOR-MAX-SEQ
005030         MOVE SRT-PRI-SEQ TO WS-PRIOR-MAX-SEQ
005040     END-IF.
005050     PERFORM 2350-NEXT-YEAR-PRIOR THRU 2350-EXIT.
005060 1460-EXIT.
005070     EXIT.
005080*****************************************************************
005090* 1600-DECIDE-RUN - PRINT THE PROOF OF THE YEAR, ONE LINE PER
005100* MONTH AND THE YEAR'S TOTALS, AND DECIDE WHETHER IT MAY BE
005110* EXTRACTED.  A MONTH WITH NO REGISTER, A MONTH POSTED MORE
005120* THAN ONCE OR A MONTH OUT OF BALANCE REFUSES THE RUN, AS DOES
005130* AN ORIGINAL FILING FOR A YEAR ALREADY FILED OR A CORRECTION
005140* FOR A YEAR NEVER FILED.  A PROVEN YEAR WITH NO POSTINGS HAS
005150* NOTHING TO EXTRACT.
005160*****************************************************************
005170 1600-DECIDE-RUN.
005180     PERFORM 1650-PRINT-ONE-MONTH THRU 1650-EXIT
005190         VARYING WS-MONTH-SUB FROM 1 BY 1
005200         UNTIL WS-MONTH-SUB > 12.
005210     MOVE WS-PROOF-CTL-INTEREST TO WS-TIE-CONTROL-DISP.
005220     MOVE WS-PROOF-POST-INTEREST TO WS-TIE-REGISTER-DISP.
005230     MOVE SPACES TO WS-PRINT-LINE.
005240     STRING 'SUM OF MONTHLY REGISTERS: ' DELIMITED BY SIZE
005250         WS-TIE-CONTROL-DISP DELIMITED BY SIZE
005260         '  YEAR''S POSTINGS: ' DELIMITED BY SIZE
005270         WS-TIE-REGISTER-DISP DELIMITED BY SIZE
005280         INTO WS-PRINT-LINE
005290     END-STRING.
005300     WRITE PRINT-RECORD FROM WS-PRINT-LINE
005310         AFTER ADVANCING 2 LINES.
005320     IF WS-CORRECTED-RUN
005330         COMPUTE WS-FILING-SEQ = WS-PRIOR-MAX-SEQ + 1
005340     ELSE
005350         MOVE ZERO TO WS-FILING-SEQ
005360     END-IF.
005370     MOVE WS-PRIOR-DETAIL-COUNT TO WS-TIE-COUNT-DISP.
005380     MOVE WS-FILING-SEQ TO WS-TIE-SEQ-DISP.
005390     MOVE SPACES TO WS-PRINT-LINE.
005400     STRING 'EARLIER FILING RECORDS FOR THE YEAR: '
005410         DELIMITED BY SIZE
005420         WS-TIE-COUNT-DISP DELIMITED BY SIZE
005430         '  THIS FILING SEQUENCE: ' DELIMITED BY SIZE
005440         WS-TIE-SEQ-DISP DELIMITED BY SIZE
005450         INTO WS-PRINT-LINE
005460     END-STRING.
005470     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
005480     ADD 3 TO WS-RPT-LINE-COUNT.
005490     IF WS-MISSING-MONTHS > ZERO OR WS-UNTIED-MONTHS > ZERO
005500         SET WS-RUN-REFUSED TO TRUE
005510         MOVE SPACES TO WS-PRINT-LINE
005520         STRING 'YEAR DOES NOT TIE TO THE TWELVE MONTHLY '
005530             DELIMITED BY SIZE
005540             'REGISTERS - EXTRACT REFUSED' DELIMITED BY SIZE
005550             INTO WS-PRINT-LINE
005560         END-STRING
005570         WRITE PRINT-RECORD FROM WS-PRINT-LINE
005580         GO TO 1600-EXIT
005590     END-IF.
005600     COMPUTE WS-TIE-DIFFERENCE =
005610         WS-PROOF-POST-INTEREST - WS-PROOF-CTL-INTEREST.
005620     IF WS-TIE-DIFFERENCE NOT = ZERO
005630         SET WS-RUN-REFUSED TO TRUE
005640         MOVE SPACES TO WS-PRINT-LINE
005650         STRING 'POSTINGS OUTSIDE THE TWELVE MONTHS - '
005660             DELIMITED BY SIZE
005670             'EXTRACT REFUSED' DELIMITED BY SIZE
005680             INTO WS-PRINT-LINE
005690         END-STRING
005700         WRITE PRINT-RECORD FROM WS-PRINT-LINE
005710         GO TO 1600-EXIT
005720     END-IF.
005730     MOVE SPACES TO WS-PRINT-LINE.
005740     STRING 'YEAR TIES TO THE TWELVE MONTHLY POSTING REGISTERS'
005750         DELIMITED BY SIZE INTO WS-PRINT-LINE
005760     END-STRING.
005770     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
005780     ADD 1 TO WS-RPT-LINE-COUNT.
005790     IF NOT WS-CORRECTED-RUN
005800         AND WS-PRIOR-DETAIL-COUNT > ZERO
005810         SET WS-RUN-REFUSED TO TRUE
005820         MOVE SPACES TO WS-PRINT-LINE
005830         STRING 'THE YEAR HAS ALREADY BEEN FILED - '
005840             DELIMITED BY SIZE
005850             'RUN A CORRECTED FILING (PARM YYYY,C)'
005860             DELIMITED BY SIZE
005870             INTO WS-PRINT-LINE
005880         END-STRING
005890         WRITE PRINT-RECORD FROM WS-PRINT-LINE
005900         GO TO 1600-EXIT
005910     END-IF.
005920     IF WS-CORRECTED-RUN
005930         AND WS-PRIOR-DETAIL-COUNT = ZERO
005940         SET WS-RUN-REFUSED TO TRUE
005950         MOVE SPACES TO WS-PRINT-LINE
005960         STRING 'NO EARLIER FILING FOR THE YEAR TO CORRECT - '
005970             DELIMITED BY SIZE
005980             'RUN THE ORIGINAL FILING (PARM YYYY)'
005990             DELIMITED BY SIZE
006000             INTO WS-PRINT-LINE
006010         END-STRING
006020         WRITE PRINT-RECORD FROM WS-PRINT-LINE
006030         GO TO 1600-EXIT
006040     END-IF.
006050     IF WS-PRIOR-MAX-SEQ = 99
006060         SET WS-RUN-REFUSED TO TRUE
006070         MOVE SPACES TO WS-PRINT-LINE
006080         STRING 'FILING SEQUENCE 99 ALREADY USED FOR THE YEAR - '
006090             DELIMITED BY SIZE
006100             'RUN REFUSED' DELIMITED BY SIZE
006110             INTO WS-PRINT-LINE
006120         END-STRING
006130         WRITE PRINT-RECORD FROM WS-PRINT-LINE
006140         GO TO 1600-EXIT
006150     END-IF.
006160     IF WS-PROOF-POST-COUNT = ZERO
006170         AND NOT WS-CORRECTED-RUN
006180         SET WS-NO-POSTINGS TO TRUE
006190         MOVE SPACES TO WS-PRINT-LINE
006200         STRING 'NO INTEREST POSTED FOR THE YEAR - '
006210             DELIMITED BY SIZE
006220             'NO EXTRACT PRODUCED' DELIMITED BY SIZE
006230             INTO WS-PRINT-LINE
006240         END-STRING
006250         WRITE PRINT-RECORD FROM WS-PRINT-LINE
006260     END-IF.
006270 1600-EXIT.
006280     EXIT.
006290*****************************************************************
006300* 1650-PRINT-ONE-MONTH - PRINT ONE MONTH'S REGISTER TOTAL BESIDE
006310* ITS POSTINGS AND SAY WHETHER IT TIES.  A MONTH WITH NO
006320* REGISTER RECORD, OR MORE THAN ONE, CANNOT BE PROVEN.
006330*****************************************************************
006340 1650-PRINT-ONE-MONTH.
006350     MOVE WS-TAX-YEAR TO WS-RPT-MON-YYYY.
006360     MOVE WS-MONTH-SUB TO WS-RPT-MON-MM.
006370     MOVE WS-MON-CTL-INTEREST (WS-MONTH-SUB)
006380         TO WS-RPT-MON-REGISTER.
006390     MOVE WS-MON-POST-INTEREST (WS-MONTH-SUB)
006400         TO WS-RPT-MON-POSTINGS.
006410     ADD WS-MON-CTL-INTEREST (WS-MONTH-SUB)
006420         TO WS-PROOF-CTL-INTEREST.
006430     COMPUTE WS-TIE-DIFFERENCE =
006440         WS-MON-POST-INTEREST (WS-MONTH-SUB)
006450         - WS-MON-CTL-INTEREST (WS-MONTH-SUB).
006460     IF WS-MON-CTL-COUNT (WS-MONTH-SUB) = ZERO
006470         ADD 1 TO WS-MISSING-MONTHS
006480         MOVE 'NO POSTING REGISTER - MONTH MISSING'
006490             TO WS-RPT-MON-NOTE
006500     ELSE
006510     IF WS-MON-CTL-COUNT (WS-MONTH-SUB) > 1
006520         ADD 1 TO WS-UNTIED-MONTHS
006530         MOVE 'POSTED MORE THAN ONCE' TO WS-RPT-MON-NOTE
006540     ELSE
006550     IF WS-TIE-DIFFERENCE NOT = ZERO
006560         ADD 1 TO WS-UNTIED-MONTHS
006570         MOVE 'OUT OF BALANCE' TO WS-RPT-MON-NOTE
006580     ELSE
006590         MOVE 'TIES' TO WS-RPT-MON-NOTE
006600     END-IF
006610     END-IF
006620     END-IF.
006630     WRITE PRINT-RECORD FROM WS-REPORT-MONTH-LINE
006640         AFTER ADVANCING 1 LINE.
006650     ADD 1 TO WS-RPT-LINE-COUNT.
006660 1650-EXIT.
006670     EXIT.
006680*****************************************************************
006690* 2000-PROCESS-ACCOUNT - MAIN LOOP.  THE SORTED POSTINGS AND THE
006700* SORTED EARLIER FILINGS ARE MATCHED ON ACCOUNT KEY; THE LOWER
006710* KEY IN HAND IS THE NEXT ACCOUNT, GATHERED FROM WHICHEVER FILES
006720* CARRY IT AND SETTLED.  AN ACCOUNT ONLY ON AN EARLIER FILING
006730* HAS HAD ALL ITS INTEREST REVERSED SINCE.
006740*****************************************************************
006750 2000-PROCESS-ACCOUNT.
006760     IF WS-POST-CUR-KEY < WS-PRIOR-CUR-KEY
006770         MOVE WS-POST-CUR-KEY TO WS-ACC-KEY
006780     ELSE
006790         MOVE WS-PRIOR-CUR-KEY TO WS-ACC-KEY
006800     END-IF.
006810     MOVE 'N' TO WS-POSTINGS-HIT-SW.
006820     MOVE 'N' TO WS-PRIOR-HIT-SW.
006830     MOVE ZERO TO WS-ACC-POSTED.
006840     MOVE ZERO TO WS-ACC-MONTHS.
006850     MOVE ZERO TO WS-ACC-LAST-MONTH.
006860     MOVE ZERO TO WS-ACC-PRIOR-AMOUNT.
006870     PERFORM 2200-GATHER-POSTING THRU 2200-EXIT
006880         UNTIL WS-POST-CUR-KEY NOT = WS-ACC-KEY.
006890     PERFORM 2400-GATHER-PRIOR THRU 2400-EXIT
006900         UNTIL WS-PRIOR-CUR-KEY NOT = WS-ACC-KEY.
006910     PERFORM 2600-SETTLE-ACCOUNT THRU 2600-EXIT.
006920 2000-EXIT.
006930     EXIT.
006940*****************************************************************
006950* 2100-READ-POSTING - READ THE NEXT SORTED POSTING.  HIGH-VALUES
006960* IN THE KEY IN HAND MEANS THE POSTINGS ARE DONE.
006970*****************************************************************
006980 2100-READ-POSTING.
006990     READ SORTED-POST-FILE
007000         AT END
007010             SET WS-POST-EOF TO TRUE
007020             MOVE HIGH-VALUES TO WS-POST-CUR-KEY
007030             GO TO 2100-EXIT
007040     END-READ.
007050     MOVE SRT-POST-KEY TO WS-POST-CUR-KEY.
007060 2100-EXIT.
007070     EXIT.
007080*****************************************************************
007090* 2150-NEXT-YEAR-POSTING - READ ON TO THE NEXT POSTING FOR THE
007100* TAX YEAR.  THE WHOLE GDG RIDES THE CONCATENATION, SO OTHER
007110* YEARS' POSTINGS ARE PASSED BY.
007120*****************************************************************
007130 2150-NEXT-YEAR-POSTING.
007140     PERFORM 2100-READ-POSTING THRU 2100-EXIT.
007150     PERFORM 2100-READ-POSTING THRU 2100-EXIT
007160         UNTIL WS-POST-EOF
007170             OR SRT-POST-MONTH (1:4) = WS-TAX-YEAR.
007180 2150-EXIT.
007190     EXIT.
007200*****************************************************************
007210* 2200-GATHER-POSTING - ADD ONE POSTING INTO THE ACCOUNT'S
007220* TOTAL, COUNTING THE MONTHS IT WAS POSTED IN.
007230*****************************************************************
007240 2200-GATHER-POSTING.
007250     SET WS-POSTINGS-HIT TO TRUE.
007260     ADD SRT-POST-INTEREST TO WS-ACC-POSTED.
007270     IF SRT-POST-MONTH NOT = WS-ACC-LAST-MONTH
007280         ADD 1 TO WS-ACC-MONTHS
007290         MOVE SRT-POST-MONTH TO WS-ACC-LAST-MONTH
007300     END-IF.
007310     PERFORM 2150-NEXT-YEAR-POSTING THRU 2150-EXIT.
007320 2200-EXIT.
007330     EXIT.
007340*****************************************************************
007350* 2300-READ-PRIOR / 2350-NEXT-YEAR-PRIOR - READ ON TO THE NEXT
007360* EARLIER-FILING DETAIL RECORD FOR THE TAX YEAR, PASSING BY THE
007370* CONTROL RECORDS AND OTHER YEARS.  HIGH-VALUES IN THE KEY IN
007380* HAND MEANS THE EARLIER FILINGS ARE DONE.
007390*****************************************************************
007400 2300-READ-PRIOR.
007410     READ SORTED-PRIOR-FILE
007420         AT END
007430             SET WS-PRIOR-EOF TO TRUE
007440             MOVE HIGH-VALUES TO WS-PRIOR-CUR-KEY
007450             GO TO 2300-EXIT
007460     END-READ.
007470     MOVE SRT-PRI-KEY TO WS-PRIOR-CUR-KEY.
007480 2300-EXIT.
007490     EXIT.
007500 2350-NEXT-YEAR-PRIOR.
007510     PERFORM 2300-READ-PRIOR THRU 2300-EXIT.
007520     PERFORM 2300-READ-PRIOR THRU 2300-EXIT
007530         UNTIL WS-PRIOR-EOF
007540             OR (SRT-PRI-DETAIL
007550                 AND SRT-PRI-YEAR = WS-TAX-YEAR).
007560 2350-EXIT.
007570     EXIT.
007580*****************************************************************
007590* 2400-GATHER-PRIOR - THE EARLIER FILINGS FOR AN ACCOUNT ARRIVE
007600* IN FILING-SEQUENCE ORDER, SO THE LAST ONE READ IS THE AMOUNT
007610* LAST SENT.
007620*****************************************************************
007630 2400-GATHER-PRIOR.
007640     SET WS-PRIOR-HIT TO TRUE.
007650     MOVE SRT-PRI-INTEREST TO WS-ACC-PRIOR-AMOUNT.
007660     PERFORM 2350-NEXT-YEAR-PRIOR THRU 2350-EXIT.
007670 2400-EXIT.
007680     EXIT.
007690*****************************************************************
007700* 2600-SETTLE-ACCOUNT - ROUND THE ACCOUNT'S YEAR TO CENTS, LOOK
007710* UP ITS STATUS AND DECIDE WHAT TO SEND.  INTEREST THAT NETS TO
007720* ZERO OR BELOW IS REPORTED AS NOTHING.  AN ORIGINAL FILING
007730* SENDS EVERY ACCOUNT WITH INTEREST TO REPORT; A CORRECTED
007740* FILING SENDS ONLY AN ACCOUNT WHOSE AMOUNT DIFFERS FROM THE
007750* ONE LAST SENT.
007760*****************************************************************
007770 2600-SETTLE-ACCOUNT.
007780     MOVE ZERO TO WS-ACC-NEW-AMOUNT.
007790     MOVE SPACE TO WS-ACC-CHANGE-CODE.
007800     IF WS-POSTINGS-HIT
007810         ADD 1 TO WS-GRAND-ACCOUNTS
007820         ADD WS-ACC-POSTED TO WS-GRAND-POSTED
007830         COMPUTE WS-ACC-ROUNDED ROUNDED = WS-ACC-POSTED
007840         IF WS-ACC-ROUNDED > ZERO
007850             MOVE WS-ACC-ROUNDED TO WS-ACC-NEW-AMOUNT
007860             ADD 1 TO WS-GRAND-REPORTED
007870             ADD WS-ACC-ROUNDED TO WS-GRAND-REPORTED-AMT
007880             ADD WS-ACC-POSTED TO WS-GRAND-REPORTED-POSTED
007890         ELSE
007900             ADD 1 TO WS-GRAND-NOT-REPORTED
007910             ADD WS-ACC-POSTED TO WS-GRAND-NOT-REP-POSTED
007920         END-IF
007930     END-IF.
007940     PERFORM 2700-LOOKUP-STATUS THRU 2700-EXIT.
007950     IF NOT WS-CORRECTED-RUN
007960         IF WS-ACC-NEW-AMOUNT > ZERO
007970             MOVE 'REPORTED' TO WS-ACC-ACTION
007980             PERFORM 2800-WRITE-TAX-DETAIL THRU 2800-EXIT
007990         ELSE
008000             MOVE 'NOT REPORTED - NET NOT POSITIVE'
008010                 TO WS-ACC-ACTION
008020         END-IF
008030         GO TO 2600-PRINT
008040     END-IF.
008050     IF WS-ACC-NEW-AMOUNT = WS-ACC-PRIOR-AMOUNT
008060         AND (WS-PRIOR-HIT OR WS-ACC-NEW-AMOUNT = ZERO)
008070         ADD 1 TO WS-GRAND-UNCHANGED
008080         IF WS-ACC-NEW-AMOUNT > ZERO
008090             MOVE 'UNCHANGED - NOT SENT' TO WS-ACC-ACTION
008100         ELSE
008110             MOVE 'NOT REPORTED - NET NOT POSITIVE'
008120                 TO WS-ACC-ACTION
008130         END-IF
008140         GO TO 2600-PRINT
008150     END-IF.
008160     IF NOT WS-PRIOR-HIT
008170         MOVE 'A' TO WS-ACC-CHANGE-CODE
008180         MOVE 'CORRECTED - ADDED' TO WS-ACC-ACTION
008190     ELSE
008200     IF WS-ACC-NEW-AMOUNT = ZERO
008210         MOVE 'Z' TO WS-ACC-CHANGE-CODE
008220         MOVE 'CORRECTED - REDUCED TO ZERO' TO WS-ACC-ACTION
008230     ELSE
008240         MOVE 'C' TO WS-ACC-CHANGE-CODE
008250         MOVE 'CORRECTED - AMOUNT CHANGED' TO WS-ACC-ACTION
008260     END-IF
008270     END-IF.
008280     PERFORM 2800-WRITE-TAX-DETAIL THRU 2800-EXIT.
008290 2600-PRINT.
008300     IF WS-RPT-LINE-COUNT >= WS-RPT-PAGE-SIZE
008310         PERFORM 7100-WRITE-REPORT-HEADINGS THRU 7100-EXIT
008320     END-IF.
008330     MOVE WS-ACC-KEY TO WS-RPT-DET-KEY.
008340     MOVE WS-ACC-STATUS TO WS-RPT-DET-STATUS.
008350     MOVE WS-ACC-MONTHS TO WS-RPT-DET-MONTHS.
008360     IF WS-POSTINGS-HIT
008370         MOVE WS-ACC-ROUNDED TO WS-RPT-DET-INTEREST
008380     ELSE
008390         MOVE ZERO TO WS-RPT-DET-INTEREST
008400     END-IF.
008410     MOVE WS-ACC-PRIOR-AMOUNT TO WS-RPT-DET-PRIOR.
008420     MOVE WS-ACC-ACTION TO WS-RPT-DET-ACTION.
008430     WRITE PRINT-RECORD FROM WS-REPORT-DETAIL
008440         AFTER ADVANCING 1 LINE.
008450     ADD 1 TO WS-RPT-LINE-COUNT.
008460 2600-EXIT.
008470     EXIT.
008480*****************************************************************
008490* 2700-LOOKUP-STATUS - READ THE ACCOUNT MASTER CLUSTER FOR THE
008500* ACCOUNT'S STATUS.  AN ACCOUNT NOT ON FILE IS STILL REPORTED -
008510* THE INTEREST WAS PAID - WITH STATUS 'X', AND LISTED FOR THE
008520* TAX TEAM.  A READ FAILURE REFUSES THE RUN.
008530*****************************************************************
008540 2700-LOOKUP-STATUS.
008550     MOVE WS-ACC-KEY TO ACCT-KEY.
008560     READ ACCT-FILE.
008570     IF WS-ACCT-FILE-STATUS = '00'
008580         MOVE ACCT-STATUS TO WS-ACC-STATUS
008590     ELSE
008600     IF WS-ACCT-FILE-STATUS = '23'
008610         MOVE 'X' TO WS-ACC-STATUS
008620         ADD 1 TO WS-GRAND-NOT-ON-FILE
008630         MOVE SPACES TO WS-PRINT-LINE
008640         STRING 'ACCOUNT NOT ON MASTER - KEY: ' DELIMITED BY SIZE
008650             WS-ACC-KEY DELIMITED BY SIZE
008660             INTO WS-PRINT-LINE
008670         END-STRING
008680         WRITE PRINT-RECORD FROM WS-PRINT-LINE
008690             AFTER ADVANCING 1 LINE
008700         ADD 1 TO WS-RPT-LINE-COUNT
008710     ELSE
008720         MOVE 'X' TO WS-ACC-STATUS
008730         SET WS-RUN-REFUSED TO TRUE
008740         MOVE SPACES TO WS-PRINT-LINE
008750         STRING 'ACCOUNT MASTER READ FAILED - STATUS: '
008760             DELIMITED BY SIZE
008770             WS-ACCT-FILE-STATUS DELIMITED BY SIZE
008780             '  KEY: ' DELIMITED BY SIZE
008790             WS-ACC-KEY DELIMITED BY SIZE
008800             INTO WS-PRINT-LINE
008810         END-STRING
008820         WRITE PRINT-RECORD FROM WS-PRINT-LINE
008830             AFTER ADVANCING 1 LINE
008840         ADD 1 TO WS-RPT-LINE-COUNT
008850     END-IF
008860     END-IF.
008870 2700-EXIT.
008880     EXIT.
008890*****************************************************************
008900* 2800-WRITE-TAX-DETAIL - WRITE THE ACCOUNT'S EXTRACT DETAIL
008910* RECORD AND ROLL IT INTO THE CONTROL TOTALS.
008920*****************************************************************
008930 2800-WRITE-TAX-DETAIL.
008940     MOVE SPACES TO TAX-RECORD.
008950     SET TAX-DETAIL-REC TO TRUE.
008960     PERFORM 2850-SET-FILING-FIELDS THRU 2850-EXIT.
008970     MOVE WS-ACC-KEY TO TAX-ACCOUNT-KEY.
008980     MOVE WS-ACC-STATUS TO TAX-ACCOUNT-STATUS.
008990     MOVE WS-ACC-CHANGE-CODE TO TAX-CHANGE-CODE.
009000     MOVE WS-ACC-NEW-AMOUNT TO TAX-INTEREST-PAID.
009010     MOVE WS-ACC-PRIOR-AMOUNT TO TAX-PRIOR-INTEREST.
009020     MOVE WS-ACC-MONTHS TO TAX-POSTING-MONTHS.
009030     WRITE TAX-RECORD.
009040     ADD 1 TO WS-GRAND-EXTRACT-COUNT.
009050     ADD WS-ACC-NEW-AMOUNT TO WS-GRAND-EXTRACT-AMT.
009060 2800-EXIT.
009070     EXIT.
009080 2850-SET-FILING-FIELDS.
009090     MOVE WS-TAX-YEAR TO TAX-YEAR.
009100     IF WS-CORRECTED-RUN
009110         SET TAX-CORRECTED-FILING TO TRUE
009120     ELSE
009130         SET TAX-ORIGINAL-FILING TO TRUE
009140     END-IF.
009150     MOVE WS-FILING-SEQ TO TAX-FILING-SEQ.
009160 2850-EXIT.
009170     EXIT.
009180*****************************************************************
009190* 7000-WRAP-UP - CLOSE THE EXTRACT WITH ITS CONTROL RECORD, PRINT
009200* THE YEAR'S TOTALS AND TIE THE ACCOUNTS BACK TO THE PROVEN YEAR.
009210* A RUN THAT FOUND NOTHING TO SEND WRITES NO CONTROL RECORD, SO
009220* THE FILE STAYS EMPTY AND THE FILING SEQUENCE IS NOT USED UP.
009230*****************************************************************
009240 7000-WRAP-UP.
009250     IF WS-GRAND-EXTRACT-COUNT > ZERO
009260         MOVE SPACES TO TAX-RECORD
009270         SET TAX-CONTROL-REC TO TRUE
009280         PERFORM 2850-SET-FILING-FIELDS THRU 2850-EXIT
009290         MOVE WS-GRAND-EXTRACT-COUNT TO TAX-CTL-RECORD-COUNT
009300         MOVE WS-GRAND-EXTRACT-AMT TO TAX-CTL-INTEREST-TOTAL
009310         MOVE WS-RUN-DATE TO TAX-CTL-CREATE-DATE
009320         WRITE TAX-RECORD
009330     ELSE
009340         SET WS-NOTHING-SENT TO TRUE
009350     END-IF.
009360     MOVE 'ACCOUNTS POSTED / NET INTEREST POSTED'
009370         TO WS-RPT-GRD-LABEL.
009380     MOVE WS-GRAND-ACCOUNTS TO WS-RPT-GRD-COUNT.
009390     MOVE WS-GRAND-POSTED TO WS-RPT-GRD-AMOUNT.
009400     WRITE PRINT-RECORD FROM WS-REGISTER-GRAND-LINE
009410         AFTER ADVANCING 2 LINES.
009420     MOVE 'ACCOUNTS NOT REPORTED - NET NOT POSITIVE'
009430         TO WS-RPT-GRD-LABEL.
009440     MOVE WS-GRAND-NOT-REPORTED TO WS-RPT-GRD-COUNT.
009450     MOVE WS-GRAND-NOT-REP-POSTED TO WS-RPT-GRD-AMOUNT.
009460     WRITE PRINT-RECORD FROM WS-REGISTER-GRAND-LINE.
009470     MOVE 'ACCOUNTS REPORTED / INTEREST REPORTED'
009480         TO WS-RPT-GRD-LABEL.
009490     MOVE WS-GRAND-REPORTED TO WS-RPT-GRD-COUNT.
009500     MOVE WS-GRAND-REPORTED-AMT TO WS-RPT-GRD-AMOUNT.
009510     WRITE PRINT-RECORD FROM WS-REGISTER-GRAND-LINE.
009520     COMPUTE WS-GRAND-ROUNDING =
009530         WS-GRAND-REPORTED-AMT - WS-GRAND-REPORTED-POSTED.
009540     MOVE 'ROUNDING TO CENTS ON REPORTED ACCOUNTS'
009550         TO WS-RPT-GRD-LABEL.
009560     MOVE ZERO TO WS-RPT-GRD-COUNT.
009570     MOVE WS-GRAND-ROUNDING TO WS-RPT-GRD-AMOUNT.
009580     WRITE PRINT-RECORD FROM WS-REGISTER-GRAND-LINE.
009590     IF WS-CORRECTED-RUN
009600         MOVE 'ACCOUNTS UNCHANGED SINCE THE LAST FILING'
009610             TO WS-RPT-GRD-LABEL
009620         MOVE WS-GRAND-UNCHANGED TO WS-RPT-GRD-COUNT
009630         MOVE ZERO TO WS-RPT-GRD-AMOUNT
009640         WRITE PRINT-RECORD FROM WS-REGISTER-GRAND-LINE
009650     END-IF.
009660     MOVE 'ACCOUNTS NOT ON THE ACCOUNT MASTER'
009670         TO WS-RPT-GRD-LABEL.
009680     MOVE WS-GRAND-NOT-ON-FILE TO WS-RPT-GRD-COUNT.
009690     MOVE ZERO TO WS-RPT-GRD-AMOUNT.
009700     WRITE PRINT-RECORD FROM WS-REGISTER-GRAND-LINE.
009710     MOVE 'EXTRACT DETAIL RECORDS / EXTRACT TOTAL'
009720         TO WS-RPT-GRD-LABEL.
009730     MOVE WS-GRAND-EXTRACT-COUNT TO WS-RPT-GRD-COUNT.
009740     MOVE WS-GRAND-EXTRACT-AMT TO WS-RPT-GRD-AMOUNT.
009750     WRITE PRINT-RECORD FROM WS-REGISTER-GRAND-LINE.
009760     IF WS-NOTHING-SENT
009770         MOVE SPACES TO WS-PRINT-LINE
009780         STRING 'NO ACCOUNT TO SEND - EXTRACT LEFT EMPTY'
009790             DELIMITED BY SIZE INTO WS-PRINT-LINE
009800         END-STRING
009810         WRITE PRINT-RECORD FROM WS-PRINT-LINE
009820             AFTER ADVANCING 2 LINES
009830     END-IF.
009840     PERFORM 7300-TIE-TO-REGISTERS THRU 7300-EXIT.
009850 7000-EXIT.
009860     EXIT.
009870*****************************************************************
009880* 7100-WRITE-REPORT-HEADINGS - START A NEW PAGE WITH THE
009890* REGISTER TITLE, TAX YEAR, FILING, PAGE NUMBER AND COLUMN
009900* CAPTIONS.
009910*****************************************************************
009920 7100-WRITE-REPORT-HEADINGS.
009930     ADD 1 TO WS-RPT-PAGE-COUNT.
009940     MOVE WS-RPT-PAGE-COUNT TO WS-RPT-HDG-PAGE.
009950     WRITE PRINT-RECORD FROM WS-REPORT-HEADING-1
009960         AFTER ADVANCING PAGE.
009970     WRITE PRINT-RECORD FROM WS-REPORT-HEADING-2
009980         AFTER ADVANCING 2 LINES.
009990     MOVE 2 TO WS-RPT-LINE-COUNT.
010000 7100-EXIT.
010010     EXIT.
010020*****************************************************************
010030* 7300-TIE-TO-REGISTERS - COMPARE THE INTEREST SETTLED ACCOUNT BY
010040* ACCOUNT AGAINST THE SUM OF THE TWELVE MONTHLY REGISTERS AND
010050* PRINT THE OUTCOME.
010060*****************************************************************
010070 7300-TIE-TO-REGISTERS.
010080     MOVE WS-PROOF-CTL-INTEREST TO WS-TIE-CONTROL-DISP.
010090     MOVE WS-GRAND-POSTED TO WS-TIE-REGISTER-DISP.
010100     MOVE SPACES TO WS-PRINT-LINE.
010110     STRING 'SUM OF MONTHLY REGISTERS: ' DELIMITED BY SIZE
010120         WS-TIE-CONTROL-DISP DELIMITED BY SIZE
010130         '  ACCOUNTS TOTAL: ' DELIMITED BY SIZE
010140         WS-TIE-REGISTER-DISP DELIMITED BY SIZE
010150         INTO WS-PRINT-LINE
010160     END-STRING.
010170     WRITE PRINT-RECORD FROM WS-PRINT-LINE
010180         AFTER ADVANCING 2 LINES.
010190     COMPUTE WS-TIE-DIFFERENCE =
010200         WS-GRAND-POSTED - WS-PROOF-CTL-INTEREST.
010210     IF WS-TIE-DIFFERENCE NOT = ZERO
010220         SET WS-RUN-REFUSED TO TRUE
010230         MOVE SPACES TO WS-PRINT-LINE
010240         STRING 'ACCOUNTS OUT OF BALANCE WITH THE MONTHLY '
010250             DELIMITED BY SIZE
010260             'REGISTERS - EXTRACT MUST NOT BE SENT'
010270             DELIMITED BY SIZE
010280             INTO WS-PRINT-LINE
010290         END-STRING
010300         WRITE PRINT-RECORD FROM WS-PRINT-LINE
010310     ELSE
010320         MOVE SPACES TO WS-PRINT-LINE
010330         STRING 'ACCOUNTS TIE TO THE TWELVE MONTHLY REGISTERS'
010340             DELIMITED BY SIZE INTO WS-PRINT-LINE
010350         END-STRING
010360         WRITE PRINT-RECORD FROM WS-PRINT-LINE
010370     END-IF.
010380 7300-EXIT.
010390     EXIT.
010400*****************************************************************
010410* 8000-TERMINATE - SET THE RETURN CODE AND CLOSE FILES.  A BAD
010420* PARM OR A REFUSED YEAR RETURNS 8 SO THE TRANSMISSION TO THE
010430* FORMS VENDOR NEVER SEES AN UNPROVEN EXTRACT; NOTHING TO SEND,
010440* OR AN ACCOUNT MISSING FROM THE MASTER, RETURNS 4 FOR THE TAX
010450* TEAM TO LOOK AT.
010460*****************************************************************
010470 8000-TERMINATE.
010480     IF WS-PARM-BAD OR WS-RUN-REFUSED
010490         MOVE 8 TO RETURN-CODE
010500     ELSE
010510     IF WS-NO-POSTINGS OR WS-NOTHING-SENT
010520         OR WS-GRAND-NOT-ON-FILE > ZERO
010530         MOVE 4 TO RETURN-CODE
010540     ELSE
010550         MOVE 0 TO RETURN-CODE
010560     END-IF
010570     END-IF.
010580     IF WS-SORTED-OPEN
010590         CLOSE SORTED-POST-FILE
010600         CLOSE SORTED-PRIOR-FILE
010610     END-IF.
010620     IF WS-ACCT-FILE-OPEN
010630         CLOSE ACCT-FILE
010640     END-IF.
010650     IF NOT WS-PARM-BAD
010660         CLOSE TAX-FILE
010670     END-IF.
010680     CLOSE PRINT-FILE.
010690 8000-EXIT.
010700     EXIT.
