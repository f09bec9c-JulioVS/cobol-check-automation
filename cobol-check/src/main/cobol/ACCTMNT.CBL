000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ACCTMNT.
000030 AUTHOR.  R HARMON.
000040 INSTALLATION.  NUMERIC RECONCILIATION - BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* ACCOUNT MASTER MAINTENANCE, IN THE SPIRIT OF THE CODE-FILE
000090* AND RATE-FILE MAINTENANCE RUNS.  A CARD DECK OF OPEN, CLOSE,
000100* FREEZE AND UNFREEZE CARDS IS APPLIED TO THE ACCOUNT STATUS
000110* ON THE ACCOUNT MASTER CLUSTER IN PLACE.  AN OPEN OF A KEY NOT
000120* YET ON THE CLUSTER ADDS THE ACCOUNT; AN OPEN OF A CLOSED
000130* ACCOUNT REOPENS IT.  A CLOSE IS REFUSED WHILE THE ACCOUNT
000140* STILL HAS ITEMS ON THE OPEN-EXCEPTION CARRY-FORWARD FILE OR
000150* INTEREST ACCRUED IN THE CURRENT MONTH'S ACCRUAL GENERATIONS
000160* - CLOSING IT WOULD REJECT THE CORRECTIONS THE DESK IS STILL
000170* WORKING AND STRAND ACCRUALS THE MONTH-END POSTING HAS NOT
000180* YET PAID.  EVERY APPLIED CHANGE LEAVES A BEFORE/AFTER RECORD
000190* ON THE AUDIT TRAIL AND EVERY CARD LEAVES A DISPOSITION LINE
000200* ON THE REPORT.
000210*****************************************************************
000220* MODIFICATION HISTORY
000230*-----------------------------------------------------------
000240* DATE       INIT  DESCRIPTION
000250*-----------------------------------------------------------
000260* 10/15/26    RH   ORIGINAL PROGRAM.  UNTIL NOW THE ACCOUNTS
000270*                  AREA CHANGED ACCOUNT STATUS WITH AD HOC
000280*                  UTILITY RUNS THAT LEFT NO TRAIL.
000290*-----------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT ACCT-FILE ASSIGN TO ACCTKSDS
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS ACCT-KEY
000370         FILE STATUS IS WS-ACCT-FILE-STATUS.
000380     SELECT MNT-FILE ASSIGN TO MNTIN
000390         ORGANIZATION IS SEQUENTIAL.
000400     SELECT OPEN-EXC-FILE ASSIGN TO OPENIN
000410         ORGANIZATION IS SEQUENTIAL.
000420     SELECT ACCRUAL-FILE ASSIGN TO ACCRIN
000430         ORGANIZATION IS SEQUENTIAL.
000440     SELECT AUDIT-FILE ASSIGN TO AUDTOUT
000450         ORGANIZATION IS SEQUENTIAL.
000460     SELECT PRINT-FILE ASSIGN TO RPTOUT
000470         ORGANIZATION IS SEQUENTIAL.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  ACCT-FILE
000510     LABEL RECORDS ARE STANDARD.
000520     COPY ACCTREC.
000530 FD  MNT-FILE
000540     RECORDING MODE IS F
000550     LABEL RECORDS ARE STANDARD.
000560 01  MNT-RECORD.
000570     05  MNT-ACTION           PIC X(01).
000580     05  MNT-ACCT-KEY         PIC X(10).
000590     05  FILLER               PIC X(69).
000600 FD  OPEN-EXC-FILE
000610     RECORDING MODE IS F
000620     LABEL RECORDS ARE STANDARD.
000630     COPY OPENEXC.
000640 FD  ACCRUAL-FILE
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE STANDARD.
000670     COPY ACCRREC.
000680 FD  AUDIT-FILE
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD.
000710 01  AUDIT-RECORD.
000720     05  AUDIT-DATE           PIC 9(08).
000730     05  AUDIT-ACTION         PIC X(01).
000740     05  AUDIT-ACCT-KEY       PIC X(10).
000750     05  AUDIT-OLD-STATUS     PIC X(01).
000760     05  AUDIT-NEW-STATUS     PIC X(01).
000770     05  FILLER               PIC X(59).
000780 FD  PRINT-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE OMITTED.
000810 01  PRINT-RECORD                 PIC X(80).
000820 WORKING-STORAGE SECTION.
000830 01  WS-SWITCHES.
000840     05  WS-MNT-EOF-SW        PIC X(01)      VALUE 'N'.
000850         88  WS-MNT-EOF                      VALUE 'Y'.
000860     05  WS-OEX-EOF-SW        PIC X(01)      VALUE 'N'.
000870         88  WS-OEX-EOF                      VALUE 'Y'.
000880     05  WS-ACCR-EOF-SW       PIC X(01)      VALUE 'N'.
000890         88  WS-ACCR-EOF                     VALUE 'Y'.
000900     05  WS-LOAD-FAILED-SW    PIC X(01)      VALUE 'N'.
000910         88  WS-LOAD-FAILED                  VALUE 'Y'.
000920     05  WS-ACCT-OPEN-SW      PIC X(01)      VALUE 'N'.
000930         88  WS-ACCT-FILE-OPEN               VALUE 'Y'.
000940 01  WS-ACCT-FILE-STATUS          PIC X(02) VALUE SPACES.
000950 01  WS-PRINT-LINE                PIC X(80).
000960*****************************************************************
000970* THE CARD DECK IS LOADED WHOLE BEFORE ANYTHING IS APPLIED, SO
000980* ONE PASS OF THE OPEN-EXCEPTION FILE AND ONE PASS OF THE
000990* MONTH'S ACCRUALS CAN MARK EVERY CARD'S KEY - THE DECK IS A
001000* FEW DOZEN CARDS, THE ACCRUALS ARE A MONTH OF NIGHTS.
001010*****************************************************************
001020 01  WS-CARD-TABLE-AREA.
001030     05  WS-CARD-TAB-COUNT    PIC S9(04) COMP VALUE ZERO.
001040     05  WS-CARD-TAB-ENTRY    OCCURS 500 TIMES.
001050         10  WS-CARD-ACTION   PIC X(01).
001060             88  WS-CARD-OPEN            VALUE 'O'.
001070             88  WS-CARD-CLOSE           VALUE 'C'.
001080             88  WS-CARD-FREEZE          VALUE 'F'.
001090             88  WS-CARD-UNFREEZE        VALUE 'U'.
001100         10  WS-CARD-KEY      PIC X(10).
001110         10  WS-CARD-OPEN-EXC-SW
001120                              PIC X(01).
001130             88  WS-CARD-ON-OPEN-EXC     VALUE 'Y'.
001140         10  WS-CARD-ACCRUAL-SW
001150                              PIC X(01).
001160             88  WS-CARD-HAS-ACCRUAL     VALUE 'Y'.
001170 01  WS-CARD-SUB                  PIC S9(04) COMP VALUE ZERO.
001180 01  WS-LOOKUP-KEY                PIC X(10) VALUE SPACES.
001190 01  WS-COUNTERS.
001200     05  WS-CARDS-READ            PIC 9(05) COMP-3 VALUE ZERO.
001210     05  WS-CARDS-APPLIED         PIC 9(05) COMP-3 VALUE ZERO.
001220     05  WS-CARDS-REJECTED        PIC 9(05) COMP-3 VALUE ZERO.
001230     05  WS-ACCOUNTS-ADDED        PIC 9(05) COMP-3 VALUE ZERO.
001240     05  WS-COUNT-DISPLAY         PIC ZZ,ZZ9.
001250 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
001260 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
001270     05  WS-RUN-YYYYMM            PIC 9(06).
001280     05  WS-RUN-DD                PIC 9(02).
001290 01  WS-ACCR-DATE-WORK            PIC 9(08) VALUE ZERO.
001300 01  WS-ACCR-DATE-PARTS REDEFINES WS-ACCR-DATE-WORK.
001310     05  WS-ACCR-YYYYMM           PIC 9(06).
001320     05  WS-ACCR-DD               PIC 9(02).
001330 01  WS-OLD-STATUS                PIC X(01) VALUE SPACE.
001340 01  WS-NEW-STATUS                PIC X(01) VALUE SPACE.
001350 01  WS-REJECT-REASON             PIC X(35) VALUE SPACES.
001360 PROCEDURE DIVISION.
001370 0000-MAINLINE.
001380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001390     PERFORM 2000-PROCESS-MNT-CARD THRU 2000-EXIT
001400         VARYING WS-CARD-SUB FROM 1 BY 1
001410         UNTIL WS-CARD-SUB > WS-CARD-TAB-COUNT
001420             OR WS-LOAD-FAILED.
001430     PERFORM 7000-WRITE-RUN-TOTALS THRU 7000-EXIT.
001440     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001450     GOBACK.
001460*****************************************************************
001470* 1000-INITIALIZE - OPEN FILES, LOAD THE CARD DECK, MARK EVERY
001480* CARD WHOSE ACCOUNT STILL HAS OPEN EXCEPTIONS OR CURRENT-
001490* MONTH ACCRUALS, AND OPEN THE ACCOUNT MASTER FOR UPDATE.  A
001500* MASTER THAT WILL NOT OPEN ABANDONS THE RUN.
001510*****************************************************************
001520 1000-INITIALIZE.
001530     OPEN INPUT MNT-FILE.
001540     OPEN INPUT OPEN-EXC-FILE.
001550     OPEN INPUT ACCRUAL-FILE.
001560     OPEN OUTPUT AUDIT-FILE.
001570     OPEN OUTPUT PRINT-FILE.
001580     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001590     PERFORM 1100-LOAD-CARD-TABLE THRU 1100-EXIT.
001600     PERFORM 1200-MARK-OPEN-EXCEPTIONS THRU 1200-EXIT.
001610     PERFORM 1300-MARK-MONTH-ACCRUALS THRU 1300-EXIT.
001620     IF WS-LOAD-FAILED
001630         GO TO 1000-EXIT
001640     END-IF.
001650     OPEN I-O ACCT-FILE.
001660     IF WS-ACCT-FILE-STATUS = '00'
001670         SET WS-ACCT-FILE-OPEN TO TRUE
001680     ELSE
001690         SET WS-LOAD-FAILED TO TRUE
001700         MOVE SPACES TO WS-PRINT-LINE
001710         STRING 'ACCOUNT MASTER OPEN FAILED - STATUS: '
001720             DELIMITED BY SIZE
001730             WS-ACCT-FILE-STATUS DELIMITED BY SIZE
001740             INTO WS-PRINT-LINE
001750         END-STRING
001760         WRITE PRINT-RECORD FROM WS-PRINT-LINE
001770     END-IF.
001780 1000-EXIT.
001790     EXIT.
001800*****************************************************************
001810* 1100-LOAD-CARD-TABLE - READ THE WHOLE CARD DECK INTO THE
001820* CARD TABLE.  A DECK BIGGER THAN THE TABLE FAILS THE RUN
001830* OUTRIGHT RATHER THAN QUIETLY DROPPING CARDS.
001840*****************************************************************
001850 1100-LOAD-CARD-TABLE.
001860     PERFORM 1150-READ-MNT-CARD THRU 1150-EXIT.
001870     PERFORM 1160-STORE-CARD-ENTRY THRU 1160-EXIT
001880         UNTIL WS-MNT-EOF OR WS-LOAD-FAILED.
001890     CLOSE MNT-FILE.
001900 1100-EXIT.
001910     EXIT.
001920 1150-READ-MNT-CARD.
001930     READ MNT-FILE
001940         AT END
001950             SET WS-MNT-EOF TO TRUE
001960             GO TO 1150-EXIT
001970     END-READ.
001980 1150-EXIT.
001990     EXIT.
002000 1160-STORE-CARD-ENTRY.
002010     IF WS-CARD-TAB-COUNT >= 500
002020         SET WS-LOAD-FAILED TO TRUE
002030         MOVE SPACES TO WS-PRINT-LINE
002040         STRING 'CARD DECK EXCEEDS TABLE - RUN ABANDONED'
002050             DELIMITED BY SIZE INTO WS-PRINT-LINE
002060         END-STRING
002070         WRITE PRINT-RECORD FROM WS-PRINT-LINE
002080         GO TO 1160-EXIT
002090     END-IF.
002100     ADD 1 TO WS-CARD-TAB-COUNT.
002110     MOVE MNT-ACTION TO WS-CARD-ACTION (WS-CARD-TAB-COUNT).
002120     MOVE MNT-ACCT-KEY TO WS-CARD-KEY (WS-CARD-TAB-COUNT).
002130     MOVE 'N' TO WS-CARD-OPEN-EXC-SW (WS-CARD-TAB-COUNT).
002140     MOVE 'N' TO WS-CARD-ACCRUAL-SW (WS-CARD-TAB-COUNT).
002150     PERFORM 1150-READ-MNT-CARD THRU 1150-EXIT.
002160 1160-EXIT.
002170     EXIT.
002180*****************************************************************
002190* 1200-MARK-OPEN-EXCEPTIONS - PASS THE CURRENT GENERATION OF
002200* THE OPEN-EXCEPTION CARRY-FORWARD FILE AND MARK EVERY CARD
002210* WHOSE ACCOUNT STILL HAS AN ITEM ON IT.
002220*****************************************************************
002230 1200-MARK-OPEN-EXCEPTIONS.
002240     PERFORM 1250-READ-OPEN-EXC THRU 1250-EXIT.
002250     PERFORM 1260-MARK-ONE-OPEN-EXC THRU 1260-EXIT
002260         UNTIL WS-OEX-EOF.
002270     CLOSE OPEN-EXC-FILE.
002280 1200-EXIT.
002290     EXIT.
002300 1250-READ-OPEN-EXC.
002310     READ OPEN-EXC-FILE
002320         AT END
002330             SET WS-OEX-EOF TO TRUE
002340             GO TO 1250-EXIT
002350     END-READ.
002360 1250-EXIT.
002370     EXIT.
002380 1260-MARK-ONE-OPEN-EXC.
002390     MOVE OEX-KEY TO WS-LOOKUP-KEY.
002400     PERFORM 1270-TEST-OPEN-EXC-CARD THRU 1270-EXIT
002410         VARYING WS-CARD-SUB FROM 1 BY 1
002420         UNTIL WS-CARD-SUB > WS-CARD-TAB-COUNT.
002430     PERFORM 1250-READ-OPEN-EXC THRU 1250-EXIT.
002440 1260-EXIT.
002450     EXIT.
002460 1270-TEST-OPEN-EXC-CARD.
002470     IF WS-CARD-KEY (WS-CARD-SUB) = WS-LOOKUP-KEY
002480         SET WS-CARD-ON-OPEN-EXC (WS-CARD-SUB) TO TRUE
002490     END-IF.
002500 1270-EXIT.
002510     EXIT.
002520*****************************************************************
002530* 1300-MARK-MONTH-ACCRUALS - PASS THE ACCRUAL GENERATIONS (THE
002540* GDG BASE NAME CONCATENATES THEM ALL, AS IN THE MONTH-END
002550* POSTING) AND MARK EVERY CARD WHOSE ACCOUNT ACCRUED INTEREST
002560* IN THE CURRENT MONTH.  OLDER MONTHS HAVE ALREADY POSTED.
002570*****************************************************************
002580 1300-MARK-MONTH-ACCRUALS.
002590     PERFORM 1350-READ-ACCRUAL THRU 1350-EXIT.
002600     PERFORM 1360-MARK-ONE-ACCRUAL THRU 1360-EXIT
002610         UNTIL WS-ACCR-EOF.
002620     CLOSE ACCRUAL-FILE.
002630 1300-EXIT.
002640     EXIT.
002650 1350-READ-ACCRUAL.
002660     READ ACCRUAL-FILE
002670         AT END
002680             SET WS-ACCR-EOF TO TRUE
002690             GO TO 1350-EXIT
002700     END-READ.
002710 1350-EXIT.
002720     EXIT.
002730 1360-MARK-ONE-ACCRUAL.
002740     MOVE ACCR-DATE TO WS-ACCR-DATE-WORK.
002750     IF WS-ACCR-YYYYMM NOT = WS-RUN-YYYYMM
002760         GO TO 1360-READ-NEXT
002770     END-IF.
002780     MOVE ACCR-KEY TO WS-LOOKUP-KEY.
002790     PERFORM 1370-TEST-ACCRUAL-CARD THRU 1370-EXIT
002800         VARYING WS-CARD-SUB FROM 1 BY 1
002810         UNTIL WS-CARD-SUB > WS-CARD-TAB-COUNT.
002820 1360-READ-NEXT.
002830     PERFORM 1350-READ-ACCRUAL THRU 1350-EXIT.
002840 1360-EXIT.
002850     EXIT.
002860 1370-TEST-ACCRUAL-CARD.
002870     IF WS-CARD-KEY (WS-CARD-SUB) = WS-LOOKUP-KEY
002880         SET WS-CARD-HAS-ACCRUAL (WS-CARD-SUB) TO TRUE
002890     END-IF.
002900 1370-EXIT.
002910     EXIT.
002920*****************************************************************
002930* 2000-PROCESS-MNT-CARD - VALIDATE ONE MAINTENANCE CARD AND
002940* APPLY IT.  EVERY CARD LEAVES A REPORT LINE - APPLIED, OR THE
002950* REASON IT WAS REJECTED.
002960*****************************************************************
002970 2000-PROCESS-MNT-CARD.
002980     ADD 1 TO WS-CARDS-READ.
002990     MOVE SPACES TO WS-REJECT-REASON.
003000     MOVE SPACE TO WS-OLD-STATUS.
003010     MOVE SPACE TO WS-NEW-STATUS.
003020     PERFORM 2250-VALIDATE-MNT-CARD THRU 2250-EXIT.
003030     IF WS-REJECT-REASON = SPACES
003040         PERFORM 2200-READ-ACCOUNT THRU 2200-EXIT
003050     END-IF.
003060     IF WS-REJECT-REASON = SPACES
003070         IF WS-CARD-OPEN (WS-CARD-SUB)
003080             PERFORM 2300-APPLY-OPEN THRU 2300-EXIT
003090         ELSE
003100         IF WS-CARD-CLOSE (WS-CARD-SUB)
003110             PERFORM 2400-APPLY-CLOSE THRU 2400-EXIT
003120         ELSE
003130         IF WS-CARD-FREEZE (WS-CARD-SUB)
003140             PERFORM 2500-APPLY-FREEZE THRU 2500-EXIT
003150         ELSE
003160             PERFORM 2550-APPLY-UNFREEZE THRU 2550-EXIT
003170         END-IF
003180         END-IF
003190         END-IF
003200     END-IF.
003210     IF WS-REJECT-REASON = SPACES
003220         ADD 1 TO WS-CARDS-APPLIED
003230         PERFORM 2700-WRITE-REPORT-LINE THRU 2700-EXIT
003240     ELSE
003250         ADD 1 TO WS-CARDS-REJECTED
003260         PERFORM 2700-WRITE-REPORT-LINE THRU 2700-EXIT
003270     END-IF.
003280 2000-EXIT.
003290     EXIT.
003300*****************************************************************
003310* 2200-READ-ACCOUNT - READ THE CARD'S ACCOUNT FROM THE MASTER.
003320* NOT ON FILE ('23') IS LEFT FOR THE ACTION TO JUDGE - ONLY AN
003330* OPEN MAY NAME A NEW KEY.  ANY OTHER STATUS ABANDONS THE RUN.
003340*****************************************************************
003350 2200-READ-ACCOUNT.
003360     MOVE WS-CARD-KEY (WS-CARD-SUB) TO ACCT-KEY.
003370     READ ACCT-FILE.
003380     IF WS-ACCT-FILE-STATUS = '00'
003390         MOVE ACCT-STATUS TO WS-OLD-STATUS
003400     ELSE
003410     IF WS-ACCT-FILE-STATUS NOT = '23'
003420         PERFORM 2800-MASTER-IO-FAILED THRU 2800-EXIT
003430     END-IF
003440     END-IF.
003450 2200-EXIT.
003460     EXIT.
003470*****************************************************************
003480* 2250-VALIDATE-MNT-CARD - EDIT CHECKS COMMON TO EVERY CARD:
003490* A RECOGNIZED ACTION AND A NON-BLANK ACCOUNT KEY.
003500*****************************************************************
003510 2250-VALIDATE-MNT-CARD.
003520     IF NOT WS-CARD-OPEN (WS-CARD-SUB)
003530         AND NOT WS-CARD-CLOSE (WS-CARD-SUB)
003540         AND NOT WS-CARD-FREEZE (WS-CARD-SUB)
003550         AND NOT WS-CARD-UNFREEZE (WS-CARD-SUB)
003560         MOVE 'ACTION NOT O, C, F OR U' TO WS-REJECT-REASON
003570         GO TO 2250-EXIT
003580     END-IF.
003590     IF WS-CARD-KEY (WS-CARD-SUB) = SPACES
003600         MOVE 'ACCOUNT KEY IS BLANK' TO WS-REJECT-REASON
003610         GO TO 2250-EXIT
003620     END-IF.
003630 2250-EXIT.
003640     EXIT.
003650*****************************************************************
003660* 2300-APPLY-OPEN - ADD A NEW ACCOUNT, OR REOPEN A CLOSED ONE.
003670* AN ACCOUNT ALREADY OPEN OR FROZEN REFUSES THE CARD - A
003680* FROZEN ACCOUNT IS RELEASED WITH AN UNFREEZE, NOT AN OPEN.
003690*****************************************************************
003700 2300-APPLY-OPEN.
003710     IF WS-ACCT-FILE-STATUS = '23'
003720         MOVE SPACES TO ACCT-RECORD
003730         MOVE WS-CARD-KEY (WS-CARD-SUB) TO ACCT-KEY
003740         SET ACCT-OPEN TO TRUE
003750         WRITE ACCT-RECORD
003760         IF WS-ACCT-FILE-STATUS NOT = '00'
003770             PERFORM 2800-MASTER-IO-FAILED THRU 2800-EXIT
003780             GO TO 2300-EXIT
003790         END-IF
003800         ADD 1 TO WS-ACCOUNTS-ADDED
003810         MOVE ACCT-STATUS TO WS-NEW-STATUS
003820         PERFORM 2600-WRITE-AUDIT-RECORD THRU 2600-EXIT
003830         GO TO 2300-EXIT
003840     END-IF.
003850     IF NOT ACCT-CLOSED
003860         MOVE 'ACCOUNT NOT CLOSED' TO WS-REJECT-REASON
003870         GO TO 2300-EXIT
003880     END-IF.
003890     SET ACCT-OPEN TO TRUE.
003900     PERFORM 2650-REWRITE-ACCOUNT THRU 2650-EXIT.
003910 2300-EXIT.
003920     EXIT.
003930*****************************************************************
003940* 2400-APPLY-CLOSE - CLOSE AN OPEN OR FROZEN ACCOUNT, UNLESS
003950* IT STILL HAS OPEN EXCEPTIONS OR CURRENT-MONTH ACCRUALS.
003960* NUMBERS REJECTS EVERY TRANSACTION FOR A CLOSED ACCOUNT, SO A
003970* PREMATURE CLOSE WOULD BOUNCE THE DESK'S CORRECTIONS AND
003980* LEAVE THE MONTH'S INTEREST ON AN ACCOUNT THAT CANNOT TAKE IT.
003990*****************************************************************
004000 2400-APPLY-CLOSE.
004010     IF WS-ACCT-FILE-STATUS = '23'
004020         MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-REASON
004030         GO TO 2400-EXIT
004040     END-IF.
004050     IF ACCT-CLOSED
004060         MOVE 'ACCOUNT ALREADY CLOSED' TO WS-REJECT-REASON
004070         GO TO 2400-EXIT
004080     END-IF.
004090     IF WS-CARD-ON-OPEN-EXC (WS-CARD-SUB)
004100         MOVE 'ACCOUNT HAS OPEN EXCEPTIONS'
004110             TO WS-REJECT-REASON
004120         GO TO 2400-EXIT
004130     END-IF.
004140     IF WS-CARD-HAS-ACCRUAL (WS-CARD-SUB)
004150         MOVE 'ACCOUNT HAS ACCRUALS THIS MONTH'
004160             TO WS-REJECT-REASON
004170         GO TO 2400-EXIT
004180     END-IF.
004190     SET ACCT-CLOSED TO TRUE.
004200     PERFORM 2650-REWRITE-ACCOUNT THRU 2650-EXIT.
004210 2400-EXIT.
004220     EXIT.
004230*****************************************************************
004240* 2500-APPLY-FREEZE - FREEZE AN OPEN ACCOUNT.
004250*****************************************************************
004260 2500-APPLY-FREEZE.
004270     IF WS-ACCT-FILE-STATUS = '23'
004280         MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-REASON
004290         GO TO 2500-EXIT
004300     END-IF.
004310     IF NOT ACCT-OPEN
004320         MOVE 'ACCOUNT NOT OPEN' TO WS-REJECT-REASON
004330         GO TO 2500-EXIT
004340     END-IF.
004350     SET ACCT-FROZEN TO TRUE.
004360     PERFORM 2650-REWRITE-ACCOUNT THRU 2650-EXIT.
004370 2500-EXIT.
004380     EXIT.
004390*****************************************************************
004400* 2550-APPLY-UNFREEZE - RETURN A FROZEN ACCOUNT TO OPEN.
004410*****************************************************************
004420 2550-APPLY-UNFREEZE.
004430     IF WS-ACCT-FILE-STATUS = '23'
004440         MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-REASON
004450         GO TO 2550-EXIT
004460     END-IF.
004470     IF NOT ACCT-FROZEN
004480         MOVE 'ACCOUNT NOT FROZEN' TO WS-REJECT-REASON
004490         GO TO 2550-EXIT
004500     END-IF.
004510     SET ACCT-OPEN TO TRUE.
004520     PERFORM 2650-REWRITE-ACCOUNT THRU 2650-EXIT.
004530 2550-EXIT.
004540     EXIT.
004550*****************************************************************
004560* 2600-WRITE-AUDIT-RECORD - ONE BEFORE/AFTER RECORD PER
004570* APPLIED CHANGE.  THE CALLER HAS ALREADY SET THE OLD AND NEW
004580* STATUS - A NEWLY ADDED ACCOUNT HAS A BLANK OLD STATUS.
004590*****************************************************************
004600 2600-WRITE-AUDIT-RECORD.
004610     MOVE SPACES TO AUDIT-RECORD.
004620     MOVE WS-RUN-DATE TO AUDIT-DATE.
004630     MOVE WS-CARD-ACTION (WS-CARD-SUB) TO AUDIT-ACTION.
004640     MOVE WS-CARD-KEY (WS-CARD-SUB) TO AUDIT-ACCT-KEY.
004650     MOVE WS-OLD-STATUS TO AUDIT-OLD-STATUS.
004660     MOVE WS-NEW-STATUS TO AUDIT-NEW-STATUS.
004670     WRITE AUDIT-RECORD.
004680 2600-EXIT.
004690     EXIT.
004700*****************************************************************
004710* 2650-REWRITE-ACCOUNT - REWRITE THE MASTER RECORD WITH THE
004720* STATUS THE CALLER SET, AND AUDIT THE CHANGE.
004730*****************************************************************
004740 2650-REWRITE-ACCOUNT.
004750     REWRITE ACCT-RECORD.
004760     IF WS-ACCT-FILE-STATUS NOT = '00'
004770         PERFORM 2800-MASTER-IO-FAILED THRU 2800-EXIT
004780         GO TO 2650-EXIT
004790     END-IF.
004800     MOVE ACCT-STATUS TO WS-NEW-STATUS.
004810     PERFORM 2600-WRITE-AUDIT-RECORD THRU 2600-EXIT.
004820 2650-EXIT.
004830     EXIT.
004840*****************************************************************
004850* 2700-WRITE-REPORT-LINE - ONE LINE PER CARD WITH ITS
004860* DISPOSITION - THE OLD AND NEW STATUS WHEN APPLIED, THE
004870* REASON WHEN REJECTED.
004880*****************************************************************
004890 2700-WRITE-REPORT-LINE.
004900     MOVE SPACES TO WS-PRINT-LINE.
004910     IF WS-REJECT-REASON = SPACES
004920         STRING 'APPLIED  ' DELIMITED BY SIZE
004930             WS-CARD-ACTION (WS-CARD-SUB) DELIMITED BY SIZE
004940             ' ' DELIMITED BY SIZE
004950             WS-CARD-KEY (WS-CARD-SUB) DELIMITED BY SIZE
004960             ' STATUS ' DELIMITED BY SIZE
004970             WS-OLD-STATUS DELIMITED BY SIZE
004980             ' TO ' DELIMITED BY SIZE
004990             WS-NEW-STATUS DELIMITED BY SIZE
005000             INTO WS-PRINT-LINE
005010         END-STRING
005020     ELSE
005030         STRING 'REJECTED ' DELIMITED BY SIZE
005040             WS-CARD-ACTION (WS-CARD-SUB) DELIMITED BY SIZE
005050             ' ' DELIMITED BY SIZE
005060             WS-CARD-KEY (WS-CARD-SUB) DELIMITED BY SIZE
005070             ' ' DELIMITED BY SIZE
005080             WS-REJECT-REASON DELIMITED BY SIZE
005090             INTO WS-PRINT-LINE
005100         END-STRING
005110     END-IF.
005120     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
005130 2700-EXIT.
005140     EXIT.
005150*****************************************************************
005160* 2800-MASTER-IO-FAILED - AN UNEXPECTED STATUS ON THE ACCOUNT
005170* MASTER ABANDONS THE RUN.  CARDS ALREADY APPLIED STAND - EACH
005180* HAS ITS AUDIT RECORD - AND THE CARD IN HAND IS REJECTED.
005190*****************************************************************
005200 2800-MASTER-IO-FAILED.
005210     SET WS-LOAD-FAILED TO TRUE.
005220     MOVE 'ACCOUNT MASTER I/O FAILED' TO WS-REJECT-REASON.
005230     MOVE SPACES TO WS-PRINT-LINE.
005240     STRING 'ACCOUNT MASTER I/O FAILED - STATUS: '
005250         DELIMITED BY SIZE
005260         WS-ACCT-FILE-STATUS DELIMITED BY SIZE
005270         INTO WS-PRINT-LINE
005280     END-STRING.
005290     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
005300 2800-EXIT.
005310     EXIT.
005320*****************************************************************
005330* 7000-WRITE-RUN-TOTALS - PRINT THE RUN TOTALS.
005340*****************************************************************
005350 7000-WRITE-RUN-TOTALS.
005360     MOVE WS-CARDS-READ TO WS-COUNT-DISPLAY.
005370     MOVE SPACES TO WS-PRINT-LINE.
005380     STRING 'CARDS READ:      ' DELIMITED BY SIZE
005390         WS-COUNT-DISPLAY DELIMITED BY SIZE
005400         INTO WS-PRINT-LINE
005410     END-STRING.
005420     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
005430     MOVE WS-CARDS-APPLIED TO WS-COUNT-DISPLAY.
005440     MOVE SPACES TO WS-PRINT-LINE.
005450     STRING 'CARDS APPLIED:   ' DELIMITED BY SIZE
005460         WS-COUNT-DISPLAY DELIMITED BY SIZE
005470         INTO WS-PRINT-LINE
005480     END-STRING.
005490     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
005500     MOVE WS-CARDS-REJECTED TO WS-COUNT-DISPLAY.
005510     MOVE SPACES TO WS-PRINT-LINE.
005520     STRING 'CARDS REJECTED:  ' DELIMITED BY SIZE
005530         WS-COUNT-DISPLAY DELIMITED BY SIZE
005540         INTO WS-PRINT-LINE
005550     END-STRING.
005560     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
005570     MOVE WS-ACCOUNTS-ADDED TO WS-COUNT-DISPLAY.
005580     MOVE SPACES TO WS-PRINT-LINE.
005590     STRING 'ACCOUNTS ADDED:  ' DELIMITED BY SIZE
005600         WS-COUNT-DISPLAY DELIMITED BY SIZE
005610         INTO WS-PRINT-LINE
005620     END-STRING.
005630     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
005640 7000-EXIT.
005650     EXIT.
005660*****************************************************************
005670* 8000-TERMINATE - SET THE RETURN CODE AND CLOSE FILES.  A
005680* REJECTED CARD RETURNS 4; AN ABANDONED RUN RETURNS 8.
005690*****************************************************************
005700 8000-TERMINATE.
005710     IF WS-LOAD-FAILED
005720         MOVE 8 TO RETURN-CODE
005730     ELSE
005740     IF WS-CARDS-REJECTED > ZERO
005750         MOVE 4 TO RETURN-CODE
005760     ELSE
005770         MOVE 0 TO RETURN-CODE
005780     END-IF
005790     END-IF.
005800     IF WS-ACCT-FILE-OPEN
005810         CLOSE ACCT-FILE
005820     END-IF.
005830     CLOSE AUDIT-FILE.
005840     CLOSE PRINT-FILE.
005850 8000-EXIT.
005860     EXIT.
