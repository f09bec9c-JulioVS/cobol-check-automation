000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  BATRCALL.
000030 AUTHOR.  R HARMON.
000040 INSTALLATION.  NUMERIC RECONCILIATION - BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* BATCH RECALL.  TAKES ONE CONTROL CARD NAMING A BATCH BY ITS
000090* HEADER BATCH DATE AND BATCH NUMBER AND THE BRANCH THAT SENT
000100* IT, AND BACKS EVERYTHING THE NIGHTLY RUN DID WITH THAT BATCH
000110* OUT OF THE DOWNSTREAM FILES:
000120*   - A REVERSING ACCRUAL RECORD (PRINCIPAL AND INTEREST
000130*     NEGATED) FOR EVERY ACCRUAL THE BATCH RAISED, WITH A
000140*     RECALL CONTROL RECORD ON THE ACCRUAL CONTROL FILE, SO
000150*     THE MONTH-END POSTING NETS THEM OUT AND STILL TIES;
000160*   - A REVERSING BILLING RECORD FOR EVERY CHARGE THE BATCH
000170*     RAISED, WITH A RECALL CONTROL RECORD ON THE BILLING
000180*     CONTROL FILE, SO THE MONTHLY INVOICES NET THEM OUT;
000190*   - REVERSING GENERAL-LEDGER JOURNAL PAIRS PER CODE, DEBIT
000200*     AND CREDIT SWAPPED, UNDER JOURNAL SOURCE 'RCAL', TO THE
000202*     ACCOUNTS THE GL MAPPING HAD IN FORCE THE NIGHT THE BATCH
000204*     WAS POSTED;
000210*   - THE BATCH'S KEYS ARE DELETED FROM THE PROCESSED-
000220*     TRANSACTION HISTORY CLUSTER SO THE CORRECTED BATCH CAN
000230*     BE RESUBMITTED WITHOUT FAILING THE DUPLICATE CHECK.
000240* NOTHING IS WRITTEN UNTIL THE RUN HAS PROVEN THAT THE HISTORY
000250* KEYS FOUND AND THE VALIDATED TRANSACTIONS MATCHED BOTH EQUAL
000260* THE ACCEPTED COUNT ON THE BATCH'S ACKNOWLEDGEMENT RECORD.  A
000270* BATCH THAT CANNOT BE PROVEN IS REFUSED WITH RETURN-CODE 8 AND
000280* EVERY OUTPUT FILE LEFT EMPTY.  THE RECALL CERTIFICATE SHOWS
000290* THE ACKNOWLEDGED FIGURES BESIDE THE REVERSED COUNTS AND
000300* TOTALS FOR EACH FILE.
000301* A BATCH SENT BY MORE THAN ONE BRANCH IS RECALLED A BRANCH AT A
000302* TIME - ONLY THE CARD BRANCH'S KEYS, PROVEN AGAINST ITS BRANCH
000303* SHARE ACKNOWLEDGEMENT.  A BATCH WITH NO SHARE RECORDS (ONE
000304* ACKNOWLEDGED BEFORE THEY WERE WRITTEN) IS PROVEN AGAINST ITS
000305* BATCH RECORD, AND EVERY KEY OF IT MUST BELONG TO THE CARD'S
000306* BRANCH.  THE RECALL IS REFUSED WHILE THE OPEN NIGHT HAS
000307* COMPLETED NUMBERS BUT NOT EVERY LATER STEP UP TO NIGHTBAL
000308* (ACTMON DOES NOT COUNT); PARM='CHECK' MAKES THAT TEST ALONE AND
000309* OPENS NOTHING ELSE.
000310*****************************************************************
000320* MODIFICATION HISTORY
000330*-----------------------------------------------------------
000340* DATE       INIT  DESCRIPTION
000350*-----------------------------------------------------------
000360* 10/15/26    RH   ORIGINAL PROGRAM.  A BATCH SENT IN ERROR WAS
000370*                  BACKED OUT BY HAND-BUILT OFFSET BATCHES AND
000380*                  AD HOC DELETES AGAINST THE HISTORY CLUSTER,
000390*                  WITH NOTHING TO SHOW THE OFFSETS MATCHED WHAT
000400*                  THE BATCH HAD ACTUALLY DONE.
000401* 10/15/26    RH   THE REVERSING JOURNAL NOW TAKES ITS ACCOUNTS
000402*                  FROM THE EFFECTIVE-DATED GL MAPPING FILE AS
000403*                  IN FORCE ON THE NIGHT THE BATCH'S KEYS WERE
000404*                  REGISTERED - THE ACCOUNTS GLEXTR POSTED IT
000405*                  TO - WITH UNMAPPED LEGS REVERSED THROUGH
000406*                  SUSPENSE THE SAME WAY.  AN EMPTY OR
000407*                  OVERFULL MAPPING FILE REFUSES THE RECALL.
000408* 10/15/26    RH   BRANCH SHARE ACKNOWLEDGMENTS ARE PASSED BY -
000409*                  ONLY THE BATCH RECORD SPEAKS FOR THE BATCH.
000410* 10/15/26    RH   THE RECALL IS REFUSED WHILE THE NIGHT OPEN ON
000411*                  THE RUN-CONTROL FILE HAS STOPPED PART WAY AFTER
000412*                  NUMBERS; PARM='CHECK' MAKES THAT TEST ALONE.
000413* 10/15/26    RH   A BATCH SENT BY SEVERAL BRANCHES IS RECALLED A
000414*                  BRANCH AT A TIME AGAINST THAT BRANCH'S SHARE
000415*                  ACKNOWLEDGEMENT.
000416* 10/15/26    RH   A NIGHT WITH ONLY ACTMON LEFT TO RUN NO LONGER
000417*                  REFUSES THE RECALL - ACTMON READS NOTHING THE
000418*                  RECALL WRITES.
000419*-----------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CARD-FILE ASSIGN TO RCLIN
000460         ORGANIZATION IS SEQUENTIAL.
000470     SELECT ACK-FILE ASSIGN TO ACKIN
000480         ORGANIZATION IS SEQUENTIAL.
000490     SELECT HIST-FILE ASSIGN TO HISTKSDS
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS HIST-KEY
000530         FILE STATUS IS WS-HIST-FILE-STATUS.
000540     SELECT VALID-FILE ASSIGN TO VALIDIN
000550         ORGANIZATION IS SEQUENTIAL.
000560     SELECT ACCRUAL-FILE ASSIGN TO ACCRIN
000570         ORGANIZATION IS SEQUENTIAL.
000580     SELECT BILL-FILE ASSIGN TO BILLIN
000590         ORGANIZATION IS SEQUENTIAL.
000600     SELECT ACCR-OUT-FILE ASSIGN TO ACCROUT
000610         ORGANIZATION IS SEQUENTIAL.
000620     SELECT BILL-OUT-FILE ASSIGN TO BILLOUT
000630         ORGANIZATION IS SEQUENTIAL.
000640     SELECT ACCR-CTL-FILE ASSIGN TO ACCRCTL
000650         ORGANIZATION IS SEQUENTIAL.
000660     SELECT BILL-CTL-FILE ASSIGN TO BILLCTL
000670         ORGANIZATION IS SEQUENTIAL.
000680     SELECT JOURNAL-FILE ASSIGN TO JRNLOUT
000690         ORGANIZATION IS SEQUENTIAL.
000691     SELECT GLMAP-FILE ASSIGN TO GLMAPIN
000692         ORGANIZATION IS SEQUENTIAL.
000693     SELECT SORTED-MAP-FILE ASSIGN TO GLMAPSRT
000694         ORGANIZATION IS SEQUENTIAL.
000695     SELECT MAP-SORT-WORK ASSIGN TO SORTWK1.
000700     SELECT PRINT-FILE ASSIGN TO RPTOUT
000710         ORGANIZATION IS SEQUENTIAL.
000711     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
000712         ORGANIZATION IS INDEXED
000713         ACCESS MODE IS RANDOM
000714         RECORD KEY IS RCTL-KEY
000715         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  CARD-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 01  RECALL-CARD.
000780     05  RCL-BATCH-DATE       PIC 9(08).
000790     05  RCL-BATCH-NUMBER     PIC 9(06).
000800     05  RCL-BRANCH-ID        PIC 9(03).
000810     05  FILLER               PIC X(63).
000820 FD  ACK-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850     COPY BATCHACK.
000860 FD  HIST-FILE
000870     LABEL RECORDS ARE STANDARD.
000880     COPY HISTREC.
000890 FD  VALID-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920     COPY VALTRAN.
000930 FD  ACCRUAL-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960     COPY ACCRREC.
000970 FD  BILL-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000     COPY BILLREC.
001010 FD  ACCR-OUT-FILE
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040 01  ACCR-OUT-RECORD              PIC X(80).
001050 FD  BILL-OUT-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080 01  BILL-OUT-RECORD              PIC X(80).
001090 FD  ACCR-CTL-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120     COPY ACCRCTL.
001130 FD  BILL-CTL-FILE
001140     RECORDING MODE IS F
001150     LABEL RECORDS ARE STANDARD.
001160     COPY BILLCTL.
001170 FD  JOURNAL-FILE
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE STANDARD.
001200 01  JOURNAL-RECORD.
001210     05  JRNL-DATE            PIC 9(08).
001220     05  JRNL-CODE            PIC 9(04).
001230     05  JRNL-ACCOUNT         PIC X(08).
001240     05  JRNL-DR-CR           PIC X(01).
001250         88  JRNL-DEBIT                VALUE 'D'.
001260         88  JRNL-CREDIT               VALUE 'C'.
001270     05  JRNL-AMOUNT          PIC S9(13)V99 COMP-3.
001280     05  JRNL-SOURCE          PIC X(04).
001290     05  FILLER               PIC X(47).
001291 FD  GLMAP-FILE
001292     RECORDING MODE IS F
001293     LABEL RECORDS ARE STANDARD.
001294     COPY GLMAP.
001295 FD  SORTED-MAP-FILE
001296     RECORDING MODE IS F
001297     LABEL RECORDS ARE STANDARD.
001298 01  SORTED-MAP-RECORD.
001299     05  SORTED-MAP-CODE      PIC 9(04).
001300     05  SORTED-MAP-LEG       PIC X(01).
001301     05  SORTED-MAP-EFF-DATE  PIC 9(08).
001302     05  SORTED-MAP-DR        PIC X(08).
001303     05  SORTED-MAP-CR        PIC X(08).
001304     05  FILLER               PIC X(51).
001305 SD  MAP-SORT-WORK.
001306 01  MAP-SORT-RECORD.
001307     05  MAP-SORT-CODE        PIC 9(04).
001308     05  MAP-SORT-LEG         PIC X(01).
001309     05  MAP-SORT-EFF-DATE    PIC 9(08).
001310     05  FILLER               PIC X(67).
001311 FD  PRINT-FILE
001312     RECORDING MODE IS F
001320     LABEL RECORDS ARE OMITTED.
001330 01  PRINT-RECORD                 PIC X(132).
001331 FD  RUNCTL-FILE
001332     LABEL RECORDS ARE STANDARD.
001333     COPY RUNCTL.
001340 WORKING-STORAGE SECTION.
001350 77  WS-KEY-TABLE-MAX             PIC S9(09) COMP VALUE 20000.
001360 77  WS-CODE-TABLE-MAX            PIC S9(04) COMP VALUE 50.
001365 77  WS-MAP-TAB-MAX               PIC S9(04) COMP VALUE 400.
001366 77  WS-NIGHT-STEP-MAX            PIC S9(04) COMP VALUE 7.
001370 01  WS-SWITCHES.
001380     05  WS-CARD-EOF-SW       PIC X(01)      VALUE 'N'.
001390         88  WS-CARD-EOF                     VALUE 'Y'.
001400     05  WS-ACK-EOF-SW        PIC X(01)      VALUE 'N'.
001410         88  WS-ACK-EOF                      VALUE 'Y'.
001420     05  WS-HIST-EOF-SW       PIC X(01)      VALUE 'N'.
001430         88  WS-HIST-EOF                     VALUE 'Y'.
001440     05  WS-VALID-EOF-SW      PIC X(01)      VALUE 'N'.
001450         88  WS-VALID-EOF                    VALUE 'Y'.
001460     05  WS-ACCR-EOF-SW       PIC X(01)      VALUE 'N'.
001470         88  WS-ACCR-EOF                     VALUE 'Y'.
001480     05  WS-BILL-EOF-SW       PIC X(01)      VALUE 'N'.
001490         88  WS-BILL-EOF                     VALUE 'Y'.
001500     05  WS-ACK-FOUND-SW      PIC X(01)      VALUE 'N'.
001510         88  WS-ACK-FOUND                    VALUE 'Y'.
001520     05  WS-ACK-DISP-SW       PIC X(01)      VALUE SPACE.
001530         88  WS-ACK-WAS-ACCEPTED             VALUE 'A'.
001531     05  WS-SHARES-FOUND-SW   PIC X(01)      VALUE 'N'.
001532         88  WS-SHARES-FOUND                 VALUE 'Y'.
001533     05  WS-WHOLE-FOUND-SW    PIC X(01)      VALUE 'N'.
001534         88  WS-WHOLE-FOUND                  VALUE 'Y'.
001535     05  WS-WHOLE-BATCH-SW    PIC X(01)      VALUE 'N'.
001536         88  WS-WHOLE-BATCH-RECALL           VALUE 'Y'.
001540     05  WS-RUN-REFUSED-SW    PIC X(01)      VALUE 'N'.
001550         88  WS-RUN-REFUSED                  VALUE 'Y'.
001560     05  WS-CERTIFIED-SW      PIC X(01)      VALUE 'N'.
001570         88  WS-CERTIFIED                    VALUE 'Y'.
001580     05  WS-DELETE-FAILED-SW  PIC X(01)      VALUE 'N'.
001590         88  WS-DELETE-FAILED                VALUE 'Y'.
001591     05  WS-CHECK-ONLY-SW     PIC X(01)      VALUE 'N'.
001592         88  WS-CHECK-ONLY                   VALUE 'Y'.
001593     05  WS-NIGHT-REFUSED-SW  PIC X(01)      VALUE 'N'.
001594         88  WS-NIGHT-REFUSED                VALUE 'Y'.
001595     05  WS-NIGHT-STEP-SW     PIC X(01)      VALUE 'N'.
001596         88  WS-NIGHT-STEP-DONE              VALUE 'Y'.
001597         88  WS-NIGHT-STEP-NOT-DONE          VALUE 'N'.
001600     05  WS-KEY-FOUND-SW      PIC X(01)      VALUE 'N'.
001610         88  WS-KEY-FOUND                    VALUE 'Y'.
001620         88  WS-KEY-NOT-FOUND                VALUE 'N'.
001630     05  WS-ENTRY-FOUND-SW    PIC X(01)      VALUE 'N'.
001640         88  WS-ENTRY-FOUND                  VALUE 'Y'.
001650         88  WS-ENTRY-NOT-FOUND              VALUE 'N'.
001651     05  WS-MAP-EOF-SW        PIC X(01)      VALUE 'N'.
001652         88  WS-MAP-EOF                      VALUE 'Y'.
001653     05  WS-MAP-FOUND-SW      PIC X(01)      VALUE 'N'.
001654         88  WS-MAP-FOUND                    VALUE 'Y'.
001655         88  WS-MAP-NOT-FOUND                VALUE 'N'.
001660 01  WS-HIST-FILE-STATUS          PIC X(02) VALUE SPACES.
001661 01  WS-RUNCTL-FILE-STATUS        PIC X(02) VALUE SPACES.
001670 01  WS-PRINT-LINE                PIC X(132).
001680 01  WS-RECALL-BATCH.
001690     05  WS-RCL-BATCH-DATE        PIC 9(08) VALUE ZERO.
001700     05  WS-RCL-BATCH-NUMBER      PIC 9(06) VALUE ZERO.
001710     05  WS-RCL-BRANCH-ID         PIC 9(03) VALUE ZERO.
001720 01  WS-GL-ACCOUNTS.
001730     05  WS-GL-SUSPENSE           PIC X(08) VALUE '19900000'.
001732*    THE EFFECTIVE-DATED MAPPING ROWS, HISTORY INCLUDED, IN
001734*    CODE, LEG AND EFFECTIVE-DATE ORDER.
001736 01  WS-MAP-TABLE-AREA.
001738     05  WS-MAP-COUNT         PIC S9(04) COMP VALUE ZERO.
001740     05  WS-MAP-ENTRY         OCCURS 400 TIMES.
001742         10  WS-MAP-CODE      PIC 9(04).
001744         10  WS-MAP-LEG       PIC X(01).
001746         10  WS-MAP-EFF       PIC 9(08).
001748         10  WS-MAP-DR        PIC X(08).
001750         10  WS-MAP-CR        PIC X(08).
001752 01  WS-MAP-SUB                   PIC S9(04) COMP VALUE ZERO.
001754 01  WS-MAP-HIT-SUB               PIC S9(04) COMP VALUE ZERO.
001756 01  WS-MAP-LOOKUP-LEG            PIC X(01) VALUE SPACE.
001758 01  WS-MAP-LOOKUP-DATE           PIC 9(08) VALUE ZERO.
001759*    THE NIGHTLY STEPS IN RUN ORDER THAT RUNCHK HOLDS A NEW NIGHT
001760*    FOR - ACTMON, THE LAST, IS LEFT OUT.  THE OPEN NIGHT IS
001761*    UNFINISHED WHEN THE FIRST HAS COMPLETED FOR IT AND ANY OTHER
001762*    HAS NOT.
001763 01  WS-NIGHT-STEP-VALUES.
001764     05  FILLER                   PIC X(08) VALUE 'NUMBERS'.
001765     05  FILLER                   PIC X(08) VALUE 'HISTLOAD'.
001766     05  FILLER                   PIC X(08) VALUE 'INTCALC'.
001767     05  FILLER                   PIC X(08) VALUE 'BILLRUN'.
001768     05  FILLER                   PIC X(08) VALUE 'EXCPAGE'.
001769     05  FILLER                   PIC X(08) VALUE 'GLEXTR'.
001770     05  FILLER                   PIC X(08) VALUE 'NIGHTBAL'.
001771 01  WS-NIGHT-STEP-TABLE REDEFINES WS-NIGHT-STEP-VALUES.
001772     05  WS-NIGHT-STEP-NAME       PIC X(08) OCCURS 7 TIMES.
001773 01  WS-NIGHT-STEP-SUB            PIC S9(04) COMP VALUE ZERO.
001774 01  WS-NIGHT-WORK.
001775     05  WS-NIGHT-RUN-DATE        PIC 9(08) VALUE ZERO.
001776     05  WS-NIGHT-STOP-STEP       PIC X(08) VALUE SPACES.
001790*    THE BATCH'S KEYS, COLLECTED FROM THE HISTORY CLUSTER IN KEY
001800*    ORDER.  EVERY SLOT BEYOND THE LAST KEY HOLDS HIGH-VALUES SO
001810*    SEARCH ALL SEES A FULLY ASCENDING TABLE.
001820 01  WS-KEY-TABLE-AREA.
001830     05  WS-KEY-COUNT             PIC S9(09) COMP VALUE ZERO.
001840     05  WS-KEY-ENTRY             OCCURS 20000 TIMES
001850                                  ASCENDING KEY IS
001860                                      WS-KEY-TRANS-KEY
001870                                  INDEXED BY WS-KEY-IDX.
001880         10  WS-KEY-TRANS-KEY     PIC X(10).
001890         10  WS-KEY-RUN-DATE      PIC 9(08).
001900         10  WS-KEY-CODE          PIC 9(04).
001910         10  WS-KEY-FIELD-1       PIC S9(11)V9(07) COMP-3.
001920         10  WS-KEY-VALID-SW      PIC X(01).
001930             88  WS-KEY-VALID-MATCHED          VALUE 'Y'.
001940         10  WS-KEY-ACCR-SW       PIC X(01).
001950             88  WS-KEY-ACCR-REVERSED          VALUE 'Y'.
001960         10  WS-KEY-BILL-SW       PIC X(01).
001970             88  WS-KEY-BILL-REVERSED          VALUE 'Y'.
001980 01  WS-KEY-HIT-SUB               PIC S9(09) COMP VALUE ZERO.
001990 01  WS-LOOKUP-KEY                PIC X(10) VALUE SPACES.
002000 01  WS-CODE-TABLE-AREA.
002010     05  WS-GLX-COUNT         PIC S9(04) COMP VALUE ZERO.
002020     05  WS-GLX-ENTRY         OCCURS 50 TIMES.
002030         10  WS-GLX-CODE      PIC 9(04).
002040         10  WS-GLX-TOT-1     PIC S9(13)V9(07) COMP-3.
002050         10  WS-GLX-TOT-2     PIC S9(13)V9(07) COMP-3.
002060         10  WS-GLX-TOT-FEE   PIC S9(09)V99 COMP-3.
002070         10  WS-GLX-TOT-INT   PIC S9(13)V9(07) COMP-3.
002080 01  WS-GLX-SUB                   PIC S9(04) COMP VALUE ZERO.
002090 01  WS-GLX-HIT-SUB               PIC S9(04) COMP VALUE ZERO.
002100 01  WS-LOOKUP-CODE               PIC 9(04) VALUE ZERO.
002110 01  WS-JOURNAL-WORK.
002120     05  WS-PAIR-AMOUNT           PIC S9(13)V99 COMP-3
002130                                   VALUE ZERO.
002140     05  WS-PAIR-DR-ACCOUNT       PIC X(08) VALUE SPACES.
002150     05  WS-PAIR-CR-ACCOUNT       PIC X(08) VALUE SPACES.
002160     05  WS-TOTAL-DEBITS          PIC S9(15)V99 COMP-3
002170                                   VALUE ZERO.
002180     05  WS-TOTAL-CREDITS         PIC S9(15)V99 COMP-3
002190                                   VALUE ZERO.
002200     05  WS-JOURNAL-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
002210 01  WS-ACK-FIGURES.
002220     05  WS-ACK-RECORDS-READ      PIC 9(09) COMP-3 VALUE ZERO.
002230     05  WS-ACK-REJECTED          PIC 9(09) COMP-3 VALUE ZERO.
002240     05  WS-ACK-ACCEPTED          PIC 9(09) COMP-3 VALUE ZERO.
002241*    THE WHOLE-BATCH RECORD'S FIGURES, USED ONLY FOR A BATCH THAT
002242*    HAS NO BRANCH SHARE RECORDS.
002243 01  WS-WHOLE-FIGURES.
002244     05  WS-WHOLE-DISP            PIC X(01) VALUE SPACE.
002245     05  WS-WHOLE-RECORDS-READ    PIC 9(09) COMP-3 VALUE ZERO.
002246     05  WS-WHOLE-REJECTED        PIC 9(09) COMP-3 VALUE ZERO.
002250 01  WS-COUNTERS.
002260     05  WS-HIST-UNSTAMPED-COUNT  PIC 9(07) COMP-3 VALUE ZERO.
002270     05  WS-HIST-BRANCH-COUNT     PIC 9(07) COMP-3 VALUE ZERO.
002280     05  WS-HIST-DELETED-COUNT    PIC 9(09) COMP-3 VALUE ZERO.
002290     05  WS-VALID-MATCH-COUNT     PIC 9(09) COMP-3 VALUE ZERO.
002300     05  WS-VALID-DUP-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
002310     05  WS-ACCR-REV-COUNT        PIC 9(09) COMP-3 VALUE ZERO.
002320     05  WS-BILL-REV-COUNT        PIC 9(09) COMP-3 VALUE ZERO.
002325     05  WS-SUSP-LEG-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
002330 01  WS-REVERSAL-TOTALS.
002340     05  WS-VALID-TOT-1           PIC S9(13)V9(07) COMP-3
002350                                   VALUE ZERO.
002360     05  WS-VALID-TOT-2           PIC S9(13)V9(07) COMP-3
002370                                   VALUE ZERO.
002380     05  WS-VALID-TOT-FEE         PIC S9(09)V99 COMP-3
002390                                   VALUE ZERO.
002400     05  WS-ACCR-REV-PRINCIPAL    PIC S9(13)V9(07) COMP-3
002410                                   VALUE ZERO.
002420     05  WS-ACCR-REV-INTEREST     PIC S9(13)V9(07) COMP-3
002430                                   VALUE ZERO.
002440     05  WS-BILL-REV-BASE         PIC S9(13)V9(07) COMP-3
002450                                   VALUE ZERO.
002460     05  WS-BILL-REV-BILLED       PIC S9(11)V99 COMP-3
002470                                   VALUE ZERO.
002480 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
002490 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
002500     05  WS-RUN-YYYY              PIC 9(04).
002510     05  WS-RUN-MM                PIC 9(02).
002520     05  WS-RUN-DD                PIC 9(02).
002530 01  WS-REPORT-HEADING-1.
002540     05  FILLER                   PIC X(01) VALUE SPACE.
002550     05  FILLER                   PIC X(42) VALUE
002560         'BATRCALL BATCH RECALL CERTIFICATE'.
002570     05  FILLER                   PIC X(08) VALUE SPACES.
002580     05  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
002590     05  WS-RPT-HDG-DATE.
002600         10  WS-RPT-HDG-YYYY      PIC 9(04).
002610         10  FILLER               PIC X(01) VALUE '/'.
002620         10  WS-RPT-HDG-MM        PIC 9(02).
002630         10  FILLER               PIC X(01) VALUE '/'.
002640         10  WS-RPT-HDG-DD        PIC 9(02).
002650     05  FILLER                   PIC X(61) VALUE SPACES.
002660 01  WS-REPORT-HEADING-2.
002670     05  FILLER                   PIC X(01) VALUE SPACE.
002680     05  FILLER                   PIC X(12) VALUE 'BATCH DATE: '.
002690     05  WS-RPT-HDG-BATCH-DATE    PIC 9(08).
002700     05  FILLER                   PIC X(04) VALUE SPACES.
002710     05  FILLER                   PIC X(14) VALUE
002720         'BATCH NUMBER: '.
002730     05  WS-RPT-HDG-BATCH-NUMBER  PIC 9(06).
002740     05  FILLER                   PIC X(04) VALUE SPACES.
002750     05  FILLER                   PIC X(08) VALUE 'BRANCH: '.
002760     05  WS-RPT-HDG-BRANCH        PIC 9(03).
002770     05  FILLER                   PIC X(72) VALUE SPACES.
002780 01  WS-CERT-COUNT-LINE.
002790     05  FILLER                   PIC X(03) VALUE SPACES.
002800     05  WS-CERT-CNT-LABEL        PIC X(44).
002810     05  WS-CERT-CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
002820     05  FILLER                   PIC X(74) VALUE SPACES.
002830 01  WS-CERT-AMOUNT-LINE.
002840     05  FILLER                   PIC X(03) VALUE SPACES.
002850     05  WS-CERT-AMT-LABEL        PIC X(44).
002860     05  WS-CERT-AMT-VALUE        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002870     05  FILLER                   PIC X(64) VALUE SPACES.
002871 LINKAGE SECTION.
002872 01  LK-PARM-AREA.
002873     05  LK-PARM-LENGTH           PIC S9(04) COMP.
002874     05  LK-PARM-TEXT             PIC X(08).
002880 PROCEDURE DIVISION USING LK-PARM-AREA.
002890 0000-MAINLINE.
002891     PERFORM 0500-CHECK-NIGHT THRU 0500-EXIT.
002892     IF WS-CHECK-ONLY OR WS-NIGHT-REFUSED
002893         PERFORM 0550-REPORT-NIGHT THRU 0550-EXIT
002894         GOBACK
002895     END-IF.
002900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002910     IF NOT WS-RUN-REFUSED
002920         PERFORM 2000-READ-ACKNOWLEDGEMENT THRU 2000-EXIT
002930     END-IF.
002940     IF NOT WS-RUN-REFUSED
002950         PERFORM 3000-COLLECT-HISTORY-KEYS THRU 3000-EXIT
002960     END-IF.
002970     IF NOT WS-RUN-REFUSED
002980         PERFORM 4000-MATCH-VALIDATED THRU 4000-EXIT
002990     END-IF.
003000     IF NOT WS-RUN-REFUSED
003010         PERFORM 5000-CERTIFY-BATCH THRU 5000-EXIT
003020     END-IF.
003030     IF WS-CERTIFIED
003040         PERFORM 6000-WRITE-REVERSALS THRU 6000-EXIT
003050     END-IF.
003060     PERFORM 7000-PRINT-CERTIFICATE THRU 7000-EXIT.
003070     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003080     GOBACK.
003090*****************************************************************
003091* 0500-CHECK-NIGHT - BEFORE ANY OTHER FILE IS OPENED, READ THE
003092* NIGHT ROW ON THE RUN-CONTROL CLUSTER AND THE OPEN NIGHT'S STEP
003093* ROWS.  THE RECALL IS REFUSED WHILE THAT NIGHT HAS COMPLETED
003094* NUMBERS BUT NOT EVERY LATER STEP - THE SAME TEST RUNCHK MAKES
003095* BEFORE IT OPENS A NEW NIGHT - BECAUSE THE REVERSAL GENERATIONS
003096* WOULD THEN BE THE CURRENT ACCRUAL, BILLING AND JOURNAL
003097* GENERATIONS THE RERUN JOB FINISHES THE NIGHT FROM.  NO NIGHT ROW
003098* MEANS NO NIGHT HAS RUN.  A CLUSTER THAT CANNOT BE OPENED OR READ
003099* REFUSES THE RECALL.  THE FINDING IS LEFT IN WS-PRINT-LINE FOR
003100* 0550 TO PRINT.
003101*****************************************************************
003102 0500-CHECK-NIGHT.
003103     IF LK-PARM-LENGTH = 5 AND LK-PARM-TEXT (1:5) = 'CHECK'
003104         SET WS-CHECK-ONLY TO TRUE
003105     END-IF.
003106     MOVE SPACES TO WS-PRINT-LINE.
003107     OPEN INPUT RUNCTL-FILE.
003108     IF WS-RUNCTL-FILE-STATUS NOT = '00'
003109         SET WS-NIGHT-REFUSED TO TRUE
003110         STRING 'RUN-CONTROL FILE OPEN FAILED - STATUS: '
003111             DELIMITED BY SIZE
003112             WS-RUNCTL-FILE-STATUS DELIMITED BY SIZE
003113             INTO WS-PRINT-LINE
003114         END-STRING
003115         GO TO 0500-EXIT
003116     END-IF.
003117     MOVE ZERO TO RCTL-RUN-DATE.
003118     SET RCTL-NIGHT-ROW TO TRUE.
003119     READ RUNCTL-FILE.
003120     IF WS-RUNCTL-FILE-STATUS = '23'
003121         STRING 'NO NIGHT OPEN ON THE RUN-CONTROL FILE - RECALL '
003122             DELIMITED BY SIZE
003123             'MAY RUN' DELIMITED BY SIZE
003124             INTO WS-PRINT-LINE
003125         END-STRING
003126         GO TO 0500-CLOSE
003127     END-IF.
003128     IF WS-RUNCTL-FILE-STATUS NOT = '00'
003129         PERFORM 0530-READ-FAILED THRU 0530-EXIT
003130         GO TO 0500-CLOSE
003131     END-IF.
003132     MOVE RCTL-NIGHT-RUN-DATE TO WS-NIGHT-RUN-DATE.
003133     MOVE 1 TO WS-NIGHT-STEP-SUB.
003134     PERFORM 0510-READ-NIGHT-STEP THRU 0510-EXIT.
003135     IF WS-NIGHT-REFUSED
003136         GO TO 0500-CLOSE
003137     END-IF.
003138     IF WS-NIGHT-STEP-DONE
003139         PERFORM 0510-READ-NIGHT-STEP THRU 0510-EXIT
003140             VARYING WS-NIGHT-STEP-SUB FROM 2 BY 1
003141             UNTIL WS-NIGHT-STEP-SUB > WS-NIGHT-STEP-MAX
003142                 OR WS-NIGHT-REFUSED
003143                 OR WS-NIGHT-STEP-NOT-DONE
003144         IF WS-NIGHT-REFUSED
003145             GO TO 0500-CLOSE
003146         END-IF
003147         IF WS-NIGHT-STEP-NOT-DONE
003148             SET WS-NIGHT-REFUSED TO TRUE
003149             STRING 'NIGHT ' DELIMITED BY SIZE
003150                 WS-NIGHT-RUN-DATE DELIMITED BY SIZE
003151                 ' STOPPED BEFORE ' DELIMITED BY SIZE
003152                 WS-NIGHT-STOP-STEP DELIMITED BY SPACE
003153                 ' COMPLETED - FINISH IT WITH NUMBRERN '
003154                 DELIMITED BY SIZE
003155                 'BEFORE ANY RECALL' DELIMITED BY SIZE
003156                 INTO WS-PRINT-LINE
003157             END-STRING
003158             GO TO 0500-CLOSE
003159         END-IF
003160     END-IF.
003161     STRING 'NIGHT ' DELIMITED BY SIZE
003162         WS-NIGHT-RUN-DATE DELIMITED BY SIZE
003163         ' IS NOT STOPPED PART WAY - RECALL MAY RUN'
003164         DELIMITED BY SIZE
003165         INTO WS-PRINT-LINE
003166     END-STRING.
003167 0500-CLOSE.
003168     CLOSE RUNCTL-FILE.
003169 0500-EXIT.
003170     EXIT.
003171 0510-READ-NIGHT-STEP.
003172     SET WS-NIGHT-STEP-NOT-DONE TO TRUE.
003173     MOVE WS-NIGHT-RUN-DATE TO RCTL-RUN-DATE.
003174     MOVE WS-NIGHT-STEP-NAME (WS-NIGHT-STEP-SUB)
003175         TO RCTL-STEP-NAME.
003176     MOVE RCTL-STEP-NAME TO WS-NIGHT-STOP-STEP.
003177     READ RUNCTL-FILE.
003178     IF WS-RUNCTL-FILE-STATUS = '23'
003179         GO TO 0510-EXIT
003180     END-IF.
003181     IF WS-RUNCTL-FILE-STATUS NOT = '00'
003182         PERFORM 0530-READ-FAILED THRU 0530-EXIT
003183         GO TO 0510-EXIT
003184     END-IF.
003185     IF RCTL-STEP-COMPLETE
003186         SET WS-NIGHT-STEP-DONE TO TRUE
003187     END-IF.
003188 0510-EXIT.
003189     EXIT.
003190 0530-READ-FAILED.
003191     SET WS-NIGHT-REFUSED TO TRUE.
003192     MOVE SPACES TO WS-PRINT-LINE.
003193     STRING 'RUN-CONTROL FILE READ FAILED - STATUS: '
003194         DELIMITED BY SIZE
003195         WS-RUNCTL-FILE-STATUS DELIMITED BY SIZE
003196         ' STEP: ' DELIMITED BY SIZE
003197         WS-NIGHT-STOP-STEP DELIMITED BY SIZE
003198         INTO WS-PRINT-LINE
003199     END-STRING.
003200 0530-EXIT.
003201     EXIT.
003202*****************************************************************
003203* 0550-REPORT-NIGHT - PRINT WHAT 0500 FOUND.  A CHECK-ONLY RUN
003204* ENDS HERE, RC 8 WHEN A RECALL WOULD BE REFUSED AND RC 0 WHEN IT
003205* MAY GO AHEAD.  A REFUSED RECALL CLOSES ITS REVERSAL OUTPUTS
003206* EMPTY, READS NOTHING ELSE AND RETURNS 8.
003207*****************************************************************
003208 0550-REPORT-NIGHT.
003209     OPEN OUTPUT PRINT-FILE.
003210     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
003211     IF NOT WS-CHECK-ONLY
003212         OPEN OUTPUT ACCR-OUT-FILE
003213         OPEN OUTPUT BILL-OUT-FILE
003214         OPEN OUTPUT JOURNAL-FILE
003215         CLOSE ACCR-OUT-FILE
003216         CLOSE BILL-OUT-FILE
003217         CLOSE JOURNAL-FILE
003218         MOVE SPACES TO WS-PRINT-LINE
003219         STRING ' RECALL REFUSED - NOTHING REVERSED, NO HISTORY '
003220             DELIMITED BY SIZE
003221             'KEY DELETED' DELIMITED BY SIZE
003222             INTO WS-PRINT-LINE
003223         END-STRING
003224         WRITE PRINT-RECORD FROM WS-PRINT-LINE
003225     END-IF.
003226     CLOSE PRINT-FILE.
003227     IF WS-NIGHT-REFUSED
003228         MOVE 8 TO RETURN-CODE
003229     ELSE
003230         MOVE 0 TO RETURN-CODE
003231     END-IF.
003232 0550-EXIT.
003233     EXIT.
003234*****************************************************************
003235* 1000-INITIALIZE - OPEN THE REPORT AND THE REVERSAL OUTPUTS,
003236* READ AND EDIT THE CONTROL CARD AND LOAD THE GL MAPPING
003237* TABLE.  THE OUTPUTS ARE OPENED HERE
003238* SO A REFUSED RUN STILL CLOSES THEM EMPTY RATHER THAN LEAVING
003239* UNOPENED GENERATIONS CATALOGED.
003240*****************************************************************
003241 1000-INITIALIZE.
003242     OPEN OUTPUT PRINT-FILE.
003243     OPEN OUTPUT ACCR-OUT-FILE.
003244     OPEN OUTPUT BILL-OUT-FILE.
003245     OPEN OUTPUT JOURNAL-FILE.
003246     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003247     MOVE WS-RUN-YYYY TO WS-RPT-HDG-YYYY.
003248     MOVE WS-RUN-MM TO WS-RPT-HDG-MM.
003249     MOVE WS-RUN-DD TO WS-RPT-HDG-DD.
003250     OPEN INPUT CARD-FILE.
003251     READ CARD-FILE
003260         AT END
003270             SET WS-CARD-EOF TO TRUE
003280     END-READ.
003290     CLOSE CARD-FILE.
003300     IF WS-CARD-EOF
003310         SET WS-RUN-REFUSED TO TRUE
003320         MOVE SPACES TO WS-PRINT-LINE
003330         STRING 'NO RECALL CARD - RUN REFUSED'
003340             DELIMITED BY SIZE INTO WS-PRINT-LINE
003350         END-STRING
003360         WRITE PRINT-RECORD FROM WS-PRINT-LINE
003370         GO TO 1000-EXIT
003380     END-IF.
003390     IF RCL-BATCH-DATE NOT NUMERIC
003400         OR RCL-BATCH-NUMBER NOT NUMERIC
003410         OR RCL-BRANCH-ID NOT NUMERIC
003420         SET WS-RUN-REFUSED TO TRUE
003430         MOVE SPACES TO WS-PRINT-LINE
003440         STRING 'RECALL CARD NOT NUMERIC - RUN REFUSED: '
003450             DELIMITED BY SIZE
003460             RECALL-CARD (1:17) DELIMITED BY SIZE
003470             INTO WS-PRINT-LINE
003480         END-STRING
003490         WRITE PRINT-RECORD FROM WS-PRINT-LINE
003500         GO TO 1000-EXIT
003510     END-IF.
003520     MOVE RCL-BATCH-DATE TO WS-RCL-BATCH-DATE.
003530     MOVE RCL-BATCH-NUMBER TO WS-RCL-BATCH-NUMBER.
003540     MOVE RCL-BRANCH-ID TO WS-RCL-BRANCH-ID.
003545     PERFORM 1100-LOAD-MAP-TABLE THRU 1100-EXIT.
003550 1000-EXIT.
003560     EXIT.
003561*****************************************************************
003562* 1100-LOAD-MAP-TABLE - SORT THE EFFECTIVE-DATED GL MAPPING
003563* FILE INTO CODE, LEG AND EFFECTIVE-DATE ORDER AND LOAD EVERY
003564* ROW, HISTORY INCLUDED, UNDER THE SAME RULES AS GLEXTR - AN
003565* EMPTY OR OVERFULL FILE REFUSES THE RECALL BEFORE ANYTHING IS
003566* READ, SO THE REVERSING JOURNAL CAN NEVER MISS THE ACCOUNTS
003567* THE BATCH WAS POSTED TO.
003568*****************************************************************
003569 1100-LOAD-MAP-TABLE.
003570     SORT MAP-SORT-WORK
003571         ON ASCENDING KEY MAP-SORT-CODE
003572                          MAP-SORT-LEG
003573                          MAP-SORT-EFF-DATE
003574         USING GLMAP-FILE
003575         GIVING SORTED-MAP-FILE.
003576     OPEN INPUT SORTED-MAP-FILE.
003577     PERFORM 1150-READ-MAP-RECORD THRU 1150-EXIT.
003578     PERFORM 1160-STORE-MAP-ENTRY THRU 1160-EXIT
003579         UNTIL WS-MAP-EOF OR WS-RUN-REFUSED.
003580     CLOSE SORTED-MAP-FILE.
003581     IF WS-MAP-COUNT = ZERO AND NOT WS-RUN-REFUSED
003582         SET WS-RUN-REFUSED TO TRUE
003583         MOVE SPACES TO WS-PRINT-LINE
003584         STRING 'GL MAPPING FILE EMPTY - RUN REFUSED'
003585             DELIMITED BY SIZE INTO WS-PRINT-LINE
003586         END-STRING
003587         WRITE PRINT-RECORD FROM WS-PRINT-LINE
003588     END-IF.
003589 1100-EXIT.
003590     EXIT.
003591 1150-READ-MAP-RECORD.
003592     READ SORTED-MAP-FILE
003593         AT END
003594             SET WS-MAP-EOF TO TRUE
003595             GO TO 1150-EXIT
003596     END-READ.
003597 1150-EXIT.
003598     EXIT.
003599 1160-STORE-MAP-ENTRY.
003600     IF WS-MAP-COUNT >= WS-MAP-TAB-MAX
003601         SET WS-RUN-REFUSED TO TRUE
003602         MOVE SPACES TO WS-PRINT-LINE
003603         STRING 'GL MAPPING FILE EXCEEDS TABLE - RUN REFUSED'
003604             DELIMITED BY SIZE INTO WS-PRINT-LINE
003605         END-STRING
003606         WRITE PRINT-RECORD FROM WS-PRINT-LINE
003607         GO TO 1160-EXIT
003608     END-IF.
003609     ADD 1 TO WS-MAP-COUNT.
003610     MOVE SORTED-MAP-CODE TO WS-MAP-CODE (WS-MAP-COUNT).
003611     MOVE SORTED-MAP-LEG TO WS-MAP-LEG (WS-MAP-COUNT).
003612     MOVE SORTED-MAP-EFF-DATE TO WS-MAP-EFF (WS-MAP-COUNT).
003613     MOVE SORTED-MAP-DR TO WS-MAP-DR (WS-MAP-COUNT).
003614     MOVE SORTED-MAP-CR TO WS-MAP-CR (WS-MAP-COUNT).
003615     PERFORM 1150-READ-MAP-RECORD THRU 1150-EXIT.
003616 1160-EXIT.
003617     EXIT.
003618*****************************************************************
003619* 2000-READ-ACKNOWLEDGEMENT - PASS EVERY CATALOGED
003620* ACKNOWLEDGEMENT GENERATION FOR THE BATCH'S RECORD.  THE LAST
003621* ONE READ STANDS, THE SAME AS A RERUN NIGHT'S ACKNOWLEDGEMENT
003622* SUPERSEDES THE ONE BEFORE IT.  A BATCH NEVER ACKNOWLEDGED, OR
003623* ACKNOWLEDGED AS REFUSED, HAS NOTHING TO RECALL.
003624* THE CARD BRANCH'S SHARE RECORD STANDS FOR A BATCH THAT HAS
003625* SHARE RECORDS; A BATCH WITH NONE - ACKNOWLEDGED BEFORE THEY WERE
003626* WRITTEN - IS TAKEN WHOLE FROM ITS BATCH RECORD.  A BATCH WITH
003627* SHARES BUT NONE FROM THE CARD'S BRANCH HAS NOTHING TO RECALL.
003630*****************************************************************
003640 2000-READ-ACKNOWLEDGEMENT.
003650     OPEN INPUT ACK-FILE.
003660     PERFORM 2100-READ-ACK THRU 2100-EXIT.
003670     PERFORM 2200-TEST-ONE-ACK THRU 2200-EXIT
003680         UNTIL WS-ACK-EOF.
003690     CLOSE ACK-FILE.
003691     IF NOT WS-ACK-FOUND AND WS-SHARES-FOUND
003692         SET WS-RUN-REFUSED TO TRUE
003693         MOVE SPACES TO WS-PRINT-LINE
003694         STRING 'BATCH HAS NO RECORDS FROM BRANCH '
003695             DELIMITED BY SIZE
003696             WS-RCL-BRANCH-ID DELIMITED BY SIZE
003697             ' - RUN REFUSED' DELIMITED BY SIZE
003698             INTO WS-PRINT-LINE
003699         END-STRING
003700         WRITE PRINT-RECORD FROM WS-PRINT-LINE
003701         GO TO 2000-EXIT
003702     END-IF.
003703     IF NOT WS-ACK-FOUND AND WS-WHOLE-FOUND
003704         SET WS-ACK-FOUND TO TRUE
003705         SET WS-WHOLE-BATCH-RECALL TO TRUE
003706         MOVE WS-WHOLE-DISP TO WS-ACK-DISP-SW
003707         MOVE WS-WHOLE-RECORDS-READ TO WS-ACK-RECORDS-READ
003708         MOVE WS-WHOLE-REJECTED TO WS-ACK-REJECTED
003709         COMPUTE WS-ACK-ACCEPTED =
003710             WS-ACK-RECORDS-READ - WS-ACK-REJECTED
003711     END-IF.
003712     IF NOT WS-ACK-FOUND
003713         SET WS-RUN-REFUSED TO TRUE
003720         MOVE SPACES TO WS-PRINT-LINE
003730         STRING 'BATCH NOT FOUND ON THE ACKNOWLEDGEMENT FILE - '
003740             DELIMITED BY SIZE
003750             'RUN REFUSED' DELIMITED BY SIZE
003760             INTO WS-PRINT-LINE
003770         END-STRING
003780         WRITE PRINT-RECORD FROM WS-PRINT-LINE
003790         GO TO 2000-EXIT
003800     END-IF.
003810     IF NOT WS-ACK-WAS-ACCEPTED
003820         SET WS-RUN-REFUSED TO TRUE
003830         MOVE SPACES TO WS-PRINT-LINE
003840         STRING 'BATCH WAS REFUSED WHEN RECEIVED - NOTHING TO '
003850             DELIMITED BY SIZE
003860             'RECALL, RUN REFUSED' DELIMITED BY SIZE
003870             INTO WS-PRINT-LINE
003880         END-STRING
003890         WRITE PRINT-RECORD FROM WS-PRINT-LINE
003900     END-IF.
003910 2000-EXIT.
003920     EXIT.
003930 2100-READ-ACK.
003940     READ ACK-FILE
003950         AT END
003960             SET WS-ACK-EOF TO TRUE
003970             GO TO 2100-EXIT
003980     END-READ.
003990 2100-EXIT.
004000     EXIT.
004010 2200-TEST-ONE-ACK.
004011     IF ACK-BATCH-DATE NOT = WS-RCL-BATCH-DATE
004012         OR ACK-BATCH-NUMBER NOT = WS-RCL-BATCH-NUMBER
004013         GO TO 2200-READ-NEXT
004014     END-IF.
004015     IF ACK-BATCH-TOTAL
004016         SET WS-WHOLE-FOUND TO TRUE
004017         MOVE ACK-DISPOSITION TO WS-WHOLE-DISP
004018         MOVE ACK-RECORDS-READ TO WS-WHOLE-RECORDS-READ
004019         COMPUTE WS-WHOLE-REJECTED =
004020             ACK-REJ-LENGTH + ACK-REJ-CODE-MISS
004021             + ACK-REJ-TOLERANCE + ACK-REJ-FEE
004022             + ACK-REJ-DUPLICATE + ACK-REJ-ACCOUNT
004023         GO TO 2200-READ-NEXT
004024     END-IF.
004025     IF NOT ACK-BRANCH-SHARE
004026         GO TO 2200-READ-NEXT
004027     END-IF.
004028     SET WS-SHARES-FOUND TO TRUE.
004029     IF ACK-BRANCH-ID NOT = WS-RCL-BRANCH-ID
004030         GO TO 2200-READ-NEXT
004031     END-IF.
004032     SET WS-ACK-FOUND TO TRUE.
004033     MOVE ACK-DISPOSITION TO WS-ACK-DISP-SW.
004034     MOVE ACK-RECORDS-READ TO WS-ACK-RECORDS-READ.
004035     COMPUTE WS-ACK-REJECTED =
004036         ACK-REJ-LENGTH + ACK-REJ-CODE-MISS
004037         + ACK-REJ-TOLERANCE + ACK-REJ-FEE
004038         + ACK-REJ-DUPLICATE + ACK-REJ-ACCOUNT.
004039     COMPUTE WS-ACK-ACCEPTED =
004040         WS-ACK-RECORDS-READ - WS-ACK-REJECTED.
004041 2200-READ-NEXT.
004042     PERFORM 2100-READ-ACK THRU 2100-EXIT.
004150 2200-EXIT.
004160     EXIT.
004170*****************************************************************
004180* 3000-COLLECT-HISTORY-KEYS - PASS THE HISTORY CLUSTER FRONT TO
004190* BACK, READ ONLY, AND TABLE EVERY KEY THE BATCH REGISTERED.  THE
004200* CLUSTER IS IN TRANSACTION-KEY ORDER AND THE BATCH DATE IS
004210* FIXED, SO THE TABLE FILLS IN ASCENDING ORDER FOR SEARCH ALL.
004211* ONLY THE CARD BRANCH'S KEYS ARE TABLED - THE OTHER BRANCHES'
004212* KEYS OF A BATCH WITH SHARE RECORDS STAY REGISTERED.
004220* THE RUN IS REFUSED WHEN A KEY FOR THE BATCH DATE WAS
004230* REGISTERED BEFORE HISTORY RECORDS CARRIED A BATCH NUMBER (IT
004240* CANNOT BE TOLD WHICH BATCH OWNS IT), WHEN A BATCH RECALLED WHOLE
004250* HAS A KEY STAMPED WITH ANOTHER BRANCH THAN THE CARD'S, OR WHEN
004260* THE TABLE FILLS.
004270*****************************************************************
004280 3000-COLLECT-HISTORY-KEYS.
004290     MOVE HIGH-VALUES TO WS-KEY-TABLE-AREA.
004300     MOVE ZERO TO WS-KEY-COUNT.
004310     OPEN INPUT HIST-FILE.
004320     IF WS-HIST-FILE-STATUS NOT = '00'
004330         SET WS-RUN-REFUSED TO TRUE
004340         MOVE SPACES TO WS-PRINT-LINE
004350         STRING 'HISTORY FILE OPEN FAILED - STATUS: '
004360             DELIMITED BY SIZE
004370             WS-HIST-FILE-STATUS DELIMITED BY SIZE
004380             INTO WS-PRINT-LINE
004390         END-STRING
004400         WRITE PRINT-RECORD FROM WS-PRINT-LINE
004410         GO TO 3000-EXIT
004420     END-IF.
004430     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
004440     PERFORM 3200-TEST-ONE-HISTORY THRU 3200-EXIT
004450         UNTIL WS-HIST-EOF OR WS-RUN-REFUSED.
004460     CLOSE HIST-FILE.
004470     IF WS-HIST-UNSTAMPED-COUNT > ZERO
004480         SET WS-RUN-REFUSED TO TRUE
004490         MOVE SPACES TO WS-PRINT-LINE
004500         STRING 'KEYS FOR THE BATCH DATE CARRY NO BATCH NUMBER - '
004510             DELIMITED BY SIZE
004520             'RUN REFUSED' DELIMITED BY SIZE
004530             INTO WS-PRINT-LINE
004540         END-STRING
004550         WRITE PRINT-RECORD FROM WS-PRINT-LINE
004560     END-IF.
004570     IF WS-HIST-BRANCH-COUNT > ZERO
004580         SET WS-RUN-REFUSED TO TRUE
004590         MOVE SPACES TO WS-PRINT-LINE
004600         STRING 'KEYS OF THE BATCH BELONG TO ANOTHER BRANCH - '
004610             DELIMITED BY SIZE
004620             'RUN REFUSED' DELIMITED BY SIZE
004630             INTO WS-PRINT-LINE
004640         END-STRING
004650         WRITE PRINT-RECORD FROM WS-PRINT-LINE
004660     END-IF.
004670 3000-EXIT.
004680     EXIT.
004690 3100-READ-HISTORY.
004700     READ HIST-FILE NEXT RECORD
004710         AT END
004720             SET WS-HIST-EOF TO TRUE
004730             GO TO 3100-EXIT
004740     END-READ.
004750 3100-EXIT.
004760     EXIT.
004770 3200-TEST-ONE-HISTORY.
004780     IF HIST-BATCH-DATE NOT = WS-RCL-BATCH-DATE
004790         GO TO 3200-READ-NEXT
004800     END-IF.
004810     IF HIST-BATCH-NUMBER NOT NUMERIC
004820         ADD 1 TO WS-HIST-UNSTAMPED-COUNT
004830         GO TO 3200-READ-NEXT
004840     END-IF.
004850     IF HIST-BATCH-NUMBER NOT = WS-RCL-BATCH-NUMBER
004860         GO TO 3200-READ-NEXT
004870     END-IF.
004871     IF HIST-BRANCH-ID NOT = WS-RCL-BRANCH-ID
004872         AND NOT WS-WHOLE-BATCH-RECALL
004873         GO TO 3200-READ-NEXT
004874     END-IF.
004880     IF HIST-BRANCH-ID NOT = WS-RCL-BRANCH-ID
004890         ADD 1 TO WS-HIST-BRANCH-COUNT
004900         MOVE SPACES TO WS-PRINT-LINE
004910         STRING 'KEY ' DELIMITED BY SIZE
004920             HIST-TRANS-KEY DELIMITED BY SIZE
004930             ' REGISTERED FOR BRANCH ' DELIMITED BY SIZE
004940             HIST-BRANCH-ID DELIMITED BY SIZE
004950             INTO WS-PRINT-LINE
004960         END-STRING
004970         WRITE PRINT-RECORD FROM WS-PRINT-LINE
004980     END-IF.
004990     IF WS-KEY-COUNT >= WS-KEY-TABLE-MAX
005000         SET WS-RUN-REFUSED TO TRUE
005010         MOVE SPACES TO WS-PRINT-LINE
005020         STRING 'BATCH KEY TABLE FULL - RUN REFUSED'
005030             DELIMITED BY SIZE INTO WS-PRINT-LINE
005040         END-STRING
005050         WRITE PRINT-RECORD FROM WS-PRINT-LINE
005060         GO TO 3200-EXIT
005070     END-IF.
005080     ADD 1 TO WS-KEY-COUNT.
005090     MOVE HIST-TRANS-KEY TO WS-KEY-TRANS-KEY (WS-KEY-COUNT).
005100     MOVE HIST-RUN-DATE TO WS-KEY-RUN-DATE (WS-KEY-COUNT).
005110     MOVE ZERO TO WS-KEY-CODE (WS-KEY-COUNT).
005120     MOVE ZERO TO WS-KEY-FIELD-1 (WS-KEY-COUNT).
005130     MOVE 'N' TO WS-KEY-VALID-SW (WS-KEY-COUNT).
005140     MOVE 'N' TO WS-KEY-ACCR-SW (WS-KEY-COUNT).
005150     MOVE 'N' TO WS-KEY-BILL-SW (WS-KEY-COUNT).
005160 3200-READ-NEXT.
005170     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
005180 3200-EXIT.
005190     EXIT.
005200*****************************************************************
005210* 4000-MATCH-VALIDATED - PASS EVERY CATALOGED VALIDATED-
005220* TRANSACTION GENERATION FOR THE BATCH'S RECORDS - THE KEY ON
005230* THE TABLE AND THE SAME BATCH DATE.  EACH MATCH TAKES ITS CODE
005240* AND FIELD-1 ONTO THE KEY'S ENTRY FOR THE ACCRUAL AND BILLING
005250* MATCHES, AND ROLLS ITS AMOUNTS INTO THE CODE'S JOURNAL TOTALS.
005260* A KEY MATCHED TWICE MEANS THE FILES DO NOT AGREE WITH THE
005270* ACKNOWLEDGEMENT, AND THE RUN IS REFUSED.
005280*****************************************************************
005290 4000-MATCH-VALIDATED.
005300     OPEN INPUT VALID-FILE.
005310     PERFORM 4100-READ-VALID THRU 4100-EXIT.
005320     PERFORM 4200-TEST-ONE-VALID THRU 4200-EXIT
005330         UNTIL WS-VALID-EOF OR WS-RUN-REFUSED.
005340     CLOSE VALID-FILE.
005350     IF WS-VALID-DUP-COUNT > ZERO
005360         SET WS-RUN-REFUSED TO TRUE
005370         MOVE SPACES TO WS-PRINT-LINE
005380         STRING 'KEYS MATCHED MORE THAN ONE VALIDATED RECORD - '
005390             DELIMITED BY SIZE
005400             'RUN REFUSED' DELIMITED BY SIZE
005410             INTO WS-PRINT-LINE
005420         END-STRING
005430         WRITE PRINT-RECORD FROM WS-PRINT-LINE
005440     END-IF.
005450 4000-EXIT.
005460     EXIT.
005470 4100-READ-VALID.
005480     READ VALID-FILE
005490         AT END
005500             SET WS-VALID-EOF TO TRUE
005510             GO TO 4100-EXIT
005520     END-READ.
005530 4100-EXIT.
005540     EXIT.
005550 4200-TEST-ONE-VALID.
005560     IF VALID-BATCH-DATE NOT NUMERIC
005570         GO TO 4200-READ-NEXT
005580     END-IF.
005590     IF VALID-BATCH-DATE NOT = WS-RCL-BATCH-DATE
005600         GO TO 4200-READ-NEXT
005610     END-IF.
005620     MOVE VALID-KEY TO WS-LOOKUP-KEY.
005630     PERFORM 4300-FIND-KEY THRU 4300-EXIT.
005640     IF WS-KEY-NOT-FOUND
005650         GO TO 4200-READ-NEXT
005660     END-IF.
005670     IF WS-KEY-VALID-MATCHED (WS-KEY-HIT-SUB)
005680         ADD 1 TO WS-VALID-DUP-COUNT
005690         MOVE SPACES TO WS-PRINT-LINE
005700         STRING 'KEY ' DELIMITED BY SIZE
005710             VALID-KEY DELIMITED BY SIZE
005720             ' FOUND MORE THAN ONCE ON THE VALIDATED FILE'
005730             DELIMITED BY SIZE
005740             INTO WS-PRINT-LINE
005750         END-STRING
005760         WRITE PRINT-RECORD FROM WS-PRINT-LINE
005770         GO TO 4200-READ-NEXT
005780     END-IF.
005790     MOVE VALID-CODE TO WS-LOOKUP-CODE.
005800     PERFORM 4400-FIND-CODE-SLOT THRU 4400-EXIT.
005810     IF WS-RUN-REFUSED
005820         GO TO 4200-EXIT
005830     END-IF.
005840     SET WS-KEY-VALID-MATCHED (WS-KEY-HIT-SUB) TO TRUE.
005850     MOVE VALID-CODE TO WS-KEY-CODE (WS-KEY-HIT-SUB).
005860     MOVE VALID-FIELD-1 TO WS-KEY-FIELD-1 (WS-KEY-HIT-SUB).
005870     ADD 1 TO WS-VALID-MATCH-COUNT.
005880     ADD VALID-FIELD-1 TO WS-VALID-TOT-1.
005890     ADD VALID-FIELD-2 TO WS-VALID-TOT-2.
005900     ADD VALID-FEE-AMOUNT TO WS-VALID-TOT-FEE.
005910     ADD VALID-FIELD-1 TO WS-GLX-TOT-1 (WS-GLX-HIT-SUB).
005920     ADD VALID-FIELD-2 TO WS-GLX-TOT-2 (WS-GLX-HIT-SUB).
005930     ADD VALID-FEE-AMOUNT TO WS-GLX-TOT-FEE (WS-GLX-HIT-SUB).
005940 4200-READ-NEXT.
005950     PERFORM 4100-READ-VALID THRU 4100-EXIT.
005960 4200-EXIT.
005970     EXIT.
005980*****************************************************************
005990* 4300-FIND-KEY - BINARY SEARCH OF THE BATCH KEY TABLE FOR
006000* WS-LOOKUP-KEY, LEAVING ITS SUBSCRIPT IN WS-KEY-HIT-SUB.
006010*****************************************************************
006020 4300-FIND-KEY.
006030     SET WS-KEY-NOT-FOUND TO TRUE.
006040     MOVE ZERO TO WS-KEY-HIT-SUB.
006050     SEARCH ALL WS-KEY-ENTRY
006060         AT END
006070             GO TO 4300-EXIT
006080         WHEN WS-KEY-TRANS-KEY (WS-KEY-IDX) = WS-LOOKUP-KEY
006090             SET WS-KEY-FOUND TO TRUE
006100             SET WS-KEY-HIT-SUB TO WS-KEY-IDX
006110     END-SEARCH.
006120 4300-EXIT.
006130     EXIT.
006140*****************************************************************
006150* 4400-FIND-CODE-SLOT - SERIAL SCAN OF THE BY-CODE JOURNAL TABLE
006160* FOR WS-LOOKUP-CODE, APPENDING A FRESH ENTRY WHEN THE CODE IS
006170* NEW, THE SAME AS THE NIGHTLY JOURNAL EXTRACT.  A BATCH WITH
006180* MORE CODES THAN THE TABLE IS REFUSED BEFORE ANYTHING IS
006190* WRITTEN.
006200*****************************************************************
006210 4400-FIND-CODE-SLOT.
006220     SET WS-ENTRY-NOT-FOUND TO TRUE.
006230     MOVE ZERO TO WS-GLX-HIT-SUB.
006240     PERFORM 4410-TEST-ONE-SLOT THRU 4410-EXIT
006250         VARYING WS-GLX-SUB FROM 1 BY 1
006260         UNTIL WS-GLX-SUB > WS-GLX-COUNT
006270             OR WS-ENTRY-FOUND.
006280     IF WS-ENTRY-FOUND
006290         GO TO 4400-EXIT
006300     END-IF.
006310     IF WS-GLX-COUNT >= WS-CODE-TABLE-MAX
006320         SET WS-RUN-REFUSED TO TRUE
006330         MOVE SPACES TO WS-PRINT-LINE
006340         STRING 'CODE TABLE FULL - RUN REFUSED'
006350             DELIMITED BY SIZE INTO WS-PRINT-LINE
006360         END-STRING
006370         WRITE PRINT-RECORD FROM WS-PRINT-LINE
006380         GO TO 4400-EXIT
006390     END-IF.
006400     ADD 1 TO WS-GLX-COUNT.
006410     MOVE WS-GLX-COUNT TO WS-GLX-HIT-SUB.
006420     MOVE WS-LOOKUP-CODE TO WS-GLX-CODE (WS-GLX-HIT-SUB).
006430     MOVE ZERO TO WS-GLX-TOT-1 (WS-GLX-HIT-SUB).
006440     MOVE ZERO TO WS-GLX-TOT-2 (WS-GLX-HIT-SUB).
006450     MOVE ZERO TO WS-GLX-TOT-FEE (WS-GLX-HIT-SUB).
006460     MOVE ZERO TO WS-GLX-TOT-INT (WS-GLX-HIT-SUB).
006470 4400-EXIT.
006480     EXIT.
006490 4410-TEST-ONE-SLOT.
006500     IF WS-GLX-CODE (WS-GLX-SUB) = WS-LOOKUP-CODE
006510         SET WS-ENTRY-FOUND TO TRUE
006520         MOVE WS-GLX-SUB TO WS-GLX-HIT-SUB
006530     END-IF.
006540 4410-EXIT.
006550     EXIT.
006560*****************************************************************
006570* 5000-CERTIFY-BATCH - THE RECALL GOES AHEAD ONLY WHEN THE KEYS
006580* FOUND ON THE HISTORY CLUSTER AND THE VALIDATED RECORDS MATCHED
006590* BOTH EQUAL THE ACCEPTED COUNT ON THE ACKNOWLEDGEMENT.  ANY
006600* DIFFERENCE MEANS PART OF THE BATCH IS ALREADY GONE OR WAS
006610* NEVER WHERE IT SHOULD BE, AND A PARTIAL REVERSAL WOULD BE
006620* WORSE THAN NONE.
006630*****************************************************************
006640 5000-CERTIFY-BATCH.
006650     IF WS-KEY-COUNT = ZERO
006660         SET WS-RUN-REFUSED TO TRUE
006670         MOVE SPACES TO WS-PRINT-LINE
006680         STRING 'NO HISTORY KEYS FOUND FOR THE BATCH - ALREADY '
006690             DELIMITED BY SIZE
006700             'RECALLED OR PURGED, RUN REFUSED' DELIMITED BY SIZE
006710             INTO WS-PRINT-LINE
006720         END-STRING
006730         WRITE PRINT-RECORD FROM WS-PRINT-LINE
006740         GO TO 5000-EXIT
006750     END-IF.
006760     IF WS-KEY-COUNT NOT = WS-ACK-ACCEPTED
006770         SET WS-RUN-REFUSED TO TRUE
006780         MOVE SPACES TO WS-PRINT-LINE
006790         STRING 'HISTORY KEYS FOUND DO NOT EQUAL THE ACCEPTED '
006800             DELIMITED BY SIZE
006810             'COUNT - RUN REFUSED' DELIMITED BY SIZE
006820             INTO WS-PRINT-LINE
006830         END-STRING
006840         WRITE PRINT-RECORD FROM WS-PRINT-LINE
006850     END-IF.
006860     IF WS-VALID-MATCH-COUNT NOT = WS-ACK-ACCEPTED
006870         SET WS-RUN-REFUSED TO TRUE
006880         MOVE SPACES TO WS-PRINT-LINE
006890         STRING 'VALIDATED RECORDS MATCHED DO NOT EQUAL THE '
006900             DELIMITED BY SIZE
006910             'ACCEPTED COUNT - RUN REFUSED' DELIMITED BY SIZE
006920             INTO WS-PRINT-LINE
006930         END-STRING
006940         WRITE PRINT-RECORD FROM WS-PRINT-LINE
006950     END-IF.
006960     IF NOT WS-RUN-REFUSED
006970         SET WS-CERTIFIED TO TRUE
006980     END-IF.
006990 5000-EXIT.
007000     EXIT.
007010*****************************************************************
007020* 6000-WRITE-REVERSALS - THE BATCH IS PROVEN.  REVERSE ITS
007030* ACCRUALS AND CHARGES, WRITE THE REVERSING JOURNAL AND ONLY
007040* THEN TAKE ITS KEYS OFF THE HISTORY CLUSTER, SO A FAILURE
007050* PART WAY LEAVES THE BATCH STILL BLOCKED AGAINST RESUBMISSION
007060* RATHER THAN FREED WITH ITS EFFECTS STILL ON THE BOOKS.
007070*****************************************************************
007080 6000-WRITE-REVERSALS.
007090     PERFORM 6100-REVERSE-ACCRUALS THRU 6100-EXIT.
007100     PERFORM 6300-REVERSE-BILLING THRU 6300-EXIT.
007110     PERFORM 6500-WRITE-JOURNAL THRU 6500-EXIT.
007120     PERFORM 6700-DELETE-HISTORY THRU 6700-EXIT.
007130 6000-EXIT.
007140     EXIT.
007150*****************************************************************
007160* 6100-REVERSE-ACCRUALS - PASS EVERY CATALOGED ACCRUAL
007170* GENERATION.  A RECORD BELONGS TO THE BATCH WHEN ITS KEY IS ON
007180* THE TABLE WITH THE SAME CODE, IT WAS ACCRUED THE NIGHT THE KEY
007190* WAS REGISTERED AND ITS PRINCIPAL IS THE KEY'S FIELD-1.  EACH
007200* IS WRITTEN BACK NEGATED UNDER TODAY'S DATE, AND ONE RECALL
007210* CONTROL RECORD IS APPENDED FOR THE REVERSALS SO THE MONTH-END
007220* POSTING STILL TIES DETAIL TO CONTROL.
007230*****************************************************************
007240 6100-REVERSE-ACCRUALS.
007250     OPEN INPUT ACCRUAL-FILE.
007260     PERFORM 6110-READ-ACCRUAL THRU 6110-EXIT.
007270     PERFORM 6120-TEST-ONE-ACCRUAL THRU 6120-EXIT
007280         UNTIL WS-ACCR-EOF.
007290     CLOSE ACCRUAL-FILE.
007300     IF WS-ACCR-REV-COUNT = ZERO
007310         GO TO 6100-EXIT
007320     END-IF.
007330     OPEN EXTEND ACCR-CTL-FILE.
007340     MOVE SPACES TO ACTL-RECORD.
007350     MOVE WS-RUN-DATE TO ACTL-RUN-DATE.
007360     MOVE WS-ACCR-REV-COUNT TO ACTL-RECORD-COUNT.
007370     MOVE WS-ACCR-REV-PRINCIPAL TO ACTL-PRINCIPAL-TOTAL.
007380     MOVE WS-ACCR-REV-INTEREST TO ACTL-INTEREST-TOTAL.
007390     SET ACTL-RECALL-RUN TO TRUE.
007400     WRITE ACTL-RECORD.
007410     CLOSE ACCR-CTL-FILE.
007420 6100-EXIT.
007430     EXIT.
007440 6110-READ-ACCRUAL.
007450     READ ACCRUAL-FILE
007460         AT END
007470             SET WS-ACCR-EOF TO TRUE
007480             GO TO 6110-EXIT
007490     END-READ.
007500 6110-EXIT.
007510     EXIT.
007520 6120-TEST-ONE-ACCRUAL.
007530     MOVE ACCR-KEY TO WS-LOOKUP-KEY.
007540     PERFORM 4300-FIND-KEY THRU 4300-EXIT.
007550     IF WS-KEY-NOT-FOUND
007560         GO TO 6120-READ-NEXT
007570     END-IF.
007580     IF WS-KEY-ACCR-REVERSED (WS-KEY-HIT-SUB)
007590         OR ACCR-CODE NOT = WS-KEY-CODE (WS-KEY-HIT-SUB)
007600         OR ACCR-DATE NOT = WS-KEY-RUN-DATE (WS-KEY-HIT-SUB)
007610         OR ACCR-PRINCIPAL NOT = WS-KEY-FIELD-1 (WS-KEY-HIT-SUB)
007620         GO TO 6120-READ-NEXT
007630     END-IF.
007640     SET WS-KEY-ACCR-REVERSED (WS-KEY-HIT-SUB) TO TRUE.
007650     MOVE ACCR-CODE TO WS-LOOKUP-CODE.
007660     PERFORM 4400-FIND-CODE-SLOT THRU 4400-EXIT.
007670     ADD ACCR-INTEREST TO WS-GLX-TOT-INT (WS-GLX-HIT-SUB).
007680     COMPUTE ACCR-PRINCIPAL = ZERO - ACCR-PRINCIPAL.
007690     COMPUTE ACCR-INTEREST = ZERO - ACCR-INTEREST.
007700     MOVE WS-RUN-DATE TO ACCR-DATE.
007710     WRITE ACCR-OUT-RECORD FROM ACCRUAL-RECORD.
007720     ADD 1 TO WS-ACCR-REV-COUNT.
007730     ADD ACCR-PRINCIPAL TO WS-ACCR-REV-PRINCIPAL.
007740     ADD ACCR-INTEREST TO WS-ACCR-REV-INTEREST.
007750 6120-READ-NEXT.
007760     PERFORM 6110-READ-ACCRUAL THRU 6110-EXIT.
007770 6120-EXIT.
007780     EXIT.
007790*****************************************************************
007800* 6300-REVERSE-BILLING - PASS EVERY CATALOGED BILLING-DETAIL
007810* GENERATION THE SAME WAY: KEY ON THE TABLE, SAME CODE, BILLED
007820* THE NIGHT THE KEY WAS REGISTERED, BASE EQUAL TO FIELD-1.  EACH
007830* IS WRITTEN BACK WITH BASE AND CHARGE NEGATED UNDER TODAY'S
007840* DATE, WITH ONE RECALL CONTROL RECORD FOR THE MONTHLY INVOICE
007850* TIE.
007860*****************************************************************
007870 6300-REVERSE-BILLING.
007880     OPEN INPUT BILL-FILE.
007890     PERFORM 6310-READ-BILL THRU 6310-EXIT.
007900     PERFORM 6320-TEST-ONE-BILL THRU 6320-EXIT
007910         UNTIL WS-BILL-EOF.
007920     CLOSE BILL-FILE.
007930     IF WS-BILL-REV-COUNT = ZERO
007940         GO TO 6300-EXIT
007950     END-IF.
007960     OPEN EXTEND BILL-CTL-FILE.
007970     MOVE SPACES TO BCTL-RECORD.
007980     MOVE WS-RUN-DATE TO BCTL-RUN-DATE.
007990     MOVE WS-BILL-REV-COUNT TO BCTL-RECORD-COUNT.
008000     MOVE WS-BILL-REV-BASE TO BCTL-BASE-TOTAL.
008010     MOVE WS-BILL-REV-BILLED TO BCTL-BILLED-TOTAL.
008020     SET BCTL-RECALL-RUN TO TRUE.
008030     WRITE BCTL-RECORD.
008040     CLOSE BILL-CTL-FILE.
008050 6300-EXIT.
008060     EXIT.
008070 6310-READ-BILL.
008080     READ BILL-FILE
008090         AT END
008100             SET WS-BILL-EOF TO TRUE
008110             GO TO 6310-EXIT
008120     END-READ.
008130 6310-EXIT.
008140     EXIT.
008150 6320-TEST-ONE-BILL.
008160     MOVE BILL-KEY TO WS-LOOKUP-KEY.
008170     PERFORM 4300-FIND-KEY THRU 4300-EXIT.
008180     IF WS-KEY-NOT-FOUND
008190         GO TO 6320-READ-NEXT
008200     END-IF.
008210     IF WS-KEY-BILL-REVERSED (WS-KEY-HIT-SUB)
008220         OR BILL-CODE NOT = WS-KEY-CODE (WS-KEY-HIT-SUB)
008230         OR BILL-DATE NOT = WS-KEY-RUN-DATE (WS-KEY-HIT-SUB)
008240         OR BILL-BASE-AMOUNT NOT = WS-KEY-FIELD-1 (WS-KEY-HIT-SUB)
008250         GO TO 6320-READ-NEXT
008260     END-IF.
008270     SET WS-KEY-BILL-REVERSED (WS-KEY-HIT-SUB) TO TRUE.
008280     COMPUTE BILL-BASE-AMOUNT = ZERO - BILL-BASE-AMOUNT.
008290     COMPUTE BILL-AMOUNT = ZERO - BILL-AMOUNT.
008300     MOVE WS-RUN-DATE TO BILL-DATE.
008310     WRITE BILL-OUT-RECORD FROM BILL-RECORD.
008320     ADD 1 TO WS-BILL-REV-COUNT.
008330     ADD BILL-BASE-AMOUNT TO WS-BILL-REV-BASE.
008340     ADD BILL-AMOUNT TO WS-BILL-REV-BILLED.
008350 6320-READ-NEXT.
008360     PERFORM 6310-READ-BILL THRU 6310-EXIT.
008370 6320-EXIT.
008380     EXIT.
008390*****************************************************************
008400* 6500-WRITE-JOURNAL - WRITE THE REVERSING PAIRS FOR EVERY CODE
008410* THE BATCH TOUCHED - EACH NIGHTLY LEG WITH ITS DEBIT AND CREDIT
008420* ACCOUNTS SWAPPED.  THE ACCOUNTS ARE THE MAPPING ROWS IN FORCE
008430* THE NIGHT THE BATCH'S KEYS WERE REGISTERED, WHICH IS THE NIGHT
008432* GLEXTR POSTED IT - EVERY KEY OF ONE BATCH CARRIES THE SAME RUN
008434* DATE.  THE CERTIFICATE PROVES DEBITS EQUAL CREDITS.
008440*****************************************************************
008450 6500-WRITE-JOURNAL.
008455     MOVE WS-KEY-RUN-DATE (1) TO WS-MAP-LOOKUP-DATE.
008460     PERFORM 6510-WRITE-CODE-JOURNALS THRU 6510-EXIT
008470         VARYING WS-GLX-SUB FROM 1 BY 1
008480         UNTIL WS-GLX-SUB > WS-GLX-COUNT.
008490 6500-EXIT.
008500     EXIT.
008510 6510-WRITE-CODE-JOURNALS.
008520     COMPUTE WS-PAIR-AMOUNT ROUNDED =
008530         WS-GLX-TOT-1 (WS-GLX-SUB).
008540     MOVE 'P' TO WS-MAP-LOOKUP-LEG.
008550     PERFORM 6520-SELECT-MAP-ROW THRU 6520-EXIT.
008560     PERFORM 6550-WRITE-JOURNAL-PAIR THRU 6550-EXIT.
008570     COMPUTE WS-PAIR-AMOUNT ROUNDED =
008580         WS-GLX-TOT-2 (WS-GLX-SUB).
008590     MOVE 'R' TO WS-MAP-LOOKUP-LEG.
008600     PERFORM 6520-SELECT-MAP-ROW THRU 6520-EXIT.
008610     PERFORM 6550-WRITE-JOURNAL-PAIR THRU 6550-EXIT.
008620     COMPUTE WS-PAIR-AMOUNT ROUNDED =
008630         WS-GLX-TOT-FEE (WS-GLX-SUB).
008640     MOVE 'F' TO WS-MAP-LOOKUP-LEG.
008650     PERFORM 6520-SELECT-MAP-ROW THRU 6520-EXIT.
008660     PERFORM 6550-WRITE-JOURNAL-PAIR THRU 6550-EXIT.
008670     COMPUTE WS-PAIR-AMOUNT ROUNDED =
008680         WS-GLX-TOT-INT (WS-GLX-SUB).
008690     MOVE 'I' TO WS-MAP-LOOKUP-LEG.
008700     PERFORM 6520-SELECT-MAP-ROW THRU 6520-EXIT.
008710     PERFORM 6550-WRITE-JOURNAL-PAIR THRU 6550-EXIT.
008720 6510-EXIT.
008730     EXIT.
008731*****************************************************************
008732* 6520-SELECT-MAP-ROW - FIND THE MAPPING ROW IN FORCE FOR THE
008733* CURRENT CODE AND WS-MAP-LOOKUP-LEG ON WS-MAP-LOOKUP-DATE -
008734* THE LAST MATCHING ROW ON OR BEFORE THAT DATE, AS IN GLEXTR -
008735* AND LOAD ITS ACCOUNTS SWAPPED, SO THE PAIR UNDOES THE NIGHTLY
008736* ONE.  WITH NO ROW IN FORCE BOTH SIDES GO TO SUSPENSE, WHERE
008737* THE NIGHTLY RUN PUT THEM.
008738*****************************************************************
008739 6520-SELECT-MAP-ROW.
008740     SET WS-MAP-NOT-FOUND TO TRUE.
008741     MOVE ZERO TO WS-MAP-HIT-SUB.
008742     PERFORM 6530-TEST-ONE-MAP-ROW THRU 6530-EXIT
008743         VARYING WS-MAP-SUB FROM 1 BY 1
008744         UNTIL WS-MAP-SUB > WS-MAP-COUNT.
008745     IF WS-MAP-FOUND
008746         MOVE WS-MAP-CR (WS-MAP-HIT-SUB) TO WS-PAIR-DR-ACCOUNT
008747         MOVE WS-MAP-DR (WS-MAP-HIT-SUB) TO WS-PAIR-CR-ACCOUNT
008748     ELSE
008749         MOVE WS-GL-SUSPENSE TO WS-PAIR-DR-ACCOUNT
008750         MOVE WS-GL-SUSPENSE TO WS-PAIR-CR-ACCOUNT
008751     END-IF.
008752 6520-EXIT.
008753     EXIT.
008754 6530-TEST-ONE-MAP-ROW.
008755     IF WS-MAP-CODE (WS-MAP-SUB) = WS-GLX-CODE (WS-GLX-SUB)
008756         AND WS-MAP-LEG (WS-MAP-SUB) = WS-MAP-LOOKUP-LEG
008757         AND WS-MAP-EFF (WS-MAP-SUB) <= WS-MAP-LOOKUP-DATE
008758         SET WS-MAP-FOUND TO TRUE
008759         MOVE WS-MAP-SUB TO WS-MAP-HIT-SUB
008760     END-IF.
008761 6530-EXIT.
008762     EXIT.
008763*****************************************************************
008764* 6550-WRITE-JOURNAL-PAIR - WRITE THE DEBIT AND CREDIT RECORDS
008765* FOR ONE AMOUNT.  A ZERO LEG WRITES NOTHING.
008770*****************************************************************
008780 6550-WRITE-JOURNAL-PAIR.
008790     IF WS-PAIR-AMOUNT = ZERO
008800         GO TO 6550-EXIT
008810     END-IF.
008812     IF WS-MAP-NOT-FOUND
008814         ADD 1 TO WS-SUSP-LEG-COUNT
008816     END-IF.
008820     MOVE SPACES TO JOURNAL-RECORD.
008830     MOVE WS-RUN-DATE TO JRNL-DATE.
008840     MOVE WS-GLX-CODE (WS-GLX-SUB) TO JRNL-CODE.
008850     MOVE WS-PAIR-DR-ACCOUNT TO JRNL-ACCOUNT.
008860     SET JRNL-DEBIT TO TRUE.
008870     MOVE WS-PAIR-AMOUNT TO JRNL-AMOUNT.
008880     MOVE 'RCAL' TO JRNL-SOURCE.
008890     WRITE JOURNAL-RECORD.
008900     ADD 1 TO WS-JOURNAL-COUNT.
008910     ADD WS-PAIR-AMOUNT TO WS-TOTAL-DEBITS.
008920     MOVE SPACES TO JOURNAL-RECORD.
008930     MOVE WS-RUN-DATE TO JRNL-DATE.
008940     MOVE WS-GLX-CODE (WS-GLX-SUB) TO JRNL-CODE.
008950     MOVE WS-PAIR-CR-ACCOUNT TO JRNL-ACCOUNT.
008960     SET JRNL-CREDIT TO TRUE.
008970     MOVE WS-PAIR-AMOUNT TO JRNL-AMOUNT.
008980     MOVE 'RCAL' TO JRNL-SOURCE.
008990     WRITE JOURNAL-RECORD.
009000     ADD 1 TO WS-JOURNAL-COUNT.
009010     ADD WS-PAIR-AMOUNT TO WS-TOTAL-CREDITS.
009020 6550-EXIT.
009030     EXIT.
009040*****************************************************************
009050* 6700-DELETE-HISTORY - PASS THE HISTORY CLUSTER AGAIN, FOR
009060* UPDATE THIS TIME, AND DELETE EVERY KEY OF THE BATCH FROM THE
009070* CARD'S BRANCH, AS THE WEEKLY PURGE DOES.  A FAILED DELETE STOPS
009080* THE PASS AND FAILS THE RUN - THE CERTIFICATE SHOWS HOW FAR IT
009081* GOT.
009090*****************************************************************
009100 6700-DELETE-HISTORY.
009110     MOVE 'N' TO WS-HIST-EOF-SW.
009120     OPEN I-O HIST-FILE.
009130     IF WS-HIST-FILE-STATUS NOT = '00'
009140         SET WS-DELETE-FAILED TO TRUE
009150         MOVE SPACES TO WS-PRINT-LINE
009160         STRING 'HISTORY FILE OPEN FOR UPDATE FAILED - STATUS: '
009170             DELIMITED BY SIZE
009180             WS-HIST-FILE-STATUS DELIMITED BY SIZE
009190             INTO WS-PRINT-LINE
009200         END-STRING
009210         WRITE PRINT-RECORD FROM WS-PRINT-LINE
009220         GO TO 6700-EXIT
009230     END-IF.
009240     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
009250     PERFORM 6710-DELETE-ONE-HISTORY THRU 6710-EXIT
009260         UNTIL WS-HIST-EOF OR WS-DELETE-FAILED.
009270     CLOSE HIST-FILE.
009280     IF WS-HIST-DELETED-COUNT NOT = WS-KEY-COUNT
009290         AND NOT WS-DELETE-FAILED
009300         SET WS-DELETE-FAILED TO TRUE
009310         MOVE SPACES TO WS-PRINT-LINE
009320         STRING 'HISTORY KEYS DELETED DO NOT EQUAL THE KEYS '
009330             DELIMITED BY SIZE
009340             'FOUND' DELIMITED BY SIZE
009350             INTO WS-PRINT-LINE
009360         END-STRING
009370         WRITE PRINT-RECORD FROM WS-PRINT-LINE
009380     END-IF.
009390 6700-EXIT.
009400     EXIT.
009410 6710-DELETE-ONE-HISTORY.
009420     IF HIST-BATCH-DATE NOT = WS-RCL-BATCH-DATE
009430         GO TO 6710-READ-NEXT
009440     END-IF.
009450     IF HIST-BATCH-NUMBER NOT NUMERIC
009460         GO TO 6710-READ-NEXT
009470     END-IF.
009480     IF HIST-BATCH-NUMBER NOT = WS-RCL-BATCH-NUMBER
009490         GO TO 6710-READ-NEXT
009500     END-IF.
009501     IF HIST-BRANCH-ID NOT = WS-RCL-BRANCH-ID
009502         GO TO 6710-READ-NEXT
009503     END-IF.
009510     DELETE HIST-FILE.
009520     IF WS-HIST-FILE-STATUS NOT = '00'
009530         SET WS-DELETE-FAILED TO TRUE
009540         MOVE SPACES TO WS-PRINT-LINE
009550         STRING 'HISTORY DELETE FAILED - STATUS: '
009560             DELIMITED BY SIZE
009570             WS-HIST-FILE-STATUS DELIMITED BY SIZE
009580             ' KEY: ' DELIMITED BY SIZE
009590             HIST-TRANS-KEY DELIMITED BY SIZE
009600             INTO WS-PRINT-LINE
009610         END-STRING
009620         WRITE PRINT-RECORD FROM WS-PRINT-LINE
009630         GO TO 6710-EXIT
009640     END-IF.
009650     ADD 1 TO WS-HIST-DELETED-COUNT.
009660 6710-READ-NEXT.
009670     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
009680 6710-EXIT.
009690     EXIT.
009700*****************************************************************
009710* 7000-PRINT-CERTIFICATE - THE ACKNOWLEDGED FIGURES, THEN WHAT
009720* WAS FOUND AND WHAT WAS REVERSED IN EACH FILE, THEN THE
009730* VERDICT.  A REFUSED RUN PRINTS WHAT IT FOUND SO THE DESK CAN
009740* SEE WHICH FIGURE DISAGREED.
009750*****************************************************************
009760 7000-PRINT-CERTIFICATE.
009770     MOVE WS-RCL-BATCH-DATE TO WS-RPT-HDG-BATCH-DATE.
009780     MOVE WS-RCL-BATCH-NUMBER TO WS-RPT-HDG-BATCH-NUMBER.
009790     MOVE WS-RCL-BRANCH-ID TO WS-RPT-HDG-BRANCH.
009800     WRITE PRINT-RECORD FROM WS-REPORT-HEADING-1
009810         AFTER ADVANCING PAGE.
009820     WRITE PRINT-RECORD FROM WS-REPORT-HEADING-2
009830         AFTER ADVANCING 2 LINES.
009831     IF WS-WHOLE-BATCH-RECALL
009832         MOVE ' ACKNOWLEDGED AT RECEIPT - WHOLE BATCH'
009833             TO WS-PRINT-LINE
009834     ELSE
009835         MOVE ' ACKNOWLEDGED AT RECEIPT - BRANCH SHARE'
009836             TO WS-PRINT-LINE
009837     END-IF.
009850     WRITE PRINT-RECORD FROM WS-PRINT-LINE
009860         AFTER ADVANCING 2 LINES.
009870     MOVE 'RECORDS READ' TO WS-CERT-CNT-LABEL.
009880     MOVE WS-ACK-RECORDS-READ TO WS-CERT-CNT-VALUE.
009890     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
009900     MOVE 'RECORDS REJECTED' TO WS-CERT-CNT-LABEL.
009910     MOVE WS-ACK-REJECTED TO WS-CERT-CNT-VALUE.
009920     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
009930     MOVE 'RECORDS ACCEPTED' TO WS-CERT-CNT-LABEL.
009940     MOVE WS-ACK-ACCEPTED TO WS-CERT-CNT-VALUE.
009950     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
009960     MOVE ' FOUND' TO WS-PRINT-LINE.
009970     WRITE PRINT-RECORD FROM WS-PRINT-LINE
009980         AFTER ADVANCING 2 LINES.
009990     MOVE 'HISTORY KEYS FOUND' TO WS-CERT-CNT-LABEL.
010000     MOVE WS-KEY-COUNT TO WS-CERT-CNT-VALUE.
010010     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
010020     MOVE 'VALIDATED RECORDS MATCHED' TO WS-CERT-CNT-LABEL.
010030     MOVE WS-VALID-MATCH-COUNT TO WS-CERT-CNT-VALUE.
010040     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
010050     MOVE 'VALIDATED FIELD-1 TOTAL' TO WS-CERT-AMT-LABEL.
010060     COMPUTE WS-CERT-AMT-VALUE ROUNDED = WS-VALID-TOT-1.
010070     PERFORM 7200-WRITE-AMOUNT-LINE THRU 7200-EXIT.
010080     MOVE 'VALIDATED FIELD-2 TOTAL' TO WS-CERT-AMT-LABEL.
010090     COMPUTE WS-CERT-AMT-VALUE ROUNDED = WS-VALID-TOT-2.
010100     PERFORM 7200-WRITE-AMOUNT-LINE THRU 7200-EXIT.
010110     MOVE 'VALIDATED FEE TOTAL' TO WS-CERT-AMT-LABEL.
010120     MOVE WS-VALID-TOT-FEE TO WS-CERT-AMT-VALUE.
010130     PERFORM 7200-WRITE-AMOUNT-LINE THRU 7200-EXIT.
010140     IF NOT WS-CERTIFIED
010150         GO TO 7000-VERDICT
010160     END-IF.
010170     MOVE ' REVERSED' TO WS-PRINT-LINE.
010180     WRITE PRINT-RECORD FROM WS-PRINT-LINE
010190         AFTER ADVANCING 2 LINES.
010200     MOVE 'ACCRUAL RECORDS REVERSED' TO WS-CERT-CNT-LABEL.
010210     MOVE WS-ACCR-REV-COUNT TO WS-CERT-CNT-VALUE.
010220     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
010230     MOVE 'ACCRUAL PRINCIPAL REVERSED' TO WS-CERT-AMT-LABEL.
010240     COMPUTE WS-CERT-AMT-VALUE ROUNDED = WS-ACCR-REV-PRINCIPAL.
010250     PERFORM 7200-WRITE-AMOUNT-LINE THRU 7200-EXIT.
010260     MOVE 'ACCRUAL INTEREST REVERSED' TO WS-CERT-AMT-LABEL.
010270     COMPUTE WS-CERT-AMT-VALUE ROUNDED = WS-ACCR-REV-INTEREST.
010280     PERFORM 7200-WRITE-AMOUNT-LINE THRU 7200-EXIT.
010290     MOVE 'BILLING RECORDS REVERSED' TO WS-CERT-CNT-LABEL.
010300     MOVE WS-BILL-REV-COUNT TO WS-CERT-CNT-VALUE.
010310     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
010320     MOVE 'BILLING BASE REVERSED' TO WS-CERT-AMT-LABEL.
010330     COMPUTE WS-CERT-AMT-VALUE ROUNDED = WS-BILL-REV-BASE.
010340     PERFORM 7200-WRITE-AMOUNT-LINE THRU 7200-EXIT.
010350     MOVE 'BILLED AMOUNT REVERSED' TO WS-CERT-AMT-LABEL.
010360     MOVE WS-BILL-REV-BILLED TO WS-CERT-AMT-VALUE.
010370     PERFORM 7200-WRITE-AMOUNT-LINE THRU 7200-EXIT.
010380     MOVE 'JOURNAL RECORDS WRITTEN' TO WS-CERT-CNT-LABEL.
010390     MOVE WS-JOURNAL-COUNT TO WS-CERT-CNT-VALUE.
010400     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
010410     MOVE 'JOURNAL DEBITS' TO WS-CERT-AMT-LABEL.
010420     MOVE WS-TOTAL-DEBITS TO WS-CERT-AMT-VALUE.
010430     PERFORM 7200-WRITE-AMOUNT-LINE THRU 7200-EXIT.
010440     MOVE 'JOURNAL CREDITS' TO WS-CERT-AMT-LABEL.
010450     MOVE WS-TOTAL-CREDITS TO WS-CERT-AMT-VALUE.
010460     PERFORM 7200-WRITE-AMOUNT-LINE THRU 7200-EXIT.
010462     MOVE 'JOURNAL LEGS REVERSED THROUGH SUSPENSE'
010464         TO WS-CERT-CNT-LABEL.
010466     MOVE WS-SUSP-LEG-COUNT TO WS-CERT-CNT-VALUE.
010468     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
010470     MOVE 'HISTORY KEYS DELETED' TO WS-CERT-CNT-LABEL.
010480     MOVE WS-HIST-DELETED-COUNT TO WS-CERT-CNT-VALUE.
010490     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
010500 7000-VERDICT.
010510     MOVE SPACES TO WS-PRINT-LINE.
010520     IF WS-RUN-REFUSED
010530         STRING ' RECALL REFUSED - NOTHING REVERSED, NO HISTORY '
010540             DELIMITED BY SIZE
010550             'KEY DELETED' DELIMITED BY SIZE
010560             INTO WS-PRINT-LINE
010570         END-STRING
010580     ELSE
010590     IF WS-DELETE-FAILED
010600         STRING ' RECALL INCOMPLETE - REVERSALS WRITTEN, HISTORY '
010610             DELIMITED BY SIZE
010620             'DELETE FAILED' DELIMITED BY SIZE
010630             INTO WS-PRINT-LINE
010640         END-STRING
010650     ELSE
010660     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
010670         STRING ' RECALL INCOMPLETE - REVERSING JOURNAL DOES NOT '
010680             DELIMITED BY SIZE
010690             'BALANCE' DELIMITED BY SIZE
010700             INTO WS-PRINT-LINE
010710         END-STRING
010720     ELSE
010730         STRING ' CERTIFIED - KEYS FOUND, RECORDS MATCHED AND '
010740             DELIMITED BY SIZE
010750             'KEYS DELETED EQUAL THE ACCEPTED COUNT'
010760             DELIMITED BY SIZE
010770             INTO WS-PRINT-LINE
010780         END-STRING
010790     END-IF
010800     END-IF
010810     END-IF.
010820     WRITE PRINT-RECORD FROM WS-PRINT-LINE
010830         AFTER ADVANCING 2 LINES.
010840 7000-EXIT.
010850     EXIT.
010860 7100-WRITE-COUNT-LINE.
010870     WRITE PRINT-RECORD FROM WS-CERT-COUNT-LINE
010880         AFTER ADVANCING 1 LINE.
010890 7100-EXIT.
010900     EXIT.
010910 7200-WRITE-AMOUNT-LINE.
010920     WRITE PRINT-RECORD FROM WS-CERT-AMOUNT-LINE
010930         AFTER ADVANCING 1 LINE.
010940 7200-EXIT.
010950     EXIT.
010960*****************************************************************
010970* 8000-TERMINATE - SET THE RETURN CODE AND CLOSE FILES.  RC 8
010980* FOR A REFUSED RUN, A FAILED HISTORY DELETE OR AN UNBALANCED
010990* REVERSING JOURNAL; OTHERWISE RC 0.
011000*****************************************************************
011010 8000-TERMINATE.
011020     IF WS-RUN-REFUSED
011030         OR WS-DELETE-FAILED
011040         OR WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
011050         MOVE 8 TO RETURN-CODE
011060     ELSE
011070         MOVE 0 TO RETURN-CODE
011080     END-IF.
011090     CLOSE ACCR-OUT-FILE.
011100     CLOSE BILL-OUT-FILE.
011110     CLOSE JOURNAL-FILE.
011120     CLOSE PRINT-FILE.
011130 8000-EXIT.
011140     EXIT.
