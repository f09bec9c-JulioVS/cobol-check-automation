002640* 09/01/26    RH   RENUMBERED THE SEQUENCE AREA - REPEATED
002650*                  INSERTIONS HAD AGAIN LEFT DUPLICATE AND
002660*                  OUT-OF-ORDER NUMBERS.
002661* 10/15/26    RH   ACK-RECORD PULLED OUT TO THE BATCHACK
002662*                  COPYBOOK FOR THE BATCH RECALL RUN.  EACH
002663*                  REGISTERED KEY NOW CARRIES THE BATCH NUMBER
002664*                  AND BRANCH OF ITS BATCH ON THE HISTORY
002665*                  RECORD SO A BATCH CAN BE RECALLED BY KEY.
002666* 10/15/26    RH   THE STEP NOW CHECKS THE RUN-CONTROL CLUSTER
002667*                  BEFORE IT OPENS ANYTHING AND REFUSES A SECOND
002668*                  RUN FOR A DATE IT HAS ALREADY COMPLETED.  A
002669*                  RUN ENDING BELOW RC 8 WRITES ITS ROW THERE,
002670*                  WITH RECORDS READ, ACCEPTED AND EXCEPTED AND
002671*                  THE FIELD-1 AND FEE TOTALS.  THE RUN DATE IS
002672*                  TAKEN THERE, AHEAD OF THE FILE OPENS.
002673* 10/15/26    RH   EACH BATCH ACKNOWLEDGMENT NOW CARRIES THE
002674*                  BRANCH THE BATCH CAME FROM (THE LAST BRANCH
002675*                  RECORD INSIDE IT, ZERO IF NONE) FOR THE
002676*                  MONTH-END BRANCH SCORECARD.
002677* 10/15/26    RH   THE RUN DATE NOW COMES OFF THE NIGHT ROW ON THE
002678*                  RUN-CONTROL FILE INSTEAD OF THE CLOCK, SO A
002679*                  NIGHT THAT CROSSES MIDNIGHT OR IS FINISHED THE
002680*                  NEXT MORNING KEEPS ONE RUN DATE THROUGHOUT.
002681* 10/15/26    RH   EACH BATCH IS NOW ALSO ACKNOWLEDGED BY BRANCH -
002682*                  ONE SHARE RECORD PER BRANCH WITH RECORDS IN THE
002683*                  BATCH, AHEAD OF THE BATCH RECORD - SO THE
002684*                  SCORECARD CREDITS EACH BRANCH WITH ITS OWN
002685*                  RECORDS AND REJECTIONS.
002686* 10/15/26    RH   A RESTART THAT RESUMES INSIDE A BRANCH NOW
002687*                  TAKES THE BRANCH FOR THE BATCH'S SHARE RECORDS
002688*                  AND ACKNOWLEDGMENT FROM THE RECORDS SKIPPED.
002689*-----------------------------------------------------------
002690 ENVIRONMENT DIVISION.
002691 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002710     SELECT TRANS-FILE ASSIGN TO TRANSIN
002720         ORGANIZATION IS SEQUENTIAL.
003070         ORGANIZATION IS SEQUENTIAL.
003080     SELECT ACK-FILE ASSIGN TO ACKOUT
003090         ORGANIZATION IS SEQUENTIAL.
003091     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
003092         ORGANIZATION IS INDEXED
003093         ACCESS MODE IS RANDOM
003094         RECORD KEY IS RCTL-KEY
003095         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
003100 DATA DIVISION.
003110 FILE SECTION.
003120 FD  TRANS-FILE
004010 FD  ACK-FILE
004020     RECORDING MODE IS F
004030     LABEL RECORDS ARE STANDARD.
004040     COPY BATCHACK.
004050 FD  RUNCTL-FILE
004060     LABEL RECORDS ARE STANDARD.
004070     COPY RUNCTL.
004320 WORKING-STORAGE SECTION.
004330     COPY NUMFLDS.
004340 77   CHAR-CT                      PIC S9(3) COMP.
004600         88  WS-BATCH-CLOSED                   VALUE 'N'.
004610     05  WS-BATCH-FAILED-SW   PIC X(01)      VALUE 'N'.
004620         88  WS-BATCH-FAILED                   VALUE 'Y'.
004621     05  WS-RUNCTL-OPEN-SW    PIC X(01)      VALUE 'N'.
004622         88  WS-RUNCTL-OPEN                  VALUE 'Y'.
004623     05  WS-RERUN-REFUSED-SW  PIC X(01)      VALUE 'N'.
004624         88  WS-RERUN-REFUSED                VALUE 'Y'.
004625 01  WS-RUNCTL-WORK.
004626     05  WS-RUNCTL-FILE-STATUS    PIC X(02) VALUE SPACES.
004627     05  WS-RUNCTL-STEP           PIC X(08) VALUE 'NUMBERS'.
004628     05  WS-RUNCTL-TIME           PIC 9(08) VALUE ZERO.
004630 01  WS-PRINT-LINE                PIC X(80).
004640 01  WS-RELATIONAL-WORK.
004650     05  WS-OP-NAME           PIC X(04).
005400 01  WS-BATCH-CONTROL.
005410     05  WS-BATCH-DATE            PIC 9(08) VALUE ZERO.
005420     05  WS-BATCH-NUMBER          PIC 9(06) VALUE ZERO.
005425     05  WS-BATCH-BRANCH-ID       PIC 9(03) VALUE ZERO.
005430     05  WS-BATCH-RECORD-COUNT    PIC 9(09) COMP-3 VALUE ZERO.
005440     05  WS-BATCH-HASH-FIELD-1    PIC S9(13)V9(07) COMP-3
005450                                   VALUE ZERO.
005600     05  WS-ACK-FEE-COUNT         PIC 9(05) COMP-3 VALUE ZERO.
005610     05  WS-ACK-DUP-COUNT         PIC 9(05) COMP-3 VALUE ZERO.
005620     05  WS-ACK-ACCT-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
005621*    THE BATCH'S COUNTS AS THEY STOOD WHEN THE CURRENT BRANCH
005622*    SECTION OPENED - WHAT HAS BEEN ADDED SINCE IS THAT BRANCH'S.
005623     05  WS-SHR-FROM-READ         PIC 9(09) COMP-3 VALUE ZERO.
005624     05  WS-SHR-FROM-LENGTH       PIC 9(05) COMP-3 VALUE ZERO.
005625     05  WS-SHR-FROM-CODE-MISS    PIC 9(05) COMP-3 VALUE ZERO.
005626     05  WS-SHR-FROM-TOL          PIC 9(05) COMP-3 VALUE ZERO.
005627     05  WS-SHR-FROM-FEE          PIC 9(05) COMP-3 VALUE ZERO.
005628     05  WS-SHR-FROM-DUP          PIC 9(05) COMP-3 VALUE ZERO.
005629     05  WS-SHR-FROM-ACCT         PIC 9(05) COMP-3 VALUE ZERO.
005630     05  WS-SHR-DELTA             PIC 9(09) COMP-3 VALUE ZERO.
005631*    THE OPEN BATCH'S RECORDS AND REJECTIONS BY BRANCH,
005632*    SUBSCRIPT = BRANCH + 1, FOR THE BRANCH SHARE ACKNOWLEDGMENTS.
005633*    THE USED LIST HOLDS THE SUBSCRIPTS IN THE ORDER THE BRANCHES
005634*    FIRST APPEARED IN THE BATCH.  THE SIX REJECTION CAUSES RUN
005635*    LENGTH, CODE, TOLERANCE, FEE, DUPLICATE, ACCOUNT.
005636 01  WS-BRANCH-SHARE-TABLE.
005637     05  WS-SHR-TAB-MAX           PIC S9(04) COMP VALUE 1000.
005638     05  WS-SHR-USED-COUNT        PIC S9(04) COMP VALUE ZERO.
005639     05  WS-SHR-USED-SUB          OCCURS 1000 TIMES
005640                                   PIC S9(04) COMP.
005641     05  WS-SHR-ENTRY             OCCURS 1000 TIMES.
005642         10  WS-SHR-IN-BATCH-SW   PIC X(01).
005643             88  WS-SHR-IN-BATCH               VALUE 'Y'.
005644         10  WS-SHR-READ          PIC 9(09) COMP-3.
005645         10  WS-SHR-REJ           OCCURS 6 TIMES
005646                                   PIC 9(05) COMP-3.
005647 01  WS-SHR-SUB                   PIC S9(04) COMP VALUE ZERO.
005648 01  WS-SHR-LIST-SUB              PIC S9(04) COMP VALUE ZERO.
005649 01  WS-BRANCH-CONTROL.
005650     05  WS-CURR-BRANCH-ID        PIC 9(03) VALUE ZERO.
005651     05  WS-CURR-BRANCH-NAME      PIC X(20)
005660                                   VALUE 'UNASSIGNED'.
005670     05  WS-BRANCH-ACTIVE-SW      PIC X(01) VALUE 'N'.
005680         88  WS-BRANCH-ACTIVE               VALUE 'Y'.
006570     05  LK-PARM-TEXT             PIC X(08).
006580 PROCEDURE DIVISION USING LK-PARM-AREA.
006590 0000-MAINLINE.
006591     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
006592     IF WS-RERUN-REFUSED
006593         PERFORM 0550-REFUSE-RERUN THRU 0550-EXIT
006594         GOBACK
006595     END-IF.
006600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006610     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
006620         UNTIL WS-EOF.
006630     PERFORM 7000-PRINT-SUMMARY-REPORT THRU 7000-EXIT.
006640     PERFORM 8000-TERMINATE THRU 8000-EXIT.
006650     GOBACK.
006651*****************************************************************
006652* 0500-CHECK-RUN-CONTROL - TAKE THE RUN DATE AND LOOK UP THIS
006653* STEP'S ROW ON THE RUN-CONTROL CLUSTER BEFORE ANY OTHER FILE IS
006654* OPENED.  NO ROW MEANS THE STEP HAS NOT COMPLETED FOR THE DATE
006655* AND IT RUNS AS NORMAL.  A COMPLETED ROW REFUSES THE RUN, AND SO
006656* DOES A CLUSTER THAT CANNOT BE OPENED OR READ - A SECOND PASS
006657* OVER A NIGHT ALREADY DONE IS THE ONE THING THIS STEP MUST NOT
006658* RISK.
006659* THE RUN DATE IS THE NIGHT'S, TAKEN OFF THE NIGHT ROW RUNCHK
006660* WROTE WHEN IT OPENED THE NIGHT - NEVER TODAY'S DATE - AND A
006661* MISSING NIGHT ROW REFUSES THE RUN TOO.
006662*****************************************************************
006663 0500-CHECK-RUN-CONTROL.
006664     OPEN I-O RUNCTL-FILE.
006665     IF WS-RUNCTL-FILE-STATUS NOT = '00'
006666         SET WS-RERUN-REFUSED TO TRUE
006667         GO TO 0500-EXIT
006668     END-IF.
006669     SET WS-RUNCTL-OPEN TO TRUE.
006670     MOVE ZERO TO RCTL-RUN-DATE.
006671     SET RCTL-NIGHT-ROW TO TRUE.
006672     READ RUNCTL-FILE.
006673     IF WS-RUNCTL-FILE-STATUS NOT = '00'
006674         SET WS-RERUN-REFUSED TO TRUE
006675         GO TO 0500-EXIT
006676     END-IF.
006677     MOVE RCTL-NIGHT-RUN-DATE TO WS-RUN-DATE.
006678     MOVE WS-RUN-DATE TO RCTL-RUN-DATE.
006679     MOVE WS-RUNCTL-STEP TO RCTL-STEP-NAME.
006680     READ RUNCTL-FILE.
006681     IF WS-RUNCTL-FILE-STATUS = '23'
006682         GO TO 0500-EXIT
006683     END-IF.
006684     SET WS-RERUN-REFUSED TO TRUE.
006685 0500-EXIT.
006686     EXIT.
006687*****************************************************************
006688* 0550-REFUSE-RERUN - SAY WHY THE STEP WAS NOT RUN, RELEASE THE
006689* RUN-CONTROL CLUSTER AND RETURN 8.  NO OTHER FILE HAS BEEN
006690* OPENED, SO NOTHING WAS READ OR WRITTEN.
006691*****************************************************************
006692 0550-REFUSE-RERUN.
006693     OPEN OUTPUT PRINT-FILE.
006694     MOVE SPACES TO WS-PRINT-LINE.
006695     IF NOT WS-RUNCTL-OPEN
006696         STRING 'RUN-CONTROL FILE OPEN FAILED - STATUS: '
006697             DELIMITED BY SIZE
006698             WS-RUNCTL-FILE-STATUS DELIMITED BY SIZE
006699             INTO WS-PRINT-LINE
006700         END-STRING
006701     ELSE
006702     IF WS-RUNCTL-FILE-STATUS = '00'
006703         STRING WS-RUNCTL-STEP DELIMITED BY SPACE
006704             ' ALREADY COMPLETED FOR RUN DATE ' DELIMITED BY SIZE
006705             WS-RUN-DATE DELIMITED BY SIZE
006706             ' AT ' DELIMITED BY SIZE
006707             RCTL-END-TIME DELIMITED BY SIZE
006708             ' RC ' DELIMITED BY SIZE
006709             RCTL-RETURN-CODE DELIMITED BY SIZE
006710             INTO WS-PRINT-LINE
006711         END-STRING
006712     ELSE
006713     IF WS-RUNCTL-FILE-STATUS = '23'
006714         STRING 'NO NIGHT IS OPEN ON THE RUN-CONTROL FILE - RUN '
006715             DELIMITED BY SIZE
006716             'RUNCHK PARM=OPEN FIRST' DELIMITED BY SIZE
006717             INTO WS-PRINT-LINE
006718         END-STRING
006719     ELSE
006720         STRING 'RUN-CONTROL FILE READ FAILED - STATUS: '
006721             DELIMITED BY SIZE
006722             WS-RUNCTL-FILE-STATUS DELIMITED BY SIZE
006723             INTO WS-PRINT-LINE
006724         END-STRING
006725     END-IF
006726     END-IF
006727     END-IF.
006728     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
006729     MOVE SPACES TO WS-PRINT-LINE.
006730     STRING 'STEP NOT RUN - NO FILE WAS READ OR WRITTEN'
006731         DELIMITED BY SIZE INTO WS-PRINT-LINE
006732     END-STRING.
006733     WRITE PRINT-RECORD FROM WS-PRINT-LINE.
006734     IF WS-RUNCTL-OPEN
006735         CLOSE RUNCTL-FILE
006736     END-IF.
006737     CLOSE PRINT-FILE.
006738     MOVE 8 TO RETURN-CODE.
006739 0550-EXIT.
006740     EXIT.
006741*****************************************************************
006742* 1000-INITIALIZE - OPEN FILES, CHECK FOR A RESTART, LOAD THE
006743* CODE TABLE, RUN THE ONE-TIME SELF-CHECKS AND PRIME THE READ.
006744*****************************************************************
006745 1000-INITIALIZE.
006746     OPEN INPUT TRANS-FILE.
006747     OPEN INPUT HIST-FILE.
006748     OPEN OUTPUT PRINT-FILE.
006749     IF WS-HIST-FILE-STATUS = '00'
006750         SET WS-HIST-OPEN TO TRUE
006760     ELSE
006770         SET WS-BATCH-FAILED TO TRUE
007000     OPEN OUTPUT EXCEPT-FILE.
007010     OPEN OUTPUT ACK-FILE.
007020     MOVE LOW-VALUES TO WS-RUN-KEY-TABLE.
007021     PERFORM 2095-CLEAR-ONE-SHARE THRU 2095-EXIT
007022         VARYING WS-SHR-SUB FROM 1 BY 1
007023         UNTIL WS-SHR-SUB > WS-SHR-TAB-MAX.
007040     ACCEPT WS-RUN-TIME FROM TIME.
007050     OPEN EXTEND STAT-FILE.
007060     PERFORM 1050-CHECK-RESTART THRU 1050-EXIT.
010630         PERFORM 2080-WRITE-LOST-BATCH-ACK THRU 2080-EXIT
010640     END-IF.
010650     SET WS-BATCH-OPEN TO TRUE.
010655     MOVE ZERO TO WS-BATCH-BRANCH-ID.
010660     MOVE HDR-BATCH-DATE TO WS-BATCH-DATE.
010670     MOVE HDR-BATCH-NUMBER TO WS-BATCH-NUMBER.
010680     MOVE ZERO TO WS-BATCH-RECORD-COUNT.
010760     MOVE ZERO TO WS-ACK-FEE-COUNT.
010770     MOVE ZERO TO WS-ACK-DUP-COUNT.
010780     MOVE ZERO TO WS-ACK-ACCT-COUNT.
010781     PERFORM 2087-TAKE-SHARE-SNAPSHOT THRU 2087-EXIT.
010782     IF WS-SHR-USED-COUNT > ZERO
010783         PERFORM 2095-CLEAR-ONE-SHARE THRU 2095-EXIT
010784             VARYING WS-SHR-SUB FROM 1 BY 1
010785             UNTIL WS-SHR-SUB > WS-SHR-TAB-MAX
010786         MOVE ZERO TO WS-SHR-USED-COUNT
010787     END-IF.
010790     MOVE WS-BATCH-NUMBER TO WS-BATCH-NUMBER-DISPLAY.
010800     MOVE SPACES TO WS-PRINT-LINE.
010810     STRING 'BATCH HEADER - BATCH: ' DELIMITED BY SIZE
010960*****************************************************************
010970 2030-PROCESS-BRANCH-RECORD.
010980     PERFORM 2040-CLOSE-BRANCH-TOTALS THRU 2040-EXIT.
010985     PERFORM 2085-CLOSE-BRANCH-SHARE THRU 2085-EXIT.
010990     MOVE BRN-BRANCH-ID TO WS-CURR-BRANCH-ID.
010995     MOVE BRN-BRANCH-ID TO WS-BATCH-BRANCH-ID.
011000     MOVE BRN-BRANCH-NAME TO WS-CURR-BRANCH-NAME.
011010     MOVE SPACES TO WS-PRINT-LINE.
011020     STRING 'BRANCH ' DELIMITED BY SIZE
012230* CONTROL TOTALS.  ON AN ACCEPTED BATCH THE TWO SIDES AGREE;
012240* ON A REFUSAL THE SENDER SEES EXACTLY HOW SHORT THE FILE
012250* ARRIVED WITHOUT WAITING FOR A PHONE CALL.
012251* THE BATCH'S BRANCH SHARE RECORDS (2090) GO OUT AHEAD OF IT.
012260*****************************************************************
012270 2070-WRITE-BATCH-ACK.
012272     PERFORM 2085-CLOSE-BRANCH-SHARE THRU 2085-EXIT.
012274     PERFORM 2090-WRITE-BRANCH-SHARES THRU 2090-EXIT.
012280     MOVE SPACES TO ACK-RECORD.
012290     MOVE WS-BATCH-DATE TO ACK-BATCH-DATE.
012300     MOVE WS-BATCH-NUMBER TO ACK-BATCH-NUMBER.
012305     MOVE WS-BATCH-BRANCH-ID TO ACK-BRANCH-ID.
012310     IF WS-ACK-BATCH-REFUSED
012320         SET ACK-REFUSED TO TRUE
012330     ELSE
012580* EXPECTED TOTALS, SINCE THERE WAS NO TRAILER TO QUOTE.
012590*****************************************************************
012600 2080-WRITE-LOST-BATCH-ACK.
012602     SET WS-ACK-BATCH-REFUSED TO TRUE.
012604     PERFORM 2085-CLOSE-BRANCH-SHARE THRU 2085-EXIT.
012606     PERFORM 2090-WRITE-BRANCH-SHARES THRU 2090-EXIT.
012610     MOVE SPACES TO ACK-RECORD.
012620     MOVE WS-BATCH-DATE TO ACK-BATCH-DATE.
012630     MOVE WS-BATCH-NUMBER TO ACK-BATCH-NUMBER.
012635     MOVE WS-BATCH-BRANCH-ID TO ACK-BRANCH-ID.
012640     SET ACK-REFUSED TO TRUE.
012650     MOVE WS-BATCH-RECORD-COUNT TO ACK-RECORDS-READ.
012660     MOVE WS-ACK-LENGTH-COUNT TO ACK-REJ-LENGTH.
012790     MOVE WS-BATCH-HASH-FEE TO ACK-ACT-HASH-FEE.
012800     WRITE ACK-RECORD.
012810 2080-EXIT.
012811     EXIT.
012812*****************************************************************
012813* 2085-CLOSE-BRANCH-SHARE - ADD WHAT THE BATCH COUNTED SINCE THE
012814* CURRENT BRANCH SECTION OPENED TO THAT BRANCH'S SHARE OF THE
012815* BATCH, THEN TAKE A FRESH SNAPSHOT FOR THE NEXT SECTION.  A
012816* SECTION THAT READ NO RECORDS ADDS NOTHING.  RUN AT EVERY BRANCH
012817* RECORD AND WHEN THE BATCH IS ACKNOWLEDGED.
012818*****************************************************************
012819 2085-CLOSE-BRANCH-SHARE.
012820     COMPUTE WS-SHR-DELTA =
012821         WS-BATCH-RECORD-COUNT - WS-SHR-FROM-READ.
012822     IF WS-SHR-DELTA = ZERO
012823         GO TO 2085-SNAPSHOT
012824     END-IF.
012825     COMPUTE WS-SHR-SUB = WS-BATCH-BRANCH-ID + 1.
012826     IF NOT WS-SHR-IN-BATCH (WS-SHR-SUB)
012827         SET WS-SHR-IN-BATCH (WS-SHR-SUB) TO TRUE
012828         ADD 1 TO WS-SHR-USED-COUNT
012829         MOVE WS-SHR-SUB TO WS-SHR-USED-SUB (WS-SHR-USED-COUNT)
012830     END-IF.
012831     ADD WS-SHR-DELTA TO WS-SHR-READ (WS-SHR-SUB).
012832     COMPUTE WS-SHR-REJ (WS-SHR-SUB, 1) =
012833         WS-SHR-REJ (WS-SHR-SUB, 1)
012834         + WS-ACK-LENGTH-COUNT - WS-SHR-FROM-LENGTH.
012835     COMPUTE WS-SHR-REJ (WS-SHR-SUB, 2) =
012836         WS-SHR-REJ (WS-SHR-SUB, 2)
012837         + WS-ACK-CODE-MISS-COUNT - WS-SHR-FROM-CODE-MISS.
012838     COMPUTE WS-SHR-REJ (WS-SHR-SUB, 3) =
012839         WS-SHR-REJ (WS-SHR-SUB, 3)
012840         + WS-ACK-TOL-COUNT - WS-SHR-FROM-TOL.
012841     COMPUTE WS-SHR-REJ (WS-SHR-SUB, 4) =
012842         WS-SHR-REJ (WS-SHR-SUB, 4)
012843         + WS-ACK-FEE-COUNT - WS-SHR-FROM-FEE.
012844     COMPUTE WS-SHR-REJ (WS-SHR-SUB, 5) =
012845         WS-SHR-REJ (WS-SHR-SUB, 5)
012846         + WS-ACK-DUP-COUNT - WS-SHR-FROM-DUP.
012847     COMPUTE WS-SHR-REJ (WS-SHR-SUB, 6) =
012848         WS-SHR-REJ (WS-SHR-SUB, 6)
012849         + WS-ACK-ACCT-COUNT - WS-SHR-FROM-ACCT.
012850 2085-SNAPSHOT.
012851     PERFORM 2087-TAKE-SHARE-SNAPSHOT THRU 2087-EXIT.
012852 2085-EXIT.
012853     EXIT.
012854 2087-TAKE-SHARE-SNAPSHOT.
012855     MOVE WS-BATCH-RECORD-COUNT TO WS-SHR-FROM-READ.
012856     MOVE WS-ACK-LENGTH-COUNT TO WS-SHR-FROM-LENGTH.
012857     MOVE WS-ACK-CODE-MISS-COUNT TO WS-SHR-FROM-CODE-MISS.
012858     MOVE WS-ACK-TOL-COUNT TO WS-SHR-FROM-TOL.
012859     MOVE WS-ACK-FEE-COUNT TO WS-SHR-FROM-FEE.
012860     MOVE WS-ACK-DUP-COUNT TO WS-SHR-FROM-DUP.
012861     MOVE WS-ACK-ACCT-COUNT TO WS-SHR-FROM-ACCT.
012862 2087-EXIT.
012863     EXIT.
012864*****************************************************************
012865* 2090-WRITE-BRANCH-SHARES - ONE BRANCH SHARE ACKNOWLEDGMENT PER
012866* BRANCH WITH RECORDS IN THE BATCH, IN THE ORDER THE BRANCHES
012867* APPEARED, AHEAD OF THE BATCH RECORD.  EACH CARRIES THE BATCH'S
012868* DISPOSITION AND THE BRANCH'S OWN RECORDS READ AND REJECTIONS;
012869* THE CONTROL TOTALS BELONG TO THE BATCH RECORD AND ARE ZERO.
012870*****************************************************************
012871 2090-WRITE-BRANCH-SHARES.
012872     PERFORM 2091-WRITE-ONE-SHARE THRU 2091-EXIT
012873         VARYING WS-SHR-LIST-SUB FROM 1 BY 1
012874         UNTIL WS-SHR-LIST-SUB > WS-SHR-USED-COUNT.
012875     MOVE ZERO TO WS-SHR-USED-COUNT.
012876 2090-EXIT.
012877     EXIT.
012878 2091-WRITE-ONE-SHARE.
012879     MOVE WS-SHR-USED-SUB (WS-SHR-LIST-SUB) TO WS-SHR-SUB.
012880     MOVE SPACES TO ACK-RECORD.
012881     MOVE WS-BATCH-DATE TO ACK-BATCH-DATE.
012882     MOVE WS-BATCH-NUMBER TO ACK-BATCH-NUMBER.
012883     COMPUTE ACK-BRANCH-ID = WS-SHR-SUB - 1.
012884     SET ACK-BRANCH-SHARE TO TRUE.
012885     IF WS-ACK-BATCH-REFUSED
012886         SET ACK-REFUSED TO TRUE
012887     ELSE
012888         SET ACK-ACCEPTED TO TRUE
012889     END-IF.
012890     MOVE WS-SHR-READ (WS-SHR-SUB) TO ACK-RECORDS-READ.
012891     MOVE WS-SHR-REJ (WS-SHR-SUB, 1) TO ACK-REJ-LENGTH.
012892     MOVE WS-SHR-REJ (WS-SHR-SUB, 2) TO ACK-REJ-CODE-MISS.
012893     MOVE WS-SHR-REJ (WS-SHR-SUB, 3) TO ACK-REJ-TOLERANCE.
012894     MOVE WS-SHR-REJ (WS-SHR-SUB, 4) TO ACK-REJ-FEE.
012895     MOVE WS-SHR-REJ (WS-SHR-SUB, 5) TO ACK-REJ-DUPLICATE.
012896     MOVE WS-SHR-REJ (WS-SHR-SUB, 6) TO ACK-REJ-ACCOUNT.
012897     MOVE ZERO TO ACK-EXP-COUNT.
012898     MOVE ZERO TO ACK-ACT-COUNT.
012899     MOVE ZERO TO ACK-EXP-HASH-1.
012900     MOVE ZERO TO ACK-ACT-HASH-1.
012901     MOVE ZERO TO ACK-EXP-HASH-2.
012902     MOVE ZERO TO ACK-ACT-HASH-2.
012903     MOVE ZERO TO ACK-EXP-HASH-FEE.
012904     MOVE ZERO TO ACK-ACT-HASH-FEE.
012905     WRITE ACK-RECORD.
012906     PERFORM 2095-CLEAR-ONE-SHARE THRU 2095-EXIT.
012907 2091-EXIT.
012908     EXIT.
012909 2095-CLEAR-ONE-SHARE.
012910     MOVE 'N' TO WS-SHR-IN-BATCH-SW (WS-SHR-SUB).
012911     MOVE ZERO TO WS-SHR-READ (WS-SHR-SUB).
012912     MOVE ZERO TO WS-SHR-REJ (WS-SHR-SUB, 1).
012913     MOVE ZERO TO WS-SHR-REJ (WS-SHR-SUB, 2).
012914     MOVE ZERO TO WS-SHR-REJ (WS-SHR-SUB, 3).
012915     MOVE ZERO TO WS-SHR-REJ (WS-SHR-SUB, 4).
012916     MOVE ZERO TO WS-SHR-REJ (WS-SHR-SUB, 5).
012917     MOVE ZERO TO WS-SHR-REJ (WS-SHR-SUB, 6).
012918 2095-EXIT.
012919     EXIT.
012920*****************************************************************
012921* 2060-WRITE-BATCH-IMBALANCE - FLAG THE BATCH REFUSED AND WRITE
012922* ONE LINE NAMING THE CONTROL ITEM THAT FAILED TO BALANCE.  FOR
012923* THE RECORD COUNT THE EXPECTED AND ACTUAL COUNTS ARE SHOWN SO
012924* THE OPERATOR CAN SEE HOW SHORT THE FILE ARRIVED.
012925*****************************************************************
012926 2060-WRITE-BATCH-IMBALANCE.
012927     SET WS-BATCH-FAILED TO TRUE.
012928     SET WS-ACK-BATCH-REFUSED TO TRUE.
012929     MOVE SPACES TO WS-PRINT-LINE.
012930     IF WS-BATCH-ERROR-ITEM = 'RECORD COUNT'
012940         MOVE TRL-RECORD-COUNT TO WS-BATCH-COUNT-EXPECTED
012950         MOVE WS-BATCH-RECORD-COUNT TO WS-BATCH-COUNT-ACTUAL
013300* ACCEPTED-KEY REGISTRATION AFTER THE RESTART POINT CARRY THE
013310* REAL BATCH DATE AND NOT ZERO.  BRANCH RECORDS ARE CAPTURED
013320* THE SAME WAY SO POST-RESTART EXCEPTIONS ARE STAMPED WITH
013330* THE RIGHT BRANCH, AND THE BATCH'S SHARE RECORDS AND ITS
013335* ACKNOWLEDGMENT CARRY IT.
013340*****************************************************************
013350 2110-SKIP-TO-RESTART-POINT.
013360     PERFORM 2115-SKIP-ONE-TRANS THRU 2115-EXIT
013450     IF NOT WS-EOF AND TRANS-BATCH-HEADER
013460         MOVE HDR-BATCH-DATE TO WS-BATCH-DATE
013470         MOVE HDR-BATCH-NUMBER TO WS-BATCH-NUMBER
013471         MOVE ZERO TO WS-BATCH-BRANCH-ID
013480     END-IF.
013490     IF NOT WS-EOF AND TRANS-BRANCH-ID
013500         MOVE BRN-BRANCH-ID TO WS-CURR-BRANCH-ID
013501         MOVE BRN-BRANCH-ID TO WS-BATCH-BRANCH-ID
013510         MOVE BRN-BRANCH-NAME TO WS-CURR-BRANCH-NAME
013520     END-IF.
013530 2115-EXIT.
018450     MOVE TRANS-KEY TO HIST-TRANS-KEY.
018460     MOVE WS-BATCH-DATE TO HIST-BATCH-DATE.
018470     MOVE WS-RUN-DATE TO HIST-RUN-DATE.
018475     MOVE WS-BATCH-NUMBER TO HIST-BATCH-NUMBER.
018477     MOVE WS-CURR-BRANCH-ID TO HIST-BRANCH-ID.
018480     WRITE HIST-OUT-RECORD FROM HIST-RECORD.
018490     IF WS-RUN-KEY-COUNT >= WS-RUN-KEY-MAX
018500         IF NOT WS-RUN-KEY-TABLE-FULL
019650     END-IF
019660     END-IF.
019670     PERFORM 8100-WRITE-RUN-STATS THRU 8100-EXIT.
019675     PERFORM 8900-RECORD-COMPLETION THRU 8900-EXIT.
019680     CLOSE TRANS-FILE.
019690     CLOSE PRINT-FILE.
019700     CLOSE SUMMARY-FILE.
020110     WRITE STAT-RECORD.
020120 8100-EXIT.
020130     EXIT.
020140*****************************************************************
020150* 8900-RECORD-COMPLETION - WHEN THE RUN ENDED BELOW RETURN CODE
020160* 8, WRITE THIS STEP'S ROW TO THE RUN-CONTROL CLUSTER WITH THE
020170* COUNTS AND TOTALS OFF TONIGHT'S REPORT, SO A RERUN OF THE
020180* NIGHT PASSES THE STEP BY.  A REFUSED RUN WRITES NOTHING AND
020190* MAY BE RUN AGAIN ONCE ITS CAUSE IS PUT RIGHT.
020200*****************************************************************
020210 8900-RECORD-COMPLETION.
020220     IF RETURN-CODE > 4
020230         GO TO 8900-CLOSE
020240     END-IF.
020250     MOVE SPACES TO RCTL-RECORD.
020260     MOVE WS-RUN-DATE TO RCTL-RUN-DATE.
020270     MOVE WS-RUNCTL-STEP TO RCTL-STEP-NAME.
020280     SET RCTL-STEP-COMPLETE TO TRUE.
020290     MOVE RETURN-CODE TO RCTL-RETURN-CODE.
020300     ACCEPT WS-RUNCTL-TIME FROM TIME.
020310     MOVE WS-RUNCTL-TIME (1:6) TO RCTL-END-TIME.
020320     MOVE WS-RECORD-COUNT TO RCTL-COUNT-1.
020330     MOVE WS-VALID-COUNT TO RCTL-COUNT-2.
020340     MOVE WS-EXCEPTION-COUNT TO RCTL-COUNT-3.
020350     COMPUTE RCTL-TOTAL-1 ROUNDED = WS-GRAND-TOT-1.
020360     MOVE WS-GRAND-TOT-FEE TO RCTL-TOTAL-2.
020370     WRITE RCTL-RECORD.
020380     IF WS-RUNCTL-FILE-STATUS NOT = '00'
020390         MOVE SPACES TO WS-PRINT-LINE
020400         STRING 'RUN-CONTROL RECORD NOT WRITTEN - STATUS: '
020410             DELIMITED BY SIZE
020420             WS-RUNCTL-FILE-STATUS DELIMITED BY SIZE
020430             INTO WS-PRINT-LINE
020440         END-STRING
020450         WRITE PRINT-RECORD FROM WS-PRINT-LINE
020460     END-IF.
020470 8900-CLOSE.
020480     CLOSE RUNCTL-FILE.
020490 8900-EXIT.
020500     EXIT.
