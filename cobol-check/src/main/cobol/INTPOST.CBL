000180* CONCATENATION CAN NEVER POST.  THE POSTING MONTH ARRIVES AS
000190* PARM=YYYYMM AND RECORDS OUTSIDE IT ARE IGNORED, SO THE WHOLE
000200* GDG CAN BE CONCATENATED WITHOUT HAND-PICKING GENERATIONS.
000202* A MONTH THAT TIES APPENDS ITS REGISTER TOTALS TO THE POSTING
000204* CONTROL FILE (POSTCTL LAYOUT) FOR THE YEAR-END TAX EXTRACT.
000210*****************************************************************
000220* MODIFICATION HISTORY
000230*-----------------------------------------------------------
000260* 09/01/26    RH   ORIGINAL PROGRAM.  UNTIL NOW THE DESK ADDED
000270*                  A MONTH OF NIGHTLY ACCRUAL LISTINGS BY HAND
000280*                  AT EVERY CLOSE.
000282* 10/15/26    RH   POSTING RECORD PULLED OUT TO POSTREC.CPY.  A
000284*                  MONTH THAT TIES NOW APPENDS A POSTING
000286*                  CONTROL RECORD SO THE YEAR-END TAX EXTRACT
000288*                  CAN PROVE THE YEAR AGAINST THE REGISTERS.
000290*-----------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000390         ORGANIZATION IS SEQUENTIAL.
000400     SELECT POST-FILE ASSIGN TO POSTOUT
000410         ORGANIZATION IS SEQUENTIAL.
000412     SELECT POST-CONTROL-FILE ASSIGN TO POSTCTL
000414         ORGANIZATION IS SEQUENTIAL.
000420     SELECT PRINT-FILE ASSIGN TO RPTOUT
000430         ORGANIZATION IS SEQUENTIAL.
000440 DATA DIVISION.
000740 FD  POST-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770     COPY POSTREC.
000780 FD  POST-CONTROL-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810     COPY POSTCTL.
000840 FD  PRINT-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE OMITTED.
001070     05  WS-GROUP-INTEREST        PIC S9(13)V9(07) COMP-3
001080                                   VALUE ZERO.
001090 01  WS-CONTROL-WORK.
001092     05  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
001100     05  WS-CTL-NIGHT-COUNT       PIC 9(05) COMP-3 VALUE ZERO.
001110     05  WS-CTL-INTEREST-TOTAL    PIC S9(13)V9(07) COMP-3
001120                                   VALUE ZERO.
003250     WRITE PRINT-RECORD FROM WS-REGISTER-GRAND-LINE
003260         AFTER ADVANCING 2 LINES.
003270     PERFORM 7300-TIE-TO-CONTROL-TOTALS THRU 7300-EXIT.
003272     IF NOT WS-TIE-FAILED
003274         PERFORM 7400-APPEND-POST-CONTROL THRU 7400-EXIT
003276     END-IF.
003280 7000-EXIT.
003290     EXIT.
003300*****************************************************************
003930 7300-EXIT.
003940     EXIT.
003950*****************************************************************
003960* 7400-APPEND-POST-CONTROL - THE MONTH TIED.  APPEND ITS
003970* REGISTER TOTALS TO THE POSTING CONTROL FILE, THE FIGURES THE
003980* YEAR-END TAX EXTRACT PROVES THE YEAR AGAINST.
003990*****************************************************************
004000 7400-APPEND-POST-CONTROL.
004010     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004020     OPEN EXTEND POST-CONTROL-FILE.
004030     MOVE SPACES TO PCTL-RECORD.
004040     MOVE WS-POST-MONTH TO PCTL-MONTH.
004050     MOVE WS-RUN-DATE TO PCTL-RUN-DATE.
004060     MOVE WS-GRAND-POSTINGS TO PCTL-POSTING-COUNT.
004070     MOVE WS-GRAND-COUNT TO PCTL-TRAN-COUNT.
004080     MOVE WS-GRAND-INTEREST TO PCTL-INTEREST-TOTAL.
004090     WRITE PCTL-RECORD.
004100     CLOSE POST-CONTROL-FILE.
004110 7400-EXIT.
004120     EXIT.
004130*****************************************************************
004140* 8000-TERMINATE - SET THE RETURN CODE AND CLOSE FILES.  A BAD
004150* PARM OR A FAILED TIE REFUSES THE RUN WITH RETURN-CODE 8 SO
004160* THE LEDGER LOAD STEP NEVER SEES AN UNPROVEN POSTING FILE.
004170*****************************************************************
004180 8000-TERMINATE.
004190     IF WS-PARM-BAD OR WS-TIE-FAILED
004200         MOVE 8 TO RETURN-CODE
004210     ELSE
004220         MOVE 0 TO RETURN-CODE
004230     END-IF.
004240     IF NOT WS-PARM-BAD
004250         CLOSE SORTED-ACCR-FILE
004260         CLOSE POST-FILE
004270     END-IF.
004280     CLOSE PRINT-FILE.
004290 8000-EXIT.
004300     EXIT.
