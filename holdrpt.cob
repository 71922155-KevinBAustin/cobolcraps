       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-FILE ASSIGN TO "paytable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PAY-FILE-STATUS.
           SELECT WAGER-JRN ASSIGN TO "wagerjrn.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JRN-FILE-STATUS.
           SELECT HOLD-PARM-FILE ASSIGN TO "holdparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS HPARM-FILE-STATUS.
           SELECT HOLD-SEL-FILE ASSIGN TO "holdsel.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS HSEL-FILE-STATUS.
           SELECT HOLD-RPT ASSIGN TO "holdrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAY-FILE.
       01 PAYREC.
           05 PREC-NAME PIC X(8).
           05 PREC-NUM PIC 99.
           05 PREC-DEN PIC 99.
           05 PREC-DIV PIC 9.
           05 PREC-MIN PIC 999.
           05 PREC-MAX PIC 999.
       FD WAGER-JRN.
       01 JRN-REC.
           05 JRN-DATE PIC 9(8).
           05 JRN-TIME PIC 9(6).
           05 JRN-TABLE PIC 99.
           05 JRN-ROUND PIC 999.
           05 JRN-SEAT PIC 99.
           05 JRN-NAME PIC X(20).
           05 JRN-BETTYPE PIC X(12).
           05 JRN-AMT PIC 9(6).
           05 JRN-DISP PIC X(4).
           05 JRN-STRAT PIC X(8).
           05 JRN-SEQ PIC 9(6).
       FD HOLD-PARM-FILE.
       01 HPARM-REC.
           05 HPARM-TOLER PIC 999.
           05 HPARM-MINHANDLE PIC 9(6).
       FD HOLD-SEL-FILE.
       01 HSEL-REC.
           05 HSEL-FROMDATE PIC 9(8).
           05 HSEL-TODATE PIC 9(8).
       FD HOLD-RPT.
       01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 PAY-FILE-STATUS PIC 99.
       01 JRN-FILE-STATUS PIC 99.
       01 HPARM-FILE-STATUS PIC 99.
       01 HSEL-FILE-STATUS PIC 99.
       01 RPT-FILE-STATUS PIC 99.
       01 PAY-EOF PIC 9 VALUE 0.
       01 JRN-EOF PIC 9 VALUE 0.
       01 TOLERANCE PIC 999 VALUE 50.
       01 MIN-HANDLE PIC 9(6) VALUE 1000.
       01 FROM-DATE PIC 9(8) VALUE 0.
       01 TO-DATE PIC 9(8) VALUE 99999999.
       01 PAYTABLE-DEFAULTS.
           05 FILLER PIC X(19) VALUE "PASS    01010000000".
           05 FILLER PIC X(19) VALUE "DPASS   01010000000".
           05 FILLER PIC X(19) VALUE "COME    01010000000".
           05 FILLER PIC X(19) VALUE "DCOME   01010000000".
           05 FILLER PIC X(19) VALUE "FIELD   01010000000".
           05 FILLER PIC X(19) VALUE "FIELD2  02010000000".
           05 FILLER PIC X(19) VALUE "FIELD12 03010000000".
           05 FILLER PIC X(19) VALUE "PLACE4  09055000000".
           05 FILLER PIC X(19) VALUE "PLACE5  07055000000".
           05 FILLER PIC X(19) VALUE "PLACE6  07066000000".
           05 FILLER PIC X(19) VALUE "PLACE8  07066000000".
           05 FILLER PIC X(19) VALUE "PLACE9  07055000000".
           05 FILLER PIC X(19) VALUE "PLACE10 09055000000".
           05 FILLER PIC X(19) VALUE "HARD4   07010000000".
           05 FILLER PIC X(19) VALUE "HARD6   09055000000".
           05 FILLER PIC X(19) VALUE "HARD8   09055000000".
           05 FILLER PIC X(19) VALUE "HARD10  07010000000".
           05 FILLER PIC X(19) VALUE "ODDS4   02011000000".
           05 FILLER PIC X(19) VALUE "ODDS5   03022000000".
           05 FILLER PIC X(19) VALUE "ODDS6   06055000000".
           05 FILLER PIC X(19) VALUE "ODDS8   06055000000".
           05 FILLER PIC X(19) VALUE "ODDS9   03022000000".
           05 FILLER PIC X(19) VALUE "ODDS10  02011000000".
       01 PAYTABLE REDEFINES PAYTABLE-DEFAULTS.
           05 PAYENT OCCURS 23 TIMES.
               10 PT-NAME PIC X(8).
               10 PT-NUM PIC 99.
               10 PT-DEN PIC 99.
               10 PT-DIV PIC 9.
               10 PT-MIN PIC 999.
               10 PT-MAX PIC 999.
       01 PT-IDX PIC 99.
       01 PT-KEY PIC X(8).
       01 PT-FOUND PIC 9.
       01 CHANCE-DEFAULTS.
           05 FILLER PIC X(22) VALUE "PASS    02440251049500".
           05 FILLER PIC X(22) VALUE "DPASS   09490976198000".
           05 FILLER PIC X(22) VALUE "COME    02440251049500".
           05 FILLER PIC X(22) VALUE "DCOME   09490976198000".
           05 FILLER PIC X(22) VALUE "FIELD   00140020003600".
           05 FILLER PIC X(22) VALUE "FIELD2  00010000003600".
           05 FILLER PIC X(22) VALUE "FIELD12 00010000003600".
           05 FILLER PIC X(22) VALUE "PLACE4  00030006000900".
           05 FILLER PIC X(22) VALUE "PLACE5  00040006001000".
           05 FILLER PIC X(22) VALUE "PLACE6  00050006001100".
           05 FILLER PIC X(22) VALUE "PLACE8  00050006001100".
           05 FILLER PIC X(22) VALUE "PLACE9  00040006001000".
           05 FILLER PIC X(22) VALUE "PLACE10 00030006000900".
           05 FILLER PIC X(22) VALUE "HARD4   00010008000900".
           05 FILLER PIC X(22) VALUE "HARD6   00010010001100".
           05 FILLER PIC X(22) VALUE "HARD8   00010010001100".
           05 FILLER PIC X(22) VALUE "HARD10  00010008000900".
           05 FILLER PIC X(22) VALUE "ODDS4   00030006000909".
           05 FILLER PIC X(22) VALUE "ODDS5   00040006001016".
           05 FILLER PIC X(22) VALUE "ODDS6   00050006001125".
           05 FILLER PIC X(22) VALUE "ODDS8   00050006001125".
           05 FILLER PIC X(22) VALUE "ODDS9   00040006001016".
           05 FILLER PIC X(22) VALUE "ODDS10  00030006000909".
       01 CHANCE-TABLE REDEFINES CHANCE-DEFAULTS.
           05 CHANCE OCCURS 23 TIMES.
               10 CH-NAME PIC X(8).
               10 CH-WIN PIC 9(4).
               10 CH-LOSE PIC 9(4).
               10 CH-WAYS PIC 9(4).
               10 CH-WEIGHT PIC 99.
       01 ENTRY-EDGES.
           05 EE-ENTRY OCCURS 23 TIMES.
               10 EE-EDGE PIC S9V9(6).
               10 EE-LAYEDGE PIC S9V9(6).
               10 EE-NOTE PIC X(18).
       01 BETTYPE-DEFAULTS.
           05 FILLER PIC X(21) VALUE "PASS        PASS    S".
           05 FILLER PIC X(21) VALUE "DON'T PASS  DPASS   S".
           05 FILLER PIC X(21) VALUE "COME        COME    S".
           05 FILLER PIC X(21) VALUE "DON'T COME  DCOME   S".
           05 FILLER PIC X(21) VALUE "FIELD       FIELD   F".
           05 FILLER PIC X(21) VALUE "PLACE 4     PLACE4  S".
           05 FILLER PIC X(21) VALUE "PLACE 5     PLACE5  S".
           05 FILLER PIC X(21) VALUE "PLACE 6     PLACE6  S".
           05 FILLER PIC X(21) VALUE "PLACE 8     PLACE8  S".
           05 FILLER PIC X(21) VALUE "PLACE 9     PLACE9  S".
           05 FILLER PIC X(21) VALUE "PLACE 10    PLACE10 S".
           05 FILLER PIC X(21) VALUE "HARD 4      HARD4   S".
           05 FILLER PIC X(21) VALUE "HARD 6      HARD6   S".
           05 FILLER PIC X(21) VALUE "HARD 8      HARD8   S".
           05 FILLER PIC X(21) VALUE "HARD 10     HARD10  S".
           05 FILLER PIC X(21) VALUE "PASS ODDS   ODDS4   O".
           05 FILLER PIC X(21) VALUE "DPASS ODDS  ODDS4   L".
           05 FILLER PIC X(21) VALUE "COME ODDS   ODDS4   O".
           05 FILLER PIC X(21) VALUE "FIRE                N".
       01 BETTYPE-MAP REDEFINES BETTYPE-DEFAULTS.
           05 BETTYPE OCCURS 19 TIMES.
               10 BM-NAME PIC X(12).
               10 BM-KEY PIC X(8).
               10 BM-KIND PIC X.
       01 BETTYPE-TOTALS.
           05 BT-ENTRY OCCURS 19 TIMES.
               10 BT-EDGE PIC S9V9(6).
               10 BT-HANDLE PIC 9(9).
               10 BT-PAID PIC 9(9).
       01 BT-IDX PIC 99.
       01 BT-FOUND PIC 9.
       01 TABLE-TOTALS.
           05 TB-ENTRY OCCURS 10 TIMES.
               10 TB-HANDLE PIC 9(9).
               10 TB-PAID PIC 9(9).
               10 TB-THEO PIC S9(9)V99.
       01 TB-IDX PIC 99.
       01 PAY-RATIO PIC 9(3)V9(6).
       01 UNIT-PAY PIC 9(4).
       01 UNIT-REM PIC 9(4).
       01 WEIGHT-SUM PIC 9(4).
       01 EDGE-SUM PIC S9(4)V9(6).
       01 FIELD-EDGE PIC S9V9(6).
       01 THEO-WORK PIC S9(9)V99.
       01 ACTUAL-WIN PIC S9(9).
       01 HOLD-PCT PIC S9(5)V99.
       01 THEO-PCT PIC S9(5)V99.
       01 DIFF-PCT PIC S9(5)V99.
       01 TOL-PCT PIC 9(3)V9.
       01 BAND-HANDLE PIC 9(9).
       01 TOT-HANDLE PIC 9(9) VALUE 0.
       01 TOT-PAID PIC 9(9) VALUE 0.
       01 TOT-THEO PIC S9(9)V99 VALUE 0.
       01 PLAYER-EDGE-COUNT PIC 9(4) VALUE 0.
       01 BAND-COUNT PIC 9(4) VALUE 0.
       01 UNMAPPED-COUNT PIC 9(7) VALUE 0.
       01 FLAG-TEXT PIC X(12).
       01 AMT-ED PIC Z(8)9.
       01 NET-ED PIC -(8)9.
       01 NET-ED2 PIC -(8)9.
       01 PCT-ED PIC -(3)9.99.
       01 PCT-ED2 PIC -(3)9.99.
       01 EDGE-TEXT PIC X(7).
       01 TOL-ED PIC ZZ9.9.
       01 NUM-ED PIC Z9.
       01 DEN-ED PIC Z9.
       01 DIV-ED PIC 9.
       01 TABLE-ED PIC Z9.
       01 CNT-ED PIC Z(6)9.
       01 DATE-ED PIC 9(8).
       01 RUN-CONTROL.
           05 RL-PROGRAM PIC X(10).
           05 RL-ACTION PIC X.
           05 RL-STARTDATE PIC 9(8).
           05 RL-STARTTIME PIC 9(6).
           05 RL-ENDDATE PIC 9(8).
           05 RL-ENDTIME PIC 9(6).
           05 RL-COND PIC 999.
           05 RL-MSG PIC X(40).
           05 RL-FILES.
               10 RL-FILENAME PIC X(16) OCCURS 8 TIMES.
           05 RL-COUNTS.
               10 RL-COUNT OCCURS 8 TIMES.
                   15 RL-READ PIC 9(7).
                   15 RL-WRITTEN PIC 9(7).

       PROCEDURE DIVISION.
       HOLD-REPORT.
           PERFORM LOG-RUN-START.
           PERFORM LOAD-HOLD-PARMS.
           PERFORM LOAD-HOLD-SELECTION.
           OPEN INPUT PAY-FILE.
           IF PAY-FILE-STATUS IS EQUAL TO 0
                   PERFORM READ-PAYENTRY UNTIL PAY-EOF IS EQUAL TO 1
                   CLOSE PAY-FILE
           END-IF.
           OPEN OUTPUT HOLD-RPT.
           PERFORM PRINT-HOLD-HEADER.
           PERFORM COMPUTE-ENTRY-EDGE VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX IS GREATER THAN 23.
           PERFORM COMPUTE-BETTYPE-EDGE VARYING BT-IDX FROM 1 BY 1
                   UNTIL BT-IDX IS GREATER THAN 19.
           PERFORM PRINT-PAYTABLE-CHECK.
           MOVE ALL "0" TO TABLE-TOTALS.
           OPEN INPUT WAGER-JRN.
           IF JRN-FILE-STATUS IS NOT EQUAL TO 0
                   MOVE "NO WAGERJRN.DAT FOUND -- NO HOLD TO COMPARE"
                           TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(5)
           ELSE
                   PERFORM READ-JOURNAL UNTIL JRN-EOF IS EQUAL TO 1
                   CLOSE WAGER-JRN
                   PERFORM PRINT-BETTYPE-HOLD
                   PERFORM PRINT-TABLE-HOLD
           END-IF.
           PERFORM PRINT-HOLD-TOTALS.
           CLOSE HOLD-RPT.
           DISPLAY "HOLDRPT.TXT WRITTEN.".
           IF PLAYER-EDGE-COUNT IS GREATER THAN 0
                   DISPLAY "PAYTABLE GIVES THE PLAYER THE EDGE ON "
                           PLAYER-EDGE-COUNT " ENTRIES"
                   MOVE 8 TO RETURN-CODE
                   MOVE "PAYTABLE GIVES THE PLAYER THE EDGE" TO RL-MSG
           END-IF.
           PERFORM LOG-RUN-END
           STOP RUN.

       LOAD-HOLD-PARMS.
           OPEN INPUT HOLD-PARM-FILE.
           IF HPARM-FILE-STATUS IS EQUAL TO 0
                   READ HOLD-PARM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO RL-READ(3)
                           IF HPARM-TOLER IS NUMERIC
                                   AND HPARM-TOLER IS GREATER THAN 0
                                   MOVE HPARM-TOLER TO TOLERANCE
                           END-IF
                           IF HPARM-MINHANDLE IS NUMERIC
                                   MOVE HPARM-MINHANDLE TO MIN-HANDLE
                           END-IF
                   END-READ
                   CLOSE HOLD-PARM-FILE
           END-IF.
           COMPUTE TOL-PCT = TOLERANCE / 10.

       LOAD-HOLD-SELECTION.
           OPEN INPUT HOLD-SEL-FILE.
           IF HSEL-FILE-STATUS IS EQUAL TO 0
                   READ HOLD-SEL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO RL-READ(4)
                           IF HSEL-FROMDATE IS NUMERIC
                                   MOVE HSEL-FROMDATE TO FROM-DATE
                           END-IF
                           IF HSEL-TODATE IS NUMERIC
                                   AND HSEL-TODATE IS GREATER THAN 0
                                   MOVE HSEL-TODATE TO TO-DATE
                           END-IF
                   END-READ
                   CLOSE HOLD-SEL-FILE
           END-IF.

       READ-PAYENTRY.
           READ PAY-FILE
               AT END
                   MOVE 1 TO PAY-EOF
               NOT AT END
                   ADD 1 TO RL-READ(1)
                   PERFORM STORE-PAYENTRY
           END-READ.

       STORE-PAYENTRY.
           MOVE PREC-NAME TO PT-KEY.
           PERFORM PAYTABLE-LOOKUP.
           IF PT-FOUND IS EQUAL TO 1
                   IF PREC-NUM IS NUMERIC
                           MOVE PREC-NUM TO PT-NUM(PT-IDX)
                   END-IF
                   IF PREC-DEN IS NUMERIC
                           MOVE PREC-DEN TO PT-DEN(PT-IDX)
                   END-IF
                   IF PREC-DIV IS NUMERIC
                           MOVE PREC-DIV TO PT-DIV(PT-IDX)
                   END-IF
           END-IF.

       PAYTABLE-LOOKUP.
           MOVE 0 TO PT-FOUND.
           PERFORM PAYTABLE-SCAN VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX IS GREATER THAN 23
                   OR PT-FOUND IS EQUAL TO 1.
           IF PT-FOUND IS EQUAL TO 1
                   SUBTRACT 1 FROM PT-IDX
           END-IF.

       PAYTABLE-SCAN.
           IF PT-NAME(PT-IDX) IS EQUAL TO PT-KEY
                   MOVE 1 TO PT-FOUND
           END-IF.

       COMPUTE-ENTRY-EDGE.
           MOVE 0 TO EE-EDGE(PT-IDX).
           MOVE 0 TO EE-LAYEDGE(PT-IDX).
           MOVE SPACES TO EE-NOTE(PT-IDX).
           IF PT-NUM(PT-IDX) IS EQUAL TO 0
                   OR PT-DEN(PT-IDX) IS EQUAL TO 0
                   MOVE "INVALID ENTRY" TO EE-NOTE(PT-IDX)
           ELSE
                   IF PT-DIV(PT-IDX) IS GREATER THAN 1
                           COMPUTE UNIT-PAY = PT-DIV(PT-IDX)
                                   * PT-NUM(PT-IDX)
                           DIVIDE UNIT-PAY BY PT-DEN(PT-IDX)
                                   GIVING UNIT-PAY REMAINDER UNIT-REM
                           COMPUTE PAY-RATIO ROUNDED =
                                   UNIT-PAY / PT-DIV(PT-IDX)
                           IF UNIT-REM IS NOT EQUAL TO 0
                                   MOVE "UNIT SHORT-PAYS" TO
                                           EE-NOTE(PT-IDX)
                           END-IF
                   ELSE
                           COMPUTE PAY-RATIO ROUNDED =
                                   PT-NUM(PT-IDX) / PT-DEN(PT-IDX)
                   END-IF
                   COMPUTE EE-EDGE(PT-IDX) ROUNDED =
                           (CH-LOSE(PT-IDX)
                           - (CH-WIN(PT-IDX) * PAY-RATIO))
                           / CH-WAYS(PT-IDX)
                   COMPUTE EE-LAYEDGE(PT-IDX) ROUNDED =
                           (CH-WIN(PT-IDX) - (CH-LOSE(PT-IDX)
                           * PT-DEN(PT-IDX) / PT-NUM(PT-IDX)))
                           / CH-WAYS(PT-IDX)
           END-IF.

       COMPUTE-BETTYPE-EDGE.
           MOVE 0 TO BT-EDGE(BT-IDX).
           MOVE 0 TO BT-HANDLE(BT-IDX).
           MOVE 0 TO BT-PAID(BT-IDX).
           IF BM-KIND(BT-IDX) IS EQUAL TO "S"
                   MOVE BM-KEY(BT-IDX) TO PT-KEY
                   PERFORM PAYTABLE-LOOKUP
                   MOVE EE-EDGE(PT-IDX) TO BT-EDGE(BT-IDX)
           ELSE IF BM-KIND(BT-IDX) IS EQUAL TO "F"
                   PERFORM SUM-FIELD-EDGE
                   MOVE FIELD-EDGE TO BT-EDGE(BT-IDX)
           ELSE IF BM-KIND(BT-IDX) IS EQUAL TO "O"
                   OR BM-KIND(BT-IDX) IS EQUAL TO "L"
                   MOVE 0 TO EDGE-SUM
                   MOVE 0 TO WEIGHT-SUM
                   PERFORM ADD-ODDS-EDGE VARYING PT-IDX FROM 18 BY 1
                           UNTIL PT-IDX IS GREATER THAN 23
                   IF WEIGHT-SUM IS GREATER THAN 0
                           COMPUTE BT-EDGE(BT-IDX) ROUNDED =
                                   EDGE-SUM / WEIGHT-SUM
                   END-IF
           END-IF.

       SUM-FIELD-EDGE.
           MOVE 0 TO FIELD-EDGE.
           MOVE "FIELD" TO PT-KEY.
           PERFORM PAYTABLE-LOOKUP.
           ADD EE-EDGE(PT-IDX) TO FIELD-EDGE.
           MOVE "FIELD2" TO PT-KEY.
           PERFORM PAYTABLE-LOOKUP.
           ADD EE-EDGE(PT-IDX) TO FIELD-EDGE.
           MOVE "FIELD12" TO PT-KEY.
           PERFORM PAYTABLE-LOOKUP.
           ADD EE-EDGE(PT-IDX) TO FIELD-EDGE.

       ADD-ODDS-EDGE.
           ADD CH-WEIGHT(PT-IDX) TO WEIGHT-SUM.
           IF BM-KIND(BT-IDX) IS EQUAL TO "L"
                   COMPUTE EDGE-SUM = EDGE-SUM
                           + (EE-LAYEDGE(PT-IDX) * CH-WEIGHT(PT-IDX))
           ELSE
                   COMPUTE EDGE-SUM = EDGE-SUM
                           + (EE-EDGE(PT-IDX) * CH-WEIGHT(PT-IDX))
           END-IF.

       PRINT-HOLD-HEADER.
           MOVE "THEORETICAL VS ACTUAL HOLD" TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE TOL-PCT TO TOL-ED.
           MOVE MIN-HANDLE TO AMT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "TOLERANCE: " TOL-ED " PCT POINTS  MINIMUM HANDLE: "
                   AMT-ED DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE FROM-DATE TO DATE-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "PLAY FROM " DATE-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           MOVE TO-DATE TO DATE-ED.
           STRING " THROUGH " DATE-ED
                   DELIMITED BY SIZE INTO RPT-LINE(19:17).
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).

       PRINT-PAYTABLE-CHECK.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE "PAYTABLE EDGE CHECK" TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE "ENTRY    PAYS DIV   EDGE  NOTE" TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           PERFORM PRINT-ONE-ENTRY VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX IS GREATER THAN 23.

       PRINT-ONE-ENTRY.
           MOVE PT-NUM(PT-IDX) TO NUM-ED.
           MOVE PT-DEN(PT-IDX) TO DEN-ED.
           MOVE PT-DIV(PT-IDX) TO DIV-ED.
           MOVE SPACES TO FLAG-TEXT.
           IF PT-NAME(PT-IDX) IS EQUAL TO "FIELD2"
                   OR PT-NAME(PT-IDX) IS EQUAL TO "FIELD12"
                   MOVE SPACES TO EDGE-TEXT
                   MOVE "IN FIELD" TO FLAG-TEXT
           ELSE IF PT-NAME(PT-IDX) IS EQUAL TO "FIELD"
                   PERFORM SUM-FIELD-EDGE
                   MOVE "FIELD" TO PT-KEY
                   PERFORM PAYTABLE-LOOKUP
                   COMPUTE THEO-PCT ROUNDED = FIELD-EDGE * 100
                   MOVE THEO-PCT TO PCT-ED
                   MOVE PCT-ED TO EDGE-TEXT
                   IF FIELD-EDGE IS LESS THAN 0
                           MOVE "PLAYER EDGE" TO FLAG-TEXT
                           ADD 1 TO PLAYER-EDGE-COUNT
                   END-IF
           ELSE
                   COMPUTE THEO-PCT ROUNDED = EE-EDGE(PT-IDX) * 100
                   MOVE THEO-PCT TO PCT-ED
                   MOVE PCT-ED TO EDGE-TEXT
                   IF EE-EDGE(PT-IDX) IS LESS THAN 0
                           MOVE "PLAYER EDGE" TO FLAG-TEXT
                           ADD 1 TO PLAYER-EDGE-COUNT
                   ELSE IF PT-IDX IS GREATER THAN 17
                           AND EE-LAYEDGE(PT-IDX) IS LESS THAN 0
                           MOVE "PLAYER EDGE" TO FLAG-TEXT
                           ADD 1 TO PLAYER-EDGE-COUNT
                   END-IF
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING PT-NAME(PT-IDX) " " NUM-ED "/" DEN-ED "  " DIV-ED
                   " " EDGE-TEXT "  " FLAG-TEXT " " EE-NOTE(PT-IDX)
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).

       READ-JOURNAL.
           READ WAGER-JRN
               AT END
                   MOVE 1 TO JRN-EOF
               NOT AT END
                   ADD 1 TO RL-READ(2)
                   PERFORM TALLY-JOURNAL
           END-READ.

       TALLY-JOURNAL.
           IF JRN-DATE IS NOT LESS THAN FROM-DATE
                   AND JRN-DATE IS NOT GREATER THAN TO-DATE
                   AND (JRN-DISP IS EQUAL TO "BET"
                   OR JRN-DISP IS EQUAL TO "WIN")
                   PERFORM FIND-BETTYPE
                   IF BT-FOUND IS EQUAL TO 0
                           ADD 1 TO UNMAPPED-COUNT
                   ELSE
                           PERFORM ADD-JOURNAL-AMOUNT
                   END-IF
           END-IF.

       FIND-BETTYPE.
           MOVE 0 TO BT-FOUND.
           PERFORM SCAN-BETTYPE VARYING BT-IDX FROM 1 BY 1
                   UNTIL BT-IDX IS GREATER THAN 19
                   OR BT-FOUND IS EQUAL TO 1.
           IF BT-FOUND IS EQUAL TO 1
                   SUBTRACT 1 FROM BT-IDX
           END-IF.

       SCAN-BETTYPE.
           IF BM-NAME(BT-IDX) IS EQUAL TO JRN-BETTYPE
                   MOVE 1 TO BT-FOUND
           END-IF.

       ADD-JOURNAL-AMOUNT.
           MOVE JRN-TABLE TO TB-IDX.
           IF JRN-DISP IS EQUAL TO "BET"
                   ADD JRN-AMT TO BT-HANDLE(BT-IDX)
                   ADD JRN-AMT TO TOT-HANDLE
                   COMPUTE THEO-WORK ROUNDED =
                           JRN-AMT * BT-EDGE(BT-IDX)
                   ADD THEO-WORK TO TOT-THEO
                   IF TB-IDX IS GREATER THAN 0
                           AND TB-IDX IS NOT GREATER THAN 10
                           ADD JRN-AMT TO TB-HANDLE(TB-IDX)
                           ADD THEO-WORK TO TB-THEO(TB-IDX)
                   END-IF
           ELSE
                   ADD JRN-AMT TO BT-PAID(BT-IDX)
                   ADD JRN-AMT TO TOT-PAID
                   IF TB-IDX IS GREATER THAN 0
                           AND TB-IDX IS NOT GREATER THAN 10
                           ADD JRN-AMT TO TB-PAID(TB-IDX)
                   END-IF
           END-IF.

       PRINT-BETTYPE-HOLD.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE "HOLD BY BET TYPE" TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE "BET TYPE        HANDLE    ACTUAL      THEO  HOLD PCT"
                   TO RPT-LINE.
           MOVE "  THEO PCT FLAG" TO RPT-LINE(53:15).
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           PERFORM PRINT-ONE-BETTYPE VARYING BT-IDX FROM 1 BY 1
                   UNTIL BT-IDX IS GREATER THAN 19.

       PRINT-ONE-BETTYPE.
           IF BT-HANDLE(BT-IDX) IS GREATER THAN 0
                   OR BT-PAID(BT-IDX) IS GREATER THAN 0
                   PERFORM PRINT-BETTYPE-LINE
           END-IF.

       PRINT-BETTYPE-LINE.
           COMPUTE ACTUAL-WIN = BT-HANDLE(BT-IDX) - BT-PAID(BT-IDX).
           COMPUTE THEO-WORK ROUNDED =
                   BT-HANDLE(BT-IDX) * BT-EDGE(BT-IDX).
           COMPUTE THEO-PCT ROUNDED = BT-EDGE(BT-IDX) * 100.
           MOVE BT-HANDLE(BT-IDX) TO BAND-HANDLE.
           PERFORM COMPUTE-HOLD-PCT.
           PERFORM SET-BETTYPE-FLAG.
           MOVE BT-HANDLE(BT-IDX) TO AMT-ED.
           MOVE ACTUAL-WIN TO NET-ED.
           MOVE THEO-WORK TO NET-ED2.
           MOVE HOLD-PCT TO PCT-ED.
           MOVE THEO-PCT TO PCT-ED2.
           MOVE SPACES TO RPT-LINE.
           STRING BM-NAME(BT-IDX) AMT-ED " " NET-ED " "
                   NET-ED2 " " PCT-ED "   " PCT-ED2 " "
                   FLAG-TEXT DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).

       SET-BETTYPE-FLAG.
           MOVE SPACES TO FLAG-TEXT.
           IF BM-KIND(BT-IDX) IS EQUAL TO "N"
                   MOVE "NO PAYTABLE" TO FLAG-TEXT
           ELSE IF BT-EDGE(BT-IDX) IS LESS THAN 0
                   MOVE "PLAYER EDGE" TO FLAG-TEXT
           ELSE
                   PERFORM CHECK-HOLD-BAND
           END-IF.

       COMPUTE-HOLD-PCT.
           IF BAND-HANDLE IS GREATER THAN 0
                   COMPUTE HOLD-PCT ROUNDED =
                           (ACTUAL-WIN * 100) / BAND-HANDLE
           ELSE
                   MOVE 0 TO HOLD-PCT
           END-IF.

       CHECK-HOLD-BAND.
           COMPUTE DIFF-PCT = HOLD-PCT - THEO-PCT.
           IF DIFF-PCT IS LESS THAN 0
                   COMPUTE DIFF-PCT = 0 - DIFF-PCT
           END-IF.
           IF BAND-HANDLE IS LESS THAN MIN-HANDLE
                   MOVE "LOW HANDLE" TO FLAG-TEXT
           ELSE IF DIFF-PCT IS GREATER THAN TOL-PCT
                   MOVE "OUTSIDE BAND" TO FLAG-TEXT
                   ADD 1 TO BAND-COUNT
           END-IF.

       PRINT-TABLE-HOLD.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE "HOLD BY TABLE" TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE "TABLE           HANDLE    ACTUAL      THEO  HOLD PCT"
                   TO RPT-LINE.
           MOVE "  THEO PCT FLAG" TO RPT-LINE(53:15).
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           PERFORM PRINT-ONE-TABLE VARYING TB-IDX FROM 1 BY 1
                   UNTIL TB-IDX IS GREATER THAN 10.

       PRINT-ONE-TABLE.
           IF TB-HANDLE(TB-IDX) IS GREATER THAN 0
                   PERFORM PRINT-TABLE-LINE
           END-IF.

       PRINT-TABLE-LINE.
           COMPUTE ACTUAL-WIN = TB-HANDLE(TB-IDX) - TB-PAID(TB-IDX).
           MOVE TB-HANDLE(TB-IDX) TO BAND-HANDLE.
           PERFORM COMPUTE-HOLD-PCT.
           COMPUTE THEO-PCT ROUNDED =
                   (TB-THEO(TB-IDX) * 100) / TB-HANDLE(TB-IDX).
           MOVE SPACES TO FLAG-TEXT.
           PERFORM CHECK-HOLD-BAND.
           MOVE TB-IDX TO TABLE-ED.
           MOVE TB-HANDLE(TB-IDX) TO AMT-ED.
           MOVE ACTUAL-WIN TO NET-ED.
           MOVE TB-THEO(TB-IDX) TO NET-ED2.
           MOVE HOLD-PCT TO PCT-ED.
           MOVE THEO-PCT TO PCT-ED2.
           MOVE SPACES TO RPT-LINE.
           STRING "TABLE " TABLE-ED "    " AMT-ED " " NET-ED " "
                   NET-ED2 " " PCT-ED "   " PCT-ED2 " "
                   FLAG-TEXT DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).

       PRINT-HOLD-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           COMPUTE ACTUAL-WIN = TOT-HANDLE - TOT-PAID.
           MOVE TOT-HANDLE TO AMT-ED.
           MOVE ACTUAL-WIN TO NET-ED.
           MOVE TOT-THEO TO NET-ED2.
           MOVE SPACES TO RPT-LINE.
           STRING "ALL PLAY    " AMT-ED " " NET-ED " " NET-ED2
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE PLAYER-EDGE-COUNT TO CNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "PAYTABLE ENTRIES GIVING PLAYER THE EDGE: " CNT-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE BAND-COUNT TO CNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "HOLD OUTSIDE TOLERANCE BAND:            " CNT-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           IF UNMAPPED-COUNT IS GREATER THAN 0
                   MOVE UNMAPPED-COUNT TO CNT-ED
                   MOVE SPACES TO RPT-LINE
                   STRING "JOURNAL LINES WITH UNKNOWN BET TYPE:    "
                           CNT-ED DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(5)
           END-IF.

       LOG-RUN-START.
           MOVE "HOLDRPT" TO RL-PROGRAM.
           MOVE SPACES TO RL-FILES.
           MOVE ALL "0" TO RL-COUNTS.
           MOVE "paytable.dat" TO RL-FILENAME(1).
           MOVE "wagerjrn.dat" TO RL-FILENAME(2).
           MOVE "holdparm.dat" TO RL-FILENAME(3).
           MOVE "holdsel.dat" TO RL-FILENAME(4).
           MOVE "holdrpt.txt" TO RL-FILENAME(5).
           MOVE "S" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.

       LOG-RUN-END.
           MOVE RETURN-CODE TO RL-COND.
           MOVE "E" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.
           MOVE RL-COND TO RETURN-CODE.
