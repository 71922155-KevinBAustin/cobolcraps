       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTILRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAGER-JRN ASSIGN TO "wagerjrn.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JRN-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "gameparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT TABLE-PARM-FILE ASSIGN TO "tableparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TPARM-FILE-STATUS.
           SELECT UTIL-PARM-FILE ASSIGN TO "utilparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS UPARM-FILE-STATUS.
           SELECT UTIL-SEL-FILE ASSIGN TO "utilsel.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS USEL-FILE-STATUS.
           SELECT UTIL-RPT ASSIGN TO "utilrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-PLAYERBAL PIC 9(6).
           05 PARM-MINBET PIC 99.
           05 PARM-MAXBET PIC 999.
           05 PARM-MAXROUNDS PIC 99.
           05 PARM-NUMPLAYERS PIC 99.
           05 PARM-BATCHMODE PIC 9.
           05 PARM-BATCHBET PIC 999.
           05 PARM-REPLAY PIC 9.
           05 PARM-NUMTABLES PIC 99.
           05 PARM-TOURNEY PIC 9.
       FD TABLE-PARM-FILE.
       01 TPARM-REC.
           05 TPARM-MINBET PIC 99.
           05 TPARM-MAXBET PIC 999.
           05 TPARM-NUMPLAYERS PIC 99.
       FD UTIL-PARM-FILE.
       01 UPARM-REC.
           05 UPARM-LOWPCT PIC 999.
           05 UPARM-HIGHPCT PIC 999.
       FD UTIL-SEL-FILE.
       01 USEL-REC.
           05 USEL-FROMDATE PIC 9(8).
           05 USEL-TODATE PIC 9(8).
       FD UTIL-RPT.
       01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 JRN-FILE-STATUS PIC 99.
       01 PARM-FILE-STATUS PIC 99.
       01 TPARM-FILE-STATUS PIC 99.
       01 UPARM-FILE-STATUS PIC 99.
       01 USEL-FILE-STATUS PIC 99.
       01 RPT-FILE-STATUS PIC 99.
       01 JRN-EOF PIC 9 VALUE 0.
       01 TPARM-EOF PIC 9 VALUE 0.
       01 LOW-PCT PIC 999 VALUE 25.
       01 HIGH-PCT PIC 999 VALUE 100.
       01 FROM-DATE PIC 9(8) VALUE 0.
       01 TO-DATE PIC 9(8) VALUE 99999999.
       01 DEFAULT-SEATS PIC 99 VALUE 1.
       01 TABLE-SEATS.
           05 TS-SEATS PIC 99 OCCURS 10 TIMES.
       01 TS-IDX PIC 99.
       01 HOUR-CELLS.
           05 HC-ENTRY OCCURS 5000 TIMES.
               10 HC-DATE PIC 9(8).
               10 HC-HOUR PIC 99.
               10 HC-TABLE PIC 99.
               10 HC-ROUNDS PIC 9(5).
               10 HC-LASTTIME PIC 9(6).
               10 HC-LASTROUND PIC 999.
               10 HC-HANDLE PIC 9(9).
               10 HC-PAID PIC 9(9).
               10 HC-SEATS.
                   15 HC-SEAT PIC X OCCURS 8 TIMES.
               10 HC-PLAYERS PIC 999.
               10 HC-NAMES.
                   15 HC-NAME PIC X(20) OCCURS 24 TIMES.
       01 HC-COUNT PIC 9(4) VALUE 0.
       01 HC-IDX PIC 9(4).
       01 HC-LAST PIC 9(4) VALUE 0.
       01 HC-FOUND PIC 9.
       01 NM-IDX PIC 99.
       01 NM-FOUND PIC 9.
       01 SEAT-IDX PIC 9.
       01 HOUR-SUMMARY.
           05 SM-TABLE OCCURS 10 TIMES.
               10 SM-HOUR OCCURS 24 TIMES.
                   15 SM-DAYS PIC 9(4).
                   15 SM-ROUNDS PIC 9(7).
                   15 SM-SEATS PIC 9(6).
                   15 SM-PLAYERS PIC 9(6).
                   15 SM-HANDLE PIC 9(9).
                   15 SM-PAID PIC 9(9).
                   15 SM-LOWDAYS PIC 9(4).
                   15 SM-FULLDAYS PIC 9(4).
       01 SM-HR PIC 99.
       01 PLAY-DATES.
           05 PD-DATE PIC 9(8) OCCURS 1000 TIMES.
       01 PD-COUNT PIC 9(4) VALUE 0.
       01 PD-IDX PIC 9(4).
       01 PD-FOUND PIC 9.
       01 TABLE-FULL PIC 9 VALUE 0.
       01 SKIPPED-COUNT PIC 9(7) VALUE 0.
       01 JRN-HOUR PIC 99.
       01 SEATS-USED PIC 9.
       01 OCC-PCT PIC 9(3)V9.
       01 AVG-SEATS PIC 9V9.
       01 AVG-PLAYERS PIC 99V9.
       01 AVG-ROUNDS PIC 9(5).
       01 HOUSE-WIN PIC S9(9).
       01 TOT-HANDLE PIC 9(10) VALUE 0.
       01 TOT-PAID PIC 9(10) VALUE 0.
       01 TOT-WIN PIC S9(10).
       01 UTIL-FLAG PIC X(12).
       01 LIST-FLAG PIC X(12).
       01 TABLE-PRINTED PIC 9.
       01 LOW-HOURS PIC 99.
       01 FULL-HOURS PIC 99.
       01 HOUR-LIST PIC X(72).
       01 HOUR-LIST-POS PIC 99.
       01 ROUNDS-ED PIC ZZZZ9.
       01 PLAYERS-ED PIC ZZ9.
       01 DAYS-ED PIC ZZZ9.
       01 DAYS-ED2 PIC ZZZ9.
       01 PCT-ED PIC ZZ9.9.
       01 AVG-SEATS-ED PIC 9.9.
       01 AVG-PLAYERS-ED PIC Z9.9.
       01 HANDLE-ED PIC ZZZ,ZZZ,ZZ9.
       01 WIN-ED PIC -ZZZ,ZZZ,ZZ9.
       01 TOT-HANDLE-ED PIC Z,ZZZ,ZZZ,ZZ9.
       01 TOT-WIN-ED PIC -Z,ZZZ,ZZZ,ZZ9.
       01 COUNT-ED PIC Z(6)9.
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
       UTIL-REPORT.
           PERFORM LOG-RUN-START.
           PERFORM LOAD-UTIL-PARMS.
           PERFORM LOAD-UTIL-SELECTION.
           PERFORM LOAD-TABLE-SEATS.
           MOVE ALL "0" TO HOUR-SUMMARY.
           OPEN OUTPUT UTIL-RPT.
           PERFORM PRINT-UTIL-HEADER.
           OPEN INPUT WAGER-JRN.
           IF JRN-FILE-STATUS IS NOT EQUAL TO 0
                   MOVE "NO WAGERJRN.DAT FOUND -- NO PLAY TO REPORT"
                           TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(6)
           ELSE
                   PERFORM READ-JOURNAL UNTIL JRN-EOF IS EQUAL TO 1
                   CLOSE WAGER-JRN
                   PERFORM PRINT-HOUR-DETAIL
                   PERFORM PRINT-HOUR-SUMMARY
           END-IF.
           PERFORM PRINT-UTIL-TOTALS.
           CLOSE UTIL-RPT.
           DISPLAY "UTILRPT.TXT WRITTEN.".
           IF TABLE-FULL IS EQUAL TO 1
                   DISPLAY "WORK TABLES FULL -- REPORT IS INCOMPLETE"
                   MOVE 8 TO RETURN-CODE
                   MOVE "WORK TABLES FULL -- REPORT INCOMPLETE"
                           TO RL-MSG
           END-IF.
           PERFORM LOG-RUN-END
           STOP RUN.

       LOAD-UTIL-PARMS.
           OPEN INPUT UTIL-PARM-FILE.
           IF UPARM-FILE-STATUS IS EQUAL TO 0
                   READ UTIL-PARM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO RL-READ(4)
                           IF UPARM-LOWPCT IS NUMERIC
                                   MOVE UPARM-LOWPCT TO LOW-PCT
                           END-IF
                           IF UPARM-HIGHPCT IS NUMERIC
                                   AND UPARM-HIGHPCT IS GREATER THAN 0
                                   MOVE UPARM-HIGHPCT TO HIGH-PCT
                           END-IF
                   END-READ
                   CLOSE UTIL-PARM-FILE
           END-IF.

       LOAD-UTIL-SELECTION.
           OPEN INPUT UTIL-SEL-FILE.
           IF USEL-FILE-STATUS IS EQUAL TO 0
                   READ UTIL-SEL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO RL-READ(5)
                           IF USEL-FROMDATE IS NUMERIC
                                   MOVE USEL-FROMDATE TO FROM-DATE
                           END-IF
                           IF USEL-TODATE IS NUMERIC
                                   AND USEL-TODATE IS GREATER THAN 0
                                   MOVE USEL-TODATE TO TO-DATE
                           END-IF
                   END-READ
                   CLOSE UTIL-SEL-FILE
           END-IF.

       LOAD-TABLE-SEATS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS IS EQUAL TO 0
                   READ PARM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO RL-READ(2)
                           IF PARM-NUMPLAYERS IS NUMERIC
                                   AND PARM-NUMPLAYERS IS GREATER THAN 0
                                   MOVE PARM-NUMPLAYERS
                                           TO DEFAULT-SEATS
                           END-IF
                   END-READ
                   CLOSE PARM-FILE
           END-IF.
           IF DEFAULT-SEATS IS GREATER THAN 8
                   MOVE 8 TO DEFAULT-SEATS
           END-IF.
           PERFORM DEFAULT-TABLE-SEATS VARYING TS-IDX FROM 1 BY 1
                   UNTIL TS-IDX IS GREATER THAN 10.
           MOVE 0 TO TS-IDX.
           OPEN INPUT TABLE-PARM-FILE.
           IF TPARM-FILE-STATUS IS EQUAL TO 0
                   PERFORM READ-TABLEPARM UNTIL TPARM-EOF IS EQUAL TO 1
                   CLOSE TABLE-PARM-FILE
           END-IF.

       DEFAULT-TABLE-SEATS.
           MOVE DEFAULT-SEATS TO TS-SEATS(TS-IDX).

       READ-TABLEPARM.
           READ TABLE-PARM-FILE
               AT END
                   MOVE 1 TO TPARM-EOF
               NOT AT END
                   ADD 1 TO RL-READ(3)
                   IF TS-IDX IS LESS THAN 10
                           ADD 1 TO TS-IDX
                           PERFORM STORE-TABLE-SEATS
                   END-IF
           END-READ.

       STORE-TABLE-SEATS.
           IF TPARM-NUMPLAYERS IS NUMERIC
                   AND TPARM-NUMPLAYERS IS GREATER THAN 0
                   IF TPARM-NUMPLAYERS IS GREATER THAN 8
                           MOVE 8 TO TS-SEATS(TS-IDX)
                   ELSE
                           MOVE TPARM-NUMPLAYERS TO TS-SEATS(TS-IDX)
                   END-IF
           END-IF.

       PRINT-UTIL-HEADER.
           MOVE "HOURLY TABLE UTILIZATION REPORT" TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           MOVE SPACES TO RPT-LINE.
           STRING "DATES: " FROM-DATE " TO " TO-DATE
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           MOVE LOW-PCT TO PLAYERS-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "NEARLY EMPTY: AT OR BELOW " PLAYERS-ED
                   " PCT OF SEATS OCCUPIED"
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           MOVE HIGH-PCT TO PLAYERS-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "AT CAPACITY:  AT OR ABOVE " PLAYERS-ED
                   " PCT OF SEATS OCCUPIED"
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           MOVE "HOUR IS THE HOUR THE SESSION OPENED (JRN-TIME)"
                   TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).

       READ-JOURNAL.
           READ WAGER-JRN
               AT END
                   MOVE 1 TO JRN-EOF
               NOT AT END
                   ADD 1 TO RL-READ(1)
                   PERFORM TALLY-JOURNAL
           END-READ.

       TALLY-JOURNAL.
           IF JRN-DATE IS NOT LESS THAN FROM-DATE
                   AND JRN-DATE IS NOT GREATER THAN TO-DATE
                   AND (JRN-DISP IS EQUAL TO "BET"
                   OR JRN-DISP IS EQUAL TO "WIN")
                   IF JRN-TABLE IS NOT NUMERIC
                           OR JRN-TABLE IS EQUAL TO 0
                           OR JRN-TABLE IS GREATER THAN 10
                           OR JRN-TIME IS NOT NUMERIC
                           ADD 1 TO SKIPPED-COUNT
                   ELSE
                           PERFORM ADD-HOUR-ACTIVITY
                   END-IF
           END-IF.

       ADD-HOUR-ACTIVITY.
           DIVIDE JRN-TIME BY 10000 GIVING JRN-HOUR.
           PERFORM FIND-HOUR-CELL.
           IF HC-FOUND IS EQUAL TO 1
                   IF JRN-DISP IS EQUAL TO "BET"
                           ADD JRN-AMT TO HC-HANDLE(HC-IDX)
                           ADD JRN-AMT TO TOT-HANDLE
                           PERFORM COUNT-ROUND
                           PERFORM COUNT-SEAT
                           PERFORM COUNT-PLAYER
                   ELSE
                           ADD JRN-AMT TO HC-PAID(HC-IDX)
                           ADD JRN-AMT TO TOT-PAID
                   END-IF
           END-IF.

       COUNT-ROUND.
           IF JRN-TIME IS NOT EQUAL TO HC-LASTTIME(HC-IDX)
                   OR JRN-ROUND IS NOT EQUAL TO HC-LASTROUND(HC-IDX)
                   ADD 1 TO HC-ROUNDS(HC-IDX)
                   MOVE JRN-TIME TO HC-LASTTIME(HC-IDX)
                   MOVE JRN-ROUND TO HC-LASTROUND(HC-IDX)
           END-IF.

       COUNT-SEAT.
           IF JRN-SEAT IS NUMERIC
                   AND JRN-SEAT IS GREATER THAN 0
                   AND JRN-SEAT IS NOT GREATER THAN 8
                   MOVE JRN-SEAT TO SEAT-IDX
                   MOVE "Y" TO HC-SEAT(HC-IDX, SEAT-IDX)
           END-IF.

       COUNT-PLAYER.
           MOVE 0 TO NM-FOUND.
           PERFORM SCAN-PLAYER VARYING NM-IDX FROM 1 BY 1
                   UNTIL NM-IDX IS GREATER THAN HC-PLAYERS(HC-IDX)
                   OR NM-IDX IS GREATER THAN 24
                   OR NM-FOUND IS EQUAL TO 1.
           IF NM-FOUND IS EQUAL TO 0
                   ADD 1 TO HC-PLAYERS(HC-IDX)
                   IF HC-PLAYERS(HC-IDX) IS NOT GREATER THAN 24
                           MOVE HC-PLAYERS(HC-IDX) TO NM-IDX
                           MOVE JRN-NAME TO HC-NAME(HC-IDX, NM-IDX)
                   END-IF
           END-IF.

       SCAN-PLAYER.
           IF HC-NAME(HC-IDX, NM-IDX) IS EQUAL TO JRN-NAME
                   MOVE 1 TO NM-FOUND
           END-IF.

       FIND-HOUR-CELL.
           MOVE 0 TO HC-FOUND.
           IF HC-LAST IS GREATER THAN 0
                   MOVE HC-LAST TO HC-IDX
                   PERFORM SCAN-HOUR-CELL
           END-IF.
           IF HC-FOUND IS EQUAL TO 0
                   PERFORM SCAN-HOUR-CELL VARYING HC-IDX FROM 1 BY 1
                           UNTIL HC-IDX IS GREATER THAN HC-COUNT
                           OR HC-FOUND IS EQUAL TO 1
                   IF HC-FOUND IS EQUAL TO 1
                           SUBTRACT 1 FROM HC-IDX
                   ELSE
                           PERFORM ADD-HOUR-CELL
                   END-IF
           END-IF.
           IF HC-FOUND IS EQUAL TO 1
                   MOVE HC-IDX TO HC-LAST
           END-IF.

       SCAN-HOUR-CELL.
           IF HC-DATE(HC-IDX) IS EQUAL TO JRN-DATE
                   AND HC-HOUR(HC-IDX) IS EQUAL TO JRN-HOUR
                   AND HC-TABLE(HC-IDX) IS EQUAL TO JRN-TABLE
                   MOVE 1 TO HC-FOUND
           END-IF.

       ADD-HOUR-CELL.
           IF HC-COUNT IS LESS THAN 5000
                   ADD 1 TO HC-COUNT
                   MOVE HC-COUNT TO HC-IDX
                   MOVE 1 TO HC-FOUND
                   MOVE JRN-DATE TO HC-DATE(HC-IDX)
                   MOVE JRN-HOUR TO HC-HOUR(HC-IDX)
                   MOVE JRN-TABLE TO HC-TABLE(HC-IDX)
                   MOVE 0 TO HC-ROUNDS(HC-IDX)
                   MOVE 0 TO HC-LASTTIME(HC-IDX)
                   MOVE 0 TO HC-LASTROUND(HC-IDX)
                   MOVE 0 TO HC-HANDLE(HC-IDX)
                   MOVE 0 TO HC-PAID(HC-IDX)
                   MOVE SPACES TO HC-SEATS(HC-IDX)
                   MOVE 0 TO HC-PLAYERS(HC-IDX)
                   MOVE SPACES TO HC-NAMES(HC-IDX)
                   PERFORM ADD-PLAY-DATE
           ELSE
                   MOVE 1 TO TABLE-FULL
           END-IF.

       ADD-PLAY-DATE.
           MOVE 0 TO PD-FOUND.
           PERFORM SCAN-PLAY-DATE VARYING PD-IDX FROM 1 BY 1
                   UNTIL PD-IDX IS GREATER THAN PD-COUNT
                   OR PD-FOUND IS EQUAL TO 1.
           IF PD-FOUND IS EQUAL TO 0
                   IF PD-COUNT IS LESS THAN 1000
                           ADD 1 TO PD-COUNT
                           MOVE JRN-DATE TO PD-DATE(PD-COUNT)
                   ELSE
                           MOVE 1 TO TABLE-FULL
                   END-IF
           END-IF.

       SCAN-PLAY-DATE.
           IF PD-DATE(PD-IDX) IS EQUAL TO JRN-DATE
                   MOVE 1 TO PD-FOUND
           END-IF.

       PRINT-HOUR-DETAIL.
           MOVE "TABLE ACTIVITY BY HOUR" TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           MOVE "DATE     HR TBL ROUNDS PLAYERS SEATS   OCC%"
                   TO RPT-LINE.
           MOVE "HANDLE    HOUSE WIN" TO RPT-LINE(50:19).
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           PERFORM PRINT-HOUR-CELL VARYING HC-IDX FROM 1 BY 1
                   UNTIL HC-IDX IS GREATER THAN HC-COUNT.
           IF SKIPPED-COUNT IS GREATER THAN 0
                   MOVE SKIPPED-COUNT TO COUNT-ED
                   MOVE SPACES TO RPT-LINE
                   STRING "RECORDS WITH NO VALID TABLE OR TIME: "
                           COUNT-ED DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(6)
           END-IF.

       PRINT-HOUR-CELL.
           MOVE HC-TABLE(HC-IDX) TO TS-IDX.
           MOVE 0 TO SEATS-USED.
           PERFORM COUNT-SEATS-USED VARYING SEAT-IDX FROM 1 BY 1
                   UNTIL SEAT-IDX IS GREATER THAN 8.
           COMPUTE OCC-PCT ROUNDED =
                   SEATS-USED * 100 / TS-SEATS(TS-IDX).
           COMPUTE HOUSE-WIN = HC-HANDLE(HC-IDX) - HC-PAID(HC-IDX).
           PERFORM SET-UTIL-FLAG.
           MOVE HC-HOUR(HC-IDX) TO SM-HR.
           ADD 1 TO SM-HR.
           ADD 1 TO SM-DAYS(TS-IDX, SM-HR).
           ADD HC-ROUNDS(HC-IDX) TO SM-ROUNDS(TS-IDX, SM-HR).
           ADD SEATS-USED TO SM-SEATS(TS-IDX, SM-HR).
           ADD HC-PLAYERS(HC-IDX) TO SM-PLAYERS(TS-IDX, SM-HR).
           ADD HC-HANDLE(HC-IDX) TO SM-HANDLE(TS-IDX, SM-HR).
           ADD HC-PAID(HC-IDX) TO SM-PAID(TS-IDX, SM-HR).
           IF UTIL-FLAG IS EQUAL TO "NEARLY EMPTY"
                   ADD 1 TO SM-LOWDAYS(TS-IDX, SM-HR)
           END-IF.
           IF UTIL-FLAG IS EQUAL TO "AT CAPACITY"
                   ADD 1 TO SM-FULLDAYS(TS-IDX, SM-HR)
           END-IF.
           MOVE HC-ROUNDS(HC-IDX) TO ROUNDS-ED.
           MOVE HC-PLAYERS(HC-IDX) TO PLAYERS-ED.
           MOVE OCC-PCT TO PCT-ED.
           MOVE HC-HANDLE(HC-IDX) TO HANDLE-ED.
           MOVE HOUSE-WIN TO WIN-ED.
           MOVE SPACES TO RPT-LINE.
           STRING HC-DATE(HC-IDX) " " HC-HOUR(HC-IDX) "  "
                   HC-TABLE(HC-IDX) "  " ROUNDS-ED "     " PLAYERS-ED
                   "   " SEATS-USED "/" TS-SEATS(TS-IDX) " " PCT-ED
                   " " HANDLE-ED " " WIN-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           IF UTIL-FLAG IS EQUAL TO "NEARLY EMPTY"
                   MOVE "LOW" TO RPT-LINE(71:4)
           END-IF.
           IF UTIL-FLAG IS EQUAL TO "AT CAPACITY"
                   MOVE "FULL" TO RPT-LINE(71:4)
           END-IF.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).

       COUNT-SEATS-USED.
           IF HC-SEAT(HC-IDX, SEAT-IDX) IS EQUAL TO "Y"
                   ADD 1 TO SEATS-USED
           END-IF.

       SET-UTIL-FLAG.
           MOVE SPACES TO UTIL-FLAG.
           IF OCC-PCT IS NOT LESS THAN HIGH-PCT
                   MOVE "AT CAPACITY" TO UTIL-FLAG
           ELSE IF OCC-PCT IS NOT GREATER THAN LOW-PCT
                   MOVE "NEARLY EMPTY" TO UTIL-FLAG
           END-IF.

       PRINT-HOUR-SUMMARY.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           MOVE PD-COUNT TO DAYS-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "AVERAGE BY TABLE AND HOUR OVER " DAYS-ED
                   " GAMING DAYS WITH PLAY"
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           MOVE "TBL HR DAYS  RNDS  PLYRS SEATS    OCC%  LOW FULL"
                   TO RPT-LINE.
           MOVE "     HANDLE  STATUS" TO RPT-LINE(49:19).
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           PERFORM PRINT-TABLE-SUMMARY VARYING TS-IDX FROM 1 BY 1
                   UNTIL TS-IDX IS GREATER THAN 10.

       PRINT-TABLE-SUMMARY.
           MOVE 0 TO TABLE-PRINTED.
           MOVE 0 TO LOW-HOURS.
           MOVE 0 TO FULL-HOURS.
           PERFORM PRINT-SUMMARY-HOUR VARYING SM-HR FROM 1 BY 1
                   UNTIL SM-HR IS GREATER THAN 24.
           IF TABLE-PRINTED IS EQUAL TO 1
                   MOVE SPACES TO HOUR-LIST
                   MOVE 1 TO HOUR-LIST-POS
                   MOVE "NEARLY EMPTY" TO LIST-FLAG
                   PERFORM LIST-FLAGGED-HOUR VARYING SM-HR FROM 1 BY 1
                           UNTIL SM-HR IS GREATER THAN 24
                   MOVE SPACES TO RPT-LINE
                   IF LOW-HOURS IS EQUAL TO 0
                           MOVE "NONE" TO HOUR-LIST
                   END-IF
                   STRING "    NEARLY EMPTY HOURS: " HOUR-LIST
                           DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(6)
                   MOVE SPACES TO HOUR-LIST
                   MOVE 1 TO HOUR-LIST-POS
                   MOVE "AT CAPACITY" TO LIST-FLAG
                   PERFORM LIST-FLAGGED-HOUR VARYING SM-HR FROM 1 BY 1
                           UNTIL SM-HR IS GREATER THAN 24
                   MOVE SPACES TO RPT-LINE
                   IF FULL-HOURS IS EQUAL TO 0
                           MOVE "NONE" TO HOUR-LIST
                   END-IF
                   STRING "    AT CAPACITY HOURS:  " HOUR-LIST
                           DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(6)
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(6)
           END-IF.

       PRINT-SUMMARY-HOUR.
           IF SM-DAYS(TS-IDX, SM-HR) IS GREATER THAN 0
                   MOVE 1 TO TABLE-PRINTED
                   COMPUTE AVG-SEATS ROUNDED =
                           SM-SEATS(TS-IDX, SM-HR)
                           / SM-DAYS(TS-IDX, SM-HR)
                   COMPUTE AVG-PLAYERS ROUNDED =
                           SM-PLAYERS(TS-IDX, SM-HR)
                           / SM-DAYS(TS-IDX, SM-HR)
                   COMPUTE AVG-ROUNDS ROUNDED =
                           SM-ROUNDS(TS-IDX, SM-HR)
                           / SM-DAYS(TS-IDX, SM-HR)
                   COMPUTE OCC-PCT ROUNDED =
                           SM-SEATS(TS-IDX, SM-HR) * 100
                           / (SM-DAYS(TS-IDX, SM-HR) * TS-SEATS(TS-IDX))
                   PERFORM SET-UTIL-FLAG
                   IF UTIL-FLAG IS EQUAL TO "NEARLY EMPTY"
                           ADD 1 TO LOW-HOURS
                   END-IF
                   IF UTIL-FLAG IS EQUAL TO "AT CAPACITY"
                           ADD 1 TO FULL-HOURS
                   END-IF
                   COMPUTE JRN-HOUR = SM-HR - 1
                   MOVE SM-DAYS(TS-IDX, SM-HR) TO DAYS-ED
                   MOVE AVG-ROUNDS TO ROUNDS-ED
                   MOVE AVG-PLAYERS TO AVG-PLAYERS-ED
                   MOVE AVG-SEATS TO AVG-SEATS-ED
                   MOVE OCC-PCT TO PCT-ED
                   MOVE SPACES TO RPT-LINE
                   STRING TS-IDX "  " JRN-HOUR " " DAYS-ED " " ROUNDS-ED
                           "  " AVG-PLAYERS-ED "   " AVG-SEATS-ED "/"
                           TS-SEATS(TS-IDX) " " PCT-ED
                           DELIMITED BY SIZE INTO RPT-LINE
                   MOVE SM-LOWDAYS(TS-IDX, SM-HR) TO DAYS-ED
                   MOVE DAYS-ED TO RPT-LINE(39:4)
                   MOVE SM-FULLDAYS(TS-IDX, SM-HR) TO DAYS-ED
                   MOVE DAYS-ED TO RPT-LINE(44:4)
                   MOVE SM-HANDLE(TS-IDX, SM-HR) TO HANDLE-ED
                   MOVE HANDLE-ED TO RPT-LINE(49:11)
                   MOVE UTIL-FLAG TO RPT-LINE(62:12)
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(6)
           END-IF.

       LIST-FLAGGED-HOUR.
           IF SM-DAYS(TS-IDX, SM-HR) IS GREATER THAN 0
                   COMPUTE OCC-PCT ROUNDED =
                           SM-SEATS(TS-IDX, SM-HR) * 100
                           / (SM-DAYS(TS-IDX, SM-HR) * TS-SEATS(TS-IDX))
                   PERFORM SET-UTIL-FLAG
                   IF UTIL-FLAG IS EQUAL TO LIST-FLAG
                           AND HOUR-LIST-POS IS LESS THAN 70
                           COMPUTE JRN-HOUR = SM-HR - 1
                           MOVE JRN-HOUR TO HOUR-LIST(HOUR-LIST-POS:2)
                           ADD 3 TO HOUR-LIST-POS
                   END-IF
           END-IF.

       PRINT-UTIL-TOTALS.
           COMPUTE TOT-WIN = TOT-HANDLE - TOT-PAID.
           MOVE TOT-HANDLE TO TOT-HANDLE-ED.
           MOVE TOT-WIN TO TOT-WIN-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "TOTAL HANDLE: " TOT-HANDLE-ED "  HOUSE WIN: "
                   TOT-WIN-ED DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           IF TABLE-FULL IS EQUAL TO 1
                   MOVE "WORK TABLES FULL -- REPORT IS INCOMPLETE"
                           TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(6)
           END-IF.

       LOG-RUN-START.
           MOVE "UTILRPT" TO RL-PROGRAM.
           MOVE SPACES TO RL-FILES.
           MOVE ALL "0" TO RL-COUNTS.
           MOVE "wagerjrn.dat" TO RL-FILENAME(1).
           MOVE "gameparm.dat" TO RL-FILENAME(2).
           MOVE "tableparm.dat" TO RL-FILENAME(3).
           MOVE "utilparm.dat" TO RL-FILENAME(4).
           MOVE "utilsel.dat" TO RL-FILENAME(5).
           MOVE "utilrpt.txt" TO RL-FILENAME(6).
           MOVE "S" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.

       LOG-RUN-END.
           MOVE RETURN-CODE TO RL-COND.
           MOVE "E" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.
           MOVE RL-COND TO RETURN-CODE.
