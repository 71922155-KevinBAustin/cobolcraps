       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOURNEY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOURN-RESULT ASSIGN TO "tournres.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TRES-FILE-STATUS.
           SELECT TOURN-PARM-FILE ASSIGN TO "tournparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TPRM-FILE-STATUS.
           SELECT TOURN-HIST ASSIGN TO "tournhst.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS THST-FILE-STATUS.
           SELECT ENTRANT-FILE ASSIGN TO "tourney.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TE-FILE-STATUS.
           SELECT PRIZE-FILE ASSIGN TO "tournprz.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PRZ-FILE-STATUS.
           SELECT STAND-RPT ASSIGN TO "tournrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT FINAL-RPT ASSIGN TO "tournfin.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FIN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TOURN-RESULT.
       01 TR-REC.
           05 TR-HEAT PIC 99.
           05 TR-DATE PIC 9(8).
           05 TR-TABLE PIC 99.
           05 TR-SEAT PIC 9.
           05 TR-ACCT PIC 9(4).
           05 TR-NAME PIC X(20).
           05 TR-STACK PIC 9(6).
           05 TR-ROUNDS PIC 999.
           05 TR-STATUS PIC X(8).
       FD TOURN-PARM-FILE.
       01 TRN-REC.
           05 TRN-CHIPS PIC 9(6).
           05 TRN-ROUNDS PIC 99.
           05 TRN-CUTPCT PIC 99.
           05 TRN-SEATS PIC 9.
       FD TOURN-HIST.
       01 TH-REC.
           05 TH-HEAT PIC 99.
           05 TH-DATE PIC 9(8).
           05 TH-ACCT PIC 9(4).
           05 TH-NAME PIC X(20).
           05 TH-TABLE PIC 99.
           05 TH-STACK PIC 9(6).
           05 TH-RANK PIC 999.
           05 TH-RESULT PIC X(8).
           05 TH-NEXTTBL PIC 99.
       FD ENTRANT-FILE.
       01 ENTRANT-REC.
           05 TE-ACCT PIC 9(4).
           05 TE-TABLE PIC 99.
           05 TE-HEAT PIC 99.
       FD PRIZE-FILE.
       01 PRZ-REC.
           05 PRZ-PLACE PIC 999.
           05 PRZ-AMT PIC 9(7).
       FD STAND-RPT.
       01 RPT-LINE PIC X(80).
       FD FINAL-RPT.
       01 FIN-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 TRES-FILE-STATUS PIC 99.
       01 TPRM-FILE-STATUS PIC 99.
       01 THST-FILE-STATUS PIC 99.
       01 TE-FILE-STATUS PIC 99.
       01 PRZ-FILE-STATUS PIC 99.
       01 RPT-FILE-STATUS PIC 99.
       01 FIN-FILE-STATUS PIC 99.
       01 TRES-EOF PIC 9 VALUE 0.
       01 THST-EOF PIC 9 VALUE 0.
       01 PRZ-EOF PIC 9 VALUE 0.
       01 RUN-DATE PIC 9(8).
       01 START-CHIPS PIC 9(6) VALUE 1000.
       01 HEAT-ROUNDS PIC 99 VALUE 10.
       01 CUT-PCT PIC 99 VALUE 50.
       01 TABLE-SEATS PIC 9 VALUE 8.
       01 HEAT PIC 99 VALUE 0.
       01 HEAT-DATE PIC 9(8) VALUE 0.
       01 HEAT-TABLES PIC 99 VALUE 0.
       01 HIST-MAXHEAT PIC 99 VALUE 0.
       01 FINAL-HEAT PIC 9 VALUE 0.
       01 TABLE-FULL PIC 9 VALUE 0.
       01 RESULTS.
           05 RS-ENTRY OCCURS 80 TIMES.
               10 RS-TABLE PIC 99.
               10 RS-ACCT PIC 9(4).
               10 RS-NAME PIC X(20).
               10 RS-STACK PIC 9(6).
               10 RS-ROUNDS PIC 999.
               10 RS-STATUS PIC X(8).
               10 RS-RANK PIC 999.
               10 RS-RESULT PIC X(8).
               10 RS-NEXTTBL PIC 99.
       01 RS-COUNT PIC 999 VALUE 0.
       01 RS-IDX PIC 999.
       01 RS-OTHER PIC 999.
       01 RS-FOUND PIC 9.
       01 HISTORY-OUT.
           05 HS-ENTRY OCCURS 80 TIMES.
               10 HS-HEAT PIC 99.
               10 HS-ACCT PIC 9(4).
               10 HS-NAME PIC X(20).
               10 HS-STACK PIC 9(6).
               10 HS-RANK PIC 999.
               10 HS-RESULT PIC X(8).
       01 HS-COUNT PIC 999 VALUE 0.
       01 HS-IDX PIC 999.
       01 HS-FOUND PIC 9.
       01 PRIZES.
           05 PRIZE-AMT PIC 9(7) OCCURS 80 TIMES.
       01 PRIZE-TOTAL PIC 9(8) VALUE 0.
       01 FIELD-SIZE PIC 999 VALUE 0.
       01 ELIM-COUNT PIC 999.
       01 SURVIVORS PIC 999.
       01 ADVANCED PIC 999 VALUE 0.
       01 NEXT-TABLES PIC 99.
       01 NEXT-HEAT PIC 99.
       01 SEAT-QUOT PIC 999.
       01 SEAT-REM PIC 99.
       01 FIND-RANK PIC 999.
       01 FIND-HEAT PIC 99.
       01 PLACE PIC 999.
       01 PLACE-IDX PIC 999.
       01 PLACE-AMT PIC 9(7).
       01 CNT-ED PIC ZZ9.
       01 CNT-ED2 PIC ZZ9.
       01 RANK-ED PIC ZZ9.
       01 STACK-ED PIC Z(5)9.
       01 CHIPS-ED PIC Z(5)9.
       01 RND-ED PIC ZZ9.
       01 PRIZE-ED PIC Z(6)9.
       01 TOTAL-ED PIC Z(7)9.
       01 DATE-ED PIC 9(8).
       01 NEXT-ED PIC Z9.
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
       TOURNEY-RUN.
           PERFORM LOG-RUN-START.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-TOURN-PARMS.
           OPEN INPUT TOURN-RESULT.
           IF TRES-FILE-STATUS IS NOT EQUAL TO 0
                   DISPLAY "NO TOURNRES.DAT FOUND -- NO HEAT TO SCORE"
                   MOVE 8 TO RETURN-CODE
                   MOVE "NO TOURNRES.DAT FOUND" TO RL-MSG
                   PERFORM LOG-RUN-END
                   STOP RUN
           END-IF.
           PERFORM READ-RESULT UNTIL TRES-EOF IS EQUAL TO 1.
           CLOSE TOURN-RESULT.
           IF RS-COUNT IS EQUAL TO 0
                   DISPLAY "TOURNRES.DAT HOLDS NO RESULTS"
                   MOVE 8 TO RETURN-CODE
                   MOVE "TOURNRES.DAT HOLDS NO RESULTS" TO RL-MSG
                   PERFORM LOG-RUN-END
                   STOP RUN
           END-IF.
           IF TABLE-FULL IS EQUAL TO 1
                   DISPLAY "MORE THAN 80 RESULTS -- HEAT NOT SCORED"
                   MOVE 8 TO RETURN-CODE
                   MOVE "MORE THAN 80 RESULTS -- HEAT NOT SCORED"
                           TO RL-MSG
                   PERFORM LOG-RUN-END
                   STOP RUN
           END-IF.
           PERFORM LOAD-HISTORY.
           IF HEAT IS GREATER THAN 1
                   AND HIST-MAXHEAT IS NOT EQUAL TO HEAT - 1
                   DISPLAY "RESULTS ARE FOR HEAT " HEAT
                           " BUT TOURNHST.DAT ENDS AT HEAT "
                           HIST-MAXHEAT " -- HEAT NOT SCORED"
                   MOVE 8 TO RETURN-CODE
                   MOVE "HEAT OUT OF ORDER -- HEAT NOT SCORED" TO RL-MSG
                   PERFORM LOG-RUN-END
                   STOP RUN
           END-IF.
           IF HEAT-TABLES IS EQUAL TO 1
                   MOVE 1 TO FINAL-HEAT
           END-IF.
           PERFORM RANK-ENTRY VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX IS GREATER THAN RS-COUNT.
           IF FINAL-HEAT IS EQUAL TO 0
                   PERFORM COMPUTE-SURVIVORS
           END-IF.
           PERFORM DECIDE-ENTRY VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX IS GREATER THAN RS-COUNT.
           PERFORM WRITE-NEXT-ENTRANTS.
           PERFORM APPEND-HISTORY.
           OPEN OUTPUT STAND-RPT.
           PERFORM PRINT-STANDINGS-HEADER.
           PERFORM PRINT-STANDING VARYING PLACE FROM 1 BY 1
                   UNTIL PLACE IS GREATER THAN RS-COUNT.
           PERFORM PRINT-STANDINGS-TOTALS.
           CLOSE STAND-RPT.
           IF FINAL-HEAT IS EQUAL TO 1
                   PERFORM LOAD-PRIZES
                   PERFORM PRINT-FINAL-REPORT
                   DISPLAY "TOURNRPT.TXT AND TOURNFIN.TXT WRITTEN. "
                           "TOURNAMENT COMPLETE."
           ELSE
                   DISPLAY "TOURNRPT.TXT WRITTEN. " ADVANCED
                           " ADVANCE TO HEAT " NEXT-HEAT " ON "
                           NEXT-TABLES " TABLES."
           END-IF.
           PERFORM LOG-RUN-END
           STOP RUN.

       LOAD-TOURN-PARMS.
           OPEN INPUT TOURN-PARM-FILE.
           IF TPRM-FILE-STATUS IS EQUAL TO 0
                   READ TOURN-PARM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO RL-READ(2)
                           IF TRN-CHIPS IS NUMERIC
                                   AND TRN-CHIPS IS GREATER THAN 0
                                   MOVE TRN-CHIPS TO START-CHIPS
                           END-IF
                           IF TRN-ROUNDS IS NUMERIC
                                   AND TRN-ROUNDS IS GREATER THAN 0
                                   MOVE TRN-ROUNDS TO HEAT-ROUNDS
                           END-IF
                           IF TRN-CUTPCT IS NUMERIC
                                   AND TRN-CUTPCT IS GREATER THAN 0
                                   MOVE TRN-CUTPCT TO CUT-PCT
                           END-IF
                           IF TRN-SEATS IS NUMERIC
                                   AND TRN-SEATS IS GREATER THAN 0
                                   AND TRN-SEATS IS NOT GREATER THAN 8
                                   MOVE TRN-SEATS TO TABLE-SEATS
                           END-IF
                   END-READ
                   CLOSE TOURN-PARM-FILE
           END-IF.

       READ-RESULT.
           READ TOURN-RESULT
               AT END
                   MOVE 1 TO TRES-EOF
               NOT AT END
                   ADD 1 TO RL-READ(1)
                   IF RS-COUNT IS LESS THAN 80
                           ADD 1 TO RS-COUNT
                           PERFORM STORE-RESULT
                   ELSE
                           MOVE 1 TO TABLE-FULL
                   END-IF
           END-READ.

       STORE-RESULT.
           MOVE TR-TABLE TO RS-TABLE(RS-COUNT).
           MOVE TR-ACCT TO RS-ACCT(RS-COUNT).
           MOVE TR-NAME TO RS-NAME(RS-COUNT).
           MOVE TR-STACK TO RS-STACK(RS-COUNT).
           MOVE TR-ROUNDS TO RS-ROUNDS(RS-COUNT).
           MOVE TR-STATUS TO RS-STATUS(RS-COUNT).
           MOVE 0 TO RS-NEXTTBL(RS-COUNT).
           MOVE TR-HEAT TO HEAT.
           MOVE TR-DATE TO HEAT-DATE.
           IF TR-TABLE IS GREATER THAN HEAT-TABLES
                   MOVE TR-TABLE TO HEAT-TABLES
           END-IF.

       LOAD-HISTORY.
           IF HEAT IS GREATER THAN 1
                   OPEN INPUT TOURN-HIST
                   IF THST-FILE-STATUS IS EQUAL TO 0
                           PERFORM READ-HISTORY
                                   UNTIL THST-EOF IS EQUAL TO 1
                           CLOSE TOURN-HIST
                   END-IF
           ELSE
                   DISPLAY "HEAT 1 -- STARTING A NEW TOURNAMENT "
                           "HISTORY"
           END-IF.

       READ-HISTORY.
           READ TOURN-HIST
               AT END
                   MOVE 1 TO THST-EOF
               NOT AT END
                   ADD 1 TO RL-READ(3)
                   IF TH-HEAT IS GREATER THAN HIST-MAXHEAT
                           MOVE TH-HEAT TO HIST-MAXHEAT
                   END-IF
                   IF TH-RESULT IS NOT EQUAL TO "ADVANCE"
                           PERFORM STORE-HISTORY
                   END-IF
           END-READ.

       STORE-HISTORY.
           IF HS-COUNT IS LESS THAN 80
                   ADD 1 TO HS-COUNT
                   MOVE TH-HEAT TO HS-HEAT(HS-COUNT)
                   MOVE TH-ACCT TO HS-ACCT(HS-COUNT)
                   MOVE TH-NAME TO HS-NAME(HS-COUNT)
                   MOVE TH-STACK TO HS-STACK(HS-COUNT)
                   MOVE TH-RANK TO HS-RANK(HS-COUNT)
                   MOVE TH-RESULT TO HS-RESULT(HS-COUNT)
           END-IF.

       RANK-ENTRY.
           MOVE 1 TO RS-RANK(RS-IDX).
           PERFORM COMPARE-ENTRY VARYING RS-OTHER FROM 1 BY 1
                   UNTIL RS-OTHER IS GREATER THAN RS-COUNT.

       COMPARE-ENTRY.
           IF RS-STACK(RS-OTHER) IS GREATER THAN RS-STACK(RS-IDX)
                   ADD 1 TO RS-RANK(RS-IDX)
           ELSE IF RS-STACK(RS-OTHER) IS EQUAL TO RS-STACK(RS-IDX)
                   AND RS-ACCT(RS-OTHER) IS LESS THAN RS-ACCT(RS-IDX)
                   ADD 1 TO RS-RANK(RS-IDX)
           END-IF.

       COMPUTE-SURVIVORS.
           COMPUTE ELIM-COUNT = (RS-COUNT * CUT-PCT) / 100.
           IF ELIM-COUNT IS EQUAL TO 0
                   MOVE 1 TO ELIM-COUNT
           END-IF.
           IF ELIM-COUNT IS NOT LESS THAN RS-COUNT
                   MOVE 1 TO SURVIVORS
           ELSE
                   COMPUTE SURVIVORS = RS-COUNT - ELIM-COUNT
           END-IF.
           COMPUTE NEXT-TABLES = (SURVIVORS + TABLE-SEATS - 1)
                   / TABLE-SEATS.
           IF NEXT-TABLES IS NOT LESS THAN HEAT-TABLES
                   COMPUTE NEXT-TABLES = HEAT-TABLES - 1
                   COMPUTE SURVIVORS = NEXT-TABLES * TABLE-SEATS
           END-IF.
           COMPUTE NEXT-HEAT = HEAT + 1.

       DECIDE-ENTRY.
           IF RS-STATUS(RS-IDX) IS EQUAL TO "REFUSED"
                   MOVE "REFUSED" TO RS-RESULT(RS-IDX)
           ELSE IF FINAL-HEAT IS EQUAL TO 1
                   MOVE "FINAL" TO RS-RESULT(RS-IDX)
           ELSE IF RS-RANK(RS-IDX) IS NOT GREATER THAN SURVIVORS
                   MOVE "ADVANCE" TO RS-RESULT(RS-IDX)
                   ADD 1 TO ADVANCED
                   SUBTRACT 1 FROM RS-RANK(RS-IDX) GIVING SEAT-QUOT
                   DIVIDE SEAT-QUOT BY NEXT-TABLES GIVING SEAT-QUOT
                           REMAINDER SEAT-REM
                   COMPUTE RS-NEXTTBL(RS-IDX) = SEAT-REM + 1
           ELSE
                   MOVE "ELIM" TO RS-RESULT(RS-IDX)
           END-IF.

       WRITE-NEXT-ENTRANTS.
           OPEN OUTPUT ENTRANT-FILE.
           IF FINAL-HEAT IS EQUAL TO 0
                   PERFORM WRITE-ENTRANT-BY-RANK VARYING PLACE
                           FROM 1 BY 1 UNTIL PLACE IS GREATER THAN
                           RS-COUNT
           END-IF.
           CLOSE ENTRANT-FILE.

       WRITE-ENTRANT-BY-RANK.
           MOVE PLACE TO FIND-RANK.
           PERFORM FIND-RANKED-ENTRY.
           IF RS-FOUND IS EQUAL TO 1
                   AND RS-RESULT(RS-IDX) IS EQUAL TO "ADVANCE"
                   MOVE RS-ACCT(RS-IDX) TO TE-ACCT
                   MOVE RS-NEXTTBL(RS-IDX) TO TE-TABLE
                   MOVE NEXT-HEAT TO TE-HEAT
                   WRITE ENTRANT-REC
                   ADD 1 TO RL-WRITTEN(4)
           END-IF.

       FIND-RANKED-ENTRY.
           MOVE 0 TO RS-FOUND.
           PERFORM SCAN-RANKED-ENTRY VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX IS GREATER THAN RS-COUNT
                   OR RS-FOUND IS EQUAL TO 1.
           IF RS-FOUND IS EQUAL TO 1
                   SUBTRACT 1 FROM RS-IDX
           END-IF.

       SCAN-RANKED-ENTRY.
           IF RS-RANK(RS-IDX) IS EQUAL TO FIND-RANK
                   MOVE 1 TO RS-FOUND
           END-IF.

       APPEND-HISTORY.
           IF HEAT IS GREATER THAN 1
                   OPEN EXTEND TOURN-HIST
                   IF THST-FILE-STATUS IS NOT EQUAL TO 0
                           OPEN OUTPUT TOURN-HIST
                   END-IF
           ELSE
                   OPEN OUTPUT TOURN-HIST
           END-IF.
           PERFORM WRITE-HISTORY VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX IS GREATER THAN RS-COUNT.
           CLOSE TOURN-HIST.

       WRITE-HISTORY.
           MOVE HEAT TO TH-HEAT.
           MOVE HEAT-DATE TO TH-DATE.
           MOVE RS-ACCT(RS-IDX) TO TH-ACCT.
           MOVE RS-NAME(RS-IDX) TO TH-NAME.
           MOVE RS-TABLE(RS-IDX) TO TH-TABLE.
           MOVE RS-STACK(RS-IDX) TO TH-STACK.
           MOVE RS-RANK(RS-IDX) TO TH-RANK.
           MOVE RS-RESULT(RS-IDX) TO TH-RESULT.
           MOVE RS-NEXTTBL(RS-IDX) TO TH-NEXTTBL.
           WRITE TH-REC
           ADD 1 TO RL-WRITTEN(3).

       PRINT-STANDINGS-HEADER.
           MOVE SPACES TO RPT-LINE.
           STRING "TOURNAMENT STANDINGS -- HEAT " HEAT
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           MOVE HEAT-DATE TO DATE-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "HEAT PLAYED: " DATE-ED DELIMITED BY SIZE
                   INTO RPT-LINE.
           MOVE RUN-DATE TO DATE-ED.
           STRING "   RUN DATE: " DATE-ED DELIMITED BY SIZE
                   INTO RPT-LINE(22:21).
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           MOVE RS-COUNT TO CNT-ED.
           MOVE HEAT-TABLES TO CNT-ED2.
           MOVE START-CHIPS TO CHIPS-ED.
           MOVE HEAT-ROUNDS TO RND-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "ENTRANTS: " CNT-ED "  TABLES: " CNT-ED2
                   "  STARTING CHIPS: " CHIPS-ED "  ROUNDS: " RND-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           MOVE "CHIPS ARE NON-CASHABLE TOURNAMENT CHIPS" TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           MOVE SPACES TO RPT-LINE.
           STRING "RANK ACCT NAME                 TABLE ROUNDS  STACK "
                   "RESULT   NEXT TABLE"
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).

       PRINT-STANDING.
           MOVE PLACE TO FIND-RANK.
           PERFORM FIND-RANKED-ENTRY.
           IF RS-FOUND IS EQUAL TO 1
                   PERFORM PRINT-STANDING-LINE
           END-IF.

       PRINT-STANDING-LINE.
           MOVE RS-RANK(RS-IDX) TO RANK-ED.
           MOVE RS-TABLE(RS-IDX) TO CNT-ED.
           MOVE RS-ROUNDS(RS-IDX) TO RND-ED.
           MOVE RS-STACK(RS-IDX) TO STACK-ED.
           MOVE SPACES TO RPT-LINE.
           STRING " " RANK-ED " " RS-ACCT(RS-IDX) " " RS-NAME(RS-IDX)
                   "   " CNT-ED "    " RND-ED " " STACK-ED " "
                   RS-RESULT(RS-IDX) DELIMITED BY SIZE INTO RPT-LINE.
           IF RS-NEXTTBL(RS-IDX) IS GREATER THAN 0
                   MOVE RS-NEXTTBL(RS-IDX) TO NEXT-ED
                   MOVE NEXT-ED TO RPT-LINE(69:2)
           END-IF.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).

       PRINT-STANDINGS-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           MOVE SPACES TO RPT-LINE.
           IF FINAL-HEAT IS EQUAL TO 1
                   STRING "FINAL HEAT -- PRIZE PLACEMENTS ARE IN "
                           "TOURNFIN.TXT"
                           DELIMITED BY SIZE INTO RPT-LINE
           ELSE
                   MOVE ADVANCED TO CNT-ED
                   MOVE NEXT-TABLES TO CNT-ED2
                   STRING "ADVANCING TO HEAT " NEXT-HEAT ": " CNT-ED
                           " ENTRANTS ON " CNT-ED2 " TABLES"
                           DELIMITED BY SIZE INTO RPT-LINE
           END-IF.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           IF FINAL-HEAT IS EQUAL TO 0
                   COMPUTE ELIM-COUNT = RS-COUNT - ADVANCED
                   MOVE ELIM-COUNT TO CNT-ED
                   MOVE SPACES TO RPT-LINE
                   STRING "ELIMINATED THIS HEAT:  " CNT-ED
                           DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(6)
           END-IF.

       LOAD-PRIZES.
           MOVE ALL "0" TO PRIZES.
           OPEN INPUT PRIZE-FILE.
           IF PRZ-FILE-STATUS IS EQUAL TO 0
                   PERFORM READ-PRIZE UNTIL PRZ-EOF IS EQUAL TO 1
                   CLOSE PRIZE-FILE
           ELSE
                   DISPLAY "NO TOURNPRZ.DAT FOUND -- PLACEMENTS "
                           "LISTED WITHOUT PRIZES"
           END-IF.

       READ-PRIZE.
           READ PRIZE-FILE
               AT END
                   MOVE 1 TO PRZ-EOF
               NOT AT END
                   ADD 1 TO RL-READ(5)
                   IF PRZ-PLACE IS NUMERIC AND PRZ-AMT IS NUMERIC
                           AND PRZ-PLACE IS GREATER THAN 0
                           AND PRZ-PLACE IS NOT GREATER THAN 80
                           MOVE PRZ-AMT TO PRIZE-AMT(PRZ-PLACE)
                   END-IF
           END-READ.

       PRINT-FINAL-REPORT.
           COMPUTE FIELD-SIZE = RS-COUNT + HS-COUNT.
           OPEN OUTPUT FINAL-RPT.
           MOVE "TOURNAMENT FINAL PLACEMENTS" TO FIN-LINE.
           WRITE FIN-LINE
           ADD 1 TO RL-WRITTEN(7).
           MOVE HEAT-DATE TO DATE-ED.
           MOVE FIELD-SIZE TO CNT-ED.
           MOVE SPACES TO FIN-LINE.
           STRING "FINAL PLAYED: " DATE-ED "  HEATS: " HEAT
                   "  FIELD: " CNT-ED DELIMITED BY SIZE INTO FIN-LINE.
           WRITE FIN-LINE
           ADD 1 TO RL-WRITTEN(7).
           MOVE SPACES TO FIN-LINE.
           STRING "PRIZES ARE PAID OUTSIDE THE TABLE SETTLEMENT AND "
                   "HOUSE BANK" DELIMITED BY SIZE INTO FIN-LINE.
           WRITE FIN-LINE
           ADD 1 TO RL-WRITTEN(7).
           MOVE SPACES TO FIN-LINE.
           WRITE FIN-LINE
           ADD 1 TO RL-WRITTEN(7).
           MOVE "PLACE ACCT NAME                 HEAT   STACK     PRIZE"
                   TO FIN-LINE.
           WRITE FIN-LINE
           ADD 1 TO RL-WRITTEN(7).
           MOVE 0 TO PLACE.
           PERFORM PLACE-FINAL-TABLE VARYING PLACE-IDX FROM 1 BY 1
                   UNTIL PLACE-IDX IS GREATER THAN RS-COUNT.
           PERFORM PLACE-HEAT VARYING FIND-HEAT FROM HEAT BY -1
                   UNTIL FIND-HEAT IS EQUAL TO 0.
           MOVE SPACES TO FIN-LINE.
           WRITE FIN-LINE
           ADD 1 TO RL-WRITTEN(7).
           MOVE PRIZE-TOTAL TO TOTAL-ED.
           MOVE SPACES TO FIN-LINE.
           STRING "TOTAL PRIZES AWARDED: " TOTAL-ED
                   DELIMITED BY SIZE INTO FIN-LINE.
           WRITE FIN-LINE
           ADD 1 TO RL-WRITTEN(7).
           CLOSE FINAL-RPT.

       PLACE-FINAL-TABLE.
           MOVE PLACE-IDX TO FIND-RANK.
           PERFORM FIND-RANKED-ENTRY.
           IF RS-FOUND IS EQUAL TO 1
                   ADD 1 TO PLACE
                   PERFORM AWARD-PLACE-PRIZE
                   MOVE PLACE TO RANK-ED
                   MOVE HEAT TO CNT-ED
                   MOVE RS-STACK(RS-IDX) TO STACK-ED
                   MOVE SPACES TO FIN-LINE
                   STRING "  " RANK-ED " " RS-ACCT(RS-IDX) " "
                           RS-NAME(RS-IDX) "  " CNT-ED "  " STACK-ED
                           DELIMITED BY SIZE INTO FIN-LINE
                   PERFORM PRINT-PLACE-PRIZE
           END-IF.

       PLACE-HEAT.
           IF FIND-HEAT IS LESS THAN HEAT
                   PERFORM PLACE-HEAT-RANK VARYING FIND-RANK FROM 1
                           BY 1 UNTIL FIND-RANK IS GREATER THAN 80
           END-IF.

       PLACE-HEAT-RANK.
           MOVE 0 TO HS-FOUND.
           PERFORM SCAN-HEAT-RANK VARYING HS-IDX FROM 1 BY 1
                   UNTIL HS-IDX IS GREATER THAN HS-COUNT
                   OR HS-FOUND IS EQUAL TO 1.
           IF HS-FOUND IS EQUAL TO 1
                   SUBTRACT 1 FROM HS-IDX
                   PERFORM PRINT-HEAT-PLACE
           END-IF.

       SCAN-HEAT-RANK.
           IF HS-HEAT(HS-IDX) IS EQUAL TO FIND-HEAT
                   AND HS-RANK(HS-IDX) IS EQUAL TO FIND-RANK
                   MOVE 1 TO HS-FOUND
           END-IF.

       PRINT-HEAT-PLACE.
           ADD 1 TO PLACE.
           MOVE PLACE TO RANK-ED.
           MOVE HS-HEAT(HS-IDX) TO CNT-ED.
           MOVE HS-STACK(HS-IDX) TO STACK-ED.
           MOVE SPACES TO FIN-LINE.
           STRING "  " RANK-ED " " HS-ACCT(HS-IDX) " "
                   HS-NAME(HS-IDX) "  " CNT-ED "  " STACK-ED
                   DELIMITED BY SIZE INTO FIN-LINE.
           PERFORM AWARD-HEAT-PRIZE.
           PERFORM PRINT-PLACE-PRIZE.

       AWARD-PLACE-PRIZE.
           MOVE 0 TO PLACE-AMT.
           IF PLACE IS NOT GREATER THAN 80
                   AND RS-RESULT(RS-IDX) IS NOT EQUAL TO "REFUSED"
                   MOVE PRIZE-AMT(PLACE) TO PLACE-AMT
           END-IF.

       AWARD-HEAT-PRIZE.
           MOVE 0 TO PLACE-AMT.
           IF PLACE IS NOT GREATER THAN 80
                   AND HS-RESULT(HS-IDX) IS NOT EQUAL TO "REFUSED"
                   MOVE PRIZE-AMT(PLACE) TO PLACE-AMT
           END-IF.

       PRINT-PLACE-PRIZE.
           IF PLACE-AMT IS GREATER THAN 0
                   MOVE PLACE-AMT TO PRIZE-ED
                   MOVE PRIZE-ED TO FIN-LINE(48:7)
                   ADD PLACE-AMT TO PRIZE-TOTAL
           END-IF.
           WRITE FIN-LINE
           ADD 1 TO RL-WRITTEN(7).

       LOG-RUN-START.
           MOVE "TOURNEY" TO RL-PROGRAM.
           MOVE SPACES TO RL-FILES.
           MOVE ALL "0" TO RL-COUNTS.
           MOVE "tournres.dat" TO RL-FILENAME(1).
           MOVE "tournparm.dat" TO RL-FILENAME(2).
           MOVE "tournhst.dat" TO RL-FILENAME(3).
           MOVE "tourney.dat" TO RL-FILENAME(4).
           MOVE "tournprz.dat" TO RL-FILENAME(5).
           MOVE "tournrpt.txt" TO RL-FILENAME(6).
           MOVE "tournfin.txt" TO RL-FILENAME(7).
           MOVE "S" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.

       LOG-RUN-END.
           MOVE RETURN-CODE TO RL-COND.
           MOVE "E" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.
           MOVE RL-COND TO RETURN-CODE.
