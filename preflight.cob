           05 PARM-BATCHBET PIC 999.
           05 PARM-REPLAY PIC 9.
           05 PARM-NUMTABLES PIC 99.
           05 PARM-TOURNEY PIC X.
       FD TABLE-PARM-FILE.
       01 TPARM-REC.
           05 TPARM-MINBET PIC 99.
           05 ACCT-NETWL PIC S9(7).
           05 ACCT-STATUS PIC X.
           05 ACCT-POINTS PIC 9(7).
           05 ACCT-CREDLIM PIC 9(6).
           05 ACCT-MARKERS PIC 9(6).
           05 ACCT-LOSSLIM PIC 9(6).
           05 ACCT-RNDLIM PIC 999.
           05 ACCT-EXCLUDE PIC 9(8).
       FD EDIT-RPT.
       01 RPT-LINE PIC X(70).

           05 PAY-NAME PIC X(8) OCCURS 23 TIMES.
       01 PN-IDX PIC 99.
       01 PN-FOUND PIC 9.
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
       PRE-FLIGHT.
           PERFORM LOG-RUN-START.
           OPEN OUTPUT EDIT-RPT.
           MOVE "PRE-FLIGHT FILE EDIT REPORT" TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(7).
           PERFORM EDIT-GAMEPARM.
           PERFORM EDIT-TABLEPARM.
           PERFORM EDIT-PAYTABLE.
           PERFORM EDIT-HOUSEBANK.
           PERFORM EDIT-ACCTMAST.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(7).
           MOVE ERR-COUNT TO CNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "FIELDS REJECTED: " CNT-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(7).
           MOVE WARN-COUNT TO CNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "WARNINGS:        " CNT-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(7).
           IF ERR-COUNT IS GREATER THAN 0
                   MOVE "RESULT: FAILED -- CORRECT FILES BEFORE PLAY"
                           TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(7)
                   CLOSE EDIT-RPT
                   DISPLAY "PREFLIGHT FAILED. FIELDS REJECTED: "
                           ERR-COUNT
                   MOVE "FAILED -- FIELDS REJECTED" TO RL-MSG
                   MOVE 8 TO RETURN-CODE
           ELSE
                   MOVE "RESULT: PASSED" TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(7)
                   CLOSE EDIT-RPT
                   DISPLAY "PREFLIGHT PASSED."
           END-IF.
           PERFORM LOG-RUN-END.
           STOP RUN.

       REPORT-ERROR.
           MOVE SPACES TO RPT-LINE.
           STRING "REJECT: " EDIT-MSG
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(7).

       REPORT-WARNING.
           ADD 1 TO WARN-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING "WARN:   " EDIT-MSG
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(7).

       EDIT-GAMEPARM.
           OPEN INPUT PARM-FILE.
                           MOVE "GAMEPARM.DAT IS EMPTY" TO EDIT-MSG
                           PERFORM REPORT-WARNING
                       NOT AT END
                           ADD 1 TO RL-READ(1)
                           PERFORM CHECK-GAMEPARM
                   END-READ
                   CLOSE PARM-FILE
                   MOVE "GAMEPARM NUMTABLES ABOVE 10" TO EDIT-MSG
                   PERFORM REPORT-ERROR
           END-IF.
           IF PARM-TOURNEY IS EQUAL TO "1"
                   MOVE "GAMEPARM TOURNAMENT MODE IS SET" TO EDIT-MSG
                   PERFORM REPORT-ERROR
           ELSE IF PARM-TOURNEY IS NOT EQUAL TO SPACE
                   AND PARM-TOURNEY IS NOT EQUAL TO "0"
                   MOVE "GAMEPARM TOURNEY NOT 0 OR 1" TO EDIT-MSG
                   PERFORM REPORT-ERROR
           END-IF.

       EDIT-TABLEPARM.
           OPEN INPUT TABLE-PARM-FILE.
               AT END
                   MOVE 1 TO EOF-FLAG
               NOT AT END
                   ADD 1 TO RL-READ(2)
                   ADD 1 TO REC-NO
                   PERFORM CHECK-TABLEPARM-FIELDS
           END-READ.
               AT END
                   MOVE 1 TO EOF-FLAG
               NOT AT END
                   ADD 1 TO RL-READ(3)
                   ADD 1 TO REC-NO
                   PERFORM CHECK-PAYTABLE-FIELDS
           END-READ.
               AT END
                   MOVE 1 TO EOF-FLAG
               NOT AT END
                   ADD 1 TO RL-READ(4)
                   ADD 1 TO REC-NO
                   PERFORM CHECK-STRATEGY-FIELDS
           END-READ.
                           MOVE "HOUSEBANK.DAT IS EMPTY" TO EDIT-MSG
                           PERFORM REPORT-WARNING
                       NOT AT END
                           ADD 1 TO RL-READ(5)
                           PERFORM CHECK-HOUSEBANK-FIELDS
                   END-READ
                   CLOSE HOUSE-BANK
               AT END
                   MOVE 1 TO EOF-FLAG
               NOT AT END
                   ADD 1 TO RL-READ(6)
                   PERFORM CHECK-ACCOUNT-FIELDS
           END-READ.

                           DELIMITED BY SIZE INTO EDIT-MSG
                   PERFORM REPORT-ERROR
           END-IF.
           IF ACCT-CREDLIM IS NOT NUMERIC
                   MOVE SPACES TO EDIT-MSG
                   STRING "ACCOUNT " ACCT-NUM
                           " CREDIT LIMIT NOT NUMERIC"
                           DELIMITED BY SIZE INTO EDIT-MSG
                   PERFORM REPORT-ERROR
           END-IF.
           IF ACCT-MARKERS IS NOT NUMERIC
                   MOVE SPACES TO EDIT-MSG
                   STRING "ACCOUNT " ACCT-NUM " MARKERS NOT NUMERIC"
                           DELIMITED BY SIZE INTO EDIT-MSG
                   PERFORM REPORT-ERROR
           ELSE IF ACCT-CREDLIM IS NUMERIC
                   AND ACCT-MARKERS IS GREATER THAN ACCT-CREDLIM
                   MOVE SPACES TO EDIT-MSG
                   STRING "ACCOUNT " ACCT-NUM
                           " MARKERS OVER CREDIT LIMIT"
                           DELIMITED BY SIZE INTO EDIT-MSG
                   PERFORM REPORT-WARNING
           END-IF.
           IF ACCT-LOSSLIM IS NOT NUMERIC
                   MOVE SPACES TO EDIT-MSG
                   STRING "ACCOUNT " ACCT-NUM
                           " LOSS LIMIT NOT NUMERIC"
                           DELIMITED BY SIZE INTO EDIT-MSG
                   PERFORM REPORT-ERROR
           END-IF.
           IF ACCT-RNDLIM IS NOT NUMERIC
                   MOVE SPACES TO EDIT-MSG
                   STRING "ACCOUNT " ACCT-NUM
                           " ROUND LIMIT NOT NUMERIC"
                           DELIMITED BY SIZE INTO EDIT-MSG
                   PERFORM REPORT-ERROR
           END-IF.
           IF ACCT-EXCLUDE IS NOT NUMERIC
                   MOVE SPACES TO EDIT-MSG
                   STRING "ACCOUNT " ACCT-NUM
                           " EXCLUSION DATE NOT NUMERIC"
                           DELIMITED BY SIZE INTO EDIT-MSG
                   PERFORM REPORT-ERROR
           END-IF.

       LOG-RUN-START.
           MOVE "PREFLIGHT" TO RL-PROGRAM.
           MOVE SPACES TO RL-FILES.
           MOVE ALL "0" TO RL-COUNTS.
           MOVE "gameparm.dat" TO RL-FILENAME(1).
           MOVE "tableparm.dat" TO RL-FILENAME(2).
           MOVE "paytable.dat" TO RL-FILENAME(3).
           MOVE "strategy.dat" TO RL-FILENAME(4).
           MOVE "housebank.dat" TO RL-FILENAME(5).
           MOVE "acctmast.dat" TO RL-FILENAME(6).
           MOVE "preflight.txt" TO RL-FILENAME(7).
           MOVE "S" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.

       LOG-RUN-END.
           MOVE RETURN-CODE TO RL-COND.
           MOVE "E" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.
           MOVE RL-COND TO RETURN-CODE.
