           05 JRN-AMT PIC 9(6).
           05 JRN-DISP PIC X(4).
           05 JRN-STRAT PIC X(8).
           05 JRN-SEQ PIC 9(6).
       FD STMT-RPT.
       01 RPT-LINE PIC X(70).

       01 DATE-ED PIC 9(8).
       01 TIME-ED PIC 9(6).
       01 SEAT-ED PIC 99.
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
       PLAYER-STATEMENTS.
           PERFORM LOG-RUN-START.
           OPEN INPUT WAGER-JRN.
           IF JRN-FILE-STATUS IS NOT EQUAL TO 0
                   DISPLAY "NO WAGERJRN.DAT FOUND -- NOTHING TO PRINT"
                   MOVE "NO WAGERJRN.DAT FOUND" TO RL-MSG
                   PERFORM LOG-RUN-END
                   STOP RUN
           END-IF.
           OPEN OUTPUT STMT-RPT.
           MOVE "PLAYER SESSION STATEMENTS" TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(2).
           PERFORM READ-JOURNAL UNTIL EOF-FLAG IS EQUAL TO 1.
           IF GROUP-OPEN IS EQUAL TO 1
                   PERFORM PRINT-SESSION
           ELSE
                   MOVE "NO WAGERS ON FILE" TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(2)
           END-IF.
           CLOSE WAGER-JRN.
           CLOSE STMT-RPT.
           DISPLAY "STATEMENT.TXT WRITTEN.".
           PERFORM LOG-RUN-END.
           STOP RUN.

       READ-JOURNAL.
               AT END
                   MOVE 1 TO EOF-FLAG
               NOT AT END
                   ADD 1 TO RL-READ(1)
                   IF JRN-DISP IS NOT EQUAL TO "TRLR"
                           PERFORM TALLY-JOURNAL
                   END-IF
           END-READ.

       TALLY-JOURNAL.

       PRINT-SESSION.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(2).
           MOVE GROUP-DATE TO DATE-ED.
           MOVE GROUP-TIME TO TIME-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "SESSION " DATE-ED " " TIME-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(2).
           PERFORM PRINT-TABLE VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX IS GREATER THAN 10.

                   STRING "TABLE " TBL-ED DELIMITED BY SIZE
                           INTO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(2)
                   PERFORM PRINT-SEAT VARYING SEAT-IDX FROM 1 BY 1
                           UNTIL SEAT-IDX IS GREATER THAN 8
           END-IF.
                           " ROUNDS:" CNT-ED
                           DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(2)
                   COMPUTE SEAT-NET = SEAT-WINS(TBL-IDX, SEAT-IDX) -
                           SEAT-BETS(TBL-IDX, SEAT-IDX)
                   MOVE SEAT-BETS(TBL-IDX, SEAT-IDX) TO AMT-ED
                           "  NET: " NET-ED
                           DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(2)
           END-IF.

       LOG-RUN-START.
           MOVE "STATEMENT" TO RL-PROGRAM.
           MOVE SPACES TO RL-FILES.
           MOVE ALL "0" TO RL-COUNTS.
           MOVE "wagerjrn.dat" TO RL-FILENAME(1).
           MOVE "statement.txt" TO RL-FILENAME(2).
           MOVE "S" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.

       LOG-RUN-END.
           MOVE RETURN-CODE TO RL-COND.
           MOVE "E" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.
           MOVE RL-COND TO RETURN-CODE.
