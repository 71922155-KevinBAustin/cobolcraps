       DATA DIVISION.
       FILE SECTION.
       FD ROLL-LOG.
       01 ROLL-LOG-REC PIC X(120).
       FD AUDIT-RPT.
       01 AUDIT-LINE PIC X(70).
       FD ROLL-SEL-FILE.
           05 LOG-DATE PIC 9(8).
           05 FILLER PIC X(7).
           05 LOG-TABLE PIC 99.
           05 FILLER PIC X(6).
           05 LOG-SESS PIC 9(6).
           05 FILLER PIC X(5).
           05 LOG-SEQ PIC 9(6).
           05 FILLER PIC X(18).
       01 TOTAL-ROLLS PIC 9(7) VALUE 0.
       01 FACE-COUNTS.
           05 FACE1-COUNT PIC 9(7) OCCURS 6 TIMES.
       01 TBL-IDX PIC 99.
       01 TBL-ED PIC 99.
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
       ROLL-AUDIT.
           PERFORM LOG-RUN-START.
           PERFORM LOAD-ROLL-SELECTION.
           PERFORM INIT-COUNTS VARYING FACE-IDX FROM 1 BY 1
                   UNTIL FACE-IDX IS GREATER THAN 6.
           OPEN INPUT ROLL-LOG.
           IF ROLL-LOG-STATUS IS NOT EQUAL TO 0
                   DISPLAY "NO ROLLLOG.TXT FOUND -- NOTHING TO AUDIT"
                   MOVE "NO ROLLLOG.TXT FOUND" TO RL-MSG
                   PERFORM LOG-RUN-END
                   STOP RUN
           END-IF.
           PERFORM TALLY-ROLL UNTIL EOF-FLAG IS EQUAL TO 1.
           CLOSE ROLL-LOG.
           IF TOTAL-ROLLS IS EQUAL TO 0
                   DISPLAY "ROLLLOG.TXT IS EMPTY -- NOTHING TO AUDIT"
                   MOVE "ROLLLOG.TXT IS EMPTY" TO RL-MSG
                   PERFORM LOG-RUN-END
                   STOP RUN
           END-IF.
           PERFORM JUDGE-DICE.
           PERFORM PRINT-AUDIT.
           DISPLAY "ROLLAUDIT.TXT WRITTEN. ROLLS AUDITED: "
                   TOTAL-ROLLS.
           PERFORM LOG-RUN-END.
           STOP RUN.

       LOAD-ROLL-SELECTION.
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO RL-READ(2)
                           IF SEL-FROMDATE IS NUMERIC
                                   MOVE SEL-FROMDATE TO FROM-DATE
                           END-IF
               AT END
                   MOVE 1 TO EOF-FLAG
               NOT AT END
                   ADD 1 TO RL-READ(1)
                   IF ROLL-LOG-REC(1:7) IS NOT EQUAL TO "TRAILER"
                           PERFORM TALLY-RECORD
                   END-IF
           END-READ.

       TALLY-RECORD.
       PRINT-AUDIT.
           OPEN OUTPUT AUDIT-RPT.
           MOVE "DICE FAIRNESS AND SHOOTER-STREAK AUDIT" TO AUDIT-LINE.
           WRITE AUDIT-LINE
           ADD 1 TO RL-WRITTEN(3).
           MOVE TOTAL-ROLLS TO COUNT-ED.
           MOVE SPACES TO AUDIT-LINE.
           STRING "TOTAL ROLLS AUDITED: " COUNT-ED DELIMITED BY SIZE
                   INTO AUDIT-LINE.
           WRITE AUDIT-LINE
           ADD 1 TO RL-WRITTEN(3).
           IF FROM-DATE IS GREATER THAN 0
                   OR TO-DATE IS LESS THAN 99999999
                   OR PICK-TABLE IS GREATER THAN 0
                   STRING "SELECTED FROM " DATE-ED
                           DELIMITED BY SIZE INTO AUDIT-LINE
                   WRITE AUDIT-LINE
                   ADD 1 TO RL-WRITTEN(3)
                   MOVE TO-DATE TO DATE-ED
                   MOVE SPACES TO AUDIT-LINE
                   STRING "SELECTED TO   " DATE-ED
                           DELIMITED BY SIZE INTO AUDIT-LINE
                   WRITE AUDIT-LINE
                   ADD 1 TO RL-WRITTEN(3)
                   MOVE PICK-TABLE TO TBL-ED
                   MOVE SPACES TO AUDIT-LINE
                   STRING "TABLE FILTER  " TBL-ED " (00 = ALL)"
                           DELIMITED BY SIZE INTO AUDIT-LINE
                   WRITE AUDIT-LINE
                   ADD 1 TO RL-WRITTEN(3)
                   MOVE SKIPPED-ROLLS TO COUNT-ED
                   MOVE SPACES TO AUDIT-LINE
                   STRING "ROLLS OUTSIDE SELECTION: " COUNT-ED
                           DELIMITED BY SIZE INTO AUDIT-LINE
                   WRITE AUDIT-LINE
                   ADD 1 TO RL-WRITTEN(3)
           END-IF.
           MOVE SPACES TO AUDIT-LINE.
           WRITE AUDIT-LINE
           ADD 1 TO RL-WRITTEN(3).

           MOVE "DIE 1 FACE DISTRIBUTION (EXPECTED 16.67 PCT)"
                   TO AUDIT-LINE.
           WRITE AUDIT-LINE
           ADD 1 TO RL-WRITTEN(3).
           MOVE "FACE      COUNT     PCT" TO AUDIT-LINE.
           WRITE AUDIT-LINE
           ADD 1 TO RL-WRITTEN(3).
           PERFORM PRINT-DIE1-FACE VARYING FACE-IDX FROM 1 BY 1
                   UNTIL FACE-IDX IS GREATER THAN 6.
           MOVE SPACES TO AUDIT-LINE.
           STRING "DIE 1 OVERALL: " DIE1-VERDICT DELIMITED BY SIZE
                   INTO AUDIT-LINE.
           WRITE AUDIT-LINE
           ADD 1 TO RL-WRITTEN(3).
           MOVE SPACES TO AUDIT-LINE.
           WRITE AUDIT-LINE
           ADD 1 TO RL-WRITTEN(3).

           MOVE "DIE 2 FACE DISTRIBUTION (EXPECTED 16.67 PCT)"
                   TO AUDIT-LINE.
           WRITE AUDIT-LINE
           ADD 1 TO RL-WRITTEN(3).
           MOVE "FACE      COUNT     PCT" TO AUDIT-LINE.
           WRITE AUDIT-LINE
           ADD 1 TO RL-WRITTEN(3).
           PERFORM PRINT-DIE2-FACE VARYING FACE-IDX FROM 1 BY 1
                   UNTIL FACE-IDX IS GREATER THAN 6.
           MOVE SPACES TO AUDIT-LINE.
           STRING "DIE 2 OVERALL: " DIE2-VERDICT DELIMITED BY SIZE
                   INTO AUDIT-LINE.
           WRITE AUDIT-LINE
           ADD 1 TO RL-WRITTEN(3).
           MOVE SPACES TO AUDIT-LINE.
           WRITE AUDIT-LINE
           ADD 1 TO RL-WRITTEN(3).

           MOVE "SUM DISTRIBUTION (ACTUAL PCT / EXPECTED PCT)"
                   TO AUDIT-LINE.
           WRITE AUDIT-LINE
           ADD 1 TO RL-WRITTEN(3).
           MOVE "SUM       COUNT     PCT    EXPECTED" TO AUDIT-LINE.
           WRITE AUDIT-LINE
           ADD 1 TO RL-WRITTEN(3).
           PERFORM PRINT-SUM-LINE VARYING SUM-IDX FROM 1 BY 1
                   UNTIL SUM-IDX IS GREATER THAN 11.
           MOVE SPACES TO AUDIT-LINE.
           WRITE AUDIT-LINE
           ADD 1 TO RL-WRITTEN(3).

           MOVE "SHOOTER STREAKS" TO AUDIT-LINE.
           WRITE AUDIT-LINE
           ADD 1 TO RL-WRITTEN(3).
           MOVE LONGEST-HOLD TO STREAK-ED.
           MOVE SPACES TO AUDIT-LINE.
           STRING "LONGEST POINT-HOLD STREAK (ROLLS): " STREAK-ED
                   DELIMITED BY SIZE INTO AUDIT-LINE.
           WRITE AUDIT-LINE
           ADD 1 TO RL-WRITTEN(3).
           MOVE SEVENOUT-COUNT TO STREAK-ED.
           MOVE SPACES TO AUDIT-LINE.
           STRING "SEVEN-OUTS SEEN:                   " STREAK-ED
                   DELIMITED BY SIZE INTO AUDIT-LINE.
           WRITE AUDIT-LINE
           ADD 1 TO RL-WRITTEN(3).
           MOVE LONGEST-GAP TO STREAK-ED.
           MOVE SPACES TO AUDIT-LINE.
           STRING "LONGEST SEVEN-OUT INTERVAL (ROLLS):" STREAK-ED
                   DELIMITED BY SIZE INTO AUDIT-LINE.
           WRITE AUDIT-LINE
           ADD 1 TO RL-WRITTEN(3).
           MOVE SHORTEST-GAP TO STREAK-ED.
           MOVE SPACES TO AUDIT-LINE.
           STRING "SHORTEST SEVEN-OUT INTERVAL (ROLLS):" STREAK-ED
                   DELIMITED BY SIZE INTO AUDIT-LINE.
           WRITE AUDIT-LINE
           ADD 1 TO RL-WRITTEN(3).
           MOVE SPACES TO AUDIT-LINE.
           WRITE AUDIT-LINE
           ADD 1 TO RL-WRITTEN(3).

           MOVE "PER-TABLE BREAKDOWN" TO AUDIT-LINE.
           WRITE AUDIT-LINE
           ADD 1 TO RL-WRITTEN(3).
           MOVE "TABLE     ROLLS     PCT    SEVENS" TO AUDIT-LINE.
           WRITE AUDIT-LINE
           ADD 1 TO RL-WRITTEN(3).
           PERFORM PRINT-TABLE-LINE VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX IS GREATER THAN 10.
           CLOSE AUDIT-RPT.
                   MOVE TBL-SEVENS(TBL-IDX) TO COUNT-ED
                   MOVE COUNT-ED TO AUDIT-LINE(28:7)
                   WRITE AUDIT-LINE
                   ADD 1 TO RL-WRITTEN(3)
           END-IF.

       PRINT-DIE1-FACE.
           MOVE SPACES TO AUDIT-LINE.
           STRING FACE-VAL-ED "     " COUNT-ED "  " PCT-ED
                   DELIMITED BY SIZE INTO AUDIT-LINE.
           WRITE AUDIT-LINE
           ADD 1 TO RL-WRITTEN(3).

       PRINT-DIE2-FACE.
           MOVE FACE-IDX TO FACE-VAL-ED.
           MOVE SPACES TO AUDIT-LINE.
           STRING FACE-VAL-ED "     " COUNT-ED "  " PCT-ED
                   DELIMITED BY SIZE INTO AUDIT-LINE.
           WRITE AUDIT-LINE
           ADD 1 TO RL-WRITTEN(3).

       PRINT-SUM-LINE.
           COMPUTE SUM-VAL-ED = SUM-IDX + 1.
           MOVE SPACES TO AUDIT-LINE.
           STRING SUM-VAL-ED "    " COUNT-ED "  " PCT-ED "  " PCT-ED2
                   DELIMITED BY SIZE INTO AUDIT-LINE.
           WRITE AUDIT-LINE
           ADD 1 TO RL-WRITTEN(3).

       LOG-RUN-START.
           MOVE "ROLLAUDIT" TO RL-PROGRAM.
           MOVE SPACES TO RL-FILES.
           MOVE ALL "0" TO RL-COUNTS.
           MOVE "rolllog.txt" TO RL-FILENAME(1).
           MOVE "rollsel.dat" TO RL-FILENAME(2).
           MOVE "rollaudit.txt" TO RL-FILENAME(3).
           MOVE "S" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.

       LOG-RUN-END.
           MOVE RETURN-CODE TO RL-COND.
           MOVE "E" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.
           MOVE RL-COND TO RETURN-CODE.
