           05 JRN-AMT PIC 9(6).
           05 JRN-DISP PIC X(4).
           05 JRN-STRAT PIC X(8).
           05 JRN-SEQ PIC 9(6).
       FD STRAT-RPT.
       01 RPT-LINE PIC X(78).

       01 AMT-ED PIC Z(8)9.
       01 AMT-ED2 PIC Z(8)9.
       01 CNT-ED PIC Z(4)9.
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
       STRAT-REPORT.
           PERFORM LOG-RUN-START.
           OPEN INPUT WAGER-JRN.
           IF JRN-FILE-STATUS IS NOT EQUAL TO 0
                   DISPLAY "NO WAGERJRN.DAT FOUND -- NOTHING TO REPORT"
                   MOVE "NO WAGERJRN.DAT FOUND" TO RL-MSG
                   PERFORM LOG-RUN-END
                   STOP RUN
           END-IF.
           PERFORM READ-JOURNAL UNTIL EOF-FLAG IS EQUAL TO 1.
           CLOSE WAGER-JRN.
           OPEN OUTPUT STRAT-RPT.
           MOVE "STRATEGY PERFORMANCE COMPARISON" TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(2).
           IF STT-COUNT IS EQUAL TO 0
                   MOVE "NO WAGERS ON FILE" TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(2)
           ELSE
                   MOVE "STRATEGY     WAGERED      PAID       NET"
                           TO RPT-LINE
                   MOVE " DRAWDOWN BUSTS" TO RPT-LINE(42:15)
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(2)
                   PERFORM PRINT-STRAT-LINE
                           VARYING STT-IDX FROM 1 BY 1
                           UNTIL STT-IDX IS GREATER THAN STT-COUNT
           END-IF.
           CLOSE STRAT-RPT.
           DISPLAY "STRATRPT.TXT WRITTEN. STRATEGIES: " STT-COUNT.
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
           STRING STT-NAME(STT-IDX) " " AMT-ED " " AMT-ED2
                   " " NET-ED " " DRAW-ED " " CNT-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(2).

       LOG-RUN-START.
           MOVE "STRATRPT" TO RL-PROGRAM.
           MOVE SPACES TO RL-FILES.
           MOVE ALL "0" TO RL-COUNTS.
           MOVE "wagerjrn.dat" TO RL-FILENAME(1).
           MOVE "stratrpt.txt" TO RL-FILENAME(2).
           MOVE "S" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.

       LOG-RUN-END.
           MOVE RETURN-CODE TO RL-COND.
           MOVE "E" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.
           MOVE RL-COND TO RETURN-CODE.
