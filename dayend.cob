       01 AMT-ED2 PIC Z(8)9.
       01 COUNT-ED PIC Z(3)9.
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
       DAY-END.
           PERFORM LOG-RUN-START.
           OPEN INPUT SHIFT-HIST.
           IF HIST-FILE-STATUS IS NOT EQUAL TO 0
                   DISPLAY "NO SHIFTHIST.DAT FOUND -- NOTHING TO "
                           "CONSOLIDATE"
                   MOVE "NO SHIFTHIST.DAT FOUND" TO RL-MSG
                   PERFORM LOG-RUN-END
                   STOP RUN
           END-IF.
           OPEN OUTPUT DAYEND-RPT.
           MOVE "DAY-END CONSOLIDATED HOUSE RESULT" TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(2).
           PERFORM READ-HISTORY UNTIL EOF-FLAG IS EQUAL TO 1.
           IF GROUP-DATE IS NOT EQUAL TO 0
                   PERFORM PRINT-DAY-GROUP
           ELSE
                   MOVE "NO SETTLEMENTS ON FILE" TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(2)
           END-IF.
           CLOSE SHIFT-HIST.
           CLOSE DAYEND-RPT.
           DISPLAY "DAYEND.TXT WRITTEN.".
           PERFORM LOG-RUN-END.
           STOP RUN.

       READ-HISTORY.
               AT END
                   MOVE 1 TO EOF-FLAG
               NOT AT END
                   ADD 1 TO RL-READ(1)
                   PERFORM CONSOLIDATE-RECORD
           END-READ.


       PRINT-DAY-GROUP.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(2).
           MOVE GROUP-DATE TO DATE-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "DATE: " DATE-ED DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(2).
           MOVE SESSION-COUNT TO COUNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "SESSIONS SETTLED: " COUNT-ED DELIMITED BY SIZE
                   INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(2).
           MOVE "BET TYPE             WAGERED      PAID       NET"
                   TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(2).
           MOVE 0 TO GRAND-NET.
           PERFORM PRINT-TYPE-LINE VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX IS GREATER THAN TYPE-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING "GRAND HOUSE NET:                        " NET-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(2).

       PRINT-TYPE-LINE.
           COMPUTE DAY-NET = DAY-WAGERED(TYPE-IDX) -
           MOVE SPACES TO RPT-LINE.
           STRING DAY-BETTYPE(TYPE-IDX) "   " AMT-ED " " AMT-ED2
                   " " NET-ED DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(2).

       LOG-RUN-START.
           MOVE "DAYEND" TO RL-PROGRAM.
           MOVE SPACES TO RL-FILES.
           MOVE ALL "0" TO RL-COUNTS.
           MOVE "shifthist.dat" TO RL-FILENAME(1).
           MOVE "dayend.txt" TO RL-FILENAME(2).
           MOVE "S" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.

       LOG-RUN-END.
           MOVE RETURN-CODE TO RL-COND.
           MOVE "E" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.
           MOVE RL-COND TO RETURN-CODE.
