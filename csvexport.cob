       01 CSV-SCORE-ED PIC Z(5)9.
       01 CSV-ROUNDS-ED PIC ZZ9.
       01 CSV-NETWL-ED PIC -(5)9.
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
       EXPORT-CSV.
           PERFORM LOG-RUN-START.
           PERFORM OPEN-FILES.
           PERFORM EXPORT-RECORD UNTIL EOF-FLAG IS EQUAL TO 1.
           PERFORM CLOSE-FILES.
           PERFORM LOG-RUN-END.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT PLAYER-FILE-IN.
           IF FILE-STATUS IS NOT EQUAL TO 0
                   DISPLAY "NO PLAYER.DAT FOUND -- NOTHING TO EXPORT"
                   MOVE "NO PLAYER.DAT FOUND" TO RL-MSG
                   PERFORM LOG-RUN-END
                   STOP RUN
           END-IF.
           OPEN OUTPUT CSV-FILE.
           MOVE "NAME,SCORE,ROUNDS,NET W/L" TO CSV-LINE.
           WRITE CSV-LINE.
           ADD 1 TO RL-WRITTEN(2).

       EXPORT-RECORD.
           READ PLAYER-FILE-IN
               AT END
                   MOVE 1 TO EOF-FLAG
               NOT AT END
                   ADD 1 TO RL-READ(1)
                   PERFORM WRITE-CSV-LINE
           END-READ.

                   "," CSV-NETWL-ED DELIMITED BY SIZE
                   INTO CSV-LINE.
           WRITE CSV-LINE.
           ADD 1 TO RL-WRITTEN(2).

       CLOSE-FILES.
           CLOSE PLAYER-FILE-IN.
           CLOSE CSV-FILE.
           DISPLAY "PLAYER.CSV WRITTEN.".

       LOG-RUN-START.
           MOVE "CSVEXPORT" TO RL-PROGRAM.
           MOVE SPACES TO RL-FILES.
           MOVE ALL "0" TO RL-COUNTS.
           MOVE "player.dat" TO RL-FILENAME(1).
           MOVE "player.csv" TO RL-FILENAME(2).
           MOVE "S" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.

       LOG-RUN-END.
           MOVE RETURN-CODE TO RL-COND.
           MOVE "E" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.
           MOVE RL-COND TO RETURN-CODE.
