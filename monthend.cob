       01 ARCH-COUNT PIC 9(6) VALUE 0.
       01 KEEP-COUNT PIC 9(6) VALUE 0.
       01 SYS-CMD PIC X(40).
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
       MONTH-END.
           PERFORM LOG-RUN-START.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           DIVIDE RUN-DATE BY 100 GIVING RUN-YYYYMM.
           PERFORM LOAD-MONTH-PARMS.
           IF HIST-FILE-STATUS IS NOT EQUAL TO 0
                   DISPLAY "NO SHIFTHIST.DAT FOUND -- NOTHING TO "
                           "CONSOLIDATE"
                   MOVE "NO SHIFTHIST.DAT FOUND" TO RL-MSG
                   PERFORM LOG-RUN-END
                   STOP RUN
           END-IF.
           OPEN OUTPUT MONTH-RPT.
           MOVE "MONTH-END CONSOLIDATED HOUSE RESULT" TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           PERFORM READ-HISTORY UNTIL EOF-FLAG IS EQUAL TO 1.
           IF GROUP-MONTH IS NOT EQUAL TO 0
                   PERFORM PRINT-MONTH-GROUP
           ELSE
                   MOVE "NO SETTLEMENTS ON FILE" TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(5)
           END-IF.
           CLOSE SHIFT-HIST.
           CLOSE MONTH-RPT.
           PERFORM TRIM-HISTORY.
           DISPLAY "MONTHEND.TXT WRITTEN.".
           PERFORM LOG-RUN-END.
           STOP RUN.

       LOAD-MONTH-PARMS.
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO RL-READ(2)
                           IF MPARM-RETAINMM IS NUMERIC
                                   AND MPARM-RETAINMM IS GREATER THAN 0
                                   MOVE MPARM-RETAINMM TO RETAIN-MONTHS
               AT END
                   MOVE 1 TO EOF-FLAG
               NOT AT END
                   ADD 1 TO RL-READ(1)
                   PERFORM CONSOLIDATE-RECORD
           END-READ.


       PRINT-MONTH-GROUP.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE GROUP-MONTH TO MONTH-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "MONTH: " MONTH-ED DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE "BET TYPE             WAGERED      PAID       NET"
                   TO RPT-LINE.
           MOVE "  HOLD PCT" TO RPT-LINE(50:10).
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE 0 TO MONTH-WAG.
           MOVE 0 TO MONTH-PAID.
           PERFORM PRINT-MONTH-TYPE VARYING MT-IDX FROM 1 BY 1
           STRING "MONTH TOTAL      " AMT-ED " " AMT-ED2
                   " " NET-ED "  " HOLD-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE "DAY-BY-DAY TREND" TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE "DATE          WAGERED      PAID       NET   HOLD PCT"
                   TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           PERFORM PRINT-MONTH-DAY VARYING MD-IDX FROM 1 BY 1
                   UNTIL MD-IDX IS GREATER THAN MD-COUNT.

           STRING MT-TYPE(MT-IDX) " " AMT-ED " " AMT-ED2
                   " " NET-ED "  " HOLD-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).

       SET-HOLD-PCT.
           IF MONTH-WAG IS GREATER THAN 0
           STRING DATE-ED "  " AMT-ED " " AMT-ED2
                   " " NET-ED "  " HOLD-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).

       TRIM-HISTORY.
           OPEN INPUT SHIFT-HIST.
           IF HIST-FILE-STATUS IS NOT EQUAL TO 0
                   DISPLAY "SHIFTHIST.DAT UNREADABLE -- NOT TRIMMED"
                   MOVE "SHIFTHIST.DAT UNREADABLE -- NOT TRIMMED"
                           TO RL-MSG
                   PERFORM LOG-RUN-END
                   STOP RUN
           END-IF.
           OPEN EXTEND HIST-ARCH.
                   IF REC-MONTH IS LESS THAN CUTOFF-YYYYMM
                           MOVE HIST-REC TO ARCH-REC
                           WRITE ARCH-REC
                           ADD 1 TO RL-WRITTEN(3)
                           ADD 1 TO ARCH-COUNT
                   ELSE
                           MOVE HIST-REC TO NEW-REC
                           WRITE NEW-REC
                           ADD 1 TO RL-WRITTEN(4)
                           ADD 1 TO KEEP-COUNT
                   END-IF
           END-READ.

       LOG-RUN-START.
           MOVE "MONTHEND" TO RL-PROGRAM.
           MOVE SPACES TO RL-FILES.
           MOVE ALL "0" TO RL-COUNTS.
           MOVE "shifthist.dat" TO RL-FILENAME(1).
           MOVE "monthparm.dat" TO RL-FILENAME(2).
           MOVE "histarch.dat" TO RL-FILENAME(3).
           MOVE "shifthist.new" TO RL-FILENAME(4).
           MOVE "monthend.txt" TO RL-FILENAME(5).
           MOVE "S" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.

       LOG-RUN-END.
           MOVE RETURN-CODE TO RL-COND.
           MOVE "E" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.
           MOVE RL-COND TO RETURN-CODE.
