           05 JRN-AMT PIC 9(6).
           05 JRN-DISP PIC X(4).
           05 JRN-STRAT PIC X(8).
           05 JRN-SEQ PIC 9(6).
       FD RATE-PARM-FILE.
       01 RPARM-REC.
           05 RPARM-EDGE PIC 999.
           05 ACCT-NETWL PIC S9(7).
           05 ACCT-STATUS PIC X.
           05 ACCT-POINTS PIC 9(7).
           05 ACCT-CREDLIM PIC 9(6).
           05 ACCT-MARKERS PIC 9(6).
           05 ACCT-LOSSLIM PIC 9(6).
           05 ACCT-RNDLIM PIC 999.
           05 ACCT-EXCLUDE PIC 9(8).
       FD RATE-RPT.
       01 RPT-LINE PIC X(80).

       01 CNT-ED PIC Z(4)9.
       01 PCT-ED PIC ZZ9.9.
       01 EDGE-WORK PIC 999V9.
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
       RATING-RUN.
           PERFORM LOG-RUN-START.
           PERFORM LOAD-RATE-PARMS.
           PERFORM LOAD-RATE-SELECTION.
           IF SEL-SEEN IS EQUAL TO 0
           OPEN INPUT WAGER-JRN.
           IF JRN-FILE-STATUS IS NOT EQUAL TO 0
                   DISPLAY "NO WAGERJRN.DAT FOUND -- NOTHING TO RATE"
                   MOVE "NO WAGERJRN.DAT FOUND" TO RL-MSG
                   PERFORM LOG-RUN-END
                   STOP RUN
           END-IF.
           PERFORM READ-JOURNAL UNTIL JRN-EOF IS EQUAL TO 1.
           OPEN I-O ACCT-FILE.
           IF ACCT-FILE-STATUS IS NOT EQUAL TO 0
                   DISPLAY "NO ACCTMAST.DAT FOUND -- NOTHING TO POST"
                   MOVE "NO ACCTMAST.DAT FOUND" TO RL-MSG
                   PERFORM LOG-RUN-END
                   STOP RUN
           END-IF.
           OPEN OUTPUT RATE-RPT.
           IF RATED-COUNT IS EQUAL TO 0
                   MOVE "NO TRACKED PLAY FOR ANY ACCOUNT" TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(5)
           END-IF.
           CLOSE ACCT-FILE.
           CLOSE RATE-RPT.
           DISPLAY "RATING.TXT WRITTEN. ACCOUNTS RATED: " RATED-COUNT.
           PERFORM LOG-RUN-END.
           STOP RUN.

       LOAD-RATE-PARMS.
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO RL-READ(2)
                           IF RPARM-EDGE IS NUMERIC
                                   AND RPARM-EDGE IS GREATER THAN 0
                                   MOVE RPARM-EDGE TO HOUSE-EDGE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO RL-READ(3)
                           MOVE 1 TO SEL-SEEN
                           IF RSEL-FROMDATE IS NUMERIC
                                   MOVE RSEL-FROMDATE TO FROM-DATE
               AT END
                   MOVE 1 TO JRN-EOF
               NOT AT END
                   ADD 1 TO RL-READ(1)
                   PERFORM TALLY-JOURNAL
           END-READ.


       PRINT-RATING-HEADER.
           MOVE "PLAYER RATING AND COMP-POINT ACCRUAL" TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           COMPUTE EDGE-WORK = HOUSE-EDGE / 10.
           MOVE EDGE-WORK TO PCT-ED.
           MOVE COMP-RATE TO CNT-ED.
           STRING "HOUSE EDGE: " PCT-ED " PCT"
                   "  COMP RATE: " CNT-ED " PCT OF THEO"
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE FROM-DATE TO DATE-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "PLAY RATED FROM " DATE-ED
           MOVE TO-DATE TO DATE-ED.
           STRING " THROUGH " DATE-ED
                   DELIMITED BY SIZE INTO RPT-LINE(25:17).
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE "ACCT NAME                 ROUNDS AVG BET  WAGERED"
                   TO RPT-LINE.
           MOVE "   THEO  POINTS   TOTAL" TO RPT-LINE(50:23).
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).

       RATE-NEXT-ACCOUNT.
           READ ACCT-FILE NEXT RECORD
               AT END
                   MOVE 1 TO ACCT-EOF
               NOT AT END
                   ADD 1 TO RL-READ(4)
                   PERFORM RATE-ONE-ACCOUNT
           END-READ.

           COMPUTE POINTS-EARNED = (THEO-WIN * COMP-RATE) / 100.
           ADD POINTS-EARNED TO ACCT-POINTS.
           REWRITE ACCT-REC.
           ADD 1 TO RL-WRITTEN(4).
           ADD 1 TO RATED-COUNT.
           MOVE RT-ROUNDS(RT-IDX) TO CNT-ED.
           MOVE AVG-BET TO AMT-ED2.
           STRING ACCT-NUM " " ACCT-NAME " " CNT-ED " " AMT-ED2
                   " " AMT-ED " " AMT-ED3 " " AMT-ED4 " " AMT-ED5
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).

       LOG-RUN-START.
           MOVE "RATING" TO RL-PROGRAM.
           MOVE SPACES TO RL-FILES.
           MOVE ALL "0" TO RL-COUNTS.
           MOVE "wagerjrn.dat" TO RL-FILENAME(1).
           MOVE "ratingparm.dat" TO RL-FILENAME(2).
           MOVE "ratesel.dat" TO RL-FILENAME(3).
           MOVE "acctmast.dat" TO RL-FILENAME(4).
           MOVE "rating.txt" TO RL-FILENAME(5).
           MOVE "S" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.

       LOG-RUN-END.
           MOVE RETURN-CODE TO RL-COND.
           MOVE "E" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.
           MOVE RL-COND TO RETURN-CODE.
