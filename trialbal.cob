           05 JRN-AMT PIC 9(6).
           05 JRN-DISP PIC X(4).
           05 JRN-STRAT PIC X(8).
           05 JRN-SEQ PIC 9(6).
       FD SHIFT-HIST.
       01 HIST-REC.
           05 HIST-DATE PIC 9(8).
           05 ACCT-NETWL PIC S9(7).
           05 ACCT-STATUS PIC X.
           05 ACCT-POINTS PIC 9(7).
           05 ACCT-CREDLIM PIC 9(6).
           05 ACCT-MARKERS PIC 9(6).
           05 ACCT-LOSSLIM PIC 9(6).
           05 ACCT-RNDLIM PIC 999.
           05 ACCT-EXCLUDE PIC 9(8).
       FD TRIAL-RPT.
       01 RPT-LINE PIC X(78).

       01 DATE-ED PIC 9(8).
       01 TIME-ED PIC 9(6).
       01 CNT-ED PIC Z(3)9.
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
       TRIAL-BALANCE.
           PERFORM LOG-RUN-START.
           OPEN OUTPUT TRIAL-RPT.
           MOVE "DAILY TRIAL BALANCE AND EXCEPTION REPORT"
                   TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           PERFORM TALLY-WAGER-JOURNAL.
           PERFORM TALLY-SHIFT-HISTORY.
           PERFORM COMPARE-SESSIONS.
           PERFORM CHECK-CAGE-MOVEMENT.
           PERFORM CHECK-ACCOUNTS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           MOVE EXCEPTION-COUNT TO CNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "EXCEPTIONS: " CNT-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           IF EXCEPTION-COUNT IS GREATER THAN 0
                   MOVE "RESULT: OUT OF BALANCE" TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(6)
                   CLOSE TRIAL-RPT
                   DISPLAY "TRIALBAL.TXT WRITTEN. EXCEPTIONS: "
                           EXCEPTION-COUNT
                   MOVE "OUT OF BALANCE" TO RL-MSG
                   MOVE 8 TO RETURN-CODE
           ELSE
                   MOVE "RESULT: IN BALANCE" TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(6)
                   CLOSE TRIAL-RPT
                   DISPLAY "TRIALBAL.TXT WRITTEN. IN BALANCE."
                   MOVE "IN BALANCE" TO RL-MSG
           END-IF.
           PERFORM LOG-RUN-END.
           STOP RUN.

       REPORT-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).

       TALLY-WAGER-JOURNAL.
           OPEN INPUT WAGER-JRN.
                   MOVE "NO WAGERJRN.DAT -- JOURNAL SIDE EMPTY"
                           TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(6)
           ELSE
                   MOVE 0 TO EOF-FLAG
                   PERFORM READ-WAGER-JOURNAL
               AT END
                   MOVE 1 TO EOF-FLAG
               NOT AT END
                   ADD 1 TO RL-READ(1)
                   IF JRN-DISP IS NOT EQUAL TO "TRLR"
                           PERFORM TALLY-JOURNAL-REC
                   END-IF
           END-READ.

       TALLY-JOURNAL-REC.
                   MOVE "NO SHIFTHIST.DAT -- HISTORY SIDE EMPTY"
                           TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(6)
           ELSE
                   MOVE 0 TO EOF-FLAG
                   PERFORM READ-SHIFT-HISTORY
               AT END
                   MOVE 1 TO EOF-FLAG
               NOT AT END
                   ADD 1 TO RL-READ(2)
                   MOVE HIST-DATE TO WORK-DATE
                   MOVE HIST-TIME TO WORK-TIME
                   PERFORM FIND-SESSION

       COMPARE-SESSIONS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           MOVE "JOURNAL VS SHIFT HISTORY BY SESSION" TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           IF SES-COUNT IS EQUAL TO 0
                   MOVE "NO SESSIONS ON FILE" TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(6)
           ELSE
                   PERFORM COMPARE-ONE-SESSION
                           VARYING SES-IDX FROM 1 BY 1

       CHECK-CAGE-MOVEMENT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           MOVE "HOUSE BANK FLOAT MOVEMENT" TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           OPEN INPUT CAGE-HIST.
           IF CHIST-FILE-STATUS IS NOT EQUAL TO 0
                   MOVE "NO CAGEHIST.DAT -- FLOAT SIDE EMPTY"
                           TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(6)
           ELSE
                   MOVE 0 TO EOF-FLAG
                   PERFORM READ-CAGE-MOVEMENT
               AT END
                   MOVE 1 TO EOF-FLAG
               NOT AT END
                   ADD 1 TO RL-READ(3)
                   MOVE 1 TO CHIST-SEEN
                   MOVE CHIST-CLOSEFLOAT TO LAST-CLOSEFLOAT
                   COMPUTE EXPECT-FLOAT = CHIST-OPENFLOAT +
                   MOVE "NO HOUSEBANK.DAT -- CLOSING FLOAT UNCHECKED"
                           TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(6)
           ELSE
                   READ HOUSE-BANK
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO RL-READ(4)
                           IF CHIST-SEEN IS EQUAL TO 1
                                   AND BNK-FLOAT IS NOT EQUAL TO
                                   LAST-CLOSEFLOAT

       CHECK-ACCOUNTS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           MOVE "ACCOUNT NET VS JOURNAL ACTIVITY" TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           OPEN INPUT ACCT-FILE.
           IF ACCT-FILE-STATUS IS NOT EQUAL TO 0
                   MOVE "NO ACCTMAST.DAT -- ACCOUNT SIDE EMPTY"
                           TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(6)
           ELSE
                   MOVE 0 TO EOF-FLAG
                   MOVE 0 TO ACCT-NUM
               AT END
                   MOVE 1 TO EOF-FLAG
               NOT AT END
                   ADD 1 TO RL-READ(5)
                   PERFORM CHECK-ONE-ACCOUNT
           END-READ.

           IF NT-NAME(NT-IDX) IS EQUAL TO ACCT-NAME
                   MOVE 1 TO NT-FOUND
           END-IF.

       LOG-RUN-START.
           MOVE "TRIALBAL" TO RL-PROGRAM.
           MOVE SPACES TO RL-FILES.
           MOVE ALL "0" TO RL-COUNTS.
           MOVE "wagerjrn.dat" TO RL-FILENAME(1).
           MOVE "shifthist.dat" TO RL-FILENAME(2).
           MOVE "cagehist.dat" TO RL-FILENAME(3).
           MOVE "housebank.dat" TO RL-FILENAME(4).
           MOVE "acctmast.dat" TO RL-FILENAME(5).
           MOVE "trialbal.txt" TO RL-FILENAME(6).
           MOVE "S" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.

       LOG-RUN-END.
           MOVE RETURN-CODE TO RL-COND.
           MOVE "E" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.
           MOVE RL-COND TO RETURN-CODE.
