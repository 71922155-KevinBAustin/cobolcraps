           05 CAGE-TXNTYPE PIC X(8).
           05 CAGE-AMT PIC 9(6).
           05 CAGE-NEWBAL PIC 9(6).
           05 CAGE-TABLE PIC 99.
       FD STMT-RPT.
       01 RPT-LINE PIC X(70).

       01 AMT-ED PIC Z(5)9.
       01 BAL-ED PIC Z(5)9.
       01 CNT-ED PIC Z(4)9.
       01 TABLE-ED PIC Z9.
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
       CAGE-STATEMENT.
           PERFORM LOG-RUN-START.
           DISPLAY "ACCOUNT NUMBER: ".
           ACCEPT SEL-ACCT.
           DISPLAY "FROM DATE (YYYYMMDD, 0 FOR ALL): ".
           OPEN INPUT CAGE-JRN.
           IF CAGE-FILE-STATUS IS NOT EQUAL TO 0
                   DISPLAY "NO CAGEJRN.DAT FOUND -- NOTHING TO PRINT"
                   MOVE "NO CAGEJRN.DAT FOUND" TO RL-MSG
                   PERFORM LOG-RUN-END
                   STOP RUN
           END-IF.
           OPEN OUTPUT STMT-RPT.
           MOVE "CAGE ACCOUNT STATEMENT" TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(2).
           MOVE SEL-ACCT TO ACCT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "ACCOUNT: " ACCT-ED DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(2).
           PERFORM READ-CAGE-TXN UNTIL EOF-FLAG IS EQUAL TO 1.
           IF OPENING-PRINTED IS EQUAL TO 0
                   PERFORM PRINT-OPENING
                   MOVE "NO TRANSACTIONS IN PERIOD" TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(2)
                   MOVE OPENING-BAL TO CLOSING-BAL
           END-IF.
           MOVE CLOSING-BAL TO BAL-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "CLOSING BALANCE: " BAL-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(2).
           MOVE TXN-COUNT TO CNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "TRANSACTIONS LISTED: " CNT-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(2).
           CLOSE CAGE-JRN.
           CLOSE STMT-RPT.
           DISPLAY "CAGESTMT.TXT WRITTEN.".
           PERFORM LOG-RUN-END.
           STOP RUN.

       READ-CAGE-TXN.
               AT END
                   MOVE 1 TO EOF-FLAG
               NOT AT END
                   ADD 1 TO RL-READ(1)
                   PERFORM SELECT-CAGE-TXN
           END-READ.

           MOVE SPACES TO RPT-LINE.
           STRING "OPENING BALANCE: " BAL-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(2).
           MOVE "DATE     TIME   TYPE      AMOUNT BALANCE TABLE"
                   TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(2).

       PRINT-TXN-LINE.
           MOVE CAGE-DATE TO DATE-ED.
           STRING DATE-ED " " TIME-ED " " CAGE-TXNTYPE " "
                   AMT-ED " " BAL-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           IF CAGE-TABLE IS NUMERIC AND CAGE-TABLE IS GREATER THAN 0
                   MOVE CAGE-TABLE TO TABLE-ED
                   MOVE TABLE-ED TO RPT-LINE(44:2)
           END-IF.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(2).

       LOG-RUN-START.
           MOVE "CAGESTMT" TO RL-PROGRAM.
           MOVE SPACES TO RL-FILES.
           MOVE ALL "0" TO RL-COUNTS.
           MOVE "cagejrn.dat" TO RL-FILENAME(1).
           MOVE "cagestmt.txt" TO RL-FILENAME(2).
           MOVE "S" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.

       LOG-RUN-END.
           MOVE RETURN-CODE TO RL-COND.
           MOVE "E" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.
           MOVE RL-COND TO RETURN-CODE.
