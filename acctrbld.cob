       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTRBLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAGE-JRN ASSIGN TO "cagejrn.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CAGE-FILE-STATUS.
           SELECT ACCT-FILE ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUM
               FILE STATUS IS ACCT-FILE-STATUS.
           SELECT RG-FILE ASSIGN TO "rgexcp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RG-FILE-STATUS.
           SELECT RBLD-RPT ASSIGN TO "acctrbld.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CAGE-JRN.
       01 CAGE-REC.
           05 CAGE-DATE PIC 9(8).
           05 CAGE-TIME PIC 9(6).
           05 CAGE-ACCT PIC 9(4).
           05 CAGE-TXNTYPE PIC X(8).
           05 CAGE-AMT PIC 9(6).
           05 CAGE-NEWBAL PIC 9(6).
           05 CAGE-TABLE PIC 99.
       FD ACCT-FILE.
       01 ACCT-REC.
           05 ACCT-NUM PIC 9(4).
           05 ACCT-NAME PIC X(20).
           05 ACCT-BAL PIC 9(6).
           05 ACCT-ROUNDS PIC 9(5).
           05 ACCT-NETWL PIC S9(7).
           05 ACCT-STATUS PIC X.
           05 ACCT-POINTS PIC 9(7).
           05 ACCT-CREDLIM PIC 9(6).
           05 ACCT-MARKERS PIC 9(6).
           05 ACCT-LOSSLIM PIC 9(6).
           05 ACCT-RNDLIM PIC 999.
           05 ACCT-EXCLUDE PIC 9(8).
       FD RG-FILE.
       01 RGX-REC.
           05 RGX-DATE PIC 9(8).
           05 RGX-TIME PIC 9(6).
           05 RGX-ACCT PIC 9(4).
           05 RGX-TABLE PIC 99.
           05 RGX-SEAT PIC 9.
           05 RGX-EVENT PIC X(8).
           05 RGX-NETWL PIC S9(7).
           05 RGX-ROUNDS PIC 999.
           05 RGX-LIMIT PIC 9(8).
           05 RGX-BY PIC X(3).
       FD RBLD-RPT.
       01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 CAGE-FILE-STATUS PIC 99.
       01 ACCT-FILE-STATUS PIC 99.
       01 RPT-FILE-STATUS PIC 99.
       01 RG-FILE-STATUS PIC 99.
       01 EOF-FLAG PIC 9 VALUE 0.
       01 MASTER-READABLE PIC 9 VALUE 0.
       01 REBUILT-ACCOUNTS.
           05 RB-ENTRY OCCURS 1000 TIMES.
               10 RB-NUM PIC 9(4).
               10 RB-NAME PIC X(20).
               10 RB-BAL PIC S9(7).
               10 RB-ROUNDS PIC 9(5).
               10 RB-NETWL PIC S9(7).
               10 RB-STATUS PIC X.
               10 RB-POINTS PIC 9(7).
               10 RB-CREDLIM PIC 9(6).
               10 RB-MARKERS PIC S9(7).
               10 RB-LOSSLIM PIC 9(6).
               10 RB-RNDLIM PIC 999.
               10 RB-EXCLUDE PIC 9(8).
               10 RB-OLDBAL PIC 9(6).
               10 RB-OLDMARKERS PIC 9(6).
               10 RB-INMAST PIC 9.
               10 RB-INJRN PIC 9.
       01 RB-COUNT PIC 9(4) VALUE 0.
       01 RB-IDX PIC 9(4).
       01 RB-FOUND PIC 9.
       01 RB-DROPPED PIC 9(5) VALUE 0.
       01 WORK-ACCT PIC 9(4).
       01 JRN-COUNT PIC 9(7) VALUE 0.
       01 BREAK-COUNT PIC 9(5) VALUE 0.
       01 DIFF-COUNT PIC 9(5) VALUE 0.
       01 MASTER-ONLY PIC 9(5) VALUE 0.
       01 WRITE-COUNT PIC 9(5) VALUE 0.
       01 UNKNOWN-COUNT PIC 9(5) VALUE 0.
       01 RG-COUNT PIC 9(5) VALUE 0.
       01 DIFF-AMT PIC S9(7).
       01 BAL-ED PIC -(6)9.
       01 BAL-ED2 PIC -(6)9.
       01 NET-ED PIC -(6)9.
       01 CNT-ED PIC Z(6)9.
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
       ACCT-REBUILD.
           PERFORM LOG-RUN-START.
           OPEN INPUT CAGE-JRN.
           IF CAGE-FILE-STATUS IS NOT EQUAL TO 0
                   DISPLAY "NO CAGEJRN.DAT FOUND -- NOTHING TO REPLAY"
                   MOVE 8 TO RETURN-CODE
                   MOVE "NO CAGEJRN.DAT FOUND" TO RL-MSG
                   PERFORM LOG-RUN-END
                   STOP RUN
           END-IF.
           OPEN OUTPUT RBLD-RPT.
           MOVE "ACCOUNT MASTER REBUILD FROM CAGE JOURNAL" TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(4).
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(4).
           PERFORM LOAD-OLD-MASTER.
           MOVE 0 TO EOF-FLAG.
           PERFORM READ-CAGE-TXN UNTIL EOF-FLAG IS EQUAL TO 1.
           CLOSE CAGE-JRN.
           PERFORM LOAD-RG-SETTINGS.
           IF RB-DROPPED IS GREATER THAN 0
                   MOVE "ACCOUNT TABLE FULL -- MASTER NOT REWRITTEN"
                           TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(4)
                   MOVE 8 TO RETURN-CODE
                   MOVE "ACCOUNT TABLE FULL -- MASTER NOT REWRITTEN"
                           TO RL-MSG
           ELSE
                   PERFORM WRITE-NEW-MASTER
           END-IF.
           PERFORM PRINT-DIFFERENCES.
           PERFORM PRINT-REBUILD-TOTALS.
           CLOSE RBLD-RPT.
           DISPLAY "ACCTRBLD.TXT WRITTEN.".
           PERFORM LOG-RUN-END
           STOP RUN.

       LOAD-OLD-MASTER.
           OPEN INPUT ACCT-FILE.
           IF ACCT-FILE-STATUS IS EQUAL TO 39
                   MOVE "ACCTMAST.DAT HAS THE OLD LAYOUT -- "
                           TO RPT-LINE
                   MOVE "RUN ACCTCONV FIRST" TO RPT-LINE(36:18)
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(4)
                   CLOSE RBLD-RPT
                   CLOSE CAGE-JRN
                   DISPLAY "ACCTMAST.DAT HAS THE OLD LAYOUT -- "
                           "RUN ACCTCONV FIRST"
                   MOVE 8 TO RETURN-CODE
                   MOVE "OLD ACCTMAST LAYOUT -- RUN ACCTCONV"
                           TO RL-MSG
                   PERFORM LOG-RUN-END
                   STOP RUN
           END-IF.
           IF ACCT-FILE-STATUS IS NOT EQUAL TO 0
                   MOVE "CURRENT ACCTMAST.DAT NOT READABLE -- "
                           TO RPT-LINE
                   MOVE "NAMES WILL BE BLANK" TO RPT-LINE(38:19)
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(4)
           ELSE
                   MOVE 1 TO MASTER-READABLE
                   MOVE 0 TO EOF-FLAG
                   MOVE 0 TO ACCT-NUM
                   START ACCT-FILE KEY IS GREATER THAN ACCT-NUM
                       INVALID KEY
                           MOVE 1 TO EOF-FLAG
                   END-START
                   PERFORM READ-OLD-ACCOUNT UNTIL EOF-FLAG IS EQUAL TO 1
                   CLOSE ACCT-FILE
           END-IF.

       READ-OLD-ACCOUNT.
           READ ACCT-FILE NEXT RECORD
               AT END
                   MOVE 1 TO EOF-FLAG
               NOT AT END
                   ADD 1 TO RL-READ(2)
                   PERFORM STORE-OLD-ACCOUNT
           END-READ.

       STORE-OLD-ACCOUNT.
           MOVE ACCT-NUM TO WORK-ACCT.
           PERFORM FIND-REBUILT.
           IF RB-FOUND IS EQUAL TO 1
                   MOVE 1 TO RB-INMAST(RB-IDX)
                   MOVE ACCT-NAME TO RB-NAME(RB-IDX)
                   MOVE ACCT-ROUNDS TO RB-ROUNDS(RB-IDX)
                   MOVE ACCT-NETWL TO RB-NETWL(RB-IDX)
                   MOVE ACCT-POINTS TO RB-POINTS(RB-IDX)
                   MOVE ACCT-BAL TO RB-OLDBAL(RB-IDX)
                   MOVE ACCT-MARKERS TO RB-OLDMARKERS(RB-IDX)
                   MOVE ACCT-STATUS TO RB-STATUS(RB-IDX)
                   MOVE ACCT-CREDLIM TO RB-CREDLIM(RB-IDX)
                   MOVE ACCT-LOSSLIM TO RB-LOSSLIM(RB-IDX)
                   MOVE ACCT-RNDLIM TO RB-RNDLIM(RB-IDX)
                   MOVE ACCT-EXCLUDE TO RB-EXCLUDE(RB-IDX)
           END-IF.

       FIND-REBUILT.
           MOVE 0 TO RB-FOUND.
           PERFORM SCAN-REBUILT VARYING RB-IDX FROM 1 BY 1
                   UNTIL RB-IDX IS GREATER THAN RB-COUNT
                   OR RB-FOUND IS EQUAL TO 1.
           IF RB-FOUND IS EQUAL TO 1
                   SUBTRACT 1 FROM RB-IDX
           ELSE
                   IF RB-COUNT IS LESS THAN 1000
                           ADD 1 TO RB-COUNT
                           MOVE RB-COUNT TO RB-IDX
                           MOVE 1 TO RB-FOUND
                           MOVE WORK-ACCT TO RB-NUM(RB-IDX)
                           MOVE SPACES TO RB-NAME(RB-IDX)
                           MOVE 0 TO RB-BAL(RB-IDX)
                           MOVE 0 TO RB-ROUNDS(RB-IDX)
                           MOVE 0 TO RB-NETWL(RB-IDX)
                           MOVE "A" TO RB-STATUS(RB-IDX)
                           MOVE 0 TO RB-POINTS(RB-IDX)
                           MOVE 0 TO RB-CREDLIM(RB-IDX)
                           MOVE 0 TO RB-MARKERS(RB-IDX)
                           MOVE 0 TO RB-LOSSLIM(RB-IDX)
                           MOVE 0 TO RB-RNDLIM(RB-IDX)
                           MOVE 0 TO RB-EXCLUDE(RB-IDX)
                           MOVE 0 TO RB-OLDBAL(RB-IDX)
                           MOVE 0 TO RB-OLDMARKERS(RB-IDX)
                           MOVE 0 TO RB-INMAST(RB-IDX)
                           MOVE 0 TO RB-INJRN(RB-IDX)
                   ELSE
                           ADD 1 TO RB-DROPPED
                   END-IF
           END-IF.

       SCAN-REBUILT.
           IF RB-NUM(RB-IDX) IS EQUAL TO WORK-ACCT
                   MOVE 1 TO RB-FOUND
           END-IF.

       READ-CAGE-TXN.
           READ CAGE-JRN
               AT END
                   MOVE 1 TO EOF-FLAG
               NOT AT END
                   ADD 1 TO RL-READ(1)
                   ADD 1 TO JRN-COUNT
                   PERFORM REPLAY-CAGE-TXN
           END-READ.

       REPLAY-CAGE-TXN.
           MOVE CAGE-ACCT TO WORK-ACCT.
           PERFORM FIND-REBUILT.
           IF RB-FOUND IS EQUAL TO 1
                   PERFORM APPLY-CAGE-TXN
           END-IF.

       APPLY-CAGE-TXN.
           IF RB-INJRN(RB-IDX) IS EQUAL TO 0
                   MOVE 1 TO RB-INJRN(RB-IDX)
                   MOVE 0 TO RB-BAL(RB-IDX)
                   MOVE 0 TO RB-MARKERS(RB-IDX)
                   MOVE 0 TO RB-CREDLIM(RB-IDX)
                   MOVE "A" TO RB-STATUS(RB-IDX)
           END-IF.
           IF CAGE-TXNTYPE IS EQUAL TO "OPEN"
                   MOVE CAGE-AMT TO RB-BAL(RB-IDX)
                   MOVE "A" TO RB-STATUS(RB-IDX)
           ELSE IF CAGE-TXNTYPE IS EQUAL TO "BUYIN"
                   OR CAGE-TXNTYPE IS EQUAL TO "SESSWIN"
                   ADD CAGE-AMT TO RB-BAL(RB-IDX)
           ELSE IF CAGE-TXNTYPE IS EQUAL TO "CASHOUT"
                   OR CAGE-TXNTYPE IS EQUAL TO "SESSLOSS"
                   SUBTRACT CAGE-AMT FROM RB-BAL(RB-IDX)
           ELSE IF CAGE-TXNTYPE IS EQUAL TO "SUSPEND"
                   MOVE "S" TO RB-STATUS(RB-IDX)
           ELSE IF CAGE-TXNTYPE IS EQUAL TO "REACT"
                   MOVE "A" TO RB-STATUS(RB-IDX)
           ELSE IF CAGE-TXNTYPE IS EQUAL TO "CREDLIM"
                   MOVE CAGE-AMT TO RB-CREDLIM(RB-IDX)
           ELSE IF CAGE-TXNTYPE IS EQUAL TO "MARKER"
                   ADD CAGE-AMT TO RB-BAL(RB-IDX)
                   ADD CAGE-AMT TO RB-MARKERS(RB-IDX)
           ELSE IF CAGE-TXNTYPE IS EQUAL TO "MKRCHIP"
                   SUBTRACT CAGE-AMT FROM RB-BAL(RB-IDX)
                   SUBTRACT CAGE-AMT FROM RB-MARKERS(RB-IDX)
           ELSE IF CAGE-TXNTYPE IS EQUAL TO "MKRCASH"
                   OR CAGE-TXNTYPE IS EQUAL TO "MKRWOFF"
                   SUBTRACT CAGE-AMT FROM RB-MARKERS(RB-IDX)
           ELSE
                   ADD 1 TO UNKNOWN-COUNT
           END-IF.
           IF RB-BAL(RB-IDX) IS NOT EQUAL TO CAGE-NEWBAL
                   PERFORM REPORT-JOURNAL-BREAK
                   MOVE CAGE-NEWBAL TO RB-BAL(RB-IDX)
           END-IF.

       REPORT-JOURNAL-BREAK.
           ADD 1 TO BREAK-COUNT.
           MOVE CAGE-DATE TO DATE-ED.
           MOVE RB-BAL(RB-IDX) TO BAL-ED.
           MOVE CAGE-NEWBAL TO BAL-ED2.
           MOVE SPACES TO RPT-LINE.
           STRING "BREAK " CAGE-ACCT " " DATE-ED " " CAGE-TXNTYPE
                   " REPLAYED " BAL-ED " JOURNAL " BAL-ED2
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(4).

       LOAD-RG-SETTINGS.
           OPEN INPUT RG-FILE.
           IF RG-FILE-STATUS IS EQUAL TO 0
                   MOVE 0 TO EOF-FLAG
                   PERFORM READ-RG-SETTING UNTIL EOF-FLAG IS EQUAL TO 1
                   CLOSE RG-FILE
           END-IF.

       READ-RG-SETTING.
           READ RG-FILE
               AT END
                   MOVE 1 TO EOF-FLAG
               NOT AT END
                   ADD 1 TO RL-READ(3)
                   IF RGX-EVENT IS EQUAL TO "SETLOSS"
                           OR RGX-EVENT IS EQUAL TO "SETRNDS"
                           OR RGX-EVENT IS EQUAL TO "SETEXCL"
                           PERFORM REPLAY-RG-SETTING
                   END-IF
           END-READ.

       REPLAY-RG-SETTING.
           MOVE RGX-ACCT TO WORK-ACCT.
           MOVE 0 TO RB-FOUND.
           PERFORM SCAN-REBUILT VARYING RB-IDX FROM 1 BY 1
                   UNTIL RB-IDX IS GREATER THAN RB-COUNT
                   OR RB-FOUND IS EQUAL TO 1.
           IF RB-FOUND IS EQUAL TO 1
                   SUBTRACT 1 FROM RB-IDX
                   ADD 1 TO RG-COUNT
                   PERFORM APPLY-RG-SETTING
           END-IF.

       APPLY-RG-SETTING.
           IF RGX-EVENT IS EQUAL TO "SETLOSS"
                   MOVE RGX-LIMIT TO RB-LOSSLIM(RB-IDX)
           ELSE IF RGX-EVENT IS EQUAL TO "SETRNDS"
                   MOVE RGX-LIMIT TO RB-RNDLIM(RB-IDX)
           ELSE
                   MOVE RGX-LIMIT TO RB-EXCLUDE(RB-IDX)
           END-IF.

       WRITE-NEW-MASTER.
           OPEN OUTPUT ACCT-FILE.
           IF ACCT-FILE-STATUS IS NOT EQUAL TO 0
                   DISPLAY "CANNOT CREATE ACCTMAST.DAT, STATUS: "
                           ACCT-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   MOVE "CANNOT CREATE ACCTMAST.DAT" TO RL-MSG
                   PERFORM LOG-RUN-END
                   STOP RUN
           END-IF.
           PERFORM WRITE-ONE-ACCOUNT VARYING RB-IDX FROM 1 BY 1
                   UNTIL RB-IDX IS GREATER THAN RB-COUNT.
           CLOSE ACCT-FILE.

       WRITE-ONE-ACCOUNT.
           IF RB-BAL(RB-IDX) IS LESS THAN 0
                   MOVE 0 TO RB-BAL(RB-IDX)
           END-IF.
           IF RB-MARKERS(RB-IDX) IS LESS THAN 0
                   MOVE 0 TO RB-MARKERS(RB-IDX)
           END-IF.
           MOVE RB-NUM(RB-IDX) TO ACCT-NUM.
           MOVE RB-NAME(RB-IDX) TO ACCT-NAME.
           IF RB-INJRN(RB-IDX) IS EQUAL TO 1
                   MOVE RB-BAL(RB-IDX) TO ACCT-BAL
                   MOVE RB-MARKERS(RB-IDX) TO ACCT-MARKERS
           ELSE
                   MOVE RB-OLDBAL(RB-IDX) TO ACCT-BAL
                   MOVE RB-OLDMARKERS(RB-IDX) TO ACCT-MARKERS
           END-IF.
           MOVE RB-ROUNDS(RB-IDX) TO ACCT-ROUNDS.
           MOVE RB-NETWL(RB-IDX) TO ACCT-NETWL.
           MOVE RB-STATUS(RB-IDX) TO ACCT-STATUS.
           MOVE RB-POINTS(RB-IDX) TO ACCT-POINTS.
           MOVE RB-CREDLIM(RB-IDX) TO ACCT-CREDLIM.
           MOVE RB-LOSSLIM(RB-IDX) TO ACCT-LOSSLIM.
           MOVE RB-RNDLIM(RB-IDX) TO ACCT-RNDLIM.
           MOVE RB-EXCLUDE(RB-IDX) TO ACCT-EXCLUDE.
           WRITE ACCT-REC
               INVALID KEY
                   DISPLAY "DUPLICATE ACCOUNT " ACCT-NUM
                           " -- RECORD SKIPPED"
               NOT INVALID KEY
                   ADD 1 TO WRITE-COUNT
                   ADD 1 TO RL-WRITTEN(2)
           END-WRITE.

       PRINT-DIFFERENCES.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(4).
           MOVE "ACCT NAME                  MASTER REBUILT    DIFF NOTE"
                   TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(4).
           PERFORM PRINT-ONE-DIFFERENCE VARYING RB-IDX FROM 1 BY 1
                   UNTIL RB-IDX IS GREATER THAN RB-COUNT.
           IF DIFF-COUNT IS EQUAL TO 0 AND MASTER-ONLY IS EQUAL TO 0
                   MOVE "NO DIFFERENCES FROM CURRENT MASTER" TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(4)
           END-IF.

       PRINT-ONE-DIFFERENCE.
           IF RB-INJRN(RB-IDX) IS EQUAL TO 0
                   ADD 1 TO MASTER-ONLY
                   MOVE RB-OLDBAL(RB-IDX) TO BAL-ED
                   MOVE SPACES TO RPT-LINE
                   STRING RB-NUM(RB-IDX) " " RB-NAME(RB-IDX) " "
                           BAL-ED DELIMITED BY SIZE INTO RPT-LINE
                   MOVE "NO JOURNAL ACTIVITY -- KEPT"
                           TO RPT-LINE(51:27)
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(4)
           ELSE IF RB-INMAST(RB-IDX) IS EQUAL TO 0
                   AND MASTER-READABLE IS EQUAL TO 1
                   ADD 1 TO DIFF-COUNT
                   MOVE RB-BAL(RB-IDX) TO BAL-ED2
                   MOVE SPACES TO RPT-LINE
                   STRING RB-NUM(RB-IDX) " " RB-NAME(RB-IDX) "         "
                           BAL-ED2 DELIMITED BY SIZE INTO RPT-LINE
                   MOVE "NOT ON MASTER" TO RPT-LINE(51:13)
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(4)
           ELSE IF RB-BAL(RB-IDX) IS NOT EQUAL TO RB-OLDBAL(RB-IDX)
                   OR RB-MARKERS(RB-IDX) IS NOT EQUAL TO
                           RB-OLDMARKERS(RB-IDX)
                   IF MASTER-READABLE IS EQUAL TO 1
                           PERFORM PRINT-BALANCE-DIFF
                   END-IF
           END-IF.

       PRINT-BALANCE-DIFF.
           ADD 1 TO DIFF-COUNT.
           COMPUTE DIFF-AMT = RB-BAL(RB-IDX) - RB-OLDBAL(RB-IDX).
           MOVE RB-OLDBAL(RB-IDX) TO BAL-ED.
           MOVE RB-BAL(RB-IDX) TO BAL-ED2.
           MOVE DIFF-AMT TO NET-ED.
           MOVE SPACES TO RPT-LINE.
           STRING RB-NUM(RB-IDX) " " RB-NAME(RB-IDX) " " BAL-ED " "
                   BAL-ED2 " " NET-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           IF RB-MARKERS(RB-IDX) IS NOT EQUAL TO RB-OLDMARKERS(RB-IDX)
                   MOVE "MARKERS" TO RPT-LINE(51:7)
           END-IF.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(4).

       PRINT-REBUILD-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(4).
           MOVE JRN-COUNT TO CNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "JOURNAL RECORDS REPLAYED:  " CNT-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(4).
           MOVE WRITE-COUNT TO CNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "ACCOUNTS WRITTEN:          " CNT-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(4).
           MOVE DIFF-COUNT TO CNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "ACCOUNTS DIFFERING:        " CNT-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(4).
           MOVE MASTER-ONLY TO CNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "KEPT WITH NO JOURNAL:      " CNT-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(4).
           MOVE RG-COUNT TO CNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "GAMING LIMITS REAPPLIED:   " CNT-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(4).
           MOVE BREAK-COUNT TO CNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "JOURNAL BREAKS:            " CNT-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(4).
           IF UNKNOWN-COUNT IS GREATER THAN 0
                   MOVE UNKNOWN-COUNT TO CNT-ED
                   MOVE SPACES TO RPT-LINE
                   STRING "UNKNOWN TRANSACTION TYPES: " CNT-ED
                           DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(4)
           END-IF.
           IF RB-DROPPED IS GREATER THAN 0
                   MOVE RB-DROPPED TO CNT-ED
                   MOVE SPACES TO RPT-LINE
                   STRING "RECORDS NOT APPLIED (TABLE FULL): " CNT-ED
                           DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(4)
           END-IF.

       LOG-RUN-START.
           MOVE "ACCTRBLD" TO RL-PROGRAM.
           MOVE SPACES TO RL-FILES.
           MOVE ALL "0" TO RL-COUNTS.
           MOVE "cagejrn.dat" TO RL-FILENAME(1).
           MOVE "acctmast.dat" TO RL-FILENAME(2).
           MOVE "rgexcp.dat" TO RL-FILENAME(3).
           MOVE "acctrbld.txt" TO RL-FILENAME(4).
           MOVE "S" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.

       LOG-RUN-END.
           MOVE RETURN-CODE TO RL-COND.
           MOVE "E" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.
           MOVE RL-COND TO RETURN-CODE.
