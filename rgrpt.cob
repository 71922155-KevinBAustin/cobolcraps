       IDENTIFICATION DIVISION.
       PROGRAM-ID. RGRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUM
               FILE STATUS IS ACCT-FILE-STATUS.
           SELECT RG-FILE ASSIGN TO "rgexcp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RG-FILE-STATUS.
           SELECT RG-SEL-FILE ASSIGN TO "rgsel.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RSEL-FILE-STATUS.
           SELECT RG-RPT ASSIGN TO "rgrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       FD RG-SEL-FILE.
       01 RSEL-REC.
           05 RSEL-FROMDATE PIC 9(8).
           05 RSEL-TODATE PIC 9(8).
       FD RG-RPT.
       01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 ACCT-FILE-STATUS PIC 99.
       01 RG-FILE-STATUS PIC 99.
       01 RSEL-FILE-STATUS PIC 99.
       01 RPT-FILE-STATUS PIC 99.
       01 ACCT-EOF PIC 9 VALUE 0.
       01 RG-EOF PIC 9 VALUE 0.
       01 RUN-DATE PIC 9(8).
       01 FROM-DATE PIC 9(8) VALUE 0.
       01 TO-DATE PIC 9(8) VALUE 0.
       01 FROM-DAYNUM PIC 9(7).
       01 TO-DAYNUM PIC 9(7).
       01 SEL-SEEN PIC 9 VALUE 0.
       01 PRINT-PASS PIC 9.
       01 PASS-COUNT PIC 9(5).
       01 ACCOUNT-NAMES.
           05 AN-ENTRY OCCURS 1000 TIMES.
               10 AN-ACCT PIC 9(4).
               10 AN-NAME PIC X(20).
               10 AN-EXCLUDE PIC 9(8).
       01 AN-COUNT PIC 9(4) VALUE 0.
       01 AN-IDX PIC 9(4).
       01 AN-FOUND PIC 9.
       01 FIND-ACCT PIC 9(4).
       01 ACCOUNT-EVENTS.
           05 AE-ENTRY OCCURS 1000 TIMES.
               10 AE-ACCT PIC 9(4).
               10 AE-EXCLUDED PIC 9(5).
               10 AE-LOSSCUT PIC 9(5).
               10 AE-RNDCUT PIC 9(5).
               10 AE-CHANGES PIC 9(5).
       01 AE-COUNT PIC 9(4) VALUE 0.
       01 AE-IDX PIC 9(4).
       01 AE-FOUND PIC 9.
       01 TABLE-FULL PIC 9 VALUE 0.
       01 EXCLUDED-COUNT PIC 9(5) VALUE 0.
       01 LOSSCUT-COUNT PIC 9(5) VALUE 0.
       01 RNDCUT-COUNT PIC 9(5) VALUE 0.
       01 SETLOSS-COUNT PIC 9(5) VALUE 0.
       01 SETRNDS-COUNT PIC 9(5) VALUE 0.
       01 SETEXCL-COUNT PIC 9(5) VALUE 0.
       01 OTHER-COUNT PIC 9(5) VALUE 0.
       01 DAY-DATE PIC 9(8).
       01 DAY-YEAR PIC 9(4).
       01 DAY-MMDD PIC 9(4).
       01 DAY-MONTH PIC 99.
       01 DAY-DAY PIC 99.
       01 DAY-Q4 PIC 9(4).
       01 DAY-Q100 PIC 9(4).
       01 DAY-Q400 PIC 9(4).
       01 DAY-WORK PIC 9(4).
       01 DAY-MQ PIC 9(4).
       01 DAY-NUMBER PIC 9(7).
       01 NET-ED PIC -(7)9.
       01 LIMIT-ED PIC Z(7)9.
       01 RND-ED PIC ZZ9.
       01 CNT-ED PIC Z(4)9.
       01 CNT-ED2 PIC Z(4)9.
       01 CNT-ED3 PIC Z(4)9.
       01 CNT-ED4 PIC Z(4)9.
       01 DATE-ED PIC 9(8).
       01 DATE-ED2 PIC 9(8).
       01 TIME-ED PIC 9(6).
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
       RG-REPORT.
           PERFORM LOG-RUN-START.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO TO-DATE.
           PERFORM LOAD-RG-SELECTION.
           MOVE TO-DATE TO DAY-DATE.
           PERFORM DATE-TO-DAYS.
           MOVE DAY-NUMBER TO TO-DAYNUM.
           IF SEL-SEEN IS EQUAL TO 1
                   MOVE FROM-DATE TO DAY-DATE
                   PERFORM DATE-TO-DAYS
                   MOVE DAY-NUMBER TO FROM-DAYNUM
           ELSE
                   COMPUTE FROM-DAYNUM = TO-DAYNUM - 6
           END-IF.
           OPEN INPUT RG-FILE.
           IF RG-FILE-STATUS IS NOT EQUAL TO 0
                   DISPLAY "NO RGEXCP.DAT FOUND -- NOTHING TO REPORT"
                   MOVE "NO RGEXCP.DAT FOUND" TO RL-MSG
                   PERFORM LOG-RUN-END
                   STOP RUN
           END-IF.
           CLOSE RG-FILE.
           PERFORM LOAD-ACCOUNT-NAMES.
           OPEN OUTPUT RG-RPT.
           PERFORM PRINT-RG-HEADER.
           MOVE 1 TO PRINT-PASS.
           PERFORM PRINT-EVENT-SECTION.
           MOVE 2 TO PRINT-PASS.
           PERFORM PRINT-EVENT-SECTION.
           PERFORM PRINT-ACCOUNT-HEADING.
           PERFORM PRINT-ACCOUNT-LINE VARYING AE-IDX FROM 1 BY 1
                   UNTIL AE-IDX IS GREATER THAN AE-COUNT.
           PERFORM PRINT-RG-TOTALS.
           CLOSE RG-RPT.
           DISPLAY "RGRPT.TXT WRITTEN. REFUSALS: " EXCLUDED-COUNT
                   " CUTOFFS: " LOSSCUT-COUNT " " RNDCUT-COUNT.
           IF TABLE-FULL IS EQUAL TO 1
                   DISPLAY "WORK TABLES FULL -- REPORT IS INCOMPLETE"
                   MOVE 8 TO RETURN-CODE
                   MOVE "WORK TABLES FULL -- REPORT INCOMPLETE"
                           TO RL-MSG
           END-IF.
           PERFORM LOG-RUN-END
           STOP RUN.

       LOAD-RG-SELECTION.
           OPEN INPUT RG-SEL-FILE.
           IF RSEL-FILE-STATUS IS EQUAL TO 0
                   READ RG-SEL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO RL-READ(3)
                           IF RSEL-FROMDATE IS NUMERIC
                                   AND RSEL-FROMDATE IS GREATER THAN 0
                                   MOVE RSEL-FROMDATE TO FROM-DATE
                                   MOVE 1 TO SEL-SEEN
                           END-IF
                           IF RSEL-TODATE IS NUMERIC
                                   AND RSEL-TODATE IS GREATER THAN 0
                                   MOVE RSEL-TODATE TO TO-DATE
                           END-IF
                   END-READ
                   CLOSE RG-SEL-FILE
           END-IF.

       LOAD-ACCOUNT-NAMES.
           OPEN INPUT ACCT-FILE.
           IF ACCT-FILE-STATUS IS EQUAL TO 0
                   MOVE 0 TO ACCT-NUM
                   START ACCT-FILE KEY IS GREATER THAN ACCT-NUM
                       INVALID KEY
                           MOVE 1 TO ACCT-EOF
                   END-START
                   PERFORM READ-ACCOUNT-NAME
                           UNTIL ACCT-EOF IS EQUAL TO 1
                   CLOSE ACCT-FILE
           ELSE
                   DISPLAY "NO ACCTMAST.DAT FOUND -- ACCOUNTS LISTED "
                           "WITHOUT NAMES"
           END-IF.

       READ-ACCOUNT-NAME.
           READ ACCT-FILE NEXT RECORD
               AT END
                   MOVE 1 TO ACCT-EOF
               NOT AT END
                   ADD 1 TO RL-READ(1)
                   IF AN-COUNT IS LESS THAN 1000
                           ADD 1 TO AN-COUNT
                           MOVE ACCT-NUM TO AN-ACCT(AN-COUNT)
                           MOVE ACCT-NAME TO AN-NAME(AN-COUNT)
                           MOVE ACCT-EXCLUDE TO AN-EXCLUDE(AN-COUNT)
                   ELSE
                           MOVE 1 TO TABLE-FULL
                   END-IF
           END-READ.

       FIND-ACCOUNT-NAME.
           MOVE 0 TO AN-FOUND.
           PERFORM SCAN-ACCOUNT-NAME VARYING AN-IDX FROM 1 BY 1
                   UNTIL AN-IDX IS GREATER THAN AN-COUNT
                   OR AN-FOUND IS EQUAL TO 1.
           IF AN-FOUND IS EQUAL TO 1
                   SUBTRACT 1 FROM AN-IDX
           ELSE
                   IF AN-COUNT IS LESS THAN 1000
                           ADD 1 TO AN-COUNT
                           MOVE AN-COUNT TO AN-IDX
                           MOVE FIND-ACCT TO AN-ACCT(AN-IDX)
                           MOVE "** NOT ON MASTER **" TO AN-NAME(AN-IDX)
                           MOVE 0 TO AN-EXCLUDE(AN-IDX)
                           MOVE 1 TO AN-FOUND
                   ELSE
                           MOVE 1 TO TABLE-FULL
                   END-IF
           END-IF.

       SCAN-ACCOUNT-NAME.
           IF AN-ACCT(AN-IDX) IS EQUAL TO FIND-ACCT
                   MOVE 1 TO AN-FOUND
           END-IF.

       PRINT-RG-HEADER.
           MOVE "RESPONSIBLE GAMING EXCEPTION REPORT" TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(4).
           MOVE RUN-DATE TO DATE-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "RUN DATE: " DATE-ED DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(4).
           MOVE SPACES TO RPT-LINE.
           MOVE TO-DATE TO DATE-ED.
           IF SEL-SEEN IS EQUAL TO 1
                   MOVE FROM-DATE TO DATE-ED2
                   STRING "EVENTS FROM " DATE-ED2 " THROUGH " DATE-ED
                           DELIMITED BY SIZE INTO RPT-LINE
           ELSE
                   STRING "EVENTS FOR THE SEVEN DAYS ENDING " DATE-ED
                           DELIMITED BY SIZE INTO RPT-LINE
           END-IF.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(4).

       PRINT-EVENT-SECTION.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(4).
           IF PRINT-PASS IS EQUAL TO 1
                   MOVE "REFUSALS AND CUTOFFS AT THE TABLE" TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(4)
                   MOVE SPACES TO RPT-LINE
                   STRING "DATE     TIME   ACCT NAME                 "
                           "TB S EVENT     DAY NET RND    LIMIT"
                           DELIMITED BY SIZE INTO RPT-LINE
           ELSE
                   MOVE "LIMIT SETTINGS CHANGED" TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(4)
                   MOVE SPACES TO RPT-LINE
                   STRING "DATE     TIME   ACCT NAME                 "
                           "EVENT       VALUE  BY"
                           DELIMITED BY SIZE INTO RPT-LINE
           END-IF.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(4).
           MOVE 0 TO PASS-COUNT.
           MOVE 0 TO RG-EOF.
           OPEN INPUT RG-FILE.
           PERFORM READ-RG-EVENT UNTIL RG-EOF IS EQUAL TO 1.
           CLOSE RG-FILE.
           IF PASS-COUNT IS EQUAL TO 0
                   MOVE "  NONE" TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(4)
           END-IF.

       READ-RG-EVENT.
           READ RG-FILE
               AT END
                   MOVE 1 TO RG-EOF
               NOT AT END
                   ADD 1 TO RL-READ(2)
                   MOVE RGX-DATE TO DAY-DATE
                   PERFORM DATE-TO-DAYS
                   IF DAY-NUMBER IS NOT LESS THAN FROM-DAYNUM
                           AND DAY-NUMBER IS NOT GREATER THAN TO-DAYNUM
                           PERFORM SELECT-RG-EVENT
                   END-IF
           END-READ.

       SELECT-RG-EVENT.
           IF RGX-EVENT(1:3) IS EQUAL TO "SET"
                   IF PRINT-PASS IS EQUAL TO 2
                           PERFORM PRINT-SETTING-EVENT
                   END-IF
           ELSE
                   IF PRINT-PASS IS EQUAL TO 1
                           PERFORM PRINT-TABLE-EVENT
                   END-IF
           END-IF.

       PRINT-TABLE-EVENT.
           ADD 1 TO PASS-COUNT.
           MOVE RGX-ACCT TO FIND-ACCT.
           PERFORM FIND-ACCOUNT-NAME.
           PERFORM FIND-ACCOUNT-EVENTS.
           IF RGX-EVENT IS EQUAL TO "EXCLUDED"
                   ADD 1 TO EXCLUDED-COUNT
                   IF AE-FOUND IS EQUAL TO 1
                           ADD 1 TO AE-EXCLUDED(AE-IDX)
                   END-IF
           ELSE IF RGX-EVENT IS EQUAL TO "LOSSCUT"
                   ADD 1 TO LOSSCUT-COUNT
                   IF AE-FOUND IS EQUAL TO 1
                           ADD 1 TO AE-LOSSCUT(AE-IDX)
                   END-IF
           ELSE IF RGX-EVENT IS EQUAL TO "RNDCUT"
                   ADD 1 TO RNDCUT-COUNT
                   IF AE-FOUND IS EQUAL TO 1
                           ADD 1 TO AE-RNDCUT(AE-IDX)
                   END-IF
           ELSE
                   ADD 1 TO OTHER-COUNT
           END-IF.
           MOVE RGX-DATE TO DATE-ED.
           MOVE RGX-TIME TO TIME-ED.
           MOVE RGX-NETWL TO NET-ED.
           MOVE RGX-ROUNDS TO RND-ED.
           MOVE RGX-LIMIT TO LIMIT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING DATE-ED " " TIME-ED " " RGX-ACCT " "
                   AN-NAME(AN-IDX) " " RGX-TABLE " " RGX-SEAT " "
                   RGX-EVENT " " NET-ED " " RND-ED " " LIMIT-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(4).

       PRINT-SETTING-EVENT.
           ADD 1 TO PASS-COUNT.
           MOVE RGX-ACCT TO FIND-ACCT.
           PERFORM FIND-ACCOUNT-NAME.
           PERFORM FIND-ACCOUNT-EVENTS.
           IF AE-FOUND IS EQUAL TO 1
                   ADD 1 TO AE-CHANGES(AE-IDX)
           END-IF.
           IF RGX-EVENT IS EQUAL TO "SETLOSS"
                   ADD 1 TO SETLOSS-COUNT
           ELSE IF RGX-EVENT IS EQUAL TO "SETRNDS"
                   ADD 1 TO SETRNDS-COUNT
           ELSE IF RGX-EVENT IS EQUAL TO "SETEXCL"
                   ADD 1 TO SETEXCL-COUNT
           ELSE
                   ADD 1 TO OTHER-COUNT
           END-IF.
           MOVE RGX-DATE TO DATE-ED.
           MOVE RGX-TIME TO TIME-ED.
           MOVE RGX-LIMIT TO LIMIT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING DATE-ED " " TIME-ED " " RGX-ACCT " "
                   AN-NAME(AN-IDX) " " RGX-EVENT " " LIMIT-ED "  "
                   RGX-BY DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(4).

       FIND-ACCOUNT-EVENTS.
           MOVE 0 TO AE-FOUND.
           PERFORM SCAN-ACCOUNT-EVENTS VARYING AE-IDX FROM 1 BY 1
                   UNTIL AE-IDX IS GREATER THAN AE-COUNT
                   OR AE-FOUND IS EQUAL TO 1.
           IF AE-FOUND IS EQUAL TO 1
                   SUBTRACT 1 FROM AE-IDX
           ELSE
                   IF AE-COUNT IS LESS THAN 1000
                           ADD 1 TO AE-COUNT
                           MOVE AE-COUNT TO AE-IDX
                           MOVE FIND-ACCT TO AE-ACCT(AE-IDX)
                           MOVE 0 TO AE-EXCLUDED(AE-IDX)
                           MOVE 0 TO AE-LOSSCUT(AE-IDX)
                           MOVE 0 TO AE-RNDCUT(AE-IDX)
                           MOVE 0 TO AE-CHANGES(AE-IDX)
                           MOVE 1 TO AE-FOUND
                   ELSE
                           MOVE 1 TO TABLE-FULL
                   END-IF
           END-IF.

       SCAN-ACCOUNT-EVENTS.
           IF AE-ACCT(AE-IDX) IS EQUAL TO FIND-ACCT
                   MOVE 1 TO AE-FOUND
           END-IF.

       PRINT-ACCOUNT-HEADING.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(4).
           MOVE "EVENTS BY ACCOUNT" TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(4).
           MOVE SPACES TO RPT-LINE.
           STRING "ACCT NAME                 REFUSED LOSSCUT  RNDCUT "
                   "CHANGES EXCLUDED TO"
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(4).
           IF AE-COUNT IS EQUAL TO 0
                   MOVE "  NONE" TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(4)
           END-IF.

       PRINT-ACCOUNT-LINE.
           MOVE AE-ACCT(AE-IDX) TO FIND-ACCT.
           PERFORM FIND-ACCOUNT-NAME.
           MOVE AE-EXCLUDED(AE-IDX) TO CNT-ED.
           MOVE AE-LOSSCUT(AE-IDX) TO CNT-ED2.
           MOVE AE-RNDCUT(AE-IDX) TO CNT-ED3.
           MOVE AE-CHANGES(AE-IDX) TO CNT-ED4.
           MOVE SPACES TO RPT-LINE.
           STRING AE-ACCT(AE-IDX) " " AN-NAME(AN-IDX) "   " CNT-ED
                   "   " CNT-ED2 "   " CNT-ED3 "   " CNT-ED4
                   DELIMITED BY SIZE INTO RPT-LINE.
           IF AN-EXCLUDE(AN-IDX) IS NOT LESS THAN RUN-DATE
                   MOVE AN-EXCLUDE(AN-IDX) TO DATE-ED
                   MOVE DATE-ED TO RPT-LINE(59:8)
           END-IF.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(4).

       PRINT-RG-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(4).
           MOVE EXCLUDED-COUNT TO CNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "SEATS REFUSED -- SELF-EXCLUDED:  " CNT-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(4).
           MOVE LOSSCUT-COUNT TO CNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "CUT OFF AT DAILY LOSS LIMIT:     " CNT-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(4).
           MOVE RNDCUT-COUNT TO CNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "CUT OFF AT SESSION ROUND LIMIT:  " CNT-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(4).
           MOVE SETLOSS-COUNT TO CNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "LOSS LIMITS SET OR CHANGED:      " CNT-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(4).
           MOVE SETRNDS-COUNT TO CNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "ROUND LIMITS SET OR CHANGED:     " CNT-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(4).
           MOVE SETEXCL-COUNT TO CNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "SELF-EXCLUSIONS RECORDED:        " CNT-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(4).
           IF OTHER-COUNT IS GREATER THAN 0
                   MOVE OTHER-COUNT TO CNT-ED
                   MOVE SPACES TO RPT-LINE
                   STRING "UNRECOGNIZED EVENTS:             " CNT-ED
                           DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(4)
           END-IF.

       DATE-TO-DAYS.
           DIVIDE DAY-DATE BY 10000 GIVING DAY-YEAR
                   REMAINDER DAY-MMDD.
           DIVIDE DAY-MMDD BY 100 GIVING DAY-MONTH
                   REMAINDER DAY-DAY.
           IF DAY-MONTH IS LESS THAN 3
                   SUBTRACT 1 FROM DAY-YEAR
                   ADD 12 TO DAY-MONTH
           END-IF.
           DIVIDE DAY-YEAR BY 4 GIVING DAY-Q4.
           DIVIDE DAY-YEAR BY 100 GIVING DAY-Q100.
           DIVIDE DAY-YEAR BY 400 GIVING DAY-Q400.
           COMPUTE DAY-WORK = (153 * (DAY-MONTH - 3)) + 2.
           DIVIDE DAY-WORK BY 5 GIVING DAY-MQ.
           COMPUTE DAY-NUMBER = (DAY-YEAR * 365) + DAY-Q4 - DAY-Q100
                   + DAY-Q400 + DAY-MQ + DAY-DAY.

       LOG-RUN-START.
           MOVE "RGRPT" TO RL-PROGRAM.
           MOVE SPACES TO RL-FILES.
           MOVE ALL "0" TO RL-COUNTS.
           MOVE "acctmast.dat" TO RL-FILENAME(1).
           MOVE "rgexcp.dat" TO RL-FILENAME(2).
           MOVE "rgsel.dat" TO RL-FILENAME(3).
           MOVE "rgrpt.txt" TO RL-FILENAME(4).
           MOVE "S" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.

       LOG-RUN-END.
           MOVE RETURN-CODE TO RL-COND.
           MOVE "E" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.
           MOVE RL-COND TO RETURN-CODE.
