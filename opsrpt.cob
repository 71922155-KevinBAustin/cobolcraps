       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG ASSIGN TO "runlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
           SELECT OPS-PARM-FILE ASSIGN TO "opsparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS OPARM-FILE-STATUS.
           SELECT OPS-SEL-FILE ASSIGN TO "opssel.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS OSEL-FILE-STATUS.
           SELECT OPS-EXP-FILE ASSIGN TO "opsexp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS OEXP-FILE-STATUS.
           SELECT OPS-RPT ASSIGN TO "opsrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-LOG.
       01 RUN-LOG-REC.
           05 LOG-PROGRAM PIC X(10).
           05 LOG-ACTION PIC X.
           05 LOG-STARTDATE PIC 9(8).
           05 LOG-STARTTIME PIC 9(6).
           05 LOG-ENDDATE PIC 9(8).
           05 LOG-ENDTIME PIC 9(6).
           05 LOG-COND PIC 999.
           05 LOG-MSG PIC X(40).
           05 LOG-FILES.
               10 LOG-FILENAME PIC X(16) OCCURS 8 TIMES.
           05 LOG-COUNTS.
               10 LOG-COUNT OCCURS 8 TIMES.
                   15 LOG-READ PIC 9(7).
                   15 LOG-WRITTEN PIC 9(7).
       FD OPS-PARM-FILE.
       01 OPARM-REC.
           05 OPARM-PCT PIC 999.
           05 OPARM-MINCOUNT PIC 9(5).
       FD OPS-SEL-FILE.
       01 OSEL-REC.
           05 OSEL-DATE PIC 9(8).
       FD OPS-EXP-FILE.
       01 OEXP-REC.
           05 OEXP-PROGRAM PIC X(10).
       FD OPS-RPT.
       01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 RUN-LOG-STATUS PIC 99.
       01 OPARM-FILE-STATUS PIC 99.
       01 OSEL-FILE-STATUS PIC 99.
       01 OEXP-FILE-STATUS PIC 99.
       01 RPT-FILE-STATUS PIC 99.
       01 LOG-EOF PIC 9 VALUE 0.
       01 OEXP-EOF PIC 9 VALUE 0.
       01 SHARP-PCT PIC 999 VALUE 50.
       01 MIN-COUNT PIC 9(5) VALUE 10.
       01 REPORT-DATE PIC 9(8).
       01 REPORT-DAYNUM PIC 9(7).
       01 WINDOW-DAYNUM PIC 9(7).
       01 WINDOW-DATE PIC 9(8).
       01 LOG-DAYNUM PIC 9(7).
       01 JOB-STEP-DEFAULTS.
           05 FILLER PIC X(10) VALUE "JRNCHECK".
           05 FILLER PIC X(10) VALUE "PREFLIGHT".
           05 FILLER PIC X(10) VALUE "CRAPS".
           05 FILLER PIC X(10) VALUE "CSVEXPORT".
           05 FILLER PIC X(10) VALUE "DAYEND".
       01 JOB-STEP-TABLE REDEFINES JOB-STEP-DEFAULTS.
           05 JS-PROGRAM PIC X(10) OCCURS 5 TIMES.
       01 EXPECTED-STEPS.
           05 XP-PROGRAM PIC X(10) OCCURS 40 TIMES.
       01 XP-COUNT PIC 99 VALUE 0.
       01 XP-IDX PIC 99.
       01 NIGHT-RUNS.
           05 RN-ENTRY OCCURS 200 TIMES.
               10 RN-PROGRAM PIC X(10).
               10 RN-STARTDATE PIC 9(8).
               10 RN-STARTTIME PIC 9(6).
               10 RN-ENDDATE PIC 9(8).
               10 RN-ENDTIME PIC 9(6).
               10 RN-COND PIC 999.
               10 RN-MSG PIC X(40).
               10 RN-ENDED PIC 9.
               10 RN-FILES.
                   15 RN-FILENAME PIC X(16) OCCURS 8 TIMES.
               10 RN-COUNTS.
                   15 RN-COUNT OCCURS 8 TIMES.
                       20 RN-READ PIC 9(7).
                       20 RN-WRITTEN PIC 9(7).
       01 RN-COUNT-USED PIC 999 VALUE 0.
       01 RN-IDX PIC 999.
       01 RN-FOUND PIC 9.
       01 PROGRAM-COUNTS.
           05 PG-ENTRY OCCURS 50 TIMES.
               10 PG-PROGRAM PIC X(10).
               10 PG-CUR PIC 9.
               10 PG-CURDATE PIC 9(8).
               10 PG-CURFILES.
                   15 PG-CURNAME PIC X(16) OCCURS 8 TIMES.
               10 PG-CURCOUNTS.
                   15 PG-CURCOUNT OCCURS 8 TIMES.
                       20 PG-CURREAD PIC 9(7).
                       20 PG-CURWRITTEN PIC 9(7).
               10 PG-PREV PIC 9.
               10 PG-PREVDATE PIC 9(8).
               10 PG-PREVFILES.
                   15 PG-PREVNAME PIC X(16) OCCURS 8 TIMES.
               10 PG-PREVCOUNTS.
                   15 PG-PREVCOUNT OCCURS 8 TIMES.
                       20 PG-PREVREAD PIC 9(7).
                       20 PG-PREVWRITTEN PIC 9(7).
       01 PG-COUNT PIC 99 VALUE 0.
       01 PG-IDX PIC 99.
       01 PG-FOUND PIC 9.
       01 FL-IDX PIC 9.
       01 FIND-PROGRAM PIC X(10).
       01 TABLE-FULL PIC 9 VALUE 0.
       01 RUN-STATUS PIC X(8).
       01 STEP-RAN PIC 9.
       01 CMP-KIND PIC X(7).
       01 CMP-PREV PIC 9(7).
       01 CMP-CUR PIC 9(7).
       01 CMP-LARGER PIC 9(7).
       01 CHANGE-PCT PIC S9(7).
       01 RUNS-LISTED PIC 999 VALUE 0.
       01 OK-COUNT PIC 999 VALUE 0.
       01 WARN-COUNT PIC 999 VALUE 0.
       01 FAIL-COUNT PIC 999 VALUE 0.
       01 NOEND-COUNT PIC 999 VALUE 0.
       01 MISSING-COUNT PIC 99 VALUE 0.
       01 SHARP-COUNT PIC 999 VALUE 0.
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
       01 BACK-DAYNUM PIC 9(7).
       01 BACK-DATE PIC 9(8).
       01 COND-ED PIC ZZ9.
       01 CNT-ED PIC Z(6)9.
       01 CNT-ED2 PIC Z(6)9.
       01 PCT-ED PIC +(6)9.
       01 TOT-ED PIC ZZ9.
       01 DATE-ED PIC 9(8).
       01 TIME-ED PIC 9(6).
       01 DATE-ED2 PIC 9(8).
       01 TIME-ED2 PIC 9(6).
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
       OPS-REPORT.
           PERFORM LOG-RUN-START.
           ACCEPT REPORT-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-OPS-PARMS.
           PERFORM LOAD-OPS-SELECTION.
           PERFORM LOAD-EXPECTED-STEPS.
           MOVE REPORT-DATE TO DAY-DATE.
           PERFORM DATE-TO-DAYS.
           MOVE DAY-NUMBER TO REPORT-DAYNUM.
           SUBTRACT 1 FROM REPORT-DAYNUM GIVING WINDOW-DAYNUM.
           PERFORM FIND-WINDOW-DATE.
           OPEN INPUT RUN-LOG.
           IF RUN-LOG-STATUS IS NOT EQUAL TO 0
                   DISPLAY "NO RUNLOG.DAT FOUND -- NO RUNS TO REPORT"
                   MOVE 8 TO RETURN-CODE
                   MOVE "NO RUNLOG.DAT FOUND" TO RL-MSG
                   PERFORM LOG-RUN-END
                   STOP RUN
           END-IF.
           PERFORM READ-RUN-LOG UNTIL LOG-EOF IS EQUAL TO 1.
           CLOSE RUN-LOG.
           OPEN OUTPUT OPS-RPT.
           PERFORM PRINT-OPS-HEADER.
           PERFORM PRINT-RUN VARYING RN-IDX FROM 1 BY 1
                   UNTIL RN-IDX IS GREATER THAN RN-COUNT-USED.
           PERFORM PRINT-ABNORMAL-HEADER.
           PERFORM PRINT-ABNORMAL VARYING RN-IDX FROM 1 BY 1
                   UNTIL RN-IDX IS GREATER THAN RN-COUNT-USED.
           PERFORM PRINT-MISSING-HEADER.
           PERFORM CHECK-EXPECTED-STEP VARYING XP-IDX FROM 1 BY 1
                   UNTIL XP-IDX IS GREATER THAN XP-COUNT.
           PERFORM PRINT-SHARP-HEADER.
           PERFORM COMPARE-PROGRAM VARYING PG-IDX FROM 1 BY 1
                   UNTIL PG-IDX IS GREATER THAN PG-COUNT.
           PERFORM PRINT-OPS-TOTALS.
           CLOSE OPS-RPT.
           DISPLAY "OPSRPT.TXT WRITTEN. ABNORMAL: "
                   FAIL-COUNT " NO END: " NOEND-COUNT
                   " NOT RUN: " MISSING-COUNT.
           IF FAIL-COUNT IS GREATER THAN 0
                   OR NOEND-COUNT IS GREATER THAN 0
                   OR MISSING-COUNT IS GREATER THAN 0
                   OR TABLE-FULL IS EQUAL TO 1
                   MOVE 8 TO RETURN-CODE
                   MOVE "RUNS NEED ATTENTION" TO RL-MSG
           END-IF.
           IF TABLE-FULL IS EQUAL TO 1
                   DISPLAY "WORK TABLES FULL -- REPORT IS INCOMPLETE"
           END-IF.
           PERFORM LOG-RUN-END
           STOP RUN.

       LOAD-OPS-PARMS.
           OPEN INPUT OPS-PARM-FILE.
           IF OPARM-FILE-STATUS IS EQUAL TO 0
                   READ OPS-PARM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO RL-READ(2)
                           IF OPARM-PCT IS NUMERIC
                                   AND OPARM-PCT IS GREATER THAN 0
                                   MOVE OPARM-PCT TO SHARP-PCT
                           END-IF
                           IF OPARM-MINCOUNT IS NUMERIC
                                   MOVE OPARM-MINCOUNT TO MIN-COUNT
                           END-IF
                   END-READ
                   CLOSE OPS-PARM-FILE
           END-IF.

       LOAD-OPS-SELECTION.
           OPEN INPUT OPS-SEL-FILE.
           IF OSEL-FILE-STATUS IS EQUAL TO 0
                   READ OPS-SEL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO RL-READ(3)
                           IF OSEL-DATE IS NUMERIC
                                   AND OSEL-DATE IS GREATER THAN 0
                                   MOVE OSEL-DATE TO REPORT-DATE
                           END-IF
                   END-READ
                   CLOSE OPS-SEL-FILE
           END-IF.

       LOAD-EXPECTED-STEPS.
           OPEN INPUT OPS-EXP-FILE.
           IF OEXP-FILE-STATUS IS EQUAL TO 0
                   PERFORM READ-EXPECTED-STEP
                           UNTIL OEXP-EOF IS EQUAL TO 1
                   CLOSE OPS-EXP-FILE
           END-IF.
           IF XP-COUNT IS EQUAL TO 0
                   PERFORM USE-JOB-STEP VARYING XP-IDX FROM 1 BY 1
                           UNTIL XP-IDX IS GREATER THAN 5
           END-IF.

       READ-EXPECTED-STEP.
           READ OPS-EXP-FILE
               AT END
                   MOVE 1 TO OEXP-EOF
               NOT AT END
                   ADD 1 TO RL-READ(4)
                   IF OEXP-PROGRAM IS NOT EQUAL TO SPACES
                           AND XP-COUNT IS LESS THAN 40
                           ADD 1 TO XP-COUNT
                           MOVE OEXP-PROGRAM TO XP-PROGRAM(XP-COUNT)
                   END-IF
           END-READ.

       USE-JOB-STEP.
           ADD 1 TO XP-COUNT.
           MOVE JS-PROGRAM(XP-IDX) TO XP-PROGRAM(XP-COUNT).

       FIND-WINDOW-DATE.
           MOVE REPORT-DATE TO BACK-DATE.
           MOVE REPORT-DAYNUM TO BACK-DAYNUM.
           PERFORM STEP-BACK-ONE-DAY
                   UNTIL BACK-DAYNUM IS EQUAL TO WINDOW-DAYNUM.
           MOVE BACK-DATE TO WINDOW-DATE.

       STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM BACK-DATE.
           MOVE BACK-DATE TO DAY-DATE.
           DIVIDE DAY-DATE BY 10000 GIVING DAY-YEAR
                   REMAINDER DAY-MMDD.
           DIVIDE DAY-MMDD BY 100 GIVING DAY-MONTH
                   REMAINDER DAY-DAY.
           IF DAY-MONTH IS GREATER THAN 0 AND DAY-MONTH IS LESS THAN 13
                   AND DAY-DAY IS GREATER THAN 0
                   AND DAY-DAY IS LESS THAN 32
                   PERFORM DATE-TO-DAYS
                   MOVE DAY-NUMBER TO BACK-DAYNUM
           END-IF.

       READ-RUN-LOG.
           READ RUN-LOG
               AT END
                   MOVE 1 TO LOG-EOF
               NOT AT END
                   ADD 1 TO RL-READ(1)
                   IF LOG-STARTDATE IS NUMERIC
                           AND LOG-STARTDATE IS GREATER THAN 0
                           AND LOG-PROGRAM IS NOT EQUAL TO RL-PROGRAM
                           PERFORM FILE-LOG-RECORD
                   END-IF
           END-READ.

       FILE-LOG-RECORD.
           MOVE LOG-STARTDATE TO DAY-DATE.
           PERFORM DATE-TO-DAYS.
           MOVE DAY-NUMBER TO LOG-DAYNUM.
           IF LOG-DAYNUM IS NOT LESS THAN WINDOW-DAYNUM
                   AND LOG-DAYNUM IS NOT GREATER THAN REPORT-DAYNUM
                   PERFORM FILE-NIGHT-RUN
           ELSE
                   IF LOG-DAYNUM IS LESS THAN WINDOW-DAYNUM
                           AND LOG-ACTION IS EQUAL TO "E"
                           PERFORM SAVE-PREVIOUS-COUNTS
                   END-IF
           END-IF.

       FILE-NIGHT-RUN.
           MOVE 0 TO RN-FOUND.
           IF LOG-ACTION IS EQUAL TO "E"
                   PERFORM SCAN-OPEN-RUN VARYING RN-IDX FROM 1 BY 1
                           UNTIL RN-IDX IS GREATER THAN RN-COUNT-USED
                           OR RN-FOUND IS EQUAL TO 1
                   PERFORM SAVE-CURRENT-COUNTS
           END-IF.
           IF RN-FOUND IS EQUAL TO 1
                   SUBTRACT 1 FROM RN-IDX
           ELSE
                   PERFORM ADD-RUN
           END-IF.
           IF RN-FOUND IS EQUAL TO 1 AND LOG-ACTION IS EQUAL TO "E"
                   MOVE LOG-ENDDATE TO RN-ENDDATE(RN-IDX)
                   MOVE LOG-ENDTIME TO RN-ENDTIME(RN-IDX)
                   MOVE LOG-COND TO RN-COND(RN-IDX)
                   MOVE LOG-MSG TO RN-MSG(RN-IDX)
                   MOVE LOG-FILES TO RN-FILES(RN-IDX)
                   MOVE LOG-COUNTS TO RN-COUNTS(RN-IDX)
                   MOVE 1 TO RN-ENDED(RN-IDX)
           END-IF.

       SCAN-OPEN-RUN.
           IF RN-PROGRAM(RN-IDX) IS EQUAL TO LOG-PROGRAM
                   AND RN-STARTDATE(RN-IDX) IS EQUAL TO LOG-STARTDATE
                   AND RN-STARTTIME(RN-IDX) IS EQUAL TO LOG-STARTTIME
                   AND RN-ENDED(RN-IDX) IS EQUAL TO 0
                   MOVE 1 TO RN-FOUND
           END-IF.

       ADD-RUN.
           IF RN-COUNT-USED IS LESS THAN 200
                   ADD 1 TO RN-COUNT-USED
                   MOVE RN-COUNT-USED TO RN-IDX
                   MOVE 1 TO RN-FOUND
                   MOVE LOG-PROGRAM TO RN-PROGRAM(RN-IDX)
                   MOVE LOG-STARTDATE TO RN-STARTDATE(RN-IDX)
                   MOVE LOG-STARTTIME TO RN-STARTTIME(RN-IDX)
                   MOVE 0 TO RN-ENDDATE(RN-IDX)
                   MOVE 0 TO RN-ENDTIME(RN-IDX)
                   MOVE 0 TO RN-COND(RN-IDX)
                   MOVE LOG-MSG TO RN-MSG(RN-IDX)
                   MOVE 0 TO RN-ENDED(RN-IDX)
                   MOVE LOG-FILES TO RN-FILES(RN-IDX)
                   MOVE LOG-COUNTS TO RN-COUNTS(RN-IDX)
           ELSE
                   MOVE 1 TO TABLE-FULL
           END-IF.

       FIND-PROGRAM-ENTRY.
           MOVE 0 TO PG-FOUND.
           PERFORM SCAN-PROGRAM VARYING PG-IDX FROM 1 BY 1
                   UNTIL PG-IDX IS GREATER THAN PG-COUNT
                   OR PG-FOUND IS EQUAL TO 1.
           IF PG-FOUND IS EQUAL TO 1
                   SUBTRACT 1 FROM PG-IDX
           ELSE
                   IF PG-COUNT IS LESS THAN 50
                           ADD 1 TO PG-COUNT
                           MOVE PG-COUNT TO PG-IDX
                           MOVE 1 TO PG-FOUND
                           MOVE FIND-PROGRAM TO PG-PROGRAM(PG-IDX)
                           MOVE 0 TO PG-CUR(PG-IDX)
                           MOVE 0 TO PG-PREV(PG-IDX)
                   ELSE
                           MOVE 1 TO TABLE-FULL
                   END-IF
           END-IF.

       SCAN-PROGRAM.
           IF PG-PROGRAM(PG-IDX) IS EQUAL TO FIND-PROGRAM
                   MOVE 1 TO PG-FOUND
           END-IF.

       SAVE-PREVIOUS-COUNTS.
           MOVE LOG-PROGRAM TO FIND-PROGRAM.
           PERFORM FIND-PROGRAM-ENTRY.
           IF PG-FOUND IS EQUAL TO 1
                   MOVE 1 TO PG-PREV(PG-IDX)
                   MOVE LOG-STARTDATE TO PG-PREVDATE(PG-IDX)
                   MOVE LOG-FILES TO PG-PREVFILES(PG-IDX)
                   MOVE LOG-COUNTS TO PG-PREVCOUNTS(PG-IDX)
           END-IF.

       SAVE-CURRENT-COUNTS.
           MOVE LOG-PROGRAM TO FIND-PROGRAM.
           PERFORM FIND-PROGRAM-ENTRY.
           IF PG-FOUND IS EQUAL TO 1
                   MOVE 1 TO PG-CUR(PG-IDX)
                   MOVE LOG-STARTDATE TO PG-CURDATE(PG-IDX)
                   MOVE LOG-FILES TO PG-CURFILES(PG-IDX)
                   MOVE LOG-COUNTS TO PG-CURCOUNTS(PG-IDX)
           END-IF.

       PRINT-OPS-HEADER.
           MOVE SPACES TO RPT-LINE.
           STRING "MORNING OPERATIONS REPORT -- " DELIMITED BY SIZE
                   REPORT-DATE DELIMITED BY SIZE
                   INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE SPACES TO RPT-LINE.
           STRING "RUNS STARTED " DELIMITED BY SIZE
                   WINDOW-DATE DELIMITED BY SIZE
                   " THROUGH " DELIMITED BY SIZE
                   REPORT-DATE DELIMITED BY SIZE
                   INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE "NIGHTLY RUNS" TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE SPACES TO RPT-LINE.
           STRING "PROGRAM    STARTED          " DELIMITED BY SIZE
                   "ENDED             RC  STATUS" DELIMITED BY SIZE
                   INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           IF RN-COUNT-USED IS EQUAL TO 0
                   MOVE "NO RUNS LOGGED IN THIS WINDOW" TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(5)
           END-IF.

       SET-RUN-STATUS.
           IF RN-ENDED(RN-IDX) IS EQUAL TO 0
                   MOVE "NO END" TO RUN-STATUS
           ELSE IF RN-COND(RN-IDX) IS NOT LESS THAN 8
                   MOVE "FAILED" TO RUN-STATUS
           ELSE IF RN-COND(RN-IDX) IS GREATER THAN 0
                   MOVE "WARNING" TO RUN-STATUS
           ELSE
                   MOVE "OK" TO RUN-STATUS
           END-IF.

       PRINT-RUN.
           PERFORM SET-RUN-STATUS.
           PERFORM COUNT-RUN-STATUS.
           ADD 1 TO RUNS-LISTED.
           PERFORM PRINT-RUN-LINE.
           PERFORM PRINT-RUN-FILE VARYING FL-IDX FROM 1 BY 1
                   UNTIL FL-IDX IS GREATER THAN 8.

       COUNT-RUN-STATUS.
           IF RUN-STATUS IS EQUAL TO "NO END"
                   ADD 1 TO NOEND-COUNT
           ELSE IF RUN-STATUS IS EQUAL TO "FAILED"
                   ADD 1 TO FAIL-COUNT
           ELSE IF RUN-STATUS IS EQUAL TO "WARNING"
                   ADD 1 TO WARN-COUNT
           ELSE
                   ADD 1 TO OK-COUNT
           END-IF.

       PRINT-RUN-LINE.
           MOVE RN-STARTDATE(RN-IDX) TO DATE-ED.
           MOVE RN-STARTTIME(RN-IDX) TO TIME-ED.
           MOVE RN-ENDDATE(RN-IDX) TO DATE-ED2.
           MOVE RN-ENDTIME(RN-IDX) TO TIME-ED2.
           MOVE RN-COND(RN-IDX) TO COND-ED.
           MOVE SPACES TO RPT-LINE.
           IF RN-ENDED(RN-IDX) IS EQUAL TO 1
                   STRING RN-PROGRAM(RN-IDX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           DATE-ED DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           TIME-ED DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           DATE-ED2 DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           TIME-ED2 DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           COND-ED DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           RUN-STATUS DELIMITED BY SIZE
                           INTO RPT-LINE
           ELSE
                   STRING RN-PROGRAM(RN-IDX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           DATE-ED DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           TIME-ED DELIMITED BY SIZE
                           "  ---------------  " DELIMITED BY SIZE
                           "---  " DELIMITED BY SIZE
                           RUN-STATUS DELIMITED BY SIZE
                           INTO RPT-LINE
           END-IF.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE SPACES TO RPT-LINE.
           STRING "           " DELIMITED BY SIZE
                   RN-MSG(RN-IDX) DELIMITED BY SIZE
                   INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).

       PRINT-RUN-FILE.
           IF RN-FILENAME(RN-IDX, FL-IDX) IS NOT EQUAL TO SPACES
                   MOVE RN-READ(RN-IDX, FL-IDX) TO CNT-ED
                   MOVE RN-WRITTEN(RN-IDX, FL-IDX) TO CNT-ED2
                   MOVE SPACES TO RPT-LINE
                   STRING "           " DELIMITED BY SIZE
                           RN-FILENAME(RN-IDX, FL-IDX)
                               DELIMITED BY SIZE
                           " READ " DELIMITED BY SIZE
                           CNT-ED DELIMITED BY SIZE
                           "  WRITTEN " DELIMITED BY SIZE
                           CNT-ED2 DELIMITED BY SIZE
                           INTO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(5)
           END-IF.

       PRINT-ABNORMAL-HEADER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE "ABNORMAL ENDINGS" TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           IF FAIL-COUNT IS EQUAL TO 0 AND NOEND-COUNT IS EQUAL TO 0
                   MOVE "NONE" TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(5)
           END-IF.

       PRINT-ABNORMAL.
           PERFORM SET-RUN-STATUS.
           IF RUN-STATUS IS EQUAL TO "NO END"
                   OR RUN-STATUS IS EQUAL TO "FAILED"
                   PERFORM PRINT-RUN-LINE
           END-IF.

       PRINT-MISSING-HEADER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE "STEPS THAT NEVER RAN" TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).

       CHECK-EXPECTED-STEP.
           MOVE 0 TO STEP-RAN.
           PERFORM SCAN-RUN-PROGRAM VARYING RN-IDX FROM 1 BY 1
                   UNTIL RN-IDX IS GREATER THAN RN-COUNT-USED
                   OR STEP-RAN IS EQUAL TO 1.
           IF STEP-RAN IS EQUAL TO 0
                   ADD 1 TO MISSING-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING XP-PROGRAM(XP-IDX) DELIMITED BY SIZE
                           " NO RUN LOGGED SINCE " DELIMITED BY SIZE
                           WINDOW-DATE DELIMITED BY SIZE
                           INTO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(5)
           END-IF.
           IF XP-IDX IS EQUAL TO XP-COUNT
                   AND MISSING-COUNT IS EQUAL TO 0
                   MOVE "NONE" TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(5)
           END-IF.

       SCAN-RUN-PROGRAM.
           IF RN-PROGRAM(RN-IDX) IS EQUAL TO XP-PROGRAM(XP-IDX)
                   MOVE 1 TO STEP-RAN
           END-IF.

       PRINT-SHARP-HEADER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE SPACES TO RPT-LINE.
           MOVE SHARP-PCT TO TOT-ED.
           STRING "COUNTS CHANGED " DELIMITED BY SIZE
                   TOT-ED DELIMITED BY SIZE
                   " PCT OR MORE FROM PREVIOUS NIGHT" DELIMITED BY SIZE
                   INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE SPACES TO RPT-LINE.
           STRING "PROGRAM    FILE             " DELIMITED BY SIZE
                   "COUNT   PREVIOUS    LATEST  CHANGE"
                       DELIMITED BY SIZE
                   INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).

       COMPARE-PROGRAM.
           IF PG-CUR(PG-IDX) IS EQUAL TO 1
                   AND PG-PREV(PG-IDX) IS EQUAL TO 1
                   PERFORM COMPARE-FILE VARYING FL-IDX FROM 1 BY 1
                           UNTIL FL-IDX IS GREATER THAN 8
           END-IF.

       COMPARE-FILE.
           IF PG-CURNAME(PG-IDX, FL-IDX) IS NOT EQUAL TO SPACES
                   AND PG-CURNAME(PG-IDX, FL-IDX) IS EQUAL TO
                       PG-PREVNAME(PG-IDX, FL-IDX)
                   MOVE "READ" TO CMP-KIND
                   MOVE PG-PREVREAD(PG-IDX, FL-IDX) TO CMP-PREV
                   MOVE PG-CURREAD(PG-IDX, FL-IDX) TO CMP-CUR
                   PERFORM CHECK-COUNT-CHANGE
                   MOVE "WRITTEN" TO CMP-KIND
                   MOVE PG-PREVWRITTEN(PG-IDX, FL-IDX) TO CMP-PREV
                   MOVE PG-CURWRITTEN(PG-IDX, FL-IDX) TO CMP-CUR
                   PERFORM CHECK-COUNT-CHANGE
           END-IF.

       CHECK-COUNT-CHANGE.
           IF CMP-CUR IS GREATER THAN CMP-PREV
                   MOVE CMP-CUR TO CMP-LARGER
           ELSE
                   MOVE CMP-PREV TO CMP-LARGER
           END-IF.
           IF CMP-CUR IS NOT EQUAL TO CMP-PREV
                   AND CMP-LARGER IS NOT LESS THAN MIN-COUNT
                   PERFORM FIGURE-CHANGE-PCT
           END-IF.

       FIGURE-CHANGE-PCT.
           IF CMP-PREV IS EQUAL TO 0
                   MOVE 999 TO CHANGE-PCT
           ELSE
                   COMPUTE CHANGE-PCT =
                           ((CMP-CUR - CMP-PREV) * 100) / CMP-PREV
           END-IF.
           IF CHANGE-PCT IS NOT LESS THAN SHARP-PCT
                   OR (0 - CHANGE-PCT) IS NOT LESS THAN SHARP-PCT
                   PERFORM PRINT-SHARP-CHANGE
           END-IF.

       PRINT-SHARP-CHANGE.
           ADD 1 TO SHARP-COUNT.
           MOVE CMP-PREV TO CNT-ED.
           MOVE CMP-CUR TO CNT-ED2.
           MOVE CHANGE-PCT TO PCT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING PG-PROGRAM(PG-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PG-CURNAME(PG-IDX, FL-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CMP-KIND DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CNT-ED DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   CNT-ED2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PCT-ED DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).

       PRINT-OPS-TOTALS.
           IF SHARP-COUNT IS EQUAL TO 0
                   MOVE "NONE" TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(5)
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE "TOTALS" TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE RUNS-LISTED TO TOT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "RUNS LOGGED:        " DELIMITED BY SIZE
                   TOT-ED DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE OK-COUNT TO TOT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "ENDED OK:           " DELIMITED BY SIZE
                   TOT-ED DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE WARN-COUNT TO TOT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "ENDED WITH WARNING: " DELIMITED BY SIZE
                   TOT-ED DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE FAIL-COUNT TO TOT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "FAILED:             " DELIMITED BY SIZE
                   TOT-ED DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE NOEND-COUNT TO TOT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "NEVER ENDED:        " DELIMITED BY SIZE
                   TOT-ED DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE MISSING-COUNT TO TOT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "STEPS NOT RUN:      " DELIMITED BY SIZE
                   TOT-ED DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           MOVE SHARP-COUNT TO TOT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "SHARP COUNT CHANGES:" DELIMITED BY SIZE
                   TOT-ED DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(5).
           IF TABLE-FULL IS EQUAL TO 1
                   MOVE "WORK TABLES FULL -- REPORT IS INCOMPLETE"
                           TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(5)
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
           MOVE "OPSRPT" TO RL-PROGRAM.
           MOVE SPACES TO RL-FILES.
           MOVE ALL "0" TO RL-COUNTS.
           MOVE "runlog.dat" TO RL-FILENAME(1).
           MOVE "opsparm.dat" TO RL-FILENAME(2).
           MOVE "opssel.dat" TO RL-FILENAME(3).
           MOVE "opsexp.dat" TO RL-FILENAME(4).
           MOVE "opsrpt.txt" TO RL-FILENAME(5).
           MOVE "S" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.

       LOG-RUN-END.
           MOVE RETURN-CODE TO RL-COND.
           MOVE "E" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.
           MOVE RL-COND TO RETURN-CODE.
