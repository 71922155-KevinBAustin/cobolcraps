       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MARKER-FILE ASSIGN TO "markers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS MARK-FILE-STATUS.
           SELECT ACCT-FILE ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUM
               FILE STATUS IS ACCT-FILE-STATUS.
           SELECT AGE-RPT ASSIGN TO "markage.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MARKER-FILE.
       01 MARKER-REC.
           05 MK-DATE PIC 9(8).
           05 MK-TIME PIC 9(6).
           05 MK-NUM PIC 9(6).
           05 MK-ACCT PIC 9(4).
           05 MK-TXNTYPE PIC X(8).
           05 MK-AMT PIC 9(6).
           05 MK-OPEN PIC 9(6).
           05 MK-TABLE PIC 99.
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
       FD AGE-RPT.
       01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 MARK-FILE-STATUS PIC 99.
       01 ACCT-FILE-STATUS PIC 99.
       01 RPT-FILE-STATUS PIC 99.
       01 EOF-FLAG PIC 9 VALUE 0.
       01 RUN-DATE PIC 9(8).
       01 RUN-DAYNUM PIC 9(7).
       01 OPEN-MARKERS.
           05 OM-ENTRY OCCURS 500 TIMES.
               10 OM-NUM PIC 9(6).
               10 OM-ACCT PIC 9(4).
               10 OM-DATE PIC 9(8).
               10 OM-OPEN PIC 9(6).
       01 OM-COUNT PIC 999 VALUE 0.
       01 OM-IDX PIC 999.
       01 OM-FOUND PIC 9.
       01 OM-DROPPED PIC 9(5) VALUE 0.
       01 AGE-DAYS PIC 9(7).
       01 AGE-CURRENT PIC 9(7).
       01 AGE-30 PIC 9(7).
       01 AGE-60 PIC 9(7).
       01 AGE-90 PIC 9(7).
       01 AGE-TOTAL PIC 9(7).
       01 AGE-COUNT PIC 999.
       01 TOT-CURRENT PIC 9(8) VALUE 0.
       01 TOT-30 PIC 9(8) VALUE 0.
       01 TOT-60 PIC 9(8) VALUE 0.
       01 TOT-90 PIC 9(8) VALUE 0.
       01 TOT-ALL PIC 9(8) VALUE 0.
       01 ACCT-LISTED PIC 9(4) VALUE 0.
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
       01 AMT-ED PIC Z(6)9.
       01 AMT-ED2 PIC Z(6)9.
       01 AMT-ED3 PIC Z(6)9.
       01 AMT-ED4 PIC Z(6)9.
       01 AMT-ED5 PIC Z(6)9.
       01 LIMIT-ED PIC Z(5)9.
       01 CNT-ED PIC Z(4)9.
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
       MARKER-AGING.
           PERFORM LOG-RUN-START.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO DAY-DATE.
           PERFORM DATE-TO-DAYS.
           MOVE DAY-NUMBER TO RUN-DAYNUM.
           OPEN INPUT MARKER-FILE.
           IF MARK-FILE-STATUS IS NOT EQUAL TO 0
                   DISPLAY "NO MARKERS.DAT FOUND -- NOTHING TO AGE"
                   MOVE "NO MARKERS.DAT FOUND" TO RL-MSG
                   PERFORM LOG-RUN-END
                   STOP RUN
           END-IF.
           PERFORM READ-MARKER UNTIL EOF-FLAG IS EQUAL TO 1.
           CLOSE MARKER-FILE.
           OPEN INPUT ACCT-FILE.
           IF ACCT-FILE-STATUS IS NOT EQUAL TO 0
                   DISPLAY "NO ACCTMAST.DAT FOUND -- NOTHING TO AGE"
                   MOVE "NO ACCTMAST.DAT FOUND" TO RL-MSG
                   PERFORM LOG-RUN-END
                   STOP RUN
           END-IF.
           OPEN OUTPUT AGE-RPT.
           MOVE "MARKER AGING BY ACCOUNT" TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(3).
           MOVE RUN-DATE TO DATE-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "AS OF: " DATE-ED DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(3).
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(3).
           MOVE "ACCT NAME                  LIMIT CURRENT   30-59 "
                   TO RPT-LINE.
           MOVE " 60-89    90+   TOTAL" TO RPT-LINE(51:21).
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(3).
           MOVE 0 TO EOF-FLAG.
           MOVE 0 TO ACCT-NUM.
           START ACCT-FILE KEY IS GREATER THAN ACCT-NUM
               INVALID KEY
                   MOVE 1 TO EOF-FLAG
           END-START.
           PERFORM READ-ACCOUNT UNTIL EOF-FLAG IS EQUAL TO 1.
           CLOSE ACCT-FILE.
           IF ACCT-LISTED IS EQUAL TO 0
                   MOVE "NO OPEN MARKERS" TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(3)
           END-IF.
           PERFORM PRINT-AGE-TOTALS.
           CLOSE AGE-RPT.
           DISPLAY "MARKAGE.TXT WRITTEN.".
           IF OM-DROPPED IS GREATER THAN 0
                   MOVE 8 TO RETURN-CODE
                   MOVE "MARKER TABLE FULL -- AGING INCOMPLETE"
                           TO RL-MSG
           END-IF.
           PERFORM LOG-RUN-END
           STOP RUN.

       READ-MARKER.
           READ MARKER-FILE
               AT END
                   MOVE 1 TO EOF-FLAG
               NOT AT END
                   ADD 1 TO RL-READ(1)
                   PERFORM APPLY-MARKER
           END-READ.

       APPLY-MARKER.
           MOVE 0 TO OM-FOUND.
           PERFORM MATCH-MARKER VARYING OM-IDX FROM 1 BY 1
                   UNTIL OM-IDX IS GREATER THAN OM-COUNT
                   OR OM-FOUND IS EQUAL TO 1.
           IF OM-FOUND IS EQUAL TO 1
                   SUBTRACT 1 FROM OM-IDX
                   MOVE MK-OPEN TO OM-OPEN(OM-IDX)
           ELSE IF MK-TXNTYPE IS EQUAL TO "ISSUE"
                   PERFORM ADD-OPEN-MARKER
           END-IF.

       ADD-OPEN-MARKER.
           PERFORM MATCH-FREE-SLOT VARYING OM-IDX FROM 1 BY 1
                   UNTIL OM-IDX IS GREATER THAN OM-COUNT
                   OR OM-FOUND IS EQUAL TO 1.
           IF OM-FOUND IS EQUAL TO 1
                   SUBTRACT 1 FROM OM-IDX
           END-IF.
           IF OM-FOUND IS EQUAL TO 0
                   AND OM-COUNT IS LESS THAN 500
                   ADD 1 TO OM-COUNT
                   MOVE OM-COUNT TO OM-IDX
                   MOVE 1 TO OM-FOUND
           END-IF.
           IF OM-FOUND IS EQUAL TO 1
                   MOVE MK-NUM TO OM-NUM(OM-IDX)
                   MOVE MK-ACCT TO OM-ACCT(OM-IDX)
                   MOVE MK-DATE TO OM-DATE(OM-IDX)
                   MOVE MK-OPEN TO OM-OPEN(OM-IDX)
           ELSE
                   ADD 1 TO OM-DROPPED
           END-IF.

       MATCH-MARKER.
           IF OM-NUM(OM-IDX) IS EQUAL TO MK-NUM
                   MOVE 1 TO OM-FOUND
           END-IF.

       MATCH-FREE-SLOT.
           IF OM-OPEN(OM-IDX) IS EQUAL TO 0
                   MOVE 1 TO OM-FOUND
           END-IF.

       READ-ACCOUNT.
           READ ACCT-FILE NEXT RECORD
               AT END
                   MOVE 1 TO EOF-FLAG
               NOT AT END
                   ADD 1 TO RL-READ(2)
                   PERFORM AGE-ACCOUNT
           END-READ.

       AGE-ACCOUNT.
           MOVE 0 TO AGE-CURRENT.
           MOVE 0 TO AGE-30.
           MOVE 0 TO AGE-60.
           MOVE 0 TO AGE-90.
           MOVE 0 TO AGE-COUNT.
           PERFORM AGE-ONE-MARKER VARYING OM-IDX FROM 1 BY 1
                   UNTIL OM-IDX IS GREATER THAN OM-COUNT.
           IF AGE-COUNT IS GREATER THAN 0
                   PERFORM PRINT-AGE-LINE
           END-IF.

       AGE-ONE-MARKER.
           IF OM-ACCT(OM-IDX) IS EQUAL TO ACCT-NUM
                   AND OM-OPEN(OM-IDX) IS GREATER THAN 0
                   ADD 1 TO AGE-COUNT
                   MOVE OM-DATE(OM-IDX) TO DAY-DATE
                   PERFORM DATE-TO-DAYS
                   IF DAY-NUMBER IS GREATER THAN RUN-DAYNUM
                           MOVE 0 TO AGE-DAYS
                   ELSE
                           COMPUTE AGE-DAYS = RUN-DAYNUM - DAY-NUMBER
                   END-IF
                   IF AGE-DAYS IS LESS THAN 30
                           ADD OM-OPEN(OM-IDX) TO AGE-CURRENT
                   ELSE IF AGE-DAYS IS LESS THAN 60
                           ADD OM-OPEN(OM-IDX) TO AGE-30
                   ELSE IF AGE-DAYS IS LESS THAN 90
                           ADD OM-OPEN(OM-IDX) TO AGE-60
                   ELSE
                           ADD OM-OPEN(OM-IDX) TO AGE-90
                   END-IF
           END-IF.

       PRINT-AGE-LINE.
           ADD 1 TO ACCT-LISTED.
           COMPUTE AGE-TOTAL = AGE-CURRENT + AGE-30 + AGE-60 + AGE-90.
           ADD AGE-CURRENT TO TOT-CURRENT.
           ADD AGE-30 TO TOT-30.
           ADD AGE-60 TO TOT-60.
           ADD AGE-90 TO TOT-90.
           ADD AGE-TOTAL TO TOT-ALL.
           MOVE ACCT-CREDLIM TO LIMIT-ED.
           MOVE AGE-CURRENT TO AMT-ED.
           MOVE AGE-30 TO AMT-ED2.
           MOVE AGE-60 TO AMT-ED3.
           MOVE AGE-90 TO AMT-ED4.
           MOVE AGE-TOTAL TO AMT-ED5.
           MOVE SPACES TO RPT-LINE.
           STRING ACCT-NUM " " ACCT-NAME " " LIMIT-ED " " AMT-ED " "
                   AMT-ED2 " " AMT-ED3 " " AMT-ED4 " " AMT-ED5
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(3).
           IF AGE-TOTAL IS NOT EQUAL TO ACCT-MARKERS
                   MOVE ACCT-MARKERS TO AMT-ED
                   MOVE SPACES TO RPT-LINE
                   STRING "     ** MASTER SHOWS MARKERS OF " AMT-ED
                           " -- CHECK MARKERS.DAT"
                           DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(3)
           END-IF.

       PRINT-AGE-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(3).
           MOVE TOT-CURRENT TO AMT-ED.
           MOVE TOT-30 TO AMT-ED2.
           MOVE TOT-60 TO AMT-ED3.
           MOVE TOT-90 TO AMT-ED4.
           MOVE TOT-ALL TO AMT-ED5.
           MOVE SPACES TO RPT-LINE.
           STRING "TOTAL OPEN PAPER                 " AMT-ED " "
                   AMT-ED2 " " AMT-ED3 " " AMT-ED4 " " AMT-ED5
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(3).
           MOVE ACCT-LISTED TO CNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "ACCOUNTS WITH OPEN MARKERS: " CNT-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(3).
           IF OM-DROPPED IS GREATER THAN 0
                   MOVE OM-DROPPED TO CNT-ED
                   MOVE SPACES TO RPT-LINE
                   STRING "MARKERS NOT AGED (TABLE FULL): " CNT-ED
                           DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(3)
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
           MOVE "MARKAGE" TO RL-PROGRAM.
           MOVE SPACES TO RL-FILES.
           MOVE ALL "0" TO RL-COUNTS.
           MOVE "markers.dat" TO RL-FILENAME(1).
           MOVE "acctmast.dat" TO RL-FILENAME(2).
           MOVE "markage.txt" TO RL-FILENAME(3).
           MOVE "S" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.

       LOG-RUN-END.
           MOVE RETURN-CODE TO RL-COND.
           MOVE "E" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.
           MOVE RL-COND TO RETURN-CODE.
