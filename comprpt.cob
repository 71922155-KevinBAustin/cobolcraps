       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUM
               FILE STATUS IS ACCT-FILE-STATUS.
           SELECT COMP-CAT ASSIGN TO "compcat.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CAT-FILE-STATUS.
           SELECT COMP-JRN ASSIGN TO "compjrn.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CJ-FILE-STATUS.
           SELECT COMP-PARM-FILE ASSIGN TO "compparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CPARM-FILE-STATUS.
           SELECT COMP-SEL-FILE ASSIGN TO "compsel.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CSEL-FILE-STATUS.
           SELECT COMP-RPT ASSIGN TO "comprpt.txt"
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
       FD COMP-CAT.
       01 CAT-REC.
           05 CAT-ITEM PIC X(6).
           05 CAT-DESC PIC X(20).
           05 CAT-POINTS PIC 9(6).
           05 CAT-VALUE PIC 9(6).
       FD COMP-JRN.
       01 CJ-REC.
           05 CJ-DATE PIC 9(8).
           05 CJ-TIME PIC 9(6).
           05 CJ-ACCT PIC 9(4).
           05 CJ-ITEM PIC X(6).
           05 CJ-QTY PIC 99.
           05 CJ-POINTS PIC 9(7).
           05 CJ-VALUE PIC 9(7).
           05 CJ-NEWPTS PIC 9(7).
           05 CJ-BY PIC X(3).
       FD COMP-PARM-FILE.
       01 CPARM-REC.
           05 CPARM-PTVALUE PIC 9V9999.
       FD COMP-SEL-FILE.
       01 CSEL-REC.
           05 CSEL-MONTH PIC 9(6).
       FD COMP-RPT.
       01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 ACCT-FILE-STATUS PIC 99.
       01 CAT-FILE-STATUS PIC 99.
       01 CJ-FILE-STATUS PIC 99.
       01 CPARM-FILE-STATUS PIC 99.
       01 CSEL-FILE-STATUS PIC 99.
       01 RPT-FILE-STATUS PIC 99.
       01 ACCT-EOF PIC 9 VALUE 0.
       01 CAT-EOF PIC 9 VALUE 0.
       01 CJ-EOF PIC 9 VALUE 0.
       01 RUN-DATE PIC 9(8).
       01 REPORT-MONTH PIC 9(6).
       01 REC-MONTH PIC 9(6).
       01 POINT-VALUE PIC 9V9999 VALUE 1.
       01 TABLE-FULL PIC 9 VALUE 0.
       01 ITEM-TABLE.
           05 IT-ENTRY OCCURS 50 TIMES.
               10 IT-ITEM PIC X(6).
               10 IT-DESC PIC X(20).
               10 IT-COUNT PIC 9(5).
               10 IT-QTY PIC 9(6).
               10 IT-POINTS PIC 9(9).
               10 IT-VALUE PIC 9(9).
       01 IT-COUNT-ALL PIC 99 VALUE 0.
       01 IT-IDX PIC 99.
       01 IT-FOUND PIC 9.
       01 WORK-ITEM PIC X(6).
       01 ACCT-WITH-POINTS PIC 9(5) VALUE 0.
       01 TOTAL-POINTS PIC 9(10) VALUE 0.
       01 ACCT-LIABILITY PIC 9(8)V99.
       01 TOTAL-LIABILITY PIC 9(10)V99 VALUE 0.
       01 RED-COUNT PIC 9(6) VALUE 0.
       01 RED-QTY PIC 9(7) VALUE 0.
       01 RED-POINTS PIC 9(10) VALUE 0.
       01 RED-VALUE PIC 9(10) VALUE 0.
       01 PTVAL-ED PIC 9.9999.
       01 POINTS-ED PIC Z(6)9.
       01 TOTPTS-ED PIC Z(9)9.
       01 LIAB-ED PIC Z(7)9.99.
       01 TOTLIAB-ED PIC Z(9)9.99.
       01 CNT-ED PIC Z(4)9.
       01 QTY-ED PIC Z(5)9.
       01 IPTS-ED PIC Z(8)9.
       01 IVAL-ED PIC Z(8)9.
       01 DATE-ED PIC 9(8).
       01 MONTH-ED PIC 9(6).
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
       COMP-REPORT.
           PERFORM LOG-RUN-START.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           DIVIDE RUN-DATE BY 100 GIVING REPORT-MONTH.
           PERFORM LOAD-COMP-PARMS.
           PERFORM LOAD-COMP-SELECTION.
           OPEN INPUT ACCT-FILE.
           IF ACCT-FILE-STATUS IS NOT EQUAL TO 0
                   DISPLAY "NO ACCTMAST.DAT FOUND -- NOTHING TO REPORT"
                   MOVE 8 TO RETURN-CODE
                   MOVE "NO ACCTMAST.DAT FOUND" TO RL-MSG
                   PERFORM LOG-RUN-END
                   STOP RUN
           END-IF.
           PERFORM LOAD-COMP-CATALOG.
           OPEN OUTPUT COMP-RPT.
           PERFORM PRINT-COMP-HEADER.
           PERFORM PRINT-LIABILITY-SECTION.
           CLOSE ACCT-FILE.
           PERFORM LOAD-REDEMPTIONS.
           PERFORM PRINT-REDEMPTION-SECTION.
           CLOSE COMP-RPT.
           DISPLAY "COMPRPT.TXT WRITTEN. OUTSTANDING POINTS: "
                   TOTPTS-ED " LIABILITY: " TOTLIAB-ED.
           IF TABLE-FULL IS EQUAL TO 1
                   DISPLAY "ITEM TABLE FULL -- REPORT IS INCOMPLETE"
                   MOVE 8 TO RETURN-CODE
                   MOVE "ITEM TABLE FULL -- REPORT INCOMPLETE" TO RL-MSG
           END-IF.
           PERFORM LOG-RUN-END
           STOP RUN.

       LOAD-COMP-PARMS.
           OPEN INPUT COMP-PARM-FILE.
           IF CPARM-FILE-STATUS IS EQUAL TO 0
                   READ COMP-PARM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO RL-READ(4)
                           IF CPARM-PTVALUE IS NUMERIC
                                   AND CPARM-PTVALUE IS GREATER THAN 0
                                   MOVE CPARM-PTVALUE TO POINT-VALUE
                           END-IF
                   END-READ
                   CLOSE COMP-PARM-FILE
           END-IF.

       LOAD-COMP-SELECTION.
           OPEN INPUT COMP-SEL-FILE.
           IF CSEL-FILE-STATUS IS EQUAL TO 0
                   READ COMP-SEL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO RL-READ(5)
                           IF CSEL-MONTH IS NUMERIC
                                   AND CSEL-MONTH IS GREATER THAN 0
                                   MOVE CSEL-MONTH TO REPORT-MONTH
                           END-IF
                   END-READ
                   CLOSE COMP-SEL-FILE
           END-IF.

       LOAD-COMP-CATALOG.
           OPEN INPUT COMP-CAT.
           IF CAT-FILE-STATUS IS EQUAL TO 0
                   PERFORM READ-COMP-ITEM UNTIL CAT-EOF IS EQUAL TO 1
                   CLOSE COMP-CAT
           ELSE
                   DISPLAY "NO COMPCAT.DAT FOUND -- ITEMS SHOWN FROM "
                           "THE JOURNAL ONLY"
           END-IF.

       READ-COMP-ITEM.
           READ COMP-CAT
               AT END
                   MOVE 1 TO CAT-EOF
               NOT AT END
                   ADD 1 TO RL-READ(2)
                   MOVE CAT-ITEM TO WORK-ITEM
                   PERFORM FIND-ITEM
                   IF IT-FOUND IS EQUAL TO 1
                           MOVE CAT-DESC TO IT-DESC(IT-IDX)
                   END-IF
           END-READ.

       FIND-ITEM.
           MOVE 0 TO IT-FOUND.
           PERFORM SCAN-ITEM VARYING IT-IDX FROM 1 BY 1
                   UNTIL IT-IDX IS GREATER THAN IT-COUNT-ALL
                   OR IT-FOUND IS EQUAL TO 1.
           IF IT-FOUND IS EQUAL TO 1
                   SUBTRACT 1 FROM IT-IDX
           ELSE
                   IF IT-COUNT-ALL IS LESS THAN 50
                           ADD 1 TO IT-COUNT-ALL
                           MOVE IT-COUNT-ALL TO IT-IDX
                           MOVE 1 TO IT-FOUND
                           MOVE WORK-ITEM TO IT-ITEM(IT-IDX)
                           MOVE "NOT IN CATALOG" TO IT-DESC(IT-IDX)
                           MOVE 0 TO IT-COUNT(IT-IDX)
                           MOVE 0 TO IT-QTY(IT-IDX)
                           MOVE 0 TO IT-POINTS(IT-IDX)
                           MOVE 0 TO IT-VALUE(IT-IDX)
                   ELSE
                           MOVE 1 TO TABLE-FULL
                   END-IF
           END-IF.

       SCAN-ITEM.
           IF IT-ITEM(IT-IDX) IS EQUAL TO WORK-ITEM
                   MOVE 1 TO IT-FOUND
           END-IF.

       PRINT-COMP-HEADER.
           MOVE "COMP POINTS LIABILITY AND REDEMPTION REPORT"
                   TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           MOVE REPORT-MONTH TO MONTH-ED.
           MOVE RUN-DATE TO DATE-ED.
           MOVE POINT-VALUE TO PTVAL-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "MONTH: " MONTH-ED "   RUN DATE: " DATE-ED
                   "   POINT VALUE: " PTVAL-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).

       PRINT-LIABILITY-SECTION.
           MOVE "OUTSTANDING POINTS BY ACCOUNT (AS OF RUN DATE)"
                   TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           MOVE "ACCT NAME                 STATUS  POINTS   LIABILITY"
                   TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           MOVE 0 TO ACCT-NUM.
           START ACCT-FILE KEY IS GREATER THAN ACCT-NUM
               INVALID KEY
                   MOVE 1 TO ACCT-EOF
           END-START.
           PERFORM READ-ACCOUNT UNTIL ACCT-EOF IS EQUAL TO 1.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           MOVE ACCT-WITH-POINTS TO CNT-ED.
           MOVE TOTAL-POINTS TO TOTPTS-ED.
           MOVE TOTAL-LIABILITY TO TOTLIAB-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "ACCOUNTS HOLDING POINTS:  " CNT-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           MOVE SPACES TO RPT-LINE.
           STRING "OUTSTANDING POINTS:  " TOTPTS-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           MOVE SPACES TO RPT-LINE.
           STRING "OUTSTANDING LIABILITY: " TOTLIAB-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).

       READ-ACCOUNT.
           READ ACCT-FILE NEXT RECORD
               AT END
                   MOVE 1 TO ACCT-EOF
               NOT AT END
                   ADD 1 TO RL-READ(1)
                   IF ACCT-POINTS IS GREATER THAN 0
                           PERFORM PRINT-ACCOUNT-LIABILITY
                   END-IF
           END-READ.

       PRINT-ACCOUNT-LIABILITY.
           COMPUTE ACCT-LIABILITY ROUNDED = ACCT-POINTS * POINT-VALUE.
           ADD 1 TO ACCT-WITH-POINTS.
           ADD ACCT-POINTS TO TOTAL-POINTS.
           ADD ACCT-LIABILITY TO TOTAL-LIABILITY.
           MOVE ACCT-POINTS TO POINTS-ED.
           MOVE ACCT-LIABILITY TO LIAB-ED.
           MOVE SPACES TO RPT-LINE.
           STRING ACCT-NUM " " ACCT-NAME "    " ACCT-STATUS "   "
                   POINTS-ED " " LIAB-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).

       LOAD-REDEMPTIONS.
           OPEN INPUT COMP-JRN.
           IF CJ-FILE-STATUS IS EQUAL TO 0
                   PERFORM READ-REDEMPTION UNTIL CJ-EOF IS EQUAL TO 1
                   CLOSE COMP-JRN
           END-IF.

       READ-REDEMPTION.
           READ COMP-JRN
               AT END
                   MOVE 1 TO CJ-EOF
               NOT AT END
                   ADD 1 TO RL-READ(3)
                   DIVIDE CJ-DATE BY 100 GIVING REC-MONTH
                   IF REC-MONTH IS EQUAL TO REPORT-MONTH
                           PERFORM ADD-REDEMPTION
                   END-IF
           END-READ.

       ADD-REDEMPTION.
           MOVE CJ-ITEM TO WORK-ITEM.
           PERFORM FIND-ITEM.
           IF IT-FOUND IS EQUAL TO 1
                   ADD 1 TO IT-COUNT(IT-IDX)
                   ADD CJ-QTY TO IT-QTY(IT-IDX)
                   ADD CJ-POINTS TO IT-POINTS(IT-IDX)
                   ADD CJ-VALUE TO IT-VALUE(IT-IDX)
           END-IF.
           ADD 1 TO RED-COUNT.
           ADD CJ-QTY TO RED-QTY.
           ADD CJ-POINTS TO RED-POINTS.
           ADD CJ-VALUE TO RED-VALUE.

       PRINT-REDEMPTION-SECTION.
           MOVE SPACES TO RPT-LINE.
           STRING "POINTS REDEEMED BY ITEM -- MONTH " MONTH-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           MOVE SPACES TO RPT-LINE.
           STRING "ITEM   DESCRIPTION          REDEEMED    QTY"
                   "     POINTS      VALUE"
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           PERFORM PRINT-ITEM-LINE VARYING IT-IDX FROM 1 BY 1
                   UNTIL IT-IDX IS GREATER THAN IT-COUNT-ALL.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).
           MOVE RED-COUNT TO CNT-ED.
           MOVE RED-QTY TO QTY-ED.
           MOVE RED-POINTS TO IPTS-ED.
           MOVE RED-VALUE TO IVAL-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "MONTH TOTAL                    " CNT-ED " " QTY-ED
                   "  " IPTS-ED "  " IVAL-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).

       PRINT-ITEM-LINE.
           MOVE IT-COUNT(IT-IDX) TO CNT-ED.
           MOVE IT-QTY(IT-IDX) TO QTY-ED.
           MOVE IT-POINTS(IT-IDX) TO IPTS-ED.
           MOVE IT-VALUE(IT-IDX) TO IVAL-ED.
           MOVE SPACES TO RPT-LINE.
           STRING IT-ITEM(IT-IDX) " " IT-DESC(IT-IDX) "    " CNT-ED
                   " " QTY-ED "  " IPTS-ED "  " IVAL-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(6).

       LOG-RUN-START.
           MOVE "COMPRPT" TO RL-PROGRAM.
           MOVE SPACES TO RL-FILES.
           MOVE ALL "0" TO RL-COUNTS.
           MOVE "acctmast.dat" TO RL-FILENAME(1).
           MOVE "compcat.dat" TO RL-FILENAME(2).
           MOVE "compjrn.dat" TO RL-FILENAME(3).
           MOVE "compparm.dat" TO RL-FILENAME(4).
           MOVE "compsel.dat" TO RL-FILENAME(5).
           MOVE "comprpt.txt" TO RL-FILENAME(6).
           MOVE "S" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.

       LOG-RUN-END.
           MOVE RETURN-CODE TO RL-COND.
           MOVE "E" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.
           MOVE RL-COND TO RETURN-CODE.
