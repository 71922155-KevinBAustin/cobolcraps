       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUM
               FILE STATUS IS ACCT-FILE-STATUS.
           SELECT CAGE-JRN ASSIGN TO "cagejrn.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CAGE-FILE-STATUS.
           SELECT WAGER-JRN ASSIGN TO "wagerjrn.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JRN-FILE-STATUS.
           SELECT CTR-PARM-FILE ASSIGN TO "ctrparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CPARM-FILE-STATUS.
           SELECT CTR-SEL-FILE ASSIGN TO "ctrsel.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CSEL-FILE-STATUS.
           SELECT EXCP-FILE ASSIGN TO "ctrexcp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS EXCP-FILE-STATUS.
           SELECT CTR-RPT ASSIGN TO "ctrrpt.txt"
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
       FD CAGE-JRN.
       01 CAGE-REC.
           05 CAGE-DATE PIC 9(8).
           05 CAGE-TIME PIC 9(6).
           05 CAGE-ACCT PIC 9(4).
           05 CAGE-TXNTYPE PIC X(8).
           05 CAGE-AMT PIC 9(6).
           05 CAGE-NEWBAL PIC 9(6).
           05 CAGE-TABLE PIC 99.
       FD WAGER-JRN.
       01 JRN-REC.
           05 JRN-DATE PIC 9(8).
           05 JRN-TIME PIC 9(6).
           05 JRN-TABLE PIC 99.
           05 JRN-ROUND PIC 999.
           05 JRN-SEAT PIC 99.
           05 JRN-NAME PIC X(20).
           05 JRN-BETTYPE PIC X(12).
           05 JRN-AMT PIC 9(6).
           05 JRN-DISP PIC X(4).
           05 JRN-STRAT PIC X(8).
           05 JRN-SEQ PIC 9(6).
       FD CTR-PARM-FILE.
       01 CPARM-REC.
           05 CPARM-THRESHOLD PIC 9(6).
           05 CPARM-NEARPCT PIC 99.
           05 CPARM-STRUCDAYS PIC 9.
           05 CPARM-PLAYPCT PIC 99.
           05 CPARM-PLAYMIN PIC 9(6).
       FD CTR-SEL-FILE.
       01 CSEL-REC.
           05 CSEL-FROMDATE PIC 9(8).
           05 CSEL-TODATE PIC 9(8).
       FD EXCP-FILE.
       01 EXCP-REC.
           05 CX-DATE PIC 9(8).
           05 CX-ACCT PIC 9(4).
           05 CX-REASON PIC X(8).
           05 CX-AMT PIC 9(7).
           05 CX-STATUS PIC X(8).
           05 CX-ACTDATE PIC 9(8).
           05 CX-BY PIC X(3).
       FD CTR-RPT.
       01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 ACCT-FILE-STATUS PIC 99.
       01 CAGE-FILE-STATUS PIC 99.
       01 JRN-FILE-STATUS PIC 99.
       01 CPARM-FILE-STATUS PIC 99.
       01 CSEL-FILE-STATUS PIC 99.
       01 EXCP-FILE-STATUS PIC 99.
       01 RPT-FILE-STATUS PIC 99.
       01 ACCT-EOF PIC 9 VALUE 0.
       01 CAGE-EOF PIC 9 VALUE 0.
       01 JRN-EOF PIC 9 VALUE 0.
       01 EXCP-EOF PIC 9 VALUE 0.
       01 THRESHOLD PIC 9(6) VALUE 10000.
       01 NEAR-PCT PIC 99 VALUE 10.
       01 STRUC-DAYS PIC 9 VALUE 2.
       01 PLAY-PCT PIC 99 VALUE 25.
       01 PLAY-MIN PIC 9(6) VALUE 3000.
       01 NEAR-FLOOR PIC 9(6).
       01 FROM-DATE PIC 9(8) VALUE 0.
       01 TO-DATE PIC 9(8) VALUE 99999999.
       01 RUN-DATE PIC 9(8).
       01 ACCOUNT-NAMES.
           05 AN-ENTRY OCCURS 1000 TIMES.
               10 AN-ACCT PIC 9(4).
               10 AN-NAME PIC X(20).
       01 AN-COUNT PIC 9(4) VALUE 0.
       01 AN-IDX PIC 9(4).
       01 AN-FOUND PIC 9.
       01 CASH-TXNS.
           05 CT-ENTRY OCCURS 3000 TIMES.
               10 CT-DATE PIC 9(8).
               10 CT-TIME PIC 9(6).
               10 CT-ACCT PIC 9(4).
               10 CT-TYPE PIC X(8).
               10 CT-AMT PIC 9(6).
       01 CT-COUNT PIC 9(4) VALUE 0.
       01 CT-IDX PIC 9(4).
       01 GAMING-DAYS.
           05 GD-ENTRY OCCURS 2000 TIMES.
               10 GD-ACCT PIC 9(4).
               10 GD-DATE PIC 9(8).
               10 GD-DAYNUM PIC 9(7).
               10 GD-CASHIN PIC 9(7).
               10 GD-CASHOUT PIC 9(7).
               10 GD-NEARIN PIC 999.
               10 GD-NEAROUT PIC 999.
               10 GD-RUNIN PIC 99.
               10 GD-RUNOUT PIC 99.
               10 GD-WAGERED PIC 9(8).
       01 GD-COUNT PIC 9(4) VALUE 0.
       01 GD-IDX PIC 9(4).
       01 GD-FOUND PIC 9.
       01 PREV-IDX PIC 9(4).
       01 PREV-FOUND PIC 9.
       01 FIND-ACCT PIC 9(4).
       01 FIND-DATE PIC 9(8).
       01 FIND-DAYNUM PIC 9(7).
       01 EXCEPTIONS.
           05 XC-ENTRY OCCURS 2000 TIMES.
               10 XC-DATE PIC 9(8).
               10 XC-ACCT PIC 9(4).
               10 XC-REASON PIC X(8).
               10 XC-STATUS PIC X(8).
       01 XC-COUNT PIC 9(4) VALUE 0.
       01 XC-IDX PIC 9(4).
       01 XC-FOUND PIC 9.
       01 TABLE-FULL PIC 9 VALUE 0.
       01 DAY-FLAGGED PIC 9.
       01 ACCT-PRINTED PIC 9.
       01 FLAG-REASON PIC X(8).
       01 FLAG-AMT PIC 9(7).
       01 FLAG-STATUS PIC X(8).
       01 SUPPORT-DAYS PIC 99.
       01 SUPPORT-FROM PIC 9(7).
       01 PLAY-NEEDED PIC 9(9).
       01 PLAY-DONE PIC 9(9).
       01 DAYS-REVIEWED PIC 9(5) VALUE 0.
       01 CASHIN-COUNT PIC 9(5) VALUE 0.
       01 CASHOUT-COUNT PIC 9(5) VALUE 0.
       01 STRUC-COUNT PIC 9(5) VALUE 0.
       01 MINPLAY-COUNT PIC 9(5) VALUE 0.
       01 NEW-EXCP-COUNT PIC 9(5) VALUE 0.
       01 OPEN-EXCP-COUNT PIC 9(5) VALUE 0.
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
       01 AMT-ED3 PIC Z(7)9.
       01 TXN-ED PIC Z(5)9.
       01 CNT-ED PIC Z(4)9.
       01 RUN-ED PIC Z9.
       01 PCT-ED PIC Z9.
       01 DATE-ED PIC 9(8).
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
       CTR-REPORT.
           PERFORM LOG-RUN-START.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-CTR-PARMS.
           PERFORM LOAD-CTR-SELECTION.
           OPEN INPUT CAGE-JRN.
           IF CAGE-FILE-STATUS IS NOT EQUAL TO 0
                   DISPLAY "NO CAGEJRN.DAT FOUND -- NOTHING TO REVIEW"
                   MOVE "NO CAGEJRN.DAT FOUND" TO RL-MSG
                   PERFORM LOG-RUN-END
                   STOP RUN
           END-IF.
           PERFORM LOAD-ACCOUNT-NAMES.
           PERFORM READ-CAGE-TXN UNTIL CAGE-EOF IS EQUAL TO 1.
           CLOSE CAGE-JRN.
           OPEN INPUT WAGER-JRN.
           IF JRN-FILE-STATUS IS EQUAL TO 0
                   PERFORM READ-WAGER UNTIL JRN-EOF IS EQUAL TO 1
                   CLOSE WAGER-JRN
           ELSE
                   DISPLAY "NO WAGERJRN.DAT FOUND -- MINIMAL PLAY "
                           "CHECK SEES NO WAGERING"
           END-IF.
           PERFORM CHAIN-NEAR-DAYS VARYING GD-IDX FROM 1 BY 1
                   UNTIL GD-IDX IS GREATER THAN GD-COUNT.
           PERFORM LOAD-EXCEPTIONS.
           OPEN EXTEND EXCP-FILE.
           IF EXCP-FILE-STATUS IS NOT EQUAL TO 0
                   OPEN OUTPUT EXCP-FILE
           END-IF.
           OPEN OUTPUT CTR-RPT.
           PERFORM PRINT-CTR-HEADER.
           PERFORM REVIEW-ACCOUNT VARYING AN-IDX FROM 1 BY 1
                   UNTIL AN-IDX IS GREATER THAN AN-COUNT.
           PERFORM COUNT-OPEN-EXCEPTIONS VARYING XC-IDX FROM 1 BY 1
                   UNTIL XC-IDX IS GREATER THAN XC-COUNT.
           PERFORM PRINT-CTR-TOTALS.
           CLOSE EXCP-FILE.
           CLOSE CTR-RPT.
           DISPLAY "CTRRPT.TXT WRITTEN. NEW EXCEPTIONS: "
                   NEW-EXCP-COUNT " OPEN: " OPEN-EXCP-COUNT.
           IF TABLE-FULL IS EQUAL TO 1
                   DISPLAY "WORK TABLES FULL -- REVIEW IS INCOMPLETE"
                   MOVE 8 TO RETURN-CODE
                   MOVE "WORK TABLES FULL -- REVIEW INCOMPLETE"
                           TO RL-MSG
           END-IF.
           PERFORM LOG-RUN-END
           STOP RUN.

       LOAD-CTR-PARMS.
           OPEN INPUT CTR-PARM-FILE.
           IF CPARM-FILE-STATUS IS EQUAL TO 0
                   READ CTR-PARM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO RL-READ(4)
                           IF CPARM-THRESHOLD IS NUMERIC
                                   AND CPARM-THRESHOLD IS GREATER THAN 0
                                   MOVE CPARM-THRESHOLD TO THRESHOLD
                           END-IF
                           IF CPARM-NEARPCT IS NUMERIC
                                   AND CPARM-NEARPCT IS GREATER THAN 0
                                   MOVE CPARM-NEARPCT TO NEAR-PCT
                           END-IF
                           IF CPARM-STRUCDAYS IS NUMERIC
                                   AND CPARM-STRUCDAYS IS GREATER THAN 0
                                   MOVE CPARM-STRUCDAYS TO STRUC-DAYS
                           END-IF
                           IF CPARM-PLAYPCT IS NUMERIC
                                   AND CPARM-PLAYPCT IS GREATER THAN 0
                                   MOVE CPARM-PLAYPCT TO PLAY-PCT
                           END-IF
                           IF CPARM-PLAYMIN IS NUMERIC
                                   MOVE CPARM-PLAYMIN TO PLAY-MIN
                           END-IF
                   END-READ
                   CLOSE CTR-PARM-FILE
           END-IF.
           COMPUTE NEAR-FLOOR = THRESHOLD
                   - (THRESHOLD * NEAR-PCT) / 100.

       LOAD-CTR-SELECTION.
           OPEN INPUT CTR-SEL-FILE.
           IF CSEL-FILE-STATUS IS EQUAL TO 0
                   READ CTR-SEL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO RL-READ(5)
                           IF CSEL-FROMDATE IS NUMERIC
                                   MOVE CSEL-FROMDATE TO FROM-DATE
                           END-IF
                           IF CSEL-TODATE IS NUMERIC
                                   AND CSEL-TODATE IS GREATER THAN 0
                                   MOVE CSEL-TODATE TO TO-DATE
                           END-IF
                   END-READ
                   CLOSE CTR-SEL-FILE
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
                   ELSE
                           MOVE 1 TO TABLE-FULL
                   END-IF
           END-READ.

       READ-CAGE-TXN.
           READ CAGE-JRN
               AT END
                   MOVE 1 TO CAGE-EOF
               NOT AT END
                   ADD 1 TO RL-READ(2)
                   IF CAGE-TXNTYPE IS EQUAL TO "OPEN"
                           OR CAGE-TXNTYPE IS EQUAL TO "BUYIN"
                           OR CAGE-TXNTYPE IS EQUAL TO "CASHOUT"
                           PERFORM STORE-CASH-TXN
                   END-IF
           END-READ.

       STORE-CASH-TXN.
           IF CT-COUNT IS LESS THAN 3000
                   ADD 1 TO CT-COUNT
                   MOVE CAGE-DATE TO CT-DATE(CT-COUNT)
                   MOVE CAGE-TIME TO CT-TIME(CT-COUNT)
                   MOVE CAGE-ACCT TO CT-ACCT(CT-COUNT)
                   MOVE CAGE-TXNTYPE TO CT-TYPE(CT-COUNT)
                   MOVE CAGE-AMT TO CT-AMT(CT-COUNT)
           ELSE
                   MOVE 1 TO TABLE-FULL
           END-IF.
           MOVE CAGE-ACCT TO FIND-ACCT.
           PERFORM FIND-ACCOUNT-NAME.
           MOVE CAGE-DATE TO FIND-DATE.
           PERFORM FIND-GAMING-DAY.
           IF GD-FOUND IS EQUAL TO 0
                   PERFORM ADD-GAMING-DAY
           END-IF.
           IF GD-FOUND IS EQUAL TO 1
                   PERFORM ADD-CASH-AMOUNT
           END-IF.

       ADD-CASH-AMOUNT.
           IF CAGE-TXNTYPE IS EQUAL TO "CASHOUT"
                   ADD CAGE-AMT TO GD-CASHOUT(GD-IDX)
                   IF CAGE-AMT IS NOT LESS THAN NEAR-FLOOR
                           AND CAGE-AMT IS NOT GREATER THAN THRESHOLD
                           ADD 1 TO GD-NEAROUT(GD-IDX)
                   END-IF
           ELSE
                   ADD CAGE-AMT TO GD-CASHIN(GD-IDX)
                   IF CAGE-AMT IS NOT LESS THAN NEAR-FLOOR
                           AND CAGE-AMT IS NOT GREATER THAN THRESHOLD
                           ADD 1 TO GD-NEARIN(GD-IDX)
                   END-IF
           END-IF.

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
                           MOVE 1 TO AN-FOUND
                   ELSE
                           MOVE 1 TO TABLE-FULL
                   END-IF
           END-IF.

       SCAN-ACCOUNT-NAME.
           IF AN-ACCT(AN-IDX) IS EQUAL TO FIND-ACCT
                   MOVE 1 TO AN-FOUND
           END-IF.

       FIND-GAMING-DAY.
           MOVE 0 TO GD-FOUND.
           PERFORM SCAN-GAMING-DAY VARYING GD-IDX FROM 1 BY 1
                   UNTIL GD-IDX IS GREATER THAN GD-COUNT
                   OR GD-FOUND IS EQUAL TO 1.
           IF GD-FOUND IS EQUAL TO 1
                   SUBTRACT 1 FROM GD-IDX
           END-IF.

       SCAN-GAMING-DAY.
           IF GD-ACCT(GD-IDX) IS EQUAL TO FIND-ACCT
                   AND GD-DATE(GD-IDX) IS EQUAL TO FIND-DATE
                   MOVE 1 TO GD-FOUND
           END-IF.

       ADD-GAMING-DAY.
           IF GD-COUNT IS LESS THAN 2000
                   ADD 1 TO GD-COUNT
                   MOVE GD-COUNT TO GD-IDX
                   MOVE FIND-ACCT TO GD-ACCT(GD-IDX)
                   MOVE FIND-DATE TO GD-DATE(GD-IDX)
                   MOVE FIND-DATE TO DAY-DATE
                   PERFORM DATE-TO-DAYS
                   MOVE DAY-NUMBER TO GD-DAYNUM(GD-IDX)
                   MOVE 0 TO GD-CASHIN(GD-IDX)
                   MOVE 0 TO GD-CASHOUT(GD-IDX)
                   MOVE 0 TO GD-NEARIN(GD-IDX)
                   MOVE 0 TO GD-NEAROUT(GD-IDX)
                   MOVE 0 TO GD-RUNIN(GD-IDX)
                   MOVE 0 TO GD-RUNOUT(GD-IDX)
                   MOVE 0 TO GD-WAGERED(GD-IDX)
                   MOVE 1 TO GD-FOUND
           ELSE
                   MOVE 1 TO TABLE-FULL
           END-IF.

       READ-WAGER.
           READ WAGER-JRN
               AT END
                   MOVE 1 TO JRN-EOF
               NOT AT END
                   ADD 1 TO RL-READ(3)
                   IF JRN-DISP IS EQUAL TO "BET"
                           PERFORM ADD-WAGER
                   END-IF
           END-READ.

       ADD-WAGER.
           MOVE 0 TO AN-FOUND.
           PERFORM MATCH-WAGER-NAME VARYING AN-IDX FROM 1 BY 1
                   UNTIL AN-IDX IS GREATER THAN AN-COUNT
                   OR AN-FOUND IS EQUAL TO 1.
           IF AN-FOUND IS EQUAL TO 1
                   SUBTRACT 1 FROM AN-IDX
                   MOVE AN-ACCT(AN-IDX) TO FIND-ACCT
                   MOVE JRN-DATE TO FIND-DATE
                   PERFORM FIND-GAMING-DAY
                   IF GD-FOUND IS EQUAL TO 1
                           ADD JRN-AMT TO GD-WAGERED(GD-IDX)
                   END-IF
           END-IF.

       MATCH-WAGER-NAME.
           IF AN-NAME(AN-IDX) IS EQUAL TO JRN-NAME
                   MOVE 1 TO AN-FOUND
           END-IF.

       CHAIN-NEAR-DAYS.
           MOVE GD-ACCT(GD-IDX) TO FIND-ACCT.
           COMPUTE FIND-DAYNUM = GD-DAYNUM(GD-IDX) - 1.
           MOVE 0 TO PREV-FOUND.
           PERFORM SCAN-PREVIOUS-DAY VARYING PREV-IDX FROM 1 BY 1
                   UNTIL PREV-IDX IS GREATER THAN GD-COUNT
                   OR PREV-FOUND IS EQUAL TO 1.
           IF PREV-FOUND IS EQUAL TO 1
                   SUBTRACT 1 FROM PREV-IDX
           END-IF.
           IF GD-NEARIN(GD-IDX) IS GREATER THAN 0
                   AND GD-CASHIN(GD-IDX) IS NOT GREATER THAN THRESHOLD
                   MOVE 1 TO GD-RUNIN(GD-IDX)
                   IF PREV-FOUND IS EQUAL TO 1
                           AND GD-RUNIN(PREV-IDX) IS LESS THAN 99
                           COMPUTE GD-RUNIN(GD-IDX) =
                                   GD-RUNIN(PREV-IDX) + 1
                   END-IF
           END-IF.
           IF GD-NEAROUT(GD-IDX) IS GREATER THAN 0
                   AND GD-CASHOUT(GD-IDX) IS NOT GREATER THAN THRESHOLD
                   MOVE 1 TO GD-RUNOUT(GD-IDX)
                   IF PREV-FOUND IS EQUAL TO 1
                           AND GD-RUNOUT(PREV-IDX) IS LESS THAN 99
                           COMPUTE GD-RUNOUT(GD-IDX) =
                                   GD-RUNOUT(PREV-IDX) + 1
                   END-IF
           END-IF.

       SCAN-PREVIOUS-DAY.
           IF GD-ACCT(PREV-IDX) IS EQUAL TO FIND-ACCT
                   AND GD-DAYNUM(PREV-IDX) IS EQUAL TO FIND-DAYNUM
                   MOVE 1 TO PREV-FOUND
           END-IF.

       LOAD-EXCEPTIONS.
           OPEN INPUT EXCP-FILE.
           IF EXCP-FILE-STATUS IS EQUAL TO 0
                   PERFORM READ-EXCEPTION UNTIL EXCP-EOF IS EQUAL TO 1
                   CLOSE EXCP-FILE
           END-IF.

       READ-EXCEPTION.
           READ EXCP-FILE
               AT END
                   MOVE 1 TO EXCP-EOF
               NOT AT END
                   ADD 1 TO RL-READ(6)
                   MOVE CX-DATE TO FIND-DATE
                   MOVE CX-ACCT TO FIND-ACCT
                   MOVE CX-REASON TO FLAG-REASON
                   PERFORM FIND-EXCEPTION
                   IF XC-FOUND IS EQUAL TO 0
                           PERFORM ADD-EXCEPTION
                   END-IF
                   IF XC-FOUND IS EQUAL TO 1
                           MOVE CX-STATUS TO XC-STATUS(XC-IDX)
                   END-IF
           END-READ.

       FIND-EXCEPTION.
           MOVE 0 TO XC-FOUND.
           PERFORM SCAN-EXCEPTION VARYING XC-IDX FROM 1 BY 1
                   UNTIL XC-IDX IS GREATER THAN XC-COUNT
                   OR XC-FOUND IS EQUAL TO 1.
           IF XC-FOUND IS EQUAL TO 1
                   SUBTRACT 1 FROM XC-IDX
           END-IF.

       SCAN-EXCEPTION.
           IF XC-DATE(XC-IDX) IS EQUAL TO FIND-DATE
                   AND XC-ACCT(XC-IDX) IS EQUAL TO FIND-ACCT
                   AND XC-REASON(XC-IDX) IS EQUAL TO FLAG-REASON
                   MOVE 1 TO XC-FOUND
           END-IF.

       ADD-EXCEPTION.
           IF XC-COUNT IS LESS THAN 2000
                   ADD 1 TO XC-COUNT
                   MOVE XC-COUNT TO XC-IDX
                   MOVE FIND-DATE TO XC-DATE(XC-IDX)
                   MOVE FIND-ACCT TO XC-ACCT(XC-IDX)
                   MOVE FLAG-REASON TO XC-REASON(XC-IDX)
                   MOVE "OPEN" TO XC-STATUS(XC-IDX)
                   MOVE 1 TO XC-FOUND
           ELSE
                   MOVE 1 TO TABLE-FULL
           END-IF.

       PRINT-CTR-HEADER.
           MOVE "CURRENCY TRANSACTION AND STRUCTURING REVIEW"
                   TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(7).
           MOVE RUN-DATE TO DATE-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "RUN DATE: " DATE-ED DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(7).
           MOVE FROM-DATE TO DATE-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "GAMING DAYS FROM " DATE-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           MOVE TO-DATE TO DATE-ED.
           STRING " THROUGH " DATE-ED
                   DELIMITED BY SIZE INTO RPT-LINE(26:17).
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(7).
           MOVE THRESHOLD TO AMT-ED.
           MOVE NEAR-FLOOR TO AMT-ED2.
           MOVE SPACES TO RPT-LINE.
           STRING "REPORTING THRESHOLD: " AMT-ED
                   "  NEAR-THRESHOLD FROM: " AMT-ED2
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(7).
           MOVE STRUC-DAYS TO RUN-ED.
           MOVE PLAY-PCT TO PCT-ED.
           MOVE PLAY-MIN TO AMT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "STRUCTURING AFTER " RUN-ED " DAYS IN A ROW"
                   "  MINIMAL PLAY UNDER " PCT-ED " PCT OF CASH-IN"
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(7).
           MOVE SPACES TO RPT-LINE.
           STRING "MINIMAL PLAY CHECKED ON CASH-IN OF " AMT-ED
                   " OR MORE" DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(7).

       REVIEW-ACCOUNT.
           MOVE 0 TO ACCT-PRINTED.
           PERFORM REVIEW-GAMING-DAY VARYING GD-IDX FROM 1 BY 1
                   UNTIL GD-IDX IS GREATER THAN GD-COUNT.

       REVIEW-GAMING-DAY.
           IF GD-ACCT(GD-IDX) IS EQUAL TO AN-ACCT(AN-IDX)
                   AND GD-DATE(GD-IDX) IS NOT LESS THAN FROM-DATE
                   AND GD-DATE(GD-IDX) IS NOT GREATER THAN TO-DATE
                   ADD 1 TO DAYS-REVIEWED
                   MOVE 0 TO DAY-FLAGGED
                   PERFORM CHECK-GAMING-DAY
           END-IF.

       CHECK-GAMING-DAY.
           IF GD-CASHIN(GD-IDX) IS GREATER THAN THRESHOLD
                   MOVE "CASHIN" TO FLAG-REASON
                   MOVE GD-CASHIN(GD-IDX) TO FLAG-AMT
                   ADD 1 TO CASHIN-COUNT
                   PERFORM RECORD-FLAG
           END-IF.
           IF GD-CASHOUT(GD-IDX) IS GREATER THAN THRESHOLD
                   MOVE "CASHOUT" TO FLAG-REASON
                   MOVE GD-CASHOUT(GD-IDX) TO FLAG-AMT
                   ADD 1 TO CASHOUT-COUNT
                   PERFORM RECORD-FLAG
           END-IF.
           IF GD-RUNIN(GD-IDX) IS NOT LESS THAN STRUC-DAYS
                   MOVE "STRUCIN" TO FLAG-REASON
                   MOVE GD-CASHIN(GD-IDX) TO FLAG-AMT
                   ADD 1 TO STRUC-COUNT
                   PERFORM RECORD-FLAG
           END-IF.
           IF GD-RUNOUT(GD-IDX) IS NOT LESS THAN STRUC-DAYS
                   MOVE "STRUCOUT" TO FLAG-REASON
                   MOVE GD-CASHOUT(GD-IDX) TO FLAG-AMT
                   ADD 1 TO STRUC-COUNT
                   PERFORM RECORD-FLAG
           END-IF.
           COMPUTE PLAY-NEEDED = GD-CASHIN(GD-IDX) * PLAY-PCT.
           COMPUTE PLAY-DONE = GD-WAGERED(GD-IDX) * 100.
           IF GD-CASHIN(GD-IDX) IS NOT LESS THAN PLAY-MIN
                   AND GD-CASHIN(GD-IDX) IS GREATER THAN 0
                   AND GD-CASHOUT(GD-IDX) IS GREATER THAN 0
                   AND PLAY-DONE IS LESS THAN PLAY-NEEDED
                   MOVE "MINPLAY" TO FLAG-REASON
                   MOVE GD-CASHIN(GD-IDX) TO FLAG-AMT
                   ADD 1 TO MINPLAY-COUNT
                   PERFORM RECORD-FLAG
           END-IF.
           IF DAY-FLAGGED IS EQUAL TO 1
                   PERFORM PRINT-SUPPORTING-TXNS
           END-IF.

       RECORD-FLAG.
           IF DAY-FLAGGED IS EQUAL TO 0
                   PERFORM PRINT-DAY-HEADING
                   MOVE 1 TO DAY-FLAGGED
           END-IF.
           MOVE GD-DATE(GD-IDX) TO FIND-DATE.
           MOVE GD-ACCT(GD-IDX) TO FIND-ACCT.
           PERFORM FIND-EXCEPTION.
           IF XC-FOUND IS EQUAL TO 0
                   PERFORM ADD-EXCEPTION
                   IF XC-FOUND IS EQUAL TO 1
                           PERFORM WRITE-EXCEPTION
                   END-IF
           END-IF.
           IF XC-FOUND IS EQUAL TO 1
                   MOVE XC-STATUS(XC-IDX) TO FLAG-STATUS
           ELSE
                   MOVE SPACES TO FLAG-STATUS
           END-IF.
           MOVE FLAG-AMT TO AMT-ED.
           MOVE SPACES TO RPT-LINE.
           IF FLAG-REASON IS EQUAL TO "STRUCIN"
                   MOVE GD-RUNIN(GD-IDX) TO RUN-ED
                   STRING "    " FLAG-REASON " " AMT-ED "  "
                           FLAG-STATUS "  NEAR-THRESHOLD CASH-IN "
                           RUN-ED " DAYS RUNNING"
                           DELIMITED BY SIZE INTO RPT-LINE
           ELSE IF FLAG-REASON IS EQUAL TO "STRUCOUT"
                   MOVE GD-RUNOUT(GD-IDX) TO RUN-ED
                   STRING "    " FLAG-REASON " " AMT-ED "  "
                           FLAG-STATUS "  NEAR-THRESHOLD CASH-OUT "
                           RUN-ED " DAYS RUNNING"
                           DELIMITED BY SIZE INTO RPT-LINE
           ELSE IF FLAG-REASON IS EQUAL TO "MINPLAY"
                   MOVE GD-WAGERED(GD-IDX) TO AMT-ED3
                   STRING "    " FLAG-REASON " " AMT-ED "  "
                           FLAG-STATUS "  WAGERED ONLY " AMT-ED3
                           DELIMITED BY SIZE INTO RPT-LINE
           ELSE
                   STRING "    " FLAG-REASON " " AMT-ED "  "
                           FLAG-STATUS "  OVER REPORTING THRESHOLD"
                           DELIMITED BY SIZE INTO RPT-LINE
           END-IF.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(7).

       WRITE-EXCEPTION.
           MOVE GD-DATE(GD-IDX) TO CX-DATE.
           MOVE GD-ACCT(GD-IDX) TO CX-ACCT.
           MOVE FLAG-REASON TO CX-REASON.
           MOVE FLAG-AMT TO CX-AMT.
           MOVE "OPEN" TO CX-STATUS.
           MOVE RUN-DATE TO CX-ACTDATE.
           MOVE SPACES TO CX-BY.
           WRITE EXCP-REC
           ADD 1 TO RL-WRITTEN(6).
           ADD 1 TO NEW-EXCP-COUNT.

       PRINT-DAY-HEADING.
           IF ACCT-PRINTED IS EQUAL TO 0
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(7)
                   MOVE SPACES TO RPT-LINE
                   STRING "ACCOUNT " AN-ACCT(AN-IDX) " "
                           AN-NAME(AN-IDX)
                           DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RL-WRITTEN(7)
                   MOVE 1 TO ACCT-PRINTED
           END-IF.
           MOVE GD-DATE(GD-IDX) TO DATE-ED.
           MOVE GD-CASHIN(GD-IDX) TO AMT-ED.
           MOVE GD-CASHOUT(GD-IDX) TO AMT-ED2.
           MOVE GD-WAGERED(GD-IDX) TO AMT-ED3.
           MOVE SPACES TO RPT-LINE.
           STRING "  GAMING DAY " DATE-ED "  CASH-IN " AMT-ED
                   "  CASH-OUT " AMT-ED2 "  WAGERED " AMT-ED3
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(7).

       PRINT-SUPPORTING-TXNS.
           MOVE GD-RUNIN(GD-IDX) TO SUPPORT-DAYS.
           IF GD-RUNOUT(GD-IDX) IS GREATER THAN SUPPORT-DAYS
                   MOVE GD-RUNOUT(GD-IDX) TO SUPPORT-DAYS
           END-IF.
           IF SUPPORT-DAYS IS LESS THAN STRUC-DAYS
                   MOVE 1 TO SUPPORT-DAYS
           END-IF.
           COMPUTE SUPPORT-FROM = GD-DAYNUM(GD-IDX) - SUPPORT-DAYS + 1.
           PERFORM PRINT-ONE-TXN VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX IS GREATER THAN CT-COUNT.

       PRINT-ONE-TXN.
           IF CT-ACCT(CT-IDX) IS EQUAL TO GD-ACCT(GD-IDX)
                   MOVE CT-DATE(CT-IDX) TO DAY-DATE
                   PERFORM DATE-TO-DAYS
                   IF DAY-NUMBER IS NOT LESS THAN SUPPORT-FROM
                           AND DAY-NUMBER IS NOT GREATER THAN
                           GD-DAYNUM(GD-IDX)
                           PERFORM PRINT-TXN-LINE
                   END-IF
           END-IF.

       PRINT-TXN-LINE.
           MOVE CT-DATE(CT-IDX) TO DATE-ED.
           MOVE CT-TIME(CT-IDX) TO TIME-ED.
           MOVE CT-AMT(CT-IDX) TO TXN-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "      " DATE-ED " " TIME-ED " " CT-TYPE(CT-IDX) " "
                   TXN-ED DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(7).

       COUNT-OPEN-EXCEPTIONS.
           IF XC-STATUS(XC-IDX) IS EQUAL TO "OPEN"
                   ADD 1 TO OPEN-EXCP-COUNT
           END-IF.

       PRINT-CTR-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(7).
           MOVE DAYS-REVIEWED TO CNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "ACCOUNT GAMING DAYS REVIEWED:    " CNT-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(7).
           MOVE CASHIN-COUNT TO CNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "CASH-IN OVER THRESHOLD:          " CNT-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(7).
           MOVE CASHOUT-COUNT TO CNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "CASH-OUT OVER THRESHOLD:         " CNT-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(7).
           MOVE STRUC-COUNT TO CNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "POSSIBLE STRUCTURING:            " CNT-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(7).
           MOVE MINPLAY-COUNT TO CNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "MINIMAL PLAY:                    " CNT-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(7).
           MOVE NEW-EXCP-COUNT TO CNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "NEW EXCEPTIONS WRITTEN:          " CNT-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(7).
           MOVE OPEN-EXCP-COUNT TO CNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "EXCEPTIONS AWAITING CLEARANCE:   " CNT-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO RL-WRITTEN(7).

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
           MOVE "CTRRPT" TO RL-PROGRAM.
           MOVE SPACES TO RL-FILES.
           MOVE ALL "0" TO RL-COUNTS.
           MOVE "acctmast.dat" TO RL-FILENAME(1).
           MOVE "cagejrn.dat" TO RL-FILENAME(2).
           MOVE "wagerjrn.dat" TO RL-FILENAME(3).
           MOVE "ctrparm.dat" TO RL-FILENAME(4).
           MOVE "ctrsel.dat" TO RL-FILENAME(5).
           MOVE "ctrexcp.dat" TO RL-FILENAME(6).
           MOVE "ctrrpt.txt" TO RL-FILENAME(7).
           MOVE "S" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.

       LOG-RUN-END.
           MOVE RETURN-CODE TO RL-COND.
           MOVE "E" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.
           MOVE RL-COND TO RETURN-CODE.
