       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNCHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAGER-JRN ASSIGN TO "wagerjrn.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JRN-FILE-STATUS.
           SELECT ROLL-LOG ASSIGN TO "rolllog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ROLL-LOG-STATUS.
           SELECT ACK-FILE ASSIGN TO "jrnack.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ACK-FILE-STATUS.
           SELECT CTL-FILE ASSIGN TO "jrnctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT CHECK-RPT ASSIGN TO "jrncheck.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       01 JTR-REC.
           05 JTR-DATE PIC 9(8).
           05 JTR-TIME PIC 9(6).
           05 JTR-TABLE PIC 99.
           05 JTR-ROUND PIC 999.
           05 JTR-SEAT PIC 99.
           05 JTR-COUNT PIC 9(6).
           05 JTR-HASH PIC 9(12).
           05 FILLER PIC XX.
           05 JTR-BETTYPE PIC X(12).
           05 JTR-AMT PIC 9(6).
           05 JTR-DISP PIC X(4).
           05 JTR-STRAT PIC X(8).
           05 JTR-SEQ PIC 9(6).
       FD ROLL-LOG.
       01 ROLL-LOG-REC PIC X(120).
       FD ACK-FILE.
       01 ACK-REC.
           05 ACK-LOG PIC X.
           05 ACK-DATE PIC 9(8).
           05 ACK-SESS PIC 9(6).
           05 ACK-BY PIC X(3).
       FD CTL-FILE.
       01 CTL-REC.
           05 CTL-FROMDATE PIC 9(8).
       FD CHECK-RPT.
       01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 JRN-FILE-STATUS PIC 99.
       01 ROLL-LOG-STATUS PIC 99.
       01 ACK-FILE-STATUS PIC 99.
       01 CTL-FILE-STATUS PIC 99.
       01 RPT-FILE-STATUS PIC 99.
       01 JRN-EOF PIC 9 VALUE 0.
       01 ROLL-EOF PIC 9 VALUE 0.
       01 ACK-EOF PIC 9 VALUE 0.
       01 RUN-DATE PIC 9(8).
       01 FROM-DATE PIC 9(8) VALUE 0.
       01 LOG-REC-PARSED.
           05 FILLER PIC X(5).
           05 LOG-TIME PIC 9(10).
           05 FILLER PIC X(6).
           05 LOG-DIE1 PIC 9.
           05 FILLER PIC X(6).
           05 LOG-DIE2 PIC 9.
           05 FILLER PIC X(5).
           05 LOG-SUM PIC 99.
           05 FILLER PIC X(6).
           05 LOG-PUCK PIC 99.
           05 FILLER PIC X(10).
           05 LOG-PUCKORIG PIC 99.
           05 FILLER PIC X(6).
           05 LOG-DATE PIC 9(8).
           05 FILLER PIC X(7).
           05 LOG-TABLE PIC 99.
           05 FILLER PIC X(6).
           05 LOG-SESS PIC 9(6).
           05 FILLER PIC X(5).
           05 LOG-SEQ PIC 9(6).
           05 FILLER PIC X(18).
       01 TRL-REC-PARSED.
           05 FILLER PIC X(13).
           05 TRL-DATE PIC 9(8).
           05 FILLER PIC X(6).
           05 TRL-SESS PIC 9(6).
           05 FILLER PIC X(7).
           05 TRL-COUNT PIC 9(6).
           05 FILLER PIC X(6).
           05 TRL-HASH PIC 9(9).
           05 FILLER PIC X(59).
       01 SESSIONS.
           05 SS-ENTRY OCCURS 3000 TIMES.
               10 SS-LOG PIC X.
               10 SS-DATE PIC 9(8).
               10 SS-TIME PIC 9(6).
               10 SS-LASTSEQ PIC 9(6).
               10 SS-COUNT PIC 9(7).
               10 SS-HASH PIC 9(12).
               10 SS-LEGACY PIC 9(7).
               10 SS-TRAILERS PIC 99.
               10 SS-TRCOUNT PIC 9(7).
               10 SS-TRHASH PIC 9(12).
               10 SS-ACCEPTED PIC 9.
               10 SS-ACKBY PIC X(3).
               10 SS-ERRORS PIC 9(5).
       01 SS-COUNT-ALL PIC 9(4) VALUE 0.
       01 SS-IDX PIC 9(4).
       01 SS-LAST PIC 9(4) VALUE 0.
       01 SS-FOUND PIC 9.
       01 ACKS.
           05 AK-ENTRY OCCURS 200 TIMES.
               10 AK-LOG PIC X.
               10 AK-DATE PIC 9(8).
               10 AK-SESS PIC 9(6).
               10 AK-BY PIC X(3).
       01 AK-COUNT PIC 999 VALUE 0.
       01 AK-IDX PIC 999.
       01 TABLE-FULL PIC 9 VALUE 0.
       01 WORK-LOG PIC X.
       01 WORK-DATE PIC 9(8).
       01 WORK-TIME PIC 9(6).
       01 WORK-SEQ PIC 9(6).
       01 WORK-AMT PIC 9(6).
       01 WORK-NAME PIC X(8).
       01 PROB-TEXT PIC X(22).
       01 PROB-DETAIL PIC X(30).
       01 EXPECT-SEQ PIC 9(7).
       01 FAIL-COUNT PIC 9(6) VALUE 0.
       01 ACCEPT-COUNT PIC 9(6) VALUE 0.
       01 JRN-RECS PIC 9(7) VALUE 0.
       01 ROLL-RECS PIC 9(7) VALUE 0.
       01 SKIP-RECS PIC 9(7) VALUE 0.
       01 LOG-SESSIONS PIC 9(5).
       01 LOG-TRAILERS PIC 9(5).
       01 LOG-LEGACY PIC 9(7).
       01 LOG-BAD PIC 9(5).
       01 SEQ-ED PIC 9(6).
       01 SEQ-ED2 PIC 9(6).
       01 CNT-ED PIC Z(6)9.
       01 CNT-ED2 PIC Z(6)9.
       01 HASH-ED PIC Z(11)9.
       01 HASH-ED2 PIC Z(11)9.
       01 SESS-ED PIC Z(4)9.
       01 ERR-ED PIC Z(4)9.
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
       JOURNAL-CHECK.
           PERFORM LOG-RUN-START.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-ACKS.
           PERFORM LOAD-FROM-DATE.
           OPEN OUTPUT CHECK-RPT.
           MOVE "JOURNAL INTEGRITY CHECK" TO RPT-LINE.
           PERFORM WRITE-RPT.
           MOVE SPACES TO RPT-LINE.
           STRING "RUN DATE: " RUN-DATE DELIMITED BY SIZE
                   INTO RPT-LINE.
           PERFORM WRITE-RPT.
           MOVE SPACES TO RPT-LINE.
           IF FROM-DATE IS GREATER THAN 0
                   STRING "SESSIONS FROM: " FROM-DATE
                           " (JRNCTL.DAT)" DELIMITED BY SIZE
                           INTO RPT-LINE
           ELSE
                   MOVE "SESSIONS FROM: ALL" TO RPT-LINE
           END-IF.
           PERFORM WRITE-RPT.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-RPT.
           MOVE "LOG      SESSION         PROBLEM                DETAIL"
                   TO RPT-LINE.
           PERFORM WRITE-RPT.
           OPEN INPUT WAGER-JRN.
           IF JRN-FILE-STATUS IS EQUAL TO 0
                   PERFORM READ-WAGER UNTIL JRN-EOF IS EQUAL TO 1
                   CLOSE WAGER-JRN
           ELSE
                   DISPLAY "NO WAGERJRN.DAT FOUND -- NOTHING TO CHECK"
           END-IF.
           OPEN INPUT ROLL-LOG.
           IF ROLL-LOG-STATUS IS EQUAL TO 0
                   PERFORM READ-ROLL UNTIL ROLL-EOF IS EQUAL TO 1
                   CLOSE ROLL-LOG
           ELSE
                   DISPLAY "NO ROLLLOG.TXT FOUND -- NOTHING TO CHECK"
           END-IF.
           PERFORM CHECK-SESSION-TOTALS VARYING SS-IDX FROM 1 BY 1
                   UNTIL SS-IDX IS GREATER THAN SS-COUNT-ALL.
           MOVE "J" TO WORK-LOG.
           MOVE "WAGERJRN" TO WORK-NAME.
           MOVE JRN-RECS TO CNT-ED.
           PERFORM PRINT-LOG-SUMMARY.
           MOVE "R" TO WORK-LOG.
           MOVE "ROLLLOG" TO WORK-NAME.
           MOVE ROLL-RECS TO CNT-ED.
           PERFORM PRINT-LOG-SUMMARY.
           PERFORM PRINT-RESULT.
           CLOSE CHECK-RPT.
           IF FAIL-COUNT IS GREATER THAN 0 OR TABLE-FULL IS EQUAL TO 1
                   DISPLAY "JRNCHECK.TXT WRITTEN. JOURNAL INTEGRITY "
                           "CHECK FAILED -- " FAIL-COUNT " PROBLEMS"
                   MOVE 8 TO RETURN-CODE
                   MOVE "JOURNAL INTEGRITY CHECK FAILED" TO RL-MSG
           ELSE
                   DISPLAY "JRNCHECK.TXT WRITTEN. JOURNALS VERIFIED."
                   PERFORM SAVE-FROM-DATE
           END-IF.
           PERFORM LOG-RUN-END.
           STOP RUN.

       WRITE-RPT.
           WRITE RPT-LINE.
           ADD 1 TO RL-WRITTEN(4).

       LOAD-ACKS.
           OPEN INPUT ACK-FILE.
           IF ACK-FILE-STATUS IS EQUAL TO 0
                   PERFORM READ-ACK UNTIL ACK-EOF IS EQUAL TO 1
                   CLOSE ACK-FILE
           END-IF.

       READ-ACK.
           READ ACK-FILE
               AT END
                   MOVE 1 TO ACK-EOF
               NOT AT END
                   ADD 1 TO RL-READ(3)
                   IF ACK-DATE IS NUMERIC AND ACK-SESS IS NUMERIC
                           AND (ACK-LOG IS EQUAL TO "J"
                           OR ACK-LOG IS EQUAL TO "R")
                           AND ACK-BY IS NOT EQUAL TO SPACES
                           AND AK-COUNT IS LESS THAN 200
                           ADD 1 TO AK-COUNT
                           MOVE ACK-LOG TO AK-LOG(AK-COUNT)
                           MOVE ACK-DATE TO AK-DATE(AK-COUNT)
                           MOVE ACK-SESS TO AK-SESS(AK-COUNT)
                           MOVE ACK-BY TO AK-BY(AK-COUNT)
                   END-IF
           END-READ.

       LOAD-FROM-DATE.
           OPEN INPUT CTL-FILE.
           IF CTL-FILE-STATUS IS EQUAL TO 0
                   READ CTL-FILE
                       NOT AT END
                           ADD 1 TO RL-READ(5)
                           IF CTL-FROMDATE IS NUMERIC
                                   MOVE CTL-FROMDATE TO FROM-DATE
                           END-IF
                   END-READ
                   CLOSE CTL-FILE
           END-IF.

       SAVE-FROM-DATE.
           OPEN OUTPUT CTL-FILE.
           IF CTL-FILE-STATUS IS EQUAL TO 0
                   MOVE RUN-DATE TO CTL-FROMDATE
                   WRITE CTL-REC
                   ADD 1 TO RL-WRITTEN(5)
                   CLOSE CTL-FILE
           ELSE
                   DISPLAY "CANNOT UPDATE JRNCTL.DAT -- NEXT RUN "
                           "CHECKS FROM " FROM-DATE
           END-IF.

       READ-WAGER.
           READ WAGER-JRN
               AT END
                   MOVE 1 TO JRN-EOF
               NOT AT END
                   ADD 1 TO RL-READ(1)
                   ADD 1 TO JRN-RECS
                   PERFORM CHECK-WAGER-REC
           END-READ.

       CHECK-WAGER-REC.
           MOVE "J" TO WORK-LOG.
           MOVE JRN-DATE TO WORK-DATE.
           MOVE JRN-TIME TO WORK-TIME.
           PERFORM FIND-SESSION.
           IF SS-FOUND IS EQUAL TO 1
                   IF JRN-DISP IS EQUAL TO "TRLR"
                           PERFORM CHECK-WAGER-TRAILER
                   ELSE IF JRN-SEQ IS NOT NUMERIC
                           ADD 1 TO SS-LEGACY(SS-IDX)
                   ELSE
                           MOVE JRN-SEQ TO WORK-SEQ
                           MOVE JRN-AMT TO WORK-AMT
                           PERFORM CHECK-DETAIL-SEQ
                   END-IF
           END-IF.

       CHECK-WAGER-TRAILER.
           IF JTR-COUNT IS NOT NUMERIC OR JTR-HASH IS NOT NUMERIC
                   MOVE "TRAILER UNREADABLE" TO PROB-TEXT
                   MOVE SPACES TO PROB-DETAIL
                   PERFORM REPORT-PROBLEM
           ELSE
                   MOVE JTR-COUNT TO SS-TRCOUNT(SS-IDX)
                   MOVE JTR-HASH TO SS-TRHASH(SS-IDX)
           END-IF.
           PERFORM COUNT-TRAILER.

       READ-ROLL.
           READ ROLL-LOG
               AT END
                   MOVE 1 TO ROLL-EOF
               NOT AT END
                   ADD 1 TO RL-READ(2)
                   ADD 1 TO ROLL-RECS
                   IF ROLL-LOG-REC(1:7) IS EQUAL TO "TRAILER"
                           PERFORM CHECK-ROLL-TRAILER
                   ELSE
                           PERFORM CHECK-ROLL-REC
                   END-IF
           END-READ.

       CHECK-ROLL-REC.
           MOVE ROLL-LOG-REC TO LOG-REC-PARSED.
           MOVE "R" TO WORK-LOG.
           MOVE 0 TO WORK-DATE.
           MOVE 0 TO WORK-TIME.
           IF LOG-DATE IS NUMERIC
                   MOVE LOG-DATE TO WORK-DATE
           END-IF.
           IF LOG-SESS IS NUMERIC
                   MOVE LOG-SESS TO WORK-TIME
           END-IF.
           PERFORM FIND-SESSION.
           IF SS-FOUND IS EQUAL TO 1
                   IF LOG-SEQ IS NOT NUMERIC
                           OR LOG-SESS IS NOT NUMERIC
                           ADD 1 TO SS-LEGACY(SS-IDX)
                   ELSE IF LOG-SUM IS NOT NUMERIC
                           MOVE "ROLL LINE UNREADABLE" TO PROB-TEXT
                           MOVE SPACES TO PROB-DETAIL
                           STRING "SEQ " LOG-SEQ DELIMITED BY SIZE
                                   INTO PROB-DETAIL
                           PERFORM REPORT-PROBLEM
                   ELSE
                           MOVE LOG-SEQ TO WORK-SEQ
                           MOVE LOG-SUM TO WORK-AMT
                           PERFORM CHECK-DETAIL-SEQ
                   END-IF
           END-IF.

       CHECK-ROLL-TRAILER.
           MOVE ROLL-LOG-REC TO TRL-REC-PARSED.
           MOVE "R" TO WORK-LOG.
           MOVE 0 TO WORK-DATE.
           MOVE 0 TO WORK-TIME.
           IF TRL-DATE IS NUMERIC
                   MOVE TRL-DATE TO WORK-DATE
           END-IF.
           IF TRL-SESS IS NUMERIC
                   MOVE TRL-SESS TO WORK-TIME
           END-IF.
           PERFORM FIND-SESSION.
           IF SS-FOUND IS EQUAL TO 1
                   IF TRL-COUNT IS NOT NUMERIC
                           OR TRL-HASH IS NOT NUMERIC
                           MOVE "TRAILER UNREADABLE" TO PROB-TEXT
                           MOVE SPACES TO PROB-DETAIL
                           PERFORM REPORT-PROBLEM
                   ELSE
                           MOVE TRL-COUNT TO SS-TRCOUNT(SS-IDX)
                           MOVE TRL-HASH TO SS-TRHASH(SS-IDX)
                   END-IF
                   PERFORM COUNT-TRAILER
           END-IF.

       COUNT-TRAILER.
           ADD 1 TO SS-TRAILERS(SS-IDX).
           IF SS-TRAILERS(SS-IDX) IS GREATER THAN 1
                   MOVE "DUPLICATE TRAILER" TO PROB-TEXT
                   MOVE SPACES TO PROB-DETAIL
                   PERFORM REPORT-PROBLEM
           END-IF.

       CHECK-DETAIL-SEQ.
           IF SS-TRAILERS(SS-IDX) IS GREATER THAN 0
                   MOVE "RECORD AFTER TRAILER" TO PROB-TEXT
                   MOVE WORK-SEQ TO SEQ-ED
                   MOVE SPACES TO PROB-DETAIL
                   STRING "SEQ " SEQ-ED DELIMITED BY SIZE
                           INTO PROB-DETAIL
                   PERFORM REPORT-PROBLEM
           END-IF.
           COMPUTE EXPECT-SEQ = SS-LASTSEQ(SS-IDX) + 1.
           IF WORK-SEQ IS NOT GREATER THAN SS-LASTSEQ(SS-IDX)
                   MOVE "DUPLICATE SEQUENCE" TO PROB-TEXT
                   MOVE WORK-SEQ TO SEQ-ED
                   MOVE SS-LASTSEQ(SS-IDX) TO SEQ-ED2
                   MOVE SPACES TO PROB-DETAIL
                   STRING "SEQ " SEQ-ED " AFTER " SEQ-ED2
                           DELIMITED BY SIZE INTO PROB-DETAIL
                   PERFORM REPORT-PROBLEM
           ELSE IF WORK-SEQ IS GREATER THAN EXPECT-SEQ
                   MOVE "SEQUENCE GAP" TO PROB-TEXT
                   MOVE WORK-SEQ TO SEQ-ED
                   MOVE SS-LASTSEQ(SS-IDX) TO SEQ-ED2
                   MOVE SPACES TO PROB-DETAIL
                   STRING "SEQ " SEQ-ED " AFTER " SEQ-ED2
                           DELIMITED BY SIZE INTO PROB-DETAIL
                   PERFORM REPORT-PROBLEM
                   MOVE WORK-SEQ TO SS-LASTSEQ(SS-IDX)
           ELSE
                   MOVE WORK-SEQ TO SS-LASTSEQ(SS-IDX)
           END-IF.
           ADD 1 TO SS-COUNT(SS-IDX).
           ADD WORK-AMT TO SS-HASH(SS-IDX).

       FIND-SESSION.
           MOVE 0 TO SS-FOUND.
           IF WORK-DATE IS LESS THAN FROM-DATE
                   ADD 1 TO SKIP-RECS
           ELSE
                   PERFORM LOCATE-SESSION
           END-IF.

       LOCATE-SESSION.
           IF SS-LAST IS GREATER THAN 0
                   MOVE SS-LAST TO SS-IDX
                   PERFORM MATCH-SESSION
           END-IF.
           IF SS-FOUND IS EQUAL TO 0
                   PERFORM SCAN-SESSION VARYING SS-IDX FROM 1 BY 1
                           UNTIL SS-IDX IS GREATER THAN SS-COUNT-ALL
                           OR SS-FOUND IS EQUAL TO 1
                   IF SS-FOUND IS EQUAL TO 1
                           SUBTRACT 1 FROM SS-IDX
                   ELSE
                           PERFORM ADD-SESSION
                   END-IF
           END-IF.
           IF SS-FOUND IS EQUAL TO 1
                   MOVE SS-IDX TO SS-LAST
           END-IF.

       SCAN-SESSION.
           PERFORM MATCH-SESSION.

       MATCH-SESSION.
           IF SS-LOG(SS-IDX) IS EQUAL TO WORK-LOG
                   AND SS-DATE(SS-IDX) IS EQUAL TO WORK-DATE
                   AND SS-TIME(SS-IDX) IS EQUAL TO WORK-TIME
                   MOVE 1 TO SS-FOUND
           END-IF.

       ADD-SESSION.
           IF SS-COUNT-ALL IS LESS THAN 3000
                   ADD 1 TO SS-COUNT-ALL
                   MOVE SS-COUNT-ALL TO SS-IDX
                   MOVE 1 TO SS-FOUND
                   MOVE WORK-LOG TO SS-LOG(SS-IDX)
                   MOVE WORK-DATE TO SS-DATE(SS-IDX)
                   MOVE WORK-TIME TO SS-TIME(SS-IDX)
                   MOVE 0 TO SS-LASTSEQ(SS-IDX)
                   MOVE 0 TO SS-COUNT(SS-IDX)
                   MOVE 0 TO SS-HASH(SS-IDX)
                   MOVE 0 TO SS-LEGACY(SS-IDX)
                   MOVE 0 TO SS-TRAILERS(SS-IDX)
                   MOVE 0 TO SS-TRCOUNT(SS-IDX)
                   MOVE 0 TO SS-TRHASH(SS-IDX)
                   MOVE 0 TO SS-ERRORS(SS-IDX)
                   PERFORM CHECK-SESSION-ACK
           ELSE
                   MOVE 1 TO TABLE-FULL
           END-IF.

       CHECK-SESSION-ACK.
           MOVE 0 TO SS-ACCEPTED(SS-IDX).
           MOVE SPACES TO SS-ACKBY(SS-IDX).
           PERFORM MATCH-ACK VARYING AK-IDX FROM 1 BY 1
                   UNTIL AK-IDX IS GREATER THAN AK-COUNT
                   OR SS-ACCEPTED(SS-IDX) IS EQUAL TO 1.

       MATCH-ACK.
           IF AK-LOG(AK-IDX) IS EQUAL TO SS-LOG(SS-IDX)
                   AND AK-DATE(AK-IDX) IS EQUAL TO SS-DATE(SS-IDX)
                   AND AK-SESS(AK-IDX) IS EQUAL TO SS-TIME(SS-IDX)
                   MOVE 1 TO SS-ACCEPTED(SS-IDX)
                   MOVE AK-BY(AK-IDX) TO SS-ACKBY(SS-IDX)
           END-IF.

       CHECK-SESSION-TOTALS.
           IF SS-LEGACY(SS-IDX) IS GREATER THAN 0
                   AND (SS-COUNT(SS-IDX) IS GREATER THAN 0
                   OR SS-TRAILERS(SS-IDX) IS GREATER THAN 0)
                   MOVE "UNSEQUENCED RECORDS" TO PROB-TEXT
                   MOVE SS-LEGACY(SS-IDX) TO CNT-ED
                   MOVE SPACES TO PROB-DETAIL
                   STRING CNT-ED " RECORDS" DELIMITED BY SIZE
                           INTO PROB-DETAIL
                   PERFORM REPORT-PROBLEM
           END-IF.
           IF SS-COUNT(SS-IDX) IS GREATER THAN 0
                   AND SS-TRAILERS(SS-IDX) IS EQUAL TO 0
                   MOVE "NO TRAILER" TO PROB-TEXT
                   MOVE SS-COUNT(SS-IDX) TO CNT-ED
                   MOVE SPACES TO PROB-DETAIL
                   STRING CNT-ED " RECORDS" DELIMITED BY SIZE
                           INTO PROB-DETAIL
                   PERFORM REPORT-PROBLEM
           END-IF.
           IF SS-TRAILERS(SS-IDX) IS GREATER THAN 0
                   PERFORM CHECK-TRAILER-TOTALS
           END-IF.

       CHECK-TRAILER-TOTALS.
           IF SS-TRCOUNT(SS-IDX) IS NOT EQUAL TO SS-COUNT(SS-IDX)
                   MOVE "TRAILER COUNT MISMATCH" TO PROB-TEXT
                   MOVE SS-TRCOUNT(SS-IDX) TO CNT-ED
                   MOVE SS-COUNT(SS-IDX) TO CNT-ED2
                   MOVE SPACES TO PROB-DETAIL
                   STRING "TRLR" CNT-ED " FOUND" CNT-ED2
                           DELIMITED BY SIZE INTO PROB-DETAIL
                   PERFORM REPORT-PROBLEM
           END-IF.
           IF SS-TRHASH(SS-IDX) IS NOT EQUAL TO SS-HASH(SS-IDX)
                   MOVE "TRAILER HASH MISMATCH" TO PROB-TEXT
                   MOVE SS-TRHASH(SS-IDX) TO HASH-ED
                   MOVE SS-HASH(SS-IDX) TO HASH-ED2
                   MOVE SPACES TO PROB-DETAIL
                   STRING HASH-ED " VS" HASH-ED2
                           DELIMITED BY SIZE INTO PROB-DETAIL
                   PERFORM REPORT-PROBLEM
           END-IF.

       REPORT-PROBLEM.
           IF SS-LOG(SS-IDX) IS EQUAL TO "J"
                   MOVE "WAGERJRN" TO WORK-NAME
           ELSE
                   MOVE "ROLLLOG" TO WORK-NAME
           END-IF.
           ADD 1 TO SS-ERRORS(SS-IDX).
           MOVE SPACES TO RPT-LINE.
           STRING WORK-NAME " " SS-DATE(SS-IDX) " " SS-TIME(SS-IDX)
                   "  " PROB-TEXT " " PROB-DETAIL
                   DELIMITED BY SIZE INTO RPT-LINE.
           PERFORM WRITE-RPT.
           IF SS-ACCEPTED(SS-IDX) IS EQUAL TO 1
                   MOVE SPACES TO RPT-LINE
                   STRING "         ACCEPTED IN JRNACK.DAT BY "
                           SS-ACKBY(SS-IDX) DELIMITED BY SIZE
                           INTO RPT-LINE
                   PERFORM WRITE-RPT
                   ADD 1 TO ACCEPT-COUNT
           ELSE
                   ADD 1 TO FAIL-COUNT
           END-IF.

       PRINT-LOG-SUMMARY.
           MOVE 0 TO LOG-SESSIONS.
           MOVE 0 TO LOG-TRAILERS.
           MOVE 0 TO LOG-LEGACY.
           MOVE 0 TO LOG-BAD.
           PERFORM ADD-LOG-SUMMARY VARYING SS-IDX FROM 1 BY 1
                   UNTIL SS-IDX IS GREATER THAN SS-COUNT-ALL.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-RPT.
           MOVE SPACES TO RPT-LINE.
           STRING WORK-NAME " RECORDS READ: " CNT-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           PERFORM WRITE-RPT.
           MOVE LOG-SESSIONS TO SESS-ED.
           MOVE LOG-TRAILERS TO ERR-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "  SESSIONS: " SESS-ED "  WITH TRAILER: " ERR-ED
                   DELIMITED BY SIZE INTO RPT-LINE.
           MOVE LOG-BAD TO ERR-ED.
           STRING "  IN ERROR: " ERR-ED DELIMITED BY SIZE
                   INTO RPT-LINE(47:17).
           PERFORM WRITE-RPT.
           IF LOG-LEGACY IS GREATER THAN 0
                   MOVE LOG-LEGACY TO CNT-ED
                   MOVE SPACES TO RPT-LINE
                   STRING "  RECORDS WRITTEN BEFORE SEQUENCING: "
                           CNT-ED DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM WRITE-RPT
           END-IF.

       ADD-LOG-SUMMARY.
           IF SS-LOG(SS-IDX) IS EQUAL TO WORK-LOG
                   ADD 1 TO LOG-SESSIONS
                   ADD SS-LEGACY(SS-IDX) TO LOG-LEGACY
                   IF SS-TRAILERS(SS-IDX) IS GREATER THAN 0
                           ADD 1 TO LOG-TRAILERS
                   END-IF
                   IF SS-ERRORS(SS-IDX) IS GREATER THAN 0
                           ADD 1 TO LOG-BAD
                   END-IF
           END-IF.

       PRINT-RESULT.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-RPT.
           IF TABLE-FULL IS EQUAL TO 1
                   MOVE "SESSION TABLE FULL -- NOT EVERY SESSION WAS "
                           TO RPT-LINE
                   MOVE "CHECKED" TO RPT-LINE(45:7)
                   PERFORM WRITE-RPT
           END-IF.
           IF SKIP-RECS IS GREATER THAN 0
                   MOVE SKIP-RECS TO CNT-ED
                   MOVE SPACES TO RPT-LINE
                   STRING "RECORDS BEFORE " FROM-DATE
                           " NOT RECHECKED: " CNT-ED
                           DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM WRITE-RPT
           END-IF.
           IF ACCEPT-COUNT IS GREATER THAN 0
                   MOVE ACCEPT-COUNT TO CNT-ED
                   MOVE SPACES TO RPT-LINE
                   STRING "PROBLEMS IN ACCEPTED SESSIONS (JRNACK.DAT): "
                           CNT-ED DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM WRITE-RPT
           END-IF.
           MOVE FAIL-COUNT TO CNT-ED.
           MOVE SPACES TO RPT-LINE.
           IF FAIL-COUNT IS GREATER THAN 0 OR TABLE-FULL IS EQUAL TO 1
                   STRING "RESULT: FAILED -- " CNT-ED " PROBLEMS. "
                           "LATER STEPS MUST NOT RUN."
                           DELIMITED BY SIZE INTO RPT-LINE
           ELSE
                   MOVE "RESULT: PASSED" TO RPT-LINE
           END-IF.
           PERFORM WRITE-RPT.

       LOG-RUN-START.
           MOVE "JRNCHECK" TO RL-PROGRAM.
           MOVE SPACES TO RL-FILES.
           MOVE ALL "0" TO RL-COUNTS.
           MOVE "wagerjrn.dat" TO RL-FILENAME(1).
           MOVE "rolllog.txt" TO RL-FILENAME(2).
           MOVE "jrnack.dat" TO RL-FILENAME(3).
           MOVE "jrncheck.txt" TO RL-FILENAME(4).
           MOVE "jrnctl.dat" TO RL-FILENAME(5).
           MOVE "S" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.

       LOG-RUN-END.
           MOVE RETURN-CODE TO RL-COND.
           MOVE "E" TO RL-ACTION.
           CALL "RUNLOG" USING RUN-CONTROL.
           MOVE RL-COND TO RETURN-CODE.
