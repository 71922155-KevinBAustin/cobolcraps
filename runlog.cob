       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG ASSIGN TO "runlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

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

       WORKING-STORAGE SECTION.
       01 RUN-LOG-STATUS PIC 99.
       01 LOG-DATE PIC 9(8).
       01 LOG-TIME-RAW PIC 9(8).
       01 LOG-TIME PIC 9(6).

       LINKAGE SECTION.
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

       PROCEDURE DIVISION USING RUN-CONTROL.
       WRITE-RUN-LOG.
           ACCEPT LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT LOG-TIME-RAW FROM TIME.
           DIVIDE LOG-TIME-RAW BY 100 GIVING LOG-TIME.
           IF RL-ACTION IS EQUAL TO "S"
                   MOVE LOG-DATE TO RL-STARTDATE
                   MOVE LOG-TIME TO RL-STARTTIME
                   MOVE 0 TO RL-ENDDATE
                   MOVE 0 TO RL-ENDTIME
                   MOVE 0 TO RL-COND
                   MOVE "STARTED" TO RL-MSG
           ELSE
                   MOVE "E" TO RL-ACTION
                   MOVE LOG-DATE TO RL-ENDDATE
                   MOVE LOG-TIME TO RL-ENDTIME
                   IF RL-MSG IS EQUAL TO SPACES
                           OR RL-MSG IS EQUAL TO "STARTED"
                           MOVE "COMPLETED" TO RL-MSG
                   END-IF
           END-IF.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS IS NOT EQUAL TO 0
                   OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE RUN-CONTROL TO RUN-LOG-REC.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
           IF RL-ACTION IS EQUAL TO "S"
                   MOVE SPACES TO RL-MSG
           END-IF.
           MOVE RL-COND TO RETURN-CODE.
           GOBACK.
