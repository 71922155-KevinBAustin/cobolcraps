               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SEQ-FILE-STATUS.
           SELECT ACCT-OLD ASSIGN TO "acctmast.old"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-NUM
               FILE STATUS IS OLD-FILE-STATUS.
           SELECT ACCT-FILE ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05 SEQ-ROUNDS PIC 9(5).
           05 SEQ-NETWL PIC S9(7).
           05 SEQ-STATUS PIC X.
       FD ACCT-OLD.
       01 OLD-REC.
           05 OLD-NUM PIC 9(4).
           05 OLD-NAME PIC X(20).
           05 OLD-BAL PIC 9(6).
           05 OLD-ROUNDS PIC 9(5).
           05 OLD-NETWL PIC S9(7).
           05 OLD-STATUS PIC X.
           05 OLD-POINTS PIC 9(7).
       FD ACCT-FILE.
       01 ACCT-REC.
           05 ACCT-NUM PIC 9(4).
           05 ACCT-NETWL PIC S9(7).
           05 ACCT-STATUS PIC X.
           05 ACCT-POINTS PIC 9(7).
           05 ACCT-CREDLIM PIC 9(6).
           05 ACCT-MARKERS PIC 9(6).
           05 ACCT-LOSSLIM PIC 9(6).
           05 ACCT-RNDLIM PIC 999.
           05 ACCT-EXCLUDE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 SEQ-FILE-STATUS PIC 99.
       01 ACCT-FILE-STATUS PIC 99.
       01 OLD-FILE-STATUS PIC 99.
       01 CONV-SOURCE PIC X VALUE "S".
       01 EOF-FLAG PIC 9 VALUE 0.
       01 CONV-COUNT PIC 9(5) VALUE 0.
       01 SKIP-COUNT PIC 9(5) VALUE 0.
       ACCT-CONVERT.
           OPEN INPUT ACCT-SEQ.
           IF SEQ-FILE-STATUS IS NOT EQUAL TO 0
                   OPEN INPUT ACCT-OLD
                   IF OLD-FILE-STATUS IS NOT EQUAL TO 0
                           DISPLAY "NO ACCTMAST.SEQ OR ACCTMAST.OLD "
                                   "FOUND -- RENAME THE OLD SEQUENTIAL "
                                   "MASTER TO ACCTMAST.SEQ OR THE "
                                   "OLD INDEXED MASTER TO "
                                   "ACCTMAST.OLD FIRST"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-IF
                   MOVE "I" TO CONV-SOURCE
           END-IF.
           OPEN OUTPUT ACCT-FILE.
           IF ACCT-FILE-STATUS IS NOT EQUAL TO 0
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-IF.
           IF CONV-SOURCE IS EQUAL TO "I"
                   PERFORM CONVERT-OLD-ACCOUNT
                           UNTIL EOF-FLAG IS EQUAL TO 1
                   CLOSE ACCT-OLD
           ELSE
                   PERFORM CONVERT-ACCOUNT UNTIL EOF-FLAG IS EQUAL TO 1
                   CLOSE ACCT-SEQ
           END-IF.
           CLOSE ACCT-FILE.
           DISPLAY "ACCOUNTS CONVERTED: " CONV-COUNT.
           DISPLAY "RECORDS SKIPPED:   " SKIP-COUNT.
                   MOVE SEQ-NETWL TO ACCT-NETWL
                   MOVE SEQ-STATUS TO ACCT-STATUS
                   MOVE 0 TO ACCT-POINTS
                   PERFORM PUT-ACCOUNT
           END-IF.

       CONVERT-OLD-ACCOUNT.
           READ ACCT-OLD NEXT RECORD
               AT END
                   MOVE 1 TO EOF-FLAG
               NOT AT END
                   PERFORM WRITE-OLD-ACCOUNT
           END-READ.

       WRITE-OLD-ACCOUNT.
           IF OLD-NUM IS NOT NUMERIC OR OLD-NUM IS EQUAL TO 0
                   ADD 1 TO SKIP-COUNT
                   DISPLAY "BAD ACCOUNT NUMBER -- RECORD SKIPPED"
           ELSE
                   MOVE OLD-NUM TO ACCT-NUM
                   MOVE OLD-NAME TO ACCT-NAME
                   MOVE OLD-BAL TO ACCT-BAL
                   MOVE OLD-ROUNDS TO ACCT-ROUNDS
                   MOVE OLD-NETWL TO ACCT-NETWL
                   MOVE OLD-STATUS TO ACCT-STATUS
                   MOVE OLD-POINTS TO ACCT-POINTS
                   PERFORM PUT-ACCOUNT
           END-IF.

       PUT-ACCOUNT.
           MOVE 0 TO ACCT-CREDLIM.
           MOVE 0 TO ACCT-MARKERS.
           MOVE 0 TO ACCT-LOSSLIM.
           MOVE 0 TO ACCT-RNDLIM.
           MOVE 0 TO ACCT-EXCLUDE.
           WRITE ACCT-REC
               INVALID KEY
                   ADD 1 TO SKIP-COUNT
                   DISPLAY "DUPLICATE ACCOUNT " ACCT-NUM
                           " -- RECORD SKIPPED"
               NOT INVALID KEY
                   ADD 1 TO CONV-COUNT
           END-WRITE.
