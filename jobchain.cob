       01 JOB-STATUS-REC.
           05 JS-DATE PIC 9(8).
           05 JS-FLAGS.
               10 JS-FLAG PIC X OCCURS 5 TIMES.

       WORKING-STORAGE SECTION.
       01 JOB-FILE-STATUS PIC 99.
       01 STEP-FLAGS.
           05 STEP-FLAG PIC X OCCURS 5 TIMES.
       01 STEP-NAMES.
           05 FILLER PIC X(12) VALUE "JRNCHECK".
           05 FILLER PIC X(12) VALUE "PREFLIGHT".
           05 FILLER PIC X(12) VALUE "CRAPS".
           05 FILLER PIC X(12) VALUE "CSVEXPORT".
           05 FILLER PIC X(12) VALUE "DAYEND".
       01 STEP-NAMES-TBL REDEFINES STEP-NAMES.
           05 STEP-NAME PIC X(12) OCCURS 5 TIMES.
       01 STEP-CMDS.
           05 FILLER PIC X(20) VALUE "./jrncheck".
           05 FILLER PIC X(20) VALUE "./preflight".
           05 FILLER PIC X(20) VALUE "./craps".
           05 FILLER PIC X(20) VALUE "./csvexport".
           05 FILLER PIC X(20) VALUE "./dayend".
       01 STEP-CMDS-TBL REDEFINES STEP-CMDS.
           05 STEP-CMD PIC X(20) OCCURS 5 TIMES.
       01 STEP-IDX PIC 9.
       01 SYS-CMD PIC X(20).
       01 CHAIN-DATE PIC 9(8).
           PERFORM LOAD-JOBSTAT.
           DISPLAY "NIGHTLY BATCH CHAIN STARTING, DATE " CHAIN-DATE.
           PERFORM RUN-STEP VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX IS GREATER THAN 5
                   OR STEP-FAILED IS EQUAL TO 1.
           IF STEP-FAILED IS EQUAL TO 0
                   DISPLAY "ALL STEPS COMPLETE -- CHAIN FINISHED."
           MOVE "N" TO STEP-FLAG(2).
           MOVE "N" TO STEP-FLAG(3).
           MOVE "N" TO STEP-FLAG(4).
           MOVE "N" TO STEP-FLAG(5).
           OPEN INPUT JOB-STATUS-FILE.
           IF JOB-FILE-STATUS IS EQUAL TO 0
                   READ JOB-STATUS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF JS-FLAG(5) IS EQUAL TO "Y"
                                   OR JS-FLAG(5) IS EQUAL TO "N"
                                   MOVE JS-FLAG(1) TO STEP-FLAG(1)
                                   MOVE JS-FLAG(2) TO STEP-FLAG(2)
                                   MOVE JS-FLAG(3) TO STEP-FLAG(3)
                                   MOVE JS-FLAG(4) TO STEP-FLAG(4)
                                   MOVE JS-FLAG(5) TO STEP-FLAG(5)
                           ELSE IF JS-FLAG(4) IS EQUAL TO "Y"
                                   OR JS-FLAG(4) IS EQUAL TO "N"
                                   DISPLAY "JOBSTAT.DAT IS IN THE OLD "
                                           "4-STEP FORMAT -- "
                                           "RERUNNING JRNCHECK FIRST"
                                   MOVE JS-FLAG(1) TO STEP-FLAG(2)
                                   MOVE JS-FLAG(2) TO STEP-FLAG(3)
                                   MOVE JS-FLAG(3) TO STEP-FLAG(4)
                                   MOVE JS-FLAG(4) TO STEP-FLAG(5)
                           ELSE
                                   DISPLAY "JOBSTAT.DAT IS IN THE OLD "
                                           "3-STEP FORMAT -- "
           MOVE STEP-FLAG(2) TO JS-FLAG(2).
           MOVE STEP-FLAG(3) TO JS-FLAG(3).
           MOVE STEP-FLAG(4) TO JS-FLAG(4).
           MOVE STEP-FLAG(5) TO JS-FLAG(5).
           WRITE JOB-STATUS-REC.
           CLOSE JOB-STATUS-FILE.

           MOVE "N" TO STEP-FLAG(2).
           MOVE "N" TO STEP-FLAG(3).
           MOVE "N" TO STEP-FLAG(4).
           MOVE "N" TO STEP-FLAG(5).
           PERFORM SAVE-JOBSTAT.

       RUN-STEP.
