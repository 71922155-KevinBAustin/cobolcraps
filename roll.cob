       DATA DIVISION.
       FILE SECTION.
       FD ROLL-LOG.
       01 ROLL-LOG-REC PIC X(120).
       FD DICE-IN.
       01 DICE-IN-REC.
           05 DIN-DIE1 PIC 9.
       01 LOG-TIME      PIC 9(10).
       01 LOG-TIME-BIN  PIC S9(18) COMP-5.
       01 ROLL-LOG-STATUS PIC 99.
       01 ROLL-LOG-LINE PIC X(120).
       01 ROLL-SEQ PIC 9(6) VALUE 0.
       01 ROLL-HASH PIC 9(9) VALUE 0.
       01 DICE-IN-STATUS PIC 99.
       01 DICE-IN-OPENED PIC X VALUE "N".
       01 DICE-IN-EOF PIC X VALUE "N".
       01 REPLAY-MODE PIC 9.
       01 SESSION-DATE PIC 9(8).
       01 TABLE-ID PIC 99.
       01 SESSION-TIME PIC 9(6).
       01 ROLL-ACTION PIC X.

       SCREEN SECTION.
       01 DIE-BASE.
       
       PROCEDURE DIVISION USING DICE-SUM DICE-FACE1 DICE-FACE2
               PUCK PUCK-ORIG BATCH-MODE REPLAY-MODE
               SESSION-DATE TABLE-ID SESSION-TIME ROLL-ACTION.
           IF ROLL-ACTION IS EQUAL TO "T"
                   IF ROLL-SEQ IS GREATER THAN 0
                           PERFORM WRITE-ROLL-TRAILER
                   END-IF
                   GOBACK
           END-IF.
           IF BATCH-MODE IS EQUAL TO 0
                   DISPLAY DIE-BASE
           END-IF.

       CALL "time" USING BY REFERENCE LOG-TIME-BIN.
       MOVE LOG-TIME-BIN TO LOG-TIME.
       ADD 1 TO ROLL-SEQ.
       ADD DICE-SUM TO ROLL-HASH.
       MOVE SPACES TO ROLL-LOG-LINE.
       STRING "TIME=" LOG-TIME
               " DIE1=" DICE-ROLL
               " PUCKORIG=" PUCK-ORIG
               " DATE=" SESSION-DATE
               " TABLE=" TABLE-ID
               " SESS=" SESSION-TIME
               " SEQ=" ROLL-SEQ
               DELIMITED BY SIZE INTO ROLL-LOG-LINE.
       OPEN EXTEND ROLL-LOG.
       IF ROLL-LOG-STATUS IS NOT EQUAL TO 0
                           END-IF
                   END-READ
           END-IF.

       WRITE-ROLL-TRAILER.
           MOVE SPACES TO ROLL-LOG-LINE.
           STRING "TRAILER DATE=" SESSION-DATE
                   " SESS=" SESSION-TIME
                   " COUNT=" ROLL-SEQ
                   " HASH=" ROLL-HASH
                   DELIMITED BY SIZE INTO ROLL-LOG-LINE.
           OPEN EXTEND ROLL-LOG.
           IF ROLL-LOG-STATUS IS NOT EQUAL TO 0
                   OPEN OUTPUT ROLL-LOG
           END-IF.
           WRITE ROLL-LOG-REC FROM ROLL-LOG-LINE.
           CLOSE ROLL-LOG.
