       DATA DIVISION.
       FILE SECTION.
       FD ROLL-LOG.
       01 ROLL-LOG-REC PIC X(120).
       FD DICE-OUT.
       01 DICE-OUT-REC.
           05 DOUT-DIE1 PIC 9.
           05 LOG-DATE PIC 9(8).
           05 FILLER PIC X(7).
           05 LOG-TABLE PIC 99.
           05 FILLER PIC X(6).
           05 LOG-SESS PIC 9(6).
           05 FILLER PIC X(5).
           05 LOG-SEQ PIC 9(6).
           05 FILLER PIC X(18).
       01 SEL-FILE-STATUS PIC 99.
       01 FROM-DATE PIC 9(8) VALUE 0.
       01 TO-DATE PIC 9(8) VALUE 99999999.
               AT END
                   MOVE 1 TO EOF-FLAG
               NOT AT END
                   IF ROLL-LOG-REC(1:7) IS NOT EQUAL TO "TRAILER"
                           PERFORM CONVERT-RECORD
                   END-IF
           END-READ.

       CONVERT-RECORD.
