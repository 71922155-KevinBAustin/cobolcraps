               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-NUM
               FILE STATUS IS ACCT-FILE-STATUS.
           SELECT CAGE-JRN ASSIGN TO "cagejrn.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CAGE-FILE-STATUS.
           SELECT MARKER-FILE ASSIGN TO "markers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS MARK-FILE-STATUS.
           SELECT RG-FILE ASSIGN TO "rgexcp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RG-FILE-STATUS.
           SELECT ENTRANT-FILE ASSIGN TO "tourney.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TE-FILE-STATUS.
           SELECT TOURN-PARM-FILE ASSIGN TO "tournparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TPRM-FILE-STATUS.
           SELECT TOURN-RESULT ASSIGN TO "tournres.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TRES-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PARM-BATCHBET PIC 999.
           05 PARM-REPLAY PIC 9.
           05 PARM-NUMTABLES PIC 99.
           05 PARM-TOURNEY PIC 9.
       FD SHIFT-RPT.
       01 RPT-LINE PIC X(60).
       FD CHECKPOINT-FILE.
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
       FD STRAT-FILE.
       01 STRAT-REC.
           05 SREC-TYPE PIC X(8).
           05 AM-NETWL PIC S9(7).
           05 AM-STATUS PIC X.
           05 AM-POINTS PIC 9(7).
           05 AM-CREDLIM PIC 9(6).
           05 AM-MARKERS PIC 9(6).
           05 AM-LOSSLIM PIC 9(6).
           05 AM-RNDLIM PIC 999.
           05 AM-EXCLUDE PIC 9(8).
       FD CAGE-JRN.
       01 CAGE-REC.
           05 CAGE-DATE PIC 9(8).
           05 CAGE-TIME PIC 9(6).
           05 CAGE-ACCT PIC 9(4).
           05 CAGE-TXNTYPE PIC X(8).
           05 CAGE-AMT PIC 9(6).
           05 CAGE-NEWBAL PIC 9(6).
           05 CAGE-TABLE PIC 99.
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
       FD RG-FILE.
       01 RGX-REC.
           05 RGX-DATE PIC 9(8).
           05 RGX-TIME PIC 9(6).
           05 RGX-ACCT PIC 9(4).
           05 RGX-TABLE PIC 99.
           05 RGX-SEAT PIC 9.
           05 RGX-EVENT PIC X(8).
           05 RGX-NETWL PIC S9(7).
           05 RGX-ROUNDS PIC 999.
           05 RGX-LIMIT PIC 9(8).
           05 RGX-BY PIC X(3).
       FD ENTRANT-FILE.
       01 ENTRANT-REC.
           05 TE-ACCT PIC 9(4).
           05 TE-TABLE PIC 99.
           05 TE-HEAT PIC 99.
       FD TOURN-PARM-FILE.
       01 TRN-REC.
           05 TRN-CHIPS PIC 9(6).
           05 TRN-ROUNDS PIC 99.
           05 TRN-CUTPCT PIC 99.
           05 TRN-SEATS PIC 9.
       FD TOURN-RESULT.
       01 TR-REC.
           05 TR-HEAT PIC 99.
           05 TR-DATE PIC 9(8).
           05 TR-TABLE PIC 99.
           05 TR-SEAT PIC 9.
           05 TR-ACCT PIC 9(4).
           05 TR-NAME PIC X(20).
           05 TR-STACK PIC 9(6).
           05 TR-ROUNDS PIC 999.
           05 TR-STATUS PIC X(8).

       WORKING-STORAGE SECTION.
       01 PLAYERBAL PIC 9(6) VALUE 500.
       01 SESSION-DATE PIC 9(8).
       01 SESSION-TIME-RAW PIC 9(8).
       01 SESSION-TIME PIC 9(6).
       01 SESSION-CLOSED PIC 9 VALUE 0.
       01 SESS-JRN-COUNT PIC 9(6) VALUE 0.
       01 SESS-JRN-HASH PIC 9(12) VALUE 0.
       01 ROLL-ACTION PIC X VALUE "R".
       01 SAVE-RETURN-CODE PIC S9(4) VALUE 0.
       01 JWK-SEAT PIC 99.
       01 JWK-BETTYPE PIC X(12).
       01 JWK-AMT PIC 9(6).
       01 ACCT-IN-USE PIC 9.
       01 SEAT-IDX PIC 99.
       01 WORK-ACCT PIC 9(4).
       01 CAGE-FILE-STATUS PIC 99.
       01 MARK-FILE-STATUS PIC 99.
       01 MARK-EOF PIC 9 VALUE 0.
       01 NEXT-MARKER PIC 9(6).
       01 MARKER-AMT PIC 9(6).
       01 CREDIT-AVAIL PIC 9(6).
       01 TXN-DATE PIC 9(8).
       01 TXN-TIME-RAW PIC 9(8).
       01 TXN-TIME PIC 9(6).
       01 TXN-TYPE PIC X(8).
       01 TXN-AMT PIC 9(6).
       01 TXN-TABLE PIC 99.
       01 POST-OLDBAL PIC 9(6).
       01 CAGE-EOF PIC 9 VALUE 0.
       01 RG-FILE-STATUS PIC 99.
       01 RG-LIMITS.
           05 RG-TABLE OCCURS 10 TIMES.
               10 RG-OPEN-SEATS PIC 9.
               10 RG-SEAT OCCURS 8 TIMES.
                   15 RG-LOSSLIM PIC 9(6).
                   15 RG-RNDLIM PIC 999.
                   15 RG-PRIORNET PIC S9(7).
                   15 RG-CUTOFF PIC 9.
       01 RG-DAYNET PIC S9(7).
       01 RG-EVENT PIC X(8).
       01 RG-LIMIT PIC 9(8).
       01 RG-ROUNDS PIC 999.
       01 TOURN-MODE PIC 9 VALUE 0.
       01 TOURN-HEAT PIC 99 VALUE 1.
       01 TOURN-CHIPS PIC 9(6) VALUE 1000.
       01 TOURN-ROUNDS PIC 99 VALUE 10.
       01 TOURN-ERROR PIC 9 VALUE 0.
       01 TOURN-LIVE PIC 9.
       01 TE-FILE-STATUS PIC 99.
       01 TPRM-FILE-STATUS PIC 99.
       01 TRES-FILE-STATUS PIC 99.
       01 TE-EOF PIC 9 VALUE 0.
       01 TOURN-SEATING.
           05 TN-TABLE OCCURS 10 TIMES.
               10 TN-COUNT PIC 9.
               10 TN-ACCT PIC 9(4) OCCURS 8 TIMES.
       01 SETTLE-TOTALS.
           05 WAGERED-PASS PIC 9(7) VALUE 0.
           05 WAGERED-DPASS PIC 9(7) VALUE 0.
               10 TP-BETODDS-COME PIC 9(4).
               10 TP-BETFIRE PIC 99.
               10 TP-BUSTED PIC 9.
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

       SCREEN SECTION.
       01 BET-BOARD.
           ACCEPT SESSION-TIME-RAW FROM TIME.
           DIVIDE SESSION-TIME-RAW BY 100 GIVING SESSION-TIME.
           PERFORM LOAD-PARMS.
           PERFORM LOG-RUN-START.
           PERFORM LOAD-PAYTABLE.
           PERFORM LOAD-HOUSEBANK.
           PERFORM LOAD-STRATEGIES.
           MOVE PLAYERBAL TO BASE-PLAYERBAL.
           MOVE PLAYERBAL TO STARTING-BAL.
           PERFORM LOAD-TABLEPARMS.
           IF TOURN-MODE IS EQUAL TO 1
                   PERFORM LOAD-ENTRANTS
           END-IF.
           PERFORM COMPUTE-EXPOSURE.
           IF TOURN-MODE IS EQUAL TO 0
                   PERFORM LOAD-CHECKPOINT
           END-IF.
           PERFORM INIT-TABLE VARYING TIDX FROM 1 BY 1
                   UNTIL TIDX IS GREATER THAN NUM-TABLES.
           MOVE 1 TO TABLES-REMAIN.
                   UNTIL TIDX IS GREATER THAN NUM-TABLES.
           PERFORM SHOW-TABLE-RESULTS VARYING TIDX FROM 1 BY 1
                   UNTIL TIDX IS GREATER THAN NUM-TABLES.
           IF TOURN-MODE IS EQUAL TO 1
                   PERFORM FINISH-TOURNAMENT-HEAT
                   PERFORM CLOSE-SESSION
                   PERFORM LOG-RUN-END
                   STOP RUN
           END-IF.
           PERFORM CLEAR-CHECKPOINT.
           PERFORM UPDATE-ACCOUNTS.


           IF FILE-STATUS IS NOT EQUAL TO 0
                   DISPLAY "ERROR OPENING FILE, STATUS: " FILE-STATUS
                   MOVE "ERROR OPENING PLAYER.DAT" TO RL-MSG
                   PERFORM CLOSE-SESSION
                   PERFORM LOG-RUN-END
                   STOP RUN
           END-IF.

                   DISPLAY "GOODBYE."
           END-IF.

           PERFORM CLOSE-SESSION
           PERFORM LOG-RUN-END.
           STOP RUN.

       PRINT-SETTLEMENT.
           MOVE "PASS" TO HIST-BETTYPE.
           MOVE WAGERED-PASS TO HIST-WAGERED.
           MOVE PAID-PASS TO HIST-PAID.
           WRITE HIST-REC
           ADD 1 TO RL-WRITTEN(6).
           MOVE "DON'T PASS" TO HIST-BETTYPE.
           MOVE WAGERED-DPASS TO HIST-WAGERED.
           MOVE PAID-DPASS TO HIST-PAID.
           WRITE HIST-REC
           ADD 1 TO RL-WRITTEN(6).
           MOVE "COME" TO HIST-BETTYPE.
           MOVE WAGERED-COME TO HIST-WAGERED.
           MOVE PAID-COME TO HIST-PAID.
           WRITE HIST-REC
           ADD 1 TO RL-WRITTEN(6).
           MOVE "DON'T COME" TO HIST-BETTYPE.
           MOVE WAGERED-DCOME TO HIST-WAGERED.
           MOVE PAID-DCOME TO HIST-PAID.
           WRITE HIST-REC
           ADD 1 TO RL-WRITTEN(6).
           MOVE "FIELD/PLACE/HARD" TO HIST-BETTYPE.
           MOVE WAGERED-OTHER TO HIST-WAGERED.
           MOVE PAID-OTHER TO HIST-PAID.
           WRITE HIST-REC
           ADD 1 TO RL-WRITTEN(6).
           MOVE "FIRE" TO HIST-BETTYPE.
           MOVE WAGERED-FIRE TO HIST-WAGERED.
           MOVE PAID-FIRE TO HIST-PAID.
           WRITE HIST-REC
           ADD 1 TO RL-WRITTEN(6).
           CLOSE SHIFT-HIST.
           PERFORM ARCHIVE-CAGE-MOVEMENT.

                                   AND PARM-NUMTABLES IS GREATER THAN 0
                                   MOVE PARM-NUMTABLES TO NUM-TABLES
                           END-IF
                           IF PARM-TOURNEY IS NUMERIC
                                   AND PARM-TOURNEY IS EQUAL TO 1
                                   MOVE 1 TO TOURN-MODE
                           END-IF
                   END-READ
                   CLOSE PARM-FILE
           END-IF.
           IF TOURN-MODE IS EQUAL TO 1
                   PERFORM LOAD-TOURN-PARMS
           END-IF.
           IF NUM-PLAYERS IS EQUAL TO 0
                   MOVE 1 TO NUM-PLAYERS
           END-IF.
               AT END
                   MOVE 1 TO TPARM-EOF
               NOT AT END
                   ADD 1 TO RL-READ(1)
                   IF TIDX IS LESS THAN 10
                           ADD 1 TO TIDX
                           PERFORM STORE-TABLEPARM
                   END-IF
           END-IF.
           PERFORM INIT-PLAYERS.
           MOVE 0 TO RG-OPEN-SEATS(TIDX).
           PERFORM CHECK-SEAT-LIMIT VARYING PIDX FROM 1 BY 1
                   UNTIL PIDX IS GREATER THAN NUM-PLAYERS.
           PERFORM COUNT-OPEN-SEAT VARYING PIDX FROM 1 BY 1
                   UNTIL PIDX IS GREATER THAN NUM-PLAYERS.
           IF CKPT-VALID IS EQUAL TO 1
                   PERFORM RESTORE-FIRE-STATE
           END-IF.
           MOVE 0 TO TABLES-REMAIN.
           PERFORM TABLE-ROUND VARYING TIDX FROM 1 BY 1
                   UNTIL TIDX IS GREATER THAN NUM-TABLES.
           IF TOURN-MODE IS EQUAL TO 0
                   PERFORM WRITE-ALL-CHECKPOINTS
           END-IF.

       TABLE-ROUND.
           IF GT-DONE(TIDX) IS EQUAL TO 0
                   PERFORM LOAD-TABLE-STATE
                   PERFORM COUNT-LIVE-SEATS
                   IF ROUNDS-PLAYED IS NOT LESS THAN MAXROUNDS
                           MOVE 1 TO GT-DONE(TIDX)
                   ELSE IF PLAYERBAL IS LESS THAN MINBET
                           AND TOURN-MODE IS EQUAL TO 0
                           MOVE 1 TO GT-DONE(TIDX)
                           IF BATCH-MODE IS EQUAL TO 0
                                   DISPLAY PLAYER-BROKE
                           END-IF
                   ELSE IF TOURN-LIVE IS EQUAL TO 0
                           MOVE 1 TO GT-DONE(TIDX)
                           DISPLAY "TABLE " TIDX " CLOSED -- NO "
                                   "ENTRANT CAN COVER THE MINIMUM BET"
                   ELSE IF RG-OPEN-SEATS(TIDX) IS EQUAL TO 0
                           MOVE 1 TO GT-DONE(TIDX)
                           DISPLAY "TABLE " TIDX " CLOSED -- EVERY "
                                   "SEAT IS AT ITS PLAY LIMIT"
                   ELSE
                           IF TOURN-MODE IS EQUAL TO 0
                                   PERFORM CHECK-HOUSE-FLOAT
                           END-IF
                           MOVE 1 TO TABLES-REMAIN
                           PERFORM PLAY-GAME
                           PERFORM BUILD-CHECKPOINT
                   PERFORM WRITE-ALL-CHECKPOINTS
                   PERFORM PRINT-SETTLEMENT
                   MOVE 8 TO RETURN-CODE
                   MOVE "HOUSEBANK AT MAXIMUM EXPOSURE" TO RL-MSG
                   PERFORM CLOSE-SESSION
                   PERFORM LOG-RUN-END
                   STOP RUN
           END-IF.

       CHECK-LOW-WATER.
           IF HOUSE-FLOAT IS LESS THAN LOW-WATER
                   AND LOW-WARNED IS EQUAL TO 0
                   AND TOURN-MODE IS EQUAL TO 0
                   MOVE 1 TO LOW-WARNED
                   MOVE HOUSE-FLOAT TO CAGE-ED
                   DISPLAY "CAGE WARNING: FLOAT DOWN TO " CAGE-ED
               AT END
                   MOVE 1 TO PAY-EOF
               NOT AT END
                   ADD 1 TO RL-READ(2)
                   PERFORM STORE-PAYENTRY
           END-READ.

                   DISPLAY "PAYTABLE ENTRY INVALID: " PT-NAME(PT-IDX)
                   DISPLAY "CORRECT PAYTABLE.DAT BEFORE PLAY. HALTING."
                   MOVE 8 TO RETURN-CODE
                   MOVE "PAYTABLE ENTRY INVALID" TO RL-MSG
                   PERFORM CLOSE-SESSION
                   PERFORM LOG-RUN-END
                   STOP RUN
           END-IF.

           ELSE
                   MOVE "LIVE" TO JRN-STRAT
           END-IF.
           ADD 1 TO SESS-JRN-COUNT.
           MOVE SESS-JRN-COUNT TO JRN-SEQ.
           ADD JRN-AMT TO SESS-JRN-HASH.
           WRITE JRN-REC
           ADD 1 TO RL-WRITTEN(5).
           CLOSE WAGER-JRN.

       JOURNAL-BET.
           IF JWK-AMT IS GREATER THAN 0
                   AND TOURN-MODE IS EQUAL TO 0
                   MOVE "BET" TO JRN-DISP
                   PERFORM WRITE-JOURNAL
           END-IF.

       JOURNAL-WIN.
           IF JWK-AMT IS GREATER THAN 0
                   AND TOURN-MODE IS EQUAL TO 0
                   MOVE "WIN" TO JRN-DISP
                   PERFORM WRITE-JOURNAL
           END-IF.
               AT END
                   MOVE 1 TO STRAT-EOF
               NOT AT END
                   ADD 1 TO RL-READ(3)
                   IF SIDX IS LESS THAN 8
                           ADD 1 TO SIDX
                           PERFORM STORE-STRATEGY
           READ ACCT-FILE
               INVALID KEY
                   MOVE 0 TO ACCT-FOUND
               NOT INVALID KEY
                   ADD 1 TO RL-READ(4)
           END-READ.

       UPDATE-ACCOUNTS.
           IF ACCTS-AVAILABLE IS EQUAL TO 1
                   PERFORM POST-TABLE-ACCOUNTS VARYING TIDX FROM 1 BY 1
                           UNTIL TIDX IS GREATER THAN NUM-TABLES
                   CLOSE ACCT-FILE
           END-IF.

       POST-TABLE-ACCOUNTS.
           PERFORM LOAD-TABLE-STATE.
           PERFORM POST-PLAYER-ACCOUNT VARYING PIDX FROM 1 BY 1
                   UNTIL PIDX IS GREATER THAN NUM-PLAYERS.

       POST-PLAYER-ACCOUNT.
           IF TP-ACCT(PIDX) IS GREATER THAN 0
                   MOVE TP-ACCT(PIDX) TO WORK-ACCT
                   PERFORM FIND-ACCOUNT
                   IF ACCT-FOUND IS EQUAL TO 1
                           MOVE AM-BAL TO POST-OLDBAL
                           MOVE TP-BAL(PIDX) TO AM-BAL
                           ADD TP-ROUNDS(PIDX) TO AM-ROUNDS
                           ADD TP-NETWL(PIDX) TO AM-NETWL
                           REWRITE ACCT-REC
                           ADD 1 TO RL-WRITTEN(4)
                           PERFORM POST-SESSION-TXN
                   END-IF
           END-IF.

       POST-SESSION-TXN.
           IF AM-BAL IS LESS THAN POST-OLDBAL
                   MOVE "SESSLOSS" TO TXN-TYPE
                   COMPUTE TXN-AMT = POST-OLDBAL - AM-BAL
           ELSE
                   MOVE "SESSWIN" TO TXN-TYPE
                   COMPUTE TXN-AMT = AM-BAL - POST-OLDBAL
           END-IF.
           MOVE SESSION-DATE TO TXN-DATE.
           MOVE SESSION-TIME TO TXN-TIME.
           MOVE TIDX TO TXN-TABLE.
           PERFORM WRITE-CAGE-TXN.

       LOAD-CHECKPOINT.
           MOVE 0 TO CKPT-COUNT.
           OPEN INPUT CHECKPOINT-FILE.
                   MOVE AM-NAME TO TP-NAME(1)
           END-IF.
           IF TP-ACCT(1) IS GREATER THAN 0 AND CKPT-VALID IS EQUAL TO 0
                   AND TOURN-MODE IS EQUAL TO 0
                   MOVE AM-BAL TO PLAYERBAL
                   MOVE PLAYERBAL TO STARTING-BAL
           END-IF.

       GET-PLAYER-ACCOUNT.
           MOVE 0 TO TP-ACCT(PIDX).
           MOVE 0 TO RG-LOSSLIM(TIDX, PIDX).
           MOVE 0 TO RG-RNDLIM(TIDX, PIDX).
           MOVE 0 TO RG-PRIORNET(TIDX, PIDX).
           MOVE 0 TO RG-CUTOFF(TIDX, PIDX).
           IF TOURN-MODE IS EQUAL TO 1
                   PERFORM SEAT-ENTRANT
           END-IF.
           IF BATCH-MODE IS EQUAL TO 0
                   AND ACCTS-AVAILABLE IS EQUAL TO 1
                   DISPLAY "PLAYER " PIDX
                           ELSE IF AM-STATUS IS EQUAL TO "S"
                                   DISPLAY "ACCOUNT IS SUSPENDED -- "
                                           "PLAYING UNBANKED"
                           ELSE IF AM-EXCLUDE IS NOT LESS THAN
                                   SESSION-DATE
                                   PERFORM REFUSE-EXCLUDED-SEAT
                           ELSE
                                   PERFORM CHECK-ACCT-IN-USE
                                   IF ACCT-IN-USE IS EQUAL TO 1
                                   ELSE
                                           MOVE WORK-ACCT TO
                                                   TP-ACCT(PIDX)
                                           PERFORM LOAD-SEAT-LIMITS
                                           PERFORM OFFER-MARKER
                                   END-IF
                           END-IF
                   END-IF
           END-IF.

       OFFER-MARKER.
           IF CKPT-VALID IS EQUAL TO 0
                   AND AM-CREDLIM IS GREATER THAN AM-MARKERS
                   COMPUTE CREDIT-AVAIL = AM-CREDLIM - AM-MARKERS
                   DISPLAY "CREDIT AVAILABLE: " CREDIT-AVAIL
                   DISPLAY "MARKER AMOUNT (0 FOR NONE): "
                   ACCEPT MARKER-AMT
                   IF MARKER-AMT IS GREATER THAN CREDIT-AVAIL
                           DISPLAY "AMOUNT EXCEEDS CREDIT AVAILABLE -- "
                                   "NO MARKER DRAWN"
                   ELSE IF MARKER-AMT IS GREATER THAN 0
                           PERFORM DRAW-MARKER
                   END-IF
           END-IF.

       DRAW-MARKER.
           ADD MARKER-AMT TO AM-BAL.
           ADD MARKER-AMT TO AM-MARKERS.
           REWRITE ACCT-REC.
           ADD 1 TO RL-WRITTEN(4).
           PERFORM SCAN-HIGH-MARKER.
           ADD 1 TO NEXT-MARKER.
           ACCEPT TXN-DATE FROM DATE YYYYMMDD.
           ACCEPT TXN-TIME-RAW FROM TIME.
           DIVIDE TXN-TIME-RAW BY 100 GIVING TXN-TIME.
           MOVE TIDX TO TXN-TABLE.
           OPEN EXTEND MARKER-FILE.
           IF MARK-FILE-STATUS IS NOT EQUAL TO 0
                   OPEN OUTPUT MARKER-FILE
           END-IF.
           MOVE TXN-DATE TO MK-DATE.
           MOVE TXN-TIME TO MK-TIME.
           MOVE NEXT-MARKER TO MK-NUM.
           MOVE AM-NUM TO MK-ACCT.
           MOVE "ISSUE" TO MK-TXNTYPE.
           MOVE MARKER-AMT TO MK-AMT.
           MOVE MARKER-AMT TO MK-OPEN.
           MOVE TIDX TO MK-TABLE.
           WRITE MARKER-REC
           ADD 1 TO RL-WRITTEN(8).
           CLOSE MARKER-FILE.
           MOVE "MARKER" TO TXN-TYPE.
           MOVE MARKER-AMT TO TXN-AMT.
           PERFORM WRITE-CAGE-TXN.
           DISPLAY "MARKER " NEXT-MARKER " DRAWN -- BALANCE: " AM-BAL.

       SCAN-HIGH-MARKER.
           MOVE 0 TO NEXT-MARKER.
           MOVE 0 TO MARK-EOF.
           OPEN INPUT MARKER-FILE.
           IF MARK-FILE-STATUS IS EQUAL TO 0
                   PERFORM READ-HIGH-MARKER UNTIL MARK-EOF IS EQUAL TO 1
                   CLOSE MARKER-FILE
           END-IF.

       READ-HIGH-MARKER.
           READ MARKER-FILE
               AT END
                   MOVE 1 TO MARK-EOF
               NOT AT END
                   ADD 1 TO RL-READ(8)
                   IF MK-NUM IS GREATER THAN NEXT-MARKER
                           MOVE MK-NUM TO NEXT-MARKER
                   END-IF
           END-READ.

       WRITE-CAGE-TXN.
           OPEN EXTEND CAGE-JRN.
           IF CAGE-FILE-STATUS IS NOT EQUAL TO 0
                   OPEN OUTPUT CAGE-JRN
           END-IF.
           MOVE TXN-DATE TO CAGE-DATE.
           MOVE TXN-TIME TO CAGE-TIME.
           MOVE AM-NUM TO CAGE-ACCT.
           MOVE TXN-TYPE TO CAGE-TXNTYPE.
           MOVE TXN-AMT TO CAGE-AMT.
           MOVE AM-BAL TO CAGE-NEWBAL.
           MOVE TXN-TABLE TO CAGE-TABLE.
           WRITE CAGE-REC
           ADD 1 TO RL-WRITTEN(7).
           CLOSE CAGE-JRN.

       INIT-OTHER-PLAYER.
           IF CKPT-VALID IS EQUAL TO 1
                   AND CKW-OTHER-ROUND(PIDX - 1) IS GREATER THAN 0
           PERFORM GET-PLAYER-ACCOUNT.
           IF TP-ACCT(PIDX) IS GREATER THAN 0
                   AND TP-ROUNDS(PIDX) IS EQUAL TO 0
                   AND TOURN-MODE IS EQUAL TO 0
                   MOVE AM-BAL TO TP-BAL(PIDX)
                   MOVE TP-BAL(PIDX) TO TP-STARTBAL(PIDX)
           END-IF.
           PERFORM SHOW-BET-BOARD.
           CALL "ROLL" USING BY REFERENCE ROLLSUM DICE-VAL1
                   DICE-VAL2 PUCK PUCK-ORIG BATCH-MODE REPLAY-MODE
                   SESSION-DATE TIDX SESSION-TIME ROLL-ACTION.
           PERFORM ROLL-CHECK1.

           IF PHASE IS EQUAL TO 1
           ADD 1 TO ROUNDS-PLAYED.
           PERFORM UPDATE-PLAYER-ROUNDS VARYING PIDX FROM 1 BY 1
                   UNTIL PIDX IS GREATER THAN NUM-PLAYERS.
           PERFORM CHECK-SEAT-LIMIT VARYING PIDX FROM 1 BY 1
                   UNTIL PIDX IS GREATER THAN NUM-PLAYERS.
           IF BATCH-MODE IS EQUAL TO 1
                   PERFORM STRAT-ROUND-END VARYING PIDX FROM 1 BY 1
                           UNTIL PIDX IS GREATER THAN NUM-PLAYERS
           END-IF.

       COME-BETTING.
           IF RG-CUTOFF(TIDX, 1) IS EQUAL TO 1
                   MOVE 0 TO BETCOME
                   MOVE 0 TO BETDONTCOME
                   MOVE 0 TO BETFIRE
           ELSE IF BATCH-MODE IS EQUAL TO 0
                   ACCEPT COME-BETS
           ELSE
                   MOVE 1 TO PIDX
                   END-IF.

       POINT-BETTING.
           IF RG-CUTOFF(TIDX, 1) IS EQUAL TO 1
                   PERFORM CLEAR-POINT-BETS
           ELSE IF BATCH-MODE IS EQUAL TO 0
                   ACCEPT PASS-BETS
           ELSE
                   MOVE 1 TO PIDX
           PERFORM OTHER-COME-BETTING UNTIL BETCHECK IS EQUAL TO 1.

       OTHER-COME-BETTING.
           IF RG-CUTOFF(TIDX, PIDX) IS EQUAL TO 1
                   MOVE 0 TO OTHER-BETCOME
                   MOVE 0 TO OTHER-BETDONTCOME
                   MOVE 0 TO OTHER-BETFIRE
           ELSE IF BATCH-MODE IS EQUAL TO 0
                   DISPLAY "PLAYER " PIDX " (" TP-NAME(PIDX)
                           ") BALANCE: " TP-BAL(PIDX)
                   DISPLAY "ENTER DON'T COME BET: "
           PERFORM OTHER-POINT-BETTING UNTIL BETCHECK IS EQUAL TO 1.

       OTHER-POINT-BETTING.
           IF RG-CUTOFF(TIDX, PIDX) IS EQUAL TO 1
                   PERFORM CLEAR-OTHER-POINT-BETS
           ELSE IF BATCH-MODE IS EQUAL TO 0
                   DISPLAY "PLAYER " PIDX " (" TP-NAME(PIDX)
                           ") BALANCE: " TP-BAL(PIDX)
                   DISPLAY "POINT IS " PUCK-ORIG
                   MOVE "BUST" TO JWK-BETTYPE
                   MOVE 0 TO JWK-AMT
                   MOVE "BUST" TO JRN-DISP
                   IF TOURN-MODE IS EQUAL TO 0
                           PERFORM WRITE-JOURNAL
                   END-IF
           END-IF.

       UPDATE-PLAYER-ROUNDS.
                   DISPLAY "EXPECTED BALANCE: " EXPECTED-END-TOTAL
                   DISPLAY "ACTUAL BALANCE:   " ROUND-END-TOTAL
                   DISPLAY "HALTING BEFORE NEXT ROUND'S BETS."
                   MOVE "BALANCE RECONCILIATION MISMATCH" TO RL-MSG
                   PERFORM CLOSE-SESSION
                   PERFORM LOG-RUN-END
                   STOP RUN
           END-IF.

                   DISPLAY "BATCH BET ERROR: BETCHECK=" BETCHECK
                   DISPLAY "GAMEPARM.DAT BATCH BET AMOUNT IS "
                           "OUT OF RANGE. HALTING."
                   MOVE "BATCH BET OUT OF RANGE" TO RL-MSG
                   PERFORM CLOSE-SESSION
                   PERFORM LOG-RUN-END
                   STOP RUN
           END-IF.

           MOVE 0 TO FIRE-PAYNOW.
           CALL "ROLL" USING BY REFERENCE ROLLSUM DICE-VAL1
                   DICE-VAL2 PUCK PUCK-ORIG BATCH-MODE REPLAY-MODE
                   SESSION-DATE TIDX SESSION-TIME ROLL-ACTION.
           PERFORM PUCK-CHECK.
           PERFORM DECIDE-ROLL2.
           PERFORM APPLY-ROLL2 VARYING PIDX FROM 1 BY 1
                           MOVE 2 TO BETCHECK
                   END-IF
           END-IF.

       REFUSE-EXCLUDED-SEAT.
           DISPLAY "ACCOUNT IS SELF-EXCLUDED THROUGH " AM-EXCLUDE
                   " -- SEAT REFUSED".
           MOVE 1 TO RG-CUTOFF(TIDX, PIDX).
           MOVE AM-NUM TO RGX-ACCT.
           MOVE "EXCLUDED" TO RG-EVENT.
           MOVE AM-EXCLUDE TO RG-LIMIT.
           MOVE 0 TO RG-DAYNET.
           MOVE 0 TO RG-ROUNDS.
           PERFORM WRITE-RG-EXCEPTION.

       LOAD-SEAT-LIMITS.
           MOVE AM-LOSSLIM TO RG-LOSSLIM(TIDX, PIDX).
           MOVE AM-RNDLIM TO RG-RNDLIM(TIDX, PIDX).
           IF AM-LOSSLIM IS GREATER THAN 0
                   MOVE 0 TO CAGE-EOF
                   OPEN INPUT CAGE-JRN
                   IF CAGE-FILE-STATUS IS EQUAL TO 0
                           PERFORM READ-PRIOR-SESSION
                                   UNTIL CAGE-EOF IS EQUAL TO 1
                           CLOSE CAGE-JRN
                   END-IF
           END-IF.

       READ-PRIOR-SESSION.
           READ CAGE-JRN
               AT END
                   MOVE 1 TO CAGE-EOF
               NOT AT END
                   IF CAGE-ACCT IS EQUAL TO WORK-ACCT
                           AND CAGE-DATE IS EQUAL TO SESSION-DATE
                           PERFORM ADD-PRIOR-SESSION
                   END-IF
           END-READ.

       ADD-PRIOR-SESSION.
           IF CAGE-TXNTYPE IS EQUAL TO "SESSWIN"
                   ADD CAGE-AMT TO RG-PRIORNET(TIDX, PIDX)
           ELSE IF CAGE-TXNTYPE IS EQUAL TO "SESSLOSS"
                   SUBTRACT CAGE-AMT FROM RG-PRIORNET(TIDX, PIDX)
           END-IF.

       COUNT-OPEN-SEAT.
           IF RG-CUTOFF(TIDX, PIDX) IS EQUAL TO 0
                   ADD 1 TO RG-OPEN-SEATS(TIDX)
           END-IF.

       CHECK-SEAT-LIMIT.
           IF RG-CUTOFF(TIDX, PIDX) IS EQUAL TO 0
                   AND TP-ACCT(PIDX) IS GREATER THAN 0
                   PERFORM TEST-SEAT-LIMIT
                   IF RG-CUTOFF(TIDX, PIDX) IS EQUAL TO 1
                           AND RG-OPEN-SEATS(TIDX) IS GREATER THAN 0
                           SUBTRACT 1 FROM RG-OPEN-SEATS(TIDX)
                   END-IF
           END-IF.

       TEST-SEAT-LIMIT.
           COMPUTE TP-NETWL(PIDX) = TP-BAL(PIDX) - TP-STARTBAL(PIDX).
           COMPUTE RG-DAYNET = RG-PRIORNET(TIDX, PIDX)
                   + TP-NETWL(PIDX).
           MOVE TP-ACCT(PIDX) TO RGX-ACCT.
           MOVE TP-ROUNDS(PIDX) TO RG-ROUNDS.
           IF RG-LOSSLIM(TIDX, PIDX) IS GREATER THAN 0
                   AND RG-DAYNET + RG-LOSSLIM(TIDX, PIDX)
                       IS NOT GREATER THAN 0
                   MOVE 1 TO RG-CUTOFF(TIDX, PIDX)
                   MOVE "LOSSCUT" TO RG-EVENT
                   MOVE RG-LOSSLIM(TIDX, PIDX) TO RG-LIMIT
                   DISPLAY "PLAYER " PIDX " HAS REACHED THE DAILY LOSS "
                           "LIMIT -- NO FURTHER BETS TAKEN"
                   PERFORM WRITE-RG-EXCEPTION
           ELSE IF RG-RNDLIM(TIDX, PIDX) IS GREATER THAN 0
                   AND TP-ROUNDS(PIDX) IS NOT LESS THAN
                       RG-RNDLIM(TIDX, PIDX)
                   MOVE 1 TO RG-CUTOFF(TIDX, PIDX)
                   MOVE "RNDCUT" TO RG-EVENT
                   MOVE RG-RNDLIM(TIDX, PIDX) TO RG-LIMIT
                   DISPLAY "PLAYER " PIDX " HAS REACHED THE SESSION "
                           "ROUND LIMIT -- NO FURTHER BETS TAKEN"
                   PERFORM WRITE-RG-EXCEPTION
           END-IF.

       WRITE-RG-EXCEPTION.
           ACCEPT TXN-DATE FROM DATE YYYYMMDD.
           ACCEPT TXN-TIME-RAW FROM TIME.
           DIVIDE TXN-TIME-RAW BY 100 GIVING TXN-TIME.
           OPEN EXTEND RG-FILE.
           IF RG-FILE-STATUS IS NOT EQUAL TO 0
                   OPEN OUTPUT RG-FILE
           END-IF.
           MOVE TXN-DATE TO RGX-DATE.
           MOVE TXN-TIME TO RGX-TIME.
           MOVE TIDX TO RGX-TABLE.
           MOVE PIDX TO RGX-SEAT.
           MOVE RG-EVENT TO RGX-EVENT.
           MOVE RG-DAYNET TO RGX-NETWL.
           MOVE RG-ROUNDS TO RGX-ROUNDS.
           MOVE RG-LIMIT TO RGX-LIMIT.
           MOVE SPACES TO RGX-BY.
           WRITE RGX-REC.
           CLOSE RG-FILE.

       CLEAR-POINT-BETS.
           MOVE 0 TO BETPASS.
           MOVE 0 TO BETDONTPASS.
           MOVE 0 TO BETFIELD.
           MOVE 0 TO BETPLACE-4.
           MOVE 0 TO BETPLACE-5.
           MOVE 0 TO BETPLACE-6.
           MOVE 0 TO BETPLACE-8.
           MOVE 0 TO BETPLACE-9.
           MOVE 0 TO BETPLACE-10.
           MOVE 0 TO BETHARD-4.
           MOVE 0 TO BETHARD-6.
           MOVE 0 TO BETHARD-8.
           MOVE 0 TO BETHARD-10.
           MOVE 0 TO BETODDS-PASS.
           MOVE 0 TO BETODDS-DPASS.
           MOVE 0 TO BETODDS-COME.

       CLEAR-OTHER-POINT-BETS.
           MOVE 0 TO OTHER-BETPASS.
           MOVE 0 TO OTHER-BETDONTPASS.
           MOVE 0 TO OTHER-BETODDS-PASS.
           MOVE 0 TO OTHER-BETODDS-DPASS.
           MOVE 0 TO OTHER-BETODDS-COME.
           MOVE 0 TO STRAT-FIELD-AMT.
           MOVE 0 TO STRAT-PLACE6-AMT.
           MOVE 0 TO STRAT-PLACE8-AMT.
           MOVE 0 TO STRAT-HARD6-AMT.
           MOVE 0 TO STRAT-HARD8-AMT.

       LOAD-TOURN-PARMS.
           MOVE 1 TO BATCH-MODE.
           OPEN INPUT TOURN-PARM-FILE.
           IF TPRM-FILE-STATUS IS EQUAL TO 0
                   READ TOURN-PARM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF TRN-CHIPS IS NUMERIC
                                   AND TRN-CHIPS IS GREATER THAN 0
                                   MOVE TRN-CHIPS TO TOURN-CHIPS
                           END-IF
                           IF TRN-ROUNDS IS NUMERIC
                                   AND TRN-ROUNDS IS GREATER THAN 0
                                   MOVE TRN-ROUNDS TO TOURN-ROUNDS
                           END-IF
                   END-READ
                   CLOSE TOURN-PARM-FILE
           END-IF.
           MOVE TOURN-CHIPS TO PLAYERBAL.
           MOVE TOURN-ROUNDS TO MAXROUNDS.

       LOAD-ENTRANTS.
           MOVE 0 TO NUM-TABLES.
           PERFORM CLEAR-ENTRANT-TABLE VARYING TIDX FROM 1 BY 1
                   UNTIL TIDX IS GREATER THAN 10.
           OPEN INPUT ENTRANT-FILE.
           IF TE-FILE-STATUS IS NOT EQUAL TO 0
                   DISPLAY "NO TOURNEY.DAT FOUND -- NO ENTRANTS TO SEAT"
                   MOVE 1 TO TOURN-ERROR
           ELSE
                   PERFORM READ-ENTRANT UNTIL TE-EOF IS EQUAL TO 1
                   CLOSE ENTRANT-FILE
                   IF NUM-TABLES IS EQUAL TO 0
                           DISPLAY "TOURNEY.DAT HOLDS NO ENTRANTS"
                           MOVE 1 TO TOURN-ERROR
                   END-IF
           END-IF.
           PERFORM CHECK-ENTRANT-TABLE VARYING TIDX FROM 1 BY 1
                   UNTIL TIDX IS GREATER THAN NUM-TABLES.
           IF TOURN-ERROR IS EQUAL TO 1
                   MOVE 8 TO RETURN-CODE
                   MOVE "TOURNAMENT ENTRANTS IN ERROR" TO RL-MSG
                   PERFORM CLOSE-SESSION
                   PERFORM LOG-RUN-END
                   STOP RUN
           END-IF.
           DISPLAY "TOURNAMENT HEAT " TOURN-HEAT " -- " NUM-TABLES
                   " TABLES, " TOURN-ROUNDS " ROUNDS, " TOURN-CHIPS
                   " CHIPS PER ENTRANT".

       CLEAR-ENTRANT-TABLE.
           MOVE 0 TO TN-COUNT(TIDX).

       READ-ENTRANT.
           READ ENTRANT-FILE
               AT END
                   MOVE 1 TO TE-EOF
               NOT AT END
                   ADD 1 TO RL-READ(5)
                   PERFORM STORE-ENTRANT
           END-READ.

       STORE-ENTRANT.
           IF TE-ACCT IS NOT NUMERIC OR TE-TABLE IS NOT NUMERIC
                   DISPLAY "ENTRANT RECORD REJECTED: " ENTRANT-REC
                   MOVE 1 TO TOURN-ERROR
           ELSE IF TE-ACCT IS EQUAL TO 0 OR TE-TABLE IS EQUAL TO 0
                   OR TE-TABLE IS GREATER THAN 10
                   DISPLAY "ENTRANT RECORD REJECTED: " ENTRANT-REC
                   MOVE 1 TO TOURN-ERROR
           ELSE IF TN-COUNT(TE-TABLE) IS EQUAL TO 8
                   DISPLAY "TABLE " TE-TABLE " HAS MORE THAN 8 "
                           "ENTRANTS"
                   MOVE 1 TO TOURN-ERROR
           ELSE
                   PERFORM ADD-ENTRANT
           END-IF.

       ADD-ENTRANT.
           MOVE 0 TO ACCT-IN-USE.
           PERFORM SCAN-ENTRANT-TABLE VARYING CK2 FROM 1 BY 1
                   UNTIL CK2 IS GREATER THAN 10.
           IF ACCT-IN-USE IS EQUAL TO 1
                   DISPLAY "ACCOUNT " TE-ACCT " IS ENTERED TWICE"
                   MOVE 1 TO TOURN-ERROR
           ELSE
                   ADD 1 TO TN-COUNT(TE-TABLE)
                   MOVE TE-ACCT TO TN-ACCT(TE-TABLE, TN-COUNT(TE-TABLE))
                   IF TE-TABLE IS GREATER THAN NUM-TABLES
                           MOVE TE-TABLE TO NUM-TABLES
                   END-IF
                   IF TE-HEAT IS NUMERIC
                           AND TE-HEAT IS GREATER THAN 0
                           MOVE TE-HEAT TO TOURN-HEAT
                   END-IF
           END-IF.

       SCAN-ENTRANT-TABLE.
           PERFORM SCAN-ENTRANT-SEAT VARYING SEAT-IDX FROM 1 BY 1
                   UNTIL SEAT-IDX IS GREATER THAN TN-COUNT(CK2).

       SCAN-ENTRANT-SEAT.
           IF TN-ACCT(CK2, SEAT-IDX) IS EQUAL TO TE-ACCT
                   MOVE 1 TO ACCT-IN-USE
           END-IF.

       CHECK-ENTRANT-TABLE.
           IF TN-COUNT(TIDX) IS EQUAL TO 0
                   DISPLAY "TABLE " TIDX " HAS NO ENTRANTS -- TABLES "
                           "MUST BE NUMBERED FROM 1 WITHOUT GAPS"
                   MOVE 1 TO TOURN-ERROR
           ELSE
                   MOVE TN-COUNT(TIDX) TO GT-NUMPLAYERS(TIDX)
           END-IF.

       SEAT-ENTRANT.
           MOVE TN-ACCT(TIDX, PIDX) TO WORK-ACCT.
           MOVE WORK-ACCT TO TP-ACCT(PIDX).
           MOVE 0 TO ACCT-FOUND.
           IF ACCTS-AVAILABLE IS EQUAL TO 1
                   PERFORM FIND-ACCOUNT
           END-IF.
           IF ACCT-FOUND IS EQUAL TO 0
                   MOVE SPACES TO AM-NAME
                   STRING "ENTRANT " WORK-ACCT DELIMITED BY SIZE
                           INTO AM-NAME
           ELSE IF AM-EXCLUDE IS NOT LESS THAN SESSION-DATE
                   PERFORM REFUSE-EXCLUDED-SEAT
           END-IF.
           MOVE AM-NAME TO TP-NAME(PIDX).

       COUNT-LIVE-SEATS.
           IF TOURN-MODE IS EQUAL TO 1
                   MOVE 0 TO TOURN-LIVE
                   PERFORM ADD-LIVE-SEAT VARYING PIDX FROM 1 BY 1
                           UNTIL PIDX IS GREATER THAN NUM-PLAYERS
           ELSE
                   MOVE 1 TO TOURN-LIVE
           END-IF.

       ADD-LIVE-SEAT.
           IF TP-BAL(PIDX) IS NOT LESS THAN MINBET
                   AND RG-CUTOFF(TIDX, PIDX) IS EQUAL TO 0
                   ADD 1 TO TOURN-LIVE
           END-IF.

       FINISH-TOURNAMENT-HEAT.
           IF ACCTS-AVAILABLE IS EQUAL TO 1
                   CLOSE ACCT-FILE
           END-IF.
           OPEN OUTPUT TOURN-RESULT.
           PERFORM WRITE-TABLE-RESULTS VARYING TIDX FROM 1 BY 1
                   UNTIL TIDX IS GREATER THAN NUM-TABLES.
           CLOSE TOURN-RESULT.
           DISPLAY "TOURNAMENT HEAT " TOURN-HEAT " COMPLETE -- "
                   "RESULTS WRITTEN TO TOURNRES.DAT".

       WRITE-TABLE-RESULTS.
           PERFORM LOAD-TABLE-STATE.
           PERFORM WRITE-SEAT-RESULT VARYING PIDX FROM 1 BY 1
                   UNTIL PIDX IS GREATER THAN NUM-PLAYERS.

       WRITE-SEAT-RESULT.
           MOVE TOURN-HEAT TO TR-HEAT.
           MOVE SESSION-DATE TO TR-DATE.
           MOVE TIDX TO TR-TABLE.
           MOVE PIDX TO TR-SEAT.
           MOVE TP-ACCT(PIDX) TO TR-ACCT.
           MOVE TP-NAME(PIDX) TO TR-NAME.
           MOVE TP-ROUNDS(PIDX) TO TR-ROUNDS.
           IF RG-CUTOFF(TIDX, PIDX) IS EQUAL TO 1
                   MOVE 0 TO TR-STACK
                   MOVE "REFUSED" TO TR-STATUS
           ELSE
                   MOVE TP-BAL(PIDX) TO TR-STACK
                   MOVE "PLAYED" TO TR-STATUS
           END-IF.
           WRITE TR-REC
           ADD 1 TO RL-WRITTEN(6).

       CLOSE-SESSION.
           IF SESSION-CLOSED IS EQUAL TO 0
                   MOVE 1 TO SESSION-CLOSED
                   IF SESS-JRN-COUNT IS GREATER THAN 0
                           PERFORM WRITE-JOURNAL-TRAILER
                   END-IF
                   MOVE RETURN-CODE TO SAVE-RETURN-CODE
                   MOVE "T" TO ROLL-ACTION
                   CALL "ROLL" USING BY REFERENCE ROLLSUM DICE-VAL1
                           DICE-VAL2 PUCK PUCK-ORIG BATCH-MODE
                           REPLAY-MODE SESSION-DATE TIDX SESSION-TIME
                           ROLL-ACTION
                   MOVE "R" TO ROLL-ACTION
                   MOVE SAVE-RETURN-CODE TO RETURN-CODE
           END-IF.

       WRITE-JOURNAL-TRAILER.
           OPEN EXTEND WAGER-JRN.
           IF JRN-FILE-STATUS IS NOT EQUAL TO 0
                   OPEN OUTPUT WAGER-JRN
           END-IF.
           MOVE SPACES TO JTR-REC.
           MOVE SESSION-DATE TO JTR-DATE.
           MOVE SESSION-TIME TO JTR-TIME.
           MOVE 0 TO JTR-TABLE.
           MOVE 0 TO JTR-ROUND.
           MOVE 0 TO JTR-SEAT.
           MOVE SESS-JRN-COUNT TO JTR-COUNT.
           MOVE SESS-JRN-HASH TO JTR-HASH.
           MOVE "TRAILER" TO JTR-BETTYPE.
           MOVE 0 TO JTR-AMT.
           MOVE "TRLR" TO JTR-DISP.
           COMPUTE JTR-SEQ = SESS-JRN-COUNT + 1.
           WRITE JTR-REC
           ADD 1 TO RL-WRITTEN(5).
           CLOSE WAGER-JRN.

       LOG-RUN-START.
           MOVE "CRAPS" TO RL-PROGRAM.
           MOVE SPACES TO RL-FILES.
           MOVE ALL "0" TO RL-COUNTS.
           MOVE "tableparm.dat" TO RL-FILENAME(1).
           MOVE "paytable.dat" TO RL-FILENAME(2).
           MOVE "strategy.dat" TO RL-FILENAME(3).
           MOVE "acctmast.dat" TO RL-FILENAME(4).
           MOVE "wagerjrn.dat" TO RL-FILENAME(5).
           MOVE "shifthist.dat" TO RL-FILENAME(6).
           MOVE "cagejrn.dat" TO RL-FILENAME(7).
           MOVE "markers.dat" TO RL-FILENAME(8).
           IF TOURN-MODE IS EQUAL TO 1
                   MOVE "CRAPSTRN" TO RL-PROGRAM
                   MOVE "tourney.dat" TO RL-FILENAME(5)
                   MOVE "tournres.dat" TO RL-FILENAME(6)
                   MOVE SPACES TO RL-FILENAME(7)
                   MOVE SPACES TO RL-FILENAME(8)
           END-IF.
           MOVE "S" TO RL-ACTION.
           IF BATCH-MODE IS EQUAL TO 1
                   CALL "RUNLOG" USING RUN-CONTROL
           END-IF.

       LOG-RUN-END.
           IF BATCH-MODE IS EQUAL TO 1
                   MOVE RETURN-CODE TO RL-COND
                   MOVE "E" TO RL-ACTION
                   CALL "RUNLOG" USING RUN-CONTROL
                   MOVE RL-COND TO RETURN-CODE
           END-IF.
