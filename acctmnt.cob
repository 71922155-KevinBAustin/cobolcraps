               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CAGE-FILE-STATUS.
           SELECT MARKER-FILE ASSIGN TO "markers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS MARK-FILE-STATUS.
           SELECT EXCP-FILE ASSIGN TO "ctrexcp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS EXCP-FILE-STATUS.
           SELECT RG-FILE ASSIGN TO "rgexcp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RG-FILE-STATUS.
           SELECT COMP-CAT ASSIGN TO "compcat.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CAT-FILE-STATUS.
           SELECT COMP-JRN ASSIGN TO "compjrn.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       FD EXCP-FILE.
       01 EXCP-REC.
           05 CX-DATE PIC 9(8).
           05 CX-ACCT PIC 9(4).
           05 CX-REASON PIC X(8).
           05 CX-AMT PIC 9(7).
           05 CX-STATUS PIC X(8).
           05 CX-ACTDATE PIC 9(8).
           05 CX-BY PIC X(3).
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

       WORKING-STORAGE SECTION.
       01 ACCT-FILE-STATUS PIC 99.
       01 EOF-FLAG PIC 9 VALUE 0.
       01 ACCT-FOUND PIC 9.
       01 MENU-CHOICE PIC 99.
       01 WORK-ACCT PIC 9(4).
       01 WORK-NAME PIC X(20).
       01 WORK-AMT PIC 9(6).
       01 TXN-TIME PIC 9(6).
       01 TXN-TYPE PIC X(8).
       01 TXN-AMT PIC 9(6).
       01 MARK-FILE-STATUS PIC 99.
       01 MARK-EOF PIC 9 VALUE 0.
       01 MARK-FOUND PIC 9.
       01 MARK-TYPE PIC X(8).
       01 MARK-OPEN PIC 9(6).
       01 WORK-MARKER PIC 9(6).
       01 NEXT-MARKER PIC 9(6).
       01 CREDIT-AVAIL PIC 9(6).
       01 REDEEM-METHOD PIC 9.
       01 LIMIT-ED PIC Z(5)9.
       01 MARKERS-ED PIC Z(5)9.
       01 EXCP-FILE-STATUS PIC 99.
       01 EXCP-EOF PIC 9 VALUE 0.
       01 ACCT-EXCEPTIONS.
           05 EXC-ENTRY OCCURS 200 TIMES.
               10 EXC-DATE PIC 9(8).
               10 EXC-REASON PIC X(8).
               10 EXC-AMT PIC 9(7).
               10 EXC-STATUS PIC X(8).
       01 EXC-COUNT PIC 999.
       01 EXC-IDX PIC 999.
       01 EXC-FOUND PIC 9.
       01 EXC-OPEN PIC 999.
       01 EXC-CHOICE PIC 999.
       01 CLEAR-BY PIC X(3).
       01 EXC-ED PIC ZZ9.
       01 EXC-AMT-ED PIC Z(6)9.
       01 RG-FILE-STATUS PIC 99.
       01 NEW-LOSSLIM PIC 9(6).
       01 NEW-RNDLIM PIC 999.
       01 NEW-EXCLUDE PIC 9(8).
       01 EXCL-MONTH PIC 99.
       01 EXCL-DAY PIC 99.
       01 EXCL-MMDD PIC 9(4).
       01 EXCL-YEAR PIC 9(4).
       01 LIMIT-OK PIC 9.
       01 SET-BY PIC X(3).
       01 RG-EVENT PIC X(8).
       01 RG-LIMIT PIC 9(8).
       01 RNDLIM-ED PIC ZZ9.
       01 CAT-FILE-STATUS PIC 99.
       01 CJ-FILE-STATUS PIC 99.
       01 CAT-EOF PIC 9 VALUE 0.
       01 COMP-CATALOG.
           05 CT-ENTRY OCCURS 50 TIMES.
               10 CT-ITEM PIC X(6).
               10 CT-DESC PIC X(20).
               10 CT-POINTS PIC 9(6).
               10 CT-VALUE PIC 9(6).
       01 CT-COUNT PIC 99.
       01 CT-IDX PIC 99.
       01 CT-FOUND PIC 9.
       01 WORK-ITEM PIC X(6).
       01 WORK-QTY PIC 99.
       01 COMP-POINTS PIC 9(8).
       01 COMP-VALUE PIC 9(7).
       01 ISSUE-BY PIC X(3).
       01 COST-ED PIC Z(5)9.
       01 VALUE-ED PIC Z(5)9.

       PROCEDURE DIVISION.
       ACCT-MAINT.
           MOVE TXN-TYPE TO CAGE-TXNTYPE.
           MOVE TXN-AMT TO CAGE-AMT.
           MOVE ACCT-BAL TO CAGE-NEWBAL.
           MOVE 0 TO CAGE-TABLE.
           WRITE CAGE-REC.
           CLOSE CAGE-JRN.

           DISPLAY "4 = SUSPEND ACCOUNT".
           DISPLAY "5 = REACTIVATE ACCOUNT".
           DISPLAY "6 = LIST ACCOUNTS".
           DISPLAY "7 = SET CREDIT LIMIT".
           DISPLAY "8 = ISSUE MARKER".
           DISPLAY "9 = REDEEM MARKER".
           DISPLAY "10 = WRITE OFF MARKER".
           DISPLAY "11 = CLEAR COMPLIANCE EXCEPTION".
           DISPLAY "12 = SET RESPONSIBLE GAMING LIMITS".
           DISPLAY "13 = REDEEM COMP POINTS".
           DISPLAY "0 = QUIT".
           DISPLAY "CHOICE: ".
           ACCEPT MENU-CHOICE.
                   PERFORM REACTIVATE-ACCOUNT
           ELSE IF MENU-CHOICE IS EQUAL TO 6
                   PERFORM LIST-ACCOUNTS
           ELSE IF MENU-CHOICE IS EQUAL TO 7
                   PERFORM SET-CREDIT-LIMIT
           ELSE IF MENU-CHOICE IS EQUAL TO 8
                   PERFORM ISSUE-MARKER
           ELSE IF MENU-CHOICE IS EQUAL TO 9
                   PERFORM REDEEM-MARKER
           ELSE IF MENU-CHOICE IS EQUAL TO 10
                   PERFORM WRITE-OFF-MARKER
           ELSE IF MENU-CHOICE IS EQUAL TO 11
                   PERFORM CLEAR-EXCEPTION
           ELSE IF MENU-CHOICE IS EQUAL TO 12
                   PERFORM SET-GAMING-LIMITS
           ELSE IF MENU-CHOICE IS EQUAL TO 13
                   PERFORM REDEEM-COMP
           END-IF.

       OPEN-ACCOUNT.
           MOVE 0 TO ACCT-NETWL.
           MOVE "A" TO ACCT-STATUS.
           MOVE 0 TO ACCT-POINTS.
           MOVE 0 TO ACCT-CREDLIM.
           MOVE 0 TO ACCT-MARKERS.
           MOVE 0 TO ACCT-LOSSLIM.
           MOVE 0 TO ACCT-RNDLIM.
           MOVE 0 TO ACCT-EXCLUDE.
           WRITE ACCT-REC
               INVALID KEY
                   DISPLAY "ACCOUNT " NEXT-ACCT " ALREADY EXISTS"

       LIST-ACCOUNTS.
           DISPLAY "ACCT NAME                 BALANCE ROUNDS "
                   "NET W/L STATUS POINTS  LIMIT MARKERS".
           MOVE 0 TO EOF-FLAG.
           MOVE 0 TO ACCT-NUM.
           START ACCT-FILE KEY IS GREATER THAN ACCT-NUM
                   MOVE ACCT-ROUNDS TO ROUNDS-ED
                   MOVE ACCT-NETWL TO NETWL-ED
                   MOVE ACCT-POINTS TO POINTS-ED
                   MOVE ACCT-CREDLIM TO LIMIT-ED
                   MOVE ACCT-MARKERS TO MARKERS-ED
                   DISPLAY ACCT-NUM " " ACCT-NAME
                           " " BAL-ED " " ROUNDS-ED " " NETWL-ED
                           "  " ACCT-STATUS " " POINTS-ED
                           " " LIMIT-ED " " MARKERS-ED
           END-READ.

       SET-CREDIT-LIMIT.
           DISPLAY "ACCOUNT NUMBER: ".
           ACCEPT WORK-ACCT.
           PERFORM FIND-ACCOUNT.
           IF ACCT-FOUND IS EQUAL TO 0
                   DISPLAY "ACCOUNT NOT FOUND"
           ELSE
                   MOVE ACCT-CREDLIM TO LIMIT-ED
                   MOVE ACCT-MARKERS TO MARKERS-ED
                   DISPLAY "CURRENT LIMIT: " LIMIT-ED
                           "  OUTSTANDING MARKERS: " MARKERS-ED
                   DISPLAY "NEW CREDIT LIMIT: "
                   ACCEPT WORK-AMT
                   IF WORK-AMT IS LESS THAN ACCT-MARKERS
                           DISPLAY "LIMIT IS BELOW OUTSTANDING MARKERS"
                   ELSE
                           MOVE WORK-AMT TO ACCT-CREDLIM
                           REWRITE ACCT-REC
                           MOVE "CREDLIM" TO TXN-TYPE
                           MOVE WORK-AMT TO TXN-AMT
                           PERFORM WRITE-CAGE-TXN
                           MOVE ACCT-CREDLIM TO LIMIT-ED
                           DISPLAY "NEW CREDIT LIMIT: " LIMIT-ED
                   END-IF
           END-IF.

       ISSUE-MARKER.
           DISPLAY "ACCOUNT NUMBER: ".
           ACCEPT WORK-ACCT.
           PERFORM FIND-ACCOUNT.
           IF ACCT-FOUND IS EQUAL TO 0
                   DISPLAY "ACCOUNT NOT FOUND"
           ELSE IF ACCT-STATUS IS EQUAL TO "S"
                   DISPLAY "ACCOUNT IS SUSPENDED"
           ELSE IF ACCT-MARKERS IS NOT LESS THAN ACCT-CREDLIM
                   DISPLAY "NO CREDIT AVAILABLE"
           ELSE
                   COMPUTE CREDIT-AVAIL = ACCT-CREDLIM - ACCT-MARKERS
                   MOVE CREDIT-AVAIL TO LIMIT-ED
                   DISPLAY "CREDIT AVAILABLE: " LIMIT-ED
                   DISPLAY "MARKER AMOUNT: "
                   ACCEPT WORK-AMT
                   IF WORK-AMT IS EQUAL TO 0
                           DISPLAY "NO MARKER ISSUED"
                   ELSE IF WORK-AMT IS GREATER THAN CREDIT-AVAIL
                           DISPLAY "AMOUNT EXCEEDS CREDIT AVAILABLE"
                   ELSE
                           ADD WORK-AMT TO ACCT-BAL
                           ADD WORK-AMT TO ACCT-MARKERS
                           REWRITE ACCT-REC
                           PERFORM SCAN-HIGH-MARKER
                           ADD 1 TO NEXT-MARKER
                           MOVE NEXT-MARKER TO WORK-MARKER
                           MOVE "ISSUE" TO MARK-TYPE
                           MOVE WORK-AMT TO MARK-OPEN
                           PERFORM WRITE-MARKER-TXN
                           MOVE "MARKER" TO TXN-TYPE
                           MOVE WORK-AMT TO TXN-AMT
                           PERFORM WRITE-CAGE-TXN
                           MOVE ACCT-BAL TO BAL-ED
                           DISPLAY "MARKER " NEXT-MARKER " ISSUED"
                           DISPLAY "NEW BALANCE: " BAL-ED
                   END-IF
           END-IF.

       REDEEM-MARKER.
           DISPLAY "ACCOUNT NUMBER: ".
           ACCEPT WORK-ACCT.
           PERFORM FIND-ACCOUNT.
           IF ACCT-FOUND IS EQUAL TO 0
                   DISPLAY "ACCOUNT NOT FOUND"
           ELSE
                   DISPLAY "MARKER NUMBER: "
                   ACCEPT WORK-MARKER
                   PERFORM FIND-MARKER
                   IF MARK-FOUND IS EQUAL TO 0
                           DISPLAY "MARKER NOT FOUND FOR THIS ACCOUNT"
                   ELSE IF MARK-OPEN IS EQUAL TO 0
                           DISPLAY "MARKER IS ALREADY SETTLED"
                   ELSE
                           PERFORM REDEEM-MARKER-AMOUNT
                   END-IF
           END-IF.

       REDEEM-MARKER-AMOUNT.
           MOVE MARK-OPEN TO MARKERS-ED.
           DISPLAY "OPEN ON MARKER: " MARKERS-ED.
           DISPLAY "REDEEM WITH 1 = CASH  2 = CHIPS: ".
           ACCEPT REDEEM-METHOD.
           DISPLAY "REDEMPTION AMOUNT: ".
           ACCEPT WORK-AMT.
           IF REDEEM-METHOD IS NOT EQUAL TO 1
                   AND REDEEM-METHOD IS NOT EQUAL TO 2
                   DISPLAY "INVALID REDEMPTION METHOD"
           ELSE IF WORK-AMT IS EQUAL TO 0
                   DISPLAY "NOTHING REDEEMED"
           ELSE IF WORK-AMT IS GREATER THAN MARK-OPEN
                   DISPLAY "AMOUNT EXCEEDS OPEN MARKER"
           ELSE IF REDEEM-METHOD IS EQUAL TO 2
                   AND WORK-AMT IS GREATER THAN ACCT-BAL
                   DISPLAY "AMOUNT EXCEEDS BALANCE"
           ELSE
                   IF REDEEM-METHOD IS EQUAL TO 2
                           SUBTRACT WORK-AMT FROM ACCT-BAL
                           MOVE "REDCHIPS" TO MARK-TYPE
                           MOVE "MKRCHIP" TO TXN-TYPE
                   ELSE
                           MOVE "REDCASH" TO MARK-TYPE
                           MOVE "MKRCASH" TO TXN-TYPE
                   END-IF
                   PERFORM REDUCE-MARKERS
                   REWRITE ACCT-REC
                   SUBTRACT WORK-AMT FROM MARK-OPEN
                   PERFORM WRITE-MARKER-TXN
                   MOVE WORK-AMT TO TXN-AMT
                   PERFORM WRITE-CAGE-TXN
                   MOVE MARK-OPEN TO MARKERS-ED
                   DISPLAY "MARKER " WORK-MARKER " NOW OPEN: "
                           MARKERS-ED
           END-IF.

       WRITE-OFF-MARKER.
           DISPLAY "ACCOUNT NUMBER: ".
           ACCEPT WORK-ACCT.
           PERFORM FIND-ACCOUNT.
           IF ACCT-FOUND IS EQUAL TO 0
                   DISPLAY "ACCOUNT NOT FOUND"
           ELSE
                   DISPLAY "MARKER NUMBER: "
                   ACCEPT WORK-MARKER
                   PERFORM FIND-MARKER
                   IF MARK-FOUND IS EQUAL TO 0
                           DISPLAY "MARKER NOT FOUND FOR THIS ACCOUNT"
                   ELSE IF MARK-OPEN IS EQUAL TO 0
                           DISPLAY "MARKER IS ALREADY SETTLED"
                   ELSE
                           MOVE MARK-OPEN TO WORK-AMT
                           PERFORM REDUCE-MARKERS
                           REWRITE ACCT-REC
                           MOVE 0 TO MARK-OPEN
                           MOVE "WRITEOFF" TO MARK-TYPE
                           PERFORM WRITE-MARKER-TXN
                           MOVE "MKRWOFF" TO TXN-TYPE
                           MOVE WORK-AMT TO TXN-AMT
                           PERFORM WRITE-CAGE-TXN
                           MOVE WORK-AMT TO MARKERS-ED
                           DISPLAY "MARKER " WORK-MARKER
                                   " WRITTEN OFF: " MARKERS-ED
                   END-IF
           END-IF.

       REDUCE-MARKERS.
           IF WORK-AMT IS GREATER THAN ACCT-MARKERS
                   MOVE 0 TO ACCT-MARKERS
           ELSE
                   SUBTRACT WORK-AMT FROM ACCT-MARKERS
           END-IF.

       WRITE-MARKER-TXN.
           OPEN EXTEND MARKER-FILE.
           IF MARK-FILE-STATUS IS NOT EQUAL TO 0
                   OPEN OUTPUT MARKER-FILE
           END-IF.
           ACCEPT TXN-DATE FROM DATE YYYYMMDD.
           ACCEPT TXN-TIME-RAW FROM TIME.
           DIVIDE TXN-TIME-RAW BY 100 GIVING TXN-TIME.
           MOVE TXN-DATE TO MK-DATE.
           MOVE TXN-TIME TO MK-TIME.
           MOVE WORK-MARKER TO MK-NUM.
           MOVE ACCT-NUM TO MK-ACCT.
           MOVE MARK-TYPE TO MK-TXNTYPE.
           MOVE WORK-AMT TO MK-AMT.
           MOVE MARK-OPEN TO MK-OPEN.
           MOVE 0 TO MK-TABLE.
           WRITE MARKER-REC.
           CLOSE MARKER-FILE.

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
                   IF MK-NUM IS GREATER THAN NEXT-MARKER
                           MOVE MK-NUM TO NEXT-MARKER
                   END-IF
           END-READ.

       FIND-MARKER.
           MOVE 0 TO MARK-FOUND.
           MOVE 0 TO MARK-OPEN.
           MOVE 0 TO MARK-EOF.
           OPEN INPUT MARKER-FILE.
           IF MARK-FILE-STATUS IS EQUAL TO 0
                   PERFORM READ-FIND-MARKER UNTIL MARK-EOF IS EQUAL TO 1
                   CLOSE MARKER-FILE
           END-IF.

       READ-FIND-MARKER.
           READ MARKER-FILE
               AT END
                   MOVE 1 TO MARK-EOF
               NOT AT END
                   IF MK-NUM IS EQUAL TO WORK-MARKER
                           AND MK-ACCT IS EQUAL TO WORK-ACCT
                           MOVE 1 TO MARK-FOUND
                           MOVE MK-OPEN TO MARK-OPEN
                   END-IF
           END-READ.

       CLEAR-EXCEPTION.
           DISPLAY "ACCOUNT NUMBER: ".
           ACCEPT WORK-ACCT.
           PERFORM LOAD-ACCT-EXCEPTIONS.
           MOVE 0 TO EXC-OPEN.
           PERFORM SHOW-OPEN-EXCEPTION VARYING EXC-IDX FROM 1 BY 1
                   UNTIL EXC-IDX IS GREATER THAN EXC-COUNT.
           IF EXC-OPEN IS EQUAL TO 0
                   DISPLAY "NO OPEN EXCEPTIONS FOR THIS ACCOUNT"
           ELSE
                   DISPLAY "EXCEPTION NUMBER TO CLEAR: "
                   ACCEPT EXC-CHOICE
                   IF EXC-CHOICE IS EQUAL TO 0
                           OR EXC-CHOICE IS GREATER THAN EXC-COUNT
                           DISPLAY "NO SUCH EXCEPTION"
                   ELSE IF EXC-STATUS(EXC-CHOICE) IS NOT EQUAL TO "OPEN"
                           DISPLAY "EXCEPTION IS ALREADY CLEARED"
                   ELSE
                           DISPLAY "CLEARED BY (INITIALS): "
                           ACCEPT CLEAR-BY
                           PERFORM WRITE-CLEARED-EXCEPTION
                           DISPLAY "EXCEPTION " EXC-CHOICE " CLEARED"
                   END-IF
           END-IF.

       LOAD-ACCT-EXCEPTIONS.
           MOVE 0 TO EXC-COUNT.
           MOVE 0 TO EXCP-EOF.
           OPEN INPUT EXCP-FILE.
           IF EXCP-FILE-STATUS IS EQUAL TO 0
                   PERFORM READ-ACCT-EXCEPTION
                           UNTIL EXCP-EOF IS EQUAL TO 1
                   CLOSE EXCP-FILE
           END-IF.

       READ-ACCT-EXCEPTION.
           READ EXCP-FILE
               AT END
                   MOVE 1 TO EXCP-EOF
               NOT AT END
                   IF CX-ACCT IS EQUAL TO WORK-ACCT
                           PERFORM STORE-ACCT-EXCEPTION
                   END-IF
           END-READ.

       STORE-ACCT-EXCEPTION.
           MOVE 0 TO EXC-FOUND.
           PERFORM SCAN-ACCT-EXCEPTION VARYING EXC-IDX FROM 1 BY 1
                   UNTIL EXC-IDX IS GREATER THAN EXC-COUNT
                   OR EXC-FOUND IS EQUAL TO 1.
           IF EXC-FOUND IS EQUAL TO 1
                   SUBTRACT 1 FROM EXC-IDX
                   MOVE CX-STATUS TO EXC-STATUS(EXC-IDX)
           ELSE
                   IF EXC-COUNT IS LESS THAN 200
                           ADD 1 TO EXC-COUNT
                           MOVE CX-DATE TO EXC-DATE(EXC-COUNT)
                           MOVE CX-REASON TO EXC-REASON(EXC-COUNT)
                           MOVE CX-AMT TO EXC-AMT(EXC-COUNT)
                           MOVE CX-STATUS TO EXC-STATUS(EXC-COUNT)
                   END-IF
           END-IF.

       SCAN-ACCT-EXCEPTION.
           IF EXC-DATE(EXC-IDX) IS EQUAL TO CX-DATE
                   AND EXC-REASON(EXC-IDX) IS EQUAL TO CX-REASON
                   MOVE 1 TO EXC-FOUND
           END-IF.

       SHOW-OPEN-EXCEPTION.
           IF EXC-STATUS(EXC-IDX) IS EQUAL TO "OPEN"
                   ADD 1 TO EXC-OPEN
                   MOVE EXC-IDX TO EXC-ED
                   MOVE EXC-AMT(EXC-IDX) TO EXC-AMT-ED
                   DISPLAY EXC-ED "  " EXC-DATE(EXC-IDX) "  "
                           EXC-REASON(EXC-IDX) " " EXC-AMT-ED
           END-IF.

       WRITE-CLEARED-EXCEPTION.
           OPEN EXTEND EXCP-FILE.
           IF EXCP-FILE-STATUS IS NOT EQUAL TO 0
                   OPEN OUTPUT EXCP-FILE
           END-IF.
           ACCEPT TXN-DATE FROM DATE YYYYMMDD.
           MOVE EXC-DATE(EXC-CHOICE) TO CX-DATE.
           MOVE WORK-ACCT TO CX-ACCT.
           MOVE EXC-REASON(EXC-CHOICE) TO CX-REASON.
           MOVE EXC-AMT(EXC-CHOICE) TO CX-AMT.
           MOVE "CLEARED" TO CX-STATUS.
           MOVE TXN-DATE TO CX-ACTDATE.
           MOVE CLEAR-BY TO CX-BY.
           WRITE EXCP-REC.
           CLOSE EXCP-FILE.
           MOVE "CLEARED" TO EXC-STATUS(EXC-CHOICE).

       SET-GAMING-LIMITS.
           DISPLAY "ACCOUNT NUMBER: ".
           ACCEPT WORK-ACCT.
           PERFORM FIND-ACCOUNT.
           IF ACCT-FOUND IS EQUAL TO 0
                   DISPLAY "ACCOUNT NOT FOUND"
           ELSE
                   PERFORM SHOW-GAMING-LIMITS
                   DISPLAY "NEW DAILY LOSS LIMIT (0 FOR NONE): "
                   ACCEPT NEW-LOSSLIM
                   DISPLAY "NEW SESSION ROUND LIMIT (0 FOR NONE): "
                   ACCEPT NEW-RNDLIM
                   DISPLAY "SELF-EXCLUSION END DATE YYYYMMDD "
                           "(0 FOR NONE): "
                   ACCEPT NEW-EXCLUDE
                   PERFORM EDIT-GAMING-LIMITS
                   IF LIMIT-OK IS EQUAL TO 1
                           DISPLAY "SET BY (INITIALS): "
                           ACCEPT SET-BY
                           PERFORM POST-GAMING-LIMITS
                           PERFORM SHOW-GAMING-LIMITS
                   END-IF
           END-IF.

       SHOW-GAMING-LIMITS.
           MOVE ACCT-LOSSLIM TO LIMIT-ED.
           MOVE ACCT-RNDLIM TO RNDLIM-ED.
           DISPLAY "DAILY LOSS LIMIT: " LIMIT-ED
                   "  SESSION ROUND LIMIT: " RNDLIM-ED
                   "  EXCLUDED THROUGH: " ACCT-EXCLUDE.

       EDIT-GAMING-LIMITS.
           MOVE 1 TO LIMIT-OK.
           ACCEPT TXN-DATE FROM DATE YYYYMMDD.
           DIVIDE NEW-EXCLUDE BY 10000 GIVING EXCL-YEAR
                   REMAINDER EXCL-MMDD.
           DIVIDE EXCL-MMDD BY 100 GIVING EXCL-MONTH
                   REMAINDER EXCL-DAY.
           IF NEW-EXCLUDE IS NOT EQUAL TO 0
                   AND (EXCL-MONTH IS LESS THAN 1
                   OR EXCL-MONTH IS GREATER THAN 12
                   OR EXCL-DAY IS LESS THAN 1
                   OR EXCL-DAY IS GREATER THAN 31)
                   DISPLAY "EXCLUSION DATE IS NOT A VALID DATE"
                   MOVE 0 TO LIMIT-OK
           ELSE IF ACCT-EXCLUDE IS NOT LESS THAN TXN-DATE
                   AND NEW-EXCLUDE IS LESS THAN ACCT-EXCLUDE
                   DISPLAY "EXCLUSION IN FORCE CANNOT BE SHORTENED"
                   MOVE 0 TO LIMIT-OK
           END-IF.

       POST-GAMING-LIMITS.
           ACCEPT TXN-DATE FROM DATE YYYYMMDD.
           ACCEPT TXN-TIME-RAW FROM TIME.
           DIVIDE TXN-TIME-RAW BY 100 GIVING TXN-TIME.
           OPEN EXTEND RG-FILE.
           IF RG-FILE-STATUS IS NOT EQUAL TO 0
                   OPEN OUTPUT RG-FILE
           END-IF.
           IF NEW-LOSSLIM IS NOT EQUAL TO ACCT-LOSSLIM
                   MOVE NEW-LOSSLIM TO ACCT-LOSSLIM
                   MOVE "SETLOSS" TO RG-EVENT
                   MOVE NEW-LOSSLIM TO RG-LIMIT
                   PERFORM WRITE-RG-SETTING
           END-IF.
           IF NEW-RNDLIM IS NOT EQUAL TO ACCT-RNDLIM
                   MOVE NEW-RNDLIM TO ACCT-RNDLIM
                   MOVE "SETRNDS" TO RG-EVENT
                   MOVE NEW-RNDLIM TO RG-LIMIT
                   PERFORM WRITE-RG-SETTING
           END-IF.
           IF NEW-EXCLUDE IS NOT EQUAL TO ACCT-EXCLUDE
                   MOVE NEW-EXCLUDE TO ACCT-EXCLUDE
                   MOVE "SETEXCL" TO RG-EVENT
                   MOVE NEW-EXCLUDE TO RG-LIMIT
                   PERFORM WRITE-RG-SETTING
           END-IF.
           CLOSE RG-FILE.
           REWRITE ACCT-REC.

       WRITE-RG-SETTING.
           MOVE TXN-DATE TO RGX-DATE.
           MOVE TXN-TIME TO RGX-TIME.
           MOVE ACCT-NUM TO RGX-ACCT.
           MOVE 0 TO RGX-TABLE.
           MOVE 0 TO RGX-SEAT.
           MOVE RG-EVENT TO RGX-EVENT.
           MOVE 0 TO RGX-NETWL.
           MOVE 0 TO RGX-ROUNDS.
           MOVE RG-LIMIT TO RGX-LIMIT.
           MOVE SET-BY TO RGX-BY.
           WRITE RGX-REC.

       REDEEM-COMP.
           DISPLAY "ACCOUNT NUMBER: ".
           ACCEPT WORK-ACCT.
           PERFORM FIND-ACCOUNT.
           ACCEPT TXN-DATE FROM DATE YYYYMMDD.
           IF ACCT-FOUND IS EQUAL TO 0
                   DISPLAY "ACCOUNT NOT FOUND"
           ELSE IF ACCT-STATUS IS EQUAL TO "S"
                   DISPLAY "ACCOUNT IS SUSPENDED"
           ELSE IF ACCT-EXCLUDE IS NOT LESS THAN TXN-DATE
                   DISPLAY "ACCOUNT IS SELF-EXCLUDED -- NO COMPS"
           ELSE
                   PERFORM LOAD-COMP-CATALOG
                   IF CT-COUNT IS EQUAL TO 0
                           DISPLAY "NO COMP CATALOG -- COMPCAT.DAT "
                                   "IS MISSING OR EMPTY"
                   ELSE
                           PERFORM SELECT-COMP-ITEM
                   END-IF
           END-IF.

       SELECT-COMP-ITEM.
           MOVE ACCT-POINTS TO POINTS-ED.
           DISPLAY "POINTS AVAILABLE: " POINTS-ED.
           DISPLAY "ITEM   DESCRIPTION           POINTS  VALUE".
           PERFORM SHOW-COMP-ITEM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX IS GREATER THAN CT-COUNT.
           DISPLAY "ITEM CODE: ".
           ACCEPT WORK-ITEM.
           PERFORM FIND-COMP-ITEM.
           IF CT-FOUND IS EQUAL TO 0
                   DISPLAY "ITEM NOT IN CATALOG"
           ELSE
                   DISPLAY "QUANTITY: "
                   ACCEPT WORK-QTY
                   COMPUTE COMP-POINTS = CT-POINTS(CT-IDX) * WORK-QTY
                   COMPUTE COMP-VALUE = CT-VALUE(CT-IDX) * WORK-QTY
                   IF WORK-QTY IS EQUAL TO 0
                           DISPLAY "NOTHING REDEEMED"
                   ELSE IF COMP-POINTS IS GREATER THAN ACCT-POINTS
                           MOVE COMP-POINTS TO POINTS-ED
                           DISPLAY "NOT ENOUGH POINTS -- NEEDS "
                                   POINTS-ED
                   ELSE
                           DISPLAY "ISSUED BY (INITIALS): "
                           ACCEPT ISSUE-BY
                           SUBTRACT COMP-POINTS FROM ACCT-POINTS
                           REWRITE ACCT-REC
                           PERFORM WRITE-COMP-TXN
                           MOVE ACCT-POINTS TO POINTS-ED
                           DISPLAY WORK-QTY " X " CT-DESC(CT-IDX)
                                   " REDEEMED"
                           DISPLAY "POINTS REMAINING: " POINTS-ED
                   END-IF
           END-IF.

       LOAD-COMP-CATALOG.
           MOVE 0 TO CT-COUNT.
           MOVE 0 TO CAT-EOF.
           OPEN INPUT COMP-CAT.
           IF CAT-FILE-STATUS IS EQUAL TO 0
                   PERFORM READ-COMP-ITEM UNTIL CAT-EOF IS EQUAL TO 1
                   CLOSE COMP-CAT
           END-IF.

       READ-COMP-ITEM.
           READ COMP-CAT
               AT END
                   MOVE 1 TO CAT-EOF
               NOT AT END
                   IF CAT-POINTS IS NUMERIC
                           AND CAT-VALUE IS NUMERIC
                           AND CAT-POINTS IS GREATER THAN 0
                           AND CT-COUNT IS LESS THAN 50
                           ADD 1 TO CT-COUNT
                           MOVE CAT-ITEM TO CT-ITEM(CT-COUNT)
                           MOVE CAT-DESC TO CT-DESC(CT-COUNT)
                           MOVE CAT-POINTS TO CT-POINTS(CT-COUNT)
                           MOVE CAT-VALUE TO CT-VALUE(CT-COUNT)
                   END-IF
           END-READ.

       SHOW-COMP-ITEM.
           MOVE CT-POINTS(CT-IDX) TO COST-ED.
           MOVE CT-VALUE(CT-IDX) TO VALUE-ED.
           DISPLAY CT-ITEM(CT-IDX) " " CT-DESC(CT-IDX) " " COST-ED
                   " " VALUE-ED.

       FIND-COMP-ITEM.
           MOVE 0 TO CT-FOUND.
           PERFORM SCAN-COMP-ITEM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX IS GREATER THAN CT-COUNT
                   OR CT-FOUND IS EQUAL TO 1.
           IF CT-FOUND IS EQUAL TO 1
                   SUBTRACT 1 FROM CT-IDX
           END-IF.

       SCAN-COMP-ITEM.
           IF CT-ITEM(CT-IDX) IS EQUAL TO WORK-ITEM
                   MOVE 1 TO CT-FOUND
           END-IF.

       WRITE-COMP-TXN.
           OPEN EXTEND COMP-JRN.
           IF CJ-FILE-STATUS IS NOT EQUAL TO 0
                   OPEN OUTPUT COMP-JRN
           END-IF.
           ACCEPT TXN-DATE FROM DATE YYYYMMDD.
           ACCEPT TXN-TIME-RAW FROM TIME.
           DIVIDE TXN-TIME-RAW BY 100 GIVING TXN-TIME.
           MOVE TXN-DATE TO CJ-DATE.
           MOVE TXN-TIME TO CJ-TIME.
           MOVE ACCT-NUM TO CJ-ACCT.
           MOVE CT-ITEM(CT-IDX) TO CJ-ITEM.
           MOVE WORK-QTY TO CJ-QTY.
           MOVE COMP-POINTS TO CJ-POINTS.
           MOVE COMP-VALUE TO CJ-VALUE.
           MOVE ACCT-POINTS TO CJ-NEWPTS.
           MOVE ISSUE-BY TO CJ-BY.
           WRITE CJ-REC.
           CLOSE COMP-JRN.
