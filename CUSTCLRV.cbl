       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCLRV.
       AUTHOR. GITHUB-COPILOT.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT HISTORY-FILE
               ASSIGN TO 'CUSTHIST'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HS-STATUS.
           SELECT REVIEW-PARM-FILE
               ASSIGN TO 'CUSTCPRM'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CP-STATUS.
           SELECT LIMIT-TRANS-FILE
               ASSIGN TO 'CUSTCTRN'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT REGISTER-FILE
               ASSIGN TO 'CUSTCRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT SORT-WORK-FILE
               ASSIGN TO 'CUSTSORT'.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTHST.

      * Single-record review rules, set by credit.  An increase needs
      * at least the given number of months paid, no more than the
      * given months missed or over limit, no returned check, and a
      * peak utilization at or over the given percent; it raises the
      * limit by the increase percent.  A decrease follows from the
      * given months over limit or months missed, whichever is met
      * first, and lowers the limit by the decrease percent.  New
      * limits are rounded down to the rounding unit in whole dollars
      * and kept between the minimum and maximum limits.
       FD  REVIEW-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  REVIEW-PARM-RECORD.
           05  CPR-INC-MIN-PAID   PIC 9(2).
           05  CPR-INC-MAX-MISSED PIC 9(2).
           05  CPR-INC-MAX-OVER   PIC 9(2).
           05  CPR-INC-MIN-UTIL   PIC 9(3).
           05  CPR-INC-PCT        PIC 9(3).
           05  CPR-DEC-OVER       PIC 9(2).
           05  CPR-DEC-MISSED     PIC 9(2).
           05  CPR-DEC-PCT        PIC 9(3).
           05  CPR-MIN-LIMIT      PIC 9(7)V99.
           05  CPR-MAX-LIMIT      PIC 9(7)V99.
           05  CPR-ROUND-UNIT     PIC 9(5).

      * Limit changes go out as field-level 'C' transactions for the
      * normal CUSTEDIT/CUSTMAINT path, supplying the credit limit
      * and nothing else.
       FD  LIMIT-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTTRN.

       FD  REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  REGISTER-LINE          PIC X(132).

      * History in the review period, one record per history record,
      * sorted to customer order to be matched against the master.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-CUST-ID        PIC X(6).
           05  SRT-RUN-DATE       PIC X(10).
           05  SRT-MONTH-SLOT     PIC 9(2).
           05  SRT-ACTION         PIC X(1).
           05  SRT-RETURNED-FLAG  PIC X(1).
           05  SRT-BEF-BALANCE    PIC S9(7)V99.
           05  SRT-AFT-BALANCE    PIC S9(7)V99.
           05  SRT-AFT-CRLIMIT    PIC 9(7)V99.
           05  SRT-AFT-PRESENT    PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC X(2).
       01  WS-HS-STATUS           PIC X(2).
       01  WS-CP-STATUS           PIC X(2).
       01  WS-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-FILE        VALUE 'Y'.
       01  WS-EOF-HIST            PIC X VALUE 'N'.
           88  EOF-HISTORY        VALUE 'Y'.
       01  WS-RUN-REFUSED         PIC X(1) VALUE 'N'.
           88  WS-REVIEW-REFUSED  VALUE 'Y'.
       01  WS-PARM-OK-FLAG        PIC X(1) VALUE 'N'.
           88  WS-PARM-LOADED     VALUE 'Y'.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD== BY ==WS-BEF-RECORD==
                              ==CUST-ID==          BY ==BEF-ID==
                              ==CUST-NAME==        BY ==BEF-NAME==
                              ==CUST-ADDRESS==     BY ==BEF-ADDRESS==
                              ==CUST-PHONE==       BY ==BEF-PHONE==
                              ==CUST-BALANCE==     BY ==BEF-BALANCE==
                              ==CUST-CREDIT-LIMIT== BY
                                  ==BEF-CRLIMIT==
                              ==CUST-BRANCH==      BY ==BEF-BRANCH==
                              ==CUST-CYCLE==       BY ==BEF-CYCLE==
                              ==CUST-STATUS==      BY ==BEF-STATUS==
                              ==CUST-STMT-DATE==   BY ==BEF-STMT-DATE==
                              ==CUST-DUE-DATE==    BY ==BEF-DUE-DATE==
                              ==CUST-MIN-DUE==     BY ==BEF-MIN-DUE==
                              ==CUST-PRV-STMT-DATE== BY
                                  ==BEF-PRV-STMT-DATE==
                              ==CUST-PRV-DUE-DATE== BY
                                  ==BEF-PRV-DUE-DATE==
                              ==CUST-PRV-MIN-DUE== BY
                                  ==BEF-PRV-MIN-DUE==
                              ==CUST-AGED-DUE-DATE== BY
                                  ==BEF-AGED-DUE-DATE==
                              ==CUST-PAST-DUE==    BY ==BEF-PAST-DUE==
                              ==CUST-DLQ-STAGE==   BY ==BEF-DLQ-STAGE==.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD== BY ==WS-AFT-RECORD==
                              ==CUST-ID==          BY ==AFT-ID==
                              ==CUST-NAME==        BY ==AFT-NAME==
                              ==CUST-ADDRESS==     BY ==AFT-ADDRESS==
                              ==CUST-PHONE==       BY ==AFT-PHONE==
                              ==CUST-BALANCE==     BY ==AFT-BALANCE==
                              ==CUST-CREDIT-LIMIT== BY
                                  ==AFT-CRLIMIT==
                              ==CUST-BRANCH==      BY ==AFT-BRANCH==
                              ==CUST-CYCLE==       BY ==AFT-CYCLE==
                              ==CUST-STATUS==      BY ==AFT-STATUS==
                              ==CUST-STMT-DATE==   BY ==AFT-STMT-DATE==
                              ==CUST-DUE-DATE==    BY ==AFT-DUE-DATE==
                              ==CUST-MIN-DUE==     BY ==AFT-MIN-DUE==
                              ==CUST-PRV-STMT-DATE== BY
                                  ==AFT-PRV-STMT-DATE==
                              ==CUST-PRV-DUE-DATE== BY
                                  ==AFT-PRV-DUE-DATE==
                              ==CUST-PRV-MIN-DUE== BY
                                  ==AFT-PRV-MIN-DUE==
                              ==CUST-AGED-DUE-DATE== BY
                                  ==AFT-AGED-DUE-DATE==
                              ==CUST-PAST-DUE==    BY ==AFT-PAST-DUE==
                              ==CUST-DLQ-STAGE==   BY ==AFT-DLQ-STAGE==.

      * PARM layout: position 1 run mode, R = report only (default,
      * proposes but cuts no transactions), W = write the 'C' limit
      * transactions; positions 2-7 the last month of the review
      * period as YYYYMM (spaces = the month before the run month).
      * The review period is that month and the eleven before it.
       01  WS-PARM-AREA           PIC X(80) VALUE SPACES.
       01  WS-RUN-MODE            PIC X(1)  VALUE 'R'.
           88  WS-MODE-REPORT     VALUE 'R'.
           88  WS-MODE-WRITE      VALUE 'W'.
       01  WS-END-YYYYMM          PIC X(6)  VALUE SPACES.
       01  WS-END-YYYYMM-R REDEFINES WS-END-YYYYMM.
           05  WS-END-YEAR        PIC 9(4).
           05  WS-END-MONTH       PIC 9(2).
       01  WS-START-YYYYMM.
           05  WS-START-YEAR      PIC 9(4).
           05  WS-START-MONTH     PIC 9(2).
       01  WS-START-TOTAL         PIC 9(6)  VALUE ZERO.
       01  WS-HIST-TOTAL          PIC 9(6)  VALUE ZERO.
       01  WS-HIST-YEAR           PIC 9(4)  VALUE ZERO.
       01  WS-HIST-MONTH          PIC 9(2)  VALUE ZERO.
       01  WS-WORK-TOTAL          PIC 9(6)  VALUE ZERO.
       01  WS-WORK-MONTH          PIC 9(2)  VALUE ZERO.

      * What one account's history shows, month by month across the
      * review period: a payment posted, a balance owed at some point,
      * the balance over the limit at some point.
       01  WS-HIST-KEY            PIC X(6)  VALUE SPACES.
       01  WS-ACCT-STATS.
           05  WS-AS-MONTH        OCCURS 12 TIMES
                                  INDEXED BY WS-MO-IDX.
               10  WS-AS-PAID     PIC X(1).
               10  WS-AS-OWED     PIC X(1).
               10  WS-AS-OVER     PIC X(1).
           05  WS-AS-PEAK-BAL     PIC S9(7)V99.
           05  WS-AS-RETURN-CTR   PIC 9(3).
           05  WS-AS-HIST-CTR     PIC 9(5).
       01  WS-PAID-MONTHS         PIC 9(2)  VALUE ZERO.
       01  WS-MISSED-MONTHS       PIC 9(2)  VALUE ZERO.
       01  WS-OVER-MONTHS         PIC 9(2)  VALUE ZERO.
       01  WS-UTIL-PCT            PIC 9(3)  VALUE ZERO.
       01  WS-UTIL-WORK           PIC 9(9)  VALUE ZERO.

       01  WS-PROPOSED-LIMIT      PIC 9(7)V99 VALUE ZERO.
       01  WS-LIMIT-WORK          PIC 9(9)V99 VALUE ZERO.
       01  WS-ROUND-COUNT         PIC 9(9)    VALUE ZERO.
       01  WS-DECISION            PIC X(1)  VALUE SPACE.
           88  WS-DECIDE-INCREASE VALUE 'I'.
           88  WS-DECIDE-DECREASE VALUE 'D'.
           88  WS-DECIDE-NONE     VALUE 'N'.
       01  WS-REASON              PIC X(36) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-READ-CTR        PIC 9(6) VALUE ZERO.
           05  WS-HIST-READ-CTR   PIC 9(6) VALUE ZERO.
           05  WS-HIST-USED-CTR   PIC 9(6) VALUE ZERO.
           05  WS-INCREASE-CTR    PIC 9(6) VALUE ZERO.
           05  WS-DECREASE-CTR    PIC 9(6) VALUE ZERO.
           05  WS-NOCHANGE-CTR    PIC 9(6) VALUE ZERO.
           05  WS-NOTREV-CTR      PIC 9(6) VALUE ZERO.
           05  WS-TRANS-CTR       PIC 9(6) VALUE ZERO.

       01  WS-INCREASE-TOTAL      PIC S9(9)V99 VALUE ZERO.
       01  WS-DECREASE-TOTAL      PIC S9(9)V99 VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER            PIC X(20) VALUE 'Credit Limit Review '.
           05  FILLER            PIC X(20) VALUE 'Date: '.
           05  WS-CURR-DATE      PIC X(10).

       01  WS-MODE-LINE.
           05  FILLER             PIC X(10) VALUE 'Run Mode: '.
           05  WS-ML-MODE         PIC X(30).

       01  WS-PERIOD-LINE.
           05  FILLER             PIC X(15) VALUE 'Review Period: '.
           05  WS-PL-START        PIC X(6).
           05  FILLER             PIC X(4)  VALUE ' to '.
           05  WS-PL-END          PIC X(6).

       01  WS-COLUMN-HEADER.
           05  FILLER             PIC X(8)  VALUE 'Acct No'.
           05  FILLER             PIC X(24) VALUE 'Name'.
           05  FILLER             PIC X(14) VALUE '   Old Limit'.
           05  FILLER             PIC X(14) VALUE '   New Limit'.
           05  FILLER             PIC X(5)  VALUE 'Paid'.
           05  FILLER             PIC X(5)  VALUE 'Miss'.
           05  FILLER             PIC X(5)  VALUE 'Over'.
           05  FILLER             PIC X(6)  VALUE 'Util%'.
           05  FILLER             PIC X(4)  VALUE 'Ret'.
           05  FILLER             PIC X(36) VALUE 'Reason'.

       01  WS-DETAIL-LINE.
           05  WS-DL-CUSTID       PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-NAME         PIC X(22).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-OLD-LIMIT    PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-NEW-LIMIT    PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-PAID         PIC Z9.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-DL-MISSED       PIC Z9.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-DL-OVER         PIC Z9.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-DL-UTIL         PIC ZZ9.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-DL-RETURNS      PIC Z9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-REASON       PIC X(36).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL        PIC X(26).
           05  WS-TL-AMOUNT       PIC $$$,$$$,$$9.99-.

       LINKAGE SECTION.
       01  LK-PARM-DATA.
           05  LK-PARM-LEN        PIC S9(4) COMP.
           05  LK-PARM-TEXT       PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-DATA.
       0100-MAIN-PROCESS.
           PERFORM 0200-INIT-ROUTINE
           IF NOT WS-REVIEW-REFUSED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-CUST-ID
                                    SRT-RUN-DATE
                   INPUT PROCEDURE 0300-SELECT-HISTORY
                   OUTPUT PROCEDURE 0400-REVIEW-ACCOUNTS
           END-IF
           PERFORM 0900-CLOSE-ROUTINE
           STOP RUN.

       0200-INIT-ROUTINE.
           PERFORM 0205-PARSE-PARM
           PERFORM 0215-SET-REVIEW-PERIOD
           OPEN INPUT  CUSTOMER-FILE
                       HISTORY-FILE
                       REVIEW-PARM-FILE
                OUTPUT LIMIT-TRANS-FILE
                       REGISTER-FILE
           PERFORM 0250-WRITE-HEADERS
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening customer file. Status: '
                   WS-FILE-STATUS ' - run refused'
               MOVE 'RUN REFUSED - CUSTOMER FILE NOT READABLE'
                   TO REGISTER-LINE
               PERFORM 0230-REFUSE-RUN
           END-IF
           PERFORM 0220-LOAD-REVIEW-PARM
      * Every judgement rests on the payment history, so a history
      * that cannot be read refuses the run rather than reviewing
      * every account as having no activity.
           IF NOT WS-REVIEW-REFUSED
               AND WS-HS-STATUS NOT = '00'
               DISPLAY 'Error opening history file. Status: '
                   WS-HS-STATUS ' - run refused'
               MOVE 'RUN REFUSED - HISTORY FILE NOT READABLE'
                   TO REGISTER-LINE
               PERFORM 0230-REFUSE-RUN
           END-IF
           IF NOT WS-REVIEW-REFUSED
               WRITE REGISTER-LINE FROM WS-COLUMN-HEADER
               WRITE REGISTER-LINE FROM SPACES
           END-IF.

       0205-PARSE-PARM.
           IF LK-PARM-LEN > 0
               MOVE LK-PARM-TEXT(1:LK-PARM-LEN) TO WS-PARM-AREA
           END-IF
           IF WS-PARM-AREA(1:1) = 'R' OR 'W'
               MOVE WS-PARM-AREA(1:1) TO WS-RUN-MODE
           ELSE
               MOVE 'R' TO WS-RUN-MODE
           END-IF
           IF WS-PARM-AREA(2:6) IS NUMERIC
               AND WS-PARM-AREA(6:2) >= '01'
               AND WS-PARM-AREA(6:2) <= '12'
               MOVE WS-PARM-AREA(2:6) TO WS-END-YYYYMM
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-END-YYYYMM
               IF WS-END-MONTH = 1
                   MOVE 12 TO WS-END-MONTH
                   SUBTRACT 1 FROM WS-END-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-END-MONTH
               END-IF
           END-IF.

       0215-SET-REVIEW-PERIOD.
      * The period starts eleven months before its last month.
           COMPUTE WS-START-TOTAL =
               WS-END-YEAR * 12 + WS-END-MONTH - 1 - 11
           DIVIDE WS-START-TOTAL BY 12
               GIVING WS-START-YEAR REMAINDER WS-WORK-MONTH
           COMPUTE WS-START-MONTH = WS-WORK-MONTH + 1.

       0220-LOAD-REVIEW-PARM.
      * The rules move credit limits, so a missing or damaged rules
      * record refuses the run instead of reviewing on defaults
      * nobody approved.
           IF WS-CP-STATUS = '00'
               READ REVIEW-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF REVIEW-PARM-RECORD IS NUMERIC
                           AND CPR-INC-PCT > ZERO
                           AND CPR-DEC-PCT > ZERO
                           AND CPR-DEC-PCT < 100
                           AND CPR-DEC-OVER > ZERO
                           AND CPR-DEC-MISSED > ZERO
                           AND CPR-ROUND-UNIT > ZERO
                           AND CPR-MIN-LIMIT NOT > CPR-MAX-LIMIT
                           MOVE 'Y' TO WS-PARM-OK-FLAG
                       END-IF
               END-READ
           END-IF
           IF NOT WS-PARM-LOADED
               DISPLAY 'Review rules record missing or invalid'
                   ' - run refused'
               MOVE 'RUN REFUSED - REVIEW RULES MISSING OR INVALID'
                   TO REGISTER-LINE
               PERFORM 0230-REFUSE-RUN
           END-IF.

       0230-REFUSE-RUN.
           WRITE REGISTER-LINE
           MOVE 16  TO RETURN-CODE
           MOVE 'Y' TO WS-RUN-REFUSED
           MOVE 'Y' TO WS-EOF-FLAG
           MOVE 'Y' TO WS-EOF-HIST.

       0250-WRITE-HEADERS.
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-CURR-DATE
           WRITE REGISTER-LINE FROM WS-HEADING-1
           WRITE REGISTER-LINE FROM SPACES
           IF WS-MODE-WRITE
               MOVE 'WRITE - TRANSACTIONS CUT' TO WS-ML-MODE
           ELSE
               MOVE 'REPORT ONLY - NO TRANSACTIONS' TO WS-ML-MODE
           END-IF
           WRITE REGISTER-LINE FROM WS-MODE-LINE
           MOVE WS-START-YYYYMM TO WS-PL-START
           MOVE WS-END-YYYYMM   TO WS-PL-END
           WRITE REGISTER-LINE FROM WS-PERIOD-LINE
           WRITE REGISTER-LINE FROM SPACES.

       0300-SELECT-HISTORY.
           PERFORM 0310-READ-HISTORY UNTIL EOF-HISTORY.

       0310-READ-HISTORY.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-HIST
               NOT AT END
                   ADD 1 TO WS-HIST-READ-CTR
                   IF HST-RUN-DATE(1:6) IS NUMERIC
                       AND HST-RUN-DATE(1:6) NOT < WS-START-YYYYMM
                       AND HST-RUN-DATE(1:6) NOT > WS-END-YYYYMM
                       PERFORM 0320-RELEASE-HISTORY
                   END-IF
           END-READ.

       0320-RELEASE-HISTORY.
      * A returned check is the reversing 'J', identified the way the
      * roll-forward identifies it.  The balances come from the two
      * images; an add has no before image and a delete no after.
           ADD 1 TO WS-HIST-USED-CTR
           MOVE HST-RUN-DATE(1:4) TO WS-HIST-YEAR
           MOVE HST-RUN-DATE(5:2) TO WS-HIST-MONTH
           COMPUTE WS-HIST-TOTAL = WS-HIST-YEAR * 12 + WS-HIST-MONTH - 1
           COMPUTE SRT-MONTH-SLOT = WS-HIST-TOTAL - WS-START-TOTAL + 1
           MOVE HST-CUST-ID     TO SRT-CUST-ID
           MOVE HST-RUN-DATE    TO SRT-RUN-DATE
           MOVE HST-ACTION      TO SRT-ACTION
           MOVE HST-TRANS-IMAGE TO TRANS-RECORD
           IF HST-ACTION = 'J'
               AND (TR-SRC-RETURNED-CHK OR TR-REF-RETURNED-CHECK)
               MOVE 'Y' TO SRT-RETURNED-FLAG
           ELSE
               MOVE 'N' TO SRT-RETURNED-FLAG
           END-IF
           MOVE HST-BEFORE-IMAGE TO WS-BEF-RECORD
           MOVE HST-AFTER-IMAGE  TO WS-AFT-RECORD
           MOVE ZERO TO SRT-BEF-BALANCE
                        SRT-AFT-BALANCE
                        SRT-AFT-CRLIMIT
           MOVE 'N'  TO SRT-AFT-PRESENT
           IF HST-BEFORE-IMAGE NOT = SPACES AND BEF-BALANCE NUMERIC
               MOVE BEF-BALANCE TO SRT-BEF-BALANCE
           END-IF
           IF HST-AFTER-IMAGE NOT = SPACES AND AFT-BALANCE NUMERIC
               AND AFT-CRLIMIT NUMERIC
               MOVE AFT-BALANCE TO SRT-AFT-BALANCE
               MOVE AFT-CRLIMIT TO SRT-AFT-CRLIMIT
               MOVE 'Y'         TO SRT-AFT-PRESENT
           END-IF
           RELEASE SORT-RECORD.

       0400-REVIEW-ACCOUNTS.
           PERFORM 0410-RETURN-HISTORY
           PERFORM 0420-READ-CUSTOMER UNTIL END-OF-FILE.

       0410-RETURN-HISTORY.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-HIST-KEY
               NOT AT END
                   MOVE SRT-CUST-ID TO WS-HIST-KEY
           END-RETURN.

       0420-READ-CUSTOMER.
      * History for an account no longer on the master (deleted in
      * the period) is passed over.
           READ CUSTOMER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-CTR
                   PERFORM 0430-CLEAR-STATS
                   PERFORM 0410-RETURN-HISTORY
                       UNTIL WS-HIST-KEY NOT < CUST-ID
                   PERFORM 0440-ACCUMULATE-HISTORY
                       UNTIL WS-HIST-KEY NOT = CUST-ID
                   PERFORM 0500-REVIEW-ONE-ACCOUNT
           END-READ.

       0430-CLEAR-STATS.
           MOVE ALL 'N'      TO WS-ACCT-STATS(1:36)
           MOVE CUST-BALANCE TO WS-AS-PEAK-BAL
           MOVE ZERO         TO WS-AS-RETURN-CTR
                                WS-AS-HIST-CTR.

       0440-ACCUMULATE-HISTORY.
           ADD 1 TO WS-AS-HIST-CTR
           SET WS-MO-IDX TO SRT-MONTH-SLOT
           IF SRT-ACTION = 'P'
               MOVE 'Y' TO WS-AS-PAID(WS-MO-IDX)
           END-IF
           IF SRT-RETURNED-FLAG = 'Y'
               ADD 1 TO WS-AS-RETURN-CTR
           END-IF
           IF SRT-BEF-BALANCE > ZERO OR SRT-AFT-BALANCE > ZERO
               MOVE 'Y' TO WS-AS-OWED(WS-MO-IDX)
           END-IF
           IF SRT-AFT-PRESENT = 'Y'
               AND SRT-AFT-BALANCE > SRT-AFT-CRLIMIT
               MOVE 'Y' TO WS-AS-OVER(WS-MO-IDX)
           END-IF
           IF SRT-BEF-BALANCE > WS-AS-PEAK-BAL
               MOVE SRT-BEF-BALANCE TO WS-AS-PEAK-BAL
           END-IF
           IF SRT-AFT-BALANCE > WS-AS-PEAK-BAL
               MOVE SRT-AFT-BALANCE TO WS-AS-PEAK-BAL
           END-IF
           PERFORM 0410-RETURN-HISTORY.

       0500-REVIEW-ONE-ACCOUNT.
           PERFORM 0510-MEASURE-ACCOUNT
           MOVE CUST-CREDIT-LIMIT TO WS-PROPOSED-LIMIT
           MOVE 'N'               TO WS-DECISION
           MOVE SPACES            TO WS-REASON
      * Decrease is judged before increase: an account that has been
      * over its limit or has stopped paying is never raised.
           EVALUATE TRUE
               WHEN CUST-STAT-CLOSED OF CUSTOMER-RECORD
                   OR CUST-STAT-BANKRUPT OF CUSTOMER-RECORD
                   OR CUST-STAT-COLLECT OF CUSTOMER-RECORD
                   MOVE 'NOT REVIEWED - ACCOUNT STATUS '
                       TO WS-REASON
                   MOVE CUST-STATUS TO WS-REASON(31:1)
               WHEN WS-AS-HIST-CTR = ZERO
                   MOVE 'NO CHANGE - NO ACTIVITY IN PERIOD'
                       TO WS-REASON
               WHEN WS-OVER-MONTHS NOT < CPR-DEC-OVER
                   MOVE 'D' TO WS-DECISION
                   MOVE 'DECREASE - FREQUENTLY OVER LIMIT'
                       TO WS-REASON
               WHEN WS-MISSED-MONTHS NOT < CPR-DEC-MISSED
                   MOVE 'D' TO WS-DECISION
                   MOVE 'DECREASE - PAYMENTS IRREGULAR'
                       TO WS-REASON
               WHEN WS-PAID-MONTHS NOT < CPR-INC-MIN-PAID
                   AND WS-MISSED-MONTHS NOT > CPR-INC-MAX-MISSED
                   AND WS-OVER-MONTHS NOT > CPR-INC-MAX-OVER
                   AND WS-AS-RETURN-CTR = ZERO
                   AND WS-UTIL-PCT NOT < CPR-INC-MIN-UTIL
                   IF CUST-STAT-HOLD OF CUSTOMER-RECORD
                       MOVE 'NO CHANGE - ON CREDIT HOLD'
                           TO WS-REASON
                   ELSE
                       MOVE 'I' TO WS-DECISION
                       MOVE 'INCREASE - PAYS REGULARLY, USES LIMIT'
                           TO WS-REASON
                   END-IF
               WHEN WS-AS-RETURN-CTR > ZERO
                   MOVE 'NO CHANGE - RETURNED CHECK IN PERIOD'
                       TO WS-REASON
               WHEN WS-UTIL-PCT < CPR-INC-MIN-UTIL
                   MOVE 'NO CHANGE - LOW UTILIZATION'
                       TO WS-REASON
               WHEN WS-PAID-MONTHS < CPR-INC-MIN-PAID
                   MOVE 'NO CHANGE - TOO FEW MONTHS PAID'
                       TO WS-REASON
               WHEN OTHER
                   MOVE 'NO CHANGE - CRITERIA NOT MET'
                       TO WS-REASON
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-DECIDE-INCREASE
                   PERFORM 0520-PROPOSE-INCREASE
               WHEN WS-DECIDE-DECREASE
                   PERFORM 0530-PROPOSE-DECREASE
           END-EVALUATE
           PERFORM 0550-PRINT-REVIEW-LINE
           IF WS-MODE-WRITE AND NOT WS-DECIDE-NONE
               PERFORM 0560-WRITE-LIMIT-TRANS
           END-IF.

       0510-MEASURE-ACCOUNT.
      * A month is missed when a balance was owed in it and no
      * payment posted in it or the month after.  The last month of
      * the period is not judged, its payment may not yet be due.
      * Utilization is the highest balance seen in the period against
      * the current limit.
           MOVE ZERO TO WS-PAID-MONTHS
                        WS-MISSED-MONTHS
                        WS-OVER-MONTHS
           PERFORM 0515-MEASURE-ONE-MONTH
               VARYING WS-MO-IDX FROM 1 BY 1
               UNTIL WS-MO-IDX > 12
           IF CUST-CREDIT-LIMIT = ZERO
               MOVE 999 TO WS-UTIL-PCT
           ELSE
               IF WS-AS-PEAK-BAL NOT > ZERO
                   MOVE ZERO TO WS-UTIL-PCT
               ELSE
                   COMPUTE WS-UTIL-WORK =
                       WS-AS-PEAK-BAL * 100 / CUST-CREDIT-LIMIT
                   IF WS-UTIL-WORK > 999
                       MOVE 999 TO WS-UTIL-PCT
                   ELSE
                       MOVE WS-UTIL-WORK TO WS-UTIL-PCT
                   END-IF
               END-IF
           END-IF.

       0515-MEASURE-ONE-MONTH.
           IF WS-AS-PAID(WS-MO-IDX) = 'Y'
               ADD 1 TO WS-PAID-MONTHS
           END-IF
           IF WS-AS-OVER(WS-MO-IDX) = 'Y'
               ADD 1 TO WS-OVER-MONTHS
           END-IF
           IF WS-MO-IDX < 12
               IF WS-AS-OWED(WS-MO-IDX) = 'Y'
                   AND WS-AS-PAID(WS-MO-IDX) NOT = 'Y'
                   AND WS-AS-PAID(WS-MO-IDX + 1) NOT = 'Y'
                   ADD 1 TO WS-MISSED-MONTHS
               END-IF
           END-IF.

       0520-PROPOSE-INCREASE.
           COMPUTE WS-LIMIT-WORK =
               CUST-CREDIT-LIMIT * (100 + CPR-INC-PCT) / 100
           PERFORM 0540-ROUND-AND-BOUND
           IF WS-PROPOSED-LIMIT NOT > CUST-CREDIT-LIMIT
               MOVE CUST-CREDIT-LIMIT TO WS-PROPOSED-LIMIT
               MOVE 'N' TO WS-DECISION
               MOVE 'NO CHANGE - AT MAXIMUM LIMIT' TO WS-REASON
           ELSE
               ADD 1 TO WS-INCREASE-CTR
               COMPUTE WS-INCREASE-TOTAL = WS-INCREASE-TOTAL
                   + WS-PROPOSED-LIMIT - CUST-CREDIT-LIMIT
           END-IF.

       0530-PROPOSE-DECREASE.
           COMPUTE WS-LIMIT-WORK =
               CUST-CREDIT-LIMIT * (100 - CPR-DEC-PCT) / 100
           PERFORM 0540-ROUND-AND-BOUND
           IF WS-PROPOSED-LIMIT NOT < CUST-CREDIT-LIMIT
               MOVE CUST-CREDIT-LIMIT TO WS-PROPOSED-LIMIT
               MOVE 'N' TO WS-DECISION
               MOVE 'NO CHANGE - AT MINIMUM LIMIT' TO WS-REASON
           ELSE
               ADD 1 TO WS-DECREASE-CTR
               COMPUTE WS-DECREASE-TOTAL = WS-DECREASE-TOTAL
                   + CUST-CREDIT-LIMIT - WS-PROPOSED-LIMIT
           END-IF.

       0540-ROUND-AND-BOUND.
           DIVIDE WS-LIMIT-WORK BY CPR-ROUND-UNIT
               GIVING WS-ROUND-COUNT
           COMPUTE WS-LIMIT-WORK = WS-ROUND-COUNT * CPR-ROUND-UNIT
           IF WS-LIMIT-WORK < CPR-MIN-LIMIT
               MOVE CPR-MIN-LIMIT TO WS-LIMIT-WORK
           END-IF
           IF WS-LIMIT-WORK > CPR-MAX-LIMIT
               MOVE CPR-MAX-LIMIT TO WS-LIMIT-WORK
           END-IF
           MOVE WS-LIMIT-WORK TO WS-PROPOSED-LIMIT.

       0550-PRINT-REVIEW-LINE.
           IF WS-DECIDE-NONE
               IF WS-REASON(1:12) = 'NOT REVIEWED'
                   ADD 1 TO WS-NOTREV-CTR
               ELSE
                   ADD 1 TO WS-NOCHANGE-CTR
               END-IF
           END-IF
           MOVE CUST-ID           TO WS-DL-CUSTID
           MOVE CUST-NAME         TO WS-DL-NAME
           MOVE CUST-CREDIT-LIMIT TO WS-DL-OLD-LIMIT
           MOVE WS-PROPOSED-LIMIT TO WS-DL-NEW-LIMIT
           MOVE WS-PAID-MONTHS    TO WS-DL-PAID
           MOVE WS-MISSED-MONTHS  TO WS-DL-MISSED
           MOVE WS-OVER-MONTHS    TO WS-DL-OVER
           MOVE WS-UTIL-PCT       TO WS-DL-UTIL
           MOVE WS-AS-RETURN-CTR  TO WS-DL-RETURNS
           MOVE WS-REASON         TO WS-DL-REASON
           WRITE REGISTER-LINE FROM WS-DETAIL-LINE.

       0560-WRITE-LIMIT-TRANS.
           MOVE SPACES            TO TRANS-RECORD
           MOVE 'C'               TO TR-ACTION
           MOVE CUST-ID           TO TR-CUST-ID
           MOVE WS-PROPOSED-LIMIT TO TR-CUST-CRLIMIT
           MOVE 'C'               TO TR-SOURCE
           MOVE 'CUSTCLRV'        TO TR-OPERATOR-ID
           WRITE TRANS-RECORD
           ADD 1 TO WS-TRANS-CTR.

       0900-CLOSE-ROUTINE.
           WRITE REGISTER-LINE FROM SPACES
           MOVE 'Customers Read:        ' TO REGISTER-LINE
           MOVE WS-READ-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           MOVE 'History Read:          ' TO REGISTER-LINE
           MOVE WS-HIST-READ-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           MOVE 'History In Period:     ' TO REGISTER-LINE
           MOVE WS-HIST-USED-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           MOVE 'Increases Proposed:    ' TO REGISTER-LINE
           MOVE WS-INCREASE-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           MOVE 'Decreases Proposed:    ' TO REGISTER-LINE
           MOVE WS-DECREASE-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           MOVE 'No Change:             ' TO REGISTER-LINE
           MOVE WS-NOCHANGE-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           MOVE 'Not Reviewed:          ' TO REGISTER-LINE
           MOVE WS-NOTREV-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           MOVE 'Transactions Written:  ' TO REGISTER-LINE
           MOVE WS-TRANS-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           WRITE REGISTER-LINE FROM SPACES
           MOVE 'Total Limit Increase:'     TO WS-TL-LABEL
           MOVE WS-INCREASE-TOTAL           TO WS-TL-AMOUNT
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE
           MOVE 'Total Limit Decrease:'     TO WS-TL-LABEL
           MOVE WS-DECREASE-TOTAL           TO WS-TL-AMOUNT
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE
           CLOSE CUSTOMER-FILE
                 HISTORY-FILE
                 REVIEW-PARM-FILE
                 LIMIT-TRANS-FILE
                 REGISTER-FILE.
