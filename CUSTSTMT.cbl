               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT OPTIONAL AUTOPAY-FILE
               ASSIGN TO 'CUSTACH'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACH-CUST-ID
               FILE STATUS IS WS-ACH-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  RUN-CONTROL-REC        PIC X(65).

       FD  AUTOPAY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTACH.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC X(2).
       01  WS-HS-STATUS           PIC X(2).
       01  WS-RC-STATUS           PIC X(2).
       01  WS-ACH-STATUS          PIC X(2).
       01  WS-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-FILE        VALUE 'Y'.
       01  WS-EOF-HIST            PIC X VALUE 'N'.
      * start date as YYYYMMDD (spaces = itemize all history on
      * file); position 10 the cycle digit '1'-'9' when mode is C.
      * Monetary activity applied on or after the start date is
      * listed on the statement.  Positions 11-12 days from the
      * statement date to the payment due date (default 25), 13-16
      * the minimum payment as a percentage of the balance, 99V99
      * (default 0200 = 2 pct), 17-22 the smallest minimum payment,
      * 9999V99 (default 002500 = 25.00).  The A and C mailings set
      * those terms on each account statemented; the over-limit
      * mailing prints the terms already on the account.
       01  WS-PARM-AREA           PIC X(80) VALUE SPACES.
       01  WS-RUN-MODE            PIC X(1)  VALUE 'A'.
           88  WS-MODE-ALL        VALUE 'A'.
       01  WS-CYCLE-SUB           PIC 9(2)  VALUE ZERO.
       01  WS-RUN-REFUSED         PIC X(1)  VALUE 'N'.
           88  WS-STMT-RUN-REFUSED VALUE 'Y'.
       01  WS-TERMS-FLAG          PIC X(1)  VALUE 'N'.
           88  WS-SETS-TERMS      VALUE 'Y'.
       01  WS-DUE-DAYS            PIC 9(2)     VALUE 25.
       01  WS-MIN-PCT             PIC 9(2)V99  VALUE 2.00.
       01  WS-MIN-PCT-X REDEFINES WS-MIN-PCT
                                  PIC X(4).
       01  WS-MIN-FLOOR           PIC 9(4)V99  VALUE 25.00.
       01  WS-MIN-FLOOR-X REDEFINES WS-MIN-FLOOR
                                  PIC X(6).
       01  WS-TODAY               PIC X(8)     VALUE SPACES.
       01  WS-TODAY-9 REDEFINES WS-TODAY
                                  PIC 9(8).
       01  WS-DUE-DATE            PIC 9(8)     VALUE ZERO.
       01  WS-MIN-DUE             PIC S9(9)V99 VALUE ZERO.
       01  WS-PAST-DUE            PIC 9(7)V99  VALUE ZERO.

       COPY CUSTRUN.

           05  WS-NODUE-CTR       PIC 9(6) VALUE ZERO.
           05  WS-SKIP-CTR        PIC 9(6) VALUE ZERO.
           05  WS-FLAG-CTR        PIC 9(6) VALUE ZERO.
           05  WS-BKRPT-CTR       PIC 9(6) VALUE ZERO.
           05  WS-TERMS-CTR       PIC 9(6) VALUE ZERO.
           05  WS-AUTOPAY-CTR     PIC 9(6) VALUE ZERO.

       01  WS-AVAIL-CREDIT        PIC S9(9)V99 VALUE ZERO.

      * A customer enrolled in autopay is debited on the due date of
      * a cycle statement by CUSTACHD, for the balance or the fixed
      * amount enrolled if that is less; the statement says so in
      * place of the remittance stub.
       01  WS-AUTOPAY-FLAG        PIC X(1)     VALUE 'N'.
           88  WS-ON-AUTOPAY      VALUE 'Y'.
       01  WS-AUTOPAY-AMOUNT      PIC S9(9)V99 VALUE ZERO.
       01  WS-ACCT-WORK           PIC X(17)    VALUE SPACES.
       01  WS-ACCT-LEN            PIC 9(2)     VALUE ZERO.

      * Monetary history applied in the statement period, loaded once
      * up front so each customer's activity can be scanned without
      * re-reading CUSTHIST per statement.  The before and after
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

      * Result of scanning the activity table for one customer before
      * anything prints: the opening balance, the net listed activity,
           05  WS-AM-LABEL        PIC X(18).
           05  WS-AM-AMOUNT       PIC $$$,$$$,$$9.99-.

       01  WS-DUE-LINE.
           05  FILLER             PIC X(18) VALUE 'Payment Due Date: '.
           05  WS-DU-DATE         PIC X(10).

       01  WS-DATE-EDIT.
           05  WS-DE-MM           PIC X(2).
           05  FILLER             PIC X(1)  VALUE '/'.
           05  WS-DE-DD           PIC X(2).
           05  FILLER             PIC X(1)  VALUE '/'.
           05  WS-DE-YYYY         PIC X(4).

       01  WS-ACTIVITY-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-AV-DATE         PIC X(10).
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  FILLER             PIC X(17) VALUE 'Amount Enclosed: '.
           05  FILLER             PIC X(12) VALUE '____________'.
       01  WS-STUB-DUE-LINE.
           05  FILLER             PIC X(20) VALUE SPACES.
           05  FILLER             PIC X(13) VALUE 'Minimum Due: '.
           05  WS-SB-MIN-DUE      PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE 'Due Date: '.
           05  WS-SB-DUE-DATE     PIC X(10).
       01  WS-AUTOPAY-HEADER      PIC X(17) VALUE 'AUTOMATIC PAYMENT'.
       01  WS-AUTOPAY-LINE.
           05  FILLER             PIC X(10) VALUE 'Customer: '.
           05  WS-AP-CUSTID       PIC X(6).
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-AP-AMOUNT       PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(20) VALUE
               ' will be debited on '.
           05  WS-AP-DUE-DATE     PIC X(10).
       01  WS-AUTOPAY-ACCT-LINE.
           05  FILLER             PIC X(20) VALUE SPACES.
           05  FILLER             PIC X(26) VALUE
               'from bank account ending '.
           05  WS-AP-ACCT-LAST4   PIC X(4).
           05  FILLER             PIC X(26) VALUE
               ' - do not mail a payment.'.

       LINKAGE SECTION.
       01  LK-PARM-DATA.

       0200-INIT-ROUTINE.
           PERFORM 0205-PARSE-PARM
      * The mailings that set billing terms update the master in
      * place as each statement prints; the over-limit mailing only
      * reads it.
           IF WS-SETS-TERMS
               OPEN I-O    CUSTOMER-FILE
           ELSE
               OPEN INPUT  CUSTOMER-FILE
           END-IF
           OPEN INPUT  HISTORY-FILE
                       AUTOPAY-FILE
                OUTPUT STATEMENT-FILE
                       STMT-LOG-FILE
           IF WS-FILE-STATUS NOT = '00'
                   TO LOG-LINE
               WRITE LOG-LINE
           END-IF
      * A cycle mailing that cannot see the autopay enrollments
      * would send a remittance stub to customers about to be
      * debited, so it is refused as well.
           IF WS-MODE-CYCLE
               AND WS-ACH-STATUS NOT = '00' AND WS-ACH-STATUS NOT = '05'
               DISPLAY 'Error opening autopay file. Status: '
                   WS-ACH-STATUS ' - run refused'
               MOVE 'RUN REFUSED - AUTOPAY FILE NOT READABLE'
                   TO LOG-LINE
               WRITE LOG-LINE
               MOVE 16  TO RETURN-CODE
               MOVE 'Y' TO WS-RUN-REFUSED
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 'Y' TO WS-EOF-HIST
           END-IF
           PERFORM 0210-CHECK-CYCLE-CONTROL
           IF NOT WS-STMT-RUN-REFUSED
               PERFORM 0260-LOAD-HISTORY UNTIL EOF-HISTORY
           ELSE
               MOVE 'A' TO WS-RUN-MODE
           END-IF
           IF WS-MODE-ALL OR WS-MODE-CYCLE
               MOVE 'Y' TO WS-TERMS-FLAG
           END-IF
           IF WS-PARM-AREA(11:2) IS NUMERIC
               AND WS-PARM-AREA(11:2) NOT = '00'
               MOVE WS-PARM-AREA(11:2) TO WS-DUE-DAYS
           END-IF
           IF WS-PARM-AREA(13:4) IS NUMERIC
               MOVE WS-PARM-AREA(13:4) TO WS-MIN-PCT-X
           END-IF
           IF WS-PARM-AREA(17:6) IS NUMERIC
               MOVE WS-PARM-AREA(17:6) TO WS-MIN-FLOOR-X
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF WS-PARM-AREA(2:8) IS NUMERIC
               MOVE WS-PARM-AREA(2:8) TO WS-SEL-FROM
           END-IF
                   MOVE 'Y' TO WS-EOF-HIST
               NOT AT END
                   IF HST-ACTION = 'P' OR HST-ACTION = 'G'
                       OR HST-ACTION = 'J' OR HST-ACTION = 'M'
                       IF WS-SEL-FROM = SPACES
                           OR HST-RUN-DATE(1:8) NOT < WS-SEL-FROM
                           PERFORM 0270-STORE-ACTIVITY
      * priority mailing narrows that to accounts at or over their
      * credit limit.  A statement whose listed activity does not
      * prove from opening to closing balance is flagged on the log
      * instead of mailed.  No statement is sent to a bankrupt
      * account: collection contact is stayed once the petition is
      * filed.
           EVALUATE TRUE
               WHEN CUST-BALANCE NOT > ZERO
                   ADD 1 TO WS-NODUE-CTR
               WHEN WS-MODE-CYCLE
                   AND CUST-CYCLE NOT = WS-SEL-CYCLE
                   ADD 1 TO WS-SKIP-CTR
               WHEN CUST-STAT-BANKRUPT IN CUSTOMER-RECORD
                   ADD 1 TO WS-BKRPT-CTR
               WHEN OTHER
                   PERFORM 0450-SCAN-ACTIVITY
                   PERFORM 0460-CHECK-STATEMENT-FOOT
               PERFORM 0500-PRINT-STATEMENT
           END-IF.

       0470-SET-BILLING-TERMS.
      * The minimum due is the PARM percentage of the balance, never
      * less than the PARM floor, plus whatever is already past due,
      * and never more than the balance itself.  The terms of the
      * statement before move to the prior slot so the month-end run
      * can still age them; a second statement the same day replaces
      * that day's terms instead.
           IF CUST-PAST-DUE IS NUMERIC
               MOVE CUST-PAST-DUE TO WS-PAST-DUE
           ELSE
               MOVE ZERO          TO WS-PAST-DUE
           END-IF
           COMPUTE WS-MIN-DUE ROUNDED =
               CUST-BALANCE * WS-MIN-PCT / 100
           IF WS-MIN-DUE < WS-MIN-FLOOR
               MOVE WS-MIN-FLOOR TO WS-MIN-DUE
           END-IF
           ADD WS-PAST-DUE TO WS-MIN-DUE
           IF WS-MIN-DUE > CUST-BALANCE
               MOVE CUST-BALANCE TO WS-MIN-DUE
           END-IF
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-9) + WS-DUE-DAYS)
           IF CUST-STMT-DATE NOT = WS-TODAY
               MOVE CUST-STMT-DATE TO CUST-PRV-STMT-DATE
               MOVE CUST-DUE-DATE  TO CUST-PRV-DUE-DATE
               MOVE CUST-MIN-DUE   TO CUST-PRV-MIN-DUE
           END-IF
           MOVE WS-TODAY    TO CUST-STMT-DATE
           MOVE WS-DUE-DATE TO CUST-DUE-DATE
           MOVE WS-MIN-DUE  TO CUST-MIN-DUE.

       0480-REWRITE-TERMS.
      * A failed rewrite stops the run with the cycle left
      * outstanding; a rerun the same day replaces rather than
      * shifts the terms already set.
           REWRITE CUSTOMER-RECORD
           IF WS-FILE-STATUS = '00'
               ADD 1 TO WS-TERMS-CTR
           ELSE
               DISPLAY 'Error rewriting customer master. Status: '
                   WS-FILE-STATUS ' key: ' CUST-ID
               MOVE 'RUN STOPPED - MASTER UPDATE FAILED'
                   TO LOG-LINE
               WRITE LOG-LINE
               MOVE 12  TO RETURN-CODE
               MOVE 'Y' TO WS-RUN-REFUSED
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

       0500-PRINT-STATEMENT.
           ADD 1 TO WS-STMT-CTR
           IF WS-SETS-TERMS
               PERFORM 0470-SET-BILLING-TERMS
           END-IF
           IF CUST-CYCLE >= '1' AND CUST-CYCLE <= '9'
               MOVE CUST-CYCLE TO WS-SEL-CYCLE-HOLD
               ADD 1 TO WS-CYC-CTR(WS-CYCLE-HOLD-9)
               WRITE STMT-LINE FROM SPACES
               WRITE STMT-LINE FROM WS-OVERLIMIT-LINE
           END-IF
           IF CUST-DUE-DATE NOT = SPACES
               PERFORM 0520-PRINT-TERMS
           END-IF
           PERFORM 0530-CHECK-AUTOPAY
           WRITE STMT-LINE FROM SPACES
           WRITE STMT-LINE FROM WS-STUB-RULE
           IF WS-ON-AUTOPAY
               PERFORM 0540-PRINT-AUTOPAY-NOTICE
           ELSE
               WRITE STMT-LINE FROM WS-STUB-HEADER
               MOVE CUST-ID      TO WS-SB-CUSTID
               MOVE CUST-BALANCE TO WS-SB-AMOUNT
               WRITE STMT-LINE FROM WS-STUB-LINE
               IF CUST-DUE-DATE NOT = SPACES
                   MOVE CUST-MIN-DUE TO WS-SB-MIN-DUE
                   MOVE WS-DATE-EDIT TO WS-SB-DUE-DATE
                   WRITE STMT-LINE FROM WS-STUB-DUE-LINE
               END-IF
           END-IF
           IF WS-SETS-TERMS
               PERFORM 0480-REWRITE-TERMS
           END-IF.

       0510-PRINT-ONE-ACTIVITY.
           IF WS-AT-CUSTID(WS-ACT-IDX) = CUST-ID
                       MOVE 'PAYMENT  ' TO WS-AV-ACTION
                   WHEN 'G'
                       MOVE 'CHARGE   ' TO WS-AV-ACTION
                   WHEN 'M'
                       MOVE 'MERGED   ' TO WS-AV-ACTION
                   WHEN OTHER
                       MOVE 'ADJUSTED ' TO WS-AV-ACTION
               END-EVALUATE
               WRITE STMT-LINE FROM WS-ACTIVITY-LINE
           END-IF.

       0520-PRINT-TERMS.
           WRITE STMT-LINE FROM SPACES
           IF CUST-PAST-DUE IS NUMERIC AND CUST-PAST-DUE > ZERO
               MOVE 'Past Due Amount:  ' TO WS-AM-LABEL
               MOVE CUST-PAST-DUE        TO WS-AM-AMOUNT
               WRITE STMT-LINE FROM WS-AMOUNT-LINE
           END-IF
           MOVE 'Minimum Due:      ' TO WS-AM-LABEL
           MOVE CUST-MIN-DUE         TO WS-AM-AMOUNT
           WRITE STMT-LINE FROM WS-AMOUNT-LINE
           MOVE CUST-DUE-DATE(5:2)   TO WS-DE-MM
           MOVE CUST-DUE-DATE(7:2)   TO WS-DE-DD
           MOVE CUST-DUE-DATE(1:4)   TO WS-DE-YYYY
           MOVE WS-DATE-EDIT         TO WS-DU-DATE
           WRITE STMT-LINE FROM WS-DUE-LINE.

       0530-CHECK-AUTOPAY.
      * Only a cycle mailing sets the due date CUSTACHD debits on.
           MOVE 'N' TO WS-AUTOPAY-FLAG
           IF WS-MODE-CYCLE AND WS-ACH-STATUS = '00'
               AND CUST-DUE-DATE NOT = SPACES
               MOVE CUST-ID TO ACH-CUST-ID
               READ AUTOPAY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACH-ACTIVE
                           MOVE 'Y' TO WS-AUTOPAY-FLAG
                       END-IF
               END-READ
           END-IF.

       0540-PRINT-AUTOPAY-NOTICE.
           ADD 1 TO WS-AUTOPAY-CTR
           IF ACH-FIXED AND ACH-FIXED-AMOUNT < CUST-BALANCE
               MOVE ACH-FIXED-AMOUNT TO WS-AUTOPAY-AMOUNT
           ELSE
               MOVE CUST-BALANCE     TO WS-AUTOPAY-AMOUNT
           END-IF
           WRITE STMT-LINE FROM WS-AUTOPAY-HEADER
           MOVE CUST-ID           TO WS-AP-CUSTID
           MOVE WS-AUTOPAY-AMOUNT TO WS-AP-AMOUNT
           MOVE WS-DATE-EDIT      TO WS-AP-DUE-DATE
           WRITE STMT-LINE FROM WS-AUTOPAY-LINE
           PERFORM 0545-MASK-ACCOUNT
           WRITE STMT-LINE FROM WS-AUTOPAY-ACCT-LINE.

       0545-MASK-ACCOUNT.
      * Only the last four characters of the bank account print.
           MOVE SPACES TO WS-AP-ACCT-LAST4
           MOVE ACH-ACCOUNT-NO TO WS-ACCT-WORK
           MOVE 17 TO WS-ACCT-LEN
           PERFORM 0547-BACK-OFF-SPACE
               UNTIL WS-ACCT-LEN < 4
                  OR WS-ACCT-WORK(WS-ACCT-LEN:1) NOT = SPACE
           IF WS-ACCT-LEN NOT < 4
               MOVE WS-ACCT-WORK(WS-ACCT-LEN - 3:4) TO WS-AP-ACCT-LAST4
           END-IF.

       0547-BACK-OFF-SPACE.
           SUBTRACT 1 FROM WS-ACCT-LEN.

       0900-CLOSE-ROUTINE.
           IF WS-ACT-LOST-CTR > ZERO
               MOVE SPACES TO WL-CUSTID
           MOVE 'Statements Flagged:    ' TO LOG-LINE
           MOVE WS-FLAG-CTR TO LOG-LINE(25:6)
           WRITE LOG-LINE
           MOVE 'Bankrupt Suppressed:   ' TO LOG-LINE
           MOVE WS-BKRPT-CTR TO LOG-LINE(25:6)
           WRITE LOG-LINE
           MOVE 'Billing Terms Set:     ' TO LOG-LINE
           MOVE WS-TERMS-CTR TO LOG-LINE(25:6)
           WRITE LOG-LINE
           MOVE 'Autopay Notices:       ' TO LOG-LINE
           MOVE WS-AUTOPAY-CTR TO LOG-LINE(25:6)
           WRITE LOG-LINE
           WRITE LOG-LINE FROM SPACES
           PERFORM 0910-LOG-ONE-CYCLE-COUNT
               VARYING WS-CYCLE-SUB FROM 1 BY 1
           PERFORM 0920-MARK-CYCLE-DONE
           CLOSE CUSTOMER-FILE
                 HISTORY-FILE
                 AUTOPAY-FILE
                 STATEMENT-FILE
                 STMT-LOG-FILE
           IF RETURN-CODE = ZERO
