       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTROLL.
       AUTHOR. GITHUB-COPILOT.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE
               ASSIGN TO 'CUSTHIST'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HS-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.
      * Branch closing balances of the month before, as written by
      * the last run of this program; absent on the first run.
           SELECT OPTIONAL OPENING-FILE
               ASSIGN TO 'CUSTROLO'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.
           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO 'CUSTCTL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT CLOSING-FILE
               ASSIGN TO 'CUSTROLN'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT ROLL-REPORT-FILE
               ASSIGN TO 'CUSTROLR'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT SORT-WORK-FILE
               ASSIGN TO 'CUSTSORT'.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTHST.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  OPENING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTROL.

       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTCTL.

       FD  CLOSING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTROL REPLACING ==ROLL-BALANCE-RECORD== BY
                                      ==NEW-ROLL-RECORD==
                                  ==ROL-PERIOD==       BY ==NRL-PERIOD==
                                  ==ROL-BRANCH==       BY ==NRL-BRANCH==
                                  ==ROL-BALANCE==      BY
                                      ==NRL-BALANCE==.

       FD  ROLL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE            PIC X(132).

      * One record per amount to be rolled: O opening balance, T a
      * movement in the month (SRT-CATEGORY says which line it rolls
      * into), A a movement posted after the month closed, M the
      * balance of one customer on the master now.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-BRANCH         PIC X(3).
           05  SRT-KIND           PIC X(1).
           05  SRT-CATEGORY       PIC 9(2).
           05  SRT-AMOUNT         PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-HS-STATUS           PIC X(2).
       01  WS-FILE-STATUS         PIC X(2).
       01  WS-OP-STATUS           PIC X(2).
       01  WS-CTL-STATUS          PIC X(2).
       01  WS-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-FILE        VALUE 'Y'.
       01  WS-EOF-HIST            PIC X VALUE 'N'.
           88  EOF-HISTORY        VALUE 'Y'.
       01  WS-EOF-OPENING         PIC X VALUE 'N'.
           88  EOF-OPENING        VALUE 'Y'.
       01  WS-SORT-EOF-FLAG       PIC X(1) VALUE 'N'.
           88  SORT-AT-EOF        VALUE 'Y'.
       01  WS-REFUSED-FLAG        PIC X(1) VALUE 'N'.
           88  WS-RUN-REFUSED     VALUE 'Y'.

       COPY CUSTTRN.

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

      * PARM layout: positions 1-6 the month to roll forward, YYYYMM
      * (spaces = the current month, for the run on the last night of
      * the month).
       01  WS-PARM-AREA           PIC X(80) VALUE SPACES.
       01  WS-PERIOD              PIC X(6)  VALUE SPACES.
       01  WS-PERIOD-9 REDEFINES WS-PERIOD.
           05  WS-PERIOD-YYYY     PIC 9(4).
           05  WS-PERIOD-MM       PIC 9(2).
       01  WS-PRIOR-PERIOD        PIC X(6)  VALUE SPACES.
       01  WS-PRIOR-PERIOD-9 REDEFINES WS-PRIOR-PERIOD.
           05  WS-PRIOR-YYYY      PIC 9(4).
           05  WS-PRIOR-MM        PIC 9(2).

      * Opening balances are carried from the prior month's closing
      * file when there is one; on the first run they are derived
      * backwards from the master, so that month proves only the
      * master against the control total.
       01  WS-OPENING-FLAG        PIC X(1) VALUE 'D'.
           88  WS-OPENING-CARRIED VALUE 'C'.
           88  WS-OPENING-DERIVED VALUE 'D'.
       01  WS-CONTROL-FLAG        PIC X(1) VALUE 'N'.
           88  WS-CONTROL-PRESENT VALUE 'Y'.
       01  WS-CONTROL-TOTAL       PIC S9(9)V99 VALUE ZERO.

       01  WS-CURR-BRANCH         PIC X(3)  VALUE LOW-VALUES.
       01  WS-FIRST-FLAG          PIC X(1)  VALUE 'Y'.
           88  WS-FIRST-RECORD    VALUE 'Y'.

      * Movement lines of the roll-forward, in print order.  A
      * change, add or delete moves the receivable only when it
      * changes a balance or moves an account between branches, and
      * rolls into Account Maintenance.  A merge moves a balance
      * from one account to another; it nets to nothing for the
      * company but not for a branch when the two accounts differ.
       01  WS-CAT-MAX             PIC 9(2) VALUE 11.
       01  WS-CAT-IDX             PIC 9(2) VALUE ZERO.
       01  WS-CAT-LABELS-INIT.
           05  FILLER             PIC X(26)
                                  VALUE '  Charges:'.
           05  FILLER             PIC X(26)
                                  VALUE '  Finance Charges:'.
           05  FILLER             PIC X(26)
                                  VALUE '  Payments - Lockbox:'.
           05  FILLER             PIC X(26)
                                  VALUE '  Payments - Keyed:'.
           05  FILLER             PIC X(26)
                                  VALUE '  Payments - Autopay:'.
           05  FILLER             PIC X(26)
                                  VALUE '  Returned Checks:'.
           05  FILLER             PIC X(26)
                                  VALUE '  Adjustments:'.
           05  FILLER             PIC X(26)
                                  VALUE '  Write-Offs:'.
           05  FILLER             PIC X(26)
                                  VALUE '  Refunds:'.
           05  FILLER             PIC X(26)
                                  VALUE '  Account Merges:'.
           05  FILLER             PIC X(26)
                                  VALUE '  Account Maintenance:'.
       01  WS-CAT-LABELS-TABLE REDEFINES WS-CAT-LABELS-INIT.
           05  WS-CAT-LABEL       PIC X(26) OCCURS 11 TIMES.

      * Amounts for the branch in hand, the company, and the set
      * being printed; the three groups share one layout so a branch
      * or the company can be moved whole into the print set.
       01  WS-BRANCH-AMOUNTS.
           05  WS-BR-OPENING      PIC S9(9)V99 VALUE ZERO.
           05  WS-BR-CAT          OCCURS 11 TIMES
                                  PIC S9(9)V99 VALUE ZERO.
           05  WS-BR-CLOSING      PIC S9(9)V99 VALUE ZERO.
           05  WS-BR-AFTER        PIC S9(9)V99 VALUE ZERO.
           05  WS-BR-MASTER       PIC S9(9)V99 VALUE ZERO.
       01  WS-COMPANY-AMOUNTS.
           05  WS-CO-OPENING      PIC S9(9)V99 VALUE ZERO.
           05  WS-CO-CAT          OCCURS 11 TIMES
                                  PIC S9(9)V99 VALUE ZERO.
           05  WS-CO-CLOSING      PIC S9(9)V99 VALUE ZERO.
           05  WS-CO-AFTER        PIC S9(9)V99 VALUE ZERO.
           05  WS-CO-MASTER       PIC S9(9)V99 VALUE ZERO.
       01  WS-PRINT-AMOUNTS.
           05  WS-PR-OPENING      PIC S9(9)V99.
           05  WS-PR-CAT          OCCURS 11 TIMES
                                  PIC S9(9)V99.
           05  WS-PR-CLOSING      PIC S9(9)V99.
           05  WS-PR-AFTER        PIC S9(9)V99.
           05  WS-PR-MASTER       PIC S9(9)V99.
       01  WS-MOVEMENT-SUM        PIC S9(9)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-HIST-READ-CTR   PIC 9(6) VALUE ZERO.
           05  WS-IN-PERIOD-CTR   PIC 9(6) VALUE ZERO.
           05  WS-BEFORE-CTR      PIC 9(6) VALUE ZERO.
           05  WS-AFTER-CTR       PIC 9(6) VALUE ZERO.
           05  WS-READ-CTR        PIC 9(6) VALUE ZERO.
           05  WS-OPEN-READ-CTR   PIC 9(6) VALUE ZERO.
           05  WS-OPEN-REJ-CTR    PIC 9(6) VALUE ZERO.
           05  WS-BRANCH-CTR      PIC 9(6) VALUE ZERO.
           05  WS-BRANCH-BRK-CTR  PIC 9(6) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER            PIC X(20) VALUE 'AR Roll-Forward     '.
           05  FILLER            PIC X(20) VALUE 'Date: '.
           05  WS-CURR-DATE      PIC X(10).

       01  WS-PERIOD-LINE.
           05  FILLER             PIC X(14) VALUE 'Month Rolled: '.
           05  WS-PL-PERIOD       PIC X(6).

       01  WS-BRANCH-HEADER.
           05  FILLER             PIC X(8)  VALUE 'Branch: '.
           05  WS-BH-BRANCH       PIC X(13).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL        PIC X(26).
           05  WS-TL-AMOUNT       PIC $$$,$$$,$$9.99-.

       01  WS-RESULT-LINE.
           05  WS-RL-LABEL        PIC X(26).
           05  WS-RL-MESSAGE      PIC X(40).

       LINKAGE SECTION.
       01  LK-PARM-DATA.
           05  LK-PARM-LEN        PIC S9(4) COMP.
           05  LK-PARM-TEXT       PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-DATA.
       0100-MAIN-PROCESS.
           PERFORM 0200-INIT-ROUTINE
           IF NOT WS-RUN-REFUSED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-BRANCH
                   INPUT PROCEDURE 0300-RELEASE-AMOUNTS
                   OUTPUT PROCEDURE 0500-ROLL-BY-BRANCH
           END-IF
           PERFORM 0800-PROVE-CLOSING
           PERFORM 0900-CLOSE-ROUTINE
           STOP RUN.

       0200-INIT-ROUTINE.
           OPEN INPUT  HISTORY-FILE
                       CUSTOMER-FILE
                OUTPUT CLOSING-FILE
                       ROLL-REPORT-FILE
           PERFORM 0250-WRITE-HEADERS
           PERFORM 0205-PARSE-PARM
           IF WS-HS-STATUS NOT = '00'
               DISPLAY 'Error opening history file. Status: '
                   WS-HS-STATUS ' - run refused'
               MOVE 'RUN REFUSED - HISTORY FILE NOT READABLE'
                   TO REPORT-LINE
               PERFORM 0230-REFUSE-RUN
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening customer file. Status: '
                   WS-FILE-STATUS ' - run refused'
               MOVE 'RUN REFUSED - CUSTOMER FILE NOT READABLE'
                   TO REPORT-LINE
               PERFORM 0230-REFUSE-RUN
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 0210-READ-CONTROL-TOTAL
               PERFORM 0215-OPEN-OPENING-FILE
           END-IF.

       0205-PARSE-PARM.
           IF LK-PARM-LEN > 0
               MOVE LK-PARM-TEXT(1:LK-PARM-LEN) TO WS-PARM-AREA
           END-IF
           IF WS-PARM-AREA(1:6) = SPACES
               MOVE WS-CURR-DATE(1:6) TO WS-PERIOD
           ELSE
               MOVE WS-PARM-AREA(1:6) TO WS-PERIOD
           END-IF
           IF WS-PERIOD IS NUMERIC
               AND WS-PERIOD-MM > ZERO AND WS-PERIOD-MM < 13
               IF WS-PERIOD-MM = 1
                   COMPUTE WS-PRIOR-YYYY = WS-PERIOD-YYYY - 1
                   MOVE 12 TO WS-PRIOR-MM
               ELSE
                   MOVE WS-PERIOD-YYYY TO WS-PRIOR-YYYY
                   COMPUTE WS-PRIOR-MM = WS-PERIOD-MM - 1
               END-IF
               MOVE WS-PERIOD TO WS-PL-PERIOD
               WRITE REPORT-LINE FROM WS-PERIOD-LINE
               WRITE REPORT-LINE FROM SPACES
           ELSE
               DISPLAY 'Month to roll is not a valid YYYYMM'
                   ' - run refused'
               MOVE 'RUN REFUSED - MONTH NOT A VALID YYYYMM'
                   TO REPORT-LINE
               PERFORM 0230-REFUSE-RUN
           END-IF.

       0210-READ-CONTROL-TOTAL.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = '00'
               READ CONTROL-FILE
                   NOT AT END
                       MOVE CTL-TOTAL-BALANCE TO WS-CONTROL-TOTAL
                       MOVE 'Y' TO WS-CONTROL-FLAG
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       0215-OPEN-OPENING-FILE.
      * The first closing record decides whether the opening balances
      * are carried; a file left over from some other month would roll
      * the wrong figures forward, so it refuses the run.
           OPEN INPUT OPENING-FILE
           IF WS-OP-STATUS = '00'
               PERFORM 0220-READ-OPENING
               IF NOT EOF-OPENING
                   IF ROL-PERIOD = WS-PRIOR-PERIOD
                       MOVE 'C' TO WS-OPENING-FLAG
                   ELSE
                       DISPLAY 'Opening balances are for ' ROL-PERIOD
                           ', not ' WS-PRIOR-PERIOD ' - run refused'
                       MOVE 'RUN REFUSED - OPENING FILE NOT PRIOR MONTH'
                           TO REPORT-LINE
                       PERFORM 0230-REFUSE-RUN
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO WS-EOF-OPENING
           END-IF.

       0220-READ-OPENING.
           READ OPENING-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-OPENING
               NOT AT END
                   ADD 1 TO WS-OPEN-READ-CTR
           END-READ.

       0230-REFUSE-RUN.
           WRITE REPORT-LINE
           MOVE 16  TO RETURN-CODE
           MOVE 'Y' TO WS-REFUSED-FLAG
           MOVE 'Y' TO WS-EOF-FLAG
           MOVE 'Y' TO WS-EOF-HIST
           MOVE 'Y' TO WS-EOF-OPENING.

       0250-WRITE-HEADERS.
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-CURR-DATE
           WRITE REPORT-LINE FROM WS-HEADING-1
           WRITE REPORT-LINE FROM SPACES.

       0300-RELEASE-AMOUNTS.
           PERFORM 0310-RELEASE-OPENING UNTIL EOF-OPENING
           PERFORM 0320-READ-HISTORY UNTIL EOF-HISTORY
           PERFORM 0340-READ-MASTER UNTIL END-OF-FILE.

       0310-RELEASE-OPENING.
      * Later records must be for the same month as the first; one
      * that is not is left out and fails the run in the proof.
           IF ROL-PERIOD = WS-PRIOR-PERIOD
               MOVE ROL-BRANCH  TO SRT-BRANCH
               MOVE 'O'         TO SRT-KIND
               MOVE ZERO        TO SRT-CATEGORY
               MOVE ROL-BALANCE TO SRT-AMOUNT
               RELEASE SORT-RECORD
           ELSE
               ADD 1 TO WS-OPEN-REJ-CTR
           END-IF
           PERFORM 0220-READ-OPENING.

       0320-READ-HISTORY.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-HIST
               NOT AT END
                   ADD 1 TO WS-HIST-READ-CTR
                   PERFORM 0330-CLASSIFY-HISTORY
           END-READ.

       0330-CLASSIFY-HISTORY.
      * History applied before the month is already in the opening
      * balances; history applied after it is rolled separately so the
      * closing balance can still be proven against a control total
      * and master that have moved on since.
           EVALUATE TRUE
               WHEN HST-RUN-DATE(1:6) < WS-PERIOD
                   ADD 1 TO WS-BEFORE-CTR
               WHEN HST-RUN-DATE(1:6) > WS-PERIOD
                   ADD 1 TO WS-AFTER-CTR
                   MOVE 'A'  TO SRT-KIND
                   MOVE ZERO TO SRT-CATEGORY
                   PERFORM 0335-RELEASE-MOVEMENT
               WHEN OTHER
                   ADD 1 TO WS-IN-PERIOD-CTR
                   MOVE 'T'  TO SRT-KIND
                   PERFORM 0332-SET-CATEGORY
                   PERFORM 0335-RELEASE-MOVEMENT
           END-EVALUATE.

       0332-SET-CATEGORY.
      * The category is the line of WS-CAT-LABEL the movement rolls
      * into.  History written before the source code was carried
      * has a blank source; the reference code still identifies a
      * refund or a returned check, and the rest fall to charges,
      * keyed payments and adjustments.
           MOVE HST-TRANS-IMAGE TO TRANS-RECORD
           EVALUATE TRUE
               WHEN HST-ACTION = 'G' AND TR-SRC-FINANCE-CHG
                   MOVE 2 TO SRT-CATEGORY
               WHEN HST-ACTION = 'G'
                   AND (TR-SRC-REFUND OR TR-REF-REFUND)
                   MOVE 9 TO SRT-CATEGORY
               WHEN HST-ACTION = 'G'
                   MOVE 1 TO SRT-CATEGORY
               WHEN HST-ACTION = 'P'
                   AND (TR-SRC-LOCKBOX OR TR-SRC-UNAPPLIED)
                   MOVE 3 TO SRT-CATEGORY
               WHEN HST-ACTION = 'P' AND TR-SRC-AUTOPAY
                   MOVE 5 TO SRT-CATEGORY
               WHEN HST-ACTION = 'P'
                   MOVE 4 TO SRT-CATEGORY
               WHEN HST-ACTION = 'J'
                   AND (TR-SRC-RETURNED-CHK OR TR-REF-RETURNED-CHECK)
                   MOVE 6 TO SRT-CATEGORY
               WHEN HST-ACTION = 'J' AND TR-SRC-WRITE-OFF
                   MOVE 8 TO SRT-CATEGORY
               WHEN HST-ACTION = 'J'
                   MOVE 7 TO SRT-CATEGORY
               WHEN HST-ACTION = 'M'
                   MOVE 10 TO SRT-CATEGORY
               WHEN OTHER
                   MOVE 11 TO SRT-CATEGORY
           END-EVALUATE.

       0335-RELEASE-MOVEMENT.
      * The movement is the after-image balance less the before-image
      * balance.  When the account stays in one branch that is one
      * amount; when it moves branch (or is added or deleted) the old
      * balance leaves the old branch and the new one enters the new.
           MOVE HST-BEFORE-IMAGE TO WS-BEF-RECORD
           MOVE HST-AFTER-IMAGE  TO WS-AFT-RECORD
           IF HST-BEFORE-IMAGE NOT = SPACES
               AND HST-AFTER-IMAGE NOT = SPACES
               AND BEF-BRANCH = AFT-BRANCH
               AND BEF-BALANCE IS NUMERIC
               AND AFT-BALANCE IS NUMERIC
               MOVE AFT-BRANCH TO SRT-BRANCH
               COMPUTE SRT-AMOUNT = AFT-BALANCE - BEF-BALANCE
               RELEASE SORT-RECORD
           ELSE
               IF HST-BEFORE-IMAGE NOT = SPACES
                   AND BEF-BALANCE IS NUMERIC
                   MOVE BEF-BRANCH TO SRT-BRANCH
                   COMPUTE SRT-AMOUNT = ZERO - BEF-BALANCE
                   RELEASE SORT-RECORD
               END-IF
               IF HST-AFTER-IMAGE NOT = SPACES
                   AND AFT-BALANCE IS NUMERIC
                   MOVE AFT-BRANCH  TO SRT-BRANCH
                   MOVE AFT-BALANCE TO SRT-AMOUNT
                   RELEASE SORT-RECORD
               END-IF
           END-IF.

       0340-READ-MASTER.
           READ CUSTOMER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-CTR
                   MOVE CUST-BRANCH  TO SRT-BRANCH
                   MOVE 'M'          TO SRT-KIND
                   MOVE ZERO         TO SRT-CATEGORY
                   MOVE CUST-BALANCE TO SRT-AMOUNT
                   RELEASE SORT-RECORD
           END-READ.

       0500-ROLL-BY-BRANCH.
           PERFORM 0550-RETURN-SORTED-REC UNTIL SORT-AT-EOF
           IF NOT WS-FIRST-RECORD
               PERFORM 0700-CLOSE-BRANCH
           END-IF.

       0550-RETURN-SORTED-REC.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-FLAG
               NOT AT END
                   PERFORM 0600-PROCESS-SORTED-REC
           END-RETURN.

       0600-PROCESS-SORTED-REC.
           IF SRT-BRANCH NOT = WS-CURR-BRANCH
               IF NOT WS-FIRST-RECORD
                   PERFORM 0700-CLOSE-BRANCH
               END-IF
               MOVE 'N'        TO WS-FIRST-FLAG
               MOVE SRT-BRANCH TO WS-CURR-BRANCH
           END-IF
           EVALUATE SRT-KIND
               WHEN 'O'
                   ADD SRT-AMOUNT TO WS-BR-OPENING
               WHEN 'T'
                   ADD SRT-AMOUNT TO WS-BR-CAT(SRT-CATEGORY)
               WHEN 'A'
                   ADD SRT-AMOUNT TO WS-BR-AFTER
               WHEN 'M'
                   ADD SRT-AMOUNT TO WS-BR-MASTER
           END-EVALUATE.

       0700-CLOSE-BRANCH.
      * Closing is opening plus the month's movements; with the
      * activity posted since added back it must equal what the
      * master now holds for the branch.
           ADD 1 TO WS-BRANCH-CTR
           MOVE ZERO TO WS-MOVEMENT-SUM
           PERFORM 0710-SUM-BRANCH-MOVEMENT
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-MAX
           IF WS-OPENING-DERIVED
               COMPUTE WS-BR-OPENING = WS-BR-MASTER - WS-BR-AFTER
                                     - WS-MOVEMENT-SUM
           END-IF
           COMPUTE WS-BR-CLOSING = WS-BR-OPENING + WS-MOVEMENT-SUM
           MOVE WS-CURR-BRANCH TO WS-BH-BRANCH
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-BRANCH-HEADER
           MOVE WS-BRANCH-AMOUNTS TO WS-PRINT-AMOUNTS
           PERFORM 0750-PRINT-ROLL
           MOVE 'Branch vs Master:         ' TO WS-RL-LABEL
           IF WS-BR-CLOSING + WS-BR-AFTER = WS-BR-MASTER
               MOVE 'AGREES' TO WS-RL-MESSAGE
           ELSE
               ADD 1 TO WS-BRANCH-BRK-CTR
               MOVE 'DOES NOT AGREE - HISTORY INCOMPLETE'
                   TO WS-RL-MESSAGE
           END-IF
           WRITE REPORT-LINE FROM WS-RESULT-LINE
           MOVE WS-PERIOD      TO NRL-PERIOD
           MOVE WS-CURR-BRANCH TO NRL-BRANCH
           MOVE WS-BR-CLOSING  TO NRL-BALANCE
           WRITE NEW-ROLL-RECORD
           ADD WS-BR-OPENING TO WS-CO-OPENING
           ADD WS-BR-CLOSING TO WS-CO-CLOSING
           ADD WS-BR-AFTER   TO WS-CO-AFTER
           ADD WS-BR-MASTER  TO WS-CO-MASTER
           MOVE ZERO TO WS-BR-OPENING
           MOVE ZERO TO WS-BR-CLOSING
           MOVE ZERO TO WS-BR-AFTER
           MOVE ZERO TO WS-BR-MASTER
           PERFORM 0720-CLEAR-BRANCH-MOVEMENT
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-MAX.

       0710-SUM-BRANCH-MOVEMENT.
           ADD WS-BR-CAT(WS-CAT-IDX) TO WS-MOVEMENT-SUM.

       0720-CLEAR-BRANCH-MOVEMENT.
           ADD WS-BR-CAT(WS-CAT-IDX) TO WS-CO-CAT(WS-CAT-IDX)
           MOVE ZERO TO WS-BR-CAT(WS-CAT-IDX).

       0750-PRINT-ROLL.
           MOVE 'Opening AR:               ' TO WS-TL-LABEL
           MOVE WS-PR-OPENING                TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           PERFORM 0760-PRINT-MOVEMENT
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-MAX
           MOVE 'Closing AR:               ' TO WS-TL-LABEL
           MOVE WS-PR-CLOSING                TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'Posted After Month:       ' TO WS-TL-LABEL
           MOVE WS-PR-AFTER                  TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'Master Balance Now:       ' TO WS-TL-LABEL
           MOVE WS-PR-MASTER                 TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

       0760-PRINT-MOVEMENT.
           MOVE WS-CAT-LABEL(WS-CAT-IDX) TO WS-TL-LABEL
           MOVE WS-PR-CAT(WS-CAT-IDX)    TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

       0800-PROVE-CLOSING.
      * The company closing, with the activity posted since the month
      * closed, must equal the control total CUSTRECN left after the
      * last clean reconciliation.  A break stops the closing file
      * from being carried into next month.
           IF NOT WS-RUN-REFUSED
               MOVE 'Company Total' TO WS-BH-BRANCH
               WRITE REPORT-LINE FROM SPACES
               WRITE REPORT-LINE FROM WS-BRANCH-HEADER
               MOVE WS-COMPANY-AMOUNTS TO WS-PRINT-AMOUNTS
               PERFORM 0750-PRINT-ROLL
           END-IF
           WRITE REPORT-LINE FROM SPACES
           MOVE 'History Records Read:  ' TO REPORT-LINE
           MOVE WS-HIST-READ-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           MOVE '  In Month Rolled:     ' TO REPORT-LINE
           MOVE WS-IN-PERIOD-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           MOVE '  Before Month:        ' TO REPORT-LINE
           MOVE WS-BEFORE-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           MOVE '  After Month:         ' TO REPORT-LINE
           MOVE WS-AFTER-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           MOVE 'Customers Read:        ' TO REPORT-LINE
           MOVE WS-READ-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           MOVE 'Opening Records Read:  ' TO REPORT-LINE
           MOVE WS-OPEN-READ-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           MOVE 'Opening Records Reject:' TO REPORT-LINE
           MOVE WS-OPEN-REJ-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           MOVE 'Branches Rolled:       ' TO REPORT-LINE
           MOVE WS-BRANCH-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           MOVE 'Branches Not Agreeing: ' TO REPORT-LINE
           MOVE WS-BRANCH-BRK-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SPACES
           MOVE 'Closing AR per Roll:      ' TO WS-TL-LABEL
           MOVE WS-CO-CLOSING                TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'Posted After Month:       ' TO WS-TL-LABEL
           MOVE WS-CO-AFTER                  TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'Control Total:            ' TO WS-TL-LABEL
           MOVE WS-CONTROL-TOTAL             TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'Opening Balances:         ' TO WS-RL-LABEL
           EVALUATE TRUE
               WHEN WS-RUN-REFUSED
                   MOVE 'RUN REFUSED - NOTHING ROLLED'
                       TO WS-RL-MESSAGE
               WHEN WS-OPEN-REJ-CTR > ZERO
                   MOVE 'MIXED MONTHS - NOT RELEASED' TO WS-RL-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-OPENING-CARRIED
                   MOVE 'CARRIED FROM PRIOR MONTH' TO WS-RL-MESSAGE
               WHEN OTHER
                   MOVE 'DERIVED FROM MASTER - FIRST RUN'
                       TO WS-RL-MESSAGE
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-RESULT-LINE
           MOVE 'Branches vs Master:       ' TO WS-RL-LABEL
           EVALUATE TRUE
               WHEN WS-RUN-REFUSED
                   MOVE 'RUN REFUSED - NOTHING ROLLED'
                       TO WS-RL-MESSAGE
               WHEN WS-BRANCH-BRK-CTR > ZERO
                   MOVE 'OUT OF BALANCE - NOT RELEASED'
                       TO WS-RL-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'IN BALANCE' TO WS-RL-MESSAGE
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-RESULT-LINE
           MOVE 'Closing vs Control Total: ' TO WS-RL-LABEL
           EVALUATE TRUE
               WHEN WS-RUN-REFUSED
                   MOVE 'RUN REFUSED - NOTHING ROLLED'
                       TO WS-RL-MESSAGE
               WHEN NOT WS-CONTROL-PRESENT
                   MOVE 'NO CONTROL TOTAL - NOT RELEASED'
                       TO WS-RL-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CO-CLOSING + WS-CO-AFTER NOT = WS-CONTROL-TOTAL
                   MOVE 'OUT OF BALANCE - NOT RELEASED'
                       TO WS-RL-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'IN BALANCE' TO WS-RL-MESSAGE
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-RESULT-LINE.

       0900-CLOSE-ROUTINE.
           CLOSE HISTORY-FILE
                 CUSTOMER-FILE
                 OPENING-FILE
                 CLOSING-FILE
                 ROLL-REPORT-FILE.
