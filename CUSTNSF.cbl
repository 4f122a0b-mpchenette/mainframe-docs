       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTNSF.
       AUTHOR. GITHUB-COPILOT.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE
               ASSIGN TO 'CUSTRETN'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RT-STATUS.
           SELECT HISTORY-FILE
               ASSIGN TO 'CUSTHIST'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HS-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT NSF-PARM-FILE
               ASSIGN TO 'CUSTNPRM'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NP-STATUS.
           SELECT NSF-TRANS-FILE
               ASSIGN TO 'CUSTNTRN'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT REGISTER-FILE
               ASSIGN TO 'CUSTNRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT SORT-WORK-FILE
               ASSIGN TO 'CUSTSORT'.

       DATA DIVISION.
       FILE SECTION.
      * Bank returned-item file: one record per check the bank sent
      * back, with the account number as the bank captured it, the
      * check number, the amount, and the bank's return reason.
       FD  RETURN-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETURN-RECORD.
           05  RET-ACCOUNT        PIC X(6).
           05  RET-CHECK-NUMBER   PIC X(10).
           05  RET-AMOUNT         PIC 9(7)V99.
           05  RET-REASON         PIC X(3).

       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTHST.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

      * Single-record returned-check parameter file, keyed by
      * accounting and credit: the returned-check fee, and how many
      * returns in twelve months make an account a repeat offender.
       FD  NSF-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  NSF-PARM-RECORD.
           05  NPR-RETURN-FEE     PIC 9(5)V99.
           05  NPR-REPEAT-LIMIT   PIC 9(2).

      * Reversals and fees go out as ordinary 'J' and 'G' transactions
      * in the CUSTTRN layout for CUSTEDIT intake.  The record area
      * also serves to read the transaction image off each history
      * record while the history is matched, before anything is
      * written.
       FD  NSF-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTTRN.

       FD  REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  REGISTER-LINE          PIC X(132).

      * Reversals and fees are sorted on customer id before CUSTNTRN
      * is written: CUSTEDIT suspends anything behind the last key it
      * wrote, and the returns arrive in the bank's order.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-ACTION         PIC X(1).
           05  SRT-CUSTID         PIC X(6).
           05  FILLER             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RT-STATUS           PIC X(2).
       01  WS-HS-STATUS           PIC X(2).
       01  WS-FILE-STATUS         PIC X(2).
       01  WS-NP-STATUS           PIC X(2).
       01  WS-EOF-RETURNS         PIC X VALUE 'N'.
           88  EOF-RETURNS        VALUE 'Y'.
       01  WS-EOF-HIST            PIC X VALUE 'N'.
           88  EOF-HISTORY        VALUE 'Y'.
       01  WS-SORT-EOF-FLAG       PIC X(1) VALUE 'N'.
           88  SORT-AT-EOF        VALUE 'Y'.
       01  WS-PARM-OK-FLAG        PIC X(1) VALUE 'N'.
           88  WS-PARM-LOADED     VALUE 'Y'.
       01  WS-RUN-REFUSED         PIC X(1) VALUE 'N'.
           88  WS-NSF-RUN-REFUSED VALUE 'Y'.

       01  WS-TODAY               PIC X(8)  VALUE SPACES.
       01  WS-TODAY-9 REDEFINES WS-TODAY
                                  PIC 9(8).
       01  WS-CUTOFF-DATE         PIC 9(8)  VALUE ZERO.
       01  WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE
                                  PIC X(8).

      * The night's returns, loaded up front and matched in a single
      * pass of the history.  Each return takes the first payment on
      * the same check number for the same amount, posted either to
      * the account the bank names or from a deposit the bank
      * captured under that account number (a work-off payment).
       01  WS-RET-MAX             PIC 9(4) VALUE 1000.
       01  WS-RET-CTR             PIC 9(4) VALUE ZERO.
       01  WS-RET-TABLE.
           05  WS-RET-ENTRY      OCCURS 1000 TIMES
                                  INDEXED BY WS-RET-IDX WS-RET-IDX2.
               10  WS-RT-ACCOUNT  PIC X(6).
               10  WS-RT-CHECKNO  PIC X(10).
               10  WS-RT-AMOUNT   PIC 9(7)V99.
               10  WS-RT-REASON   PIC X(3).
               10  WS-RT-CUSTID   PIC X(6).
               10  WS-RT-NAME     PIC X(30).
               10  WS-RT-DEP-DATE PIC X(8).
               10  WS-RT-MATCH    PIC X(1).
                   88  WS-RT-MATCHED      VALUE 'Y'.
               10  WS-RT-RESULT   PIC X(1).
                   88  WS-RT-POSTED       VALUE 'P'.
                   88  WS-RT-EXCEPTION    VALUE 'X'.
               10  WS-RT-MESSAGE  PIC X(30).
       01  WS-RET-FULL-FLAG       PIC X(1) VALUE 'N'.
           88  WS-RET-TABLE-FULL  VALUE 'Y'.
       01  WS-HIT-FLAG            PIC X(1) VALUE 'N'.
           88  WS-HIT-FOUND       VALUE 'Y'.

      * Returned-check reversals already in the history, for the
      * repeat count and so a return the bank sends twice is not
      * reversed twice.
       01  WS-REV-MAX             PIC 9(4) VALUE 5000.
       01  WS-REV-CTR             PIC 9(4) VALUE ZERO.
       01  WS-REV-TABLE.
           05  WS-REV-ENTRY      OCCURS 5000 TIMES
                                  INDEXED BY WS-REV-IDX.
               10  WS-RV-CUSTID   PIC X(6).
               10  WS-RV-CHECKNO  PIC X(10).
               10  WS-RV-DATE     PIC X(8).
               10  WS-RV-DEP-DATE PIC X(8).
       01  WS-REV-FULL-FLAG       PIC X(1) VALUE 'N'.
           88  WS-REV-TABLE-FULL  VALUE 'Y'.

      * The transaction in hand, set before 0460 builds it.
       01  WS-TRN-ACTION          PIC X(1)     VALUE SPACE.
       01  WS-TRN-AMOUNT          PIC S9(7)V99 VALUE ZERO.
       01  WS-TRN-REF-CODE        PIC X(3)     VALUE SPACES.

       01  WS-RETURN-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-FIRST-FLAG          PIC X(1) VALUE 'N'.
           88  WS-FIRST-FOR-CUST  VALUE 'Y'.
       01  WS-EXC-HDR-FLAG        PIC X(1) VALUE 'N'.
           88  WS-EXC-HDR-DONE    VALUE 'Y'.
       01  WS-RPT-HDR-FLAG        PIC X(1) VALUE 'N'.
           88  WS-RPT-HDR-DONE    VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-CTR        PIC 9(6) VALUE ZERO.
           05  WS-REVERSED-CTR    PIC 9(6) VALUE ZERO.
           05  WS-FEE-CTR         PIC 9(6) VALUE ZERO.
           05  WS-NOFEE-CTR       PIC 9(6) VALUE ZERO.
           05  WS-EXCEPTION-CTR   PIC 9(6) VALUE ZERO.
           05  WS-OFFENDER-CTR    PIC 9(6) VALUE ZERO.

       01  WS-RETURNED-TOTAL      PIC S9(9)V99 VALUE ZERO.
       01  WS-REVERSED-TOTAL      PIC S9(9)V99 VALUE ZERO.
       01  WS-EXCEPTION-TOTAL     PIC S9(9)V99 VALUE ZERO.
       01  WS-FEE-TOTAL           PIC S9(9)V99 VALUE ZERO.
       01  WS-FOOTED-TOTAL        PIC S9(9)V99 VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER            PIC X(20) VALUE 'Returned Check Run  '.
           05  FILLER            PIC X(20) VALUE 'Date: '.
           05  WS-CURR-DATE      PIC X(10).

       01  WS-DETAIL-LINE.
           05  WS-DL-ACCOUNT      PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-CHECKNO      PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-REASON       PIC X(3).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-CUSTID       PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-NAME         PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-MESSAGE      PIC X(30).

       01  WS-OFFENDER-LINE.
           05  WS-OL-CUSTID       PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-OL-NAME         PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-OL-COUNT        PIC ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(30)
               VALUE 'RETURNS IN 12 MONTHS'.

       01  WS-FEE-LINE.
           05  WS-FL-LABEL        PIC X(26).
           05  WS-FL-AMOUNT       PIC $$$,$$9.99.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL        PIC X(26).
           05  WS-TL-AMOUNT       PIC $$$,$$$,$$9.99-.

       01  WS-RESULT-LINE.
           05  WS-RL-LABEL        PIC X(26).
           05  WS-RL-MESSAGE      PIC X(40).

       PROCEDURE DIVISION.
       0100-MAIN-PROCESS.
           PERFORM 0200-INIT-ROUTINE
           IF NOT WS-NSF-RUN-REFUSED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-CUSTID
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE 0400-SETTLE-RETURNS
                   OUTPUT PROCEDURE 0700-WRITE-NSF-TRANS
               PERFORM 0600-LIST-EXCEPTIONS
               PERFORM 0650-LIST-REPEAT-OFFENDERS
               PERFORM 0800-BALANCE-RETURNS
           END-IF
           PERFORM 0900-CLOSE-ROUTINE
           STOP RUN.

       0200-INIT-ROUTINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-9) - 365)
           OPEN INPUT  RETURN-FILE
                       HISTORY-FILE
                       CUSTOMER-FILE
                       NSF-PARM-FILE
                OUTPUT NSF-TRANS-FILE
                       REGISTER-FILE
           PERFORM 0250-WRITE-HEADERS
           PERFORM 0220-LOAD-NSF-PARM
      * Every return is judged against the payment history and the
      * master, so a run that cannot read either is refused rather
      * than sending good returns to the exception list.
           IF WS-RT-STATUS NOT = '00'
               DISPLAY 'Error opening return file. Status: '
                   WS-RT-STATUS ' - run refused'
               MOVE 'RUN REFUSED - RETURN FILE NOT READABLE'
                   TO REGISTER-LINE
               PERFORM 0230-REFUSE-RUN
           END-IF
           IF WS-HS-STATUS NOT = '00'
               DISPLAY 'Error opening history file. Status: '
                   WS-HS-STATUS ' - run refused'
               MOVE 'RUN REFUSED - HISTORY FILE NOT READABLE'
                   TO REGISTER-LINE
               PERFORM 0230-REFUSE-RUN
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening customer file. Status: '
                   WS-FILE-STATUS ' - run refused'
               MOVE 'RUN REFUSED - CUSTOMER FILE NOT READABLE'
                   TO REGISTER-LINE
               PERFORM 0230-REFUSE-RUN
           END-IF
           PERFORM 0260-LOAD-RETURNS UNTIL EOF-RETURNS
           IF WS-RET-TABLE-FULL
               DISPLAY 'Returned items exceed table - run refused'
               MOVE 'RUN REFUSED - RETURNED ITEMS EXCEED TABLE'
                   TO REGISTER-LINE
               PERFORM 0230-REFUSE-RUN
           END-IF
           PERFORM 0300-MATCH-HISTORY UNTIL EOF-HISTORY
           IF WS-REV-TABLE-FULL
               DISPLAY 'Prior reversals exceed table - run refused'
               MOVE 'RUN REFUSED - PRIOR REVERSALS EXCEED TABLE'
                   TO REGISTER-LINE
               PERFORM 0230-REFUSE-RUN
           END-IF.

       0220-LOAD-NSF-PARM.
      * The fee is money, so a missing or damaged parameter record
      * refuses the whole run rather than charging a default nobody
      * approved.
           IF WS-NP-STATUS = '00'
               READ NSF-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF NPR-RETURN-FEE IS NUMERIC
                           AND NPR-REPEAT-LIMIT IS NUMERIC
                           MOVE 'Y' TO WS-PARM-OK-FLAG
                       END-IF
               END-READ
           END-IF
           IF NOT WS-PARM-LOADED
               DISPLAY 'Returned-check parameter record missing or'
                   ' not numeric - run refused'
               MOVE 'RUN REFUSED - RETURN PARAMETER INVALID'
                   TO REGISTER-LINE
               PERFORM 0230-REFUSE-RUN
           ELSE
               MOVE 'Returned Check Fee:       ' TO WS-FL-LABEL
               MOVE NPR-RETURN-FEE               TO WS-FL-AMOUNT
               WRITE REGISTER-LINE FROM WS-FEE-LINE
               MOVE 'Repeat Offender At:    ' TO REGISTER-LINE
               MOVE NPR-REPEAT-LIMIT TO REGISTER-LINE(25:2)
               WRITE REGISTER-LINE
               WRITE REGISTER-LINE FROM SPACES
           END-IF.

       0230-REFUSE-RUN.
           WRITE REGISTER-LINE
           MOVE 16  TO RETURN-CODE
           MOVE 'Y' TO WS-RUN-REFUSED
           MOVE 'Y' TO WS-EOF-RETURNS
           MOVE 'Y' TO WS-EOF-HIST.

       0250-WRITE-HEADERS.
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-CURR-DATE
           WRITE REGISTER-LINE FROM WS-HEADING-1
           WRITE REGISTER-LINE FROM SPACES.

       0260-LOAD-RETURNS.
           READ RETURN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-RETURNS
               NOT AT END
                   ADD 1 TO WS-READ-CTR
                   PERFORM 0270-STORE-RETURN
           END-READ.

       0270-STORE-RETURN.
           IF WS-RET-CTR < WS-RET-MAX
               ADD 1 TO WS-RET-CTR
               SET WS-RET-IDX TO WS-RET-CTR
               MOVE RET-ACCOUNT      TO WS-RT-ACCOUNT(WS-RET-IDX)
               MOVE RET-CHECK-NUMBER TO WS-RT-CHECKNO(WS-RET-IDX)
               MOVE RET-REASON       TO WS-RT-REASON(WS-RET-IDX)
               IF RET-AMOUNT IS NUMERIC
                   MOVE RET-AMOUNT   TO WS-RT-AMOUNT(WS-RET-IDX)
                   ADD RET-AMOUNT    TO WS-RETURNED-TOTAL
               ELSE
                   MOVE ZERO         TO WS-RT-AMOUNT(WS-RET-IDX)
               END-IF
               MOVE SPACES           TO WS-RT-CUSTID(WS-RET-IDX)
                                        WS-RT-NAME(WS-RET-IDX)
                                        WS-RT-DEP-DATE(WS-RET-IDX)
                                        WS-RT-MESSAGE(WS-RET-IDX)
               MOVE 'N'              TO WS-RT-MATCH(WS-RET-IDX)
               MOVE SPACE            TO WS-RT-RESULT(WS-RET-IDX)
           ELSE
               MOVE 'Y' TO WS-RET-FULL-FLAG
               MOVE 'Y' TO WS-EOF-RETURNS
           END-IF.

       0300-MATCH-HISTORY.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-HIST
               NOT AT END
                   MOVE HST-TRANS-IMAGE TO TRANS-RECORD
                   EVALUATE TRUE
                       WHEN HST-ACTION = 'P'
                           AND TR-REF-CHECK-NO NOT = SPACES
                           AND TR-CUST-BALANCE IS NUMERIC
                           PERFORM 0320-MATCH-PAYMENT
                       WHEN HST-ACTION = 'J'
                           AND TR-REF-RETURNED-CHECK
                           PERFORM 0350-STORE-REVERSAL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       0320-MATCH-PAYMENT.
      * A return is for the latest deposit of its check.  A payment is
      * given first to a return not yet matched; failing that it
      * replaces the earlier deposit a return was matched to, so a
      * check deposited again after it bounced is the one reversed
      * when it bounces a second time.  History is in run order, so
      * the last payment to match is the latest deposit.
           MOVE 'N' TO WS-HIT-FLAG
           PERFORM 0325-TEST-RETURN
               VARYING WS-RET-IDX FROM 1 BY 1
               UNTIL WS-RET-IDX > WS-RET-CTR OR WS-HIT-FOUND
           IF NOT WS-HIT-FOUND
               PERFORM 0327-TEST-REDEPOSIT
                   VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RET-CTR OR WS-HIT-FOUND
           END-IF.

       0325-TEST-RETURN.
           IF NOT WS-RT-MATCHED(WS-RET-IDX)
               AND WS-RT-CHECKNO(WS-RET-IDX) = TR-REF-CHECK-NO
               AND WS-RT-AMOUNT(WS-RET-IDX)  = TR-CUST-BALANCE
               AND (WS-RT-ACCOUNT(WS-RET-IDX) = HST-CUST-ID
                    OR WS-RT-ACCOUNT(WS-RET-IDX) = TR-REF-BANK-ACCT)
               MOVE 'Y'                 TO WS-HIT-FLAG
               MOVE 'Y'                 TO WS-RT-MATCH(WS-RET-IDX)
               MOVE HST-CUST-ID         TO WS-RT-CUSTID(WS-RET-IDX)
               MOVE TR-REF-DEPOSIT-DATE TO WS-RT-DEP-DATE(WS-RET-IDX)
           END-IF.

       0327-TEST-REDEPOSIT.
           IF WS-RT-MATCHED(WS-RET-IDX)
               AND WS-RT-CHECKNO(WS-RET-IDX) = TR-REF-CHECK-NO
               AND WS-RT-AMOUNT(WS-RET-IDX)  = TR-CUST-BALANCE
               AND (WS-RT-ACCOUNT(WS-RET-IDX) = HST-CUST-ID
                    OR WS-RT-ACCOUNT(WS-RET-IDX) = TR-REF-BANK-ACCT)
               MOVE 'Y'                 TO WS-HIT-FLAG
               MOVE HST-CUST-ID         TO WS-RT-CUSTID(WS-RET-IDX)
               MOVE TR-REF-DEPOSIT-DATE TO WS-RT-DEP-DATE(WS-RET-IDX)
           END-IF.

       0350-STORE-REVERSAL.
           IF WS-REV-CTR < WS-REV-MAX
               ADD 1 TO WS-REV-CTR
               SET WS-REV-IDX TO WS-REV-CTR
               MOVE HST-CUST-ID       TO WS-RV-CUSTID(WS-REV-IDX)
               MOVE TR-REF-CHECK-NO   TO WS-RV-CHECKNO(WS-REV-IDX)
               MOVE HST-RUN-DATE(1:8) TO WS-RV-DATE(WS-REV-IDX)
               MOVE TR-REF-DEPOSIT-DATE
                                      TO WS-RV-DEP-DATE(WS-REV-IDX)
           ELSE
               MOVE 'Y' TO WS-REV-FULL-FLAG
               MOVE 'Y' TO WS-EOF-HIST
           END-IF.

       0400-SETTLE-RETURNS.
           PERFORM 0410-SETTLE-ONE-RETURN
               VARYING WS-RET-IDX FROM 1 BY 1
               UNTIL WS-RET-IDX > WS-RET-CTR.

       0410-SETTLE-ONE-RETURN.
           EVALUATE TRUE
               WHEN WS-RT-AMOUNT(WS-RET-IDX) = ZERO
                   MOVE 'AMOUNT NOT NUMERIC'
                       TO WS-RT-MESSAGE(WS-RET-IDX)
                   PERFORM 0480-TAKE-EXCEPTION
               WHEN NOT WS-RT-MATCHED(WS-RET-IDX)
                   MOVE 'NO MATCHING PAYMENT IN HISTORY'
                       TO WS-RT-MESSAGE(WS-RET-IDX)
                   PERFORM 0480-TAKE-EXCEPTION
               WHEN OTHER
                   PERFORM 0420-CHECK-PRIOR-REVERSAL
                   IF WS-HIT-FOUND
                       MOVE 'PAYMENT ALREADY REVERSED'
                           TO WS-RT-MESSAGE(WS-RET-IDX)
                       PERFORM 0480-TAKE-EXCEPTION
                   ELSE
                       PERFORM 0440-REVERSE-PAYMENT
                   END-IF
           END-EVALUATE.

       0420-CHECK-PRIOR-REVERSAL.
           MOVE 'N' TO WS-HIT-FLAG
           PERFORM 0425-TEST-REVERSAL
               VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-REV-CTR OR WS-HIT-FOUND.

       0425-TEST-REVERSAL.
      * The same check number deposited on another date is another
      * payment, not the one already reversed.
           IF WS-RV-CUSTID(WS-REV-IDX)  = WS-RT-CUSTID(WS-RET-IDX)
               AND WS-RV-CHECKNO(WS-REV-IDX) = WS-RT-CHECKNO(WS-RET-IDX)
               AND WS-RV-DEP-DATE(WS-REV-IDX)
                   = WS-RT-DEP-DATE(WS-RET-IDX)
               MOVE 'Y' TO WS-HIT-FLAG
           END-IF.

       0440-REVERSE-PAYMENT.
      * The payment goes back on as a 'J' for the returned amount and
      * the fee as a 'G'; both carry the check and the return reason
      * so the history shows what they undo.  The fee follows the
      * CUSTEDIT rule on new charges: none on an account on credit
      * hold, closed, or bankrupt.
           MOVE WS-RT-CUSTID(WS-RET-IDX) TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'ACCOUNT NO LONGER ON MASTER'
                       TO WS-RT-MESSAGE(WS-RET-IDX)
                   PERFORM 0480-TAKE-EXCEPTION
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-RT-NAME(WS-RET-IDX)
                   MOVE 'J'                      TO WS-TRN-ACTION
                   MOVE WS-RT-AMOUNT(WS-RET-IDX) TO WS-TRN-AMOUNT
                   MOVE 'RCK'                    TO WS-TRN-REF-CODE
                   PERFORM 0460-RELEASE-TRANS
                   MOVE 'P' TO WS-RT-RESULT(WS-RET-IDX)
                   ADD 1 TO WS-REVERSED-CTR
                   ADD WS-RT-AMOUNT(WS-RET-IDX) TO WS-REVERSED-TOTAL
                   EVALUATE TRUE
                       WHEN NPR-RETURN-FEE = ZERO
                           ADD 1 TO WS-NOFEE-CTR
                           MOVE 'REVERSED - NO FEE'
                               TO WS-RT-MESSAGE(WS-RET-IDX)
                       WHEN CUST-STAT-NO-CHARGE
                           ADD 1 TO WS-NOFEE-CTR
                           MOVE 'REVERSED - NO FEE (STATUS)'
                               TO WS-RT-MESSAGE(WS-RET-IDX)
                       WHEN OTHER
                       MOVE 'G'            TO WS-TRN-ACTION
                       MOVE NPR-RETURN-FEE TO WS-TRN-AMOUNT
                       MOVE 'RCF'          TO WS-TRN-REF-CODE
                       PERFORM 0460-RELEASE-TRANS
                       ADD 1 TO WS-FEE-CTR
                       ADD NPR-RETURN-FEE TO WS-FEE-TOTAL
                       MOVE 'REVERSED + FEE CHARGED'
                           TO WS-RT-MESSAGE(WS-RET-IDX)
                   END-EVALUATE
                   PERFORM 0490-WRITE-DETAIL
           END-READ.

       0460-RELEASE-TRANS.
           MOVE SPACES                     TO TRANS-RECORD
           MOVE WS-TRN-ACTION              TO TR-ACTION
           MOVE WS-RT-CUSTID(WS-RET-IDX)   TO TR-CUST-ID
           MOVE WS-TRN-AMOUNT              TO TR-CUST-BALANCE
           MOVE WS-RT-CHECKNO(WS-RET-IDX)  TO TR-REF-CHECK-NO
           MOVE WS-RT-DEP-DATE(WS-RET-IDX) TO TR-REF-DEPOSIT-DATE
           MOVE WS-TRN-REF-CODE            TO TR-REF-CODE
           MOVE WS-RT-REASON(WS-RET-IDX)   TO TR-REF-RETURN-RSN
           MOVE WS-RT-ACCOUNT(WS-RET-IDX)  TO TR-REF-BANK-ACCT
           MOVE 'N'                        TO TR-SOURCE
           MOVE 'CUSTNSF'                  TO TR-OPERATOR-ID
           MOVE TRANS-RECORD               TO SORT-RECORD
           RELEASE SORT-RECORD.

       0480-TAKE-EXCEPTION.
           MOVE 'X' TO WS-RT-RESULT(WS-RET-IDX)
           ADD 1 TO WS-EXCEPTION-CTR
           ADD WS-RT-AMOUNT(WS-RET-IDX) TO WS-EXCEPTION-TOTAL.

       0490-WRITE-DETAIL.
           MOVE WS-RT-ACCOUNT(WS-RET-IDX) TO WS-DL-ACCOUNT
           MOVE WS-RT-CHECKNO(WS-RET-IDX) TO WS-DL-CHECKNO
           MOVE WS-RT-AMOUNT(WS-RET-IDX)  TO WS-DL-AMOUNT
           MOVE WS-RT-REASON(WS-RET-IDX)  TO WS-DL-REASON
           MOVE WS-RT-CUSTID(WS-RET-IDX)  TO WS-DL-CUSTID
           MOVE WS-RT-NAME(WS-RET-IDX)    TO WS-DL-NAME
           MOVE WS-RT-MESSAGE(WS-RET-IDX) TO WS-DL-MESSAGE
           WRITE REGISTER-LINE FROM WS-DETAIL-LINE.

       0600-LIST-EXCEPTIONS.
      * Returns that could not be tied to a payment are listed for
      * the cash clerks to research; nothing is posted for them.
           PERFORM 0610-LIST-ONE-EXCEPTION
               VARYING WS-RET-IDX FROM 1 BY 1
               UNTIL WS-RET-IDX > WS-RET-CTR.

       0610-LIST-ONE-EXCEPTION.
           IF WS-RT-EXCEPTION(WS-RET-IDX)
               IF NOT WS-EXC-HDR-DONE
                   WRITE REGISTER-LINE FROM SPACES
                   MOVE 'Exceptions - Returns Not Posted:'
                       TO REGISTER-LINE
                   WRITE REGISTER-LINE
                   MOVE 'Y' TO WS-EXC-HDR-FLAG
               END-IF
               PERFORM 0490-WRITE-DETAIL
           END-IF.

       0650-LIST-REPEAT-OFFENDERS.
      * Each account with a return posted tonight is counted once:
      * its reversals already in the history within twelve months
      * plus tonight's.  At or over the limit it is listed for the
      * credit department to consider cash-only terms.
           PERFORM 0660-CHECK-ONE-ACCOUNT
               VARYING WS-RET-IDX FROM 1 BY 1
               UNTIL WS-RET-IDX > WS-RET-CTR.

       0660-CHECK-ONE-ACCOUNT.
           IF WS-RT-POSTED(WS-RET-IDX)
               MOVE 'Y'  TO WS-FIRST-FLAG
               MOVE ZERO TO WS-RETURN-COUNT
               PERFORM 0670-COUNT-TONIGHT
                   VARYING WS-RET-IDX2 FROM 1 BY 1
                   UNTIL WS-RET-IDX2 > WS-RET-CTR
               IF WS-FIRST-FOR-CUST
                   PERFORM 0680-COUNT-PRIOR
                       VARYING WS-REV-IDX FROM 1 BY 1
                       UNTIL WS-REV-IDX > WS-REV-CTR
                   IF WS-RETURN-COUNT NOT < NPR-REPEAT-LIMIT
                       AND NPR-REPEAT-LIMIT > ZERO
                       PERFORM 0690-WRITE-OFFENDER
                   END-IF
               END-IF
           END-IF.

       0670-COUNT-TONIGHT.
           IF WS-RT-POSTED(WS-RET-IDX2)
               AND WS-RT-CUSTID(WS-RET-IDX2) = WS-RT-CUSTID(WS-RET-IDX)
               ADD 1 TO WS-RETURN-COUNT
               IF WS-RET-IDX2 < WS-RET-IDX
                   MOVE 'N' TO WS-FIRST-FLAG
               END-IF
           END-IF.

       0680-COUNT-PRIOR.
           IF WS-RV-CUSTID(WS-REV-IDX) = WS-RT-CUSTID(WS-RET-IDX)
               AND WS-RV-DATE(WS-REV-IDX) NOT < WS-CUTOFF-DATE-X
               ADD 1 TO WS-RETURN-COUNT
           END-IF.

       0690-WRITE-OFFENDER.
           IF NOT WS-RPT-HDR-DONE
               WRITE REGISTER-LINE FROM SPACES
               MOVE 'Repeat Offenders - Refer To Credit:'
                   TO REGISTER-LINE
               WRITE REGISTER-LINE
               MOVE 'Y' TO WS-RPT-HDR-FLAG
           END-IF
           MOVE WS-RT-CUSTID(WS-RET-IDX) TO WS-OL-CUSTID
           MOVE WS-RT-NAME(WS-RET-IDX)   TO WS-OL-NAME
           MOVE WS-RETURN-COUNT          TO WS-OL-COUNT
           WRITE REGISTER-LINE FROM WS-OFFENDER-LINE
           ADD 1 TO WS-OFFENDER-CTR.

       0700-WRITE-NSF-TRANS.
           PERFORM 0750-RETURN-SORTED-REC UNTIL SORT-AT-EOF.

       0750-RETURN-SORTED-REC.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-FLAG
               NOT AT END
                   WRITE TRANS-RECORD FROM SORT-RECORD
           END-RETURN.

       0800-BALANCE-RETURNS.
      * Every returned dollar is either reversed or on the exception
      * list.  Exceptions need research (return code 4); a break in
      * the footing stops the stream before CUSTNTRN feeds the edit.
           WRITE REGISTER-LINE FROM SPACES
           MOVE 'Returns Read:          ' TO REGISTER-LINE
           MOVE WS-READ-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           MOVE 'Payments Reversed:     ' TO REGISTER-LINE
           MOVE WS-REVERSED-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           MOVE 'Fees Charged:          ' TO REGISTER-LINE
           MOVE WS-FEE-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           MOVE 'Fees Not Charged:      ' TO REGISTER-LINE
           MOVE WS-NOFEE-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           MOVE 'Exceptions:            ' TO REGISTER-LINE
           MOVE WS-EXCEPTION-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           MOVE 'Repeat Offenders:      ' TO REGISTER-LINE
           MOVE WS-OFFENDER-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           WRITE REGISTER-LINE FROM SPACES
           MOVE 'Returned Items Total:     ' TO WS-TL-LABEL
           MOVE WS-RETURNED-TOTAL            TO WS-TL-AMOUNT
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE
           MOVE 'Reversed Total:           ' TO WS-TL-LABEL
           MOVE WS-REVERSED-TOTAL            TO WS-TL-AMOUNT
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE
           MOVE 'Exception Total:          ' TO WS-TL-LABEL
           MOVE WS-EXCEPTION-TOTAL           TO WS-TL-AMOUNT
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE
           MOVE 'Fee Control Total:        ' TO WS-TL-LABEL
           MOVE WS-FEE-TOTAL                 TO WS-TL-AMOUNT
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE
           COMPUTE WS-FOOTED-TOTAL =
               WS-REVERSED-TOTAL + WS-EXCEPTION-TOTAL
           MOVE 'Return Balance:           ' TO WS-RL-LABEL
           IF WS-FOOTED-TOTAL NOT = WS-RETURNED-TOTAL
               MOVE 'OUT OF BALANCE - NOT RELEASED'
                   TO WS-RL-MESSAGE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'IN BALANCE' TO WS-RL-MESSAGE
               IF WS-EXCEPTION-CTR > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           WRITE REGISTER-LINE FROM WS-RESULT-LINE.

       0900-CLOSE-ROUTINE.
           CLOSE RETURN-FILE
                 HISTORY-FILE
                 CUSTOMER-FILE
                 NSF-PARM-FILE
                 NSF-TRANS-FILE
                 REGISTER-FILE.
