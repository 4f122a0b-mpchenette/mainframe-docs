       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRFND.
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
           SELECT VOUCHER-FILE
               ASSIGN TO 'CUSTVCHR'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT REFUND-TRANS-FILE
               ASSIGN TO 'CUSTRTRN'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT REGISTER-FILE
               ASSIGN TO 'CUSTRRGS'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTHST.

       FD  VOUCHER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTVCH.

       FD  REFUND-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTTRN.

       FD  REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  REGISTER-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC X(2).
       01  WS-HS-STATUS           PIC X(2).
       01  WS-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-FILE        VALUE 'Y'.
       01  WS-EOF-HIST            PIC X VALUE 'N'.
           88  EOF-HISTORY        VALUE 'Y'.

      * PARM layout: position 1 run mode, R = report only (default,
      * proposes but cuts no vouchers or transactions), W = write the
      * vouchers and the offsetting 'G' transactions; positions 2-8
      * the threshold as 9(5)V99 (credit balances larger than it
      * qualify); positions 9-11 the number of days with no monetary
      * activity before a credit balance is refunded.
       01  WS-PARM-AREA           PIC X(80) VALUE SPACES.
       01  WS-RUN-MODE            PIC X(1)  VALUE 'R'.
           88  WS-MODE-REPORT     VALUE 'R'.
           88  WS-MODE-WRITE      VALUE 'W'.
       01  WS-THRESHOLD           PIC 9(5)V99 VALUE ZERO.
       01  WS-QUIET-DAYS          PIC 9(3)  VALUE ZERO.
       01  WS-PARM-OK-FLAG        PIC X(1)  VALUE 'N'.
           88  WS-PARM-GOOD       VALUE 'Y'.

      * Monetary history applied on or after the cutoff date (the
      * run date less the quiet days) marks the account active.
       01  WS-TODAY               PIC X(8)  VALUE SPACES.
       01  WS-TODAY-9 REDEFINES WS-TODAY
                                  PIC 9(8).
       01  WS-CUTOFF-DATE         PIC 9(8)  VALUE ZERO.
       01  WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE
                                  PIC X(8).

      * Accounts with monetary activity since the cutoff, collected
      * from one pass over CUSTHIST.  If the table fills, inactivity
      * can no longer be proven for every account and the run is
      * refused rather than refunding money that may still be in use.
       01  WS-ACT-MAX             PIC 9(4) VALUE 5000.
       01  WS-ACT-CTR             PIC 9(4) VALUE ZERO.
       01  WS-ACT-TABLE.
           05  WS-ACT-ENTRY      OCCURS 5000 TIMES
                                  INDEXED BY WS-ACT-IDX.
               10  WS-AT-CUSTID   PIC X(6).
       01  WS-ACT-ARG             PIC X(6) VALUE SPACES.
       01  WS-ACT-FOUND-FLAG      PIC X(1) VALUE 'N'.
           88  WS-ACT-FOUND       VALUE 'Y'.
       01  WS-ACT-FULL-FLAG       PIC X(1) VALUE 'N'.
           88  WS-ACT-TABLE-FULL  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-CTR        PIC 9(6) VALUE ZERO.
           05  WS-HIST-READ-CTR   PIC 9(6) VALUE ZERO.
           05  WS-PROPOSE-CTR     PIC 9(6) VALUE ZERO.
           05  WS-VOUCHER-CTR     PIC 9(6) VALUE ZERO.
           05  WS-TRANS-CTR       PIC 9(6) VALUE ZERO.
           05  WS-BKRPT-CTR       PIC 9(6) VALUE ZERO.
           05  WS-NOADDR-CTR      PIC 9(6) VALUE ZERO.

       01  WS-HIST-OK-FLAG        PIC X(1) VALUE 'Y'.
           88  WS-HIST-READABLE   VALUE 'Y'.

       01  WS-REFUND-AMOUNT       PIC S9(7)V99 VALUE ZERO.
       01  WS-PROPOSE-TOTAL       PIC S9(9)V99 VALUE ZERO.
       01  WS-VOUCHER-TOTAL       PIC S9(9)V99 VALUE ZERO.
       01  WS-TRANS-TOTAL         PIC S9(9)V99 VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER            PIC X(20) VALUE 'Refund Register     '.
           05  FILLER            PIC X(20) VALUE 'Date: '.
           05  WS-CURR-DATE      PIC X(10).

       01  WS-MODE-LINE.
           05  FILLER             PIC X(10) VALUE 'Run Mode: '.
           05  WS-ML-MODE         PIC X(30).

       01  WS-DETAIL-LINE.
           05  WS-DL-CUSTID       PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-NAME         PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-BALANCE      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-REFUND       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-NOTE         PIC X(32).

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
           PERFORM 0300-PROCESS-RECORDS UNTIL END-OF-FILE
           PERFORM 0800-TIE-OUT-REFUNDS
           PERFORM 0900-CLOSE-ROUTINE
           STOP RUN.

       0200-INIT-ROUTINE.
           PERFORM 0205-PARSE-PARM
           PERFORM 0215-SET-ACTIVITY-CUTOFF
           OPEN INPUT  CUSTOMER-FILE
                       HISTORY-FILE
                OUTPUT VOUCHER-FILE
                       REFUND-TRANS-FILE
                       REGISTER-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening customer file. Status: '
                   WS-FILE-STATUS
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
      * Inactivity is proven from CUSTHIST, so a history that cannot
      * be read proves nothing and the run is refused, the same way
      * CUSTWOFF refuses to prove dormancy without it.
           IF WS-HS-STATUS NOT = '00'
               DISPLAY 'Error opening history file. Status: '
                   WS-HS-STATUS ' - run refused'
               MOVE 16  TO RETURN-CODE
               MOVE 'N' TO WS-HIST-OK-FLAG
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 'Y' TO WS-EOF-HIST
           END-IF
           IF NOT WS-PARM-GOOD
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 'Y' TO WS-EOF-HIST
           END-IF
           PERFORM 0250-WRITE-HEADERS
           PERFORM 0260-LOAD-ACTIVITY UNTIL EOF-HISTORY
           IF WS-ACT-TABLE-FULL
               DISPLAY 'Activity table full - inactivity not provable'
                   ' - run refused'
               MOVE 16  TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 'RUN REFUSED - ACTIVITY TABLE FULL'
                   TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
      * An empty history in write mode means inactivity rests on no
      * evidence at all; the list may still be reviewed from a
      * report-only run, but no money is paid out.
           IF WS-MODE-WRITE AND WS-HIST-READABLE
               AND WS-PARM-GOOD AND WS-HIST-READ-CTR = ZERO
               DISPLAY 'No history records on file - write mode'
                   ' refused'
               MOVE 16  TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 'NO HISTORY ON FILE - WRITE MODE REFUSED'
                   TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF.

       0205-PARSE-PARM.
      * The threshold and quiet period drive money, so missing or
      * non-numeric values refuse the run instead of defaulting.
           IF LK-PARM-LEN > 0
               MOVE LK-PARM-TEXT(1:LK-PARM-LEN) TO WS-PARM-AREA
           END-IF
           IF WS-PARM-AREA(1:1) = 'R' OR 'W'
               MOVE WS-PARM-AREA(1:1) TO WS-RUN-MODE
           ELSE
               MOVE 'R' TO WS-RUN-MODE
           END-IF
           IF WS-PARM-AREA(2:7) IS NUMERIC
               AND WS-PARM-AREA(9:3) IS NUMERIC
               MOVE WS-PARM-AREA(2:7) TO WS-THRESHOLD
               MOVE WS-PARM-AREA(9:3) TO WS-QUIET-DAYS
               MOVE 'Y' TO WS-PARM-OK-FLAG
           ELSE
               DISPLAY 'Threshold or quiet days missing or not'
                   ' numeric - run refused'
               MOVE 16 TO RETURN-CODE
           END-IF.

       0215-SET-ACTIVITY-CUTOFF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-9) - WS-QUIET-DAYS).

       0250-WRITE-HEADERS.
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-CURR-DATE
           WRITE REGISTER-LINE FROM WS-HEADING-1
           WRITE REGISTER-LINE FROM SPACES
           IF WS-PARM-GOOD
               IF WS-MODE-WRITE
                   MOVE 'WRITE - VOUCHERS AND TRANS CUT'
                       TO WS-ML-MODE
               ELSE
                   MOVE 'REPORT ONLY - NOTHING WRITTEN'
                       TO WS-ML-MODE
               END-IF
               WRITE REGISTER-LINE FROM WS-MODE-LINE
               WRITE REGISTER-LINE FROM SPACES
           ELSE
               MOVE 'RUN REFUSED - PARAMETERS MISSING OR INVALID'
                   TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
           IF NOT WS-HIST-READABLE
               MOVE 'RUN REFUSED - HISTORY FILE NOT READABLE'
                   TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF.

       0260-LOAD-ACTIVITY.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-HIST
               NOT AT END
                   ADD 1 TO WS-HIST-READ-CTR
                   IF (HST-ACTION = 'P' OR HST-ACTION = 'G'
                       OR HST-ACTION = 'J')
                       AND HST-RUN-DATE(1:8) NOT < WS-CUTOFF-DATE-X
                       PERFORM 0270-NOTE-ACTIVE-ACCOUNT
                   END-IF
           END-READ.

       0270-NOTE-ACTIVE-ACCOUNT.
           MOVE HST-CUST-ID TO WS-ACT-ARG
           PERFORM 0280-FIND-ACTIVE-ACCOUNT
           IF NOT WS-ACT-FOUND
               IF WS-ACT-CTR < WS-ACT-MAX
                   ADD 1 TO WS-ACT-CTR
                   SET WS-ACT-IDX TO WS-ACT-CTR
                   MOVE HST-CUST-ID TO WS-AT-CUSTID(WS-ACT-IDX)
               ELSE
                   MOVE 'Y' TO WS-ACT-FULL-FLAG
               END-IF
           END-IF.

       0280-FIND-ACTIVE-ACCOUNT.
           MOVE 'N' TO WS-ACT-FOUND-FLAG
           PERFORM 0285-CHECK-ONE-ACTIVE
               VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACT-CTR OR WS-ACT-FOUND.

       0285-CHECK-ONE-ACTIVE.
           IF WS-AT-CUSTID(WS-ACT-IDX) = WS-ACT-ARG
               MOVE 'Y' TO WS-ACT-FOUND-FLAG
           END-IF.

       0300-PROCESS-RECORDS.
           READ CUSTOMER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-CTR
                   PERFORM 0400-SELECT-CANDIDATE
           END-READ.

       0400-SELECT-CANDIDATE.
      * A candidate carries a credit balance larger than the
      * threshold and shows no monetary activity since the cutoff.
      * A bankrupt account's money belongs to the estate and an
      * account with no mailing address cannot be sent a check;
      * both are listed so the exclusion is visible.
           IF CUST-BALANCE < ZERO
               AND ZERO - CUST-BALANCE > WS-THRESHOLD
               MOVE CUST-ID TO WS-ACT-ARG
               PERFORM 0280-FIND-ACTIVE-ACCOUNT
               IF NOT WS-ACT-FOUND
                   EVALUATE TRUE
                       WHEN CUST-STAT-BANKRUPT
                           ADD 1 TO WS-BKRPT-CTR
                           MOVE 'BANKRUPT - REFER TO LEGAL'
                               TO WS-DL-NOTE
                           PERFORM 0520-LIST-EXCLUDED
                       WHEN CUST-ADDRESS = SPACES
                           ADD 1 TO WS-NOADDR-CTR
                           MOVE 'NO MAILING ADDRESS - NOT REFUNDED'
                               TO WS-DL-NOTE
                           PERFORM 0520-LIST-EXCLUDED
                       WHEN OTHER
                           PERFORM 0500-PROPOSE-REFUND
                   END-EVALUATE
               END-IF
           END-IF.

       0500-PROPOSE-REFUND.
           ADD 1 TO WS-PROPOSE-CTR
           COMPUTE WS-REFUND-AMOUNT = ZERO - CUST-BALANCE
           ADD WS-REFUND-AMOUNT TO WS-PROPOSE-TOTAL
           MOVE CUST-ID          TO WS-DL-CUSTID
           MOVE CUST-NAME        TO WS-DL-NAME
           MOVE CUST-BALANCE     TO WS-DL-BALANCE
           MOVE WS-REFUND-AMOUNT TO WS-DL-REFUND
           MOVE SPACES           TO WS-DL-NOTE
           WRITE REGISTER-LINE FROM WS-DETAIL-LINE
           IF WS-MODE-WRITE
               PERFORM 0540-WRITE-VOUCHER
               PERFORM 0550-WRITE-REFUND-TRANS
           END-IF.

       0520-LIST-EXCLUDED.
           MOVE CUST-ID          TO WS-DL-CUSTID
           MOVE CUST-NAME        TO WS-DL-NAME
           MOVE CUST-BALANCE     TO WS-DL-BALANCE
           MOVE ZERO             TO WS-DL-REFUND
           WRITE REGISTER-LINE FROM WS-DETAIL-LINE.

       0540-WRITE-VOUCHER.
           MOVE SPACES           TO VOUCHER-RECORD
           MOVE 'D'              TO VCH-RECORD-TYPE
           MOVE WS-CURR-DATE     TO VCH-RUN-DATE
           MOVE CUST-ID          TO VCH-REFERENCE
           MOVE CUST-NAME        TO VCH-PAYEE-NAME
           MOVE CUST-ADDRESS     TO VCH-PAYEE-ADDR
           MOVE WS-REFUND-AMOUNT TO VCH-AMOUNT
           WRITE VOUCHER-RECORD
           ADD 1                TO WS-VOUCHER-CTR
           ADD WS-REFUND-AMOUNT TO WS-VOUCHER-TOTAL.

       0550-WRITE-REFUND-TRANS.
      * The refund posts as a 'G' for the credit amount, taking the
      * balance to zero through CUSTEDIT and CUSTMAINT so it reaches
      * the GL journal like any other charge.
           MOVE SPACES           TO TRANS-RECORD
           MOVE 'G'              TO TR-ACTION
           MOVE CUST-ID          TO TR-CUST-ID
           MOVE WS-REFUND-AMOUNT TO TR-CUST-BALANCE
           MOVE 'RFD'            TO TR-REF-CODE
           MOVE 'R'              TO TR-SOURCE
           MOVE 'CUSTRFND'       TO TR-OPERATOR-ID
           WRITE TRANS-RECORD
           ADD 1                TO WS-TRANS-CTR
           ADD WS-REFUND-AMOUNT TO WS-TRANS-TOTAL.

       0800-TIE-OUT-REFUNDS.
      * In write mode the voucher trailer is cut and the money going
      * to accounts payable must equal the money coming off the
      * customer balances; a break stops the stream before either
      * file is loaded.
           IF WS-MODE-WRITE AND RETURN-CODE < 16
               MOVE SPACES           TO VOUCHER-RECORD
               MOVE 'T'              TO VCH-RECORD-TYPE
               MOVE WS-CURR-DATE     TO VCH-RUN-DATE
               MOVE WS-VOUCHER-CTR   TO VCH-TRL-COUNT
               MOVE WS-VOUCHER-TOTAL TO VCH-TRL-TOTAL
               WRITE VOUCHER-RECORD
           END-IF
           WRITE REGISTER-LINE FROM SPACES
           MOVE 'Customers Read:        ' TO REGISTER-LINE
           MOVE WS-READ-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           MOVE 'Refunds Proposed:      ' TO REGISTER-LINE
           MOVE WS-PROPOSE-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           MOVE 'Vouchers Written:      ' TO REGISTER-LINE
           MOVE WS-VOUCHER-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           MOVE 'Transactions Written:  ' TO REGISTER-LINE
           MOVE WS-TRANS-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           MOVE 'Excluded - Bankrupt:   ' TO REGISTER-LINE
           MOVE WS-BKRPT-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           MOVE 'Excluded - No Address: ' TO REGISTER-LINE
           MOVE WS-NOADDR-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           WRITE REGISTER-LINE FROM SPACES
           MOVE 'Proposed Refund Total:    ' TO WS-TL-LABEL
           MOVE WS-PROPOSE-TOTAL             TO WS-TL-AMOUNT
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE
           MOVE 'Voucher Total:            ' TO WS-TL-LABEL
           MOVE WS-VOUCHER-TOTAL             TO WS-TL-AMOUNT
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE
           MOVE 'Refund Trans Total:       ' TO WS-TL-LABEL
           MOVE WS-TRANS-TOTAL               TO WS-TL-AMOUNT
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE
           MOVE 'Vouchers vs Transactions: ' TO WS-RL-LABEL
           EVALUATE TRUE
               WHEN RETURN-CODE NOT < 16
                   MOVE 'RUN REFUSED - NOTHING WRITTEN'
                       TO WS-RL-MESSAGE
               WHEN NOT WS-MODE-WRITE
                   MOVE 'REPORT ONLY - NOTHING WRITTEN'
                       TO WS-RL-MESSAGE
               WHEN WS-VOUCHER-TOTAL NOT = WS-TRANS-TOTAL
                   OR WS-VOUCHER-CTR NOT = WS-TRANS-CTR
                   MOVE 'OUT OF BALANCE - NOT RELEASED'
                       TO WS-RL-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'IN BALANCE' TO WS-RL-MESSAGE
           END-EVALUATE
           WRITE REGISTER-LINE FROM WS-RESULT-LINE.

       0900-CLOSE-ROUTINE.
           CLOSE CUSTOMER-FILE
                 HISTORY-FILE
                 VOUCHER-FILE
                 REFUND-TRANS-FILE
                 REGISTER-FILE.
