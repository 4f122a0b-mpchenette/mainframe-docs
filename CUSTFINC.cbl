           05  WS-ASSESS-CTR      PIC 9(6) VALUE ZERO.
           05  WS-OVERLIM-CTR     PIC 9(6) VALUE ZERO.
           05  WS-NOCHG-CTR       PIC 9(6) VALUE ZERO.
           05  WS-STATUS-SKIP-CTR PIC 9(6) VALUE ZERO.

       01  WS-CHARGE-AMOUNT       PIC S9(7)V99 VALUE ZERO.
       01  WS-CHARGE-TOTAL        PIC S9(9)V99 VALUE ZERO.
      * Only accounts carrying a balance are assessed; credit
      * balances and zero balances pass through unassessed.  A
      * computed charge that rounds to nothing writes no transaction.
      * Closed and bankrupt accounts accrue nothing and are skipped
      * whatever their balance.
           EVALUATE TRUE
               WHEN CUST-STAT-CLOSED OR CUST-STAT-BANKRUPT
                   ADD 1 TO WS-STATUS-SKIP-CTR
               WHEN CUST-BALANCE NOT > ZERO
                   ADD 1 TO WS-NOCHG-CTR
               WHEN OTHER
                   PERFORM 0450-COMPUTE-CHARGE
           END-EVALUATE.

       0450-COMPUTE-CHARGE.
           IF CUST-BALANCE > CUST-CREDIT-LIMIT
               COMPUTE WS-CHARGE-AMOUNT ROUNDED =
                   CUST-BALANCE * FPR-OVL-RATE / 100
                   + FPR-OVL-FLAT-FEE
               ADD 1 TO WS-OVERLIM-CTR
               MOVE 'OVER LIMIT' TO WS-DL-FLAG
           ELSE
               COMPUTE WS-CHARGE-AMOUNT ROUNDED =
                   CUST-BALANCE * FPR-STD-RATE / 100
               MOVE SPACES       TO WS-DL-FLAG
           END-IF
           IF WS-CHARGE-AMOUNT > ZERO
               PERFORM 0500-WRITE-CHARGE-TRANS
               PERFORM 0600-WRITE-REGISTER-DETAIL
           ELSE
               ADD 1 TO WS-NOCHG-CTR
           END-IF.

       0500-WRITE-CHARGE-TRANS.
           MOVE 'G'              TO TR-ACTION
           MOVE CUST-ID          TO TR-CUST-ID
           MOVE WS-CHARGE-AMOUNT TO TR-CUST-BALANCE
           MOVE 'F'              TO TR-SOURCE
           MOVE 'CUSTFINC'       TO TR-OPERATOR-ID
           WRITE TRANS-RECORD
           ADD 1                 TO WS-ASSESS-CTR
           ADD WS-CHARGE-AMOUNT  TO WS-CHARGE-TOTAL
           MOVE 'Not Assessed:          ' TO REGISTER-LINE
           MOVE WS-NOCHG-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           MOVE 'Closed/Bankrupt Skipped:' TO REGISTER-LINE
           MOVE WS-STATUS-SKIP-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           WRITE REGISTER-LINE FROM SPACES
           MOVE 'Balances Assessed:        ' TO WS-TL-LABEL
           MOVE WS-BALANCE-TOTAL             TO WS-TL-AMOUNT
