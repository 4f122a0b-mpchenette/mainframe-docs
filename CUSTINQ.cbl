           MOVE 'Branch:       ' TO WS-IL-LABEL
           MOVE CUST-BRANCH       TO WS-IL-VALUE
           PERFORM 0590-WRITE-INQ-LINE
           MOVE 'Acct Status:  ' TO WS-IL-LABEL
           EVALUATE TRUE
               WHEN CUST-STAT-HOLD
                   MOVE 'CREDIT HOLD'  TO WS-IL-VALUE
               WHEN CUST-STAT-CLOSED
                   MOVE 'CLOSED'       TO WS-IL-VALUE
               WHEN CUST-STAT-COLLECT
                   MOVE 'COLLECTIONS'  TO WS-IL-VALUE
               WHEN CUST-STAT-BANKRUPT
                   MOVE 'BANKRUPT'     TO WS-IL-VALUE
               WHEN CUST-STAT-OPEN
                   MOVE 'OPEN'         TO WS-IL-VALUE
               WHEN OTHER
                   MOVE CUST-STATUS    TO WS-IL-VALUE
           END-EVALUATE
           PERFORM 0590-WRITE-INQ-LINE
           MOVE 'Credit Status:' TO WS-IL-LABEL
           IF CUST-BALANCE > CUST-CREDIT-LIMIT
               MOVE 'OVER LIMIT'   TO WS-IL-VALUE
           ELSE
               MOVE 'WITHIN LIMIT' TO WS-IL-VALUE
           END-IF
           PERFORM 0590-WRITE-INQ-LINE
           IF CUST-DUE-DATE NOT = SPACES
               PERFORM 0550-REPORT-TERMS
           END-IF.

       0550-REPORT-TERMS.
           MOVE 'Payment Due:  ' TO WS-IL-LABEL
           MOVE CUST-DUE-DATE     TO WS-IL-VALUE
           PERFORM 0590-WRITE-INQ-LINE
           MOVE 'Minimum Due:  ' TO WS-IL-LABEL
           MOVE CUST-MIN-DUE      TO WS-ED-AMOUNT
           MOVE WS-ED-AMOUNT      TO WS-IL-VALUE
           PERFORM 0590-WRITE-INQ-LINE
           MOVE 'Past Due:     ' TO WS-IL-LABEL
           EVALUATE CUST-DLQ-STAGE
               WHEN 1
                   MOVE '30 DAYS'      TO WS-IL-VALUE
               WHEN 2
                   MOVE '60 DAYS'      TO WS-IL-VALUE
               WHEN 3
                   MOVE '90 DAYS'      TO WS-IL-VALUE
               WHEN 4
                   MOVE '120+ DAYS'    TO WS-IL-VALUE
               WHEN OTHER
                   MOVE 'CURRENT'      TO WS-IL-VALUE
           END-EVALUATE
           IF CUST-DLQ-STAGE IS NUMERIC AND CUST-DLQ-STAGE > ZERO
               MOVE CUST-PAST-DUE     TO WS-ED-AMOUNT
               MOVE WS-ED-AMOUNT      TO WS-IL-VALUE(12:13)
           END-IF
           PERFORM 0590-WRITE-INQ-LINE.

       0590-WRITE-INQ-LINE.
