           05  WS-HIST-READ-CTR   PIC 9(6) VALUE ZERO.
           05  WS-PROPOSE-CTR     PIC 9(6) VALUE ZERO.
           05  WS-TRANS-CTR       PIC 9(6) VALUE ZERO.
           05  WS-COLLECT-CTR     PIC 9(6) VALUE ZERO.

       01  WS-HIST-OK-FLAG        PIC X(1) VALUE 'Y'.
           88  WS-HIST-READABLE   VALUE 'Y'.
           05  WS-DL-BALANCE      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-OFFSET       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-NOTE         PIC X(32).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL        PIC X(26).
      * or under the threshold and shows no monetary activity since
      * the dormancy cutoff.  The offset is the amount that takes the
      * balance to zero, cut as an ordinary 'J' adjustment for the
      * normal CUSTEDIT/CUSTMAINT path.  An account placed with
      * collections is still being worked by the agency and is never
      * written off here; it is listed so the refusal is visible.
           IF CUST-BALANCE = ZERO
               CONTINUE
           ELSE
                   MOVE CUST-ID TO WS-ACT-ARG
                   PERFORM 0280-FIND-ACTIVE-ACCOUNT
                   IF NOT WS-ACT-FOUND
                       IF CUST-STAT-COLLECT
                           PERFORM 0520-LIST-COLLECTIONS
                       ELSE
                           PERFORM 0500-PROPOSE-WRITE-OFF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE CUST-NAME        TO WS-DL-NAME
           MOVE CUST-BALANCE     TO WS-DL-BALANCE
           MOVE WS-OFFSET-AMOUNT TO WS-DL-OFFSET
           MOVE SPACES           TO WS-DL-NOTE
           WRITE REGISTER-LINE FROM WS-DETAIL-LINE
           IF WS-MODE-WRITE
               PERFORM 0550-WRITE-ADJUST-TRANS
           END-IF.

       0520-LIST-COLLECTIONS.
           ADD 1 TO WS-COLLECT-CTR
           MOVE CUST-ID          TO WS-DL-CUSTID
           MOVE CUST-NAME        TO WS-DL-NAME
           MOVE CUST-BALANCE     TO WS-DL-BALANCE
           MOVE ZERO             TO WS-DL-OFFSET
           MOVE 'IN COLLECTIONS - NOT WRITTEN OFF' TO WS-DL-NOTE
           WRITE REGISTER-LINE FROM WS-DETAIL-LINE.

       0550-WRITE-ADJUST-TRANS.
           MOVE SPACES           TO TRANS-RECORD
           MOVE 'J'              TO TR-ACTION
           MOVE CUST-ID          TO TR-CUST-ID
           MOVE WS-OFFSET-AMOUNT TO TR-CUST-BALANCE
           MOVE 'W'              TO TR-SOURCE
           MOVE 'CUSTWOFF'       TO TR-OPERATOR-ID
           WRITE TRANS-RECORD
           ADD 1 TO WS-TRANS-CTR.

           MOVE 'Transactions Written:  ' TO REGISTER-LINE
           MOVE WS-TRANS-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           MOVE 'Refused - Collections: ' TO REGISTER-LINE
           MOVE WS-COLLECT-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           WRITE REGISTER-LINE FROM SPACES
           MOVE 'Proposed Offset Total:    ' TO WS-TL-LABEL
           MOVE WS-PROPOSE-TOTAL             TO WS-TL-AMOUNT
