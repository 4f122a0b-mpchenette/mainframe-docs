               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NM-CUST-ID
               FILE STATUS IS WS-NM-STATUS.
      * Random view of the new master, opened only after the full-copy
      * pass has closed it, to post the surviving half of a merge
      * whose survivor was written before its loser was reached.
           SELECT NEW-MASTER-IO-FILE
               ASSIGN TO 'CUSTFILN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NIO-CUST-ID
               FILE STATUS IS WS-NIO-STATUS.
           SELECT MAINT-LOG-FILE
               ASSIGN TO 'CUSTMLOG'
               ORGANIZATION IS SEQUENTIAL
                                  ==CUST-BRANCH==      BY
                                      ==RIO-BRANCH==
                                  ==CUST-CYCLE==       BY
                                      ==RIO-CYCLE==
                                  ==CUST-STATUS==      BY
                                      ==RIO-STATUS==
                                  ==CUST-STMT-DATE==   BY
                                      ==RIO-STMT-DATE==
                                  ==CUST-DUE-DATE==    BY
                                      ==RIO-DUE-DATE==
                                  ==CUST-MIN-DUE==     BY
                                      ==RIO-MIN-DUE==
                                  ==CUST-PRV-STMT-DATE== BY
                                      ==RIO-PRV-STMT-DATE==
                                  ==CUST-PRV-DUE-DATE== BY
                                      ==RIO-PRV-DUE-DATE==
                                  ==CUST-PRV-MIN-DUE== BY
                                      ==RIO-PRV-MIN-DUE==
                                  ==CUST-AGED-DUE-DATE== BY
                                      ==RIO-AGED-DUE-DATE==
                                  ==CUST-PAST-DUE==    BY
                                      ==RIO-PAST-DUE==
                                  ==CUST-DLQ-STAGE==   BY
                                      ==RIO-DLQ-STAGE==.

       FD  TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  NEW-MASTER-RECORD.
           05  NM-CUST-ID          PIC X(6).
           05  FILLER              PIC X(183).

       FD  NEW-MASTER-IO-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-MASTER-IO-RECORD.
           05  NIO-CUST-ID         PIC X(6).
           05  FILLER              PIC X(183).

       FD  MAINT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-IO-STATUS           PIC X(2).
       01  WS-TR-STATUS           PIC X(2).
       01  WS-NM-STATUS           PIC X(2).
       01  WS-NIO-STATUS          PIC X(2).
       01  WS-RC-STATUS           PIC X(2).
       01  WS-EOF-MASTER          PIC X VALUE 'N'.
           88  EOF-MASTER         VALUE 'Y'.
                              ==CUST-CREDIT-LIMIT== BY
                                  ==WSO-CRLIMIT==
                              ==CUST-BRANCH==      BY ==WSO-BRANCH==
                              ==CUST-CYCLE==       BY ==WSO-CYCLE==
                              ==CUST-STATUS==      BY ==WSO-STATUS==
                              ==CUST-STMT-DATE==   BY ==WSO-STMT-DATE==
                              ==CUST-DUE-DATE==    BY ==WSO-DUE-DATE==
                              ==CUST-MIN-DUE==     BY ==WSO-MIN-DUE==
                              ==CUST-PRV-STMT-DATE== BY
                                  ==WSO-PRV-STMT-DATE==
                              ==CUST-PRV-DUE-DATE== BY
                                  ==WSO-PRV-DUE-DATE==
                              ==CUST-PRV-MIN-DUE== BY
                                  ==WSO-PRV-MIN-DUE==
                              ==CUST-AGED-DUE-DATE== BY
                                  ==WSO-AGED-DUE-DATE==
                              ==CUST-PAST-DUE==    BY ==WSO-PAST-DUE==
                              ==CUST-DLQ-STAGE==   BY ==WSO-DLQ-STAGE==.

       01  WS-COUNTERS.
           05  WS-TRANS-CTR       PIC 9(6) VALUE ZERO.
           05  WS-PAYMENT-CTR     PIC 9(6) VALUE ZERO.
           05  WS-CHARGE-CTR      PIC 9(6) VALUE ZERO.
           05  WS-ADJUST-CTR      PIC 9(6) VALUE ZERO.
           05  WS-MERGE-CTR       PIC 9(6) VALUE ZERO.
           05  WS-MERGE-REV-CTR   PIC 9(6) VALUE ZERO.

       01  WS-DELETE-FLAG         PIC X(1) VALUE 'N'.
           88  WS-MASTER-DELETED  VALUE 'Y'.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WL-ACTION          PIC X(9).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WL-MESSAGE         PIC X(50).

       01  WS-LOG-MONEY-DETAIL.
           05  WM-CUSTID          PIC X(6).
       01  WS-MONEY-LOGGED        PIC X(1) VALUE 'N'.
           88  WS-MONEY-LINE-DONE VALUE 'Y'.
       01  WS-APPLIED-AMOUNT      PIC S9(9)V99 VALUE ZERO.
       01  WS-BEFORE-IMAGE        PIC X(189) VALUE SPACES.
       01  WS-AFTER-IMAGE         PIC X(189) VALUE SPACES.

       COPY CUSTRUN.

       01  WS-CHANGED-FIELDS      PIC X(50) VALUE SPACES.
       01  WS-CHG-PTR             PIC 9(2)  VALUE 1.

      * Merges whose losing half has been applied, held until the
      * pass ends and the surviving half can be posted wherever the
      * survivor sits on the master.  The loser's terms are kept so
      * the merge can be put back if the survivor is gone by then.
       01  WS-MRG-MAX             PIC 9(4) VALUE 500.
       01  WS-MRG-CTR             PIC 9(4) VALUE ZERO.
       01  WS-MRG-TABLE.
           05  WS-MRG-ENTRY      OCCURS 500 TIMES
                                  INDEXED BY WS-MRG-IDX.
               10  WS-MT-LOSER    PIC X(6).
               10  WS-MT-SURVIVOR PIC X(6).
               10  WS-MT-AMOUNT   PIC S9(7)V99.
               10  WS-MT-STATUS   PIC X(1).
               10  WS-MT-MIN-DUE  PIC 9(7)V99.
               10  WS-MT-PAST-DUE PIC 9(7)V99.
               10  WS-MT-STAGE    PIC 9(1).
               10  WS-MT-TRANS    PIC X(139).
       01  WS-MRG-KEY             PIC X(6) VALUE SPACES.
       01  WS-MRG-FOUND-FLAG      PIC X(1) VALUE 'N'.
           88  WS-MRG-FOUND       VALUE 'Y'.
       01  WS-MRG-CHAIN-FLAG      PIC X(1) VALUE 'N'.
           88  WS-MRG-CHAINED     VALUE 'Y'.
       01  WS-NM-REOPEN-FLAG      PIC X(1) VALUE 'N'.
           88  WS-NM-REOPENED     VALUE 'Y'.

       01  WS-JRN-CTR             PIC 9(9)     VALUE ZERO.
       01  WS-JRN-HASH            PIC S9(9)V99 VALUE ZERO.

               PERFORM 0400-PROCESS-MERGE
                   UNTIL EOF-MASTER AND EOF-TRANS
           END-IF
           PERFORM 0600-APPLY-MERGE-ARRIVALS
           PERFORM 0900-CLOSE-ROUTINE
           STOP RUN.

                   MOVE TR-CUST-CRLIMIT TO WSO-CRLIMIT
                   MOVE TR-CUST-BRANCH  TO WSO-BRANCH
                   MOVE TR-CUST-CYCLE   TO WSO-CYCLE
                   IF TR-CUST-STATUS = SPACES
                       MOVE 'O'            TO WSO-STATUS
                   ELSE
                       MOVE TR-CUST-STATUS TO WSO-STATUS
                   END-IF
                   PERFORM 0514-CLEAR-BILLING-TERMS
                   MOVE 'Y' TO WS-ADDED-FLAG
                   ADD 1 TO WS-ADD-CTR
                   MOVE TR-CUST-BALANCE TO WS-APPLIED-AMOUNT
                   MOVE 'DELETED  '     TO WL-ACTION
                   MOVE 'record removed from master'
                       TO WL-MESSAGE
               WHEN TR-ACTION-MERGE
                   ADD 1 TO WS-REJECT-CTR
                   MOVE 'REJECTED '     TO WL-ACTION
                   MOVE 'merge rejected - account added this run'
                       TO WL-MESSAGE
               WHEN OTHER
                   ADD 1 TO WS-REJECT-CTR
                   MOVE 'REJECTED '     TO WL-ACTION
           END-IF
           PERFORM 0350-READ-TRANS.

       0514-CLEAR-BILLING-TERMS.
      * A new account has not been statemented yet: no terms, current.
           MOVE SPACES TO WSO-STMT-DATE
                          WSO-DUE-DATE
                          WSO-PRV-STMT-DATE
                          WSO-PRV-DUE-DATE
                          WSO-AGED-DUE-DATE
           MOVE ZERO   TO WSO-MIN-DUE
                          WSO-PRV-MIN-DUE
                          WSO-PAST-DUE
                          WSO-DLQ-STAGE.

       0515-APPLY-CHANGE-FIELDS.
      * A change transaction supplies only the fields it means to
      * replace; a field left blank keeps the master value.  The log
                   INTO WS-CHANGED-FIELDS
                   WITH POINTER WS-CHG-PTR
           END-IF
           IF TR-CUST-STATUS NOT = SPACES
               MOVE TR-CUST-STATUS TO WSO-STATUS
               STRING 'STS ' DELIMITED BY SIZE
                   INTO WS-CHANGED-FIELDS
                   WITH POINTER WS-CHG-PTR
           END-IF
           IF WS-CHG-PTR = 10
               MOVE 'changed: no fields supplied'
                   TO WS-CHANGED-FIELDS
           MOVE TR-ACTION         TO APL-ACTION
           MOVE TR-CUST-ID        TO APL-CUST-ID
           MOVE WS-APPLIED-AMOUNT TO APL-NET-AMOUNT
           MOVE TR-SOURCE         TO APL-SOURCE
           IF TR-ACTION-MERGE
               MOVE TR-MRG-SIDE   TO APL-MERGE-SIDE
           ELSE
               MOVE SPACES        TO APL-MERGE-SIDE
           END-IF
           WRITE APPLIED-RECORD
           PERFORM 0492-WRITE-JOURNAL-DETAIL.

               MOVE 'DR' TO JRN-DRCR
               MOVE WS-APPLIED-AMOUNT TO JRN-AMOUNT
           END-IF
           IF TR-ACTION-MERGE
               MOVE 'M'            TO JRN-ENTRY-TYPE
               MOVE TR-MRG-LINK-ID TO JRN-LINK-CUST-ID
           END-IF
           ADD 1                 TO WS-JRN-CTR
           ADD WS-APPLIED-AMOUNT TO WS-JRN-HASH
           WRITE JOURNAL-RECORD.

       0494-WRITE-JOURNAL-TRAILER.
           MOVE SPACES              TO JOURNAL-RECORD
           MOVE 'T'                 TO JRN-RECORD-TYPE
           MOVE WS-CURR-DATE        TO JRN-RUN-DATE
           MOVE RC-MAINT-RUN-NUMBER TO JRN-RUN-NUMBER
           MOVE TRANS-RECORD    TO HST-TRANS-IMAGE
           MOVE WS-BEFORE-IMAGE TO HST-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE  TO HST-AFTER-IMAGE
           MOVE TR-SOURCE       TO HST-SOURCE
           IF TR-ACTION-MERGE
               MOVE TR-MRG-LINK-ID TO HST-LINK-CUST-ID
           ELSE
               MOVE SPACES         TO HST-LINK-CUST-ID
           END-IF
           WRITE HISTORY-RECORD.

       0520-APPLY-MONETARY-TRANS.
           WRITE LOG-LINE FROM WS-LOG-MONEY-DETAIL
           MOVE 'Y' TO WS-MONEY-LOGGED.

       0525-APPLY-MERGE-OUT.
      * The losing account's whole balance leaves it here and the
      * account is closed.  The surviving half is posted after the
      * pass (0600-APPLY-MERGE-ARRIVALS), since the survivor may sort
      * ahead of the loser and already be written.  A merge chained
      * to another in the same run - its survivor merging away, or
      * its loser having just received a merge - is refused before
      * anything moves, so no balance is left on a closed account.
           PERFORM 0527-CHECK-MERGE-CHAIN
           EVALUATE TRUE
               WHEN WS-MRG-CTR NOT < WS-MRG-MAX
                   ADD 1 TO WS-REJECT-CTR
                   MOVE 'REJECTED '     TO WL-ACTION
                   MOVE 'merge rejected - too many merges this run'
                       TO WL-MESSAGE
               WHEN WS-MRG-CHAINED
                   ADD 1 TO WS-REJECT-CTR
                   MOVE 'REJECTED '     TO WL-ACTION
                   MOVE 'merge rejected - chained to another merge'
                       TO WL-MESSAGE
               WHEN OTHER
                   MOVE 'O' TO TR-MRG-SIDE
                   MOVE WS-OUT-RECORD TO WS-BEFORE-IMAGE
                   ADD 1 TO WS-MRG-CTR
                   SET WS-MRG-IDX TO WS-MRG-CTR
                   MOVE TR-CUST-ID     TO WS-MT-LOSER(WS-MRG-IDX)
                   MOVE TR-MRG-LINK-ID TO WS-MT-SURVIVOR(WS-MRG-IDX)
                   MOVE WSO-BALANCE    TO WS-MT-AMOUNT(WS-MRG-IDX)
                   MOVE WSO-STATUS     TO WS-MT-STATUS(WS-MRG-IDX)
                   MOVE WSO-MIN-DUE    TO WS-MT-MIN-DUE(WS-MRG-IDX)
                   MOVE WSO-PAST-DUE   TO WS-MT-PAST-DUE(WS-MRG-IDX)
                   MOVE WSO-DLQ-STAGE  TO WS-MT-STAGE(WS-MRG-IDX)
                   MOVE TRANS-RECORD   TO WS-MT-TRANS(WS-MRG-IDX)
                   COMPUTE WS-APPLIED-AMOUNT = ZERO - WSO-BALANCE
                   MOVE ZERO TO WSO-BALANCE
                                WSO-MIN-DUE
                                WSO-PAST-DUE
                                WSO-DLQ-STAGE
                   MOVE 'C'  TO WSO-STATUS
                   PERFORM 0490-WRITE-APPLIED
                   MOVE WS-OUT-RECORD TO WS-AFTER-IMAGE
                   PERFORM 0495-WRITE-HISTORY
                   MOVE 'Y' TO WS-GROUP-MODIFIED
                   ADD 1 TO WS-MERGE-CTR
                   MOVE SPACES TO WM-MESSAGE
                   STRING 'moved to survivor ' DELIMITED BY SIZE
                          TR-MRG-LINK-ID       DELIMITED BY SIZE
                       INTO WM-MESSAGE
                   MOVE 'MERGED   '             TO WM-ACTION
                   MOVE TR-CUST-ID              TO WM-CUSTID
                   MOVE WS-MT-AMOUNT(WS-MRG-IDX) TO WM-AMOUNT
                   MOVE WSO-BALANCE             TO WM-BALANCE
                   WRITE LOG-LINE FROM WS-LOG-MONEY-DETAIL
                   MOVE 'Y' TO WS-MONEY-LOGGED
           END-EVALUATE.

       0527-CHECK-MERGE-CHAIN.
           MOVE 'N' TO WS-MRG-CHAIN-FLAG
           PERFORM 0528-CHECK-ONE-MERGE
               VARYING WS-MRG-IDX FROM 1 BY 1
               UNTIL WS-MRG-IDX > WS-MRG-CTR OR WS-MRG-CHAINED.

       0528-CHECK-ONE-MERGE.
           IF WS-MT-LOSER(WS-MRG-IDX) = TR-MRG-LINK-ID
               OR WS-MT-SURVIVOR(WS-MRG-IDX) = TR-CUST-ID
               MOVE 'Y' TO WS-MRG-CHAIN-FLAG
           END-IF.

       0540-WRITE-NEW-RECORD.
           IF WS-WAS-ADDED AND NOT WS-MASTER-DELETED
               WRITE NEW-MASTER-RECORD FROM WS-OUT-RECORD
           ADD 1 TO WS-CARRY-CTR.

       0510-INIT-CURRENT-MASTER.
      * The whole record is carried so the billing terms and
      * delinquency fields the statement and month-end runs keep on
      * the master pass through maintenance untouched.
           MOVE CUSTOMER-RECORD TO WS-OUT-RECORD
           MOVE 'N' TO WS-DELETE-FLAG
           MOVE 'N' TO WS-GROUP-MODIFIED.

                       TO WL-MESSAGE
               WHEN TR-ACTION-MONETARY
                   PERFORM 0520-APPLY-MONETARY-TRANS
               WHEN TR-ACTION-MERGE
                   PERFORM 0525-APPLY-MERGE-OUT
               WHEN TR-ACTION-CHANGE
                   MOVE WS-OUT-RECORD TO WS-BEFORE-IMAGE
                   PERFORM 0515-APPLY-CHANGE-FIELDS
       0480-WRITE-LOG-LINE.
           WRITE LOG-LINE FROM WS-LOG-DETAIL.

       0600-APPLY-MERGE-ARRIVALS.
      * Posts the surviving half of each merge taken in the pass.  The
      * full-copy path reopens the new master it has just written for
      * random update; the in-place path already has the master open.
           IF WS-MRG-CTR > ZERO
               AND NOT WS-DUPLICATE-RUN AND NOT WS-NM-WRITE-FAILED
               IF WS-FULL-COPY-MODE
                   CLOSE NEW-MASTER-FILE
                   IF WS-NM-STATUS NOT = '00'
                       DISPLAY 'Error closing new master. Status: '
                           WS-NM-STATUS
                       PERFORM 0645-STOP-MERGE-POSTING
                   ELSE
                       OPEN I-O NEW-MASTER-IO-FILE
                       MOVE 'Y' TO WS-NM-REOPEN-FLAG
                       IF WS-NIO-STATUS NOT = '00'
                           DISPLAY 'Error reopening new master.'
                               ' Status: ' WS-NIO-STATUS
                           PERFORM 0645-STOP-MERGE-POSTING
                       END-IF
                   END-IF
               END-IF
               PERFORM 0610-APPLY-ONE-ARRIVAL
                   VARYING WS-MRG-IDX FROM 1 BY 1
                   UNTIL WS-MRG-IDX > WS-MRG-CTR
                      OR WS-NM-WRITE-FAILED
           END-IF.

       0610-APPLY-ONE-ARRIVAL.
      * The survivor's record carries the same transaction image with
      * the two accounts swapped, so its history and journal entries
      * name the loser and the pair can be matched from either side.
           MOVE WS-MT-TRANS(WS-MRG-IDX)    TO TRANS-RECORD
           MOVE 'I'                        TO TR-MRG-SIDE
           MOVE WS-MT-SURVIVOR(WS-MRG-IDX) TO WS-MRG-KEY
           PERFORM 0620-READ-MASTER-RANDOM
           IF WS-MRG-FOUND
               MOVE WS-MT-SURVIVOR(WS-MRG-IDX) TO TR-CUST-ID
               MOVE WS-MT-LOSER(WS-MRG-IDX)    TO TR-MRG-LINK-ID
               MOVE WS-OUT-RECORD TO WS-BEFORE-IMAGE
               ADD WS-MT-AMOUNT(WS-MRG-IDX) TO WSO-BALANCE
               MOVE WS-MT-AMOUNT(WS-MRG-IDX) TO WS-APPLIED-AMOUNT
               PERFORM 0490-WRITE-APPLIED
               MOVE WS-OUT-RECORD TO WS-AFTER-IMAGE
               PERFORM 0495-WRITE-HISTORY
               PERFORM 0630-REWRITE-MASTER-RANDOM
               MOVE SPACES TO WM-MESSAGE
               STRING 'moved from merged '      DELIMITED BY SIZE
                      WS-MT-LOSER(WS-MRG-IDX)   DELIMITED BY SIZE
                   INTO WM-MESSAGE
               MOVE 'MERGED   ' TO WM-ACTION
           ELSE
               PERFORM 0615-PUT-MERGE-BACK
           END-IF
           MOVE TR-CUST-ID               TO WM-CUSTID
           MOVE WS-MT-AMOUNT(WS-MRG-IDX) TO WM-AMOUNT
           MOVE WSO-BALANCE              TO WM-BALANCE
           WRITE LOG-LINE FROM WS-LOG-MONEY-DETAIL.

       0615-PUT-MERGE-BACK.
      * The survivor was deleted later in the same run, so the balance
      * goes back onto the loser with its status and terms, as the
      * second half of the pair.  With the loser gone as well there is
      * nowhere to post and the run is stopped for a rerun.
           MOVE WS-MT-LOSER(WS-MRG-IDX) TO WS-MRG-KEY
           PERFORM 0620-READ-MASTER-RANDOM
           IF WS-MRG-FOUND
               MOVE WS-OUT-RECORD TO WS-BEFORE-IMAGE
               ADD WS-MT-AMOUNT(WS-MRG-IDX)   TO WSO-BALANCE
               MOVE WS-MT-STATUS(WS-MRG-IDX)   TO WSO-STATUS
               MOVE WS-MT-MIN-DUE(WS-MRG-IDX)  TO WSO-MIN-DUE
               MOVE WS-MT-PAST-DUE(WS-MRG-IDX) TO WSO-PAST-DUE
               MOVE WS-MT-STAGE(WS-MRG-IDX)    TO WSO-DLQ-STAGE
               MOVE WS-MT-AMOUNT(WS-MRG-IDX)   TO WS-APPLIED-AMOUNT
               PERFORM 0490-WRITE-APPLIED
               MOVE WS-OUT-RECORD TO WS-AFTER-IMAGE
               PERFORM 0495-WRITE-HISTORY
               PERFORM 0630-REWRITE-MASTER-RANDOM
               ADD 1 TO WS-MERGE-REV-CTR
               MOVE 'REVERSED '                TO WM-ACTION
               MOVE 'survivor gone - put back' TO WM-MESSAGE
           ELSE
               DISPLAY 'Merge of ' WS-MT-LOSER(WS-MRG-IDX) ' into '
                   WS-MT-SURVIVOR(WS-MRG-IDX)
                   ' - neither account left on master'
               PERFORM 0645-STOP-MERGE-POSTING
               MOVE 'STOPPED  '                TO WM-ACTION
               MOVE 'neither account on master' TO WM-MESSAGE
           END-IF.

       0620-READ-MASTER-RANDOM.
           MOVE 'N' TO WS-MRG-FOUND-FLAG
           IF WS-INPLACE-MODE
               MOVE WS-MRG-KEY TO RIO-ID
               READ MASTER-IO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MASTER-IO-RECORD TO WS-OUT-RECORD
                       MOVE 'Y' TO WS-MRG-FOUND-FLAG
               END-READ
           ELSE
               MOVE WS-MRG-KEY TO NIO-CUST-ID
               READ NEW-MASTER-IO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NEW-MASTER-IO-RECORD TO WS-OUT-RECORD
                       MOVE 'Y' TO WS-MRG-FOUND-FLAG
               END-READ
           END-IF.

       0630-REWRITE-MASTER-RANDOM.
           IF WS-INPLACE-MODE
               MOVE WS-OUT-RECORD TO MASTER-IO-RECORD
               REWRITE MASTER-IO-RECORD
               PERFORM 0467-CHECK-IO-RESULT
           ELSE
               REWRITE NEW-MASTER-IO-RECORD FROM WS-OUT-RECORD
               IF WS-NIO-STATUS NOT = '00'
                   DISPLAY 'Error rewriting new master. Status: '
                       WS-NIO-STATUS ' key: ' NIO-CUST-ID
                   PERFORM 0645-STOP-MERGE-POSTING
               END-IF
           END-IF.

       0645-STOP-MERGE-POSTING.
           MOVE 'RUN STOPPED - MERGE POSTING FAILED' TO LOG-LINE
           WRITE LOG-LINE
           MOVE 'Y' TO WS-WRITE-FAILED
           MOVE 12  TO RETURN-CODE.

       0900-CLOSE-ROUTINE.
           WRITE LOG-LINE FROM SPACES
           MOVE 'Transactions Read:     ' TO LOG-LINE
           MOVE 'Adjustments Applied:   ' TO LOG-LINE
           MOVE WS-ADJUST-CTR TO LOG-LINE(25:6)
           WRITE LOG-LINE
           MOVE 'Merges Applied:        ' TO LOG-LINE
           MOVE WS-MERGE-CTR TO LOG-LINE(25:6)
           WRITE LOG-LINE
           MOVE 'Merges Put Back:       ' TO LOG-LINE
           MOVE WS-MERGE-REV-CTR TO LOG-LINE(25:6)
           WRITE LOG-LINE
           MOVE 'Transactions Rejected: ' TO LOG-LINE
           MOVE WS-REJECT-CTR TO LOG-LINE(25:6)
           WRITE LOG-LINE
               CLOSE MASTER-IO-FILE
           ELSE
               CLOSE OLD-MASTER-FILE
               IF WS-NM-REOPENED
                   CLOSE NEW-MASTER-IO-FILE
               ELSE
                   CLOSE NEW-MASTER-FILE
               END-IF
           END-IF
           CLOSE TRANS-FILE
                 MAINT-LOG-FILE
