       01  WS-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-FILE        VALUE 'Y'.

       COPY CUSTTRN.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD== BY ==WS-BEF-RECORD==
                              ==CUST-ID==          BY ==BEF-ID==
                              ==CUST-NAME==        BY ==BEF-NAME==
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

       01  WS-COUNTERS.
           05  WS-READ-CTR        PIC 9(6) VALUE ZERO.
       01  WS-ALL-FLAG            PIC X(1)  VALUE 'Y'.
           88  WS-SELECT-ALL      VALUE 'Y'.

      * Accounts whose history is reported for a one-customer run: the
      * customer asked for and every account merged into it or it
      * into, however many merges back, found by rereading the
      * history until a pass turns up no new link.
       01  WS-LINK-MAX            PIC 9(2) VALUE 50.
       01  WS-LINK-CTR            PIC 9(2) VALUE ZERO.
       01  WS-LINK-TABLE.
           05  WS-LNK-ID          PIC X(6) OCCURS 50 TIMES
                                  INDEXED BY WS-LNK-IDX.
       01  WS-LINK-ARG            PIC X(6) VALUE SPACES.
       01  WS-LINK-FOUND-FLAG     PIC X(1) VALUE 'N'.
           88  WS-LINK-FOUND      VALUE 'Y'.
       01  WS-LINK-ADDED-FLAG     PIC X(1) VALUE 'N'.
           88  WS-LINK-ADDED      VALUE 'Y'.
       01  WS-LINK-FULL-FLAG      PIC X(1) VALUE 'N'.
           88  WS-LINK-TABLE-FULL VALUE 'Y'.
       01  WS-STOPPED-FLAG        PIC X(1) VALUE 'N'.
           88  WS-RUN-STOPPED     VALUE 'Y'.

       01  WS-HEADING-1.
           05  FILLER            PIC X(20) VALUE 'Customer Change Hst '.
           05  FILLER            PIC X(20) VALUE 'Date: '.
           05  WS-CH-CUSTID       PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-CH-ACTION       PIC X(9).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE 'Keyed By: '.
           05  WS-CH-OPERATOR     PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-CH-APPROVED-LBL PIC X(13).
           05  WS-CH-APPROVER     PIC X(8).

       01  WS-MERGE-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(14) VALUE 'Merged With:  '.
           05  WS-ML-LINK-ID      PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-ML-DIRECTION    PIC X(30).

       01  WS-FOLLOW-LINE.
           05  FILLER             PIC X(31)
               VALUE 'Also Reporting Merged Account: '.
           05  WS-FW-ID           PIC X(6).

       01  WS-FIELD-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
                   WS-HS-STATUS
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 0250-WRITE-HEADERS
           IF NOT WS-SELECT-ALL AND NOT END-OF-FILE
               PERFORM 0210-BUILD-MERGE-LINKS
           END-IF.

       0205-PARSE-PARM.
           IF LK-PARM-LEN > 0
               MOVE WS-PARM-AREA(15:8) TO WS-SEL-TO
           END-IF.

       0210-BUILD-MERGE-LINKS.
           MOVE 1         TO WS-LINK-CTR
           MOVE WS-SEL-ID TO WS-LNK-ID(1)
           MOVE 'Y'       TO WS-LINK-ADDED-FLAG
           PERFORM 0215-SCAN-FOR-LINKS
               UNTIL NOT WS-LINK-ADDED OR WS-LINK-TABLE-FULL
           IF WS-RUN-STOPPED
               MOVE 'RUN STOPPED - HISTORY FILE NOT REOPENED'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 0218-LIST-FOLLOWED-ACCOUNT
                   VARYING WS-LNK-IDX FROM 2 BY 1
                   UNTIL WS-LNK-IDX > WS-LINK-CTR
           END-IF
           IF WS-LINK-TABLE-FULL AND NOT WS-RUN-STOPPED
               MOVE 'MERGE CHAIN TOO LONG - HISTORY INCOMPLETE'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-LINK-CTR > 1 OR WS-LINK-TABLE-FULL
               WRITE REPORT-LINE FROM SPACES
           END-IF.

       0215-SCAN-FOR-LINKS.
      * One full pass of the history, then rewound for the next pass
      * or for the report itself.
           MOVE 'N' TO WS-LINK-ADDED-FLAG
      * A history that will not reopen would leave a report that looks
      * complete but holds nothing, so the run stops here instead.
           PERFORM 0220-READ-LINK-RECORD UNTIL END-OF-FILE
           CLOSE HISTORY-FILE
           OPEN INPUT HISTORY-FILE
           IF WS-HS-STATUS NOT = '00'
               DISPLAY 'Error reopening history file. Status: '
                   WS-HS-STATUS ' - run stopped'
               MOVE 'Y' TO WS-STOPPED-FLAG
               MOVE 'N' TO WS-LINK-ADDED-FLAG
               MOVE 16  TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.

       0218-LIST-FOLLOWED-ACCOUNT.
           MOVE WS-LNK-ID(WS-LNK-IDX) TO WS-FW-ID
           WRITE REPORT-LINE FROM WS-FOLLOW-LINE.

       0220-READ-LINK-RECORD.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF HST-ACTION = 'M'
                       PERFORM 0225-NOTE-MERGE-LINK
                   END-IF
           END-READ.

       0225-NOTE-MERGE-LINK.
      * Each merge is on file from both accounts, so following the
      * link out of an account already selected finds every partner.
           MOVE HST-CUST-ID TO WS-LINK-ARG
           PERFORM 0230-FIND-LINK
           IF WS-LINK-FOUND
               MOVE HST-LINK-CUST-ID TO WS-LINK-ARG
               PERFORM 0230-FIND-LINK
               IF NOT WS-LINK-FOUND
                   IF WS-LINK-CTR < WS-LINK-MAX
                       ADD 1 TO WS-LINK-CTR
                       MOVE HST-LINK-CUST-ID TO WS-LNK-ID(WS-LINK-CTR)
                       MOVE 'Y' TO WS-LINK-ADDED-FLAG
                   ELSE
                       MOVE 'Y' TO WS-LINK-FULL-FLAG
                   END-IF
               END-IF
           END-IF.

       0230-FIND-LINK.
           MOVE 'N' TO WS-LINK-FOUND-FLAG
           PERFORM 0235-CHECK-ONE-LINK
               VARYING WS-LNK-IDX FROM 1 BY 1
               UNTIL WS-LNK-IDX > WS-LINK-CTR OR WS-LINK-FOUND.

       0235-CHECK-ONE-LINK.
           IF WS-LNK-ID(WS-LNK-IDX) = WS-LINK-ARG
               MOVE 'Y' TO WS-LINK-FOUND-FLAG
           END-IF.

       0250-WRITE-HEADERS.
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-CURR-DATE
           WRITE REPORT-LINE FROM WS-HEADING-1
           END-READ.

       0400-SELECT-RECORD.
           IF NOT WS-SELECT-ALL
               MOVE HST-CUST-ID TO WS-LINK-ARG
               PERFORM 0230-FIND-LINK
           END-IF
           IF NOT WS-SELECT-ALL AND NOT WS-LINK-FOUND
               CONTINUE
           ELSE
               IF WS-SEL-FROM NOT = SPACES
           MOVE HST-AFTER-IMAGE  TO WS-AFT-RECORD
           MOVE HST-RUN-DATE     TO WS-CH-DATE
           MOVE HST-CUST-ID      TO WS-CH-CUSTID
           MOVE HST-TRANS-IMAGE  TO TRANS-RECORD
           MOVE TR-OPERATOR-ID   TO WS-CH-OPERATOR
           MOVE TR-APPROVER-ID   TO WS-CH-APPROVER
           IF TR-APPROVER-ID = SPACES
               MOVE SPACES           TO WS-CH-APPROVED-LBL
           ELSE
               MOVE 'Approved By: '  TO WS-CH-APPROVED-LBL
           END-IF
           EVALUATE HST-ACTION
               WHEN 'A'
                   MOVE 'ADDED    ' TO WS-CH-ACTION
                   MOVE 'CHARGE   ' TO WS-CH-ACTION
               WHEN 'J'
                   MOVE 'ADJUSTED ' TO WS-CH-ACTION
               WHEN 'M'
                   MOVE 'MERGED   ' TO WS-CH-ACTION
               WHEN OTHER
                   MOVE HST-ACTION  TO WS-CH-ACTION
           END-EVALUATE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-CHANGE-HEADER
           IF HST-ACTION = 'M'
               PERFORM 0505-PRINT-MERGE-LINE
           END-IF
           PERFORM 0510-PRINT-NAME-LINE
           PERFORM 0520-PRINT-ADDRESS-LINE
           PERFORM 0530-PRINT-PHONE-LINE
           PERFORM 0540-PRINT-BALANCE-LINE
           PERFORM 0550-PRINT-CRLIMIT-LINE
           PERFORM 0560-PRINT-BRANCH-LINE
           PERFORM 0570-PRINT-CYCLE-LINE
           PERFORM 0580-PRINT-STATUS-LINE.

       0505-PRINT-MERGE-LINE.
           MOVE HST-LINK-CUST-ID TO WS-ML-LINK-ID
           IF TR-MRG-IN
               MOVE 'balance moved in from account' TO WS-ML-DIRECTION
           ELSE
               MOVE 'balance moved out, closed'     TO WS-ML-DIRECTION
           END-IF
           WRITE REPORT-LINE FROM WS-MERGE-LINE.

       0510-PRINT-NAME-LINE.
           MOVE 'Name:         ' TO WS-FL-LABEL
           MOVE AFT-CYCLE         TO WS-FL-NEW
           PERFORM 0590-WRITE-FIELD-LINE.

       0580-PRINT-STATUS-LINE.
           MOVE 'Status:       ' TO WS-FL-LABEL
           MOVE BEF-STATUS        TO WS-FL-OLD
           MOVE AFT-STATUS        TO WS-FL-NEW
           PERFORM 0590-WRITE-FIELD-LINE.

       0590-WRITE-FIELD-LINE.
           IF WS-FL-OLD = WS-FL-NEW
               MOVE SPACE TO WS-FL-FLAG
