                                  ==CUST-BRANCH==      BY
                                      ==NCUST-BRANCH==
                                  ==CUST-CYCLE==       BY
                                      ==NCUST-CYCLE==
                                  ==CUST-STATUS==      BY
                                      ==NCUST-STATUS==
                                  ==CUST-STMT-DATE==   BY
                                      ==NCUST-STMT-DATE==
                                  ==CUST-DUE-DATE==    BY
                                      ==NCUST-DUE-DATE==
                                  ==CUST-MIN-DUE==     BY
                                      ==NCUST-MIN-DUE==
                                  ==CUST-PRV-STMT-DATE== BY
                                      ==NCUST-PRV-STMT-DATE==
                                  ==CUST-PRV-DUE-DATE== BY
                                      ==NCUST-PRV-DUE-DATE==
                                  ==CUST-PRV-MIN-DUE== BY
                                      ==NCUST-PRV-MIN-DUE==
                                  ==CUST-AGED-DUE-DATE== BY
                                      ==NCUST-AGED-DUE-DATE==
                                  ==CUST-PAST-DUE==    BY
                                      ==NCUST-PAST-DUE==
                                  ==CUST-DLQ-STAGE==   BY
                                      ==NCUST-DLQ-STAGE==.

       FD  RECON-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
           05  WS-ADD-CTR         PIC 9(6) VALUE ZERO.
           05  WS-DELETE-CTR      PIC 9(6) VALUE ZERO.
           05  WS-APPLIED-CTR     PIC 9(6) VALUE ZERO.
           05  WS-MRG-OUT-CTR     PIC 9(6) VALUE ZERO.
           05  WS-MRG-IN-CTR      PIC 9(6) VALUE ZERO.

       01  WS-OLD-TOTAL           PIC S9(9)V99 VALUE ZERO.
       01  WS-NEW-TOTAL           PIC S9(9)V99 VALUE ZERO.
       01  WS-NET-EFFECT          PIC S9(9)V99 VALUE ZERO.
       01  WS-EXPECTED-CTR        PIC S9(7)    VALUE ZERO.
       01  WS-EXPECTED-TOTAL      PIC S9(9)V99 VALUE ZERO.
       01  WS-MRG-OUT-TOTAL       PIC S9(9)V99 VALUE ZERO.
       01  WS-MRG-IN-TOTAL        PIC S9(9)V99 VALUE ZERO.

       01  WS-COUNT-BREAK-FLAG    PIC X(1) VALUE 'N'.
           88  WS-COUNT-BREAK     VALUE 'Y'.
       01  WS-AMOUNT-BREAK-FLAG   PIC X(1) VALUE 'N'.
           88  WS-AMOUNT-BREAK    VALUE 'Y'.
       01  WS-MERGE-BREAK-FLAG    PIC X(1) VALUE 'N'.
           88  WS-MERGE-BREAK     VALUE 'Y'.

       01  WS-HEADING-1.
           05  FILLER            PIC X(20) VALUE 'Customer Recon      '.
                   IF APL-ACTION = 'D'
                       ADD 1 TO WS-DELETE-CTR
                   END-IF
                   IF APL-MERGE-OUT
                       ADD 1 TO WS-MRG-OUT-CTR
                       ADD APL-NET-AMOUNT TO WS-MRG-OUT-TOTAL
                   END-IF
                   IF APL-MERGE-IN
                       ADD 1 TO WS-MRG-IN-CTR
                       ADD APL-NET-AMOUNT TO WS-MRG-IN-TOTAL
                   END-IF
           END-READ.

       0380-READ-NEW-MASTER.
           COMPUTE WS-EXPECTED-TOTAL = WS-OLD-TOTAL + WS-NET-EFFECT
           IF WS-EXPECTED-TOTAL NOT = WS-NEW-TOTAL
               MOVE 'Y' TO WS-AMOUNT-BREAK-FLAG
           END-IF
      * Every balance a merge took off a losing account must have
      * arrived on another account in the same run, one for one.
           IF WS-MRG-OUT-CTR NOT = WS-MRG-IN-CTR
               OR WS-MRG-OUT-TOTAL + WS-MRG-IN-TOTAL NOT = ZERO
               MOVE 'Y' TO WS-MERGE-BREAK-FLAG
           END-IF.

       0500-WRITE-RECON-REPORT.
           ELSE
               MOVE 'IN BALANCE'              TO WS-RL-MESSAGE
           END-IF
           WRITE REPORT-LINE FROM WS-RESULT-LINE
           WRITE REPORT-LINE FROM SPACES
           MOVE 'Merges - Balances Out:    ' TO WS-CL-LABEL
           MOVE WS-MRG-OUT-CTR               TO WS-CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'Merges - Balances In:     ' TO WS-CL-LABEL
           MOVE WS-MRG-IN-CTR                TO WS-CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'Merged Out Amount:        ' TO WS-AL-LABEL
           MOVE WS-MRG-OUT-TOTAL             TO WS-AL-AMOUNT
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE 'Merged In Amount:         ' TO WS-AL-LABEL
           MOVE WS-MRG-IN-TOTAL              TO WS-AL-AMOUNT
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE 'Merge Pairs:              ' TO WS-RL-LABEL
           IF WS-MERGE-BREAK
               MOVE 'NOT MATCHED - REVIEW'    TO WS-RL-MESSAGE
           ELSE
               MOVE 'MATCHED'                 TO WS-RL-MESSAGE
           END-IF
           WRITE REPORT-LINE FROM WS-RESULT-LINE.

       0600-UPDATE-CONTROL-TOTAL.
      * code before the new master is promoted.
           WRITE REPORT-LINE FROM SPACES
           MOVE 'Control Total:            ' TO WS-RL-LABEL
           IF WS-COUNT-BREAK OR WS-AMOUNT-BREAK OR WS-MERGE-BREAK
               MOVE 'NOT WRITTEN - RUN OUT OF BALANCE'
                   TO WS-RL-MESSAGE
           ELSE
                 APPLIED-FILE
                 NEW-MASTER-FILE
                 RECON-REPORT-FILE
           IF WS-COUNT-BREAK OR WS-AMOUNT-BREAK OR WS-MERGE-BREAK
               MOVE 8 TO RETURN-CODE
           END-IF.
