           05  WS-ERR-LIM-CTR     PIC 9(6) VALUE ZERO.
           05  WS-ERR-BRN-CTR     PIC 9(6) VALUE ZERO.
           05  WS-ERR-CYC-CTR     PIC 9(6) VALUE ZERO.
           05  WS-ERR-STS-CTR     PIC 9(6) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER            PIC X(20) VALUE 'Master File Scrub   '.
                   TO WS-EX-MESSAGE
               PERFORM 0700-WRITE-EXCEPTION
           END-IF
           IF NOT CUST-STAT-VALID
               ADD 1 TO WS-ERR-STS-CTR
               MOVE 'STS' TO WS-EX-REASON
               MOVE 'account status code not valid'
                   TO WS-EX-MESSAGE
               PERFORM 0700-WRITE-EXCEPTION
           END-IF
           IF WS-RECORD-BAD
               ADD 1 TO WS-DIRTY-CTR
           ELSE
           MOVE 'Cycle Invalid:         ' TO REPORT-LINE
           MOVE WS-ERR-CYC-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           MOVE 'Status Invalid:        ' TO REPORT-LINE
           MOVE WS-ERR-STS-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SPACES
           MOVE 'Master Verdict:           ' TO WS-RL-LABEL
           EVALUATE TRUE
