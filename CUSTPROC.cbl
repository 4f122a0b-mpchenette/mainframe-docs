           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-AL-TOTAL        PIC $$$$,$$$,$$9.99.

      * Every account counted and its balance totalled by account
      * status; the sixth slot catches a status code that is not one
      * of the five the maintenance run accepts.
       01  WS-STAT-IDX            PIC 9(1) VALUE ZERO.
       01  WS-STAT-BUCKETS.
           05  WS-STAT-BUCKET     OCCURS 6 TIMES.
               10  WS-STAT-LABEL  PIC X(20).
               10  WS-STAT-CTR    PIC 9(6)     VALUE ZERO.
               10  WS-STAT-TOTAL  PIC S9(9)V99 VALUE ZERO.
       01  WS-STAT-LABELS-INIT.
           05  FILLER             PIC X(20) VALUE 'Open'.
           05  FILLER             PIC X(20) VALUE 'Credit Hold'.
           05  FILLER             PIC X(20) VALUE 'Closed'.
           05  FILLER             PIC X(20) VALUE 'Collections'.
           05  FILLER             PIC X(20) VALUE 'Bankrupt'.
           05  FILLER             PIC X(20) VALUE 'Status Not Valid'.
       01  WS-STAT-LABELS-TABLE REDEFINES WS-STAT-LABELS-INIT.
           05  WS-STAT-LABEL-INIT PIC X(20) OCCURS 6 TIMES.

       01  WS-STAT-LINE.
           05  WS-STL-LABEL        PIC X(22).
           05  WS-STL-CTR          PIC ZZZ,ZZ9.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-STL-TOTAL        PIC $$$$,$$$,$$9.99-.

       01  WS-PARM-AREA           PIC X(80) VALUE SPACES.
       01  WS-RUN-MODE            PIC X(1)  VALUE 'D'.
           88  WS-MODE-DETAIL     VALUE 'D'.
               OPEN OUTPUT CHECKPOINT-FILE
           END-IF
           PERFORM 0210-INIT-AGE-BUCKETS
           PERFORM 0230-INIT-STAT-BUCKETS
           IF WS-RESTART-MODE
               IF WS-MODE-DETAIL AND WS-SORT-ACTIVE
                   PERFORM 0250-WRITE-HEADERS
           MOVE WS-AGE-LABEL-INIT(WS-AGE-IDX)
               TO WS-AGE-LABEL(WS-AGE-IDX).

       0230-INIT-STAT-BUCKETS.
           PERFORM 0235-INIT-ONE-STAT
               VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX > 6.

       0235-INIT-ONE-STAT.
           MOVE WS-STAT-LABEL-INIT(WS-STAT-IDX)
               TO WS-STAT-LABEL(WS-STAT-IDX).

       0250-WRITE-HEADERS.
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-CURR-DATE
           WRITE REPORT-LINE FROM WS-HEADING-1
           WRITE CHECKPOINT-RECORD.
      
       0400-VALIDATE-RECORD.
           PERFORM 0450-COUNT-STATUS
           EVALUATE TRUE
               WHEN CUST-BALANCE > 0
                   ADD 1 TO WS-VALID-CTR
           ADD 1            TO WS-AGE-CTR(WS-AGE-IDX)
           ADD CUST-BALANCE TO WS-AGE-TOTAL(WS-AGE-IDX).

       0450-COUNT-STATUS.
           EVALUATE TRUE
               WHEN CUST-STAT-OPEN
                   MOVE 1 TO WS-STAT-IDX
               WHEN CUST-STAT-HOLD
                   MOVE 2 TO WS-STAT-IDX
               WHEN CUST-STAT-CLOSED
                   MOVE 3 TO WS-STAT-IDX
               WHEN CUST-STAT-COLLECT
                   MOVE 4 TO WS-STAT-IDX
               WHEN CUST-STAT-BANKRUPT
                   MOVE 5 TO WS-STAT-IDX
               WHEN OTHER
                   MOVE 6 TO WS-STAT-IDX
           END-EVALUATE
           ADD 1            TO WS-STAT-CTR(WS-STAT-IDX)
           ADD CUST-BALANCE TO WS-STAT-TOTAL(WS-STAT-IDX).

       0410-CAPTURE-REJECT.
           IF WS-REJECT-CTR < WS-REJECT-MAX
               ADD 1 TO WS-REJECT-CTR
           IF NOT WS-MODE-SUMMARY
               PERFORM 0910-PRINT-EXCEPTIONS
           END-IF
           PERFORM 0950-PRINT-STAT-BUCKETS
           WRITE REPORT-LINE FROM SPACES
           MOVE 'Total Records Read:   ' TO REPORT-LINE
           MOVE WS-READ-CTR TO REPORT-LINE(25:6)
           MOVE WS-AGE-CTR(WS-AGE-IDX)   TO WS-AL-CTR
           MOVE WS-AGE-TOTAL(WS-AGE-IDX) TO WS-AL-TOTAL
           WRITE REPORT-LINE FROM WS-AGE-LINE.

       0950-PRINT-STAT-BUCKETS.
           WRITE REPORT-LINE FROM SPACES
           MOVE 'STATUS SUMMARY - ALL ACCOUNTS' TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SPACES
           PERFORM 0960-PRINT-ONE-STAT
               VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX > 6.

       0960-PRINT-ONE-STAT.
           MOVE WS-STAT-LABEL(WS-STAT-IDX) TO WS-STL-LABEL
           MOVE WS-STAT-CTR(WS-STAT-IDX)   TO WS-STL-CTR
           MOVE WS-STAT-TOTAL(WS-STAT-IDX) TO WS-STL-TOTAL
           WRITE REPORT-LINE FROM WS-STAT-LINE.
