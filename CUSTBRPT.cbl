           05  SRT-NAME           PIC X(30).
           05  SRT-BALANCE        PIC S9(7)V99.
           05  SRT-LIMIT          PIC 9(7)V99.
           05  SRT-STATUS         PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC X(2).
           05  WS-CO-BALANCE      PIC S9(9)V99 VALUE ZERO.
           05  WS-CO-OVERLIM      PIC 9(6)     VALUE ZERO.

      * Count and balance by account status, kept for the branch in
      * hand and for the company; slot 6 catches a status code that
      * is not one of the five valid ones.
       01  WS-STAT-IDX            PIC 9(1)     VALUE ZERO.
       01  WS-BRANCH-STATUS.
           05  WS-BR-STAT         OCCURS 6 TIMES.
               10  WS-BRS-CTR     PIC 9(6)     VALUE ZERO.
               10  WS-BRS-BALANCE PIC S9(9)V99 VALUE ZERO.
       01  WS-COMPANY-STATUS.
           05  WS-CO-STAT         OCCURS 6 TIMES.
               10  WS-COS-CTR     PIC 9(6)     VALUE ZERO.
               10  WS-COS-BALANCE PIC S9(9)V99 VALUE ZERO.
       01  WS-STAT-LABELS-INIT.
           05  FILLER             PIC X(24) VALUE '  Open:'.
           05  FILLER             PIC X(24) VALUE '  Credit Hold:'.
           05  FILLER             PIC X(24) VALUE '  Closed:'.
           05  FILLER             PIC X(24) VALUE '  Collections:'.
           05  FILLER             PIC X(24) VALUE '  Bankrupt:'.
           05  FILLER             PIC X(24) VALUE '  Status Not Valid:'.
       01  WS-STAT-LABELS-TABLE REDEFINES WS-STAT-LABELS-INIT.
           05  WS-STAT-LABEL      PIC X(24) OCCURS 6 TIMES.

       01  WS-HEADING-1.
           05  FILLER            PIC X(20) VALUE 'Branch Summary      '.
           05  FILLER            PIC X(20) VALUE 'Date: '.
           05  WS-DL-BALANCE      PIC $Z,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-OVERLIM      PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-STATUS       PIC X(11).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL        PIC X(26).
           05  WS-TL-OVERLIM      PIC ZZZ,ZZ9.
           05  FILLER             PIC X(11) VALUE ' over limit'.

       01  WS-STATUS-LINE.
           05  WS-SL-LABEL        PIC X(26).
           05  WS-SL-COUNT        PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-SL-BALANCE      PIC $$$,$$$,$$9.99-.

       LINKAGE SECTION.
       01  LK-PARM-DATA.
           05  LK-PARM-LEN        PIC S9(4) COMP.
                       MOVE CUST-NAME         TO SRT-NAME
                       MOVE CUST-BALANCE      TO SRT-BALANCE
                       MOVE CUST-CREDIT-LIMIT TO SRT-LIMIT
                       MOVE CUST-STATUS       TO SRT-STATUS
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.
           ELSE
               MOVE SPACES       TO WS-DL-OVERLIM
           END-IF
           PERFORM 0620-COUNT-STATUS
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       0620-COUNT-STATUS.
           EVALUATE SRT-STATUS
               WHEN 'O'
               WHEN SPACE
                   MOVE 1 TO WS-STAT-IDX
                   MOVE SPACES        TO WS-DL-STATUS
               WHEN 'H'
                   MOVE 2 TO WS-STAT-IDX
                   MOVE 'CREDIT HOLD' TO WS-DL-STATUS
               WHEN 'C'
                   MOVE 3 TO WS-STAT-IDX
                   MOVE 'CLOSED'      TO WS-DL-STATUS
               WHEN 'L'
                   MOVE 4 TO WS-STAT-IDX
                   MOVE 'COLLECTIONS' TO WS-DL-STATUS
               WHEN 'B'
                   MOVE 5 TO WS-STAT-IDX
                   MOVE 'BANKRUPT'    TO WS-DL-STATUS
               WHEN OTHER
                   MOVE 6 TO WS-STAT-IDX
                   MOVE 'STATUS ?'    TO WS-DL-STATUS
           END-EVALUATE
           ADD 1           TO WS-BRS-CTR(WS-STAT-IDX)
           ADD 1           TO WS-COS-CTR(WS-STAT-IDX)
           ADD SRT-BALANCE TO WS-BRS-BALANCE(WS-STAT-IDX)
           ADD SRT-BALANCE TO WS-COS-BALANCE(WS-STAT-IDX).

       0650-PRINT-BRANCH-HEADER.
           MOVE SRT-BRANCH TO WS-BH-BRANCH
           WRITE REPORT-LINE FROM SPACES
           MOVE WS-BR-BALANCE TO WS-TL-BALANCE
           MOVE WS-BR-OVERLIM TO WS-TL-OVERLIM
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           PERFORM 0710-PRINT-BRANCH-STATUS
               VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX > 6
           MOVE ZERO TO WS-BR-CTR
           MOVE ZERO TO WS-BR-BALANCE
           MOVE ZERO TO WS-BR-OVERLIM.

       0710-PRINT-BRANCH-STATUS.
      * Only the statuses the branch actually carries are listed.
           IF WS-BRS-CTR(WS-STAT-IDX) > ZERO
               MOVE WS-STAT-LABEL(WS-STAT-IDX)  TO WS-SL-LABEL
               MOVE WS-BRS-CTR(WS-STAT-IDX)     TO WS-SL-COUNT
               MOVE WS-BRS-BALANCE(WS-STAT-IDX) TO WS-SL-BALANCE
               WRITE REPORT-LINE FROM WS-STATUS-LINE
           END-IF
           MOVE ZERO TO WS-BRS-CTR(WS-STAT-IDX)
           MOVE ZERO TO WS-BRS-BALANCE(WS-STAT-IDX).

       0800-PRINT-COMPANY-TOTALS.
           WRITE REPORT-LINE FROM SPACES
           MOVE 'Company Totals:           ' TO WS-TL-LABEL
           MOVE WS-CO-CTR     TO WS-TL-COUNT
           MOVE WS-CO-BALANCE TO WS-TL-BALANCE
           MOVE WS-CO-OVERLIM TO WS-TL-OVERLIM
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           PERFORM 0810-PRINT-COMPANY-STATUS
               VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX > 6.

       0810-PRINT-COMPANY-STATUS.
           MOVE WS-STAT-LABEL(WS-STAT-IDX)  TO WS-SL-LABEL
           MOVE WS-COS-CTR(WS-STAT-IDX)     TO WS-SL-COUNT
           MOVE WS-COS-BALANCE(WS-STAT-IDX) TO WS-SL-BALANCE
           WRITE REPORT-LINE FROM WS-STATUS-LINE.

       0900-CLOSE-ROUTINE.
           CLOSE CUSTOMER-FILE
