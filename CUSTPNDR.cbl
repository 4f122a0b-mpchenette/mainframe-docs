       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPNDR.
       AUTHOR. GITHUB-COPILOT.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Run nightly after CUSTEDIT, against the pending file it has
      * just carried forward (CUSTPENN, once it replaces CUSTPEND).
           SELECT OPTIONAL PENDING-FILE
               ASSIGN TO 'CUSTPEND'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.
           SELECT PENDING-REPORT-FILE
               ASSIGN TO 'CUSTPRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTPND.

       FD  PENDING-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PND-STATUS          PIC X(2).
       01  WS-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-FILE        VALUE 'Y'.

       COPY CUSTTRN.

      * PARM layout: positions 1-2 the days a held transaction may
      * wait for approval, as given to CUSTEDIT (spaces = 5).  An
      * item already that old is flagged: the next edit run expires
      * it unless it is approved first.
       01  WS-PARM-AREA           PIC X(80) VALUE SPACES.
       01  WS-EXPIRY-DAYS         PIC 9(2)  VALUE 5.
       01  WS-TODAY               PIC X(8)  VALUE SPACES.
       01  WS-TODAY-9 REDEFINES WS-TODAY
                                  PIC 9(8).
       01  WS-AGE-DAYS            PIC S9(5) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-READ-CTR        PIC 9(6) VALUE ZERO.
           05  WS-ADJUST-CTR      PIC 9(6) VALUE ZERO.
           05  WS-OVERRIDE-CTR    PIC 9(6) VALUE ZERO.
           05  WS-EXPIRING-CTR    PIC 9(6) VALUE ZERO.

       01  WS-PENDING-TOTAL       PIC S9(9)V99 VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER            PIC X(20) VALUE 'Pending Approvals   '.
           05  FILLER            PIC X(20) VALUE 'Date: '.
           05  WS-CURR-DATE      PIC X(10).

       01  WS-EXPIRY-LINE.
           05  FILLER             PIC X(26) VALUE 'Expire After Days:'.
           05  WS-EL-DAYS         PIC Z9.

       01  WS-COLUMN-HEADER.
           05  FILLER             PIC X(18) VALUE 'Pending Id'.
           05  FILLER             PIC X(8)  VALUE 'Acct No'.
           05  FILLER             PIC X(11) VALUE 'Type'.
           05  FILLER             PIC X(10) VALUE 'Keyed By'.
           05  FILLER             PIC X(10) VALUE 'Held'.
           05  FILLER             PIC X(14) VALUE '      Amount'.
           05  FILLER             PIC X(7)  VALUE '    Age'.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(20) VALUE 'Note'.

       01  WS-DETAIL-LINE.
           05  WS-DL-PEND-ID      PIC X(16).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-CUSTID       PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-TYPE         PIC X(9).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-OPERATOR     PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-HELD-DATE    PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-AMOUNT       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-AGE          PIC ZZZZ9.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-DL-NOTE         PIC X(20).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL        PIC X(26).
           05  WS-TL-AMOUNT       PIC $$$,$$$,$$9.99-.

       LINKAGE SECTION.
       01  LK-PARM-DATA.
           05  LK-PARM-LEN        PIC S9(4) COMP.
           05  LK-PARM-TEXT       PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-DATA.
       0100-MAIN-PROCESS.
           PERFORM 0200-INIT-ROUTINE
           PERFORM 0300-PROCESS-PENDING UNTIL END-OF-FILE
           PERFORM 0900-CLOSE-ROUTINE
           STOP RUN.

       0200-INIT-ROUTINE.
           PERFORM 0205-PARSE-PARM
           OPEN INPUT  PENDING-FILE
                OUTPUT PENDING-REPORT-FILE
           IF WS-PND-STATUS NOT = '00' AND WS-PND-STATUS NOT = '05'
               DISPLAY 'Error opening pending file. Status: '
                   WS-PND-STATUS
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 0250-WRITE-HEADERS.

       0205-PARSE-PARM.
           IF LK-PARM-LEN > 0
               MOVE LK-PARM-TEXT(1:LK-PARM-LEN) TO WS-PARM-AREA
           END-IF
           IF WS-PARM-AREA(1:2) IS NUMERIC
               MOVE WS-PARM-AREA(1:2) TO WS-EXPIRY-DAYS
           END-IF.

       0250-WRITE-HEADERS.
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-CURR-DATE
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-TODAY
           WRITE REPORT-LINE FROM WS-HEADING-1
           MOVE WS-EXPIRY-DAYS TO WS-EL-DAYS
           WRITE REPORT-LINE FROM WS-EXPIRY-LINE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-COLUMN-HEADER
           WRITE REPORT-LINE FROM SPACES.

       0300-PROCESS-PENDING.
           READ PENDING-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-CTR
                   PERFORM 0400-PRINT-PENDING
           END-READ.

       0400-PRINT-PENDING.
           MOVE PND-TRANS-IMAGE TO TRANS-RECORD
           MOVE PND-ID          TO WS-DL-PEND-ID
           MOVE PND-CUST-ID     TO WS-DL-CUSTID
           MOVE PND-OPERATOR-ID TO WS-DL-OPERATOR
           MOVE PND-HOLD-DATE   TO WS-DL-HELD-DATE
           MOVE PND-AMOUNT      TO WS-DL-AMOUNT
           ADD PND-AMOUNT       TO WS-PENDING-TOTAL
           IF TR-ACTION-ADJUST
               MOVE 'ADJUST   ' TO WS-DL-TYPE
               ADD 1 TO WS-ADJUST-CTR
           ELSE
               MOVE 'OVERRIDE ' TO WS-DL-TYPE
               ADD 1 TO WS-OVERRIDE-CTR
           END-IF
           PERFORM 0410-AGE-PENDING
           MOVE WS-AGE-DAYS TO WS-DL-AGE
           IF WS-AGE-DAYS NOT < WS-EXPIRY-DAYS
               MOVE 'EXPIRES NEXT RUN' TO WS-DL-NOTE
               ADD 1 TO WS-EXPIRING-CTR
           ELSE
               MOVE SPACES TO WS-DL-NOTE
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       0410-AGE-PENDING.
      * Aged the way CUSTEDIT ages it; a hold date that cannot be
      * read shows as the oldest possible item.
           IF PND-HOLD-DATE IS NUMERIC
               AND FUNCTION INTEGER-OF-DATE (PND-HOLD-DATE-9) > ZERO
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-9)
                   - FUNCTION INTEGER-OF-DATE (PND-HOLD-DATE-9)
           ELSE
               MOVE 9999 TO WS-AGE-DAYS
           END-IF.

       0900-CLOSE-ROUTINE.
           WRITE REPORT-LINE FROM SPACES
           MOVE 'Items Pending:         ' TO REPORT-LINE
           MOVE WS-READ-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           MOVE '  Adjustments:         ' TO REPORT-LINE
           MOVE WS-ADJUST-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           MOVE '  Balance Overrides:   ' TO REPORT-LINE
           MOVE WS-OVERRIDE-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           MOVE 'Expiring Next Run:     ' TO REPORT-LINE
           MOVE WS-EXPIRING-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           MOVE 'Amount Pending:'         TO WS-TL-LABEL
           MOVE WS-PENDING-TOTAL          TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           CLOSE PENDING-FILE
                 PENDING-REPORT-FILE
           IF WS-EXPIRING-CTR > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
