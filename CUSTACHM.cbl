       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTACHM.
       AUTHOR. GITHUB-COPILOT.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ENROLL-TRANS-FILE
               ASSIGN TO 'CUSTACHT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ET-STATUS.
           SELECT OPTIONAL AUTOPAY-FILE
               ASSIGN TO 'CUSTACH'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACH-CUST-ID
               FILE STATUS IS WS-ACH-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO 'CUSTACHA'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT REGISTER-FILE
               ASSIGN TO 'CUSTACHR'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Enrollment requests keyed by customer service: A enrolls the
      * customer (or re-enrolls a cancelled enrollment) with the bank
      * details given, C cancels the active enrollment.  A change of
      * bank is keyed as a cancel followed by an add.  The fixed
      * amount is keyed only when the amount type is X.
       FD  ENROLL-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  ENROLL-TRANS-RECORD.
           05  ET-ACTION          PIC X(1).
               88  ET-ACTION-ADD       VALUE 'A'.
               88  ET-ACTION-CANCEL    VALUE 'C'.
           05  ET-CUST-ID         PIC X(6).
           05  ET-ROUTING-NO      PIC X(9).
           05  ET-ACCOUNT-NO      PIC X(17).
           05  ET-ACCOUNT-TYPE    PIC X(1).
           05  ET-AMOUNT-TYPE     PIC X(1).
           05  ET-FIXED-AMOUNT    PIC 9(7)V99.
           05  ET-FIXED-AMOUNT-X REDEFINES ET-FIXED-AMOUNT
                                  PIC X(9).
           05  ET-OPERATOR-ID     PIC X(8).

       FD  AUTOPAY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTACH.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTACA.

       FD  REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  REGISTER-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ET-STATUS           PIC X(2).
       01  WS-ACH-STATUS          PIC X(2).
       01  WS-FILE-STATUS         PIC X(2).
       01  WS-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-FILE        VALUE 'Y'.
       01  WS-RUN-REFUSED         PIC X(1) VALUE 'N'.
           88  WS-ACH-RUN-REFUSED VALUE 'Y'.

       01  WS-TODAY               PIC X(8)  VALUE SPACES.
       01  WS-RESULT-TEXT         PIC X(40) VALUE SPACES.
           88  WS-REQUEST-CLEAN   VALUE SPACES.
       01  WS-ON-FILE-FLAG        PIC X(1)  VALUE 'N'.
           88  WS-ENROLL-ON-FILE  VALUE 'Y'.
       01  WS-BEFORE-IMAGE        PIC X(68) VALUE SPACES.

      * Routing number check digit: the first eight digits weighted
      * 3-7-1 repeating, the ninth digit brings the sum to a multiple
      * of ten.
       01  WS-ROUTING-DIGITS.
           05  WS-RT-DIGIT        PIC 9(1) OCCURS 9 TIMES.
       01  WS-RT-SUB              PIC 9(2) VALUE ZERO.
       01  WS-RT-SUM              PIC 9(4) VALUE ZERO.
       01  WS-RT-WEIGHTS-INIT     PIC X(9) VALUE '371371371'.
       01  WS-RT-WEIGHTS REDEFINES WS-RT-WEIGHTS-INIT.
           05  WS-RT-WEIGHT       PIC 9(1) OCCURS 9 TIMES.
       01  WS-RT-QUOTIENT         PIC 9(4) VALUE ZERO.
       01  WS-RT-REMAINDER        PIC 9(1) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-READ-CTR        PIC 9(6) VALUE ZERO.
           05  WS-ENROLL-CTR      PIC 9(6) VALUE ZERO.
           05  WS-REENROLL-CTR    PIC 9(6) VALUE ZERO.
           05  WS-CANCEL-CTR      PIC 9(6) VALUE ZERO.
           05  WS-REJECT-CTR      PIC 9(6) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER            PIC X(20) VALUE 'Autopay Enrollment  '.
           05  FILLER            PIC X(20) VALUE 'Date: '.
           05  WS-CURR-DATE      PIC X(10).

       01  WS-COLUMN-HEADER.
           05  FILLER             PIC X(8)  VALUE 'Acct No'.
           05  FILLER             PIC X(4)  VALUE 'Act'.
           05  FILLER             PIC X(11) VALUE 'Routing'.
           05  FILLER             PIC X(10) VALUE 'Bank Acct'.
           05  FILLER             PIC X(5)  VALUE 'Type'.
           05  FILLER             PIC X(14) VALUE '  Fixed Amount'.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE 'Keyed By'.
           05  FILLER             PIC X(40) VALUE 'Result'.

      * Only the last four digits of the bank account are printed.
       01  WS-DETAIL-LINE.
           05  WS-DL-CUSTID       PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-ACTION       PIC X(1).
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-DL-ROUTING      PIC X(9).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-ACCT-MASK    PIC X(4)  VALUE '****'.
           05  WS-DL-ACCT-LAST4   PIC X(4).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-ACCT-TYPE    PIC X(1).
           05  WS-DL-AMT-TYPE     PIC X(1).
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-DL-FIXED        PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-DL-OPERATOR     PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-RESULT       PIC X(40).

       01  WS-ACCT-WORK           PIC X(17) VALUE SPACES.
       01  WS-ACCT-LEN            PIC 9(2)  VALUE ZERO.

       PROCEDURE DIVISION.
       0100-MAIN-PROCESS.
           PERFORM 0200-INIT-ROUTINE
           PERFORM 0300-PROCESS-REQUESTS UNTIL END-OF-FILE
           PERFORM 0900-CLOSE-ROUTINE
           STOP RUN.

       0200-INIT-ROUTINE.
           OPEN INPUT  ENROLL-TRANS-FILE
                       CUSTOMER-FILE
                I-O    AUTOPAY-FILE
                OUTPUT REGISTER-FILE
           OPEN EXTEND AUDIT-FILE
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-CURR-DATE
           WRITE REGISTER-LINE FROM WS-HEADING-1
           WRITE REGISTER-LINE FROM SPACES
           IF WS-ET-STATUS NOT = '00' AND WS-ET-STATUS NOT = '05'
               DISPLAY 'Error opening enrollment requests. Status: '
                   WS-ET-STATUS
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           IF WS-ACH-STATUS NOT = '00' AND WS-ACH-STATUS NOT = '05'
               DISPLAY 'Error opening autopay file. Status: '
                   WS-ACH-STATUS ' - run refused'
               MOVE 'RUN REFUSED - AUTOPAY FILE NOT AVAILABLE'
                   TO REGISTER-LINE
               PERFORM 0230-REFUSE-RUN
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening customer file. Status: '
                   WS-FILE-STATUS ' - run refused'
               MOVE 'RUN REFUSED - CUSTOMER FILE NOT READABLE'
                   TO REGISTER-LINE
               PERFORM 0230-REFUSE-RUN
           END-IF
           IF NOT WS-ACH-RUN-REFUSED
               WRITE REGISTER-LINE FROM WS-COLUMN-HEADER
               WRITE REGISTER-LINE FROM SPACES
           END-IF.

       0230-REFUSE-RUN.
           WRITE REGISTER-LINE
           MOVE 'Y' TO WS-RUN-REFUSED
           MOVE 'Y' TO WS-EOF-FLAG
           MOVE 16  TO RETURN-CODE.

       0300-PROCESS-REQUESTS.
           READ ENROLL-TRANS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-CTR
                   PERFORM 0400-APPLY-REQUEST
           END-READ.

       0400-APPLY-REQUEST.
           MOVE SPACES TO WS-RESULT-TEXT
           PERFORM 0410-READ-ENROLLMENT
           EVALUATE TRUE
               WHEN ET-OPERATOR-ID = SPACES
                   MOVE 'REJECTED - operator id missing'
                       TO WS-RESULT-TEXT
               WHEN ET-ACTION-ADD
                   PERFORM 0420-CHECK-ADD
               WHEN ET-ACTION-CANCEL
                   PERFORM 0430-CHECK-CANCEL
               WHEN OTHER
                   MOVE 'REJECTED - unknown action code'
                       TO WS-RESULT-TEXT
           END-EVALUATE
           IF WS-REQUEST-CLEAN
               IF ET-ACTION-ADD
                   PERFORM 0500-ENROLL
               ELSE
                   PERFORM 0550-CANCEL
               END-IF
           ELSE
               ADD 1 TO WS-REJECT-CTR
           END-IF
           PERFORM 0700-WRITE-REGISTER-LINE.

       0410-READ-ENROLLMENT.
           MOVE ET-CUST-ID TO ACH-CUST-ID
           READ AUTOPAY-FILE
               INVALID KEY
                   MOVE 'N'    TO WS-ON-FILE-FLAG
                   MOVE SPACES TO WS-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE 'Y'            TO WS-ON-FILE-FLAG
                   MOVE AUTOPAY-RECORD TO WS-BEFORE-IMAGE
           END-READ.

       0420-CHECK-ADD.
      * The customer must be on the master and able to take a charge
      * (a debit is no use on a closed or bankrupt account), and the
      * bank details must be complete with a routing number that
      * passes its check digit.
           MOVE ET-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'REJECTED - customer not on master'
                       TO WS-RESULT-TEXT
               NOT INVALID KEY
                   IF CUST-STAT-CLOSED OR CUST-STAT-BANKRUPT
                       MOVE 'REJECTED - account closed or bankrupt'
                           TO WS-RESULT-TEXT
                   END-IF
           END-READ
           IF WS-REQUEST-CLEAN
               EVALUATE TRUE
                   WHEN WS-ENROLL-ON-FILE AND ACH-ACTIVE
                       MOVE 'REJECTED - already enrolled'
                           TO WS-RESULT-TEXT
                   WHEN ET-ROUTING-NO NOT NUMERIC
                       MOVE 'REJECTED - routing number not numeric'
                           TO WS-RESULT-TEXT
                   WHEN ET-ACCOUNT-NO = SPACES
                       MOVE 'REJECTED - bank account missing'
                           TO WS-RESULT-TEXT
                   WHEN ET-ACCOUNT-TYPE NOT = 'C'
                       AND ET-ACCOUNT-TYPE NOT = 'S'
                       MOVE 'REJECTED - account type not C or S'
                           TO WS-RESULT-TEXT
                   WHEN ET-AMOUNT-TYPE NOT = 'F'
                       AND ET-AMOUNT-TYPE NOT = 'X'
                       MOVE 'REJECTED - amount type not F or X'
                           TO WS-RESULT-TEXT
                   WHEN ET-AMOUNT-TYPE = 'X'
                       AND (ET-FIXED-AMOUNT NOT NUMERIC
                            OR ET-FIXED-AMOUNT = ZERO)
                       MOVE 'REJECTED - fixed amount missing'
                           TO WS-RESULT-TEXT
                   WHEN OTHER
                       PERFORM 0425-CHECK-ROUTING-DIGIT
               END-EVALUATE
           END-IF.

       0425-CHECK-ROUTING-DIGIT.
           MOVE ET-ROUTING-NO TO WS-ROUTING-DIGITS
           MOVE ZERO TO WS-RT-SUM
           PERFORM 0427-ADD-ROUTING-DIGIT
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > 9
           DIVIDE WS-RT-SUM BY 10 GIVING WS-RT-QUOTIENT
               REMAINDER WS-RT-REMAINDER
           IF WS-RT-REMAINDER NOT = ZERO
               MOVE 'REJECTED - routing number check digit'
                   TO WS-RESULT-TEXT
           END-IF.

       0427-ADD-ROUTING-DIGIT.
           COMPUTE WS-RT-SUM = WS-RT-SUM
               + WS-RT-DIGIT(WS-RT-SUB) * WS-RT-WEIGHT(WS-RT-SUB).

       0430-CHECK-CANCEL.
           IF NOT WS-ENROLL-ON-FILE OR NOT ACH-ACTIVE
               MOVE 'REJECTED - no active enrollment'
                   TO WS-RESULT-TEXT
           END-IF.

       0500-ENROLL.
           IF NOT WS-ENROLL-ON-FILE
               MOVE SPACES TO AUTOPAY-RECORD
               MOVE ET-CUST-ID TO ACH-CUST-ID
           END-IF
           MOVE 'A'             TO ACH-STATUS
           MOVE ET-ROUTING-NO   TO ACH-ROUTING-NO
           MOVE ET-ACCOUNT-NO   TO ACH-ACCOUNT-NO
           MOVE ET-ACCOUNT-TYPE TO ACH-ACCOUNT-TYPE
           MOVE ET-AMOUNT-TYPE  TO ACH-AMOUNT-TYPE
           IF ACH-FIXED
               MOVE ET-FIXED-AMOUNT TO ACH-FIXED-AMOUNT
           ELSE
               MOVE ZERO            TO ACH-FIXED-AMOUNT
           END-IF
           MOVE WS-TODAY        TO ACH-ENROLL-DATE
           MOVE SPACES          TO ACH-CANCEL-DATE
           IF WS-ENROLL-ON-FILE
               REWRITE AUTOPAY-RECORD
               ADD 1 TO WS-REENROLL-CTR
               MOVE 'RE-ENROLLED' TO WS-RESULT-TEXT
           ELSE
               MOVE SPACES TO ACH-LAST-STMT-DATE
               WRITE AUTOPAY-RECORD
               ADD 1 TO WS-ENROLL-CTR
               MOVE 'ENROLLED' TO WS-RESULT-TEXT
           END-IF
           PERFORM 0600-CHECK-UPDATE.

       0550-CANCEL.
           MOVE 'C'      TO ACH-STATUS
           MOVE WS-TODAY TO ACH-CANCEL-DATE
           REWRITE AUTOPAY-RECORD
           ADD 1 TO WS-CANCEL-CTR
           MOVE 'CANCELLED' TO WS-RESULT-TEXT
           PERFORM 0600-CHECK-UPDATE.

       0600-CHECK-UPDATE.
      * The audit record is written only once the enrollment file has
      * taken the change; a failed update stops the run.
           IF WS-ACH-STATUS = '00'
               MOVE WS-CURR-DATE    TO ACA-RUN-DATE
               MOVE ET-CUST-ID      TO ACA-CUST-ID
               MOVE ET-ACTION       TO ACA-ACTION
               MOVE ET-OPERATOR-ID  TO ACA-OPERATOR-ID
               MOVE WS-BEFORE-IMAGE TO ACA-BEFORE-IMAGE
               MOVE AUTOPAY-RECORD  TO ACA-AFTER-IMAGE
               WRITE AUTOPAY-AUDIT-RECORD
           ELSE
               DISPLAY 'Error updating autopay file. Status: '
                   WS-ACH-STATUS ' key: ' ET-CUST-ID
               MOVE 'UPDATE FAILED - RUN STOPPED' TO WS-RESULT-TEXT
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 12  TO RETURN-CODE
           END-IF.

       0700-WRITE-REGISTER-LINE.
           MOVE ET-CUST-ID       TO WS-DL-CUSTID
           MOVE ET-ACTION        TO WS-DL-ACTION
           MOVE ET-ROUTING-NO    TO WS-DL-ROUTING
           MOVE ET-ACCOUNT-TYPE  TO WS-DL-ACCT-TYPE
           MOVE ET-AMOUNT-TYPE   TO WS-DL-AMT-TYPE
           MOVE ET-OPERATOR-ID   TO WS-DL-OPERATOR
           MOVE WS-RESULT-TEXT TO WS-DL-RESULT
           IF ET-FIXED-AMOUNT IS NUMERIC
               MOVE ET-FIXED-AMOUNT TO WS-DL-FIXED
           ELSE
               MOVE ZERO            TO WS-DL-FIXED
           END-IF
           PERFORM 0710-MASK-ACCOUNT
           WRITE REGISTER-LINE FROM WS-DETAIL-LINE.

       0710-MASK-ACCOUNT.
      * The last four significant characters of the bank account.
           MOVE SPACES TO WS-DL-ACCT-LAST4
           MOVE ET-ACCOUNT-NO TO WS-ACCT-WORK
           MOVE 17 TO WS-ACCT-LEN
           PERFORM 0715-BACK-OFF-SPACE
               UNTIL WS-ACCT-LEN < 4
                  OR WS-ACCT-WORK(WS-ACCT-LEN:1) NOT = SPACE
           IF WS-ACCT-LEN NOT < 4
               MOVE WS-ACCT-WORK(WS-ACCT-LEN - 3:4) TO WS-DL-ACCT-LAST4
           END-IF.

       0715-BACK-OFF-SPACE.
           SUBTRACT 1 FROM WS-ACCT-LEN.

       0900-CLOSE-ROUTINE.
           WRITE REGISTER-LINE FROM SPACES
           MOVE 'Requests Read:         ' TO REGISTER-LINE
           MOVE WS-READ-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           MOVE 'Enrolled:              ' TO REGISTER-LINE
           MOVE WS-ENROLL-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           MOVE 'Re-enrolled:           ' TO REGISTER-LINE
           MOVE WS-REENROLL-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           MOVE 'Cancelled:             ' TO REGISTER-LINE
           MOVE WS-CANCEL-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           MOVE 'Rejected:              ' TO REGISTER-LINE
           MOVE WS-REJECT-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           CLOSE ENROLL-TRANS-FILE
                 CUSTOMER-FILE
                 AUTOPAY-FILE
                 AUDIT-FILE
                 REGISTER-FILE
           IF RETURN-CODE = ZERO AND WS-REJECT-CTR > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
