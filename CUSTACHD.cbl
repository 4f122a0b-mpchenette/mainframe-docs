       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTACHD.
       AUTHOR. GITHUB-COPILOT.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT AUTOPAY-FILE
               ASSIGN TO 'CUSTACH'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACH-CUST-ID
               FILE STATUS IS WS-ACH-STATUS.
           SELECT OPTIONAL ACH-PARM-FILE
               ASSIGN TO 'CUSTACHP'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO 'CUSTRUNC'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT NACHA-FILE
               ASSIGN TO 'CUSTNACH'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT PAY-TRANS-FILE
               ASSIGN TO 'CUSTATRN'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT CONTROL-REPORT-FILE
               ASSIGN TO 'CUSTACHC'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT SORT-WORK-FILE
               ASSIGN TO 'CUSTSORT'.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  AUTOPAY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTACH.

      * Originator details the bank assigned us, one record: the
      * immediate destination and origin as they go on the file
      * header (a leading space and the nine-digit routing or company
      * number), the names the bank expects, the company name and
      * identification for the batch header, the eight-digit routing
      * of the originating bank, and the entry description the
      * customer sees on the bank statement.
       FD  ACH-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACH-PARM-RECORD.
           05  AP-IMMED-DEST      PIC X(10).
           05  AP-DEST-NAME       PIC X(23).
           05  AP-IMMED-ORIGIN    PIC X(10).
           05  AP-ORIGIN-NAME     PIC X(23).
           05  AP-COMPANY-NAME    PIC X(16).
           05  AP-COMPANY-ID      PIC X(10).
           05  AP-ODFI-ID         PIC X(8).
           05  AP-ENTRY-DESC      PIC X(10).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-CONTROL-REC        PIC X(65).

       FD  NACHA-FILE
           LABEL RECORDS ARE STANDARD.
       01  NACHA-RECORD           PIC X(94).

       FD  PAY-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTTRN.

       FD  CONTROL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE            PIC X(132).

      * Debits are built in customer order, which is the order the
      * 'P' transactions must reach CUSTEDIT in, then sorted by the
      * debit date so the NACHA file carries one batch per date.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-EFF-DATE       PIC X(8).
           05  SRT-CUSTID         PIC X(6).
           05  SRT-TRACE-SEQ      PIC 9(7).
           05  SRT-ROUTING        PIC X(9).
           05  SRT-ACCOUNT        PIC X(17).
           05  SRT-ACCT-TYPE      PIC X(1).
           05  SRT-AMOUNT         PIC 9(8)V99.
           05  SRT-NAME           PIC X(22).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC X(2).
       01  WS-ACH-STATUS          PIC X(2).
       01  WS-AP-STATUS           PIC X(2).
       01  WS-RC-STATUS           PIC X(2).
       01  WS-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-FILE        VALUE 'Y'.
       01  WS-SORT-EOF-FLAG       PIC X(1) VALUE 'N'.
           88  SORT-AT-EOF        VALUE 'Y'.
       01  WS-RUN-REFUSED         PIC X(1) VALUE 'N'.
           88  WS-ACH-RUN-REFUSED VALUE 'Y'.
       01  WS-STOPPED-FLAG        PIC X(1) VALUE 'N'.
           88  WS-RUN-STOPPED     VALUE 'Y'.

       COPY CUSTRUN.

      * PARM layout: position 1 the billing cycle just statemented,
      * '1'-'9' (required); positions 2-9 the statement date as
      * YYYYMMDD (spaces = today); position 10 the file id modifier
      * for the NACHA header (spaces = A; the next letter for a
      * second file the same day); position 11 'R' to rerun a cycle
      * whose earlier run stopped or was not released - accounts
      * already stamped with this statement date are debited again
      * rather than skipped (spaces = normal run).
       01  WS-PARM-AREA           PIC X(80) VALUE SPACES.
       01  WS-SEL-CYCLE           PIC X(1)  VALUE SPACE.
       01  WS-SEL-CYCLE-9 REDEFINES WS-SEL-CYCLE
                                  PIC 9(1).
       01  WS-STMT-DATE           PIC X(8)  VALUE SPACES.
       01  WS-FILE-ID-MOD         PIC X(1)  VALUE 'A'.
       01  WS-RERUN-FLAG          PIC X(1)  VALUE 'N'.
           88  WS-ACH-RERUN       VALUE 'Y'.
       01  WS-CYCLE-SUB           PIC 9(2)  VALUE ZERO.

       01  WS-DEBIT-AMOUNT        PIC S9(9)V99 VALUE ZERO.
       01  WS-TRACE-SEQ           PIC 9(7)  VALUE ZERO.
       01  WS-REF-SEQ             PIC 9(4)  VALUE ZERO.
       01  WS-SKIP-REASON         PIC X(36) VALUE SPACES.
       01  WS-PREV-EFF-DATE       PIC X(8)  VALUE SPACES.
       01  WS-BATCH-OPEN-FLAG     PIC X(1)  VALUE 'N'.
           88  WS-BATCH-OPEN      VALUE 'Y'.
       01  WS-RDFI-9              PIC 9(8)  VALUE ZERO.
       01  WS-ACCT-WORK           PIC X(17) VALUE SPACES.
       01  WS-ACCT-LEN            PIC 9(2)  VALUE ZERO.
       01  WS-PAD-QUOTIENT        PIC 9(6)  VALUE ZERO.
       01  WS-PAD-REMAINDER       PIC 9(2)  VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-READ-CTR        PIC 9(6) VALUE ZERO.
           05  WS-ENROLLED-CTR    PIC 9(6) VALUE ZERO.
           05  WS-DEBIT-CTR       PIC 9(6) VALUE ZERO.
           05  WS-SKIP-CTR        PIC 9(6) VALUE ZERO.
           05  WS-ENTRY-CTR       PIC 9(6) VALUE ZERO.
           05  WS-BATCH-CTR       PIC 9(6) VALUE ZERO.
           05  WS-NACHA-REC-CTR   PIC 9(6) VALUE ZERO.

       01  WS-TRANS-TOTAL         PIC S9(9)V99 VALUE ZERO.
       01  WS-ENTRY-TOTAL         PIC S9(9)V99 VALUE ZERO.
       01  WS-FILE-TOTAL          PIC S9(9)V99 VALUE ZERO.
       01  WS-BATCH-TOTAL         PIC 9(10)V99 VALUE ZERO.
       01  WS-BATCH-HASH          PIC 9(12)    VALUE ZERO.
       01  WS-FILE-HASH           PIC 9(12)    VALUE ZERO.
       01  WS-BATCH-ENTRIES       PIC 9(6)     VALUE ZERO.

      * NACHA records, 94 bytes each: file header, batch header,
      * entry detail, batch control, file control, and the all-nines
      * record that pads the file to a whole block of ten.
       01  WS-NACHA-FILE-HEADER.
           05  FILLER             PIC X(1)  VALUE '1'.
           05  FILLER             PIC X(2)  VALUE '01'.
           05  WS-FH-IMMED-DEST   PIC X(10).
           05  WS-FH-IMMED-ORIGIN PIC X(10).
           05  WS-FH-CREATE-DATE  PIC X(6).
           05  WS-FH-CREATE-TIME  PIC X(4).
           05  WS-FH-FILE-ID-MOD  PIC X(1).
           05  FILLER             PIC X(3)  VALUE '094'.
           05  FILLER             PIC X(2)  VALUE '10'.
           05  FILLER             PIC X(1)  VALUE '1'.
           05  WS-FH-DEST-NAME    PIC X(23).
           05  WS-FH-ORIGIN-NAME  PIC X(23).
           05  FILLER             PIC X(8)  VALUE SPACES.

       01  WS-NACHA-BATCH-HEADER.
           05  FILLER             PIC X(1)  VALUE '5'.
           05  FILLER             PIC X(3)  VALUE '225'.
           05  WS-BH-COMPANY-NAME PIC X(16).
           05  FILLER             PIC X(20) VALUE SPACES.
           05  WS-BH-COMPANY-ID   PIC X(10).
           05  FILLER             PIC X(3)  VALUE 'PPD'.
           05  WS-BH-ENTRY-DESC   PIC X(10).
           05  WS-BH-DESC-DATE    PIC X(6).
           05  WS-BH-EFF-DATE     PIC X(6).
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  FILLER             PIC X(1)  VALUE '1'.
           05  WS-BH-ODFI-ID      PIC X(8).
           05  WS-BH-BATCH-NO     PIC 9(7).

       01  WS-NACHA-ENTRY.
           05  FILLER             PIC X(1)  VALUE '6'.
           05  WS-ED-TRAN-CODE    PIC X(2).
           05  WS-ED-RDFI-ID      PIC X(8).
           05  WS-ED-CHECK-DIGIT  PIC X(1).
           05  WS-ED-DFI-ACCOUNT  PIC X(17).
           05  WS-ED-AMOUNT       PIC 9(8)V99.
           05  WS-ED-INDIV-ID     PIC X(15).
           05  WS-ED-INDIV-NAME   PIC X(22).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(1)  VALUE '0'.
           05  WS-ED-TRACE-ODFI   PIC X(8).
           05  WS-ED-TRACE-SEQ    PIC 9(7).

       01  WS-NACHA-BATCH-CONTROL.
           05  FILLER             PIC X(1)  VALUE '8'.
           05  FILLER             PIC X(3)  VALUE '225'.
           05  WS-BC-ENTRY-COUNT  PIC 9(6).
           05  WS-BC-ENTRY-HASH   PIC 9(10).
           05  WS-BC-DEBIT-TOTAL  PIC 9(10)V99.
           05  WS-BC-CREDIT-TOTAL PIC 9(10)V99 VALUE ZERO.
           05  WS-BC-COMPANY-ID   PIC X(10).
           05  FILLER             PIC X(25) VALUE SPACES.
           05  WS-BC-ODFI-ID      PIC X(8).
           05  WS-BC-BATCH-NO     PIC 9(7).

       01  WS-NACHA-FILE-CONTROL.
           05  FILLER             PIC X(1)  VALUE '9'.
           05  WS-FC-BATCH-COUNT  PIC 9(6).
           05  WS-FC-BLOCK-COUNT  PIC 9(6).
           05  WS-FC-ENTRY-COUNT  PIC 9(8).
           05  WS-FC-ENTRY-HASH   PIC 9(10).
           05  WS-FC-DEBIT-TOTAL  PIC 9(10)V99.
           05  WS-FC-CREDIT-TOTAL PIC 9(10)V99 VALUE ZERO.
           05  FILLER             PIC X(39) VALUE SPACES.

       01  WS-NACHA-PAD-RECORD    PIC X(94) VALUE ALL '9'.

       01  WS-HEADING-1.
           05  FILLER            PIC X(20) VALUE 'ACH Debit Control   '.
           05  FILLER            PIC X(20) VALUE 'Date: '.
           05  WS-CURR-DATE      PIC X(10).

       01  WS-RUN-LINE.
           05  FILLER             PIC X(26) VALUE 'Billing Cycle:'.
           05  WS-RN-CYCLE        PIC X(1).
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  FILLER             PIC X(16) VALUE 'Statement Date: '.
           05  WS-RN-STMT-DATE    PIC X(8).
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-RN-RERUN        PIC X(5)  VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER             PIC X(8)  VALUE 'Acct No'.
           05  FILLER             PIC X(24) VALUE 'Name'.
           05  FILLER             PIC X(11) VALUE 'Routing'.
           05  FILLER             PIC X(10) VALUE 'Bank Acct'.
           05  FILLER             PIC X(14) VALUE '      Amount'.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE 'Debit On'.
           05  FILLER             PIC X(36) VALUE 'Trace / Note'.

      * Only the last four digits of the bank account are printed.
       01  WS-DETAIL-LINE.
           05  WS-DL-CUSTID       PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-NAME         PIC X(22).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-ROUTING      PIC X(9).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-ACCT-MASK    PIC X(4)  VALUE '****'.
           05  WS-DL-ACCT-LAST4   PIC X(4).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-AMOUNT       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-EFF-DATE     PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-NOTE         PIC X(36).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL        PIC X(26).
           05  WS-TL-AMOUNT       PIC $$$,$$$,$$9.99-.

       01  WS-RESULT-LINE.
           05  WS-RL-LABEL        PIC X(26).
           05  WS-RL-MESSAGE      PIC X(40).

       LINKAGE SECTION.
       01  LK-PARM-DATA.
           05  LK-PARM-LEN        PIC S9(4) COMP.
           05  LK-PARM-TEXT       PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-DATA.
       0100-MAIN-PROCESS.
           PERFORM 0200-INIT-ROUTINE
           IF NOT WS-ACH-RUN-REFUSED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-EFF-DATE
                                    SRT-CUSTID
                   INPUT PROCEDURE 0300-SELECT-DEBITS
                   OUTPUT PROCEDURE 0600-BUILD-NACHA-FILE
               PERFORM 0800-BALANCE-CONTROLS
           END-IF
           PERFORM 0900-CLOSE-ROUTINE
           STOP RUN.

       0200-INIT-ROUTINE.
           PERFORM 0205-PARSE-PARM
           OPEN INPUT  CUSTOMER-FILE
                       ACH-PARM-FILE
                I-O    AUTOPAY-FILE
                OUTPUT NACHA-FILE
                       PAY-TRANS-FILE
                       CONTROL-REPORT-FILE
           PERFORM 0250-WRITE-HEADERS
           IF WS-ACH-RUN-REFUSED
               MOVE 'RUN REFUSED - CYCLE DIGIT MISSING OR NOT 1-9'
                   TO REPORT-LINE
               PERFORM 0230-REFUSE-RUN
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening customer file. Status: '
                   WS-FILE-STATUS ' - run refused'
               MOVE 'RUN REFUSED - CUSTOMER FILE NOT READABLE'
                   TO REPORT-LINE
               PERFORM 0230-REFUSE-RUN
           END-IF
           IF WS-ACH-STATUS NOT = '00'
               DISPLAY 'Error opening autopay file. Status: '
                   WS-ACH-STATUS ' - run refused'
               MOVE 'RUN REFUSED - AUTOPAY FILE NOT AVAILABLE'
                   TO REPORT-LINE
               PERFORM 0230-REFUSE-RUN
           END-IF
           IF NOT WS-ACH-RUN-REFUSED
               PERFORM 0210-READ-ACH-PARMS
           END-IF
           IF NOT WS-ACH-RUN-REFUSED
               PERFORM 0220-CHECK-CYCLE-DONE
           END-IF
           IF NOT WS-ACH-RUN-REFUSED
               WRITE REPORT-LINE FROM WS-COLUMN-HEADER
               WRITE REPORT-LINE FROM SPACES
           END-IF.

       0205-PARSE-PARM.
           IF LK-PARM-LEN > 0
               MOVE LK-PARM-TEXT(1:LK-PARM-LEN) TO WS-PARM-AREA
           END-IF
           IF WS-PARM-AREA(1:1) IS NUMERIC
               AND WS-PARM-AREA(1:1) NOT = '0'
               MOVE WS-PARM-AREA(1:1) TO WS-SEL-CYCLE
           ELSE
               DISPLAY 'Cycle digit missing or not 1-9 - run refused'
               MOVE 'Y' TO WS-RUN-REFUSED
           END-IF
           IF WS-PARM-AREA(2:8) IS NUMERIC
               MOVE WS-PARM-AREA(2:8) TO WS-STMT-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-STMT-DATE
           END-IF
           IF WS-PARM-AREA(10:1) NOT = SPACE
               MOVE WS-PARM-AREA(10:1) TO WS-FILE-ID-MOD
           END-IF
           IF WS-PARM-AREA(11:1) = 'R'
               MOVE 'Y' TO WS-RERUN-FLAG
           END-IF.

       0210-READ-ACH-PARMS.
      * Without the originator details the bank cannot accept the
      * file, so the run is refused rather than sending one it will
      * reject.
           MOVE SPACES TO ACH-PARM-RECORD
           IF WS-AP-STATUS = '00'
               READ ACH-PARM-FILE
                   AT END
                       MOVE SPACES TO ACH-PARM-RECORD
               END-READ
           END-IF
           IF AP-ODFI-ID NOT NUMERIC
               OR AP-IMMED-DEST = SPACES
               OR AP-IMMED-ORIGIN = SPACES
               OR AP-COMPANY-ID = SPACES
               DISPLAY 'ACH originator parameters missing or bad'
                   ' - run refused'
               MOVE 'RUN REFUSED - ACH PARAMETERS MISSING OR BAD'
                   TO REPORT-LINE
               PERFORM 0230-REFUSE-RUN
           END-IF
           IF AP-ENTRY-DESC = SPACES
               MOVE 'AUTOPAY' TO AP-ENTRY-DESC
           END-IF.

       0220-CHECK-CYCLE-DONE.
      * Debits are built from the terms the statement run set, so
      * the cycle must have been statemented this period first.
           MOVE SPACES TO RC-STMT-PERIOD
                          RC-STMT-CYCLE-FLAGS
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RC-STATUS = '00'
               READ RUN-CONTROL-FILE INTO RUN-CONTROL-RECORD
                   AT END CONTINUE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           MOVE WS-SEL-CYCLE-9 TO WS-CYCLE-SUB
           IF RC-STMT-PERIOD NOT = WS-STMT-DATE(1:6)
               OR RC-STMT-CYCLE-DONE(WS-CYCLE-SUB) NOT = 'Y'
               DISPLAY 'Cycle ' WS-SEL-CYCLE ' not statemented this'
                   ' period - run refused'
               MOVE 'RUN REFUSED - CYCLE NOT STATEMENTED THIS PERIOD'
                   TO REPORT-LINE
               PERFORM 0230-REFUSE-RUN
           END-IF.

       0230-REFUSE-RUN.
           WRITE REPORT-LINE
           MOVE 'Y' TO WS-RUN-REFUSED
           MOVE 16  TO RETURN-CODE.

       0250-WRITE-HEADERS.
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-CURR-DATE
           WRITE REPORT-LINE FROM WS-HEADING-1
           MOVE WS-SEL-CYCLE TO WS-RN-CYCLE
           MOVE WS-STMT-DATE TO WS-RN-STMT-DATE
           IF WS-ACH-RERUN
               MOVE 'RERUN' TO WS-RN-RERUN
           END-IF
           WRITE REPORT-LINE FROM WS-RUN-LINE
           WRITE REPORT-LINE FROM SPACES.

       0300-SELECT-DEBITS.
           PERFORM 0310-READ-CUSTOMER UNTIL END-OF-FILE.

       0310-READ-CUSTOMER.
           READ CUSTOMER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-CTR
                   IF CUST-CYCLE = WS-SEL-CYCLE
                       PERFORM 0320-CHECK-ENROLLMENT
                   END-IF
           END-READ.

       0320-CHECK-ENROLLMENT.
           MOVE CUST-ID TO ACH-CUST-ID
           READ AUTOPAY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACH-ACTIVE
                       ADD 1 TO WS-ENROLLED-CTR
                       PERFORM 0330-JUDGE-DEBIT
                   END-IF
           END-READ.

       0330-JUDGE-DEBIT.
      * Only an account statemented in this cycle run is debited,
      * and only once per statement; the bankrupt are not debited
      * (collection is stayed, and CUSTSTMT mails them nothing).
      * The statement date is stamped on the enrollment as the debit
      * is built, before the file is released, so a rerun of a run
      * that stopped or was not released debits the stamped accounts
      * again; its output replaces the earlier run's files.
           MOVE SPACES TO WS-SKIP-REASON
           EVALUATE TRUE
               WHEN CUST-STAT-BANKRUPT
                   MOVE 'SKIPPED - bankrupt' TO WS-SKIP-REASON
               WHEN CUST-STMT-DATE NOT = WS-STMT-DATE
                   MOVE 'SKIPPED - not statemented this run'
                       TO WS-SKIP-REASON
               WHEN ACH-LAST-STMT-DATE = WS-STMT-DATE
                   AND NOT WS-ACH-RERUN
                   MOVE 'SKIPPED - already debited'
                       TO WS-SKIP-REASON
               WHEN CUST-BALANCE NOT > ZERO
                   MOVE 'SKIPPED - no balance due' TO WS-SKIP-REASON
               WHEN CUST-DUE-DATE NOT NUMERIC
                   MOVE 'SKIPPED - no payment due date'
                       TO WS-SKIP-REASON
           END-EVALUATE
           IF WS-SKIP-REASON = SPACES
               PERFORM 0340-BUILD-DEBIT
           ELSE
               ADD 1 TO WS-SKIP-CTR
               MOVE ZERO           TO WS-DL-AMOUNT
               MOVE SPACES         TO WS-DL-EFF-DATE
               MOVE WS-SKIP-REASON TO WS-DL-NOTE
               PERFORM 0370-WRITE-DETAIL-LINE
           END-IF.

       0340-BUILD-DEBIT.
      * The same amount the statement promised: the balance for a
      * full-balance enrollment, otherwise the fixed amount or the
      * balance if that is less.  Debited on the payment due date.
           IF ACH-FIXED AND ACH-FIXED-AMOUNT < CUST-BALANCE
               MOVE ACH-FIXED-AMOUNT TO WS-DEBIT-AMOUNT
           ELSE
               MOVE CUST-BALANCE     TO WS-DEBIT-AMOUNT
           END-IF
           MOVE WS-STMT-DATE TO ACH-LAST-STMT-DATE
           REWRITE AUTOPAY-RECORD
           IF WS-ACH-STATUS NOT = '00'
               DISPLAY 'Error rewriting autopay file. Status: '
                   WS-ACH-STATUS ' key: ' ACH-CUST-ID
               MOVE 'Y' TO WS-STOPPED-FLAG
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 12  TO RETURN-CODE
           ELSE
               ADD 1 TO WS-TRACE-SEQ
               PERFORM 0350-WRITE-PAY-TRANS
               PERFORM 0360-RELEASE-DEBIT
               MOVE WS-DEBIT-AMOUNT TO WS-DL-AMOUNT
               MOVE CUST-DUE-DATE   TO WS-DL-EFF-DATE
               MOVE SPACES          TO WS-DL-NOTE
               MOVE AP-ODFI-ID      TO WS-DL-NOTE(1:8)
               MOVE WS-TRACE-SEQ    TO WS-DL-NOTE(9:7)
               PERFORM 0370-WRITE-DETAIL-LINE
           END-IF.

       0350-WRITE-PAY-TRANS.
      * The payment reference is the statement date as YYMMDD and
      * the run's debit sequence, with the debit date as the deposit
      * date, so a returned debit can be traced back to it.  An
      * account is debited once per statement, so the reference
      * never repeats for the same customer from month to month.
           MOVE SPACES            TO TRANS-RECORD
           MOVE 'P'               TO TR-ACTION
           MOVE CUST-ID           TO TR-CUST-ID
           MOVE WS-DEBIT-AMOUNT   TO TR-CUST-BALANCE
           MOVE WS-TRACE-SEQ      TO WS-REF-SEQ
           MOVE WS-STMT-DATE(3:6) TO TR-REF-CHECK-NO(1:6)
           MOVE WS-REF-SEQ        TO TR-REF-CHECK-NO(7:4)
           MOVE CUST-DUE-DATE   TO TR-REF-DEPOSIT-DATE
           MOVE 'A'             TO TR-SOURCE
           MOVE 'CUSTACHD'      TO TR-OPERATOR-ID
           WRITE TRANS-RECORD
           ADD 1 TO WS-DEBIT-CTR
           ADD WS-DEBIT-AMOUNT TO WS-TRANS-TOTAL.

       0360-RELEASE-DEBIT.
           MOVE CUST-DUE-DATE    TO SRT-EFF-DATE
           MOVE CUST-ID          TO SRT-CUSTID
           MOVE WS-TRACE-SEQ     TO SRT-TRACE-SEQ
           MOVE ACH-ROUTING-NO   TO SRT-ROUTING
           MOVE ACH-ACCOUNT-NO   TO SRT-ACCOUNT
           MOVE ACH-ACCOUNT-TYPE TO SRT-ACCT-TYPE
           MOVE WS-DEBIT-AMOUNT  TO SRT-AMOUNT
           MOVE CUST-NAME        TO SRT-NAME
           RELEASE SORT-RECORD.

       0370-WRITE-DETAIL-LINE.
           MOVE CUST-ID        TO WS-DL-CUSTID
           MOVE CUST-NAME      TO WS-DL-NAME
           MOVE ACH-ROUTING-NO TO WS-DL-ROUTING
           PERFORM 0380-MASK-ACCOUNT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       0380-MASK-ACCOUNT.
      * The last four significant characters of the bank account.
           MOVE SPACES TO WS-DL-ACCT-LAST4
           MOVE ACH-ACCOUNT-NO TO WS-ACCT-WORK
           MOVE 17 TO WS-ACCT-LEN
           PERFORM 0385-BACK-OFF-SPACE
               UNTIL WS-ACCT-LEN < 4
                  OR WS-ACCT-WORK(WS-ACCT-LEN:1) NOT = SPACE
           IF WS-ACCT-LEN NOT < 4
               MOVE WS-ACCT-WORK(WS-ACCT-LEN - 3:4) TO WS-DL-ACCT-LAST4
           END-IF.

       0385-BACK-OFF-SPACE.
           SUBTRACT 1 FROM WS-ACCT-LEN.

       0600-BUILD-NACHA-FILE.
           PERFORM 0610-RETURN-DEBIT UNTIL SORT-AT-EOF
           IF WS-ENTRY-CTR > ZERO
               PERFORM 0650-CLOSE-BATCH
               PERFORM 0670-WRITE-FILE-CONTROL
           END-IF.

       0610-RETURN-DEBIT.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-FLAG
               NOT AT END
                   IF WS-ENTRY-CTR = ZERO
                       PERFORM 0620-WRITE-FILE-HEADER
                   END-IF
                   IF SRT-EFF-DATE NOT = WS-PREV-EFF-DATE
                       IF WS-BATCH-OPEN
                           PERFORM 0650-CLOSE-BATCH
                       END-IF
                       PERFORM 0630-OPEN-BATCH
                   END-IF
                   PERFORM 0640-WRITE-ENTRY
           END-RETURN.

       0620-WRITE-FILE-HEADER.
           MOVE AP-IMMED-DEST    TO WS-FH-IMMED-DEST
           MOVE AP-IMMED-ORIGIN  TO WS-FH-IMMED-ORIGIN
           MOVE WS-CURR-DATE(3:6) TO WS-FH-CREATE-DATE
           MOVE WS-CURR-DATE(9:2) TO WS-FH-CREATE-TIME(1:2)
           MOVE FUNCTION CURRENT-DATE(11:2)
                                 TO WS-FH-CREATE-TIME(3:2)
           MOVE WS-FILE-ID-MOD   TO WS-FH-FILE-ID-MOD
           MOVE AP-DEST-NAME     TO WS-FH-DEST-NAME
           MOVE AP-ORIGIN-NAME   TO WS-FH-ORIGIN-NAME
           WRITE NACHA-RECORD FROM WS-NACHA-FILE-HEADER
           ADD 1 TO WS-NACHA-REC-CTR.

       0630-OPEN-BATCH.
           ADD 1 TO WS-BATCH-CTR
           MOVE ZERO             TO WS-BATCH-ENTRIES
                                    WS-BATCH-TOTAL
                                    WS-BATCH-HASH
           MOVE AP-COMPANY-NAME  TO WS-BH-COMPANY-NAME
           MOVE AP-COMPANY-ID    TO WS-BH-COMPANY-ID
           MOVE AP-ENTRY-DESC    TO WS-BH-ENTRY-DESC
           MOVE WS-STMT-DATE(3:6) TO WS-BH-DESC-DATE
           MOVE SRT-EFF-DATE(3:6) TO WS-BH-EFF-DATE
           MOVE AP-ODFI-ID       TO WS-BH-ODFI-ID
           MOVE WS-BATCH-CTR     TO WS-BH-BATCH-NO
           WRITE NACHA-RECORD FROM WS-NACHA-BATCH-HEADER
           ADD 1 TO WS-NACHA-REC-CTR
           MOVE SRT-EFF-DATE     TO WS-PREV-EFF-DATE
           MOVE 'Y'              TO WS-BATCH-OPEN-FLAG.

       0640-WRITE-ENTRY.
      * Transaction code 27 debits a checking account, 37 savings.
           IF SRT-ACCT-TYPE = 'S'
               MOVE '37'         TO WS-ED-TRAN-CODE
           ELSE
               MOVE '27'         TO WS-ED-TRAN-CODE
           END-IF
           MOVE SRT-ROUTING(1:8) TO WS-ED-RDFI-ID
           MOVE SRT-ROUTING(9:1) TO WS-ED-CHECK-DIGIT
           MOVE SRT-ACCOUNT      TO WS-ED-DFI-ACCOUNT
           MOVE SRT-AMOUNT       TO WS-ED-AMOUNT
           MOVE SRT-CUSTID       TO WS-ED-INDIV-ID
           MOVE SRT-NAME         TO WS-ED-INDIV-NAME
           MOVE AP-ODFI-ID       TO WS-ED-TRACE-ODFI
           MOVE SRT-TRACE-SEQ    TO WS-ED-TRACE-SEQ
           WRITE NACHA-RECORD FROM WS-NACHA-ENTRY
           ADD 1 TO WS-NACHA-REC-CTR
           ADD 1 TO WS-ENTRY-CTR
           ADD 1 TO WS-BATCH-ENTRIES
           ADD SRT-AMOUNT TO WS-BATCH-TOTAL
           ADD SRT-AMOUNT TO WS-ENTRY-TOTAL
           MOVE SRT-ROUTING(1:8) TO WS-RDFI-9
           ADD WS-RDFI-9 TO WS-BATCH-HASH
           ADD WS-RDFI-9 TO WS-FILE-HASH.

       0650-CLOSE-BATCH.
      * The entry hash is the sum of the receiving bank routings,
      * kept to its rightmost ten digits.
           MOVE WS-BATCH-ENTRIES TO WS-BC-ENTRY-COUNT
           MOVE WS-BATCH-HASH    TO WS-BC-ENTRY-HASH
           MOVE WS-BATCH-TOTAL   TO WS-BC-DEBIT-TOTAL
           MOVE AP-COMPANY-ID    TO WS-BC-COMPANY-ID
           MOVE AP-ODFI-ID       TO WS-BC-ODFI-ID
           MOVE WS-BATCH-CTR     TO WS-BC-BATCH-NO
           WRITE NACHA-RECORD FROM WS-NACHA-BATCH-CONTROL
           ADD 1 TO WS-NACHA-REC-CTR
           MOVE 'N' TO WS-BATCH-OPEN-FLAG.

       0670-WRITE-FILE-CONTROL.
      * The block count includes the file control record itself and
      * the nines that pad the last block.
           ADD 1 TO WS-NACHA-REC-CTR
           DIVIDE WS-NACHA-REC-CTR BY 10 GIVING WS-PAD-QUOTIENT
               REMAINDER WS-PAD-REMAINDER
           IF WS-PAD-REMAINDER > ZERO
               ADD 1 TO WS-PAD-QUOTIENT
           END-IF
           MOVE WS-BATCH-CTR     TO WS-FC-BATCH-COUNT
           MOVE WS-PAD-QUOTIENT  TO WS-FC-BLOCK-COUNT
           MOVE WS-ENTRY-CTR     TO WS-FC-ENTRY-COUNT
           MOVE WS-FILE-HASH     TO WS-FC-ENTRY-HASH
           MOVE WS-ENTRY-TOTAL   TO WS-FC-DEBIT-TOTAL
           MOVE WS-FC-DEBIT-TOTAL TO WS-FILE-TOTAL
           WRITE NACHA-RECORD FROM WS-NACHA-FILE-CONTROL
           PERFORM 0680-WRITE-PAD-RECORD
               UNTIL WS-PAD-REMAINDER = ZERO.

       0680-WRITE-PAD-RECORD.
           WRITE NACHA-RECORD FROM WS-NACHA-PAD-RECORD
           ADD 1 TO WS-NACHA-REC-CTR
           DIVIDE WS-NACHA-REC-CTR BY 10 GIVING WS-PAD-QUOTIENT
               REMAINDER WS-PAD-REMAINDER.

       0800-BALANCE-CONTROLS.
      * The bank file and the payments posted must agree in count
      * and amount, or the file is not released to the bank.
           WRITE REPORT-LINE FROM SPACES
           MOVE 'Customers Read:        ' TO REPORT-LINE
           MOVE WS-READ-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           MOVE 'Enrolled In Cycle:     ' TO REPORT-LINE
           MOVE WS-ENROLLED-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           MOVE 'Debits Built:          ' TO REPORT-LINE
           MOVE WS-DEBIT-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           MOVE 'Enrolled Skipped:      ' TO REPORT-LINE
           MOVE WS-SKIP-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           MOVE 'NACHA Entries:         ' TO REPORT-LINE
           MOVE WS-ENTRY-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           MOVE 'NACHA Batches:         ' TO REPORT-LINE
           MOVE WS-BATCH-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SPACES
           MOVE 'Payment Trans Total:'    TO WS-TL-LABEL
           MOVE WS-TRANS-TOTAL            TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'NACHA Entry Total:'      TO WS-TL-LABEL
           MOVE WS-ENTRY-TOTAL            TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'NACHA File Control:'     TO WS-TL-LABEL
           MOVE WS-FILE-TOTAL             TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           WRITE REPORT-LINE FROM SPACES
           MOVE 'File vs Transactions:'   TO WS-RL-LABEL
           EVALUATE TRUE
               WHEN WS-RUN-STOPPED
                   MOVE 'RUN STOPPED - NOT RELEASED' TO WS-RL-MESSAGE
               WHEN WS-ENTRY-CTR NOT = WS-DEBIT-CTR
                   OR WS-ENTRY-TOTAL NOT = WS-TRANS-TOTAL
                   OR WS-FILE-TOTAL NOT = WS-TRANS-TOTAL
                   MOVE 'OUT OF BALANCE - NOT RELEASED'
                       TO WS-RL-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'IN BALANCE' TO WS-RL-MESSAGE
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-RESULT-LINE.

       0900-CLOSE-ROUTINE.
           CLOSE CUSTOMER-FILE
                 AUTOPAY-FILE
                 ACH-PARM-FILE
                 NACHA-FILE
                 PAY-TRANS-FILE
                 CONTROL-REPORT-FILE.
