       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDLNQ.
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
           SELECT HISTORY-FILE
               ASSIGN TO 'CUSTHIST'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HS-STATUS.
           SELECT DLQ-PARM-FILE
               ASSIGN TO 'CUSTDPRM'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DP-STATUS.
           SELECT LETTER-FILE
               ASSIGN TO 'CUSTDLTR'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT FEE-TRANS-FILE
               ASSIGN TO 'CUSTDTRN'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT PASTDUE-REPORT-FILE
               ASSIGN TO 'CUSTPDRP'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT SORT-WORK-FILE
               ASSIGN TO 'CUSTSORT'.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTHST.

      * Single-record delinquency parameter file, keyed by accounting:
      * the late fee charged when an account rolls past due, and the
      * smallest past-due amount that draws the fee (a few cents
      * short of the minimum is still aged but not charged).
       FD  DLQ-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  DLQ-PARM-RECORD.
           05  DPR-LATE-FEE       PIC 9(5)V99.
           05  DPR-FEE-THRESHOLD  PIC 9(5)V99.

       FD  LETTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  LETTER-LINE            PIC X(132).

      * Late fees go out as ordinary 'G' transactions in the CUSTTRN
      * layout for CUSTEDIT intake.  The record area also serves to
      * read the transaction image off each history record while the
      * payments are loaded, before any fee is written.
       FD  FEE-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTTRN.

       FD  PASTDUE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE            PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-BRANCH         PIC X(3).
           05  SRT-CUSTID         PIC X(6).
           05  SRT-NAME           PIC X(30).
           05  SRT-STAGE          PIC 9(1).
           05  SRT-PAST-DUE       PIC 9(7)V99.
           05  SRT-BALANCE        PIC S9(7)V99.
           05  SRT-DUE-DATE       PIC X(8).
           05  SRT-STATUS         PIC X(1).
           05  SRT-NOTE           PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC X(2).
       01  WS-HS-STATUS           PIC X(2).
       01  WS-DP-STATUS           PIC X(2).
       01  WS-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-FILE        VALUE 'Y'.
       01  WS-EOF-HIST            PIC X VALUE 'N'.
           88  EOF-HISTORY        VALUE 'Y'.
       01  WS-SORT-EOF-FLAG       PIC X(1) VALUE 'N'.
           88  SORT-AT-EOF        VALUE 'Y'.
       01  WS-PARM-OK-FLAG        PIC X(1) VALUE 'N'.
           88  WS-PARM-LOADED     VALUE 'Y'.
       01  WS-RUN-REFUSED         PIC X(1) VALUE 'N'.
           88  WS-DLQ-RUN-REFUSED VALUE 'Y'.

      * PARM layout: positions 1-8 the as-of date as YYYYMMDD
      * (spaces = today) - every due date on or before it that has
      * not been aged yet is aged in this run; positions 9-11 how
      * many days of payment history to load ahead of the as-of date
      * (default 120).
       01  WS-PARM-AREA           PIC X(80) VALUE SPACES.
       01  WS-ASOF-DATE           PIC X(8)  VALUE SPACES.
       01  WS-ASOF-DATE-9 REDEFINES WS-ASOF-DATE
                                  PIC 9(8).
       01  WS-LOOKBACK-DAYS       PIC 9(3)  VALUE 120.
       01  WS-LOOKBACK-DATE       PIC 9(8)  VALUE ZERO.
       01  WS-LOOKBACK-DATE-X REDEFINES WS-LOOKBACK-DATE
                                  PIC X(8).

      * Payments applied from the lookback date through the as-of
      * date, loaded once up front.  A table that overflows would
      * miss payments and roll paying customers past due, so the run
      * is refused instead.
       01  WS-PAY-MAX             PIC 9(4) VALUE 9000.
       01  WS-PAY-CTR             PIC 9(4) VALUE ZERO.
       01  WS-PAY-TABLE.
           05  WS-PAY-ENTRY      OCCURS 9000 TIMES
                                  INDEXED BY WS-PAY-IDX.
               10  WS-PT-CUSTID   PIC X(6).
               10  WS-PT-DATE     PIC X(8).
               10  WS-PT-AMOUNT   PIC S9(7)V99.
       01  WS-PAY-FULL-FLAG       PIC X(1) VALUE 'N'.
           88  WS-PAY-TABLE-FULL  VALUE 'Y'.

      * One statement's terms at a time - the prior slot, then the
      * current one - are moved here and aged by the same paragraph.
       01  WS-SLOT-STMT-DATE      PIC X(8)     VALUE SPACES.
       01  WS-SLOT-DUE-DATE       PIC X(8)     VALUE SPACES.
       01  WS-SLOT-MIN-DUE        PIC 9(7)V99  VALUE ZERO.
       01  WS-PAID-AMOUNT         PIC S9(9)V99 VALUE ZERO.
       01  WS-UPDATED-FLAG        PIC X(1)     VALUE 'N'.
           88  WS-MASTER-UPDATED  VALUE 'Y'.
       01  WS-MISSED-FLAG         PIC X(1)     VALUE 'N'.
           88  WS-MISSED-THIS-RUN VALUE 'Y'.
       01  WS-NOTE                PIC X(12)    VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-READ-CTR        PIC 9(6) VALUE ZERO.
           05  WS-AGED-CTR        PIC 9(6) VALUE ZERO.
           05  WS-ROLLED-CTR      PIC 9(6) VALUE ZERO.
           05  WS-CURED-CTR       PIC 9(6) VALUE ZERO.
           05  WS-BKRPT-CTR       PIC 9(6) VALUE ZERO.
           05  WS-LETTER-CTR      PIC 9(6) VALUE ZERO.
           05  WS-FEE-CTR         PIC 9(6) VALUE ZERO.
           05  WS-HIST-PAY-CTR    PIC 9(6) VALUE ZERO.
       01  WS-FEE-TOTAL           PIC S9(9)V99 VALUE ZERO.

      * Dunning wording by stage, three lines each; the tone gets
      * firmer with every stage.
       01  WS-LETTER-TEXT-INIT.
           05  FILLER             PIC X(60) VALUE
               'We have not received the minimum payment that was due'.
           05  FILLER             PIC X(60) VALUE
               'on your account.  Please send the past-due amount'.
           05  FILLER             PIC X(60) VALUE
               'shown below.  If it is already in the mail, thank you.'.
           05  FILLER             PIC X(60) VALUE
               'Your account is now 60 days past due.  Payment of the'.
           05  FILLER             PIC X(60) VALUE
               'past-due amount shown below is required now to keep'.
           05  FILLER             PIC X(60) VALUE
               'your account in good standing.'.
           05  FILLER             PIC X(60) VALUE
               'Your account is 90 days past due.  Unless the past-due'.
           05  FILLER             PIC X(60) VALUE
               'amount is received within 10 days, your charging'.
           05  FILLER             PIC X(60) VALUE
               'privileges will be suspended.'.
           05  FILLER             PIC X(60) VALUE
               'FINAL NOTICE.  Your account is 120 days or more past'.
           05  FILLER             PIC X(60) VALUE
               'due.  Unless the past-due amount is received within 10'.
           05  FILLER             PIC X(60) VALUE
               'days, the account will be referred for collection.'.
       01  WS-LETTER-TEXT-TABLE REDEFINES WS-LETTER-TEXT-INIT.
           05  WS-LTR-STAGE       OCCURS 4 TIMES.
               10  WS-LTR-TEXT    PIC X(60) OCCURS 3 TIMES.
       01  WS-LTR-IDX             PIC 9(1)  VALUE ZERO.
       01  WS-LTR-LINE-IDX        PIC 9(1)  VALUE ZERO.

       01  WS-BUCKET-LABELS-INIT.
           05  FILLER             PIC X(10) VALUE '30 DAYS'.
           05  FILLER             PIC X(10) VALUE '60 DAYS'.
           05  FILLER             PIC X(10) VALUE '90 DAYS'.
           05  FILLER             PIC X(10) VALUE '120+ DAYS'.
       01  WS-BUCKET-LABELS-TABLE REDEFINES WS-BUCKET-LABELS-INIT.
           05  WS-BUCKET-LABEL    PIC X(10) OCCURS 4 TIMES.

      * Count, past-due amount and balance by stage for the branch in
      * hand and for the company.
       01  WS-BKT-IDX             PIC 9(1)     VALUE ZERO.
       01  WS-BRANCH-BUCKETS.
           05  WS-BR-BKT          OCCURS 4 TIMES.
               10  WS-BRB-CTR     PIC 9(6)     VALUE ZERO.
               10  WS-BRB-PASTDUE PIC S9(9)V99 VALUE ZERO.
               10  WS-BRB-BALANCE PIC S9(9)V99 VALUE ZERO.
       01  WS-COMPANY-BUCKETS.
           05  WS-CO-BKT          OCCURS 4 TIMES.
               10  WS-COB-CTR     PIC 9(6)     VALUE ZERO.
               10  WS-COB-PASTDUE PIC S9(9)V99 VALUE ZERO.
               10  WS-COB-BALANCE PIC S9(9)V99 VALUE ZERO.

       01  WS-CURR-BRANCH         PIC X(3)  VALUE LOW-VALUES.
       01  WS-FIRST-FLAG          PIC X(1)  VALUE 'Y'.
           88  WS-FIRST-RECORD    VALUE 'Y'.

       01  WS-HEADING-1.
           05  FILLER            PIC X(20) VALUE 'Past Due by Branch  '.
           05  FILLER            PIC X(20) VALUE 'Date: '.
           05  WS-CURR-DATE      PIC X(10).

       01  WS-ASOF-LINE.
           05  FILLER             PIC X(26) VALUE 'Aged As Of:'.
           05  WS-AL-DATE         PIC X(10).

       01  WS-BRANCH-HEADER.
           05  FILLER             PIC X(8)  VALUE 'Branch: '.
           05  WS-BH-BRANCH       PIC X(3).

       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-CUSTID       PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-NAME         PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-BUCKET       PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-PASTDUE      PIC $Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-BALANCE      PIC $Z,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-DUE-DATE     PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-STATUS       PIC X(11).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-NOTE         PIC X(12).

       01  WS-BUCKET-LINE.
           05  WS-BL-LABEL        PIC X(26).
           05  WS-BL-COUNT        PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-BL-PASTDUE      PIC $$$,$$$,$$9.99-.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-BL-BALANCE      PIC $$$,$$$,$$9.99-.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL        PIC X(26).
           05  WS-TL-AMOUNT       PIC $$$,$$$,$$9.99-.

       01  WS-DATE-EDIT.
           05  WS-DE-MM           PIC X(2).
           05  FILLER             PIC X(1)  VALUE '/'.
           05  WS-DE-DD           PIC X(2).
           05  FILLER             PIC X(1)  VALUE '/'.
           05  WS-DE-YYYY         PIC X(4).

       01  WS-LETTER-HEADING.
           05  FILLER            PIC X(20) VALUE 'PAST DUE NOTICE     '.
           05  FILLER            PIC X(20) VALUE 'Date: '.
           05  WS-LH-DATE        PIC X(10).

       01  WS-LTR-ACCT-LINE.
           05  FILLER             PIC X(18) VALUE 'Account Number:  '.
           05  WS-LA-CUSTID       PIC X(6).

       01  WS-LTR-AMOUNT-LINE.
           05  WS-LM-LABEL        PIC X(18).
           05  WS-LM-AMOUNT       PIC $$$,$$$,$$9.99-.

       01  WS-LTR-DUE-LINE.
           05  FILLER             PIC X(18) VALUE 'Payment Was Due:  '.
           05  WS-LD-DATE         PIC X(10).

       LINKAGE SECTION.
       01  LK-PARM-DATA.
           05  LK-PARM-LEN        PIC S9(4) COMP.
           05  LK-PARM-TEXT       PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-DATA.
       0100-MAIN-PROCESS.
           PERFORM 0200-INIT-ROUTINE
           IF NOT WS-DLQ-RUN-REFUSED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-BRANCH
                                    SRT-CUSTID
                   INPUT PROCEDURE 0300-AGE-ACCOUNTS
                   OUTPUT PROCEDURE 0700-REPORT-BY-BRANCH
           END-IF
           PERFORM 0900-CLOSE-ROUTINE
           STOP RUN.

       0200-INIT-ROUTINE.
           PERFORM 0205-PARSE-PARM
           OPEN I-O    CUSTOMER-FILE
           OPEN INPUT  HISTORY-FILE
                       DLQ-PARM-FILE
                OUTPUT LETTER-FILE
                       FEE-TRANS-FILE
                       PASTDUE-REPORT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening customer file. Status: '
                   WS-FILE-STATUS
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 0250-WRITE-HEADERS
           PERFORM 0220-LOAD-DLQ-PARM
      * Aging without the payment history would roll every account
      * that paid on time, so an unreadable history refuses the run.
           IF NOT WS-DLQ-RUN-REFUSED
               IF WS-HS-STATUS NOT = '00'
                   DISPLAY 'Error opening history file. Status: '
                       WS-HS-STATUS ' - run refused'
                   MOVE 'RUN REFUSED - HISTORY FILE NOT READABLE'
                       TO REPORT-LINE
                   PERFORM 0230-REFUSE-RUN
               ELSE
                   PERFORM 0260-LOAD-PAYMENTS UNTIL EOF-HISTORY
               END-IF
           END-IF
           IF WS-PAY-TABLE-FULL
               DISPLAY 'Payment history exceeds table - run refused'
               MOVE 'RUN REFUSED - PAYMENT HISTORY EXCEEDS TABLE'
                   TO REPORT-LINE
               PERFORM 0230-REFUSE-RUN
           END-IF.

       0205-PARSE-PARM.
           IF LK-PARM-LEN > 0
               MOVE LK-PARM-TEXT(1:LK-PARM-LEN) TO WS-PARM-AREA
           END-IF
           IF WS-PARM-AREA(1:8) IS NUMERIC
               MOVE WS-PARM-AREA(1:8) TO WS-ASOF-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ASOF-DATE
           END-IF
           IF WS-PARM-AREA(9:3) IS NUMERIC
               AND WS-PARM-AREA(9:3) NOT = '000'
               MOVE WS-PARM-AREA(9:3) TO WS-LOOKBACK-DAYS
           END-IF
           COMPUTE WS-LOOKBACK-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-ASOF-DATE-9)
                - WS-LOOKBACK-DAYS).

       0220-LOAD-DLQ-PARM.
      * The late fee is money, so a missing or damaged parameter
      * record refuses the whole run rather than charging a default
      * nobody approved.
           IF WS-DP-STATUS = '00'
               READ DLQ-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF DPR-LATE-FEE IS NUMERIC
                           AND DPR-FEE-THRESHOLD IS NUMERIC
                           MOVE 'Y' TO WS-PARM-OK-FLAG
                       END-IF
               END-READ
           END-IF
           IF NOT WS-PARM-LOADED
               DISPLAY 'Delinquency parameter record missing or not'
                   ' numeric - run refused'
               MOVE 'RUN REFUSED - DELINQUENCY PARAMETER INVALID'
                   TO REPORT-LINE
               PERFORM 0230-REFUSE-RUN
           END-IF.

       0230-REFUSE-RUN.
           WRITE REPORT-LINE
           MOVE 16  TO RETURN-CODE
           MOVE 'Y' TO WS-RUN-REFUSED
           MOVE 'Y' TO WS-EOF-FLAG
           MOVE 'Y' TO WS-EOF-HIST.

       0250-WRITE-HEADERS.
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-CURR-DATE
           MOVE WS-CURR-DATE TO WS-LH-DATE
           WRITE REPORT-LINE FROM WS-HEADING-1
           WRITE REPORT-LINE FROM SPACES
           MOVE WS-ASOF-DATE TO WS-AL-DATE
           WRITE REPORT-LINE FROM WS-ASOF-LINE
           WRITE REPORT-LINE FROM SPACES.

       0260-LOAD-PAYMENTS.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-HIST
               NOT AT END
                   IF (HST-ACTION = 'P' OR HST-ACTION = 'J')
                       AND HST-RUN-DATE(1:8) NOT < WS-LOOKBACK-DATE-X
                       AND HST-RUN-DATE(1:8) NOT > WS-ASOF-DATE
                       PERFORM 0270-STORE-PAYMENT
                   END-IF
           END-READ.

       0270-STORE-PAYMENT.
      * A returned-check reversal takes its payment back out, so it
      * is stored as a negative payment against the same account;
      * any other adjustment is not a payment and is passed over.
           MOVE HST-TRANS-IMAGE TO TRANS-RECORD
           IF TR-CUST-BALANCE IS NUMERIC
               AND (HST-ACTION = 'P' OR TR-REF-RETURNED-CHECK)
               IF WS-PAY-CTR < WS-PAY-MAX
                   ADD 1 TO WS-PAY-CTR
                   ADD 1 TO WS-HIST-PAY-CTR
                   SET WS-PAY-IDX TO WS-PAY-CTR
                   MOVE HST-CUST-ID       TO WS-PT-CUSTID(WS-PAY-IDX)
                   MOVE HST-RUN-DATE(1:8) TO WS-PT-DATE(WS-PAY-IDX)
                   IF HST-ACTION = 'P'
                       MOVE TR-CUST-BALANCE TO WS-PT-AMOUNT(WS-PAY-IDX)
                   ELSE
                       COMPUTE WS-PT-AMOUNT(WS-PAY-IDX) =
                           ZERO - TR-CUST-BALANCE
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-PAY-FULL-FLAG
                   MOVE 'Y' TO WS-EOF-HIST
               END-IF
           END-IF.

       0300-AGE-ACCOUNTS.
           PERFORM 0350-READ-AND-AGE UNTIL END-OF-FILE.

       0350-READ-AND-AGE.
           READ CUSTOMER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-CTR
                   PERFORM 0400-AGE-ACCOUNT
           END-READ.

       0400-AGE-ACCOUNT.
      * Each due date that has passed and was not aged by an earlier
      * run is aged once: if the payments received since that
      * statement cover its minimum the account is current again,
      * otherwise it rolls one stage and the unpaid part of the
      * minimum becomes the past-due amount.  An account paid down
      * to nothing is current whatever its stage.  Bankrupt accounts
      * are left alone - collection contact is stayed.
           MOVE 'N'    TO WS-UPDATED-FLAG
           MOVE 'N'    TO WS-MISSED-FLAG
           MOVE SPACES TO WS-NOTE
           IF CUST-PAST-DUE NOT NUMERIC
               MOVE ZERO TO CUST-PAST-DUE
           END-IF
           IF CUST-DLQ-STAGE NOT NUMERIC
               MOVE ZERO TO CUST-DLQ-STAGE
           END-IF
           IF CUST-MIN-DUE NOT NUMERIC
               MOVE ZERO TO CUST-MIN-DUE
           END-IF
           IF CUST-PRV-MIN-DUE NOT NUMERIC
               MOVE ZERO TO CUST-PRV-MIN-DUE
           END-IF
           IF CUST-STAT-BANKRUPT
               ADD 1 TO WS-BKRPT-CTR
           ELSE
               MOVE CUST-PRV-STMT-DATE TO WS-SLOT-STMT-DATE
               MOVE CUST-PRV-DUE-DATE  TO WS-SLOT-DUE-DATE
               MOVE CUST-PRV-MIN-DUE   TO WS-SLOT-MIN-DUE
               PERFORM 0410-AGE-ONE-SLOT
               MOVE CUST-STMT-DATE     TO WS-SLOT-STMT-DATE
               MOVE CUST-DUE-DATE      TO WS-SLOT-DUE-DATE
               MOVE CUST-MIN-DUE       TO WS-SLOT-MIN-DUE
               PERFORM 0410-AGE-ONE-SLOT
               IF CUST-BALANCE NOT > ZERO
                   AND (CUST-DLQ-STAGE > ZERO OR CUST-PAST-DUE > ZERO)
                   ADD 1 TO WS-CURED-CTR
                   MOVE ZERO TO CUST-DLQ-STAGE
                   MOVE ZERO TO CUST-PAST-DUE
                   MOVE 'Y'  TO WS-UPDATED-FLAG
               END-IF
           END-IF
           IF WS-MISSED-THIS-RUN AND CUST-DLQ-STAGE > ZERO
               PERFORM 0500-WRITE-LETTER
               PERFORM 0550-WRITE-LATE-FEE
           END-IF
           IF WS-MASTER-UPDATED
               PERFORM 0480-REWRITE-MASTER
           END-IF
           IF CUST-DLQ-STAGE > ZERO AND NOT CUST-STAT-BANKRUPT
               PERFORM 0600-RELEASE-PAST-DUE
           END-IF.

       0410-AGE-ONE-SLOT.
           IF WS-SLOT-DUE-DATE NOT = SPACES
               AND WS-SLOT-DUE-DATE NOT > WS-ASOF-DATE
               AND WS-SLOT-DUE-DATE > CUST-AGED-DUE-DATE
               PERFORM 0420-SUM-PAYMENTS
               IF WS-PAID-AMOUNT NOT < WS-SLOT-MIN-DUE
                   OR CUST-BALANCE NOT > ZERO
                   IF CUST-DLQ-STAGE > ZERO
                       ADD 1 TO WS-CURED-CTR
                   END-IF
                   MOVE ZERO TO CUST-DLQ-STAGE
                   MOVE ZERO TO CUST-PAST-DUE
               ELSE
                   IF CUST-DLQ-STAGE < 4
                       ADD 1 TO CUST-DLQ-STAGE
                   END-IF
                   COMPUTE CUST-PAST-DUE =
                       WS-SLOT-MIN-DUE - WS-PAID-AMOUNT
                   MOVE 'Y' TO WS-MISSED-FLAG
                   ADD 1 TO WS-ROLLED-CTR
               END-IF
               MOVE WS-SLOT-DUE-DATE TO CUST-AGED-DUE-DATE
               MOVE 'Y' TO WS-UPDATED-FLAG
               ADD 1 TO WS-AGED-CTR
           END-IF.

       0420-SUM-PAYMENTS.
           MOVE ZERO TO WS-PAID-AMOUNT
           PERFORM 0425-SUM-ONE-PAYMENT
               VARYING WS-PAY-IDX FROM 1 BY 1
               UNTIL WS-PAY-IDX > WS-PAY-CTR.

       0425-SUM-ONE-PAYMENT.
           IF WS-PT-CUSTID(WS-PAY-IDX) = CUST-ID
               AND WS-PT-DATE(WS-PAY-IDX) NOT < WS-SLOT-STMT-DATE
               ADD WS-PT-AMOUNT(WS-PAY-IDX) TO WS-PAID-AMOUNT
           END-IF.

       0480-REWRITE-MASTER.
      * A failed rewrite stops the run; due dates already aged are
      * marked on the master, so a rerun picks up where this one
      * stopped without aging anything twice.
           REWRITE CUSTOMER-RECORD
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'Error rewriting customer master. Status: '
                   WS-FILE-STATUS ' key: ' CUST-ID
               MOVE 'RUN STOPPED - MASTER UPDATE FAILED'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 12  TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

       0500-WRITE-LETTER.
      * Accounts placed with collections hear from the agency, not
      * from us, so they are aged and reported but get no letter.
           IF NOT CUST-STAT-COLLECT
               ADD 1 TO WS-LETTER-CTR
               MOVE 'NOTICE SENT' TO WS-NOTE
               MOVE CUST-DLQ-STAGE TO WS-LTR-IDX
               WRITE LETTER-LINE FROM WS-LETTER-HEADING
                   AFTER ADVANCING PAGE
               WRITE LETTER-LINE FROM SPACES
               WRITE LETTER-LINE FROM CUST-NAME
               WRITE LETTER-LINE FROM CUST-ADDRESS
               WRITE LETTER-LINE FROM SPACES
               MOVE CUST-ID TO WS-LA-CUSTID
               WRITE LETTER-LINE FROM WS-LTR-ACCT-LINE
               WRITE LETTER-LINE FROM SPACES
               PERFORM 0510-WRITE-LETTER-TEXT
                   VARYING WS-LTR-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LTR-LINE-IDX > 3
               WRITE LETTER-LINE FROM SPACES
               MOVE 'Amount Past Due:  ' TO WS-LM-LABEL
               MOVE CUST-PAST-DUE        TO WS-LM-AMOUNT
               WRITE LETTER-LINE FROM WS-LTR-AMOUNT-LINE
               MOVE 'Current Balance:  ' TO WS-LM-LABEL
               MOVE CUST-BALANCE         TO WS-LM-AMOUNT
               WRITE LETTER-LINE FROM WS-LTR-AMOUNT-LINE
               MOVE CUST-AGED-DUE-DATE(5:2) TO WS-DE-MM
               MOVE CUST-AGED-DUE-DATE(7:2) TO WS-DE-DD
               MOVE CUST-AGED-DUE-DATE(1:4) TO WS-DE-YYYY
               MOVE WS-DATE-EDIT            TO WS-LD-DATE
               WRITE LETTER-LINE FROM WS-LTR-DUE-LINE
           END-IF.

       0510-WRITE-LETTER-TEXT.
           WRITE LETTER-LINE
               FROM WS-LTR-TEXT(WS-LTR-IDX, WS-LTR-LINE-IDX).

       0550-WRITE-LATE-FEE.
      * One fee per account per run, however many due dates it
      * missed, and only on open accounts: a fee against a held or
      * closed account would only suspend in CUSTEDIT.
           IF CUST-STAT-OPEN
               AND DPR-LATE-FEE > ZERO
               AND CUST-PAST-DUE NOT < DPR-FEE-THRESHOLD
               MOVE SPACES       TO TRANS-RECORD
               MOVE 'G'          TO TR-ACTION
               MOVE CUST-ID      TO TR-CUST-ID
               MOVE DPR-LATE-FEE TO TR-CUST-BALANCE
               MOVE 'D'          TO TR-SOURCE
               MOVE 'CUSTDLNQ'   TO TR-OPERATOR-ID
               WRITE TRANS-RECORD
               ADD 1             TO WS-FEE-CTR
               ADD DPR-LATE-FEE  TO WS-FEE-TOTAL
               IF WS-NOTE = SPACES
                   MOVE 'FEE CHARGED' TO WS-NOTE
               ELSE
                   MOVE 'NOTICE + FEE' TO WS-NOTE
               END-IF
           END-IF.

       0600-RELEASE-PAST-DUE.
           MOVE CUST-BRANCH        TO SRT-BRANCH
           MOVE CUST-ID            TO SRT-CUSTID
           MOVE CUST-NAME          TO SRT-NAME
           MOVE CUST-DLQ-STAGE     TO SRT-STAGE
           MOVE CUST-PAST-DUE      TO SRT-PAST-DUE
           MOVE CUST-BALANCE       TO SRT-BALANCE
           MOVE CUST-AGED-DUE-DATE TO SRT-DUE-DATE
           MOVE CUST-STATUS        TO SRT-STATUS
           MOVE WS-NOTE            TO SRT-NOTE
           RELEASE SORT-RECORD.

       0700-REPORT-BY-BRANCH.
           PERFORM 0750-RETURN-SORTED-REC UNTIL SORT-AT-EOF
           IF NOT WS-FIRST-RECORD
               PERFORM 0800-PRINT-BRANCH-TOTALS
           END-IF
           PERFORM 0850-PRINT-COMPANY-TOTALS.

       0750-RETURN-SORTED-REC.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-FLAG
               NOT AT END
                   PERFORM 0760-PROCESS-SORTED-REC
           END-RETURN.

       0760-PROCESS-SORTED-REC.
           IF SRT-BRANCH NOT = WS-CURR-BRANCH
               IF NOT WS-FIRST-RECORD
                   PERFORM 0800-PRINT-BRANCH-TOTALS
               END-IF
               MOVE 'N'        TO WS-FIRST-FLAG
               MOVE SRT-BRANCH TO WS-CURR-BRANCH
               MOVE SRT-BRANCH TO WS-BH-BRANCH
               WRITE REPORT-LINE FROM SPACES
               WRITE REPORT-LINE FROM WS-BRANCH-HEADER
               WRITE REPORT-LINE FROM SPACES
           END-IF
           MOVE SRT-STAGE TO WS-BKT-IDX
           ADD 1            TO WS-BRB-CTR(WS-BKT-IDX)
           ADD 1            TO WS-COB-CTR(WS-BKT-IDX)
           ADD SRT-PAST-DUE TO WS-BRB-PASTDUE(WS-BKT-IDX)
           ADD SRT-PAST-DUE TO WS-COB-PASTDUE(WS-BKT-IDX)
           ADD SRT-BALANCE  TO WS-BRB-BALANCE(WS-BKT-IDX)
           ADD SRT-BALANCE  TO WS-COB-BALANCE(WS-BKT-IDX)
           MOVE SRT-CUSTID  TO WS-DL-CUSTID
           MOVE SRT-NAME    TO WS-DL-NAME
           MOVE WS-BUCKET-LABEL(WS-BKT-IDX) TO WS-DL-BUCKET
           MOVE SRT-PAST-DUE TO WS-DL-PASTDUE
           MOVE SRT-BALANCE  TO WS-DL-BALANCE
           MOVE SRT-DUE-DATE(5:2) TO WS-DE-MM
           MOVE SRT-DUE-DATE(7:2) TO WS-DE-DD
           MOVE SRT-DUE-DATE(1:4) TO WS-DE-YYYY
           MOVE WS-DATE-EDIT      TO WS-DL-DUE-DATE
           EVALUATE SRT-STATUS
               WHEN 'H'
                   MOVE 'CREDIT HOLD' TO WS-DL-STATUS
               WHEN 'C'
                   MOVE 'CLOSED'      TO WS-DL-STATUS
               WHEN 'L'
                   MOVE 'COLLECTIONS' TO WS-DL-STATUS
               WHEN OTHER
                   MOVE SPACES        TO WS-DL-STATUS
           END-EVALUATE
           MOVE SRT-NOTE TO WS-DL-NOTE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       0800-PRINT-BRANCH-TOTALS.
           WRITE REPORT-LINE FROM SPACES
           PERFORM 0810-PRINT-BRANCH-BUCKET
               VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > 4.

       0810-PRINT-BRANCH-BUCKET.
           MOVE SPACES TO WS-BL-LABEL
           STRING 'Branch ' WS-BUCKET-LABEL(WS-BKT-IDX)
               DELIMITED BY SIZE INTO WS-BL-LABEL
           MOVE WS-BRB-CTR(WS-BKT-IDX)     TO WS-BL-COUNT
           MOVE WS-BRB-PASTDUE(WS-BKT-IDX) TO WS-BL-PASTDUE
           MOVE WS-BRB-BALANCE(WS-BKT-IDX) TO WS-BL-BALANCE
           WRITE REPORT-LINE FROM WS-BUCKET-LINE
           MOVE ZERO TO WS-BRB-CTR(WS-BKT-IDX)
           MOVE ZERO TO WS-BRB-PASTDUE(WS-BKT-IDX)
           MOVE ZERO TO WS-BRB-BALANCE(WS-BKT-IDX).

       0850-PRINT-COMPANY-TOTALS.
           WRITE REPORT-LINE FROM SPACES
           PERFORM 0860-PRINT-COMPANY-BUCKET
               VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > 4.

       0860-PRINT-COMPANY-BUCKET.
           MOVE SPACES TO WS-BL-LABEL
           STRING 'Company ' WS-BUCKET-LABEL(WS-BKT-IDX)
               DELIMITED BY SIZE INTO WS-BL-LABEL
           MOVE WS-COB-CTR(WS-BKT-IDX)     TO WS-BL-COUNT
           MOVE WS-COB-PASTDUE(WS-BKT-IDX) TO WS-BL-PASTDUE
           MOVE WS-COB-BALANCE(WS-BKT-IDX) TO WS-BL-BALANCE
           WRITE REPORT-LINE FROM WS-BUCKET-LINE.

       0900-CLOSE-ROUTINE.
           WRITE REPORT-LINE FROM SPACES
           MOVE 'Customers Read:        ' TO REPORT-LINE
           MOVE WS-READ-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           MOVE 'Payments Loaded:       ' TO REPORT-LINE
           MOVE WS-HIST-PAY-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           MOVE 'Due Dates Aged:        ' TO REPORT-LINE
           MOVE WS-AGED-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           MOVE 'Rolled Past Due:       ' TO REPORT-LINE
           MOVE WS-ROLLED-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           MOVE 'Brought Current:       ' TO REPORT-LINE
           MOVE WS-CURED-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           MOVE 'Bankrupt Skipped:      ' TO REPORT-LINE
           MOVE WS-BKRPT-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           MOVE 'Letters Written:       ' TO REPORT-LINE
           MOVE WS-LETTER-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           MOVE 'Late Fees Charged:     ' TO REPORT-LINE
           MOVE WS-FEE-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SPACES
      * The control total is the amount total of the 'G' late-fee
      * transactions actually written; the batch is balanced against
      * it before release to CUSTEDIT.
           MOVE 'Late Fee Control Total:   ' TO WS-TL-LABEL
           MOVE WS-FEE-TOTAL                 TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           CLOSE CUSTOMER-FILE
                 HISTORY-FILE
                 DLQ-PARM-FILE
                 LETTER-FILE
                 FEE-TRANS-FILE
                 PASTDUE-REPORT-FILE.
