       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTUNWK.
       AUTHOR. GITHUB-COPILOT.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL UNAPPLIED-FILE
               ASSIGN TO 'CUSTUNAP'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-UN-STATUS.
           SELECT OPTIONAL CORRECTION-FILE
               ASSIGN TO 'CUSTUCOR'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CR-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT NEW-UNAPPLIED-FILE
               ASSIGN TO 'CUSTUNAN'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT PAY-TRANS-FILE
               ASSIGN TO 'CUSTUTRN'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT REGISTER-FILE
               ASSIGN TO 'CUSTUREG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT JOURNAL-FILE
               ASSIGN TO 'CUSTUJRN'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT SORT-WORK-FILE
               ASSIGN TO 'CUSTSORT'.

       DATA DIVISION.
       FILE SECTION.
       FD  UNAPPLIED-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTUNA.

      * Cash-application corrections keyed by the cash clerks: the
      * deposit date and check number identify the unapplied item,
      * the customer id is the account the check belongs to.  The
      * amount is keyed only for AMT items, whose amount the bank
      * file could not supply; on any other item it may be left
      * blank, and if keyed it must agree with the deposited amount.
       FD  CORRECTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  CORRECTION-RECORD.
           05  COR-DEPOSIT-DATE   PIC X(8).
           05  COR-CHECK-NUMBER   PIC X(10).
           05  COR-CUST-ID        PIC X(6).
           05  COR-CHECK-AMOUNT   PIC 9(7)V99.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

      * Items still unresolved, in the CUSTUNAP layout; this file
      * becomes next month's CUSTUNAP once the run ends clean.
       FD  NEW-UNAPPLIED-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-UNAPPLIED-RECORD   PIC X(36).

       FD  PAY-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTTRN.

       FD  REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  REGISTER-LINE          PIC X(132).

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTGLJ.

      * Applied items are sorted on customer id before CUSTUTRN is
      * written, for the same reason CUSTLBOX sorts CUSTPTRN: CUSTEDIT
      * suspends anything behind the last key it wrote.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-ACTION         PIC X(1).
           05  SRT-CUSTID         PIC X(6).
           05  FILLER             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-UN-STATUS           PIC X(2).
       01  WS-CR-STATUS           PIC X(2).
       01  WS-FILE-STATUS         PIC X(2).
       01  WS-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-FILE        VALUE 'Y'.
       01  WS-EOF-COR             PIC X VALUE 'N'.
           88  EOF-CORRECTIONS    VALUE 'Y'.
       01  WS-SORT-EOF-FLAG       PIC X(1) VALUE 'N'.
           88  SORT-AT-EOF        VALUE 'Y'.
       01  WS-RUN-REFUSED         PIC X(1) VALUE 'N'.
           88  WS-UNA-RUN-REFUSED VALUE 'Y'.

      * PARM layout: positions 1-8 the as-of date the items are aged
      * to, as YYYYMMDD (spaces = today).
       01  WS-PARM-AREA           PIC X(80) VALUE SPACES.
       01  WS-ASOF-DATE           PIC X(8)  VALUE SPACES.
       01  WS-ASOF-DATE-9 REDEFINES WS-ASOF-DATE
                                  PIC 9(8).

      * Corrections are loaded once up front and matched to the
      * unapplied items on deposit date and check number.  Each is
      * used at most once; any left over are listed for the clerks.
      * A table that overflows would silently drop corrections, so
      * the run is refused instead.
       01  WS-COR-MAX             PIC 9(4) VALUE 2000.
       01  WS-COR-CTR             PIC 9(4) VALUE ZERO.
       01  WS-COR-TABLE.
           05  WS-COR-ENTRY      OCCURS 2000 TIMES
                                  INDEXED BY WS-COR-IDX.
               10  WS-CT-DATE     PIC X(8).
               10  WS-CT-CHECKNO  PIC X(10).
               10  WS-CT-CUSTID   PIC X(6).
               10  WS-CT-AMOUNT   PIC 9(7)V99.
               10  WS-CT-KEYED    PIC X(1).
                   88  WS-CT-AMOUNT-KEYED VALUE 'Y'.
               10  WS-CT-USED     PIC X(1).
                   88  WS-CT-WAS-USED     VALUE 'Y'.
       01  WS-COR-FULL-FLAG       PIC X(1) VALUE 'N'.
           88  WS-COR-TABLE-FULL  VALUE 'Y'.
       01  WS-COR-FOUND-FLAG      PIC X(1) VALUE 'N'.
           88  WS-COR-FOUND       VALUE 'Y'.
       01  WS-COR-HIT             PIC 9(4) VALUE ZERO.
       01  WS-UNUSED-HDR-FLAG     PIC X(1) VALUE 'N'.
           88  WS-UNUSED-HDR-DONE VALUE 'Y'.

      * The item in hand: its amount as deposited (zero for AMT
      * items), the amount that would be posted, and its age.
       01  WS-ITEM-AMOUNT         PIC 9(7)V99  VALUE ZERO.
       01  WS-POST-AMOUNT         PIC 9(7)V99  VALUE ZERO.
       01  WS-DEPOSIT-DATE-9      PIC 9(8)     VALUE ZERO.
       01  WS-AGE-DAYS            PIC S9(5)    VALUE ZERO.
       01  WS-AGE-EDIT            PIC ZZZZ9.
       01  WS-DATE-OK-FLAG        PIC X(1)     VALUE 'N'.
           88  WS-DEPOSIT-DATE-OK VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-OPEN-CTR        PIC 9(6) VALUE ZERO.
           05  WS-APPLIED-CTR     PIC 9(6) VALUE ZERO.
           05  WS-CARRIED-CTR     PIC 9(6) VALUE ZERO.
           05  WS-NOF-CTR         PIC 9(6) VALUE ZERO.
           05  WS-NOAMT-CTR       PIC 9(6) VALUE ZERO.
           05  WS-DISAGREE-CTR    PIC 9(6) VALUE ZERO.
           05  WS-BADDATE-CTR     PIC 9(6) VALUE ZERO.
           05  WS-COR-READ-CTR    PIC 9(6) VALUE ZERO.
           05  WS-COR-UNUSED-CTR  PIC 9(6) VALUE ZERO.

       01  WS-OPEN-TOTAL          PIC S9(9)V99 VALUE ZERO.
       01  WS-ESTAB-TOTAL         PIC S9(9)V99 VALUE ZERO.
       01  WS-APPLIED-TOTAL       PIC S9(9)V99 VALUE ZERO.
       01  WS-CLOSE-TOTAL         PIC S9(9)V99 VALUE ZERO.
       01  WS-FOOTED-TOTAL        PIC S9(9)V99 VALUE ZERO.

      * Carried items by age of deposit in separate bands: 0-30,
      * 31-60 ('over 30'), 61-90 ('over 60') and over 90 days.  An
      * item whose deposit date cannot be read is put in the oldest
      * band so it is not overlooked.
       01  WS-AGE-LABELS-INIT.
           05  FILLER             PIC X(26) VALUE '  0-30 Days:'.
           05  FILLER             PIC X(26) VALUE '  Over 30 Days:'.
           05  FILLER             PIC X(26) VALUE '  Over 60 Days:'.
           05  FILLER             PIC X(26) VALUE '  Over 90 Days:'.
       01  WS-AGE-LABELS-TABLE REDEFINES WS-AGE-LABELS-INIT.
           05  WS-AGE-LABEL       PIC X(26) OCCURS 4 TIMES.
       01  WS-AGE-IDX             PIC 9(1)  VALUE ZERO.
       01  WS-AGE-BUCKETS.
           05  WS-AGE-BKT         OCCURS 4 TIMES.
               10  WS-AB-CTR      PIC 9(6)     VALUE ZERO.
               10  WS-AB-AMOUNT   PIC S9(9)V99 VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER            PIC X(20) VALUE 'Unapplied Cash Reg  '.
           05  FILLER            PIC X(20) VALUE 'Date: '.
           05  WS-CURR-DATE      PIC X(10).

       01  WS-ASOF-LINE.
           05  FILLER             PIC X(26) VALUE 'Aged As Of:'.
           05  WS-AL-DATE         PIC X(10).

       01  WS-COLUMN-HEADER.
           05  FILLER             PIC X(8)  VALUE 'Acct No'.
           05  FILLER             PIC X(12) VALUE 'Check No'.
           05  FILLER             PIC X(10) VALUE 'Deposited'.
           05  FILLER             PIC X(14) VALUE '      Amount'.
           05  FILLER             PIC X(7)  VALUE '    Age'.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(32) VALUE 'Disposition'.
           05  FILLER             PIC X(7)  VALUE 'Applied'.

       01  WS-DETAIL-LINE.
           05  WS-DL-CUSTID       PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-CHECKNO      PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-DEP-DATE     PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-AGE          PIC X(5).
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-DL-DISP         PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-NEW-CUSTID   PIC X(6).

       01  WS-UNUSED-LINE.
           05  FILLER             PIC X(8)  VALUE SPACES.
           05  WS-UL-CHECKNO      PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-UL-DEP-DATE     PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-UL-CUSTID       PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-UL-MESSAGE      PIC X(40).

       01  WS-BUCKET-LINE.
           05  WS-BL-LABEL        PIC X(26).
           05  WS-BL-COUNT        PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-BL-AMOUNT       PIC $$$,$$$,$$9.99-.

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
           IF NOT WS-UNA-RUN-REFUSED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-CUSTID
                   INPUT PROCEDURE 0290-WORK-OFF-ITEMS
                   OUTPUT PROCEDURE 0700-WRITE-PAY-TRANS
               PERFORM 0650-LIST-UNUSED-CORRECTIONS
               PERFORM 0800-BALANCE-REGISTER
               PERFORM 0850-WRITE-JOURNAL
           END-IF
           PERFORM 0900-CLOSE-ROUTINE
           STOP RUN.

       0200-INIT-ROUTINE.
           PERFORM 0205-PARSE-PARM
           OPEN INPUT  UNAPPLIED-FILE
                       CORRECTION-FILE
                       CUSTOMER-FILE
                OUTPUT NEW-UNAPPLIED-FILE
                       PAY-TRANS-FILE
                       REGISTER-FILE
                       JOURNAL-FILE
           PERFORM 0250-WRITE-HEADERS
      * The carried-forward file replaces CUSTUNAP, so a run that
      * cannot read every item, or cannot check the corrected
      * account numbers, is refused rather than dropping money.
           IF WS-UN-STATUS NOT = '00' AND WS-UN-STATUS NOT = '05'
               DISPLAY 'Error opening unapplied file. Status: '
                   WS-UN-STATUS ' - run refused'
               MOVE 'RUN REFUSED - UNAPPLIED FILE NOT READABLE'
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
           IF NOT WS-UNA-RUN-REFUSED
               PERFORM 0220-LOAD-CORRECTIONS
           END-IF.

       0205-PARSE-PARM.
           IF LK-PARM-LEN > 0
               MOVE LK-PARM-TEXT(1:LK-PARM-LEN) TO WS-PARM-AREA
           END-IF
           IF WS-PARM-AREA(1:8) IS NUMERIC
               MOVE WS-PARM-AREA(1:8) TO WS-ASOF-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ASOF-DATE
           END-IF.

       0220-LOAD-CORRECTIONS.
      * No correction file simply means nothing was worked this
      * month; every item is aged and carried forward.
           IF WS-CR-STATUS = '00' OR WS-CR-STATUS = '05'
               PERFORM 0225-READ-CORRECTION UNTIL EOF-CORRECTIONS
           ELSE
               DISPLAY 'Error opening correction file. Status: '
                   WS-CR-STATUS
           END-IF
           IF WS-COR-TABLE-FULL
               DISPLAY 'Corrections exceed table - run refused'
               MOVE 'RUN REFUSED - CORRECTIONS EXCEED TABLE'
                   TO REGISTER-LINE
               PERFORM 0230-REFUSE-RUN
           END-IF.

       0225-READ-CORRECTION.
           READ CORRECTION-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-COR
               NOT AT END
                   ADD 1 TO WS-COR-READ-CTR
                   PERFORM 0227-STORE-CORRECTION
           END-READ.

       0227-STORE-CORRECTION.
           IF WS-COR-CTR < WS-COR-MAX
               ADD 1 TO WS-COR-CTR
               MOVE COR-DEPOSIT-DATE TO WS-CT-DATE(WS-COR-CTR)
               MOVE COR-CHECK-NUMBER TO WS-CT-CHECKNO(WS-COR-CTR)
               MOVE COR-CUST-ID      TO WS-CT-CUSTID(WS-COR-CTR)
               MOVE 'N'              TO WS-CT-USED(WS-COR-CTR)
               IF COR-CHECK-AMOUNT IS NUMERIC
                   AND COR-CHECK-AMOUNT > ZERO
                   MOVE COR-CHECK-AMOUNT TO WS-CT-AMOUNT(WS-COR-CTR)
                   MOVE 'Y'              TO WS-CT-KEYED(WS-COR-CTR)
               ELSE
                   MOVE ZERO             TO WS-CT-AMOUNT(WS-COR-CTR)
                   MOVE 'N'              TO WS-CT-KEYED(WS-COR-CTR)
               END-IF
           ELSE
               MOVE 'Y' TO WS-COR-FULL-FLAG
               MOVE 'Y' TO WS-EOF-COR
           END-IF.

       0230-REFUSE-RUN.
           WRITE REGISTER-LINE
           MOVE 16  TO RETURN-CODE
           MOVE 'Y' TO WS-RUN-REFUSED
           MOVE 'Y' TO WS-EOF-FLAG
           MOVE 'Y' TO WS-EOF-COR.

       0250-WRITE-HEADERS.
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-CURR-DATE
           WRITE REGISTER-LINE FROM WS-HEADING-1
           WRITE REGISTER-LINE FROM SPACES
           MOVE WS-ASOF-DATE TO WS-AL-DATE
           WRITE REGISTER-LINE FROM WS-ASOF-LINE
           WRITE REGISTER-LINE FROM SPACES
           WRITE REGISTER-LINE FROM WS-COLUMN-HEADER.

       0290-WORK-OFF-ITEMS.
           PERFORM 0300-READ-UNAPPLIED UNTIL END-OF-FILE.

       0300-READ-UNAPPLIED.
           READ UNAPPLIED-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   PERFORM 0400-WORK-ITEM
           END-READ.

       0400-WORK-ITEM.
           ADD 1 TO WS-OPEN-CTR
           IF UNA-CHECK-AMOUNT IS NUMERIC
               MOVE UNA-CHECK-AMOUNT TO WS-ITEM-AMOUNT
           ELSE
               MOVE ZERO TO WS-ITEM-AMOUNT
           END-IF
           ADD WS-ITEM-AMOUNT TO WS-OPEN-TOTAL
           MOVE UNA-CUST-ID      TO WS-DL-CUSTID
           MOVE UNA-CHECK-NUMBER TO WS-DL-CHECKNO
           MOVE UNA-DEPOSIT-DATE TO WS-DL-DEP-DATE
           MOVE WS-ITEM-AMOUNT   TO WS-DL-AMOUNT
           MOVE SPACES           TO WS-DL-NEW-CUSTID
           PERFORM 0430-AGE-ITEM
           PERFORM 0420-FIND-CORRECTION
           IF WS-COR-FOUND
               PERFORM 0450-APPLY-ITEM
           ELSE
               MOVE 'CARRIED FORWARD' TO WS-DL-DISP
               PERFORM 0600-CARRY-FORWARD
           END-IF
           WRITE REGISTER-LINE FROM WS-DETAIL-LINE.

       0420-FIND-CORRECTION.
           MOVE 'N'  TO WS-COR-FOUND-FLAG
           MOVE ZERO TO WS-COR-HIT
           PERFORM 0425-TEST-CORRECTION
               VARYING WS-COR-IDX FROM 1 BY 1
               UNTIL WS-COR-IDX > WS-COR-CTR OR WS-COR-FOUND.

       0425-TEST-CORRECTION.
           IF WS-CT-DATE(WS-COR-IDX)    = UNA-DEPOSIT-DATE
               AND WS-CT-CHECKNO(WS-COR-IDX) = UNA-CHECK-NUMBER
               AND NOT WS-CT-WAS-USED(WS-COR-IDX)
               MOVE 'Y' TO WS-COR-FOUND-FLAG
               SET WS-COR-HIT TO WS-COR-IDX
           END-IF.

       0430-AGE-ITEM.
           MOVE 'N' TO WS-DATE-OK-FLAG
           IF UNA-DEPOSIT-DATE IS NUMERIC
               MOVE UNA-DEPOSIT-DATE TO WS-DEPOSIT-DATE-9
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-DEPOSIT-DATE-9) = 0
                   MOVE 'Y' TO WS-DATE-OK-FLAG
               END-IF
           END-IF
           IF WS-DEPOSIT-DATE-OK
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-ASOF-DATE-9)
                   - FUNCTION INTEGER-OF-DATE (WS-DEPOSIT-DATE-9)
               IF WS-AGE-DAYS < ZERO
                   MOVE ZERO TO WS-AGE-DAYS
               END-IF
               MOVE WS-AGE-DAYS TO WS-AGE-EDIT
               MOVE WS-AGE-EDIT TO WS-DL-AGE
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS > 90
                       MOVE 4 TO WS-AGE-IDX
                   WHEN WS-AGE-DAYS > 60
                       MOVE 3 TO WS-AGE-IDX
                   WHEN WS-AGE-DAYS > 30
                       MOVE 2 TO WS-AGE-IDX
                   WHEN OTHER
                       MOVE 1 TO WS-AGE-IDX
               END-EVALUATE
           ELSE
               MOVE '  ???' TO WS-DL-AGE
               MOVE 4       TO WS-AGE-IDX
           END-IF.

       0450-APPLY-ITEM.
      * The correction is used up whether or not the item posts, so
      * a bad correction is not tried again on a duplicate check.
           MOVE 'Y' TO WS-CT-USED(WS-COR-HIT)
           MOVE WS-CT-CUSTID(WS-COR-HIT) TO WS-DL-NEW-CUSTID
           EVALUATE TRUE
               WHEN WS-ITEM-AMOUNT = ZERO
                   AND NOT WS-CT-AMOUNT-KEYED(WS-COR-HIT)
                   ADD 1 TO WS-NOAMT-CTR
                   MOVE 'CARRIED - AMOUNT NOT KNOWN' TO WS-DL-DISP
                   PERFORM 0600-CARRY-FORWARD
               WHEN WS-ITEM-AMOUNT > ZERO
                   AND WS-CT-AMOUNT-KEYED(WS-COR-HIT)
                   AND WS-CT-AMOUNT(WS-COR-HIT) NOT = WS-ITEM-AMOUNT
                   ADD 1 TO WS-DISAGREE-CTR
                   MOVE 'CARRIED - AMOUNT DISAGREES' TO WS-DL-DISP
                   PERFORM 0600-CARRY-FORWARD
               WHEN OTHER
                   IF WS-ITEM-AMOUNT = ZERO
                       MOVE WS-CT-AMOUNT(WS-COR-HIT) TO WS-POST-AMOUNT
                   ELSE
                       MOVE WS-ITEM-AMOUNT TO WS-POST-AMOUNT
                   END-IF
                   PERFORM 0520-LOOKUP-CUSTOMER
           END-EVALUATE.

       0520-LOOKUP-CUSTOMER.
           MOVE WS-CT-CUSTID(WS-COR-HIT) TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOF-CTR
                   MOVE 'CARRIED - ID NOT ON MASTER' TO WS-DL-DISP
                   PERFORM 0600-CARRY-FORWARD
               NOT INVALID KEY
                   PERFORM 0550-WRITE-PAYMENT-TRANS
                   MOVE 'APPLIED AS PAYMENT' TO WS-DL-DISP
           END-READ.

       0550-WRITE-PAYMENT-TRANS.
      * Same 'P' transaction CUSTLBOX cuts for a check it can match,
      * so the worked item is edited and posted like any payment,
      * with the check reference and the account number the bank
      * captured so a later returned check still traces to it.
      * An AMT item posted at the clerk's amount adds that amount to
      * the unapplied total it is taken out of.
           MOVE SPACES                   TO TRANS-RECORD
           MOVE 'P'                      TO TR-ACTION
           MOVE WS-CT-CUSTID(WS-COR-HIT) TO TR-CUST-ID
           MOVE WS-POST-AMOUNT           TO TR-CUST-BALANCE
           MOVE UNA-CHECK-NUMBER         TO TR-REF-CHECK-NO
           MOVE UNA-DEPOSIT-DATE         TO TR-REF-DEPOSIT-DATE
           MOVE UNA-CUST-ID              TO TR-REF-BANK-ACCT
           MOVE 'U'                      TO TR-SOURCE
           MOVE 'CUSTUNWK'               TO TR-OPERATOR-ID
           MOVE TRANS-RECORD             TO SORT-RECORD
           RELEASE SORT-RECORD
           ADD 1                         TO WS-APPLIED-CTR
           ADD WS-POST-AMOUNT            TO WS-APPLIED-TOTAL
           IF WS-ITEM-AMOUNT = ZERO
               ADD WS-POST-AMOUNT TO WS-ESTAB-TOTAL
           END-IF.

       0600-CARRY-FORWARD.
           WRITE NEW-UNAPPLIED-RECORD FROM UNAPPLIED-RECORD
           ADD 1              TO WS-CARRIED-CTR
           ADD WS-ITEM-AMOUNT TO WS-CLOSE-TOTAL
           ADD 1              TO WS-AB-CTR(WS-AGE-IDX)
           ADD WS-ITEM-AMOUNT TO WS-AB-AMOUNT(WS-AGE-IDX)
           IF NOT WS-DEPOSIT-DATE-OK
               ADD 1 TO WS-BADDATE-CTR
           END-IF.

       0650-LIST-UNUSED-CORRECTIONS.
           PERFORM 0655-LIST-ONE-CORRECTION
               VARYING WS-COR-IDX FROM 1 BY 1
               UNTIL WS-COR-IDX > WS-COR-CTR.

       0655-LIST-ONE-CORRECTION.
      * A correction that found no item was keyed against the wrong
      * deposit date or check number, or repeats one already used.
           IF NOT WS-CT-WAS-USED(WS-COR-IDX)
               IF NOT WS-UNUSED-HDR-DONE
                   WRITE REGISTER-LINE FROM SPACES
                   MOVE 'Corrections Not Matched To An Item:'
                       TO REGISTER-LINE
                   WRITE REGISTER-LINE
                   MOVE 'Y' TO WS-UNUSED-HDR-FLAG
               END-IF
               MOVE WS-CT-CHECKNO(WS-COR-IDX) TO WS-UL-CHECKNO
               MOVE WS-CT-DATE(WS-COR-IDX)    TO WS-UL-DEP-DATE
               MOVE WS-CT-CUSTID(WS-COR-IDX)  TO WS-UL-CUSTID
               MOVE 'NO UNAPPLIED ITEM FOR DATE AND CHECK'
                   TO WS-UL-MESSAGE
               WRITE REGISTER-LINE FROM WS-UNUSED-LINE
               ADD 1 TO WS-COR-UNUSED-CTR
           END-IF.

       0700-WRITE-PAY-TRANS.
           PERFORM 0750-RETURN-SORTED-REC UNTIL SORT-AT-EOF.

       0750-RETURN-SORTED-REC.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-FLAG
               NOT AT END
                   WRITE TRANS-RECORD FROM SORT-RECORD
           END-RETURN.

       0800-BALANCE-REGISTER.
      * The work-off must foot: what was unapplied, plus amounts the
      * clerks established for AMT items, less what was applied,
      * must equal what is carried forward.  On a break the return
      * code stops the stream before CUSTUTRN feeds the edit or the
      * carried file replaces CUSTUNAP.
           WRITE REGISTER-LINE FROM SPACES
           MOVE 'Items Opening:         ' TO REGISTER-LINE
           MOVE WS-OPEN-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           MOVE 'Corrections Read:      ' TO REGISTER-LINE
           MOVE WS-COR-READ-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           MOVE 'Items Applied:         ' TO REGISTER-LINE
           MOVE WS-APPLIED-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           MOVE 'Items Carried Forward: ' TO REGISTER-LINE
           MOVE WS-CARRIED-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           MOVE 'Corrected Id Not Found:' TO REGISTER-LINE
           MOVE WS-NOF-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           MOVE 'Amount Not Known:      ' TO REGISTER-LINE
           MOVE WS-NOAMT-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           MOVE 'Amount Disagrees:      ' TO REGISTER-LINE
           MOVE WS-DISAGREE-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           MOVE 'Deposit Date Invalid:  ' TO REGISTER-LINE
           MOVE WS-BADDATE-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           MOVE 'Corrections Unmatched: ' TO REGISTER-LINE
           MOVE WS-COR-UNUSED-CTR TO REGISTER-LINE(25:6)
           WRITE REGISTER-LINE
           WRITE REGISTER-LINE FROM SPACES
           MOVE 'Carried Forward By Age:' TO REGISTER-LINE
           WRITE REGISTER-LINE
           PERFORM 0810-WRITE-AGE-LINE
               VARYING WS-AGE-IDX FROM 1 BY 1
               UNTIL WS-AGE-IDX > 4
           WRITE REGISTER-LINE FROM SPACES
           MOVE 'Opening Unapplied Total:  ' TO WS-TL-LABEL
           MOVE WS-OPEN-TOTAL                TO WS-TL-AMOUNT
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE
           MOVE 'Amounts Established:      ' TO WS-TL-LABEL
           MOVE WS-ESTAB-TOTAL               TO WS-TL-AMOUNT
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE
           MOVE 'Amount Applied:           ' TO WS-TL-LABEL
           MOVE WS-APPLIED-TOTAL             TO WS-TL-AMOUNT
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE
           MOVE 'Closing Unapplied Total:  ' TO WS-TL-LABEL
           MOVE WS-CLOSE-TOTAL               TO WS-TL-AMOUNT
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE
           COMPUTE WS-FOOTED-TOTAL =
               WS-OPEN-TOTAL + WS-ESTAB-TOTAL - WS-APPLIED-TOTAL
           MOVE 'Work-Off Balance:         ' TO WS-RL-LABEL
           IF WS-FOOTED-TOTAL NOT = WS-CLOSE-TOTAL
               MOVE 'OUT OF BALANCE - NOT RELEASED'
                   TO WS-RL-MESSAGE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'IN BALANCE' TO WS-RL-MESSAGE
               IF WS-COR-UNUSED-CTR > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           WRITE REGISTER-LINE FROM WS-RESULT-LINE.

       0810-WRITE-AGE-LINE.
           MOVE WS-AGE-LABEL(WS-AGE-IDX) TO WS-BL-LABEL
           MOVE WS-AB-CTR(WS-AGE-IDX)    TO WS-BL-COUNT
           MOVE WS-AB-AMOUNT(WS-AGE-IDX) TO WS-BL-AMOUNT
           WRITE REGISTER-LINE FROM WS-BUCKET-LINE.

       0850-WRITE-JOURNAL.
      * One 'U' detail carrying the closing unapplied total as the
      * credit balance the suspense account should hold, then the
      * trailer; the hash follows the CUSTGLJ rule (credits subtract).
           MOVE SPACES            TO JOURNAL-RECORD
           MOVE 'D'               TO JRN-RECORD-TYPE
           MOVE WS-CURR-DATE      TO JRN-RUN-DATE
           MOVE ZERO              TO JRN-RUN-NUMBER
           MOVE 'CR'              TO JRN-DRCR
           MOVE WS-CLOSE-TOTAL    TO JRN-AMOUNT
           MOVE 'U'               TO JRN-ENTRY-TYPE
           WRITE JOURNAL-RECORD
           MOVE SPACES            TO JOURNAL-RECORD
           MOVE 'T'               TO JRN-RECORD-TYPE
           MOVE WS-CURR-DATE      TO JRN-RUN-DATE
           MOVE ZERO              TO JRN-RUN-NUMBER
           MOVE 1                 TO JRN-TRL-COUNT
           COMPUTE JRN-TRL-HASH = ZERO - WS-CLOSE-TOTAL
           WRITE JOURNAL-RECORD.

       0900-CLOSE-ROUTINE.
           CLOSE UNAPPLIED-FILE
                 CORRECTION-FILE
                 CUSTOMER-FILE
                 NEW-UNAPPLIED-FILE
                 PAY-TRANS-FILE
                 REGISTER-FILE
                 JOURNAL-FILE.
