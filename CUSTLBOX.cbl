               ASSIGN TO 'CUSTPTRN'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT OPTIONAL UNAPPLIED-FILE
               ASSIGN TO 'CUSTUNAP'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * Checks the bank deposited against an account number not on
      * the customer master; they are real money already in the bank,
      * so they get their own workable file and register section
      * instead of riding with the keying errors in suspense.  Each
      * day's items are added to the end of the file, behind whatever
      * the month-end work-off (CUSTUNWK) carried forward.
       FD  UNAPPLIED-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTUNA.

       FD  REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORT-RECORD.
           05  SRT-ACTION         PIC X(1).
           05  SRT-CUSTID         PIC X(6).
           05  FILLER             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LB-STATUS           PIC X(2).
           OPEN INPUT  LOCKBOX-FILE
                       CUSTOMER-FILE
                OUTPUT PAY-TRANS-FILE
                       REGISTER-FILE
                EXTEND UNAPPLIED-FILE
           IF WS-LB-STATUS NOT = '00'
               DISPLAY 'Error opening lockbox file. Status: '
                   WS-LB-STATUS
      * in the CUSTTRN layout so it is edited and posted through
      * CUSTEDIT and CUSTMAINT like a keyed payment; it is released
      * into the sort so CUSTPTRN comes out ascending on customer id.
      * The check reference rides along into CUSTHIST so a returned
      * check can be traced back to the payment it reverses.
           MOVE SPACES           TO TRANS-RECORD
           MOVE 'P'              TO TR-ACTION
           MOVE LBX-CUST-ID      TO TR-CUST-ID
           MOVE LBX-CHECK-AMOUNT TO TR-CUST-BALANCE
           MOVE LBX-CHECK-NUMBER TO TR-REF-CHECK-NO
           MOVE WS-DEPOSIT-DATE  TO TR-REF-DEPOSIT-DATE
           MOVE LBX-CUST-ID      TO TR-REF-BANK-ACCT
           MOVE 'L'              TO TR-SOURCE
           MOVE 'CUSTLBOX'       TO TR-OPERATOR-ID
           MOVE TRANS-RECORD     TO SORT-RECORD
           RELEASE SORT-RECORD
           ADD 1                 TO WS-APPLIED-CTR
