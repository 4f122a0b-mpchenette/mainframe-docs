      * Monetary actions (P/G/J) carry only TR-CUST-ID and an amount
      * in TR-CUST-BALANCE, plus the optional payment reference; the
      * remaining fields are ignored.
      * Payments subtract from the master balance, charges add,
      * adjustments add the signed amount as keyed.
      * On a change transaction a field left blank keeps the master
               88  TR-ACTION-CHARGE     VALUE 'G'.
               88  TR-ACTION-ADJUST     VALUE 'J'.
               88  TR-ACTION-MONETARY   VALUE 'P' 'G' 'J'.
               88  TR-ACTION-MERGE      VALUE 'M'.
               88  TR-ACTION-APPROVE    VALUE 'V'.
           05  TR-CUST-ID          PIC X(6).
           05  TR-CUST-NAME        PIC X(30).
      * A monetary action has no use for the name, so the field
      * carries the payment reference instead: check number, deposit
      * date and the account number as the bank captured it on a
      * lockbox payment, and on a returned-check reversal or fee the
      * reference code and the bank's return reason as well.  A
      * credit-balance refund charge carries reference code RFD.
           05  TR-PAY-REFERENCE REDEFINES TR-CUST-NAME.
               10  TR-REF-CHECK-NO     PIC X(10).
               10  TR-REF-DEPOSIT-DATE PIC X(8).
               10  TR-REF-CODE         PIC X(3).
                   88  TR-REF-RETURNED-CHECK VALUE 'RCK'.
                   88  TR-REF-RETURN-FEE     VALUE 'RCF'.
                   88  TR-REF-REFUND         VALUE 'RFD'.
               10  TR-REF-RETURN-RSN   PIC X(3).
               10  TR-REF-BANK-ACCT    PIC X(6).
      * A merge is keyed against the losing account and names the
      * surviving account here; CUSTMAINT moves the whole balance to
      * the survivor and closes the loser.  The side tells which end
      * of the pair a record is: O the balance leaves TR-CUST-ID (the
      * keyed merge), I it arrives (the survivor's half, built by
      * CUSTMAINT, which names the loser as the linked account).
           05  TR-MERGE-REFERENCE REDEFINES TR-CUST-NAME.
               10  TR-MRG-LINK-ID      PIC X(6).
               10  TR-MRG-SIDE         PIC X(1).
                   88  TR-MRG-OUT           VALUE 'O' ' '.
                   88  TR-MRG-IN            VALUE 'I'.
               10  FILLER              PIC X(23).
      * An approval is keyed against the customer of a transaction
      * CUSTEDIT is holding for a second operator, and names the held
      * item by the pending id printed on the pending-approval report.
           05  TR-APPROVAL-REFERENCE REDEFINES TR-CUST-NAME.
               10  TR-APV-PENDING-ID   PIC X(16).
               10  FILLER              PIC X(14).
           05  TR-CUST-ADDRESS     PIC X(50).
           05  TR-CUST-PHONE       PIC X(12).
           05  TR-CUST-BALANCE     PIC S9(7)V99.
                                   PIC X(9).
           05  TR-CUST-BRANCH      PIC X(3).
           05  TR-CUST-CYCLE       PIC X(1).
      * Account status code as in CUST-STATUS; blank on a change keeps
      * the master status, blank on an add opens the account.
           05  TR-CUST-STATUS      PIC X(1).
               88  TR-STATUS-VALID      VALUE 'O' 'H' 'C' 'L' 'B'.
      * Where the transaction came from, stamped by the program that
      * created it; CUSTEDIT stamps keyed work K when left blank.
      * Carried onto the history and applied records so month-end
      * can roll the receivable forward by source.
           05  TR-SOURCE           PIC X(1).
               88  TR-SRC-KEYED         VALUE 'K'.
               88  TR-SRC-LOCKBOX       VALUE 'L'.
               88  TR-SRC-UNAPPLIED     VALUE 'U'.
               88  TR-SRC-FINANCE-CHG   VALUE 'F'.
               88  TR-SRC-LATE-FEE      VALUE 'D'.
               88  TR-SRC-RETURNED-CHK  VALUE 'N'.
               88  TR-SRC-WRITE-OFF     VALUE 'W'.
               88  TR-SRC-REFUND        VALUE 'R'.
               88  TR-SRC-AUTOPAY       VALUE 'A'.
               88  TR-SRC-CREDIT-REVIEW VALUE 'C'.
               88  TR-SOURCE-VALID      VALUE 'K' 'L' 'U' 'F' 'D'
                                              'N' 'W' 'R' 'A' 'C'.
      * Who keyed the transaction (a batch program stamps its own
      * name), and on a transaction held for approval, who released
      * it.  Carried through to CUSTHIST with the transaction image.
           05  TR-OPERATOR-ID      PIC X(8).
           05  TR-APPROVER-ID      PIC X(8).
