      * Unapplied cash item: a check the bank deposited that could not
      * be posted to an account - reason NOF (account number not on
      * the customer master) or AMT (amount not readable, carried at
      * zero).  CUSTLBOX adds the day's items; CUSTUNWK works them off
      * and carries the rest forward in the same layout.
       01  UNAPPLIED-RECORD.
           05  UNA-REASON-CODE    PIC X(3).
           05  UNA-DEPOSIT-DATE   PIC X(8).
           05  UNA-CUST-ID        PIC X(6).
           05  UNA-CHECK-AMOUNT   PIC 9(7)V99.
           05  UNA-CHECK-NUMBER   PIC X(10).
