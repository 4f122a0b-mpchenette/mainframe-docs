      * Keyed transactions CUSTEDIT is holding for approval by a
      * second operator: 'J' adjustments and 'C' balance overrides
      * that move a balance by more than the approval limit.  The
      * pending id is the edit run's date and time plus a sequence;
      * the amount is the balance movement the limit was judged on.
      * CUSTEDIT carries the file forward each night as CUSTPENN,
      * which replaces CUSTPEND for the next run.
       01  PENDING-RECORD.
           05  PND-ID.
               10  PND-HOLD-DATE   PIC X(8).
               10  PND-HOLD-TIME   PIC X(4).
               10  PND-HOLD-SEQ    PIC 9(4).
           05  PND-HOLD-DATE-9 REDEFINES PND-ID
                                   PIC 9(8).
           05  PND-CUST-ID         PIC X(6).
           05  PND-OPERATOR-ID     PIC X(8).
           05  PND-AMOUNT          PIC S9(9)V99.
           05  PND-TRANS-IMAGE     PIC X(139).
