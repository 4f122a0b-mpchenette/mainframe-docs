      * the signed effect of that transaction on the total master
      * balance: adds carry the balance added, changes the new-minus-
      * old balance, deletes the balance written off (negative),
      * monetary actions the signed amount applied.  APL-SOURCE is
      * the source code of the transaction (see TR-SOURCE in CUSTTRN).
      * A merge writes two records, the balance leaving the losing
      * account (side O) and the same balance arriving on the
      * survivor (side I); the side is spaces on every other action.
       01  APPLIED-RECORD.
           05  APL-ACTION          PIC X(1).
           05  APL-CUST-ID         PIC X(6).
           05  APL-NET-AMOUNT      PIC S9(9)V99.
           05  APL-SOURCE          PIC X(1).
           05  APL-MERGE-SIDE      PIC X(1).
               88  APL-MERGE-OUT        VALUE 'O'.
               88  APL-MERGE-IN         VALUE 'I'.
