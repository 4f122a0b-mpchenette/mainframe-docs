      * Autopay (ACH direct debit) enrollment, keyed by customer and
      * kept by CUSTACHM.  A cancelled enrollment stays on file with
      * its cancel date so the account's autopay history is not lost;
      * re-enrolling makes it active again with the new bank details.
      * Full-balance enrollments are debited the statement balance,
      * fixed-amount ones the fixed amount or the balance if less.
      * CUSTACHD stamps the statement date it last debited so a cycle
      * cannot be pulled twice.
       01  AUTOPAY-RECORD.
           05  ACH-CUST-ID         PIC X(6).
           05  ACH-STATUS          PIC X(1).
               88  ACH-ACTIVE           VALUE 'A'.
               88  ACH-CANCELLED        VALUE 'C'.
           05  ACH-ROUTING-NO      PIC X(9).
           05  ACH-ACCOUNT-NO      PIC X(17).
           05  ACH-ACCOUNT-TYPE    PIC X(1).
               88  ACH-CHECKING         VALUE 'C'.
               88  ACH-SAVINGS          VALUE 'S'.
               88  ACH-ACCT-TYPE-VALID  VALUE 'C' 'S'.
           05  ACH-AMOUNT-TYPE     PIC X(1).
               88  ACH-FULL-BALANCE     VALUE 'F'.
               88  ACH-FIXED            VALUE 'X'.
               88  ACH-AMT-TYPE-VALID   VALUE 'F' 'X'.
           05  ACH-FIXED-AMOUNT    PIC 9(7)V99.
           05  ACH-ENROLL-DATE     PIC X(8).
           05  ACH-CANCEL-DATE     PIC X(8).
           05  ACH-LAST-STMT-DATE  PIC X(8).
