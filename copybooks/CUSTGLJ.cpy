      * decreased), then one 'T' trailer carrying the record count
      * and the signed hash total the GL load job checks.  The hash
      * equals the net balance change the reconciliation step proves.
      * The entry type tells the GL load which account a detail feeds:
      * space for customer receivables, 'U' for the unapplied-cash
      * suspense balance CUSTUNWK reports at month end, 'M' for one
      * half of an account merge - a receivable moving between two
      * customers, netting to zero against the other half, whose
      * account is named in JRN-LINK-CUST-ID.
       01  JOURNAL-RECORD.
           05  JRN-RECORD-TYPE     PIC X(1).
               88  JRN-DETAIL           VALUE 'D'.
               10  JRN-CUST-ID     PIC X(6).
               10  JRN-DRCR        PIC X(2).
               10  JRN-AMOUNT      PIC 9(9)V99.
               10  JRN-ENTRY-TYPE  PIC X(1).
                   88  JRN-CUSTOMER-ENTRY  VALUE SPACE.
                   88  JRN-UNAPPLIED-ENTRY VALUE 'U'.
                   88  JRN-MERGE-ENTRY     VALUE 'M'.
               10  JRN-LINK-CUST-ID PIC X(6).
           05  JRN-TRAILER-DATA REDEFINES JRN-DETAIL-DATA.
               10  JRN-TRL-COUNT   PIC 9(9).
               10  JRN-TRL-HASH    PIC S9(9)V99.
