      * Fixed-layout refund voucher file cut by the refund run for the
      * accounts-payable load: one 'D' record per refund check to be
      * drawn, payee name and mailing address as on the customer
      * master, the customer id as the payment reference, then one
      * 'T' trailer with the record count and the voucher total the
      * AP load balances to.
       01  VOUCHER-RECORD.
           05  VCH-RECORD-TYPE     PIC X(1).
               88  VCH-DETAIL           VALUE 'D'.
               88  VCH-TRAILER          VALUE 'T'.
           05  VCH-RUN-DATE        PIC X(10).
           05  VCH-DETAIL-DATA.
               10  VCH-REFERENCE   PIC X(6).
               10  VCH-PAYEE-NAME  PIC X(30).
               10  VCH-PAYEE-ADDR  PIC X(50).
               10  VCH-AMOUNT      PIC 9(7)V99.
           05  VCH-TRAILER-DATA REDEFINES VCH-DETAIL-DATA.
               10  VCH-TRL-COUNT   PIC 9(9).
               10  VCH-TRL-TOTAL   PIC 9(9)V99.
               10  FILLER          PIC X(75).
