      * Autopay enrollment audit trail, one record per enrollment
      * added or cancelled by CUSTACHM: who keyed it and the
      * enrollment before and after, in the CUSTACH layout (the
      * before image is spaces on a first enrollment).
       01  AUTOPAY-AUDIT-RECORD.
           05  ACA-RUN-DATE        PIC X(10).
           05  ACA-CUST-ID         PIC X(6).
           05  ACA-ACTION          PIC X(1).
           05  ACA-OPERATOR-ID     PIC X(8).
           05  ACA-BEFORE-IMAGE    PIC X(68).
           05  ACA-AFTER-IMAGE     PIC X(68).
