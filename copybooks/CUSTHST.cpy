      * accumulating across runs (the file is extended, never
      * rewritten).  Before image is spaces for an add, after image
      * is spaces for a delete; monetary actions carry the balance
      * movement in the two images.  HST-SOURCE is the source code
      * of the transaction applied (see TR-SOURCE in CUSTTRN).  A
      * merge writes one record on each account, each naming the other
      * in HST-LINK-CUST-ID, so an account's history can be followed
      * across the merge; the field is spaces on every other action.
       01  HISTORY-RECORD.
           05  HST-RUN-DATE        PIC X(10).
           05  HST-CUST-ID         PIC X(6).
           05  HST-ACTION          PIC X(1).
           05  HST-TRANS-IMAGE     PIC X(139).
           05  HST-BEFORE-IMAGE    PIC X(189).
           05  HST-AFTER-IMAGE     PIC X(189).
           05  HST-SOURCE          PIC X(1).
           05  HST-LINK-CUST-ID    PIC X(6).
