           05  WS-MNT-PAYMENT     PIC 9(6) VALUE ZERO.
           05  WS-MNT-CHARGE      PIC 9(6) VALUE ZERO.
           05  WS-MNT-ADJUST      PIC 9(6) VALUE ZERO.
           05  WS-MNT-MERGE       PIC 9(6) VALUE ZERO.
           05  WS-MNT-REJECT      PIC 9(6) VALUE ZERO.
           05  WS-MNT-FOUND       PIC X(1) VALUE 'N'.
       01  WS-MNT-APPLIED         PIC 9(9) VALUE ZERO.
                       MOVE MAINT-LOG-LINE(25:6) TO WS-MNT-CHARGE
                   WHEN 'Adjustments Applied:'
                       MOVE MAINT-LOG-LINE(25:6) TO WS-MNT-ADJUST
                   WHEN 'Merges Applied:'
                       MOVE MAINT-LOG-LINE(25:6) TO WS-MNT-MERGE
                   WHEN 'Transactions Rejected:'
                       MOVE MAINT-LOG-LINE(25:6) TO WS-MNT-REJECT
                   WHEN OTHER
           END-EVALUATE.

       0500-CROSS-CHECK.
      * A merge journals both halves - the loser and the survivor, or
      * the loser and the put-back when the survivor was deleted -
      * and CUSTMAINT counts it once, on the loser half.
           COMPUTE WS-MNT-APPLIED =
               WS-MNT-ADD + WS-MNT-CHANGE + WS-MNT-DELETE
               + WS-MNT-PAYMENT + WS-MNT-CHARGE + WS-MNT-ADJUST
               + 2 * WS-MNT-MERGE
           IF WS-EDIT-FOUND NOT = 'Y' OR WS-MNT-FOUND NOT = 'Y'
               OR WS-JRN-TRL-FOUND NOT = 'Y'
               ADD 1 TO WS-MISMATCH-CTR
