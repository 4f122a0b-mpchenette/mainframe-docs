      * Receivable balance of one branch at the close of a month,
      * written by the month-end roll-forward (CUSTROLL) and read back
      * by the next month's run as that month's opening balances.
      * ROL-PERIOD is the month closed, YYYYMM.
       01  ROLL-BALANCE-RECORD.
           05  ROL-PERIOD          PIC X(6).
           05  ROL-BRANCH          PIC X(3).
           05  ROL-BALANCE         PIC S9(9)V99.
