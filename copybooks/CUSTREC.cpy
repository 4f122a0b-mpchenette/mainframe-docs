      * statement mailing; space = not yet assigned (statemented only
      * by the all-cycles run).
           05  CUST-CYCLE          PIC X(1).
      * Account status: 'O' open (space on accounts added before the
      * status was carried is treated as open), 'H' credit hold,
      * 'C' closed, 'L' placed with collections, 'B' bankrupt.  New
      * charges are refused on held, closed and bankrupt accounts;
      * payments post against every status.
           05  CUST-STATUS         PIC X(1).
               88  CUST-STAT-OPEN       VALUE 'O' ' '.
               88  CUST-STAT-HOLD       VALUE 'H'.
               88  CUST-STAT-CLOSED     VALUE 'C'.
               88  CUST-STAT-COLLECT    VALUE 'L'.
               88  CUST-STAT-BANKRUPT   VALUE 'B'.
               88  CUST-STAT-NO-CHARGE  VALUE 'H' 'C' 'B'.
               88  CUST-STAT-VALID      VALUE 'O' ' ' 'H' 'C' 'L'
                                              'B'.
      * Billing terms set by the statement run: the statement date,
      * the payment due date and the minimum payment due (the past-due
      * amount is already included in it).  The terms of the statement
      * before are kept in the PRV- fields so the month-end
      * delinquency run can still age a due date that passed after a
      * newer statement was cut.
           05  CUST-STMT-DATE      PIC X(8).
           05  CUST-DUE-DATE       PIC X(8).
           05  CUST-MIN-DUE        PIC 9(7)V99.
           05  CUST-PRV-STMT-DATE  PIC X(8).
           05  CUST-PRV-DUE-DATE   PIC X(8).
           05  CUST-PRV-MIN-DUE    PIC 9(7)V99.
      * Delinquency as set by the month-end run: the last due date it
      * aged (so no due date is aged twice), the unpaid part of the
      * minimum, and the stage - 0 current, 1 30 days, 2 60 days,
      * 3 90 days, 4 120 days and over.
           05  CUST-AGED-DUE-DATE  PIC X(8).
           05  CUST-PAST-DUE       PIC 9(7)V99.
           05  CUST-DLQ-STAGE      PIC 9(1).
