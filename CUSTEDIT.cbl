               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RCY-STATUS.
      * Master is read by key only, to check the account status of
      * a charge; the edit never updates it.
           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT EDITED-TRANS-FILE
               ASSIGN TO 'CUSTEDTD'
               ORGANIZATION IS SEQUENTIAL
               ASSIGN TO 'CUSTELOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT OPTIONAL PENDING-FILE
               ASSIGN TO 'CUSTPEND'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.
           SELECT NEW-PENDING-FILE
               ASSIGN TO 'CUSTPENN'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RAW-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  RAW-TRANS-REC          PIC X(139).

       FD  RECYCLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECYCLE-RECORD.
           05  RCY-REASON-CODE    PIC X(3).
           05  RCY-TRANS-DATA     PIC X(139).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  EDITED-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  EDITED-TRANS-REC       PIC X(139).

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-RECORD.
           05  SUS-REASON-CODE    PIC X(3).
           05  SUS-TRANS-DATA     PIC X(139).

       FD  EDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOG-LINE               PIC X(132).

       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-PENDING-RECORD     PIC X(180).

      * Items still waiting for approval, in the CUSTPEND layout;
      * this file becomes the next run's CUSTPEND.
       FD  NEW-PENDING-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-PENDING-RECORD     PIC X(180).

       WORKING-STORAGE SECTION.
       01  WS-RAW-STATUS          PIC X(2).
       01  WS-RCY-STATUS          PIC X(2).
       01  WS-FILE-STATUS         PIC X(2).
       01  WS-PND-STATUS          PIC X(2).
       01  WS-EOF-RAW             PIC X VALUE 'N'.
           88  EOF-RAW            VALUE 'Y'.
       01  WS-EOF-RECYCLE         PIC X VALUE 'N'.
           88  EOF-RECYCLE        VALUE 'Y'.
       01  WS-EOF-PENDING         PIC X VALUE 'N'.
           88  EOF-PENDING        VALUE 'Y'.

       COPY CUSTTRN.

       COPY CUSTPND.

      * PARM layout: positions 1-7 the approval limit in whole
      * dollars, positions 8-9 the days a held transaction may wait
      * for approval before it expires (spaces = 5000 and 5 days).
      * A keyed 'J' adjustment, or a 'C' change that moves the
      * balance, by more than the limit is held for a second
      * operator instead of going to the clean file.
       01  WS-PARM-AREA           PIC X(80) VALUE SPACES.
       01  WS-APPROVAL-DOLLARS    PIC 9(7)  VALUE 5000.
       01  WS-APPROVAL-LIMIT      PIC 9(7)V99 VALUE 5000.
       01  WS-EXPIRY-DAYS         PIC 9(2)  VALUE 5.
       01  WS-TODAY               PIC X(8)  VALUE SPACES.
       01  WS-TODAY-9 REDEFINES WS-TODAY
                                  PIC 9(8).

       01  WS-HOLD-AMOUNT         PIC S9(9)V99 VALUE ZERO.
       01  WS-HOLD-SEQ            PIC 9(4)  VALUE ZERO.
       01  WS-AGE-DAYS            PIC S9(5) VALUE ZERO.
       01  WS-AGE-EDIT            PIC ZZZZ9.
       01  WS-APPROVER-ID         PIC X(8)  VALUE SPACES.
       01  WS-APPROVAL-FLAG       PIC X(1)  VALUE 'N'.
           88  WS-NEEDS-APPROVAL  VALUE 'Y'.
       01  WS-PND-ERROR-FLAG      PIC X(1)  VALUE 'N'.
           88  WS-PENDING-NOT-READ VALUE 'Y'.

      * Items held by earlier runs, loaded up front so an approval
      * can find its item wherever it falls in the key sequence.
      * Anything beyond the table is carried forward untouched.
       01  WS-PND-MAX             PIC 9(4) VALUE 1000.
       01  WS-PND-CTR             PIC 9(4) VALUE ZERO.
       01  WS-PND-TABLE.
           05  WS-PND-ENTRY       OCCURS 1000 TIMES
                                  INDEXED BY WS-PND-IDX.
               10  WS-PT-RECORD   PIC X(180).
               10  WS-PT-KEYS REDEFINES WS-PT-RECORD.
                   15  WS-PT-ID   PIC X(16).
                   15  WS-PT-CUSTID PIC X(6).
                   15  FILLER     PIC X(158).
               10  WS-PT-STATUS   PIC X(1).
                   88  WS-PT-RELEASED VALUE 'R'.
       01  WS-PND-FOUND-FLAG      PIC X(1) VALUE 'N'.
           88  WS-PND-FOUND       VALUE 'Y'.
       01  WS-PND-HIT             PIC 9(4) VALUE ZERO.

      * Current record from each input, held so the two streams can be
      * merged on CUST-ID the way 0400-PROCESS-MERGE in CUSTMAINT
      * merges transactions against the master.  Corrected suspense
       01  WS-RAW-HOLD.
           05  WS-RAW-ACTION      PIC X(1).
           05  WS-RAW-KEY         PIC X(6).
           05  FILLER             PIC X(132).
       01  WS-RCY-HOLD.
           05  WS-RCY-ACTION      PIC X(1).
           05  WS-RCY-KEY         PIC X(6).
           05  FILLER             PIC X(132).

       01  WS-OUT-PREV-KEY        PIC X(6) VALUE LOW-VALUES.

      * Status set by a clean add or change earlier in this batch; a
      * charge behind it for the same customer is judged on the new
      * status, not the one still on the master.
       01  WS-STS-KEY             PIC X(6) VALUE SPACES.
       01  WS-STS-CODE            PIC X(1) VALUE SPACES.

       01  WS-EDIT-REASON         PIC X(3) VALUE SPACES.
           88  WS-TRANS-CLEAN     VALUE SPACES.

           05  WS-RCY-CTR         PIC 9(6) VALUE ZERO.
           05  WS-CLEAN-CTR       PIC 9(6) VALUE ZERO.
           05  WS-SUSP-CTR        PIC 9(6) VALUE ZERO.
           05  WS-PEND-READ-CTR   PIC 9(6) VALUE ZERO.
           05  WS-HELD-CTR        PIC 9(6) VALUE ZERO.
           05  WS-RELEASED-CTR    PIC 9(6) VALUE ZERO.
           05  WS-EXPIRED-CTR     PIC 9(6) VALUE ZERO.
           05  WS-PEND-CARRY-CTR  PIC 9(6) VALUE ZERO.
           05  WS-PEND-OVER-CTR   PIC 9(6) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER            PIC X(20) VALUE 'Customer Trans Edit '.
       01  WS-BATCH-HEADER.
           05  WS-BH-ACTION       PIC X(1)  VALUE '#'.
           05  WS-BH-STAMP        PIC X(16).
           05  FILLER             PIC X(122) VALUE SPACES.

       01  WS-LOG-DETAIL.
           05  WL-CUSTID          PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WL-MESSAGE         PIC X(40).

       LINKAGE SECTION.
       01  LK-PARM-DATA.
           05  LK-PARM-LEN        PIC S9(4) COMP.
           05  LK-PARM-TEXT       PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-DATA.
       0100-MAIN-PROCESS.
           PERFORM 0200-INIT-ROUTINE
           PERFORM 0300-READ-RAW
           PERFORM 0350-READ-RECYCLE
           PERFORM 0400-SELECT-NEXT-TRANS
               UNTIL EOF-RAW AND EOF-RECYCLE
           PERFORM 0800-CARRY-PENDING
           PERFORM 0900-CLOSE-ROUTINE
           STOP RUN.

       0200-INIT-ROUTINE.
           PERFORM 0205-PARSE-PARM
           OPEN INPUT  RAW-TRANS-FILE
                       RECYCLE-FILE
                       CUSTOMER-FILE
                       PENDING-FILE
                OUTPUT EDITED-TRANS-FILE
                       SUSPENSE-FILE
                       EDIT-LOG-FILE
                       NEW-PENDING-FILE
           IF WS-RAW-STATUS NOT = '00'
               DISPLAY 'Error opening raw transactions. Status: '
                   WS-RAW-STATUS
               MOVE 'Y' TO WS-EOF-RECYCLE
               MOVE HIGH-VALUES TO WS-RCY-KEY
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening customer file. Status: '
                   WS-FILE-STATUS
               MOVE 'Y' TO WS-EOF-RAW
               MOVE 'Y' TO WS-EOF-RECYCLE
               MOVE HIGH-VALUES TO WS-RAW-KEY
               MOVE HIGH-VALUES TO WS-RCY-KEY
           END-IF
           PERFORM 0250-WRITE-HEADERS
           PERFORM 0260-WRITE-BATCH-HEADER
           MOVE WS-BH-STAMP(1:8) TO WS-TODAY
           PERFORM 0270-LOAD-PENDING.

       0205-PARSE-PARM.
           IF LK-PARM-LEN > 0
               MOVE LK-PARM-TEXT(1:LK-PARM-LEN) TO WS-PARM-AREA
           END-IF
           IF WS-PARM-AREA(1:7) IS NUMERIC
               MOVE WS-PARM-AREA(1:7) TO WS-APPROVAL-DOLLARS
           ELSE
               IF WS-PARM-AREA(1:7) NOT = SPACES
                   DISPLAY 'Approval limit not numeric - 5000 used'
               END-IF
           END-IF
           IF WS-PARM-AREA(8:2) IS NUMERIC
               MOVE WS-PARM-AREA(8:2) TO WS-EXPIRY-DAYS
           ELSE
               IF WS-PARM-AREA(8:2) NOT = SPACES
                   DISPLAY 'Approval expiry days not numeric - 5 used'
               END-IF
           END-IF
           MOVE WS-APPROVAL-DOLLARS TO WS-APPROVAL-LIMIT.

       0250-WRITE-HEADERS.
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-CURR-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-BH-STAMP
           WRITE EDITED-TRANS-REC FROM WS-BATCH-HEADER.

       0270-LOAD-PENDING.
      * Without the held items no approval can be matched, and the
      * carried file would drop them; the run goes on for everything
      * else but ends with a warning not to replace CUSTPEND.
           IF WS-PND-STATUS = '00' OR WS-PND-STATUS = '05'
               PERFORM 0275-READ-PENDING UNTIL EOF-PENDING
           ELSE
               DISPLAY 'Error opening pending file. Status: '
                   WS-PND-STATUS
               MOVE 'Y' TO WS-PND-ERROR-FLAG
           END-IF.

       0275-READ-PENDING.
           READ PENDING-FILE INTO PENDING-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-PENDING
               NOT AT END
                   ADD 1 TO WS-PEND-READ-CTR
                   IF WS-PND-CTR < WS-PND-MAX
                       ADD 1 TO WS-PND-CTR
                       MOVE PENDING-RECORD TO WS-PT-RECORD(WS-PND-CTR)
                       MOVE SPACE          TO WS-PT-STATUS(WS-PND-CTR)
                   ELSE
                       WRITE NEW-PENDING-RECORD FROM PENDING-RECORD
                       ADD 1 TO WS-PEND-OVER-CTR
                   END-IF
           END-READ.

       0300-READ-RAW.
           IF NOT EOF-RAW
               READ RAW-TRANS-FILE
           IF WS-TRANS-CLEAN
               PERFORM 0530-CHECK-FIELDS
           END-IF
           MOVE 'N' TO WS-APPROVAL-FLAG
           IF WS-TRANS-CLEAN AND NOT TR-ACTION-APPROVE
               PERFORM 0590-CHECK-APPROVAL-LIMIT
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-TRANS-CLEAN
                   PERFORM 0700-WRITE-SUSPENSE
               WHEN TR-ACTION-APPROVE
                   PERFORM 0660-RELEASE-PENDING
               WHEN WS-NEEDS-APPROVAL
                   PERFORM 0650-HOLD-FOR-APPROVAL
               WHEN OTHER
                   PERFORM 0600-WRITE-CLEAN-TRANS
           END-EVALUATE.

       0510-CHECK-SEQUENCE.
      * The clean file must be ascending on CUST-ID or the merge in
           END-IF.

       0520-CHECK-KEY-AND-ACTION.
      * Work keyed at the terminal arrives with no source code and is
      * stamped as keyed; anything else must carry a known source.
      * Keyed work must say who keyed it.  The approver is stamped
      * only by this program when it releases a held item, so
      * anything keyed in that field is cleared.
           IF TR-SOURCE = SPACE
               MOVE 'K' TO TR-SOURCE
           END-IF
           MOVE SPACES TO TR-APPROVER-ID
           EVALUATE TRUE
               WHEN TR-CUST-ID = SPACES
                   MOVE 'CID' TO WS-EDIT-REASON
                   AND NOT TR-ACTION-CHANGE
                   AND NOT TR-ACTION-DELETE
                   AND NOT TR-ACTION-MONETARY
                   AND NOT TR-ACTION-MERGE
                   AND NOT TR-ACTION-APPROVE
                   MOVE 'ACT' TO WS-EDIT-REASON
               WHEN NOT TR-SOURCE-VALID
                   MOVE 'SRC' TO WS-EDIT-REASON
               WHEN TR-SRC-KEYED AND TR-OPERATOR-ID = SPACES
                   MOVE 'OPR' TO WS-EDIT-REASON
           END-EVALUATE.

       0530-CHECK-FIELDS.
           IF TR-ACTION-MONETARY
               AND TR-CUST-BALANCE NOT NUMERIC
               MOVE 'AMT' TO WS-EDIT-REASON
           END-IF
           IF TR-ACTION-MERGE
               PERFORM 0570-CHECK-MERGE
           END-IF
           IF TR-ACTION-APPROVE
               PERFORM 0580-CHECK-APPROVAL
           END-IF
      * A refund charge only takes a credit balance back to zero, so
      * it is not new credit and posts whatever the account status.
      * Finance charges are interest on the balance already owed and
      * CUSTFINC assesses them on held accounts, so they post too.
           IF TR-ACTION-CHARGE AND WS-TRANS-CLEAN
               AND NOT TR-REF-REFUND
               AND NOT TR-SRC-FINANCE-CHG
               PERFORM 0560-CHECK-ACCOUNT-STATUS
           END-IF.

       0540-CHECK-FULL-RECORD.
                   MOVE 'BRN' TO WS-EDIT-REASON
               WHEN TR-CUST-CYCLE < '1' OR TR-CUST-CYCLE > '9'
                   MOVE 'CYC' TO WS-EDIT-REASON
               WHEN TR-CUST-STATUS NOT = SPACES
                   AND NOT TR-STATUS-VALID
                   MOVE 'STS' TO WS-EDIT-REASON
           END-EVALUATE.

       0550-CHECK-CHANGE-FIELDS.
               WHEN TR-CUST-CYCLE NOT = SPACES
                   AND (TR-CUST-CYCLE < '1' OR TR-CUST-CYCLE > '9')
                   MOVE 'CYC' TO WS-EDIT-REASON
               WHEN TR-CUST-STATUS NOT = SPACES
                   AND NOT TR-STATUS-VALID
                   MOVE 'STS' TO WS-EDIT-REASON
               WHEN TR-CUST-NAME = SPACES
                   AND TR-CUST-ADDRESS = SPACES
                   AND TR-CUST-PHONE = SPACES
                   AND TR-CUST-CRLIMIT-X = SPACES
                   AND TR-CUST-BRANCH = SPACES
                   AND TR-CUST-CYCLE = SPACES
                   AND TR-CUST-STATUS = SPACES
                   MOVE 'NOF' TO WS-EDIT-REASON
           END-EVALUATE.

       0560-CHECK-ACCOUNT-STATUS.
      * New charges are not accepted on an account that is on credit
      * hold, closed, or bankrupt.  A customer not on the master is
      * left for CUSTMAINT to judge (it may be added in this batch).
           IF TR-CUST-ID = WS-STS-KEY
               MOVE WS-STS-CODE TO CUST-STATUS
           ELSE
               MOVE TR-CUST-ID  TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE 'O' TO CUST-STATUS
               END-READ
           END-IF
           IF CUST-STAT-NO-CHARGE
               MOVE 'HLD' TO WS-EDIT-REASON
           END-IF.

       0570-CHECK-MERGE.
      * A merge names the surviving account, which must differ from
      * the loser and be on the master and open: a balance is not
      * moved onto an account that is closed, bankrupt, on credit
      * hold or with collections.  The loser itself is left for
      * CUSTMAINT to find, as any other key is.
           IF TR-MRG-LINK-ID = SPACES OR TR-MRG-LINK-ID = TR-CUST-ID
               MOVE 'MRG' TO WS-EDIT-REASON
           ELSE
               MOVE TR-MRG-LINK-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE 'MRS' TO WS-EDIT-REASON
                   NOT INVALID KEY
                       IF NOT CUST-STAT-OPEN
                           MOVE 'MRS' TO WS-EDIT-REASON
                       END-IF
               END-READ
           END-IF.

       0580-CHECK-APPROVAL.
      * An approval must name an item still held for the same
      * customer and not yet expired, and must be keyed by someone
      * other than the operator who keyed the item.
           MOVE 'N' TO WS-PND-FOUND-FLAG
           PERFORM 0585-FIND-PENDING
               VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-PND-CTR OR WS-PND-FOUND
           IF WS-PND-FOUND
               MOVE WS-PT-RECORD(WS-PND-HIT) TO PENDING-RECORD
               PERFORM 0820-AGE-PENDING
           END-IF
           EVALUATE TRUE
               WHEN TR-OPERATOR-ID = SPACES
                   MOVE 'OPR' TO WS-EDIT-REASON
               WHEN NOT WS-PND-FOUND
                   MOVE 'APN' TO WS-EDIT-REASON
               WHEN TR-OPERATOR-ID = PND-OPERATOR-ID
                   MOVE 'APO' TO WS-EDIT-REASON
               WHEN WS-AGE-DAYS > WS-EXPIRY-DAYS
                   MOVE 'APX' TO WS-EDIT-REASON
           END-EVALUATE.

       0585-FIND-PENDING.
           IF WS-PT-ID(WS-PND-IDX) = TR-APV-PENDING-ID
               AND WS-PT-CUSTID(WS-PND-IDX) = TR-CUST-ID
               AND NOT WS-PT-RELEASED(WS-PND-IDX)
               MOVE 'Y'        TO WS-PND-FOUND-FLAG
               SET WS-PND-HIT  TO WS-PND-IDX
           END-IF.

       0590-CHECK-APPROVAL-LIMIT.
      * Only work keyed at the terminal is held; the batch programs
      * that cut adjustments run under their own controls.
           MOVE ZERO TO WS-HOLD-AMOUNT
           IF TR-SRC-KEYED
               EVALUATE TRUE
                   WHEN TR-ACTION-ADJUST
                       MOVE TR-CUST-BALANCE TO WS-HOLD-AMOUNT
                   WHEN TR-ACTION-CHANGE
                       AND TR-CUST-BALANCE-X NOT = SPACES
                       PERFORM 0595-MEASURE-OVERRIDE
               END-EVALUATE
               IF WS-HOLD-AMOUNT < ZERO
                   COMPUTE WS-HOLD-AMOUNT = ZERO - WS-HOLD-AMOUNT
               END-IF
               IF WS-HOLD-AMOUNT > WS-APPROVAL-LIMIT
                   MOVE 'Y' TO WS-APPROVAL-FLAG
               END-IF
           END-IF.

       0595-MEASURE-OVERRIDE.
      * A balance override is measured by how far it moves the
      * balance on the master; an account not yet on file is
      * measured on the balance keyed.
           MOVE TR-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE TR-CUST-BALANCE TO WS-HOLD-AMOUNT
               NOT INVALID KEY
                   COMPUTE WS-HOLD-AMOUNT =
                       TR-CUST-BALANCE - CUST-BALANCE
           END-READ.

       0600-WRITE-CLEAN-TRANS.
           WRITE EDITED-TRANS-REC FROM TRANS-RECORD
           ADD 1 TO WS-CLEAN-CTR
           MOVE TR-CUST-ID TO WS-OUT-PREV-KEY
           IF (TR-ACTION-ADD OR TR-ACTION-CHANGE)
               AND TR-CUST-STATUS NOT = SPACES
               MOVE TR-CUST-ID     TO WS-STS-KEY
               MOVE TR-CUST-STATUS TO WS-STS-CODE
           END-IF
      * A merge closes the losing account.
           IF TR-ACTION-MERGE
               MOVE TR-CUST-ID     TO WS-STS-KEY
               MOVE 'C'            TO WS-STS-CODE
           END-IF.

       0650-HOLD-FOR-APPROVAL.
           ADD 1 TO WS-HOLD-SEQ
           MOVE WS-BH-STAMP(1:8)  TO PND-HOLD-DATE
           MOVE WS-BH-STAMP(9:4)  TO PND-HOLD-TIME
           MOVE WS-HOLD-SEQ       TO PND-HOLD-SEQ
           MOVE TR-CUST-ID        TO PND-CUST-ID
           MOVE TR-OPERATOR-ID    TO PND-OPERATOR-ID
           MOVE WS-HOLD-AMOUNT    TO PND-AMOUNT
           MOVE TRANS-RECORD      TO PND-TRANS-IMAGE
           WRITE NEW-PENDING-RECORD FROM PENDING-RECORD
           ADD 1 TO WS-HELD-CTR
           MOVE TR-CUST-ID        TO WL-CUSTID
           MOVE 'HELD     '       TO WL-ACTION
           MOVE SPACES            TO WL-REASON
           MOVE SPACES            TO WL-MESSAGE
           STRING 'awaiting approval id ' DELIMITED BY SIZE
                  PND-ID                  DELIMITED BY SIZE
               INTO WL-MESSAGE
           WRITE LOG-LINE FROM WS-LOG-DETAIL.

       0660-RELEASE-PENDING.
      * The held transaction goes to the clean file in the approval's
      * place in the key sequence, stamped with who approved it.
           MOVE TR-OPERATOR-ID    TO WS-APPROVER-ID
           MOVE PND-TRANS-IMAGE   TO TRANS-RECORD
           MOVE WS-APPROVER-ID    TO TR-APPROVER-ID
           PERFORM 0600-WRITE-CLEAN-TRANS
           MOVE 'R'               TO WS-PT-STATUS(WS-PND-HIT)
           ADD 1 TO WS-RELEASED-CTR
           MOVE TR-CUST-ID        TO WL-CUSTID
           MOVE 'RELEASED '       TO WL-ACTION
           MOVE SPACES            TO WL-REASON
           MOVE SPACES            TO WL-MESSAGE
           STRING 'approved by '  DELIMITED BY SIZE
                  WS-APPROVER-ID  DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  PND-ID          DELIMITED BY SIZE
               INTO WL-MESSAGE
           WRITE LOG-LINE FROM WS-LOG-DETAIL.

       0700-WRITE-SUSPENSE.
           MOVE WS-EDIT-REASON TO SUS-REASON-CODE
               WHEN 'ACT'
                   MOVE 'unknown transaction action code'
                       TO WL-MESSAGE
               WHEN 'SRC'
                   MOVE 'transaction source code not valid'
                       TO WL-MESSAGE
               WHEN 'NAM'
                   MOVE 'customer name missing' TO WL-MESSAGE
               WHEN 'ADR'
                   MOVE 'billing cycle not 1-9' TO WL-MESSAGE
               WHEN 'NOF'
                   MOVE 'change supplies no fields' TO WL-MESSAGE
               WHEN 'STS'
                   MOVE 'account status code not valid' TO WL-MESSAGE
               WHEN 'MRG'
                   MOVE 'merge survivor missing or same as loser'
                       TO WL-MESSAGE
               WHEN 'MRS'
                   MOVE 'merge survivor not on master or not open'
                       TO WL-MESSAGE
               WHEN 'OPR'
                   MOVE 'operator id missing' TO WL-MESSAGE
               WHEN 'APN'
                   MOVE 'approval - no such item held for account'
                       TO WL-MESSAGE
               WHEN 'APO'
                   MOVE 'approval by operator who keyed the item'
                       TO WL-MESSAGE
               WHEN 'APX'
                   MOVE 'approval - held item has expired'
                       TO WL-MESSAGE
               WHEN 'HLD'
                   MOVE 'charge against held/closed/bankrupt acct'
                       TO WL-MESSAGE
               WHEN OTHER
                   MOVE 'edit failure' TO WL-MESSAGE
           END-EVALUATE.

       0800-CARRY-PENDING.
      * Held items not released are carried to CUSTPENN until they
      * pass the expiry days, when they are dropped and logged; the
      * operator must key them again.
           PERFORM 0810-CARRY-ONE-PENDING
               VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-PND-CTR.

       0810-CARRY-ONE-PENDING.
           IF NOT WS-PT-RELEASED(WS-PND-IDX)
               MOVE WS-PT-RECORD(WS-PND-IDX) TO PENDING-RECORD
               PERFORM 0820-AGE-PENDING
               IF WS-AGE-DAYS > WS-EXPIRY-DAYS
                   ADD 1 TO WS-EXPIRED-CTR
                   MOVE WS-AGE-DAYS     TO WS-AGE-EDIT
                   MOVE PND-CUST-ID     TO WL-CUSTID
                   MOVE 'EXPIRED  '     TO WL-ACTION
                   MOVE SPACES          TO WL-REASON
                   MOVE SPACES          TO WL-MESSAGE
                   STRING PND-ID        DELIMITED BY SIZE
                          ' unapproved ' DELIMITED BY SIZE
                          WS-AGE-EDIT   DELIMITED BY SIZE
                          ' days'       DELIMITED BY SIZE
                       INTO WL-MESSAGE
                   WRITE LOG-LINE FROM WS-LOG-DETAIL
               ELSE
                   WRITE NEW-PENDING-RECORD FROM PENDING-RECORD
                   ADD 1 TO WS-PEND-CARRY-CTR
               END-IF
           END-IF.

       0820-AGE-PENDING.
      * Age in days since the item was held; a hold date that cannot
      * be read ages the item out rather than holding it forever.
           IF PND-HOLD-DATE IS NUMERIC
               AND FUNCTION INTEGER-OF-DATE (PND-HOLD-DATE-9) > ZERO
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-9)
                   - FUNCTION INTEGER-OF-DATE (PND-HOLD-DATE-9)
           ELSE
               MOVE 9999 TO WS-AGE-DAYS
           END-IF.

       0900-CLOSE-ROUTINE.
           WRITE LOG-LINE FROM SPACES
           MOVE 'Raw Trans Read:        ' TO LOG-LINE
           MOVE 'Trans Suspended:       ' TO LOG-LINE
           MOVE WS-SUSP-CTR TO LOG-LINE(25:6)
           WRITE LOG-LINE
           MOVE 'Pending Items Read:    ' TO LOG-LINE
           MOVE WS-PEND-READ-CTR TO LOG-LINE(25:6)
           WRITE LOG-LINE
           MOVE 'Held for Approval:     ' TO LOG-LINE
           MOVE WS-HELD-CTR TO LOG-LINE(25:6)
           WRITE LOG-LINE
           MOVE 'Released on Approval:  ' TO LOG-LINE
           MOVE WS-RELEASED-CTR TO LOG-LINE(25:6)
           WRITE LOG-LINE
           MOVE 'Pending Expired:       ' TO LOG-LINE
           MOVE WS-EXPIRED-CTR TO LOG-LINE(25:6)
           WRITE LOG-LINE
           MOVE 'Pending Carried:       ' TO LOG-LINE
           COMPUTE WS-PEND-CARRY-CTR = WS-PEND-CARRY-CTR
               + WS-PEND-OVER-CTR + WS-HELD-CTR
           MOVE WS-PEND-CARRY-CTR TO LOG-LINE(25:6)
           WRITE LOG-LINE
           IF WS-PEND-OVER-CTR > ZERO
               MOVE 'Pending Over Table:    ' TO LOG-LINE
               MOVE WS-PEND-OVER-CTR TO LOG-LINE(25:6)
               WRITE LOG-LINE
           END-IF
           IF WS-PENDING-NOT-READ
               WRITE LOG-LINE FROM SPACES
               MOVE 'PENDING FILE NOT READ - CUSTPENN IS INCOMPLETE'
                   TO LOG-LINE
               WRITE LOG-LINE
           END-IF
           CLOSE RAW-TRANS-FILE
                 RECYCLE-FILE
                 CUSTOMER-FILE
                 EDITED-TRANS-FILE
                 SUSPENSE-FILE
                 EDIT-LOG-FILE
                 PENDING-FILE
                 NEW-PENDING-FILE
           IF WS-SUSP-CTR > ZERO OR WS-PEND-OVER-CTR > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-PENDING-NOT-READ
               MOVE 8 TO RETURN-CODE
           END-IF.
