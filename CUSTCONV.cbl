       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCONV.
       AUTHOR. GITHUB-COPILOT.
       DATE-WRITTEN. 2026-10-15.

      * One-time conversion of the files carried between runs to the
      * widened record layouts: the customer master (120 to 189 bytes,
      * account status, billing terms and delinquency added), the
      * history file (378 to 541 bytes, wider images plus the source
      * and linked account) and the suspense file awaiting correction
      * (121-byte transactions to 139, status, source and operator
      * ids added).  Run once, after the last night on the old layout
      * and before the first night on the new.  The old files are
      * read and new ones written beside them; the job stream
      * promotes CUSTFILN, CUSTHSTN and CUSTSUSN over CUSTFILE,
      * CUSTHIST and CUSTSUSP only on a zero return code, the same
      * way the new master is promoted after CUSTMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE
               ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-CUST-ID
               FILE STATUS IS WS-OM-STATUS.
           SELECT NEW-MASTER-FILE
               ASSIGN TO 'CUSTFILN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NM-CUST-ID
               FILE STATUS IS WS-NM-STATUS.
           SELECT OLD-HISTORY-FILE
               ASSIGN TO 'CUSTHIST'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OH-STATUS.
           SELECT NEW-HISTORY-FILE
               ASSIGN TO 'CUSTHSTN'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT OPTIONAL OLD-SUSPENSE-FILE
               ASSIGN TO 'CUSTSUSP'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OS-STATUS.
           SELECT NEW-SUSPENSE-FILE
               ASSIGN TO 'CUSTSUSN'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT CONVERT-REPORT-FILE
               ASSIGN TO 'CUSTVRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The old layouts are described here only; every program reads
      * the converted files through the current copybooks.
       FD  OLD-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-MASTER-RECORD.
           05  OM-CUST-ID          PIC X(6).
           05  FILLER              PIC X(114).

       FD  NEW-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-MASTER-RECORD.
           05  NM-CUST-ID          PIC X(6).
           05  FILLER              PIC X(183).

       FD  OLD-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-HISTORY-RECORD.
           05  OH-RUN-DATE         PIC X(10).
           05  OH-CUST-ID          PIC X(6).
           05  OH-ACTION           PIC X(1).
           05  OH-TRANS-IMAGE      PIC X(121).
           05  OH-BEFORE-IMAGE     PIC X(120).
           05  OH-AFTER-IMAGE      PIC X(120).

       FD  NEW-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTHST.

       FD  OLD-SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-SUSPENSE-RECORD.
           05  OS-REASON-CODE      PIC X(3).
           05  OS-TRANS-DATA       PIC X(121).

       FD  NEW-SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-SUSPENSE-RECORD.
           05  NS-REASON-CODE      PIC X(3).
           05  NS-TRANS-DATA       PIC X(139).

       FD  CONVERT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-OM-STATUS           PIC X(2).
       01  WS-NM-STATUS           PIC X(2).
       01  WS-OH-STATUS           PIC X(2).
       01  WS-OS-STATUS           PIC X(2).
       01  WS-EOF-MASTER          PIC X VALUE 'N'.
           88  EOF-MASTER         VALUE 'Y'.
       01  WS-EOF-HIST            PIC X VALUE 'N'.
           88  EOF-HISTORY        VALUE 'Y'.
       01  WS-EOF-SUSP            PIC X VALUE 'N'.
           88  EOF-SUSPENSE       VALUE 'Y'.
       01  WS-RUN-REFUSED         PIC X(1) VALUE 'N'.
           88  WS-CNV-RUN-REFUSED VALUE 'Y'.
       01  WS-WRITE-FAILED        PIC X(1) VALUE 'N'.
           88  WS-CNV-WRITE-FAILED VALUE 'Y'.
       01  WS-BREAK-FLAG          PIC X(1) VALUE 'N'.
           88  WS-CONVERT-BREAK   VALUE 'Y'.

      * Work areas in the current layouts.  A customer image is
      * widened here, whether it is a master record or one of the
      * before and after images on a history record.
           COPY CUSTREC.
       01  WS-OLD-CUST-IMAGE      PIC X(120).

       01  WS-COUNTERS.
           05  WS-OM-READ-CTR     PIC 9(6) VALUE ZERO.
           05  WS-NM-WRITE-CTR    PIC 9(6) VALUE ZERO.
           05  WS-OH-READ-CTR     PIC 9(6) VALUE ZERO.
           05  WS-NH-WRITE-CTR    PIC 9(6) VALUE ZERO.
           05  WS-OS-READ-CTR     PIC 9(6) VALUE ZERO.
           05  WS-NS-WRITE-CTR    PIC 9(6) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER            PIC X(20) VALUE 'Layout Conversion   '.
           05  FILLER            PIC X(20) VALUE 'Date: '.
           05  WS-CURR-DATE      PIC X(10).

       01  WS-RESULT-LINE.
           05  WS-RL-LABEL        PIC X(26).
           05  WS-RL-MESSAGE      PIC X(40).

       PROCEDURE DIVISION.
       0100-MAIN-PROCESS.
           PERFORM 0200-INIT-ROUTINE
           IF NOT WS-CNV-RUN-REFUSED
               PERFORM 0300-CONVERT-MASTER UNTIL EOF-MASTER
               PERFORM 0400-CONVERT-HISTORY UNTIL EOF-HISTORY
               PERFORM 0500-CONVERT-SUSPENSE UNTIL EOF-SUSPENSE
               PERFORM 0800-PROVE-CONVERSION
           END-IF
           PERFORM 0900-CLOSE-ROUTINE
           STOP RUN.

       0200-INIT-ROUTINE.
           OPEN INPUT  OLD-MASTER-FILE
                       OLD-HISTORY-FILE
                       OLD-SUSPENSE-FILE
                OUTPUT NEW-MASTER-FILE
                       NEW-HISTORY-FILE
                       NEW-SUSPENSE-FILE
                       CONVERT-REPORT-FILE
           PERFORM 0250-WRITE-HEADERS
      * Every record must come across, so an old master or history
      * that cannot be read refuses the run rather than cutting new
      * files that look complete.  No suspense file carried over from
      * the last run simply converts nothing.
           IF WS-OM-STATUS NOT = '00'
               DISPLAY 'Error opening old master. Status: '
                   WS-OM-STATUS ' - run refused'
               MOVE 'RUN REFUSED - OLD MASTER NOT READABLE'
                   TO REPORT-LINE
               PERFORM 0230-REFUSE-RUN
           END-IF
           IF WS-NM-STATUS NOT = '00'
               DISPLAY 'Error opening new master. Status: '
                   WS-NM-STATUS ' - run refused'
               MOVE 'RUN REFUSED - NEW MASTER NOT WRITABLE'
                   TO REPORT-LINE
               PERFORM 0230-REFUSE-RUN
           END-IF
           IF WS-OH-STATUS NOT = '00'
               DISPLAY 'Error opening old history. Status: '
                   WS-OH-STATUS ' - run refused'
               MOVE 'RUN REFUSED - OLD HISTORY NOT READABLE'
                   TO REPORT-LINE
               PERFORM 0230-REFUSE-RUN
           END-IF
           IF WS-OS-STATUS NOT = '00' AND WS-OS-STATUS NOT = '05'
               DISPLAY 'Error opening old suspense. Status: '
                   WS-OS-STATUS ' - run refused'
               MOVE 'RUN REFUSED - OLD SUSPENSE NOT READABLE'
                   TO REPORT-LINE
               PERFORM 0230-REFUSE-RUN
           END-IF.

       0230-REFUSE-RUN.
           WRITE REPORT-LINE
           MOVE 16  TO RETURN-CODE
           MOVE 'Y' TO WS-RUN-REFUSED.

       0250-WRITE-HEADERS.
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-CURR-DATE
           WRITE REPORT-LINE FROM WS-HEADING-1
           WRITE REPORT-LINE FROM SPACES.

       0300-CONVERT-MASTER.
           READ OLD-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-MASTER
               NOT AT END
                   ADD 1 TO WS-OM-READ-CTR
                   MOVE OLD-MASTER-RECORD TO WS-OLD-CUST-IMAGE
                   PERFORM 0600-WIDEN-CUSTOMER
                   WRITE NEW-MASTER-RECORD FROM CUSTOMER-RECORD
                   PERFORM 0350-CHECK-NEW-MASTER-WRITE
           END-READ.

       0350-CHECK-NEW-MASTER-WRITE.
      * The old master is read in key order, so a failed write means
      * the new master cannot be trusted and the run stops here.
           IF WS-NM-STATUS NOT = '00'
               DISPLAY 'Error writing new master. Status: '
                   WS-NM-STATUS ' key: ' NM-CUST-ID
               MOVE 'RUN STOPPED - NEW MASTER WRITE FAILED'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-WRITE-FAILED
               MOVE 'Y' TO WS-EOF-MASTER
               MOVE 'Y' TO WS-EOF-HIST
               MOVE 'Y' TO WS-EOF-SUSP
           ELSE
               ADD 1 TO WS-NM-WRITE-CTR
           END-IF.

       0400-CONVERT-HISTORY.
      * The transaction image is carried as it was keyed, so the
      * status, source and operator fields added at the end of it are
      * spaces, as are the source and linked account on the history
      * record itself: this history was written before any of them
      * was carried.  A before or after image that is spaces (the
      * before image of an add, the after image of a delete) stays
      * spaces; any other is widened like a master record.
           READ OLD-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-HIST
               NOT AT END
                   ADD 1 TO WS-OH-READ-CTR
                   MOVE SPACES          TO HISTORY-RECORD
                   MOVE OH-RUN-DATE     TO HST-RUN-DATE
                   MOVE OH-CUST-ID      TO HST-CUST-ID
                   MOVE OH-ACTION       TO HST-ACTION
                   MOVE OH-TRANS-IMAGE  TO HST-TRANS-IMAGE
                   IF OH-BEFORE-IMAGE NOT = SPACES
                       MOVE OH-BEFORE-IMAGE TO WS-OLD-CUST-IMAGE
                       PERFORM 0600-WIDEN-CUSTOMER
                       MOVE CUSTOMER-RECORD TO HST-BEFORE-IMAGE
                   END-IF
                   IF OH-AFTER-IMAGE NOT = SPACES
                       MOVE OH-AFTER-IMAGE TO WS-OLD-CUST-IMAGE
                       PERFORM 0600-WIDEN-CUSTOMER
                       MOVE CUSTOMER-RECORD TO HST-AFTER-IMAGE
                   END-IF
                   WRITE HISTORY-RECORD
                   ADD 1 TO WS-NH-WRITE-CTR
           END-READ.

       0500-CONVERT-SUSPENSE.
      * A suspended transaction keeps its reason code and is carried
      * as keyed, with the fields added at the end left spaces.  When
      * the corrected item comes back through recycle CUSTEDIT edits
      * it like newly keyed work: a blank status keeps the master's
      * (or opens an add), a blank source is stamped keyed, and the
      * operator who corrects it must key an operator id.
           READ OLD-SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SUSP
               NOT AT END
                   ADD 1 TO WS-OS-READ-CTR
                   MOVE SPACES         TO NEW-SUSPENSE-RECORD
                   MOVE OS-REASON-CODE TO NS-REASON-CODE
                   MOVE OS-TRANS-DATA  TO NS-TRANS-DATA
                   WRITE NEW-SUSPENSE-RECORD
                   ADD 1 TO WS-NS-WRITE-CTR
           END-READ.

       0600-WIDEN-CUSTOMER.
      * The old record is the front of the new one field for field.
      * Every account on the old master is open, no statement has
      * set billing terms yet and nothing has been aged, so the
      * dates are left spaces and the amounts and stage are zero -
      * the unsigned numeric fields must not be left spaces, or the
      * statement and delinquency runs could not add to them.
           MOVE WS-OLD-CUST-IMAGE TO CUSTOMER-RECORD
           MOVE 'O'  TO CUST-STATUS
           MOVE ZERO TO CUST-MIN-DUE
                        CUST-PRV-MIN-DUE
                        CUST-PAST-DUE
                        CUST-DLQ-STAGE.

       0800-PROVE-CONVERSION.
      * The register proves nothing was dropped: each new file must
      * hold exactly the records read from the old one, or none of
      * the new files is promoted.
           MOVE 'Master Records Read:   ' TO REPORT-LINE
           MOVE WS-OM-READ-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           MOVE 'Master Records Written:' TO REPORT-LINE
           MOVE WS-NM-WRITE-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           MOVE 'History Records Read:  ' TO REPORT-LINE
           MOVE WS-OH-READ-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           MOVE 'History Written:       ' TO REPORT-LINE
           MOVE WS-NH-WRITE-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           MOVE 'Suspense Records Read: ' TO REPORT-LINE
           MOVE WS-OS-READ-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           MOVE 'Suspense Written:      ' TO REPORT-LINE
           MOVE WS-NS-WRITE-CTR TO REPORT-LINE(25:6)
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SPACES
           MOVE 'Conversion Proof:         ' TO WS-RL-LABEL
           IF WS-CNV-WRITE-FAILED
               MOVE 'RUN STOPPED - DO NOT PROMOTE' TO WS-RL-MESSAGE
           ELSE
               IF WS-NM-WRITE-CTR NOT = WS-OM-READ-CTR
                   OR WS-NH-WRITE-CTR NOT = WS-OH-READ-CTR
                   OR WS-NS-WRITE-CTR NOT = WS-OS-READ-CTR
                   MOVE 'Y' TO WS-BREAK-FLAG
                   MOVE 'OUT OF BALANCE - DO NOT PROMOTE'
                       TO WS-RL-MESSAGE
               ELSE
                   MOVE 'IN BALANCE' TO WS-RL-MESSAGE
               END-IF
           END-IF
           WRITE REPORT-LINE FROM WS-RESULT-LINE.

       0900-CLOSE-ROUTINE.
           CLOSE OLD-MASTER-FILE
                 NEW-MASTER-FILE
                 OLD-HISTORY-FILE
                 NEW-HISTORY-FILE
                 OLD-SUSPENSE-FILE
                 NEW-SUSPENSE-FILE
                 CONVERT-REPORT-FILE
           IF WS-CNV-WRITE-FAILED
               MOVE 12 TO RETURN-CODE
           END-IF
           IF WS-CONVERT-BREAK
               MOVE 8 TO RETURN-CODE
           END-IF.
