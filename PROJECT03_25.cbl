      *   SEP.2.2026 - RFND history entries now go to the keyed
      *                PAYMENT_HISTORY.index, sequenced from
      *                HISTORY_SEQUENCE.txt like the posting program.
      *   OCT.15.2026 - A queued item for student 000000 is cash the
      *                cashier sent back out of suspense: an approved
      *                one goes to the register under the suspense
      *                item's name with no master, ledger or history
      *                entry, since it never reached a student.
      *   OCT.15.2026 - Every change this program makes to the
      *                master is now journalled to
      *                MASTER_JOURNAL.txt with the program,
      *                operator, date and time and the before and
      *                after image of the record, so a restored
      *                backup generation can be rolled forward.
      *   OCT.15.2026 - The operator signed on must now be authorized
      *                for REFUND approval on OPERATOR_AUTHORITY.txt
      *                (through project03au) or the run stops and the
      *                refusal goes to SECURITY_EXCEPTIONS.txt. A
      *                refund above WS-REFUND-DUAL-LIMIT also needs a
      *                second, different supervisor ID before it is
      *                disbursed -- refused, it stays held -- and the
      *                supervisor is recorded on the register line.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03q.
             ASSIGN TO "..\MASTER_LOCK.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOCK-STATUS-FILED.
          SELECT MASTER-JOURNAL-FILE
             ASSIGN TO "..\MASTER_JOURNAL.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MJRN-STATUS-FILED.
       DATA DIVISION.
       FILE SECTION.
       FD INDEXED-STUDENT-FILE.
      *        REGISTER           *
      ****************************
       FD REFUND-REGISTER-FILE.
       01 REFUND-REGISTER-LINE            PIC X(85).

      ****************************
      * DATED TUITION LEDGER     *

       COPY "master-lock.dat".

       COPY "master-journal.dat".

         WORKING-STORAGE SECTION.
       COPY "master-lock-record.dat".

       COPY "master-journal-record.dat".

       COPY "authority-request.dat".

      ****************************
      * PARSE OF A QUEUE LINE     *
      * (DE-EDITS THE $ AMOUNT)   *
               02 RG-AMOUNT                   PIC $ZZZZ9.99.
               02 FILLER                      PIC X(2) VALUE SPACES.
               02 RG-OPERATOR-ID              PIC X(3).
               02 FILLER                      PIC X(2) VALUE SPACES.
               02 RG-APPROVED-BY              PIC X(3).

      ****************************
      * DATED TUITION LEDGER     *
           01 PHIST-STATUS-FILED          PIC X(2).
           01 HSEQ-STATUS-FILED           PIC X(2).
           01 WS-OPERATOR-ID              PIC X(3) VALUE SPACES.
           01 WS-SUPERVISOR-ID            PIC X(3) VALUE SPACES.
      * a refund above this needs a supervisor's second ID -- change
      * here when the bursar changes the limit
           01 WS-REFUND-DUAL-LIMIT        PIC 9(5)V99 VALUE 500.00.
           01 WS-REFUND-AMOUNT            PIC 9(5)V99.
           01 WS-DEEDIT-DOLLARS           PIC 9(5).
           01 WS-DEEDIT-CENTS             PIC 9(2).
          05 WS-OPERATOR-ID-IN                      LINE 7 COL 25
                            PIC X(3)  TO  WS-OPERATOR-ID.

       01 SUPERVISOR-SCREEN.
          05 VALUE "***************" BLANK SCREEN   LINE 1 COL 20.
          05 VALUE "**SUPERVISOR***"                LINE 2 COL 20.
          05 VALUE "***************"                LINE 3 COL 20.
          05 VALUE "REFUND OVER THE LIMIT - A SECOND, SUPERVISOR ID"
                                                    LINE 5 COL 5.
          05 VALUE "MUST APPROVE IT"                LINE 6 COL 5.
          05 VALUE "STUDENT NUMBER"                 LINE 8 COL 5.
          05 SUPV-NUMBER-OUT                        LINE 8 COL 30
                      PIC X(6) FROM WS-QP-STUDENT-NUMBER.
          05 VALUE "REFUND AMOUNT"                  LINE 9 COL 5.
          05 SUPV-AMOUNT-OUT                        LINE 9 COL 30
                      PIC $ZZZZ9.99 FROM WS-REFUND-AMOUNT.
          05 VALUE "SUPERVISOR ID"                  LINE 11 COL 5.
          05 WS-SUPERVISOR-ID-IN                    LINE 11 COL 30
                            PIC X(3)  TO  WS-SUPERVISOR-ID.

       01 ITEM-SCREEN.
          05 VALUE "***************" BLANK SCREEN   LINE 1 COL 20.
          05 VALUE "****REFUND*****"                LINE 2 COL 20.
               STOP RUN
           END-IF.
           PERFORM 120-OPERATOR-SIGNON.
           PERFORM 127-CHECK-SIGNON-AUTHORITY.
           PERFORM 150-READ-REFUND-SEQUENCE.
           PERFORM 970-CLAIM-MASTER-LOCK.
           OPEN I-O INDEXED-STUDENT-FILE.
           DISPLAY SIGNON-SCREEN.
           ACCEPT SIGNON-SCREEN.

      * only an operator authorized for REFUND approval on
      * OPERATOR_AUTHORITY.txt may work the queue -- a refusal is
      * logged by project03au and the run stops before the master
      * lock is claimed
       127-CHECK-SIGNON-AUTHORITY.
           MOVE 'O' TO AUTH-CHECK-TYPE.
           MOVE 'REFUND' TO AUTH-PROGRAM.
           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID.
           MOVE SPACES TO AUTH-SUPERVISOR-ID.
           MOVE 'REFUND' TO AUTH-FUNCTION.
           MOVE SPACES TO AUTH-REFERENCE.
           CALL 'project03au' USING AUTHORITY-REQUEST.
           IF AUTH-RESULT NOT = 'Y'
               DISPLAY "OPERATOR " WS-OPERATOR-ID
                   " IS NOT AUTHORIZED TO APPROVE REFUNDS - REFUSED"
               STOP RUN
           END-IF.

      * pick up the last disbursement number issued so numbering
      * carries across runs instead of restarting at 1 every time
       150-READ-REFUND-SEQUENCE.
      * goes through -- anything that cannot post stays held
       300-DISBURSE-REFUND.
           PERFORM 310-DEEDIT-AMOUNT.
           MOVE SPACES TO WS-SUPERVISOR-ID.
           IF WS-REFUND-AMOUNT > WS-REFUND-DUAL-LIMIT
               PERFORM 370-SUPERVISOR-APPROVAL
               IF AUTH-RESULT NOT = 'Y'
                   DISPLAY "REFUND NOT APPROVED BY A SUPERVISOR - "
                       "ITEM HELD"
                   ADD 1 TO WS-HELD-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-QP-STUDENT-NUMBER = '000000'
               PERFORM 360-DISBURSE-SUSPENSE-ITEM
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-QP-STUDENT-NUMBER TO STUDENT-NUMBER-INDEXED.
           READ INDEXED-STUDENT-FILE KEY IS STUDENT-NUMBER-INDEXED
             INVALID KEY
           ELSE
               SUBTRACT WS-REFUND-AMOUNT
                   FROM CREDIT-BALANCE-INDEXED
               PERFORM 985-REWRITE-MASTER
               IF STATUS-FILED = '00'
                   MOVE 'N' TO WS-QI-KEEP-FLAG(WS-QUEUE-SUB)
                   ADD 1 TO WS-APPROVED-COUNT
           MOVE STUDENT-NAME-INDEXED TO RG-STUDENT-NAME.
           MOVE WS-REFUND-AMOUNT TO RG-AMOUNT.
           MOVE WS-OPERATOR-ID TO RG-OPERATOR-ID.
           MOVE WS-SUPERVISOR-ID TO RG-APPROVED-BY.
           MOVE REFUND-REGISTER-RECORD TO REFUND-REGISTER-LINE.
           WRITE REFUND-REGISTER-LINE.
           DISPLAY "DISBURSEMENT " WS-REFUND-NUMBER " WRITTEN.".
           WRITE HISTORY-FILE-INDEXED.
           PERFORM 165-SAVE-HISTORY-SEQUENCE.

      * money refunded out of suspense never sat on a student's
      * account -- only the register entry is written
       360-DISBURSE-SUSPENSE-ITEM.
           MOVE 'N' TO WS-QI-KEEP-FLAG(WS-QUEUE-SUB).
           ADD 1 TO WS-APPROVED-COUNT.
           ADD 1 TO WS-REFUND-NUMBER.
           MOVE WS-REFUND-NUMBER TO RG-DISBURSEMENT-NUMBER.
           ACCEPT RG-DISBURSE-DATE FROM DATE.
           MOVE 0 TO RG-STUDENT-NUMBER.
           MOVE WS-QP-STUDENT-NAME TO RG-STUDENT-NAME.
           MOVE WS-REFUND-AMOUNT TO RG-AMOUNT.
           MOVE WS-OPERATOR-ID TO RG-OPERATOR-ID.
           MOVE WS-SUPERVISOR-ID TO RG-APPROVED-BY.
           MOVE REFUND-REGISTER-RECORD TO REFUND-REGISTER-LINE.
           WRITE REFUND-REGISTER-LINE.
           DISPLAY "DISBURSEMENT " WS-REFUND-NUMBER " WRITTEN.".

      * dual control: the second ID must be a different operator
      * authorized as a supervisor on OPERATOR_AUTHORITY.txt
       370-SUPERVISOR-APPROVAL.
           DISPLAY SUPERVISOR-SCREEN.
           ACCEPT SUPERVISOR-SCREEN.
           MOVE 'S' TO AUTH-CHECK-TYPE.
           MOVE 'REFUND' TO AUTH-PROGRAM.
           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID.
           MOVE WS-SUPERVISOR-ID TO AUTH-SUPERVISOR-ID.
           MOVE 'REFUND' TO AUTH-FUNCTION.
           MOVE WS-QP-STUDENT-NUMBER TO AUTH-REFERENCE.
           CALL 'project03au' USING AUTHORITY-REQUEST.

       700-LOAD-QUEUE-TABLE.
           MOVE 0 TO WS-QUEUE-COUNT.
           OPEN INPUT REFUND-QUEUE-FILE.
           WRITE MASTER-LOCK-LINE.
           CLOSE MASTER-LOCK-FILE.

      * every change to the master goes through here: the record as
      * it stands on file is read back under the same key for the
      * before image, the REWRITE is made, and a good one is
      * journalled so a restored generation can be rolled forward
       985-REWRITE-MASTER.
           MOVE STUDENT-FILE-INDEXED TO MJ-AFTER-IMAGE.
           READ INDEXED-STUDENT-FILE KEY IS STUDENT-NUMBER-INDEXED
             INVALID KEY
               MOVE SPACES TO MJ-BEFORE-IMAGE
             NOT INVALID KEY
               MOVE STUDENT-FILE-INDEXED TO MJ-BEFORE-IMAGE
           END-READ.
           MOVE MJ-AFTER-IMAGE TO STUDENT-FILE-INDEXED.
           REWRITE STUDENT-FILE-INDEXED.
           IF STATUS-FILED = '00'
               MOVE 'C' TO MJ-ACTION
               MOVE STUDENT-NUMBER-INDEXED TO MJ-STUDENT-NUMBER
               PERFORM 987-WRITE-JOURNAL
           END-IF.

      * the program and operator are the ones holding the master lock
       987-WRITE-JOURNAL.
           MOVE LOCK-HOLDER-PROGRAM TO MJ-PROGRAM.
           MOVE LOCK-OPERATOR TO MJ-OPERATOR.
           ACCEPT MJ-DATE FROM DATE.
           ACCEPT MJ-TIME FROM TIME.
           OPEN EXTEND MASTER-JOURNAL-FILE.
           IF MJRN-STATUS-FILED = '35'
               OPEN OUTPUT MASTER-JOURNAL-FILE
           END-IF.
           MOVE MASTER-JOURNAL-RECORD TO MASTER-JOURNAL-LINE.
           WRITE MASTER-JOURNAL-LINE.
           CLOSE MASTER-JOURNAL-FILE.

       END PROGRAM project03q.
