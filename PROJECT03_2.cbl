      *                truncated copy: the plan work or the SPN
      *                settlement is skipped with a loud message and
      *                the file is left untouched.
      *   OCT.15.2026 - A second NSF return now places an NSF hold in
      *                HOLDS.txt (with a PLACE line in HOLD_AUDIT.txt)
      *                unless one is already active, so enrolment and
      *                official transcripts stop until the registrar
      *                releases it.
      *   OCT.15.2026 - The NSF service fee now goes on the ledger as
      *                its own type N instead of a C charge, so the
      *                general-ledger journal can take it to fee
      *                revenue, and a settled sponsor portion is
      *                stamped with its settlement date on
      *                SPONSOR_LEDGER.txt.
      *   OCT.15.2026 - A BATCH payment whose student is not on file,
      *                and the part of a sponsor cheque no open
      *                portion could take, now also go to the unapplied
      *                cash suspense file SUSPENSE.txt under the next
      *                number from SUSPENSE_SEQUENCE.txt. Added a
      *                SUSPENSE mode (run with "SUSPENSE" on the
      *                command line): the cashier either applies an
      *                open item to the student it belongs to, through
      *                the normal posting path, or sends it to the
      *                refund queue when the payer cannot be found.
      *   OCT.15.2026 - Every change this program makes to the
      *                master is now journalled to
      *                MASTER_JOURNAL.txt with the program,
      *                operator, date and time and the before and
      *                after image of the record, so a restored
      *                backup generation can be rolled forward.
      *   OCT.15.2026 - A payment keyed or batched against a
      *                student number merged away by project03mg
      *                (status M) now posts to the surviving number
      *                named on STUDENT_MERGES.txt.
      *   OCT.15.2026 - The operator signed on must now be authorized
      *                on OPERATOR_AUTHORITY.txt (through project03au)
      *                for the mode run -- POST, VOID or NSF -- or the
      *                run stops and the refusal goes to
      *                SECURITY_EXCEPTIONS.txt. Every void and NSF
      *                return also needs a second, different
      *                supervisor ID before it posts; the supervisor
      *                is recorded beside the operator on
      *                VOIDED_RECEIPTS.txt and NSF_RETURNS.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
             ASSIGN TO "..\MASTER_LOCK.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOCK-STATUS-FILED.
          SELECT MASTER-JOURNAL-FILE
             ASSIGN TO "..\MASTER_JOURNAL.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MJRN-STATUS-FILED.
          SELECT HOLDS-FILE
             ASSIGN TO "..\HOLDS.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HOLD-STATUS-FILED.
          SELECT HOLD-AUDIT-FILE
             ASSIGN TO "..\HOLD_AUDIT.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HAUD-STATUS-FILED.
          SELECT SUSPENSE-FILE
             ASSIGN TO "..\SUSPENSE.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SUSP-STATUS-FILED.
          SELECT SUSPENSE-SEQUENCE-FILE
             ASSIGN TO "..\SUSPENSE_SEQUENCE.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SSEQ-STATUS-FILED.
          SELECT STUDENT-MERGE-FILE
             ASSIGN TO "..\STUDENT_MERGES.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MERG-STATUS-FILED.
       DATA DIVISION.
       FILE SECTION.
       FD INDEXED-STUDENT-FILE.
      ****************************
      * DATED TUITION LEDGER     *
      * (C=CHARGE P=PAYMENT      *
      *  A=ADJUSTMENT N=NSF FEE) *
      ****************************
       FD LEDGER-FILE.
       01 LEDGER-LINE                     PIC X(20).
      *      THE VOID MODE        *
      ****************************
       FD VOIDED-RECEIPTS-FILE.
       01 VOIDED-RECEIPTS-LINE            PIC X(43).

       FD VOIDED-LOOKUP-FILE.
       01 VOIDED-LOOKUP-LINE              PIC X(43).

      ****************************
      * OVERPAYMENTS QUEUED FOR   *
      * project03sb              *
      ****************************
       FD SPONSOR-LEDGER-FILE.
       01 SPONSOR-LEDGER-LINE             PIC X(42).

      ****************************
      * CHEQUES THE BANK BOUNCED  *
      * BACK AFTER POSTING        *
      ****************************
       FD NSF-RETURNS-FILE.
       01 NSF-RETURNS-LINE                PIC X(48).

       FD NSF-LOOKUP-FILE.
       01 NSF-LOOKUP-LINE                 PIC X(48).

       COPY "master-lock.dat".

       COPY "master-journal.dat".

       COPY "holds.dat".

       COPY "hold-audit.dat".

       COPY "suspense.dat".

       COPY "suspense-sequence.dat".

       COPY "student-merge.dat".

         WORKING-STORAGE SECTION.
       COPY "master-lock-record.dat".

       COPY "master-journal-record.dat".

       COPY "holds-record.dat".

       COPY "hold-audit-record.dat".

       COPY "suspense-record.dat".

       COPY "student-merge-record.dat".

      * the suspense file held whole while the cashier clears an item
           01 WS-SUSPENSE-TABLE-MAX       PIC 9(3) VALUE 500.
           01 WS-SUSPENSE-FIELDS.
             02 WS-SUSPENSE-COUNT         PIC 9(3) VALUE 0.
             02 WS-SUSPENSE-ENTRY         OCCURS 500 TIMES.
               03 WS-SU-LINE              PIC X(74).
           01 SSEQ-STATUS-FILED           PIC X(2).
           01 WS-SUSPENSE-MODE            PIC X VALUE 'N'.
           01 WS-SUSPENSE-WORK-FIELDS.
             02 WS-SUSPENSE-NUMBER        PIC 9(6) VALUE 0.
             02 WS-SUSPENSE-ACTION        PIC X VALUE SPACES.
             02 WS-SUSPENSE-STUDENT       PIC 9(6) VALUE 0.
             02 WS-SUSPENSE-CHOICE        PIC X VALUE 'N'.
             02 WS-SUSPENSE-SUB           PIC 9(3) VALUE 0.
             02 WS-SUSPENSE-HIT           PIC 9(3) VALUE 0.
             02 WS-SUSPENSE-EOF-FLAG      PIC X VALUE 'N'.
             02 WS-SUSPENSE-OVERFLOW      PIC X VALUE 'N'.
             02 WS-SUSPENSE-LAST-NUMBER   PIC 9(6) VALUE 0.
             02 WS-SUSPENSE-NEW-AMOUNT    PIC 9(5)V99 VALUE 0.
             02 WS-SUSPENSE-NEW-REFERENCE PIC X(20) VALUE SPACES.
           01 WS-SUSPENSE-REFUND-NAME.
               02 FILLER                  PIC X(9) VALUE 'SUSPENSE '.
               02 WS-SRN-SUSPENSE-NUMBER  PIC 9(6).
               02 FILLER                  PIC X(1) VALUE SPACE.
               02 WS-SRN-REFERENCE        PIC X(20).
               02 FILLER                  PIC X(4) VALUE SPACES.

      ****************************
      * OVERPAYMENTS QUEUED FOR   *
      *   THE BURSAR TO REFUND    *
               02 VR-AMOUNT                   PIC $ZZZZ9.99.
               02 FILLER                      PIC X(2) VALUE SPACES.
               02 VR-OPERATOR-ID              PIC X(3).
               02 FILLER                      PIC X(2) VALUE SPACES.
               02 VR-APPROVED-BY              PIC X(3).

      ****************************
      * DATED TUITION LEDGER     *
               02 NR-RETURN-REASON        PIC X(3).
               02 FILLER                  PIC X(2) VALUE SPACES.
               02 NR-OPERATOR-ID          PIC X(3).
               02 FILLER                  PIC X(2) VALUE SPACES.
               02 NR-APPROVED-BY          PIC X(3).

      ****************************
      * ONE SPONSOR PORTION      *
               02 SL-PORTION              PIC 9(5)V99.
               02 FILLER                  PIC X(2) VALUE SPACES.
               02 SL-STATUS               PIC X(1).
               02 FILLER                  PIC X(2) VALUE SPACES.
               02 SL-SETTLE-DATE          PIC 9(6).

      * the sponsor ledger held whole for the moment of a settlement
           01 WS-SLEDGER-TABLE-MAX        PIC 9(3) VALUE 500.
               03 WS-SL-BILL-DATE         PIC 9(6).
               03 WS-SL-PORTION           PIC 9(5)V99.
               03 WS-SL-STATUS            PIC X(1).
               03 WS-SL-SETTLE-DATE       PIC 9(6).
           01 SLDG-STATUS-FILED           PIC X(2).
           01 WS-SPN-AMOUNT-X             PIC X(7).
           01 WS-SPN-AMOUNT-N REDEFINES WS-SPN-AMOUNT-X
             02 WS-ALREADY-NSF-FLAG       PIC X VALUE 'N'.
             02 WS-NLKP-EOF-FLAG          PIC X VALUE 'N'.
             02 WS-NSF-CHOICE             PIC X VALUE 'N'.
             02 WS-NSF-HOLD-FOUND         PIC X VALUE 'N'.
             02 WS-HOLD-EOF-FLAG          PIC X VALUE 'N'.

           01 WS-VOID-FIELDS.
             02 WS-RECEIPT-FOUND-FLAG      PIC X VALUE 'N'.
           01 WS-BATCH-MODE                PIC X VALUE 'N'.
           01 WS-COMMAND-LINE             PIC X(20).
           01 WS-OPERATOR-ID              PIC X(3) VALUE SPACES.
           01 WS-SUPERVISOR-ID            PIC X(3) VALUE SPACES.
           01 WS-SEARCH-TYPE              PIC X VALUE 'N'.
           01 WS-STUDENT-NAME-SEARCH      PIC X(40).
           01 WS-FIELDS.
             02 WS-COURSE-SUB               PIC 9(2) VALUE 0.
             02 WS-UPDATE-FLAG              PIC X VALUE 'N'.
             02 WS-FOUND-FLAG               PIC X VALUE 'N'.
             02 WS-MERGE-EOF                PIC X VALUE 'N'.
             02 WS-MERGE-SURVIVOR           PIC 9(6) VALUE 0.
           01 EOF-FLAG                        PIC X(1) VALUE "N".
           01 WS-CHOICE PIC X(1).
           01 WS-REAEARCH-CHOICE-IN       PIC X.
           01 PLAN-STATUS-FILED           PIC X(2).

       COPY "run-log-record.dat".

       COPY "authority-request.dat".
           01 WS-PLAN-WORK-FIELDS.
             02 WS-PLAN-SUB               PIC 9(3) VALUE 0.
             02 WS-PLAN-EOF-FLAG          PIC X VALUE 'N'.
          05 WS-OPERATOR-ID-IN                     LINE 7 COL 25
                            PIC X(3)  TO  WS-OPERATOR-ID.

       01 SUPERVISOR-SCREEN.
         05 VALUE "***************" BLANK SCREEN   LINE 1 COL 20.
          05 VALUE "**SUPERVISOR***"               LINE 2 COL 20.
          05 VALUE "***************"               LINE 3 COL 20.
          05 VALUE "A SECOND, SUPERVISOR ID MUST APPROVE THIS"
                                                   LINE 5 COL 5.
          05 VALUE "RECEIPT NUMBER"                LINE 7 COL 5.
          05 SUPV-RECEIPT-OUT                      LINE 7 COL 25
                            PIC 9(6)  FROM  WS-VOID-RECEIPT-NUMBER.
          05 VALUE "STUDENT NUMBER"                LINE 8 COL 5.
          05 SUPV-STUDENT-OUT                      LINE 8 COL 25
                            PIC 9(6)  FROM  RCP-STUDENT-NUMBER.
          05 VALUE "AMOUNT"                        LINE 9 COL 5.
          05 SUPV-AMOUNT-OUT                       LINE 9 COL 25
                            PIC $ZZZZ9.99  FROM  RCP-PAYMENT-AMOUNT.
          05 VALUE "SUPERVISOR ID"                 LINE 11 COL 5.
          05 WS-SUPERVISOR-ID-IN                   LINE 11 COL 25
                            PIC X(3)  TO  WS-SUPERVISOR-ID.

       01 NSF-SCREEN.
         05 VALUE "***************" BLANK SCREEN   LINE 1 COL 20.
          05 VALUE "*NSF RETURNED**"               LINE 2 COL 20.
          05 WS-NSF-CHOICE-IN                      LINE 11 COL 45
                            PIC X  TO  WS-NSF-CHOICE.

       01 SUSPENSE-SCREEN.
         05 VALUE "***************" BLANK SCREEN   LINE 1 COL 20.
          05 VALUE "***SUSPENSE****"               LINE 2 COL 20.
          05 VALUE "***************"               LINE 3 COL 20.
          05 VALUE "ENTER THE SUSPENSE ITEM TO CLEAR"
                                                   LINE 5 COL 5.
          05 VALUE "SUSPENSE NUMBER"               LINE 7 COL 5.
          05 SUSPENSE-NUMBER-IN                    LINE 7 COL 25
                            PIC 9(6)  TO  WS-SUSPENSE-NUMBER.
          05 VALUE "A = APPLY  R = REFUND"         LINE 9 COL 5.
          05 SUSPENSE-ACTION-IN                    LINE 9 COL 30
                            PIC X  TO  WS-SUSPENSE-ACTION.
          05 VALUE "STUDENT NUMBER (TO APPLY)"     LINE 11 COL 5.
          05 SUSPENSE-STUDENT-IN                   LINE 11 COL 35
                            PIC 9(6)  TO  WS-SUSPENSE-STUDENT.
          05 VALUE "ANOTHER ITEM AFTER THIS ONE (Y/N) ?"
                                                   LINE 13 COL 5.
          05 WS-SUSPENSE-CHOICE-IN                 LINE 13 COL 45
                            PIC X  TO  WS-SUSPENSE-CHOICE.

       01 VOID-SCREEN.
         05 VALUE "***************" BLANK SCREEN   LINE 1 COL 20.
          05 VALUE "*****VOID******"               LINE 2 COL 20.
                       PERFORM 850-NSF-RETURNS
                       PERFORM 100-END-PROGRAM
                   ELSE
                       IF WS-COMMAND-LINE(1:8) = 'SUSPENSE'
                           MOVE 'Y' TO WS-SUSPENSE-MODE
                           PERFORM 400-CLEAR-SUSPENSE
                           PERFORM 100-END-PROGRAM
                       ELSE
                           PERFORM 100-INI-FILE
                       END-IF
                   END-IF
               END-IF
           END-IF.
       120-OPERATOR-SIGNON.
           PERFORM 125-ACCEPT-SIGNON
               UNTIL WS-OPERATOR-ID NOT = SPACES.
           PERFORM 127-CHECK-SIGNON-AUTHORITY.

       125-ACCEPT-SIGNON.
           DISPLAY SIGNON-SCREEN.
           ACCEPT SIGNON-SCREEN.

      * the operator must be authorized on OPERATOR_AUTHORITY.txt for
      * the mode asked for -- a refusal is logged by project03au and
      * the run stops before the master lock is claimed
       127-CHECK-SIGNON-AUTHORITY.
           MOVE 'O' TO AUTH-CHECK-TYPE.
           MOVE 'POSTING' TO AUTH-PROGRAM.
           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID.
           MOVE SPACES TO AUTH-SUPERVISOR-ID.
           MOVE SPACES TO AUTH-REFERENCE.
           IF WS-COMMAND-LINE(1:4) = 'VOID'
               MOVE 'VOID' TO AUTH-FUNCTION
           ELSE
               IF WS-COMMAND-LINE(1:3) = 'NSF'
                   MOVE 'NSF' TO AUTH-FUNCTION
               ELSE
                   MOVE 'POST' TO AUTH-FUNCTION
               END-IF
           END-IF.
           CALL 'project03au' USING AUTHORITY-REQUEST.
           IF AUTH-RESULT NOT = 'Y'
               DISPLAY "OPERATOR " WS-OPERATOR-ID
                   " IS NOT AUTHORIZED FOR " AUTH-FUNCTION
                   " - REFUSED"
               STOP RUN
           END-IF.

      * the keyed history and receipt files are created empty on the
      * very first run (status 35) instead of failing the open
       130-OPEN-KEYED-FILES.
           IF WS-SPN-REMAINING > 0
               DISPLAY "SPONSOR " WS-SPN-SPONSOR-CODE
                   " PAYMENT NOT FULLY APPLIED - "
                   WS-SPN-REMAINING " HELD IN SUSPENSE"
               MOVE WS-SPN-REMAINING TO WS-SUSPENSE-NEW-AMOUNT
               MOVE SPACES TO WS-SUSPENSE-NEW-REFERENCE
               STRING 'SPN ' WS-SPN-SPONSOR-CODE
                   DELIMITED BY SIZE
                   INTO WS-SUSPENSE-NEW-REFERENCE
               PERFORM 450-WRITE-SUSPENSE-ITEM
           END-IF.

       575-LOAD-SPONSOR-LEDGER.
                         TO WS-SL-PORTION(WS-SLEDGER-COUNT)
                       MOVE SL-STATUS
                         TO WS-SL-STATUS(WS-SLEDGER-COUNT)
      * a portion billed before settlements were dated carries
      * no date
                       IF SL-SETTLE-DATE IS NUMERIC
                           MOVE SL-SETTLE-DATE
                             TO WS-SL-SETTLE-DATE(WS-SLEDGER-COUNT)
                       ELSE
                           MOVE 0
                             TO WS-SL-SETTLE-DATE(WS-SLEDGER-COUNT)
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-SLEDGER-OVERFLOW
                   END-IF
               SUBTRACT WS-SL-PORTION(WS-SLEDGER-SUB)
                   FROM WS-SPN-REMAINING
               MOVE 'S' TO WS-SL-STATUS(WS-SLEDGER-SUB)
               ACCEPT WS-SL-SETTLE-DATE(WS-SLEDGER-SUB) FROM DATE
               MOVE 'Y' TO WS-SLEDGER-CHANGED
           END-IF.

           MOVE WS-SL-BILL-DATE(WS-SLEDGER-SUB) TO SL-BILL-DATE.
           MOVE WS-SL-PORTION(WS-SLEDGER-SUB) TO SL-PORTION.
           MOVE WS-SL-STATUS(WS-SLEDGER-SUB) TO SL-STATUS.
           MOVE WS-SL-SETTLE-DATE(WS-SLEDGER-SUB) TO SL-SETTLE-DATE.
           MOVE SPONSOR-LEDGER-RECORD TO SPONSOR-LEDGER-LINE.
           WRITE SPONSOR-LEDGER-LINE.

                 INVALID KEY
                   PERFORM 210-HANDLE-NOT-FOUND
                 NOT INVALID KEY
                  IF STUDENT-STATUS-INDEXED = 'M'
                    PERFORM 225-FOLLOW-MERGE-POINTER
                  ELSE
                    MOVE 'Y' TO WS-FOUND-FLAG
                    DISPLAY "STUDENT RECORD FOUND"
                    PERFORM UPDATE-STUDENT-INFO
                  END-IF
              END-READ
            END-PERFORM.

      * a number merged away by project03mg posts to its survivor:
      * the last STUDENT_MERGES.txt line for the number names it, and
      * the search loop reads again under the surviving number
       225-FOLLOW-MERGE-POINTER.
            MOVE 0 TO WS-MERGE-SURVIVOR.
            MOVE 'N' TO WS-MERGE-EOF.
            OPEN INPUT STUDENT-MERGE-FILE.
            IF MERG-STATUS-FILED = '00'
                PERFORM 226-SCAN-MERGE-LINE UNTIL WS-MERGE-EOF = 'Y'
                CLOSE STUDENT-MERGE-FILE
            END-IF.
            IF WS-MERGE-SURVIVOR = 0
                PERFORM 210-HANDLE-NOT-FOUND
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "STUDENT " WS-STUDENT-NUMBER " WAS MERGED INTO "
                WS-MERGE-SURVIVOR " - POSTING TO THE SURVIVOR".
            MOVE WS-MERGE-SURVIVOR TO WS-STUDENT-NUMBER.
            MOVE WS-MERGE-SURVIVOR TO STUDENT-NUMBER-INDEXED.

       226-SCAN-MERGE-LINE.
            READ STUDENT-MERGE-FILE
                AT END
                    MOVE 'Y' TO WS-MERGE-EOF
                NOT AT END
                    MOVE STUDENT-MERGE-LINE TO STUDENT-MERGE-RECORD
                    IF MR-RETIRED-NUMBER = WS-STUDENT-NUMBER
                        MOVE MR-SURVIVOR-NUMBER TO WS-MERGE-SURVIVOR
                    END-IF
            END-READ.

      * look the student up by STUDENT-NAME-INDEXED, the alternate key,
      * for callers who only have the student's name--work
       230-SEARCH-BY-NAME.
                 INVALID KEY
                   PERFORM 210-HANDLE-NOT-FOUND
                 NOT INVALID KEY
                  MOVE STUDENT-NUMBER-INDEXED TO WS-STUDENT-NUMBER
                  IF STUDENT-STATUS-INDEXED = 'M'
                    PERFORM 225-FOLLOW-MERGE-POINTER
                    IF WS-MERGE-SURVIVOR NOT = 0
                        PERFORM 220-SEARCH-BY-NUMBER
                    END-IF
                  ELSE
                    MOVE 'Y' TO WS-FOUND-FLAG
                    DISPLAY "STUDENT RECORD FOUND"
                    PERFORM UPDATE-STUDENT-INFO
                  END-IF
              END-READ
            END-PERFORM.

       210-HANDLE-NOT-FOUND.
            IF WS-SUSPENSE-MODE = 'Y'
                DISPLAY "SUSPENSE: STUDENT NOT FOUND - "
                    WS-STUDENT-NUMBER
                MOVE 'Y' TO WS-FOUND-FLAG
                EXIT PARAGRAPH
            END-IF.
            IF WS-BATCH-MODE = 'Y'
                DISPLAY "BATCH: STUDENT NOT FOUND - " WS-STUDENT-NUMBER
                PERFORM 215-WRITE-BATCH-NOTFOUND
           MOVE WS-PAYMENT-AMOUNT TO BNF-PAYMENT-AMOUNT.
           MOVE BATCH-NOTFOUND-RECORD TO BATCH-NOTFOUND-LINE.
           WRITE BATCH-NOTFOUND-LINE.
           MOVE WS-PAYMENT-AMOUNT TO WS-SUSPENSE-NEW-AMOUNT.
           MOVE WS-STUDENT-NUMBER TO WS-SUSPENSE-NEW-REFERENCE.
           PERFORM 450-WRITE-SUSPENSE-ITEM.

        UPDATE-STUDENT-INFO.
           IF STATUS-FILED NOT = '00'
               DISPLAY "Failed to Update Record - bad read status "
                   STATUS-FILED
           ELSE
               IF WS-BATCH-MODE = 'N' AND WS-SUSPENSE-MODE = 'N'
                   DISPLAY USING-SCREEN
                   ACCEPT STUDENT-PAYMENT-IN
               END-IF
                           TUITION-OWED-INDEXED - WS-PAYMENT-AMOUNT
               END-IF

               PERFORM 985-REWRITE-MASTER
               IF STATUS-FILED = '00'
                  DISPLAY "Record Updated Successfully."
                  PERFORM 300-WRITE-PAYMENT-HISTORY
                  DISPLAY "Failed to Update Record."
               END-IF
           END-IF.
           IF WS-BATCH-MODE = 'N' AND WS-SUSPENSE-MODE = 'N'
               DISPLAY OUTPUT-SCREEN
               ACCEPT WS-CHOICE-OUT
               IF WS-CHOICE-OUT = 'Y'
           MOVE PAYMENT-PLAN-RECORD TO PAYMENT-PLAN-LINE.
           WRITE PAYMENT-PLAN-LINE.

      * clear an open item out of suspense: apply it to the student
      * it turns out to belong to, through the same search/update
      * logic a counter payment takes (history, receipt, plan,
      * ledger), or send it to the refund queue when nobody can be
      * found to apply it to
       400-CLEAR-SUSPENSE.
           MOVE 'N' TO WS-SUSPENSE-CHOICE.
           PERFORM 405-CLEAR-ONE-ITEM.
           PERFORM 405-CLEAR-ONE-ITEM
               UNTIL WS-SUSPENSE-CHOICE NOT = 'Y'.

       405-CLEAR-ONE-ITEM.
           MOVE SPACES TO WS-SUSPENSE-ACTION.
           MOVE 0 TO WS-SUSPENSE-STUDENT.
           DISPLAY SUSPENSE-SCREEN.
           ACCEPT SUSPENSE-SCREEN.
           PERFORM 410-LOAD-SUSPENSE-TABLE.
      * a truncated table must never be written back
           IF WS-SUSPENSE-OVERFLOW = 'Y'
               DISPLAY "SUSPENSE.txt HAS MORE LINES THAN "
                   "WS-SUSPENSE-ENTRY CAN HOLD - NOTHING CLEARED - "
                   "RAISE WS-SUSPENSE-TABLE-MAX"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SUSPENSE-HIT.
           PERFORM 415-FIND-SUSPENSE-ITEM
               VARYING WS-SUSPENSE-SUB FROM 1 BY 1
               UNTIL WS-SUSPENSE-SUB > WS-SUSPENSE-COUNT.
           IF WS-SUSPENSE-HIT = 0
               DISPLAY "SUSPENSE ITEM NOT FOUND - " WS-SUSPENSE-NUMBER
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SU-LINE(WS-SUSPENSE-HIT) TO SUSPENSE-RECORD.
           IF SU-STATUS NOT = 'O'
               DISPLAY "SUSPENSE ITEM " WS-SUSPENSE-NUMBER
                   " ALREADY CLEARED - STATUS " SU-STATUS
               EXIT PARAGRAPH
           END-IF.
           IF WS-SUSPENSE-ACTION = 'A'
               PERFORM 420-APPLY-SUSPENSE-ITEM
           ELSE
               IF WS-SUSPENSE-ACTION = 'R'
                   PERFORM 430-REFUND-SUSPENSE-ITEM
               ELSE
                   DISPLAY "ACTION MUST BE A OR R - ITEM "
                       WS-SUSPENSE-NUMBER " LEFT OPEN"
               END-IF
           END-IF.

       410-LOAD-SUSPENSE-TABLE.
           MOVE 0 TO WS-SUSPENSE-COUNT.
           MOVE 'N' TO WS-SUSPENSE-EOF-FLAG.
           MOVE 'N' TO WS-SUSPENSE-OVERFLOW.
           OPEN INPUT SUSPENSE-FILE.
           IF SUSP-STATUS-FILED = '00'
               PERFORM 411-LOAD-ONE-SUSPENSE-LINE
                   UNTIL WS-SUSPENSE-EOF-FLAG = 'Y'
               CLOSE SUSPENSE-FILE
           END-IF.

       411-LOAD-ONE-SUSPENSE-LINE.
           READ SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-SUSPENSE-EOF-FLAG
               NOT AT END
                   IF WS-SUSPENSE-COUNT < WS-SUSPENSE-TABLE-MAX
                       ADD 1 TO WS-SUSPENSE-COUNT
                       MOVE SUSPENSE-LINE
                         TO WS-SU-LINE(WS-SUSPENSE-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-SUSPENSE-OVERFLOW
                   END-IF
           END-READ.

       415-FIND-SUSPENSE-ITEM.
           MOVE WS-SU-LINE(WS-SUSPENSE-SUB) TO SUSPENSE-RECORD.
           IF SU-SUSPENSE-NUMBER = WS-SUSPENSE-NUMBER
               MOVE WS-SUSPENSE-SUB TO WS-SUSPENSE-HIT
           END-IF.

      * the student is proved to be on file before any money moves --
      * an item that cannot post stays open in suspense
       420-APPLY-SUSPENSE-ITEM.
           MOVE WS-SUSPENSE-STUDENT TO STUDENT-NUMBER-INDEXED.
           READ INDEXED-STUDENT-FILE KEY IS STUDENT-NUMBER-INDEXED
               INVALID KEY
                   CONTINUE
           END-READ.
           IF STATUS-FILED NOT = '00'
               DISPLAY "STUDENT " WS-SUSPENSE-STUDENT
                   " NOT ON FILE - ITEM " WS-SUSPENSE-NUMBER
                   " LEFT OPEN"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SUSPENSE-STUDENT TO WS-STUDENT-NUMBER.
           MOVE SU-AMOUNT TO WS-PAYMENT-AMOUNT.
           MOVE 'N' TO WS-SEARCH-TYPE.
           PERFORM 200-SEARCH-UPDATE.
           IF STATUS-FILED NOT = '00'
               DISPLAY "POSTING FAILED - ITEM " WS-SUSPENSE-NUMBER
                   " LEFT OPEN"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO SU-STATUS.
           ACCEPT SU-CLEARED-DATE FROM DATE.
           MOVE WS-SUSPENSE-STUDENT TO SU-CLEARED-STUDENT.
           MOVE WS-OPERATOR-ID TO SU-CLEARED-BY.
           PERFORM 440-REWRITE-SUSPENSE-FILE.
           DISPLAY "SUSPENSE ITEM " WS-SUSPENSE-NUMBER
               " APPLIED TO STUDENT " WS-SUSPENSE-STUDENT.

      * nobody to apply it to: the money goes back out through the
      * bursar's refund run under student 000000, named for the item
      * and the reference it came in with
       430-REFUND-SUSPENSE-ITEM.
           ACCEPT RQ-REFUND-DATE FROM DATE.
           MOVE 0 TO RQ-STUDENT-NUMBER.
           MOVE SU-SUSPENSE-NUMBER TO WS-SRN-SUSPENSE-NUMBER.
           MOVE SU-REFERENCE TO WS-SRN-REFERENCE.
           MOVE WS-SUSPENSE-REFUND-NAME TO RQ-STUDENT-NAME.
           MOVE SU-AMOUNT TO RQ-REFUND-AMOUNT.
           MOVE REFUND-QUEUE-RECORD TO REFUND-QUEUE-LINE.
           WRITE REFUND-QUEUE-LINE.
           MOVE 'R' TO SU-STATUS.
           ACCEPT SU-CLEARED-DATE FROM DATE.
           MOVE 0 TO SU-CLEARED-STUDENT.
           MOVE WS-OPERATOR-ID TO SU-CLEARED-BY.
           PERFORM 440-REWRITE-SUSPENSE-FILE.
           DISPLAY "SUSPENSE ITEM " WS-SUSPENSE-NUMBER
               " QUEUED FOR REFUND.".

       440-REWRITE-SUSPENSE-FILE.
           MOVE SUSPENSE-RECORD TO WS-SU-LINE(WS-SUSPENSE-HIT).
           OPEN OUTPUT SUSPENSE-FILE.
           PERFORM 445-WRITE-ONE-SUSPENSE-LINE
               VARYING WS-SUSPENSE-SUB FROM 1 BY 1
               UNTIL WS-SUSPENSE-SUB > WS-SUSPENSE-COUNT.
           CLOSE SUSPENSE-FILE.

       445-WRITE-ONE-SUSPENSE-LINE.
           MOVE WS-SU-LINE(WS-SUSPENSE-SUB) TO SUSPENSE-LINE.
           WRITE SUSPENSE-LINE.

      * cash that came in with nowhere to go is held as a numbered
      * suspense item -- open/write/close each time (the pattern 660
      * uses) so the item is on disk before the next payment posts
       450-WRITE-SUSPENSE-ITEM.
           PERFORM 455-NEXT-SUSPENSE-NUMBER.
           MOVE WS-SUSPENSE-LAST-NUMBER TO SU-SUSPENSE-NUMBER.
           ACCEPT SU-RECEIVED-DATE FROM DATE.
           MOVE WS-SUSPENSE-NEW-AMOUNT TO SU-AMOUNT.
           MOVE WS-SUSPENSE-NEW-REFERENCE TO SU-REFERENCE.
           MOVE WS-OPERATOR-ID TO SU-OPERATOR-ID.
           MOVE 'O' TO SU-STATUS.
           MOVE 0 TO SU-CLEARED-DATE.
           MOVE 0 TO SU-CLEARED-STUDENT.
           MOVE SPACES TO SU-CLEARED-BY.
           OPEN EXTEND SUSPENSE-FILE.
           IF SUSP-STATUS-FILED = '35'
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.
           MOVE SUSPENSE-RECORD TO SUSPENSE-LINE.
           WRITE SUSPENSE-LINE.
           CLOSE SUSPENSE-FILE.
           DISPLAY "HELD IN SUSPENSE AS ITEM " SU-SUSPENSE-NUMBER.

      * suspense numbering carries across runs like receipt numbering
       455-NEXT-SUSPENSE-NUMBER.
           MOVE 0 TO WS-SUSPENSE-LAST-NUMBER.
           OPEN INPUT SUSPENSE-SEQUENCE-FILE.
           IF SSEQ-STATUS-FILED = '00'
               READ SUSPENSE-SEQUENCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SSEQ-LAST-NUMBER
                         TO WS-SUSPENSE-LAST-NUMBER
               END-READ
               CLOSE SUSPENSE-SEQUENCE-FILE
           END-IF.
           ADD 1 TO WS-SUSPENSE-LAST-NUMBER.
           OPEN OUTPUT SUSPENSE-SEQUENCE-FILE.
           MOVE WS-SUSPENSE-LAST-NUMBER TO SSEQ-LAST-NUMBER.
           WRITE SUSPENSE-SEQUENCE-RECORD.
           CLOSE SUSPENSE-SEQUENCE-FILE.

      * back out a mis-keyed or mis-posted payment by its receipt
      * number -- the original stays on file, the void is a new,
      * offsetting entry, and receipt numbering is never reused
                       DISPLAY "RECEIPT " WS-VOID-RECEIPT-NUMBER
                           " WAS ALREADY RETURNED NSF - REFUSED"
                   ELSE
                       MOVE 'VOID' TO AUTH-FUNCTION
                       PERFORM 690-SUPERVISOR-APPROVAL
                       IF AUTH-RESULT = 'Y'
                           PERFORM 640-APPLY-VOID
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * dual control: a void or an NSF return posts only once a
      * second, different operator authorized as a supervisor has
      * keyed an ID -- the caller sets AUTH-FUNCTION. Both IDs go on
      * the VOIDED_RECEIPTS.txt / NSF_RETURNS.txt line.
       690-SUPERVISOR-APPROVAL.
           MOVE SPACES TO WS-SUPERVISOR-ID.
           DISPLAY SUPERVISOR-SCREEN.
           ACCEPT SUPERVISOR-SCREEN.
           MOVE 'S' TO AUTH-CHECK-TYPE.
           MOVE 'POSTING' TO AUTH-PROGRAM.
           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID.
           MOVE WS-SUPERVISOR-ID TO AUTH-SUPERVISOR-ID.
           MOVE WS-VOID-RECEIPT-NUMBER TO AUTH-REFERENCE.
           CALL 'project03au' USING AUTHORITY-REQUEST.
           IF AUTH-RESULT NOT = 'Y'
               DISPLAY "RECEIPT " WS-VOID-RECEIPT-NUMBER
                   " NOT APPROVED BY A SUPERVISOR - REFUSED"
           END-IF.

      * the receipt file is keyed by receipt number now -- a void
      * is one direct READ instead of a front-to-back scan
       620-FIND-RECEIPT.
               ADD WS-RESTORED-AMOUNT TO TUITION-OWED-INDEXED
               MOVE 0 TO CREDIT-BALANCE-INDEXED
           END-IF.
           PERFORM 985-REWRITE-MASTER.
           IF STATUS-FILED = '00'
               MOVE WS-VOID-AMOUNT TO WS-PAYMENT-AMOUNT
               MOVE 'VOID' TO WS-HISTORY-TYPE
           MOVE STUDENT-NUMBER-INDEXED TO VR-STUDENT-NUMBER.
           MOVE WS-VOID-AMOUNT TO VR-AMOUNT.
           MOVE WS-OPERATOR-ID TO VR-OPERATOR-ID.
           MOVE WS-SUPERVISOR-ID TO VR-APPROVED-BY.
           MOVE VOIDED-RECEIPTS-RECORD TO VOIDED-RECEIPTS-LINE.
           WRITE VOIDED-RECEIPTS-LINE.
           CLOSE VOIDED-RECEIPTS-FILE.
                       DISPLAY "RECEIPT " WS-VOID-RECEIPT-NUMBER
                           " WAS ALREADY RETURNED - REFUSED"
                   ELSE
                       MOVE 'NSF' TO AUTH-FUNCTION
                       PERFORM 690-SUPERVISOR-APPROVAL
                       IF AUTH-RESULT = 'Y'
                           PERFORM 865-APPLY-NSF-RETURN
                       END-IF
                   END-IF
               END-IF
           END-IF.
           END-IF.
           ADD WS-NSF-FEE TO TUITION-OWED-INDEXED.
           ADD 1 TO NSF-COUNT-INDEXED.
           PERFORM 985-REWRITE-MASTER.
           IF STATUS-FILED = '00'
               COMPUTE WS-NSF-TOTAL-BACK =
                   WS-RESTORED-AMOUNT + WS-NSF-FEE
                   PERFORM 340-WRITE-LEDGER-ENTRY
               END-IF
               MOVE WS-NSF-FEE TO WS-LEDGER-AMOUNT
               MOVE 'N' TO LG-ENTRY-TYPE
               PERFORM 340-WRITE-LEDGER-ENTRY
               PERFORM 880-RECORD-NSF-RETURN
               DISPLAY "RECEIPT " WS-VOID-RECEIPT-NUMBER
                   DISPLAY "STUDENT " STUDENT-NUMBER-INDEXED
                       " HAS " NSF-COUNT-INDEXED " NSF RETURNS - "
                       "HOLD TO CERTIFIED PAYMENT"
                   PERFORM 890-PLACE-NSF-HOLD
               END-IF
           ELSE
               DISPLAY "NSF RETURN FAILED - STATUS " STATUS-FILED
           MOVE WS-VOID-AMOUNT TO NR-AMOUNT.
           MOVE WS-NSF-REASON TO NR-RETURN-REASON.
           MOVE WS-OPERATOR-ID TO NR-OPERATOR-ID.
           MOVE WS-SUPERVISOR-ID TO NR-APPROVED-BY.
           MOVE NSF-RETURNS-RECORD TO NSF-RETURNS-LINE.
           WRITE NSF-RETURNS-LINE.
           CLOSE NSF-RETURNS-FILE.

      * one active NSF hold per student is enough -- a third or
      * fourth return leaves the existing hold where it is
       890-PLACE-NSF-HOLD.
           MOVE 'N' TO WS-NSF-HOLD-FOUND.
           MOVE 'N' TO WS-HOLD-EOF-FLAG.
           OPEN INPUT HOLDS-FILE.
           IF HOLD-STATUS-FILED = '00'
               PERFORM 895-SCAN-FOR-NSF-HOLD
                   UNTIL WS-HOLD-EOF-FLAG = 'Y'
               CLOSE HOLDS-FILE
           END-IF.
           IF WS-NSF-HOLD-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE STUDENT-NUMBER-INDEXED TO HD-STUDENT-NUMBER.
           MOVE 'NSF' TO HD-HOLD-TYPE.
           ACCEPT HD-PLACED-DATE FROM DATE.
           MOVE WS-OPERATOR-ID TO HD-PLACED-BY.
           MOVE 'REPEATED NSF RETURNS' TO HD-REASON.
           MOVE 0 TO HD-RELEASE-DATE.
           OPEN EXTEND HOLDS-FILE.
           IF HOLD-STATUS-FILED = '35'
               OPEN OUTPUT HOLDS-FILE
           END-IF.
           MOVE HOLD-RECORD TO HOLDS-LINE.
           WRITE HOLDS-LINE.
           CLOSE HOLDS-FILE.
           MOVE 'PLACE' TO HA-ACTION.
           MOVE HD-STUDENT-NUMBER TO HA-STUDENT-NUMBER.
           MOVE HD-HOLD-TYPE TO HA-HOLD-TYPE.
           MOVE HD-PLACED-DATE TO HA-AUDIT-DATE.
           MOVE WS-OPERATOR-ID TO HA-OPERATOR-ID.
           MOVE HD-REASON TO HA-REASON.
           OPEN EXTEND HOLD-AUDIT-FILE.
           IF HAUD-STATUS-FILED = '35'
               OPEN OUTPUT HOLD-AUDIT-FILE
           END-IF.
           MOVE HOLD-AUDIT-RECORD TO HOLD-AUDIT-LINE.
           WRITE HOLD-AUDIT-LINE.
           CLOSE HOLD-AUDIT-FILE.
           DISPLAY "NSF HOLD PLACED ON STUDENT "
               STUDENT-NUMBER-INDEXED.

       895-SCAN-FOR-NSF-HOLD.
           READ HOLDS-FILE
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-FLAG
               NOT AT END
                   MOVE HOLDS-LINE TO HOLD-RECORD
                   IF HD-STUDENT-NUMBER = STUDENT-NUMBER-INDEXED
                     AND HD-HOLD-TYPE = 'NSF'
                     AND HD-RELEASE-DATE = 0
                       MOVE 'Y' TO WS-NSF-HOLD-FOUND
                       MOVE 'Y' TO WS-HOLD-EOF-FLAG
                   END-IF
           END-READ.

      * one START line as the batch begins, one END line with the
      * payments processed as it finishes -- the status board
      * program project03jb reads these lines back
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

       END PROGRAM YOUR-PROGRAM-NAME.
