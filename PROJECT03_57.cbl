      ******************************************************************
      * Author: Mingzi Xu
      * Date: OCT.15.2026
      * Purpose: project 03 - provincial student loan confirmation
      *          and disbursement. Run with "CONFIRM" as the first
      *          command-line argument to work the loan office's
      *          LOAN_CONFIRM_REQUEST.txt: each student is checked
      *          against the master -- on file, status 'A', the
      *          program of study the loan office holds, and a full-
      *          or part-time load counted from the non-blank course
      *          slots -- and LOAN_CONFIRM_RESPONSE.txt goes back with
      *          a confirmed or rejected line per student between a
      *          header and a trailer of totals. Run with "DISBURSE"
      *          to post LOAN_DISBURSEMENTS.txt: the file is proved
      *          against its trailer before anything is touched, the
      *          tuition portion of each disbursement is applied to
      *          TUITION-OWED-INDEXED under its own LOAN history line
      *          and type-L ledger entry, the remainder goes to the
      *          student's credit and REFUND_QUEUE.txt for release
      *          by project03q, and LOAN_REGISTER.txt reconciles the
      *          money received against the money applied. The
      *          position in the batch is checkpointed to
      *          LOAN_CHECKPOINT.txt before every disbursement, so a
      *          DISBURSE run that stops part way is simply run again:
      *          it skips what the interrupted run already did and
      *          adds the rest to the same register.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03ln.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEXED-STUDENT-FILE
             ASSIGN TO "..\indexed_stufile.index"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS STUDENT-NUMBER-INDEXED
             ALTERNATE key IS STUDENT-NAME-INDEXED WITH DUPLICATES
             FILE STATUS IS STATUS-FILED.
           SELECT LOAN-REQUEST-FILE
           ASSIGN TO "..\LOAN_CONFIRM_REQUEST.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LREQ-STATUS-FILED.
           SELECT LOAN-RESPONSE-FILE
           ASSIGN TO "..\LOAN_CONFIRM_RESPONSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAN-DISBURSE-FILE
           ASSIGN TO "..\LOAN_DISBURSEMENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LDSB-STATUS-FILED.
           SELECT LOAN-BATCH-FILE
           ASSIGN TO "..\LOAN_BATCHES_POSTED.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LBAT-STATUS-FILED.
           SELECT LOAN-REGISTER-FILE
           ASSIGN TO "..\LOAN_REGISTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LRGF-STATUS-FILED.
           SELECT LOAN-CHECKPOINT-FILE
           ASSIGN TO "..\LOAN_CHECKPOINT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LCKPT-STATUS-FILED.
           SELECT REFUND-QUEUE-FILE
           ASSIGN TO "..\REFUND_QUEUE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEDGER-FILE
             ASSIGN TO "..\TUITION_LEDGER.txt"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYMENT-HISTORY-FILE
             ASSIGN TO "..\PAYMENT_HISTORY.index"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HIST-KEY
             FILE STATUS IS PHIST-STATUS-FILED.
           SELECT HISTORY-SEQUENCE-FILE
             ASSIGN TO "..\HISTORY_SEQUENCE.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HSEQ-STATUS-FILED.
          SELECT MASTER-LOCK-FILE
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
       01 STUDENT-FILE-INDEXED.
           02 STUDENT-NUMBER-INDEXED      PIC 9(6).
           02 TUITION-OWED-INDEXED        PIC 9(4)V99.
           02 STUDENT-NAME-INDEXED        PIC X(40).
           02 PROGRAM-OF-STUDY-INDEXED    PIC X(6).
           02 COURSES-INDEXED             OCCURS 5 TIMES.
             03 COURSE-CODE-INDEXED       PIC X(7).
             03 COURSE-AVERAGE-INDEXED    PIC 9(3).
           02 CREDIT-BALANCE-INDEXED      PIC 9(4)V99.
           02 CONTACT-INFO-INDEXED        PIC X(69).
           02 STUDENT-STATUS-INDEXED      PIC X(1).
           02 NSF-COUNT-INDEXED           PIC 9(2).
           02 SPONSOR-INFO-INDEXED        PIC X(9).

      ****************************
      * LOAN OFFICE CONFIRMATION *
      *   REQUEST (H / D / T)    *
      ****************************
       FD LOAN-REQUEST-FILE.
       01 LOAN-REQUEST-LINE               PIC X(40).

      ****************************
      * OUR CONFIRMATION RESPONSE*
      *   BACK TO THE LOAN OFFICE*
      ****************************
       FD LOAN-RESPONSE-FILE.
       01 LOAN-RESPONSE-LINE              PIC X(60).

      ****************************
      * LOAN OFFICE DISBURSEMENT *
      *   FILE (H / D / T)       *
      ****************************
       FD LOAN-DISBURSE-FILE.
       01 LOAN-DISBURSE-LINE              PIC X(40).

      ****************************
      * DISBURSEMENT BATCHES     *
      *   ALREADY POSTED         *
      ****************************
       FD LOAN-BATCH-FILE.
       01 LOAN-BATCH-LINE                 PIC X(16).

      ****************************
      * DISBURSEMENT REGISTER    *
      ****************************
       FD LOAN-REGISTER-FILE.
       01 LOAN-REGISTER-LINE              PIC X(109).

      ****************************
      * DISBURSEMENT RESTART     *
      *   CHECKPOINT             *
      ****************************
       FD LOAN-CHECKPOINT-FILE.
       01 LOAN-CHECKPOINT-RECORD.
           02 LCKPT-BATCH-ID              PIC X(8).
           02 LCKPT-POSTED-COUNT          PIC 9(6).

      ****************************
      * OVERPAYMENTS QUEUED FOR   *
      *   THE BURSAR TO REFUND    *
      ****************************
       FD REFUND-QUEUE-FILE.
       01 REFUND-QUEUE-LINE               PIC X(67).

      ****************************
      * DATED TUITION LEDGER     *
      ****************************
       FD LEDGER-FILE.
       01 LEDGER-LINE                     PIC X(20).

      ****************************
      *  PAYMENT AUDIT TRAIL,     *
      *  KEYED STUDENT + SEQUENCE *
      ****************************
       FD PAYMENT-HISTORY-FILE.
       01 HISTORY-FILE-INDEXED.
           02 HIST-KEY.
             03 HIS-STUDENT-NUMBER        PIC 9(6).
             03 HIS-SEQUENCE              PIC 9(6).
           02 HIS-PRIOR-BALANCE           PIC 9(5)V99.
           02 HIS-PAYMENT-AMOUNT          PIC 9(5)V99.
           02 HIS-NEW-BALANCE             PIC 9(5)V99.
           02 HIS-ENTRY-DATE              PIC 9(6).
           02 HIS-CREDIT-BALANCE          PIC 9(5)V99.
           02 HIS-ENTRY-TYPE              PIC X(4).
           02 HIS-OPERATOR-ID             PIC X(3).

      ****************************
      * LAST HISTORY SEQUENCE    *
      *      NUMBER USED         *
      ****************************
       FD HISTORY-SEQUENCE-FILE.
       01 HISTORY-SEQUENCE-RECORD.
           02 HSEQ-LAST-SEQUENCE          PIC 9(6).

       COPY "master-lock.dat".

       COPY "master-journal.dat".

       WORKING-STORAGE SECTION.
       COPY "master-lock-record.dat".

       COPY "master-journal-record.dat".

      ****************************
      * CONFIRMATION REQUEST     *
      *   RECORD, BY TYPE        *
      ****************************
       01 LCQ-RECORD.
           02 LCQ-RECORD-TYPE             PIC X(1).
           02 FILLER                      PIC X(39).
       01 LCQ-HEADER REDEFINES LCQ-RECORD.
           02 FILLER                      PIC X(1).
           02 LCQH-BATCH-DATE             PIC 9(6).
           02 LCQH-BATCH-ID               PIC X(8).
           02 FILLER                      PIC X(25).
       01 LCQ-DETAIL REDEFINES LCQ-RECORD.
           02 FILLER                      PIC X(1).
           02 LCQD-STUDENT-NUMBER         PIC 9(6).
           02 LCQD-PROGRAM                PIC X(6).
           02 LCQD-LOAD                   PIC X(1).
           02 FILLER                      PIC X(26).
       01 LCQ-TRAILER REDEFINES LCQ-RECORD.
           02 FILLER                      PIC X(1).
           02 LCQT-RECORD-COUNT           PIC 9(6).
           02 FILLER                      PIC X(33).

      ****************************
      * CONFIRMATION RESPONSE    *
      *   RECORDS                *
      ****************************
       01 LCR-HEADER.
           02 FILLER                      PIC X(1) VALUE 'H'.
           02 LCRH-BATCH-DATE             PIC 9(6).
           02 LCRH-BATCH-ID               PIC X(8).
           02 LCRH-RESPONSE-DATE          PIC 9(6).
           02 FILLER                      PIC X(39) VALUE SPACES.
       01 LCR-DETAIL.
           02 FILLER                      PIC X(1) VALUE 'D'.
           02 LCRD-STUDENT-NUMBER         PIC X(6).
           02 LCRD-PROGRAM                PIC X(6).
           02 LCRD-REQUESTED-LOAD         PIC X(1).
           02 LCRD-ENROLLED-LOAD          PIC X(1).
           02 LCRD-COURSE-COUNT           PIC 9(1).
           02 LCRD-RESULT                 PIC X(1).
           02 LCRD-REASON                 PIC X(30).
           02 FILLER                      PIC X(13) VALUE SPACES.
       01 LCR-TRAILER.
           02 FILLER                      PIC X(1) VALUE 'T'.
           02 LCRT-RECORD-COUNT           PIC 9(6).
           02 LCRT-CONFIRMED-COUNT        PIC 9(6).
           02 LCRT-REJECTED-COUNT         PIC 9(6).
           02 FILLER                      PIC X(41) VALUE SPACES.

      ****************************
      * DISBURSEMENT RECORD,     *
      *   BY TYPE                *
      ****************************
       01 LDS-RECORD.
           02 LDS-RECORD-TYPE             PIC X(1).
           02 FILLER                      PIC X(39).
       01 LDS-HEADER REDEFINES LDS-RECORD.
           02 FILLER                      PIC X(1).
           02 LDSH-BATCH-DATE             PIC 9(6).
           02 LDSH-BATCH-ID               PIC X(8).
           02 FILLER                      PIC X(25).
       01 LDS-DETAIL REDEFINES LDS-RECORD.
           02 FILLER                      PIC X(1).
           02 LDSD-STUDENT-NUMBER         PIC 9(6).
           02 LDSD-CERTIFICATE            PIC X(10).
           02 LDSD-AMOUNT                 PIC 9(5)V99.
           02 FILLER                      PIC X(16).
       01 LDS-TRAILER REDEFINES LDS-RECORD.
           02 FILLER                      PIC X(1).
           02 LDST-RECORD-COUNT           PIC 9(6).
           02 LDST-TOTAL-AMOUNT           PIC 9(7)V99.
           02 FILLER                      PIC X(24).

      ****************************
      * POSTED BATCH RECORD      *
      ****************************
       01 LOAN-BATCH-RECORD.
           02 LB-BATCH-ID                 PIC X(8).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 LB-POSTED-DATE              PIC 9(6).

      ****************************
      * OVERPAYMENT QUEUE RECORD *
      ****************************
       01 REFUND-QUEUE-RECORD.
           02 RQ-REFUND-DATE              PIC 9(6).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 RQ-STUDENT-NUMBER           PIC 9(6).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 RQ-STUDENT-NAME             PIC X(40).
           02 FILLER                      PIC X(2) VALUE SPACES.
           02 RQ-REFUND-AMOUNT            PIC $ZZZZ9.99.

      ****************************
      * DATED TUITION LEDGER     *
      ****************************
       01 LEDGER-RECORD.
           02 LG-STUDENT-NUMBER           PIC 9(6).
           02 LG-ENTRY-DATE               PIC 9(6).
           02 LG-ENTRY-TYPE               PIC X(1).
           02 LG-AMOUNT                   PIC 9(5)V99.

       01 WS-COMMAND-LINE                 PIC X(20).
       01 STATUS-FILED                    PIC X(2).
       01 LREQ-STATUS-FILED               PIC X(2).
       01 LDSB-STATUS-FILED               PIC X(2).
       01 LBAT-STATUS-FILED               PIC X(2).
       01 PHIST-STATUS-FILED              PIC X(2).
       01 HSEQ-STATUS-FILED               PIC X(2).
       01 LRGF-STATUS-FILED               PIC X(2).
       01 LCKPT-STATUS-FILED              PIC X(2).
       01 WS-HISTORY-SEQUENCE             PIC 9(6) VALUE 0.
      * loan postings carry the batch operator ID, like the posting
      * program's batch mode
       01 WS-OPERATOR-ID                  PIC X(3) VALUE 'BAT'.
      * the loan office's full-time threshold -- a student carrying
      * at least this many courses is full-time. Change here when
      * the loan office changes the rule.
       01 WS-FULL-TIME-COURSES            PIC 9(1) VALUE 3.

       01 WS-FIELDS.
           05 WS-RUN-MODE                 PIC X(1) VALUE SPACE.
           05 WS-EOF-FLAG                 PIC X VALUE 'N'.
           05 WS-HEADER-FOUND             PIC X VALUE 'N'.
           05 WS-TRAILER-FOUND            PIC X VALUE 'N'.
           05 WS-BATCH-POSTED-FLAG        PIC X VALUE 'N'.
           05 WS-COURSE-SUB               PIC 9(1) VALUE 0.
           05 WS-COURSE-COUNT             PIC 9(1) VALUE 0.
           05 WS-ENROLLED-LOAD            PIC X(1) VALUE SPACE.
           05 WS-BATCH-ID                 PIC X(8) VALUE SPACES.
           05 WS-BATCH-DATE               PIC 9(6) VALUE 0.

       01 WS-CONFIRM-COUNTS.
           05 WS-DETAIL-COUNT             PIC 9(6) VALUE 0.
           05 WS-CONFIRMED-COUNT          PIC 9(6) VALUE 0.
           05 WS-REJECTED-COUNT           PIC 9(6) VALUE 0.
           05 WS-UNKNOWN-COUNT            PIC 9(6) VALUE 0.
           05 WS-TRAILER-COUNT            PIC 9(6) VALUE 0.

       01 WS-DISBURSE-TOTALS.
           05 WS-DISB-COUNT               PIC 9(6) VALUE 0.
           05 WS-POSTED-COUNT             PIC 9(6) VALUE 0.
           05 WS-QUEUED-COUNT             PIC 9(6) VALUE 0.
           05 WS-NOT-POSTED-COUNT         PIC 9(6) VALUE 0.
           05 WS-SKIP-COUNT               PIC 9(6) VALUE 0.
           05 WS-DETAIL-SEQ               PIC 9(6) VALUE 0.
           05 WS-EARLIER-COUNT            PIC 9(6) VALUE 0.
           05 WS-TRAILER-TOTAL            PIC 9(7)V99 VALUE 0.
           05 WS-RECEIVED-TOTAL           PIC 9(7)V99 VALUE 0.
           05 WS-APPLIED-TOTAL            PIC 9(7)V99 VALUE 0.
           05 WS-QUEUED-TOTAL             PIC 9(7)V99 VALUE 0.
           05 WS-NOT-POSTED-TOTAL         PIC 9(7)V99 VALUE 0.
           05 WS-PROOF-TOTAL              PIC 9(7)V99 VALUE 0.
           05 WS-EARLIER-TOTAL            PIC 9(7)V99 VALUE 0.
           05 WS-BATCH-TOTAL              PIC 9(7)V99 VALUE 0.

       01 WS-ITEM-FIELDS.
           05 WS-LOAN-AMOUNT              PIC 9(5)V99 VALUE 0.
           05 WS-APPLIED-AMOUNT           PIC 9(5)V99 VALUE 0.
           05 WS-CREDIT-AMOUNT            PIC 9(5)V99 VALUE 0.
           05 WS-PRIOR-BALANCE            PIC 9(5)V99 VALUE 0.
           05 WS-DISPOSITION              PIC X(24) VALUE SPACES.

      ****************************
      * LOAN REGISTER LINES      *
      ****************************
       01 LREG-TITLE-LINE.
           05 FILLER                      PIC X(34)
               VALUE 'LOAN DISBURSEMENT REGISTER  BATCH '.
           05 LREG-TITLE-BATCH-ID         PIC X(8).
           05 FILLER                      PIC X(8) VALUE '  DATED '.
           05 LREG-TITLE-BATCH-DATE       PIC 9(6).
           05 FILLER                      PIC X(9) VALUE '  POSTED '.
           05 LREG-TITLE-RUN-DATE         PIC 9(6).

       01 LREG-COLUMN-HEADER.
           05 FILLER                      PIC X(8)  VALUE 'STUDENT'.
           05 FILLER                      PIC X(32) VALUE 'NAME'.
           05 FILLER                      PIC X(12) VALUE 'CERTIFICATE'.
           05 FILLER                      PIC X(11) VALUE ' RECEIVED'.
           05 FILLER                      PIC X(11) VALUE '  APPLIED'.
           05 FILLER                      PIC X(11) VALUE 'TO REFUND'.
           05 FILLER                      PIC X(11) VALUE 'DISPOSITION'.

       01 LREG-DETAIL-LINE.
           05 LREG-STUDENT-NUMBER         PIC X(6).
           05 FILLER                      PIC X(2)  VALUE SPACES.
           05 LREG-STUDENT-NAME           PIC X(30).
           05 FILLER                      PIC X(2)  VALUE SPACES.
           05 LREG-CERTIFICATE            PIC X(10).
           05 FILLER                      PIC X(2)  VALUE SPACES.
           05 LREG-RECEIVED               PIC $ZZZZ9.99.
           05 FILLER                      PIC X(2)  VALUE SPACES.
           05 LREG-APPLIED                PIC $ZZZZ9.99.
           05 FILLER                      PIC X(2)  VALUE SPACES.
           05 LREG-REFUND                 PIC $ZZZZ9.99.
           05 FILLER                      PIC X(2)  VALUE SPACES.
           05 LREG-DISPOSITION            PIC X(24).

       01 LREG-RESUME-LINE.
           05 FILLER                      PIC X(24)
               VALUE 'RUN RESUMED AFTER ITEM  '.
           05 LREG-RESUME-COUNT           PIC ZZZZZ9.
           05 FILLER                      PIC X(9)  VALUE '  POSTED '.
           05 LREG-RESUME-RUN-DATE        PIC 9(6).
           05 FILLER                      PIC X(30)
               VALUE ' - EARLIER ITEMS ARE ABOVE'.

       01 LREG-TOTAL-LINE.
           05 LREG-TOTAL-LABEL            PIC X(36).
           05 LREG-TOTAL-AMOUNT           PIC $Z,ZZZ,ZZ9.99.
           05 FILLER                      PIC X(2)  VALUE SPACES.
           05 LREG-TOTAL-COUNT            PIC ZZZZZ9.

       01 LREG-PROOF-LINE.
           05 FILLER                      PIC X(36)
               VALUE 'RECEIVED = APPLIED + REFUND + NOT '.
           05 FILLER                      PIC X(9)  VALUE 'POSTED - '.
           05 LREG-PROOF-RESULT           PIC X(14).

      *--------------------- PROCEDURE DIVISION ---------------------

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE(1:7) = 'CONFIRM'
               MOVE 'C' TO WS-RUN-MODE
           END-IF.
           IF WS-COMMAND-LINE(1:8) = 'DISBURSE'
               MOVE 'D' TO WS-RUN-MODE
           END-IF.
           IF WS-RUN-MODE = 'C'
               PERFORM 100-CONFIRM-ENROLMENT
           ELSE
               IF WS-RUN-MODE = 'D'
                   PERFORM 300-POST-DISBURSEMENTS
               ELSE
                   DISPLAY "RUN WITH CONFIRM (LOAN_CONFIRM_REQUEST.txt)"
                       " OR DISBURSE (LOAN_DISBURSEMENTS.txt)"
               END-IF
           END-IF.
           STOP RUN.

      * the confirmation run only reads the master -- no lock is
      * claimed and nothing on the student's account changes
       100-CONFIRM-ENROLMENT.
           OPEN INPUT LOAN-REQUEST-FILE.
           IF LREQ-STATUS-FILED NOT = '00'
               DISPLAY "LOAN_CONFIRM_REQUEST.txt NOT FOUND - STATUS "
                   LREQ-STATUS-FILED " - NOTHING CONFIRMED"
               STOP RUN
           END-IF.
           OPEN INPUT INDEXED-STUDENT-FILE.
           OPEN OUTPUT LOAN-RESPONSE-FILE.
           PERFORM 110-READ-REQUEST-RECORD UNTIL WS-EOF-FLAG = 'Y'.
           PERFORM 180-WRITE-RESPONSE-TRAILER.
           CLOSE LOAN-REQUEST-FILE.
           CLOSE INDEXED-STUDENT-FILE.
           CLOSE LOAN-RESPONSE-FILE.
           DISPLAY "STUDENTS ON THE REQUEST: " WS-DETAIL-COUNT.
           DISPLAY "CONFIRMED:               " WS-CONFIRMED-COUNT.
           DISPLAY "REJECTED:                " WS-REJECTED-COUNT.
           IF WS-UNKNOWN-COUNT > 0
               DISPLAY "UNRECOGNIZED LINES SKIPPED: " WS-UNKNOWN-COUNT
           END-IF.
           IF WS-TRAILER-FOUND = 'N'
               DISPLAY "REQUEST FILE HAD NO TRAILER - CHECK WITH THE "
                   "LOAN OFFICE THAT IT ARRIVED WHOLE"
           ELSE
               IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
                   DISPLAY "REQUEST TRAILER SAYS " WS-TRAILER-COUNT
                       " STUDENTS, FILE HELD " WS-DETAIL-COUNT
                       " - CHECK WITH THE LOAN OFFICE"
               END-IF
           END-IF.

       110-READ-REQUEST-RECORD.
           READ LOAN-REQUEST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE LOAN-REQUEST-LINE TO LCQ-RECORD
                   PERFORM 120-SORT-REQUEST-RECORD
           END-READ.

       120-SORT-REQUEST-RECORD.
           IF LCQ-RECORD-TYPE = 'H'
               PERFORM 130-WRITE-RESPONSE-HEADER
           ELSE
               IF LCQ-RECORD-TYPE = 'D'
                   PERFORM 140-CONFIRM-ONE-STUDENT
               ELSE
                   IF LCQ-RECORD-TYPE = 'T'
                       MOVE 'Y' TO WS-TRAILER-FOUND
                       MOVE LCQT-RECORD-COUNT TO WS-TRAILER-COUNT
                   ELSE
                       ADD 1 TO WS-UNKNOWN-COUNT
                   END-IF
               END-IF
           END-IF.

      * the response header echoes the loan office's batch so they
      * can match our answer to their request
       130-WRITE-RESPONSE-HEADER.
           MOVE 'Y' TO WS-HEADER-FOUND.
           MOVE LCQH-BATCH-DATE TO LCRH-BATCH-DATE.
           MOVE LCQH-BATCH-ID TO LCRH-BATCH-ID.
           ACCEPT LCRH-RESPONSE-DATE FROM DATE.
           MOVE LCR-HEADER TO LOAN-RESPONSE-LINE.
           WRITE LOAN-RESPONSE-LINE.

      * a student is confirmed only when every check passes -- the
      * first one that fails is the reason sent back
       140-CONFIRM-ONE-STUDENT.
           ADD 1 TO WS-DETAIL-COUNT.
           MOVE LCQ-RECORD(2:6) TO LCRD-STUDENT-NUMBER.
           MOVE LCQD-PROGRAM TO LCRD-PROGRAM.
           MOVE LCQD-LOAD TO LCRD-REQUESTED-LOAD.
           MOVE SPACE TO LCRD-ENROLLED-LOAD.
           MOVE 0 TO LCRD-COURSE-COUNT.
           MOVE 'R' TO LCRD-RESULT.
           IF LCQD-STUDENT-NUMBER IS NOT NUMERIC
               MOVE 'STUDENT NUMBER NOT NUMERIC' TO LCRD-REASON
           ELSE
               MOVE LCQD-STUDENT-NUMBER TO STUDENT-NUMBER-INDEXED
               READ INDEXED-STUDENT-FILE
                   KEY IS STUDENT-NUMBER-INDEXED
                 INVALID KEY
                   MOVE 'NOT ON STUDENT MASTER' TO LCRD-REASON
                 NOT INVALID KEY
                   PERFORM 150-CHECK-ENROLMENT
               END-READ
           END-IF.
           IF LCRD-RESULT = 'C'
               ADD 1 TO WS-CONFIRMED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
           MOVE LCR-DETAIL TO LOAN-RESPONSE-LINE.
           WRITE LOAN-RESPONSE-LINE.

       150-CHECK-ENROLMENT.
           PERFORM 160-COUNT-COURSES.
           MOVE WS-COURSE-COUNT TO LCRD-COURSE-COUNT.
           MOVE WS-ENROLLED-LOAD TO LCRD-ENROLLED-LOAD.
           IF STUDENT-STATUS-INDEXED NOT = 'A'
               MOVE 'STUDENT NOT ACTIVE' TO LCRD-REASON
           ELSE
               IF PROGRAM-OF-STUDY-INDEXED NOT = LCQD-PROGRAM
                   MOVE 'PROGRAM DOES NOT MATCH' TO LCRD-REASON
               ELSE
                   IF WS-COURSE-COUNT = 0
                       MOVE 'NOT ENROLLED IN ANY COURSE'
                         TO LCRD-REASON
                   ELSE
                       IF WS-ENROLLED-LOAD NOT = LCQD-LOAD
                           PERFORM 170-LOAD-MISMATCH-REASON
                       ELSE
                           MOVE 'C' TO LCRD-RESULT
                           MOVE 'CONFIRMED' TO LCRD-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * the load is counted from the non-blank course slots on the
      * master -- F at or above WS-FULL-TIME-COURSES, P below it
       160-COUNT-COURSES.
           MOVE 0 TO WS-COURSE-COUNT.
           PERFORM 165-COUNT-ONE-COURSE
               VARYING WS-COURSE-SUB FROM 1 BY 1
               UNTIL WS-COURSE-SUB > 5.
           IF WS-COURSE-COUNT NOT < WS-FULL-TIME-COURSES
               MOVE 'F' TO WS-ENROLLED-LOAD
           ELSE
               MOVE 'P' TO WS-ENROLLED-LOAD
           END-IF.

       165-COUNT-ONE-COURSE.
           IF COURSE-CODE-INDEXED(WS-COURSE-SUB) NOT = SPACES
               ADD 1 TO WS-COURSE-COUNT
           END-IF.

       170-LOAD-MISMATCH-REASON.
           IF WS-ENROLLED-LOAD = 'F'
               MOVE 'ENROLLED FULL-TIME' TO LCRD-REASON
           ELSE
               MOVE 'ENROLLED PART-TIME' TO LCRD-REASON
           END-IF.

      * the trailer carries our own counts -- a file that came in
      * with no header still gets a blank one so the loan office's
      * loader sees the layout it expects
       180-WRITE-RESPONSE-TRAILER.
           IF WS-HEADER-FOUND = 'N'
               MOVE 0 TO LCRH-BATCH-DATE
               MOVE SPACES TO LCRH-BATCH-ID
               ACCEPT LCRH-RESPONSE-DATE FROM DATE
               MOVE LCR-HEADER TO LOAN-RESPONSE-LINE
               WRITE LOAN-RESPONSE-LINE
           END-IF.
           MOVE WS-DETAIL-COUNT TO LCRT-RECORD-COUNT.
           MOVE WS-CONFIRMED-COUNT TO LCRT-CONFIRMED-COUNT.
           MOVE WS-REJECTED-COUNT TO LCRT-REJECTED-COUNT.
           MOVE LCR-TRAILER TO LOAN-RESPONSE-LINE.
           WRITE LOAN-RESPONSE-LINE.

      * the disbursement file is proved against its own trailer
      * and checked against the batches already posted before the
      * master lock is claimed -- a short or repeated file posts
      * nothing
       300-POST-DISBURSEMENTS.
           PERFORM 310-PROVE-DISBURSE-FILE.
           PERFORM 330-CHECK-BATCH-POSTED.
           PERFORM 970-CLAIM-MASTER-LOCK.
           PERFORM 370-READ-LOAN-CHECKPOINT.
           OPEN I-O INDEXED-STUDENT-FILE.
           PERFORM 340-OPEN-KEYED-HISTORY.
           PERFORM 345-READ-HISTORY-SEQUENCE.
           OPEN EXTEND REFUND-QUEUE-FILE.
           OPEN EXTEND LEDGER-FILE.
           PERFORM 355-OPEN-REGISTER.
           OPEN INPUT LOAN-DISBURSE-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 400-READ-DISBURSEMENT UNTIL WS-EOF-FLAG = 'Y'.
           CLOSE LOAN-DISBURSE-FILE.
           PERFORM 600-WRITE-REGISTER-TOTALS.
           CLOSE LOAN-REGISTER-FILE.
           CLOSE LEDGER-FILE.
           CLOSE REFUND-QUEUE-FILE.
           CLOSE PAYMENT-HISTORY-FILE.
           CLOSE INDEXED-STUDENT-FILE.
           PERFORM 360-RECORD-BATCH-POSTED.
           PERFORM 390-CLEAR-LOAN-CHECKPOINT.
           PERFORM 975-RELEASE-MASTER-LOCK.
           IF WS-EARLIER-COUNT > 0
               DISPLAY "DONE BY INTERRUPTED RUN: " WS-EARLIER-COUNT
           END-IF.
           DISPLAY "DISBURSEMENTS RECEIVED:  " WS-DISB-COUNT.
           DISPLAY "POSTED:                  " WS-POSTED-COUNT.
           DISPLAY "NOT POSTED (SEE REGISTER):" WS-NOT-POSTED-COUNT.

       310-PROVE-DISBURSE-FILE.
           OPEN INPUT LOAN-DISBURSE-FILE.
           IF LDSB-STATUS-FILED NOT = '00'
               DISPLAY "LOAN_DISBURSEMENTS.txt NOT FOUND - STATUS "
                   LDSB-STATUS-FILED " - NOTHING POSTED"
               STOP RUN
           END-IF.
           PERFORM 320-PROVE-ONE-RECORD UNTIL WS-EOF-FLAG = 'Y'.
           CLOSE LOAN-DISBURSE-FILE.
           IF WS-HEADER-FOUND = 'N' OR WS-TRAILER-FOUND = 'N'
               DISPLAY "DISBURSEMENT FILE HAS NO HEADER OR NO "
                   "TRAILER - NOTHING POSTED"
               STOP RUN
           END-IF.
           IF WS-TRAILER-COUNT NOT = WS-DISB-COUNT
              OR WS-TRAILER-TOTAL NOT = WS-RECEIVED-TOTAL
               DISPLAY "DISBURSEMENT FILE DOES NOT PROVE TO ITS "
                   "TRAILER - NOTHING POSTED"
               DISPLAY "TRAILER: " WS-TRAILER-COUNT " ITEMS "
                   WS-TRAILER-TOTAL
               DISPLAY "FILE:    " WS-DISB-COUNT " ITEMS "
                   WS-RECEIVED-TOTAL
               STOP RUN
           END-IF.
           MOVE 0 TO WS-DISB-COUNT.
           MOVE 0 TO WS-RECEIVED-TOTAL.

       320-PROVE-ONE-RECORD.
           READ LOAN-DISBURSE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE LOAN-DISBURSE-LINE TO LDS-RECORD
                   PERFORM 325-PROVE-RECORD-TYPE
           END-READ.

       325-PROVE-RECORD-TYPE.
           IF LDS-RECORD-TYPE = 'H'
               MOVE 'Y' TO WS-HEADER-FOUND
               MOVE LDSH-BATCH-ID TO WS-BATCH-ID
               MOVE LDSH-BATCH-DATE TO WS-BATCH-DATE
           END-IF.
           IF LDS-RECORD-TYPE = 'D'
               ADD 1 TO WS-DISB-COUNT
               IF LDSD-AMOUNT IS NUMERIC
                   ADD LDSD-AMOUNT TO WS-RECEIVED-TOTAL
               END-IF
           END-IF.
           IF LDS-RECORD-TYPE = 'T'
               MOVE 'Y' TO WS-TRAILER-FOUND
               MOVE LDST-RECORD-COUNT TO WS-TRAILER-COUNT
               MOVE LDST-TOTAL-AMOUNT TO WS-TRAILER-TOTAL
           END-IF.

      * a batch already on LOAN_BATCHES_POSTED.txt would pay the
      * loan into the students' accounts a second time
       330-CHECK-BATCH-POSTED.
           OPEN INPUT LOAN-BATCH-FILE.
           IF LBAT-STATUS-FILED = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 335-CHECK-ONE-BATCH UNTIL WS-EOF-FLAG = 'Y'
               CLOSE LOAN-BATCH-FILE
           END-IF.
           IF WS-BATCH-POSTED-FLAG = 'Y'
               DISPLAY "LOAN BATCH " WS-BATCH-ID
                   " WAS ALREADY POSTED - NOTHING POSTED"
               STOP RUN
           END-IF.

       335-CHECK-ONE-BATCH.
           READ LOAN-BATCH-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE LOAN-BATCH-LINE TO LOAN-BATCH-RECORD
                   IF LB-BATCH-ID = WS-BATCH-ID
                       MOVE 'Y' TO WS-BATCH-POSTED-FLAG
                   END-IF
           END-READ.

      * the keyed history file is created empty on the very first
      * run (status 35) instead of failing the open
       340-OPEN-KEYED-HISTORY.
           OPEN I-O PAYMENT-HISTORY-FILE.
           IF PHIST-STATUS-FILED = '35'
               OPEN OUTPUT PAYMENT-HISTORY-FILE
               CLOSE PAYMENT-HISTORY-FILE
               OPEN I-O PAYMENT-HISTORY-FILE
           END-IF.

      * the history key is student number plus a file-wide sequence
      * -- the sequence carries across runs like receipt numbering
       345-READ-HISTORY-SEQUENCE.
           MOVE 0 TO WS-HISTORY-SEQUENCE.
           OPEN INPUT HISTORY-SEQUENCE-FILE.
           IF HSEQ-STATUS-FILED = '00'
               READ HISTORY-SEQUENCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE HSEQ-LAST-SEQUENCE
                         TO WS-HISTORY-SEQUENCE
               END-READ
               CLOSE HISTORY-SEQUENCE-FILE
           END-IF.

       347-SAVE-HISTORY-SEQUENCE.
           OPEN OUTPUT HISTORY-SEQUENCE-FILE.
           MOVE WS-HISTORY-SEQUENCE TO HSEQ-LAST-SEQUENCE.
           WRITE HISTORY-SEQUENCE-RECORD.
           CLOSE HISTORY-SEQUENCE-FILE.

       350-WRITE-REGISTER-HEADING.
           MOVE WS-BATCH-ID TO LREG-TITLE-BATCH-ID.
           MOVE WS-BATCH-DATE TO LREG-TITLE-BATCH-DATE.
           ACCEPT LREG-TITLE-RUN-DATE FROM DATE.
           MOVE LREG-TITLE-LINE TO LOAN-REGISTER-LINE.
           WRITE LOAN-REGISTER-LINE.
           MOVE SPACES TO LOAN-REGISTER-LINE.
           WRITE LOAN-REGISTER-LINE.
           MOVE LREG-COLUMN-HEADER TO LOAN-REGISTER-LINE.
           WRITE LOAN-REGISTER-LINE.

      * a resumed run adds to the interrupted run's register so the
      * lines it wrote (and any money it held back for the loan
      * office) stay on the one listing
       355-OPEN-REGISTER.
           IF WS-SKIP-COUNT = 0
               OPEN OUTPUT LOAN-REGISTER-FILE
               PERFORM 350-WRITE-REGISTER-HEADING
           ELSE
               OPEN EXTEND LOAN-REGISTER-FILE
               IF LRGF-STATUS-FILED = '35'
                   OPEN OUTPUT LOAN-REGISTER-FILE
                   PERFORM 350-WRITE-REGISTER-HEADING
               END-IF
               MOVE WS-SKIP-COUNT TO LREG-RESUME-COUNT
               ACCEPT LREG-RESUME-RUN-DATE FROM DATE
               MOVE SPACES TO LOAN-REGISTER-LINE
               WRITE LOAN-REGISTER-LINE
               MOVE LREG-RESUME-LINE TO LOAN-REGISTER-LINE
               WRITE LOAN-REGISTER-LINE
           END-IF.

       360-RECORD-BATCH-POSTED.
           OPEN EXTEND LOAN-BATCH-FILE.
           IF LBAT-STATUS-FILED = '35'
               OPEN OUTPUT LOAN-BATCH-FILE
           END-IF.
           MOVE WS-BATCH-ID TO LB-BATCH-ID.
           ACCEPT LB-POSTED-DATE FROM DATE.
           MOVE LOAN-BATCH-RECORD TO LOAN-BATCH-LINE.
           WRITE LOAN-BATCH-LINE.
           CLOSE LOAN-BATCH-FILE.

      * pick up where an interrupted run of THIS batch got to -- a
      * checkpoint left by a different batch id starts from zero
       370-READ-LOAN-CHECKPOINT.
           MOVE 0 TO WS-SKIP-COUNT.
           MOVE 0 TO WS-DETAIL-SEQ.
           OPEN INPUT LOAN-CHECKPOINT-FILE.
           IF LCKPT-STATUS-FILED = '00'
               READ LOAN-CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LCKPT-BATCH-ID = WS-BATCH-ID
                           MOVE LCKPT-POSTED-COUNT TO WS-SKIP-COUNT
                           DISPLAY "RESUMING LOAN BATCH " WS-BATCH-ID
                               " -- SKIPPING FIRST " WS-SKIP-COUNT
                               " ALREADY-PROCESSED DISBURSEMENTS"
                       END-IF
               END-READ
               CLOSE LOAN-CHECKPOINT-FILE
           END-IF.

      * checkpoint after every disbursement -- this run moves money,
      * so a rerun must never replay one already processed
       380-WRITE-LOAN-CHECKPOINT.
           OPEN OUTPUT LOAN-CHECKPOINT-FILE.
           MOVE WS-BATCH-ID TO LCKPT-BATCH-ID.
           MOVE WS-DETAIL-SEQ TO LCKPT-POSTED-COUNT.
           WRITE LOAN-CHECKPOINT-RECORD.
           CLOSE LOAN-CHECKPOINT-FILE.

      * the whole batch is on LOAN_BATCHES_POSTED.txt -- clear the
      * restart checkpoint for the next batch
       390-CLEAR-LOAN-CHECKPOINT.
           OPEN OUTPUT LOAN-CHECKPOINT-FILE.
           MOVE SPACES TO LCKPT-BATCH-ID.
           MOVE 0 TO LCKPT-POSTED-COUNT.
           WRITE LOAN-CHECKPOINT-RECORD.
           CLOSE LOAN-CHECKPOINT-FILE.

       400-READ-DISBURSEMENT.
           READ LOAN-DISBURSE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE LOAN-DISBURSE-LINE TO LDS-RECORD
                   IF LDS-RECORD-TYPE = 'D'
                       ADD 1 TO WS-DETAIL-SEQ
                       IF WS-DETAIL-SEQ > WS-SKIP-COUNT
      * checkpoint BEFORE posting: a crash in the gap loses at most
      * one disbursement (the master journal shows whether it
      * reached the account) instead of paying it in twice on the
      * rerun
                           PERFORM 380-WRITE-LOAN-CHECKPOINT
                           PERFORM 410-POST-ONE-DISBURSEMENT
                       ELSE
                           PERFORM 405-COUNT-EARLIER-ITEM
                       END-IF
                   END-IF
           END-READ.

      * already done by the interrupted run -- its register lines
      * are above; only the amount is carried for the proof
       405-COUNT-EARLIER-ITEM.
           ADD 1 TO WS-EARLIER-COUNT.
           IF LDSD-AMOUNT IS NUMERIC
               ADD LDSD-AMOUNT TO WS-EARLIER-TOTAL
           END-IF.

      * money for a student we cannot post to -- not on the master,
      * no longer active, or a bad amount -- is not applied anywhere;
      * the register lists it for return to the loan office
       410-POST-ONE-DISBURSEMENT.
           ADD 1 TO WS-DISB-COUNT.
           MOVE 0 TO WS-LOAN-AMOUNT.
           MOVE 0 TO WS-APPLIED-AMOUNT.
           MOVE 0 TO WS-CREDIT-AMOUNT.
           MOVE SPACES TO STUDENT-NAME-INDEXED.
           IF LDSD-AMOUNT IS NOT NUMERIC
               MOVE 'AMOUNT NOT NUMERIC' TO WS-DISPOSITION
               PERFORM 490-NOT-POSTED
               EXIT PARAGRAPH
           END-IF.
           MOVE LDSD-AMOUNT TO WS-LOAN-AMOUNT.
           ADD WS-LOAN-AMOUNT TO WS-RECEIVED-TOTAL.
           IF LDSD-STUDENT-NUMBER IS NOT NUMERIC
               MOVE 'RETURN - BAD STUDENT NO' TO WS-DISPOSITION
               PERFORM 490-NOT-POSTED
               EXIT PARAGRAPH
           END-IF.
           MOVE LDSD-STUDENT-NUMBER TO STUDENT-NUMBER-INDEXED.
           READ INDEXED-STUDENT-FILE KEY IS STUDENT-NUMBER-INDEXED
             INVALID KEY
               MOVE SPACES TO STUDENT-NAME-INDEXED
               MOVE 'RETURN - NOT ON MASTER' TO WS-DISPOSITION
               PERFORM 490-NOT-POSTED
             NOT INVALID KEY
               IF STUDENT-STATUS-INDEXED NOT = 'A'
                   MOVE 'RETURN - NOT ACTIVE' TO WS-DISPOSITION
                   PERFORM 490-NOT-POSTED
               ELSE
                   PERFORM 420-APPLY-DISBURSEMENT
               END-IF
           END-READ.

      * the tuition portion clears what the student owes; anything
      * over that becomes a credit released to the student through
      * the refund queue, the way the posting program treats an
      * overpayment
       420-APPLY-DISBURSEMENT.
           MOVE TUITION-OWED-INDEXED TO WS-PRIOR-BALANCE.
           IF WS-LOAN-AMOUNT > TUITION-OWED-INDEXED
               MOVE TUITION-OWED-INDEXED TO WS-APPLIED-AMOUNT
               COMPUTE WS-CREDIT-AMOUNT =
                   WS-LOAN-AMOUNT - TUITION-OWED-INDEXED
               MOVE 0 TO TUITION-OWED-INDEXED
               ADD WS-CREDIT-AMOUNT TO CREDIT-BALANCE-INDEXED
           ELSE
               MOVE WS-LOAN-AMOUNT TO WS-APPLIED-AMOUNT
               SUBTRACT WS-LOAN-AMOUNT FROM TUITION-OWED-INDEXED
           END-IF.
           PERFORM 985-REWRITE-MASTER.
           IF STATUS-FILED NOT = '00'
               MOVE 0 TO WS-APPLIED-AMOUNT
               MOVE 0 TO WS-CREDIT-AMOUNT
               MOVE 'REWRITE FAILED' TO WS-DISPOSITION
               PERFORM 490-NOT-POSTED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-POSTED-COUNT.
           ADD WS-APPLIED-AMOUNT TO WS-APPLIED-TOTAL.
           ADD WS-CREDIT-AMOUNT TO WS-QUEUED-TOTAL.
           PERFORM 430-WRITE-HISTORY-ENTRY.
           IF WS-APPLIED-AMOUNT > 0
               PERFORM 440-WRITE-LEDGER-ENTRY
           END-IF.
           IF WS-CREDIT-AMOUNT > 0
               ADD 1 TO WS-QUEUED-COUNT
               PERFORM 450-QUEUE-REFUND
               MOVE 'POSTED - BALANCE QUEUED' TO WS-DISPOSITION
           ELSE
               MOVE 'POSTED' TO WS-DISPOSITION
           END-IF.
           PERFORM 480-WRITE-REGISTER-DETAIL.

      * a LOAN history line carries the whole disbursement, like a
      * PAY line carries an overpayment, so the statement shows
      * what the loan office sent
       430-WRITE-HISTORY-ENTRY.
           ADD 1 TO WS-HISTORY-SEQUENCE.
           MOVE STUDENT-NUMBER-INDEXED TO HIS-STUDENT-NUMBER.
           MOVE WS-HISTORY-SEQUENCE TO HIS-SEQUENCE.
           MOVE WS-PRIOR-BALANCE TO HIS-PRIOR-BALANCE.
           MOVE WS-LOAN-AMOUNT TO HIS-PAYMENT-AMOUNT.
           MOVE TUITION-OWED-INDEXED TO HIS-NEW-BALANCE.
           ACCEPT HIS-ENTRY-DATE FROM DATE.
           MOVE CREDIT-BALANCE-INDEXED TO HIS-CREDIT-BALANCE.
           MOVE 'LOAN' TO HIS-ENTRY-TYPE.
           MOVE WS-OPERATOR-ID TO HIS-OPERATOR-ID.
           WRITE HISTORY-FILE-INDEXED.
           PERFORM 347-SAVE-HISTORY-SEQUENCE.

      * only the part applied to the balance ages the receivable --
      * a type-L entry retires the oldest charges like a payment
       440-WRITE-LEDGER-ENTRY.
           MOVE STUDENT-NUMBER-INDEXED TO LG-STUDENT-NUMBER.
           ACCEPT LG-ENTRY-DATE FROM DATE.
           MOVE 'L' TO LG-ENTRY-TYPE.
           MOVE WS-APPLIED-AMOUNT TO LG-AMOUNT.
           MOVE LEDGER-RECORD TO LEDGER-LINE.
           WRITE LEDGER-LINE.

       450-QUEUE-REFUND.
           ACCEPT RQ-REFUND-DATE FROM DATE.
           MOVE STUDENT-NUMBER-INDEXED TO RQ-STUDENT-NUMBER.
           MOVE STUDENT-NAME-INDEXED TO RQ-STUDENT-NAME.
           MOVE WS-CREDIT-AMOUNT TO RQ-REFUND-AMOUNT.
           MOVE REFUND-QUEUE-RECORD TO REFUND-QUEUE-LINE.
           WRITE REFUND-QUEUE-LINE.

       480-WRITE-REGISTER-DETAIL.
           MOVE LDS-RECORD(2:6) TO LREG-STUDENT-NUMBER.
           MOVE STUDENT-NAME-INDEXED TO LREG-STUDENT-NAME.
           MOVE LDSD-CERTIFICATE TO LREG-CERTIFICATE.
           MOVE WS-LOAN-AMOUNT TO LREG-RECEIVED.
           MOVE WS-APPLIED-AMOUNT TO LREG-APPLIED.
           MOVE WS-CREDIT-AMOUNT TO LREG-REFUND.
           MOVE WS-DISPOSITION TO LREG-DISPOSITION.
           MOVE LREG-DETAIL-LINE TO LOAN-REGISTER-LINE.
           WRITE LOAN-REGISTER-LINE.

       490-NOT-POSTED.
           ADD 1 TO WS-NOT-POSTED-COUNT.
           ADD WS-LOAN-AMOUNT TO WS-NOT-POSTED-TOTAL.
           PERFORM 480-WRITE-REGISTER-DETAIL.

      * the register proves itself: every dollar received was applied
      * to tuition, queued for refund, or held back for the loan
      * office, and the total -- with what an interrupted run did
      * before a restart -- agrees with the loan office's trailer
       600-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO LOAN-REGISTER-LINE.
           WRITE LOAN-REGISTER-LINE.
           MOVE 'LOAN OFFICE TRAILER TOTAL' TO LREG-TOTAL-LABEL.
           MOVE WS-TRAILER-TOTAL TO LREG-TOTAL-AMOUNT.
           MOVE WS-TRAILER-COUNT TO LREG-TOTAL-COUNT.
           PERFORM 610-WRITE-TOTAL-LINE.
           MOVE 'DISBURSEMENTS RECEIVED' TO LREG-TOTAL-LABEL.
           MOVE WS-RECEIVED-TOTAL TO LREG-TOTAL-AMOUNT.
           MOVE WS-DISB-COUNT TO LREG-TOTAL-COUNT.
           PERFORM 610-WRITE-TOTAL-LINE.
           IF WS-EARLIER-COUNT > 0
               MOVE 'DONE BY THE INTERRUPTED RUN'
                 TO LREG-TOTAL-LABEL
               MOVE WS-EARLIER-TOTAL TO LREG-TOTAL-AMOUNT
               MOVE WS-EARLIER-COUNT TO LREG-TOTAL-COUNT
               PERFORM 610-WRITE-TOTAL-LINE
           END-IF.
           MOVE 'APPLIED TO TUITION' TO LREG-TOTAL-LABEL.
           MOVE WS-APPLIED-TOTAL TO LREG-TOTAL-AMOUNT.
           MOVE WS-POSTED-COUNT TO LREG-TOTAL-COUNT.
           PERFORM 610-WRITE-TOTAL-LINE.
           MOVE 'QUEUED FOR REFUND TO STUDENT' TO LREG-TOTAL-LABEL.
           MOVE WS-QUEUED-TOTAL TO LREG-TOTAL-AMOUNT.
           MOVE WS-QUEUED-COUNT TO LREG-TOTAL-COUNT.
           PERFORM 610-WRITE-TOTAL-LINE.
           MOVE 'NOT POSTED - RETURN TO LOAN OFFICE'
             TO LREG-TOTAL-LABEL.
           MOVE WS-NOT-POSTED-TOTAL TO LREG-TOTAL-AMOUNT.
           MOVE WS-NOT-POSTED-COUNT TO LREG-TOTAL-COUNT.
           PERFORM 610-WRITE-TOTAL-LINE.
           COMPUTE WS-PROOF-TOTAL = WS-APPLIED-TOTAL
               + WS-QUEUED-TOTAL + WS-NOT-POSTED-TOTAL.
           COMPUTE WS-BATCH-TOTAL = WS-RECEIVED-TOTAL
               + WS-EARLIER-TOTAL.
           IF WS-PROOF-TOTAL = WS-RECEIVED-TOTAL
              AND WS-BATCH-TOTAL = WS-TRAILER-TOTAL
               MOVE 'IN BALANCE' TO LREG-PROOF-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO LREG-PROOF-RESULT
           END-IF.
           MOVE SPACES TO LOAN-REGISTER-LINE.
           WRITE LOAN-REGISTER-LINE.
           MOVE LREG-PROOF-LINE TO LOAN-REGISTER-LINE.
           WRITE LOAN-REGISTER-LINE.

       610-WRITE-TOTAL-LINE.
           MOVE LREG-TOTAL-LINE TO LOAN-REGISTER-LINE.
           WRITE LOAN-REGISTER-LINE.


      * the single-updater interlock on the master: claim the lock
      * before opening for update, refuse to start when another
      * program holds it, release on the way out. A lock left by a
      * crash is cleared with project03m's UNLOCK override.
       970-CLAIM-MASTER-LOCK.
           MOVE SPACES TO MASTER-LOCK-RECORD.
           OPEN INPUT MASTER-LOCK-FILE.
           IF LOCK-STATUS-FILED = '00'
               READ MASTER-LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE MASTER-LOCK-LINE
                         TO MASTER-LOCK-RECORD
               END-READ
               CLOSE MASTER-LOCK-FILE
               IF LOCK-HOLDER-PROGRAM NOT = SPACES
                   DISPLAY "MASTER FILE LOCK HELD BY "
                       LOCK-HOLDER-PROGRAM " OPERATOR "
                       LOCK-OPERATOR " SINCE " LOCK-DATE
                   DISPLAY "REFUSING TO START - TRY AGAIN WHEN "
                       "THAT RUN FINISHES"
                   STOP RUN
               END-IF
           END-IF.
           MOVE 'LOANPOST' TO LOCK-HOLDER-PROGRAM.
           MOVE WS-OPERATOR-ID TO LOCK-OPERATOR.
           ACCEPT LOCK-DATE FROM DATE.
           ACCEPT LOCK-TIME FROM TIME.
           PERFORM 980-WRITE-MASTER-LOCK.

       975-RELEASE-MASTER-LOCK.
           MOVE SPACES TO MASTER-LOCK-RECORD.
           MOVE 0 TO LOCK-DATE.
           MOVE 0 TO LOCK-TIME.
           PERFORM 980-WRITE-MASTER-LOCK.

       980-WRITE-MASTER-LOCK.
           OPEN OUTPUT MASTER-LOCK-FILE.
           MOVE MASTER-LOCK-RECORD TO MASTER-LOCK-LINE.
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

       END PROGRAM project03ln.
