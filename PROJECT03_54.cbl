      ******************************************************************
      * Author: Mingzi Xu
      * Date: OCT.15.2026
      * Purpose: project 03 - inactive-student archive and recall.
      *          Run with "ARCHIVE" (or nothing) on the command line,
      *          optionally followed by a retention period in days
      *          ("ARCHIVE 1095"; 730 when none is given): every
      *          graduated or withdrawn student (status G or W) who
      *          owes nothing, holds no credit, has no open
      *          installment on PAYMENT_PLANS.txt and no open sponsor
      *          portion on SPONSOR_LEDGER.txt, and whose last
      *          ledger entry (TUITION_LEDGER.txt, or
      *          LEDGER_ARCHIVE.txt once a term close has moved it)
      *          is older than the retention period, is written
      *          whole to the keyed alumni archive
      *          ALUMNI_ARCHIVE.index and deleted from the master.
      *          Each student moved is listed on the register
      *          ALUMNI_ARCHIVE_RPT.txt. Run with "RECALL nnnnnn xxx"
      *          (student number, operator ID) to put one archived
      *          student back on the master exactly as archived, for
      *          a re-enrolment or a transcript. Every archive and
      *          recall is appended to ALUMNI_ARCHIVE_LOG.txt and the
      *          master changes are journalled like any other update.
      *          The student's ledger, history and term rows are left
      *          where they are.
      * Tectonics: cobc
      * Modification History:
      *   OCT.15.2026 - The operator named on a RECALL must now be
      *                authorized for STUDENT maintenance on
      *                OPERATOR_AUTHORITY.txt (through project03au) or
      *                nothing is recalled and the refusal goes to
      *                SECURITY_EXCEPTIONS.txt.
      *   OCT.15.2026 - Last activity is also taken from the closed
      *                ledger lines on LEDGER_ARCHIVE.txt, since a
      *                term close leaves a paid-up student no line on
      *                TUITION_LEDGER.txt. A candidate with no ledger
      *                entry on either file is kept on the master
      *                rather than archived at once.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03ar.

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
           SELECT ALUMNI-ARCHIVE-FILE
             ASSIGN TO "..\ALUMNI_ARCHIVE.index"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ARC-STUDENT-NUMBER
             ALTERNATE key IS ARC-STUDENT-NAME WITH DUPLICATES
             FILE STATUS IS ARCH-STATUS-FILED.
           SELECT LEDGER-INPUT-FILE
           ASSIGN TO "..\TUITION_LEDGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LDGR-STATUS-FILED.
           SELECT LEDGER-ARCHIVE-FILE
           ASSIGN TO "..\LEDGER_ARCHIVE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LARC-STATUS-FILED.
           SELECT PAYMENT-PLAN-FILE
           ASSIGN TO "..\PAYMENT_PLANS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-STATUS-FILED.
           SELECT SPONSOR-LEDGER-FILE
           ASSIGN TO "..\SPONSOR_LEDGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLDG-STATUS-FILED.
           SELECT ARCHIVE-LOG-FILE
           ASSIGN TO "..\ALUMNI_ARCHIVE_LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALOG-STATUS-FILED.
           SELECT RECORD-OUTPUT-FILE
           ASSIGN TO "..\ALUMNI_ARCHIVE_RPT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
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
           02 COURSES-INDEXED             PIC X(50).
           02 CREDIT-BALANCE-INDEXED      PIC 9(4)V99.
           02 CONTACT-INFO-INDEXED        PIC X(69).
           02 STUDENT-STATUS-INDEXED      PIC X(1).
           02 NSF-COUNT-INDEXED           PIC 9(2).
           02 SPONSOR-INFO-INDEXED        PIC X(9).

       COPY "alumni-archive.dat".

      ****************************
      * DATED TUITION LEDGER     *
      ****************************
       FD LEDGER-INPUT-FILE.
       01 LEDGER-LINE                PIC X(20).

      ****************************
      * CLOSED LEDGER DETAIL,    *
      * STAMPED WITH ITS TERM    *
      ****************************
       FD LEDGER-ARCHIVE-FILE.
       01 LEDGER-ARCHIVE-LINE        PIC X(28).

      ****************************
      * INSTALLMENT PLANS        *
      ****************************
       FD PAYMENT-PLAN-FILE.
       01 PAYMENT-PLAN-LINE          PIC X(30).

      ****************************
      * SPONSOR PORTIONS         *
      ****************************
       FD SPONSOR-LEDGER-FILE.
       01 SPONSOR-LEDGER-LINE        PIC X(42).

       COPY "archive-log.dat".

      ****************************
      *       OUTPUT DATA        *
      ****************************
       FD RECORD-OUTPUT-FILE.
       01 OUTPUT-LINE                PIC X(80).

       COPY "master-lock.dat".

       COPY "master-journal.dat".

      *------------------ WORKING-STORAGE -----------------------

       WORKING-STORAGE SECTION.
       COPY "archive-log-record.dat".

       COPY "master-lock-record.dat".

       COPY "master-journal-record.dat".

       COPY "authority-request.dat".

       01 WS-FIELDS.
           05 STATUS-FILED           PIC X(2).
           05 ARCH-STATUS-FILED      PIC X(2).
           05 LDGR-STATUS-FILED      PIC X(2).
           05 LARC-STATUS-FILED      PIC X(2).
           05 PLAN-STATUS-FILED      PIC X(2).
           05 SLDG-STATUS-FILED      PIC X(2).
           05 EOF-FLAG               PIC X VALUE 'N'.
           05 WS-RUN-DATE            PIC 9(6).
           05 WS-COMMAND-LINE        PIC X(40).
           05 WS-RECALL-NUMBER       PIC 9(6).
           05 WS-OPERATOR-ID         PIC X(3) VALUE SPACES.
      * an unattended archive run is stamped with the batch operator
           05 WS-BATCH-OPERATOR      PIC X(3) VALUE 'BAT'.
           05 WS-RETENTION-DAYS      PIC 9(4) VALUE 730.
           05 WS-CAND-SUB            PIC 9(4) VALUE 0.
           05 WS-CAND-HIT            PIC 9(4) VALUE 0.
           05 WS-FIND-NUMBER         PIC 9(6) VALUE 0.
           05 WS-ENTRY-AGE           PIC S9(5).
           05 WS-ARCHIVED-COUNT      PIC 9(5) VALUE 0.
           05 WS-KEPT-COUNT          PIC 9(5) VALUE 0.

      * the G and W students who owe nothing and hold no credit,
      * each with the date of its last ledger entry and whether an
      * open plan or sponsor portion keeps it on the master
       01 WS-CAND-TABLE-MAX          PIC 9(4) VALUE 2000.
       01 WS-CAND-FIELDS.
           05 WS-CAND-COUNT          PIC 9(4) VALUE 0.
           05 WS-CAND-ENTRY          OCCURS 2000 TIMES.
             10 WS-CD-STUDENT-NUMBER PIC 9(6).
             10 WS-CD-LAST-ACTIVITY  PIC 9(6).
             10 WS-CD-OPEN-ITEM      PIC X(1).

      * day numbers are approximated as YY*365 + MM*30 + DD -- close
      * enough to measure a retention period of months or years
       01 WS-RUN-DAY-NUMBER          PIC 9(5).
       01 WS-ENTRY-DAY-NUMBER        PIC 9(5).
       01 WS-DATE-WORK               PIC 9(6).
       01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DW-YY               PIC 9(2).
           05 WS-DW-MM               PIC 9(2).
           05 WS-DW-DD               PIC 9(2).

      ****************************
      * DATED TUITION LEDGER     *
      ****************************
       01 LEDGER-RECORD.
           05 LG-STUDENT-NUMBER      PIC 9(6).
           05 LG-ENTRY-DATE          PIC 9(6).
           05 LG-ENTRY-TYPE          PIC X(1).
           05 LG-AMOUNT              PIC 9(5)V99.

       01 LEDGER-ARCHIVE-RECORD.
           05 LA-TERM-CODE           PIC X(6).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LA-LEDGER-LINE         PIC X(20).

      ****************************
      * INSTALLMENT PLAN RECORD  *
      * (O=OPEN S=SATISFIED)     *
      ****************************
       01 PAYMENT-PLAN-RECORD.
           05 PP-STUDENT-NUMBER      PIC 9(6).
           05 FILLER                 PIC X(2).
           05 PP-INSTALLMENT-NO      PIC 9(2).
           05 FILLER                 PIC X(2).
           05 PP-DUE-DATE            PIC 9(6).
           05 FILLER                 PIC X(2).
           05 PP-AMOUNT              PIC 9(5)V99.
           05 FILLER                 PIC X(2).
           05 PP-STATUS              PIC X(1).

      ****************************
      * ONE SPONSOR PORTION      *
      * (O=OPEN S=SETTLED)       *
      ****************************
       01 SPONSOR-LEDGER-RECORD.
           05 SL-SPONSOR-CODE        PIC X(6).
           05 FILLER                 PIC X(2).
           05 SL-STUDENT-NUMBER      PIC 9(6).
           05 FILLER                 PIC X(2).
           05 SL-BILL-DATE           PIC 9(6).
           05 FILLER                 PIC X(2).
           05 SL-PORTION             PIC 9(5)V99.
           05 FILLER                 PIC X(2).
           05 SL-STATUS              PIC X(1).
           05 FILLER                 PIC X(2).
           05 SL-SETTLE-DATE         PIC 9(6).

       01 REPORT-TITLE-LINE.
           05 FILLER                 PIC X(24)
               VALUE 'ALUMNI ARCHIVE REGISTER '.
           05 FILLER                 PIC X(4)  VALUE 'RUN '.
           05 TITLE-RUN-DATE         PIC 9(6).
           05 FILLER                 PIC X(13)
               VALUE '  RETENTION '.
           05 TITLE-RETENTION        PIC ZZZ9.
           05 FILLER                 PIC X(5)  VALUE ' DAYS'.

       01 COLUMN-HEADER.
           05 FILLER                 PIC X(8)  VALUE 'STUDENT'.
           05 FILLER                 PIC X(42) VALUE 'NAME'.
           05 FILLER                 PIC X(8)  VALUE 'STATUS'.
           05 FILLER                 PIC X(13) VALUE 'LAST ACTIVITY'.

       01 ARCHIVE-DETAIL-LINE.
           05 ADL-STUDENT-NUMBER     PIC 9(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 ADL-STUDENT-NAME       PIC X(40).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 ADL-STATUS             PIC X(1).
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 ADL-LAST-ACTIVITY      PIC 9(6).

       01 TOTAL-COUNT-LINE.
           05 TCL-LABEL              PIC X(40).
           05 TCL-COUNT              PIC ZZZZ9.

      *--------------------- PROCEDURE DIVISION ---------------------

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE(1:6) = 'RECALL'
               PERFORM 700-RECALL-STUDENT
           ELSE
               PERFORM 100-ARCHIVE-RUN
           END-IF.
           STOP RUN.

      ****************************
      * ARCHIVE RUN              *
      ****************************
       100-ARCHIVE-RUN.
           IF WS-COMMAND-LINE(9:4) IS NUMERIC
               MOVE WS-COMMAND-LINE(9:4) TO WS-RETENTION-DAYS
           ELSE
               IF WS-COMMAND-LINE(9:3) IS NUMERIC
                   MOVE WS-COMMAND-LINE(9:3) TO WS-RETENTION-DAYS
               END-IF
           END-IF.
           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           PERFORM 800-DAY-NUMBER.
           MOVE WS-ENTRY-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
           MOVE WS-BATCH-OPERATOR TO WS-OPERATOR-ID.
           PERFORM 970-CLAIM-MASTER-LOCK.
           OPEN I-O INDEXED-STUDENT-FILE.
           PERFORM 110-LOAD-CANDIDATES.
           PERFORM 200-SCAN-LEDGER.
           PERFORM 300-SCAN-PLANS.
           PERFORM 350-SCAN-SPONSOR-PORTIONS.
           PERFORM 120-OPEN-ARCHIVE-OUTPUT.
           OPEN OUTPUT RECORD-OUTPUT-FILE.
           MOVE WS-RUN-DATE TO TITLE-RUN-DATE.
           MOVE WS-RETENTION-DAYS TO TITLE-RETENTION.
           MOVE REPORT-TITLE-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE BEFORE ADVANCING 1 LINE.
           MOVE COLUMN-HEADER TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 2 LINES.
           PERFORM 400-ARCHIVE-ONE-CANDIDATE
               VARYING WS-CAND-SUB FROM 1 BY 1
               UNTIL WS-CAND-SUB > WS-CAND-COUNT.
           MOVE 'STUDENTS ARCHIVED' TO TCL-LABEL.
           MOVE WS-ARCHIVED-COUNT TO TCL-COUNT.
           MOVE TOTAL-COUNT-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 2 LINES.
           MOVE 'INACTIVE STUDENTS KEPT ON THE MASTER' TO TCL-LABEL.
           MOVE WS-KEPT-COUNT TO TCL-COUNT.
           MOVE TOTAL-COUNT-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           CLOSE RECORD-OUTPUT-FILE.
           CLOSE ALUMNI-ARCHIVE-FILE.
           CLOSE INDEXED-STUDENT-FILE.
           PERFORM 975-RELEASE-MASTER-LOCK.

       110-LOAD-CANDIDATES.
           MOVE ZEROS TO STUDENT-NUMBER-INDEXED.
           MOVE 'N' TO EOF-FLAG.
           START INDEXED-STUDENT-FILE
               KEY IS NOT < STUDENT-NUMBER-INDEXED
             INVALID KEY
               MOVE 'Y' TO EOF-FLAG
           END-START.
           PERFORM 115-LOAD-ONE-CANDIDATE UNTIL EOF-FLAG = 'Y'.

       115-LOAD-ONE-CANDIDATE.
           READ INDEXED-STUDENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   IF (STUDENT-STATUS-INDEXED = 'G'
                     OR STUDENT-STATUS-INDEXED = 'W')
                     AND TUITION-OWED-INDEXED = 0
                     AND CREDIT-BALANCE-INDEXED = 0
                       IF WS-CAND-COUNT < WS-CAND-TABLE-MAX
                           ADD 1 TO WS-CAND-COUNT
                           MOVE STUDENT-NUMBER-INDEXED
                             TO WS-CD-STUDENT-NUMBER(WS-CAND-COUNT)
                           MOVE 0
                             TO WS-CD-LAST-ACTIVITY(WS-CAND-COUNT)
                           MOVE 'N' TO WS-CD-OPEN-ITEM(WS-CAND-COUNT)
                       ELSE
                           ADD 1 TO WS-KEPT-COUNT
                       END-IF
                   END-IF
           END-READ.

      * the archive file is created on its first run
       120-OPEN-ARCHIVE-OUTPUT.
           OPEN I-O ALUMNI-ARCHIVE-FILE.
           IF ARCH-STATUS-FILED = '35'
               OPEN OUTPUT ALUMNI-ARCHIVE-FILE
               CLOSE ALUMNI-ARCHIVE-FILE
               OPEN I-O ALUMNI-ARCHIVE-FILE
           END-IF.

      * a candidate's last activity is its latest ledger entry,
      * open or closed -- a term close moves a paid-up student's
      * lines to LEDGER_ARCHIVE.txt and leaves none behind
       200-SCAN-LEDGER.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT LEDGER-INPUT-FILE.
           IF LDGR-STATUS-FILED = '00'
               PERFORM 210-READ-ONE-LEDGER-LINE UNTIL EOF-FLAG = 'Y'
               CLOSE LEDGER-INPUT-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT LEDGER-ARCHIVE-FILE.
           IF LARC-STATUS-FILED = '00'
               PERFORM 220-READ-ONE-ARCHIVE-LINE UNTIL EOF-FLAG = 'Y'
               CLOSE LEDGER-ARCHIVE-FILE
           END-IF.

       210-READ-ONE-LEDGER-LINE.
           READ LEDGER-INPUT-FILE
               AT END
                   MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   MOVE LEDGER-LINE TO LEDGER-RECORD
                   PERFORM 230-NOTE-LEDGER-DATE
           END-READ.

       220-READ-ONE-ARCHIVE-LINE.
           READ LEDGER-ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   MOVE LEDGER-ARCHIVE-LINE TO LEDGER-ARCHIVE-RECORD
                   MOVE LA-LEDGER-LINE TO LEDGER-RECORD
                   PERFORM 230-NOTE-LEDGER-DATE
           END-READ.

       230-NOTE-LEDGER-DATE.
           MOVE LG-STUDENT-NUMBER TO WS-FIND-NUMBER.
           PERFORM 500-FIND-CANDIDATE.
           IF WS-CAND-HIT > 0
             AND LG-ENTRY-DATE > WS-CD-LAST-ACTIVITY(WS-CAND-HIT)
               MOVE LG-ENTRY-DATE
                 TO WS-CD-LAST-ACTIVITY(WS-CAND-HIT)
           END-IF.

       300-SCAN-PLANS.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT PAYMENT-PLAN-FILE.
           IF PLAN-STATUS-FILED = '00'
               PERFORM 310-READ-ONE-PLAN-LINE UNTIL EOF-FLAG = 'Y'
               CLOSE PAYMENT-PLAN-FILE
           END-IF.

       310-READ-ONE-PLAN-LINE.
           READ PAYMENT-PLAN-FILE
               AT END
                   MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   MOVE PAYMENT-PLAN-LINE TO PAYMENT-PLAN-RECORD
                   IF PP-STATUS = 'O'
                       MOVE PP-STUDENT-NUMBER TO WS-FIND-NUMBER
                       PERFORM 500-FIND-CANDIDATE
                       IF WS-CAND-HIT > 0
                           MOVE 'Y' TO WS-CD-OPEN-ITEM(WS-CAND-HIT)
                       END-IF
                   END-IF
           END-READ.

       350-SCAN-SPONSOR-PORTIONS.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT SPONSOR-LEDGER-FILE.
           IF SLDG-STATUS-FILED = '00'
               PERFORM 360-READ-ONE-PORTION UNTIL EOF-FLAG = 'Y'
               CLOSE SPONSOR-LEDGER-FILE
           END-IF.

       360-READ-ONE-PORTION.
           READ SPONSOR-LEDGER-FILE
               AT END
                   MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   MOVE SPONSOR-LEDGER-LINE TO SPONSOR-LEDGER-RECORD
                   IF SL-STATUS = 'O'
                       MOVE SL-STUDENT-NUMBER TO WS-FIND-NUMBER
                       PERFORM 500-FIND-CANDIDATE
                       IF WS-CAND-HIT > 0
                           MOVE 'Y' TO WS-CD-OPEN-ITEM(WS-CAND-HIT)
                       END-IF
                   END-IF
           END-READ.

      * the student goes to the archive before it leaves the master,
      * so a stop between the two leaves it on both and the next run
      * finishes the move
       400-ARCHIVE-ONE-CANDIDATE.
           IF WS-CD-OPEN-ITEM(WS-CAND-SUB) = 'Y'
               ADD 1 TO WS-KEPT-COUNT
               EXIT PARAGRAPH
           END-IF.
      * no ledger entry on either file means the retention period
      * cannot be measured -- the student stays on the master
           IF WS-CD-LAST-ACTIVITY(WS-CAND-SUB) = 0
               ADD 1 TO WS-KEPT-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CD-LAST-ACTIVITY(WS-CAND-SUB) TO WS-DATE-WORK.
           PERFORM 800-DAY-NUMBER.
           COMPUTE WS-ENTRY-AGE =
               WS-RUN-DAY-NUMBER - WS-ENTRY-DAY-NUMBER.
           IF WS-ENTRY-AGE NOT > WS-RETENTION-DAYS
               ADD 1 TO WS-KEPT-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CD-STUDENT-NUMBER(WS-CAND-SUB)
             TO STUDENT-NUMBER-INDEXED.
           READ INDEXED-STUDENT-FILE KEY IS STUDENT-NUMBER-INDEXED
             INVALID KEY
               EXIT PARAGRAPH
           END-READ.
           MOVE STUDENT-NUMBER-INDEXED TO ARC-STUDENT-NUMBER.
           MOVE STUDENT-NAME-INDEXED TO ARC-STUDENT-NAME.
           MOVE WS-RUN-DATE TO ARC-ARCHIVE-DATE.
           MOVE WS-CD-LAST-ACTIVITY(WS-CAND-SUB) TO ARC-LAST-ACTIVITY.
           MOVE WS-OPERATOR-ID TO ARC-OPERATOR-ID.
           MOVE STUDENT-FILE-INDEXED TO ARC-MASTER-IMAGE.
           MOVE STUDENT-STATUS-INDEXED TO ADL-STATUS.
           WRITE ALUMNI-ARCHIVE-RECORD
             INVALID KEY
               REWRITE ALUMNI-ARCHIVE-RECORD
           END-WRITE.
           IF ARCH-STATUS-FILED NOT = '00'
               DISPLAY "ARCHIVE WRITE FAILED FOR "
                   STUDENT-NUMBER-INDEXED " - STATUS "
                   ARCH-STATUS-FILED " - KEPT ON THE MASTER"
               ADD 1 TO WS-KEPT-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 988-DELETE-MASTER.
           IF STATUS-FILED NOT = '00'
               DISPLAY "MASTER DELETE FAILED FOR "
                   ARC-STUDENT-NUMBER " - STATUS " STATUS-FILED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ARCHIVED-COUNT.
           MOVE ARC-STUDENT-NUMBER TO ADL-STUDENT-NUMBER.
           MOVE ARC-STUDENT-NAME TO ADL-STUDENT-NAME.
           MOVE ARC-LAST-ACTIVITY TO ADL-LAST-ACTIVITY.
           MOVE ARCHIVE-DETAIL-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'ARCHIVE' TO AL-ACTION.
           PERFORM 600-WRITE-ARCHIVE-LOG.

       500-FIND-CANDIDATE.
           MOVE 0 TO WS-CAND-HIT.
           PERFORM 510-MATCH-CANDIDATE
               VARYING WS-CAND-SUB FROM 1 BY 1
               UNTIL WS-CAND-SUB > WS-CAND-COUNT
               OR WS-CAND-HIT > 0.

       510-MATCH-CANDIDATE.
           IF WS-CD-STUDENT-NUMBER(WS-CAND-SUB) = WS-FIND-NUMBER
               MOVE WS-CAND-SUB TO WS-CAND-HIT
           END-IF.

       600-WRITE-ARCHIVE-LOG.
           MOVE ARC-STUDENT-NUMBER TO AL-STUDENT-NUMBER.
           MOVE ARC-STUDENT-NAME TO AL-STUDENT-NAME.
           MOVE WS-RUN-DATE TO AL-LOG-DATE.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
           OPEN EXTEND ARCHIVE-LOG-FILE.
           IF ALOG-STATUS-FILED = '35'
               OPEN OUTPUT ARCHIVE-LOG-FILE
           END-IF.
           MOVE ARCHIVE-LOG-RECORD TO ARCHIVE-LOG-LINE.
           WRITE ARCHIVE-LOG-LINE.
           CLOSE ARCHIVE-LOG-FILE.

      ****************************
      * RECALL ONE STUDENT       *
      ****************************
      * the student comes back exactly as archived; the registrar
      * changes the status through project03m for a re-enrolment
       700-RECALL-STUDENT.
           IF WS-COMMAND-LINE(8:6) NOT NUMERIC
             OR WS-COMMAND-LINE(15:3) = SPACES
               DISPLAY "USAGE: RECALL nnnnnn xxx (STUDENT NUMBER, "
                   "OPERATOR ID)"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COMMAND-LINE(8:6) TO WS-RECALL-NUMBER.
           MOVE WS-COMMAND-LINE(15:3) TO WS-OPERATOR-ID.
           PERFORM 710-CHECK-RECALL-AUTHORITY.
           IF AUTH-RESULT NOT = 'Y'
               DISPLAY "OPERATOR " WS-OPERATOR-ID
                   " IS NOT AUTHORIZED FOR STUDENT - REFUSED"
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ALUMNI-ARCHIVE-FILE.
           IF ARCH-STATUS-FILED NOT = '00'
               DISPLAY "NO ALUMNI ARCHIVE ON FILE - NOTHING TO RECALL"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RECALL-NUMBER TO ARC-STUDENT-NUMBER.
           READ ALUMNI-ARCHIVE-FILE KEY IS ARC-STUDENT-NUMBER
             INVALID KEY
               DISPLAY "STUDENT " WS-RECALL-NUMBER
                   " IS NOT IN THE ALUMNI ARCHIVE"
               CLOSE ALUMNI-ARCHIVE-FILE
               EXIT PARAGRAPH
           END-READ.
           PERFORM 970-CLAIM-MASTER-LOCK.
           OPEN I-O INDEXED-STUDENT-FILE.
           MOVE ARC-MASTER-IMAGE TO STUDENT-FILE-INDEXED.
           PERFORM 986-WRITE-MASTER.
           IF STATUS-FILED = '00'
               DELETE ALUMNI-ARCHIVE-FILE RECORD
                 INVALID KEY
                   DISPLAY "ARCHIVE COPY OF " WS-RECALL-NUMBER
                       " COULD NOT BE REMOVED"
               END-DELETE
               MOVE 'RECALL' TO AL-ACTION
               PERFORM 600-WRITE-ARCHIVE-LOG
               DISPLAY "STUDENT " WS-RECALL-NUMBER
                   " RECALLED TO THE MASTER"
           ELSE
               DISPLAY "STUDENT NUMBER " WS-RECALL-NUMBER
                   " IS ALREADY ON THE MASTER - STATUS " STATUS-FILED
                   " - NOTHING RECALLED"
           END-IF.
           CLOSE INDEXED-STUDENT-FILE.
           CLOSE ALUMNI-ARCHIVE-FILE.
           PERFORM 975-RELEASE-MASTER-LOCK.

      * a recall is student maintenance: the operator named on the
      * command line must be authorized for it on
      * OPERATOR_AUTHORITY.txt, and a refusal is logged by project03au
       710-CHECK-RECALL-AUTHORITY.
           MOVE 'O' TO AUTH-CHECK-TYPE.
           MOVE 'ALUMNI ARCH' TO AUTH-PROGRAM.
           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID.
           MOVE SPACES TO AUTH-SUPERVISOR-ID.
           MOVE 'STUDENT' TO AUTH-FUNCTION.
           MOVE WS-RECALL-NUMBER TO AUTH-REFERENCE.
           CALL 'project03au' USING AUTHORITY-REQUEST.

       800-DAY-NUMBER.
           COMPUTE WS-ENTRY-DAY-NUMBER =
               WS-DW-YY * 365 + WS-DW-MM * 30 + WS-DW-DD.

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
           MOVE 'ALUMNI ARCH' TO LOCK-HOLDER-PROGRAM.
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

       986-WRITE-MASTER.
           WRITE STUDENT-FILE-INDEXED.
           IF STATUS-FILED = '00'
               MOVE 'A' TO MJ-ACTION
               MOVE STUDENT-NUMBER-INDEXED TO MJ-STUDENT-NUMBER
               MOVE SPACES TO MJ-BEFORE-IMAGE
               MOVE STUDENT-FILE-INDEXED TO MJ-AFTER-IMAGE
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

      * a removal is journalled with the record as it stood, so a
      * roll-forward takes the student off the master again
       988-DELETE-MASTER.
           MOVE STUDENT-FILE-INDEXED TO MJ-BEFORE-IMAGE.
           MOVE STUDENT-NUMBER-INDEXED TO MJ-STUDENT-NUMBER.
           DELETE INDEXED-STUDENT-FILE RECORD.
           IF STATUS-FILED = '00'
               MOVE 'D' TO MJ-ACTION
               MOVE SPACES TO MJ-AFTER-IMAGE
               PERFORM 987-WRITE-JOURNAL
           END-IF.

       END PROGRAM project03ar.
