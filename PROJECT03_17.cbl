      *                refused with the holder's name while another
      *                program holds it, and it is released on a
      *                clean exit.
      *   OCT.15.2026 - The fee a student still owes for a course
      *                dropped this term (the retained part registered
      *                on TUITION_ADJUSTMENTS.txt by project03e) is
      *                added to the assessment, so a POST run does not
      *                undo the pro-rated drop. A withdrawn student is
      *                no longer assessed: project03m settled their
      *                fees when they withdrew.
      *   OCT.15.2026 - Every change this program makes to the
      *                master is now journalled to
      *                MASTER_JOURNAL.txt with the program,
      *                operator, date and time and the before and
      *                after image of the record, so a restored
      *                backup generation can be rolled forward.
      *   OCT.15.2026 - START and END of each run are written to
      *                RUN_LOG.txt as job FEEASSESS, so the
      *                month-end stream can tell the step finished.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03f.
           SELECT LEDGER-FILE
             ASSIGN TO "..\TUITION_LEDGER.txt"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE
           ASSIGN TO "..\RUN_LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECORD-OUTPUT-FILE
           ASSIGN TO "..\FEE_ASSESSMENT_RPT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
             ASSIGN TO "..\MASTER_LOCK.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOCK-STATUS-FILED.
          SELECT MASTER-JOURNAL-FILE
             ASSIGN TO "..\MASTER_JOURNAL.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MJRN-STATUS-FILED.
           SELECT TERM-CONTROL-FILE
           ASSIGN TO "..\TERM_CONTROL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TCTL-STATUS-FILED.
           SELECT TUITION-ADJUST-FILE
           ASSIGN TO "..\TUITION_ADJUSTMENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TADJ-STATUS-FILED.
       DATA DIVISION.
       FILE SECTION.
       FD INDEXED-STUDENT-FILE.
       FD RECORD-OUTPUT-FILE.
       01 OUTPUT-LINE                PIC X(75).

      ****************************
      * TERM CODE FOR THIS RUN   *
      ****************************
       FD TERM-CONTROL-FILE.
       01 TERM-CONTROL-RECORD.
           05 TERM-CONTROL-CODE      PIC X(6).

       COPY "tuition-adjust.dat".

      *------------------ WORKING-STORAGE -----------------------

       COPY "master-lock.dat".

       COPY "master-journal.dat".

       COPY "run-log.dat".

       WORKING-STORAGE SECTION.
       COPY "master-lock-record.dat".

       COPY "master-journal-record.dat".

       COPY "run-log-record.dat".

       COPY "tuition-adjust-record.dat".

      ****************************
      * DATED TUITION LEDGER     *
      ****************************
           05 WS-FEE-MISSING-FLAG    PIC X VALUE 'N'.

       01 WS-COMMAND-LINE            PIC X(20).
       01 TCTL-STATUS-FILED          PIC X(2).
       01 WS-TERM-CODE               PIC X(6) VALUE SPACES.
       01 WS-LOOKUP-CODE             PIC X(7).
       01 WS-LOOKUP-STUDENT          PIC 9(6).
       01 WS-SLOT-FEE                PIC 9(4)V99.
       01 WS-COMPUTED-ASSESSMENT     PIC 9(5)V99.
       01 WS-DIFFERENCE              PIC S9(5)V99.
               10 FEE-CODE-RECORD          PIC X(7).
               10 FEE-AMOUNT-RECORD        PIC 9(4)V99.

      * fees still owed on courses dropped this term, one entry per
      * student -- raise WS-RETAINED-MAX and the OCCURS together if
      * a term's drops outgrow it
       01 WS-RETAINED-MAX            PIC 9(4) VALUE 2000.
       01 WS-RETAINED-TABLE.
           05 WS-RETAINED-COUNT      PIC 9(4) VALUE 0.
           05 WS-RETAINED-ENTRY      OCCURS 2000 TIMES.
               10 WS-RT-STUDENT-NUMBER     PIC 9(6).
               10 WS-RT-AMOUNT             PIC 9(5)V99.
       01 WS-RETAINED-WORK.
           05 WS-RT-SUB              PIC 9(4) VALUE 0.
           05 WS-RT-HIT              PIC 9(4) VALUE 0.
           05 WS-TADJ-EOF-FLAG       PIC X VALUE 'N'.

       01 WS-COUNTS.
           05 WS-STUDENT-COUNT       PIC 9(5) VALUE 0.
           05 WS-WITHDRAWN-COUNT     PIC 9(5) VALUE 0.
           05 WS-MISMATCH-COUNT      PIC 9(5) VALUE 0.
           05 WS-POSTED-COUNT        PIC 9(5) VALUE 0.
           05 WS-NO-FEE-COUNT        PIC 9(5) VALUE 0.
           IF WS-COMMAND-LINE(1:4) = 'POST'
               MOVE 'Y' TO WS-POST-MODE
           END-IF.
           PERFORM 950-LOG-RUN-START.
           PERFORM 150-LOAD-RETAINED-FEES.
           PERFORM 100-INITIATE-FILE.
           PERFORM 200-NEXT-STUDENT UNTIL EOF-MASTER-FLG = 'Y'.
           PERFORM 900-FINISH-ASSESSMENT.
                   MOVE CAT-COURSE-FEE
                     TO FEE-AMOUNT-RECORD(SUB-1,SUB-2).

      * a course dropped after the term began is off the record but
      * not wholly off the bill -- total the retained part of each
      * DROP line for the current term by student
       150-LOAD-RETAINED-FEES.
           OPEN INPUT TERM-CONTROL-FILE.
           IF TCTL-STATUS-FILED = '00'
               READ TERM-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TERM-CONTROL-CODE TO WS-TERM-CODE
               END-READ
               CLOSE TERM-CONTROL-FILE
           END-IF.
           IF WS-TERM-CODE = SPACES
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT TUITION-ADJUST-FILE.
           IF TADJ-STATUS-FILED = '00'
               PERFORM 160-LOAD-ONE-ADJUST-LINE
                   UNTIL WS-TADJ-EOF-FLAG = 'Y'
               CLOSE TUITION-ADJUST-FILE
           END-IF.

       160-LOAD-ONE-ADJUST-LINE.
           READ TUITION-ADJUST-FILE
               AT END
                   MOVE 'Y' TO WS-TADJ-EOF-FLAG
               NOT AT END
                   MOVE TUITION-ADJUST-LINE TO TUITION-ADJUST-RECORD
                   IF TA-TERM-CODE = WS-TERM-CODE
                     AND TA-SOURCE = 'DROP'
                     AND TA-RETAINED-AMOUNT > 0
                       PERFORM 170-ADD-RETAINED-FEE
                   END-IF
           END-READ.

       170-ADD-RETAINED-FEE.
           MOVE TA-STUDENT-NUMBER TO WS-LOOKUP-STUDENT.
           PERFORM 180-FIND-RETAINED-STUDENT.
           IF WS-RT-HIT = 0
               IF WS-RETAINED-COUNT < WS-RETAINED-MAX
                   ADD 1 TO WS-RETAINED-COUNT
                   MOVE WS-RETAINED-COUNT TO WS-RT-HIT
                   MOVE TA-STUDENT-NUMBER
                     TO WS-RT-STUDENT-NUMBER(WS-RT-HIT)
                   MOVE 0 TO WS-RT-AMOUNT(WS-RT-HIT)
               ELSE
                   DISPLAY "WARNING: RETAINED FEE TABLE FULL - "
                       TA-STUDENT-NUMBER " DROPPED"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD TA-RETAINED-AMOUNT TO WS-RT-AMOUNT(WS-RT-HIT).

       180-FIND-RETAINED-STUDENT.
           MOVE 0 TO WS-RT-HIT.
           PERFORM 190-MATCH-RETAINED-STUDENT
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-RETAINED-COUNT
               OR WS-RT-HIT > 0.

       190-MATCH-RETAINED-STUDENT.
           IF WS-RT-STUDENT-NUMBER(WS-RT-SUB) = WS-LOOKUP-STUDENT
               MOVE WS-RT-SUB TO WS-RT-HIT
           END-IF.

       200-NEXT-STUDENT.
           READ INDEXED-STUDENT-FILE NEXT RECORD
               AT END
                   PERFORM 300-ASSESS-ONE-STUDENT
           END-READ.

      * price the five slots plus any fee retained on a course
      * dropped this term, compare with the stored figure, and in
      * POST mode regenerate the balance from the assessment. A
      * withdrawn student's fees were settled on withdrawal
       300-ASSESS-ONE-STUDENT.
           IF STUDENT-STATUS-INDEXED = 'W'
               ADD 1 TO WS-WITHDRAWN-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-COMPUTED-ASSESSMENT.
           MOVE 'N' TO WS-FEE-MISSING-FLAG.
           PERFORM 310-PRICE-ONE-SLOT
               VARYING WS-COURSE-SUB FROM 1 BY 1
               UNTIL WS-COURSE-SUB > 5.
           MOVE STUDENT-NUMBER-INDEXED TO WS-LOOKUP-STUDENT.
           PERFORM 180-FIND-RETAINED-STUDENT.
           IF WS-RT-HIT > 0
               ADD WS-RT-AMOUNT(WS-RT-HIT) TO WS-COMPUTED-ASSESSMENT
           END-IF.
           IF TUITION-OWED-INDEXED NOT = WS-COMPUTED-ASSESSMENT
               ADD 1 TO WS-MISMATCH-COUNT
               PERFORM 400-REPORT-MISMATCH
                       TUITION-OWED-INDEXED - WS-COMPUTED-ASSESSMENT
               END-IF
               MOVE WS-COMPUTED-ASSESSMENT TO TUITION-OWED-INDEXED
               PERFORM 985-REWRITE-MASTER
               IF STATUS-FILED = '00'
                   ADD 1 TO WS-POSTED-COUNT
                   PERFORM 510-WRITE-LEDGER-ENTRY
               PERFORM 975-RELEASE-MASTER-LOCK
           END-IF.
           DISPLAY "STUDENTS ASSESSED:   " WS-STUDENT-COUNT.
           DISPLAY "WITHDRAWN, SKIPPED:  " WS-WITHDRAWN-COUNT.
           DISPLAY "ASSESSMENTS OFF:     " WS-MISMATCH-COUNT.
           DISPLAY "BALANCES REGENERATED:" WS-POSTED-COUNT.
           DISPLAY "FEES NOT ON FILE:    " WS-NO-FEE-COUNT.
           PERFORM 955-LOG-RUN-END.
           STOP RUN.

      * START and END on the shared run log; a START with no END
      * (the lock refused, or an abend) shows the run did not finish
       950-LOG-RUN-START.
           MOVE 'START' TO RL-PHASE.
           MOVE SPACES TO RL-OUTCOME.
           MOVE 0 TO RL-RECORD-COUNT.
           PERFORM 960-WRITE-RUN-LOG.

       955-LOG-RUN-END.
           MOVE 'END' TO RL-PHASE.
           MOVE 'OK' TO RL-OUTCOME.
           MOVE WS-STUDENT-COUNT TO RL-RECORD-COUNT.
           PERFORM 960-WRITE-RUN-LOG.

       960-WRITE-RUN-LOG.
           MOVE 'FEEASSESS' TO RL-JOB-NAME.
           ACCEPT RL-RUN-DATE FROM DATE.
           ACCEPT RL-RUN-TIME FROM TIME.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE RUN-LOG-RECORD TO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.
           CLOSE RUN-LOG-FILE.


      * the single-updater interlock on the master: claim the lock
      * before opening for update, refuse to start when another
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

       END PROGRAM project03f.
