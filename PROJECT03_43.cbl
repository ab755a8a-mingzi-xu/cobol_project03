      ******************************************************************
      * Author: Mingzi Xu
      * Date: OCT.15.2026
      * Purpose: project 03 - graduation audit. Checks every active
      *          student's closed terms on STUDENT_TERM_HISTORY.txt
      *          against the completion requirements of their
      *          program in GRAD_REQUIREMENTS.txt (keyed by the
      *          PROGRAM.txt code: up to ten required course codes,
      *          a number of electives, and a minimum cumulative
      *          average). A course counts once it has been passed
      *          in some term; any passed course that is not a
      *          required one counts as an elective. The cumulative
      *          average is the mean of the term averages, as the
      *          transcripts print it. One degree-audit page per
      *          student goes to DEGREE_AUDIT_RPT.txt showing what
      *          is done and what is outstanding, and every student
      *          who has met all of it is written to GRAD_ELIGIBLE.txt
      *          -- the list the registrar confirms through
      *          project03m's G choice, which moves each student to
      *          status G on the audited maintenance path.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03ga.

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
           SELECT PROGRAM-INPUT-FILE
           ASSIGN TO "..\PROGRAM.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROG-STATUS-FILED.
           SELECT GRAD-REQUIREMENTS-FILE
           ASSIGN TO "..\GRAD_REQUIREMENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GREQ-STATUS-FILED.
           SELECT TERM-HISTORY-FILE
           ASSIGN TO "..\STUDENT_TERM_HISTORY.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS THIS-STATUS-FILED.
           SELECT RECORD-OUTPUT-FILE
           ASSIGN TO "..\DEGREE_AUDIT_RPT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRAD-ELIGIBLE-FILE
           ASSIGN TO "..\GRAD_ELIGIBLE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GELG-STATUS-FILED.
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

       COPY "program-table.dat".

       COPY "grad-requirements.dat".

       COPY "term-history.dat".

      ****************************
      *       OUTPUT DATA        *
      ****************************
       FD RECORD-OUTPUT-FILE.
       01 OUTPUT-LINE                PIC X(80).

       COPY "grad-eligible.dat".

      *------------------ WORKING-STORAGE -----------------------

       WORKING-STORAGE SECTION.
       COPY "term-history-record.dat".

       COPY "grad-eligible-record.dat".

      * the lowest course average that counts as a pass -- change
      * here if the academic calendar changes it
       01 WS-COURSE-PASS-MARK        PIC 9(3) VALUE 50.

      * program names for the page heading
       01 WS-PROGRAM-TABLE-MAX       PIC 9(2) VALUE 50.
       01 WS-PROGRAM-FIELDS.
           05 WS-PROGRAM-COUNT       PIC 9(2) VALUE 0.
           05 WS-PROGRAM-ENTRY       OCCURS 50 TIMES.
             10 WS-PG-CODE           PIC X(6).
             10 WS-PG-NAME           PIC X(20).

      * one requirements entry per program -- raise the max and the
      * OCCURS together if the calendar outgrows it
       01 WS-GRADREQ-TABLE-MAX       PIC 9(2) VALUE 50.
       01 WS-GRADREQ-FIELDS.
           05 WS-GRADREQ-COUNT       PIC 9(2) VALUE 0.
           05 WS-GRADREQ-ENTRY       OCCURS 50 TIMES.
             10 WS-GQ-PROGRAM-CODE   PIC X(6).
             10 WS-GQ-REQUIRED-CODE  PIC X(7) OCCURS 10 TIMES.
             10 WS-GQ-ELECTIVE-COUNT PIC 9(2).
             10 WS-GQ-MIN-CUM-AVERAGE
                                     PIC 9(3)V9.

      * every closed term of every student, held for the run -- the
      * file only grows by one line per student per term
       01 WS-TERMHIST-TABLE-MAX      PIC 9(4) VALUE 2000.
       01 WS-TERMHIST-FIELDS.
           05 WS-TERMHIST-COUNT      PIC 9(4) VALUE 0.
           05 WS-TERMHIST-ENTRY      OCCURS 2000 TIMES.
             10 WS-TH-STUDENT-NUMBER PIC 9(6).
             10 WS-TH-COURSES        OCCURS 5 TIMES.
               15 WS-TH-COURSE-CODE  PIC X(7).
               15 WS-TH-COURSE-AVERAGE
                                     PIC 9(3).
             10 WS-TH-TERM-AVERAGE   PIC 9(3)V9.

      * the distinct courses one student has passed, best average
      * kept when a course was passed more than once
       01 WS-PASSED-TABLE-MAX        PIC 9(2) VALUE 60.
       01 WS-PASSED-FIELDS.
           05 WS-PASSED-COUNT        PIC 9(2) VALUE 0.
           05 WS-PASSED-ENTRY        OCCURS 60 TIMES.
             10 WS-PS-COURSE-CODE    PIC X(7).
             10 WS-PS-BEST-AVERAGE   PIC 9(3).

       01 WS-FIELDS.
           05 STATUS-FILED           PIC X(2).
           05 PROG-STATUS-FILED      PIC X(2).
           05 GREQ-STATUS-FILED      PIC X(2).
           05 THIS-STATUS-FILED      PIC X(2).
           05 EOF-MASTER-FLG         PIC X VALUE 'N'.
           05 EOF-PROG-FLG           PIC X VALUE 'N'.
           05 EOF-GREQ-FLG           PIC X VALUE 'N'.
           05 EOF-THIS-FLG           PIC X VALUE 'N'.
           05 WS-TERMHIST-OVERFLOW   PIC X VALUE 'N'.
           05 WS-RUN-DATE            PIC 9(6).
           05 WS-SUB                 PIC 9(4) VALUE 0.
           05 WS-COURSE-SUB          PIC 9(2) VALUE 0.
           05 WS-REQ-SUB             PIC 9(2) VALUE 0.
           05 WS-PASSED-SUB          PIC 9(2) VALUE 0.
           05 WS-PASSED-HIT          PIC 9(2) VALUE 0.
           05 WS-GQ-HIT              PIC 9(2) VALUE 0.
           05 WS-PG-HIT              PIC 9(2) VALUE 0.
           05 WS-CHECK-CODE          PIC X(7).
           05 WS-CHECK-AVERAGE       PIC 9(3).
           05 WS-TERM-COUNT          PIC 9(3) VALUE 0.
           05 WS-TERM-SUM            PIC 9(6)V9 VALUE 0.
           05 WS-CUM-AVERAGE         PIC 9(3)V9 VALUE 0.
           05 WS-REQUIRED-DONE       PIC 9(2) VALUE 0.
           05 WS-REQUIRED-OUTSTANDING
                                     PIC 9(2) VALUE 0.
           05 WS-ELECTIVES-DONE      PIC 9(2) VALUE 0.
           05 WS-ELECTIVES-SHORT     PIC 9(2) VALUE 0.
           05 WS-ELIGIBLE-FLAG       PIC X VALUE 'N'.
           05 WS-AUDITED-COUNT       PIC 9(5) VALUE 0.
           05 WS-ELIGIBLE-COUNT      PIC 9(5) VALUE 0.

       01 REPORT-TITLE-LINE.
           05 FILLER                 PIC X(25)
               VALUE 'GRADUATION AUDIT RUN OF '.
           05 TITLE-RUN-DATE         PIC 9(6).

       01 PAGE-RULE-LINE             PIC X(60) VALUE ALL '='.

       01 PAGE-STUDENT-LINE.
           05 FILLER                 PIC X(14) VALUE 'DEGREE AUDIT  '.
           05 PSL-STUDENT-NUMBER     PIC 9(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 PSL-STUDENT-NAME       PIC X(40).

       01 PAGE-PROGRAM-LINE.
           05 FILLER                 PIC X(14) VALUE 'PROGRAM       '.
           05 PPL-PROGRAM-CODE       PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 PPL-PROGRAM-NAME       PIC X(20).

       01 PAGE-REQUIRED-LINE.
           05 FILLER                 PIC X(14) VALUE '  REQUIRED    '.
           05 PRL-COURSE-CODE        PIC X(7).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 PRL-STATE              PIC X(11).
           05 PRL-AVERAGE            PIC ZZ9.

       01 PAGE-ELECTIVE-LINE.
           05 FILLER                 PIC X(14) VALUE '  ELECTIVES   '.
           05 PEL-DONE               PIC Z9.
           05 FILLER                 PIC X(9)  VALUE ' DONE OF '.
           05 PEL-NEEDED             PIC Z9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 PEL-STATE              PIC X(20).

       01 PAGE-AVERAGE-LINE.
           05 FILLER                 PIC X(14) VALUE '  CUM AVERAGE '.
           05 PAL-CUM-AVERAGE        PIC ZZ9.9.
           05 FILLER                 PIC X(12) VALUE ' MINIMUM    '.
           05 PAL-MIN-AVERAGE        PIC ZZ9.9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 PAL-STATE              PIC X(11).

       01 PAGE-RESULT-LINE.
           05 FILLER                 PIC X(14) VALUE 'RESULT        '.
           05 PRS-RESULT             PIC X(40).

      *--------------------- PROCEDURE DIVISION ---------------------

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE.
           PERFORM 100-LOAD-PROGRAM-TABLE.
           PERFORM 120-LOAD-REQUIREMENTS.
           PERFORM 140-LOAD-TERM-HISTORY.
           IF WS-TERMHIST-OVERFLOW = 'Y'
               DISPLAY "RUN REFUSED: STUDENT_TERM_HISTORY.txt HAS "
                   "MORE LINES THAN WS-TERMHIST-ENTRY CAN HOLD - "
                   "RAISE WS-TERMHIST-TABLE-MAX AND RERUN - NOTHING "
                   "WRITTEN"
               STOP RUN
           END-IF.
           OPEN INPUT INDEXED-STUDENT-FILE.
           OPEN OUTPUT RECORD-OUTPUT-FILE.
           OPEN OUTPUT GRAD-ELIGIBLE-FILE.
           MOVE WS-RUN-DATE TO TITLE-RUN-DATE.
           MOVE REPORT-TITLE-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE BEFORE ADVANCING 1 LINE.
           MOVE ZEROS TO STUDENT-NUMBER-INDEXED.
           START INDEXED-STUDENT-FILE
               KEY IS NOT < STUDENT-NUMBER-INDEXED
             INVALID KEY
               MOVE 'Y' TO EOF-MASTER-FLG
           END-START.
           PERFORM 200-AUDIT-NEXT UNTIL EOF-MASTER-FLG = 'Y'.
           CLOSE INDEXED-STUDENT-FILE.
           CLOSE RECORD-OUTPUT-FILE.
           CLOSE GRAD-ELIGIBLE-FILE.
           DISPLAY "STUDENTS AUDITED: " WS-AUDITED-COUNT.
           DISPLAY "ELIGIBLE TO GRADUATE: " WS-ELIGIBLE-COUNT.
           STOP RUN.

       100-LOAD-PROGRAM-TABLE.
           OPEN INPUT PROGRAM-INPUT-FILE.
           IF PROG-STATUS-FILED = '00'
               PERFORM 110-LOAD-ONE-PROGRAM UNTIL EOF-PROG-FLG = 'Y'
               CLOSE PROGRAM-INPUT-FILE
           END-IF.

       110-LOAD-ONE-PROGRAM.
           READ PROGRAM-INPUT-FILE
               AT END
                   MOVE 'Y' TO EOF-PROG-FLG
               NOT AT END
                   IF WS-PROGRAM-COUNT < WS-PROGRAM-TABLE-MAX
                       ADD 1 TO WS-PROGRAM-COUNT
                       MOVE PROGRAM-CODE
                         TO WS-PG-CODE(WS-PROGRAM-COUNT)
                       MOVE PROGRAM-NAME
                         TO WS-PG-NAME(WS-PROGRAM-COUNT)
                   ELSE
                       DISPLAY "WARNING: PROGRAM.txt HAS MORE LINES "
                           "THAN WS-PROGRAM-ENTRY CAN HOLD"
                   END-IF
           END-READ.

      * no requirements file means nobody can be found eligible --
      * say so once rather than print a page of blanks per student
       120-LOAD-REQUIREMENTS.
           OPEN INPUT GRAD-REQUIREMENTS-FILE.
           IF GREQ-STATUS-FILED = '00'
               PERFORM 130-LOAD-ONE-REQUIREMENT
                   UNTIL EOF-GREQ-FLG = 'Y'
               CLOSE GRAD-REQUIREMENTS-FILE
           ELSE
               DISPLAY "WARNING: GRAD_REQUIREMENTS.txt NOT FOUND - "
                   "NO STUDENT CAN BE FOUND ELIGIBLE"
           END-IF.

       130-LOAD-ONE-REQUIREMENT.
           READ GRAD-REQUIREMENTS-FILE
               AT END
                   MOVE 'Y' TO EOF-GREQ-FLG
               NOT AT END
                   IF WS-GRADREQ-COUNT < WS-GRADREQ-TABLE-MAX
                       ADD 1 TO WS-GRADREQ-COUNT
                       MOVE GRAD-REQUIREMENTS-RECORD
                         TO WS-GRADREQ-ENTRY(WS-GRADREQ-COUNT)
                   ELSE
                       DISPLAY "WARNING: GRAD_REQUIREMENTS.txt HAS "
                           "MORE LINES THAN WS-GRADREQ-ENTRY CAN "
                           "HOLD"
                   END-IF
           END-READ.

      * a short table would audit students against only part of
      * their history and pass over some who are eligible, so an
      * overflow refuses the run rather than warns
       140-LOAD-TERM-HISTORY.
           OPEN INPUT TERM-HISTORY-FILE.
           IF THIS-STATUS-FILED = '00'
               PERFORM 150-LOAD-ONE-TERM-LINE
                   UNTIL EOF-THIS-FLG = 'Y'
               CLOSE TERM-HISTORY-FILE
           ELSE
               DISPLAY "WARNING: STUDENT_TERM_HISTORY.txt NOT FOUND "
                   "- NO TERM HAS CLOSED YET"
           END-IF.

       150-LOAD-ONE-TERM-LINE.
           READ TERM-HISTORY-FILE
               AT END
                   MOVE 'Y' TO EOF-THIS-FLG
               NOT AT END
                   IF WS-TERMHIST-COUNT < WS-TERMHIST-TABLE-MAX
                       MOVE TERM-HISTORY-LINE TO TERM-HISTORY-RECORD
                       ADD 1 TO WS-TERMHIST-COUNT
                       MOVE ST-STUDENT-NUMBER
                         TO WS-TH-STUDENT-NUMBER(WS-TERMHIST-COUNT)
                       PERFORM 160-LOAD-TERM-SLOT
                           VARYING WS-COURSE-SUB FROM 1 BY 1
                           UNTIL WS-COURSE-SUB > 5
                       MOVE ST-TERM-AVERAGE
                         TO WS-TH-TERM-AVERAGE(WS-TERMHIST-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-TERMHIST-OVERFLOW
                   END-IF
           END-READ.

       160-LOAD-TERM-SLOT.
           MOVE ST-COURSE-CODE(WS-COURSE-SUB)
             TO WS-TH-COURSE-CODE(WS-TERMHIST-COUNT, WS-COURSE-SUB).
           MOVE ST-COURSE-AVERAGE(WS-COURSE-SUB)
             TO WS-TH-COURSE-AVERAGE
                 (WS-TERMHIST-COUNT, WS-COURSE-SUB).

       200-AUDIT-NEXT.
           READ INDEXED-STUDENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-MASTER-FLG
               NOT AT END
                   IF STUDENT-STATUS-INDEXED = 'A'
                       PERFORM 300-AUDIT-ONE-STUDENT
                   END-IF
           END-READ.

      * gather what the student has passed, then print the page
       300-AUDIT-ONE-STUDENT.
           ADD 1 TO WS-AUDITED-COUNT.
           MOVE 0 TO WS-PASSED-COUNT.
           MOVE 0 TO WS-TERM-COUNT.
           MOVE 0 TO WS-TERM-SUM.
           MOVE 0 TO WS-CUM-AVERAGE.
           PERFORM 310-COLLECT-ONE-TERM
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-TERMHIST-COUNT.
           IF WS-TERM-COUNT > 0
               COMPUTE WS-CUM-AVERAGE ROUNDED =
                   WS-TERM-SUM / WS-TERM-COUNT
           END-IF.
           PERFORM 400-WRITE-PAGE-HEADING.
           PERFORM 700-FIND-REQUIREMENTS.
           IF WS-GQ-HIT = 0
               MOVE 'N' TO WS-ELIGIBLE-FLAG
               MOVE 'NO REQUIREMENTS ON FILE FOR THE PROGRAM'
                 TO PRS-RESULT
           ELSE
               PERFORM 500-CHECK-REQUIREMENTS
           END-IF.
           MOVE PAGE-RESULT-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 2 LINES.
           IF WS-ELIGIBLE-FLAG = 'Y'
               PERFORM 600-WRITE-ELIGIBLE
           END-IF.

       310-COLLECT-ONE-TERM.
           IF WS-TH-STUDENT-NUMBER(WS-SUB) = STUDENT-NUMBER-INDEXED
               ADD 1 TO WS-TERM-COUNT
               ADD WS-TH-TERM-AVERAGE(WS-SUB) TO WS-TERM-SUM
               PERFORM 320-COLLECT-ONE-COURSE
                   VARYING WS-COURSE-SUB FROM 1 BY 1
                   UNTIL WS-COURSE-SUB > 5
           END-IF.

       320-COLLECT-ONE-COURSE.
           MOVE WS-TH-COURSE-CODE(WS-SUB, WS-COURSE-SUB)
             TO WS-CHECK-CODE.
           MOVE WS-TH-COURSE-AVERAGE(WS-SUB, WS-COURSE-SUB)
             TO WS-CHECK-AVERAGE.
           IF WS-CHECK-CODE NOT = SPACES
             AND WS-CHECK-AVERAGE NOT < WS-COURSE-PASS-MARK
               PERFORM 750-FIND-PASSED-COURSE
               IF WS-PASSED-HIT > 0
                   IF WS-CHECK-AVERAGE
                     > WS-PS-BEST-AVERAGE(WS-PASSED-HIT)
                       MOVE WS-CHECK-AVERAGE
                         TO WS-PS-BEST-AVERAGE(WS-PASSED-HIT)
                   END-IF
               ELSE
                   IF WS-PASSED-COUNT < WS-PASSED-TABLE-MAX
                       ADD 1 TO WS-PASSED-COUNT
                       MOVE WS-CHECK-CODE
                         TO WS-PS-COURSE-CODE(WS-PASSED-COUNT)
                       MOVE WS-CHECK-AVERAGE
                         TO WS-PS-BEST-AVERAGE(WS-PASSED-COUNT)
                   ELSE
                       DISPLAY "WARNING: STUDENT "
                           STUDENT-NUMBER-INDEXED " HAS PASSED MORE "
                           "COURSES THAN WS-PASSED-ENTRY CAN HOLD"
                   END-IF
               END-IF
           END-IF.

       400-WRITE-PAGE-HEADING.
           MOVE PAGE-RULE-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 2 LINES.
           MOVE STUDENT-NUMBER-INDEXED TO PSL-STUDENT-NUMBER.
           MOVE STUDENT-NAME-INDEXED TO PSL-STUDENT-NAME.
           MOVE PAGE-STUDENT-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE PROGRAM-OF-STUDY-INDEXED TO PPL-PROGRAM-CODE.
           PERFORM 720-FIND-PROGRAM-NAME.
           MOVE PAGE-PROGRAM-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE PAGE-RULE-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.

      * each required course, then the electives, then the average
       500-CHECK-REQUIREMENTS.
           MOVE 0 TO WS-REQUIRED-DONE.
           MOVE 0 TO WS-REQUIRED-OUTSTANDING.
           PERFORM 510-CHECK-ONE-REQUIRED
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > 10.
           COMPUTE WS-ELECTIVES-DONE =
               WS-PASSED-COUNT - WS-REQUIRED-DONE.
           MOVE 0 TO WS-ELECTIVES-SHORT.
           IF WS-ELECTIVES-DONE < WS-GQ-ELECTIVE-COUNT(WS-GQ-HIT)
               COMPUTE WS-ELECTIVES-SHORT =
                   WS-GQ-ELECTIVE-COUNT(WS-GQ-HIT) - WS-ELECTIVES-DONE
           END-IF.
           MOVE WS-ELECTIVES-DONE TO PEL-DONE.
           MOVE WS-GQ-ELECTIVE-COUNT(WS-GQ-HIT) TO PEL-NEEDED.
           IF WS-ELECTIVES-SHORT = 0
               MOVE 'DONE' TO PEL-STATE
           ELSE
               MOVE SPACES TO PEL-STATE
               STRING WS-ELECTIVES-SHORT DELIMITED BY SIZE
                   ' OUTSTANDING' DELIMITED BY SIZE
                   INTO PEL-STATE
           END-IF.
           MOVE PAGE-ELECTIVE-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-CUM-AVERAGE TO PAL-CUM-AVERAGE.
           MOVE WS-GQ-MIN-CUM-AVERAGE(WS-GQ-HIT) TO PAL-MIN-AVERAGE.
           IF WS-TERM-COUNT > 0
             AND WS-CUM-AVERAGE
               NOT < WS-GQ-MIN-CUM-AVERAGE(WS-GQ-HIT)
               MOVE 'MET' TO PAL-STATE
           ELSE
               MOVE 'NOT MET' TO PAL-STATE
           END-IF.
           MOVE PAGE-AVERAGE-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           IF WS-REQUIRED-OUTSTANDING = 0
             AND WS-ELECTIVES-SHORT = 0
             AND PAL-STATE = 'MET'
               MOVE 'Y' TO WS-ELIGIBLE-FLAG
               MOVE 'ELIGIBLE TO GRADUATE' TO PRS-RESULT
           ELSE
               MOVE 'N' TO WS-ELIGIBLE-FLAG
               MOVE 'NOT YET ELIGIBLE' TO PRS-RESULT
           END-IF.

       510-CHECK-ONE-REQUIRED.
           MOVE WS-GQ-REQUIRED-CODE(WS-GQ-HIT, WS-REQ-SUB)
             TO WS-CHECK-CODE.
           IF WS-CHECK-CODE NOT = SPACES
               MOVE WS-CHECK-CODE TO PRL-COURSE-CODE
               PERFORM 750-FIND-PASSED-COURSE
               IF WS-PASSED-HIT > 0
                   ADD 1 TO WS-REQUIRED-DONE
                   MOVE 'DONE' TO PRL-STATE
                   MOVE WS-PS-BEST-AVERAGE(WS-PASSED-HIT)
                     TO PRL-AVERAGE
               ELSE
                   ADD 1 TO WS-REQUIRED-OUTSTANDING
                   MOVE 'OUTSTANDING' TO PRL-STATE
                   MOVE 0 TO PRL-AVERAGE
               END-IF
               MOVE PAGE-REQUIRED-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE
           END-IF.

       600-WRITE-ELIGIBLE.
           ADD 1 TO WS-ELIGIBLE-COUNT.
           MOVE STUDENT-NUMBER-INDEXED TO GE-STUDENT-NUMBER.
           MOVE PROGRAM-OF-STUDY-INDEXED TO GE-PROGRAM-CODE.
           MOVE WS-CUM-AVERAGE TO GE-CUM-AVERAGE.
           MOVE WS-RUN-DATE TO GE-AUDIT-DATE.
           MOVE STUDENT-NAME-INDEXED TO GE-STUDENT-NAME.
           MOVE GRAD-ELIGIBLE-RECORD TO GRAD-ELIGIBLE-LINE.
           WRITE GRAD-ELIGIBLE-LINE.
           DISPLAY "ELIGIBLE: " STUDENT-NUMBER-INDEXED " "
               STUDENT-NAME-INDEXED.

       700-FIND-REQUIREMENTS.
           MOVE 0 TO WS-GQ-HIT.
           PERFORM 710-MATCH-REQUIREMENTS
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-GRADREQ-COUNT.

       710-MATCH-REQUIREMENTS.
           IF WS-GQ-PROGRAM-CODE(WS-SUB) = PROGRAM-OF-STUDY-INDEXED
             AND WS-GQ-HIT = 0
               MOVE WS-SUB TO WS-GQ-HIT
           END-IF.

       720-FIND-PROGRAM-NAME.
           MOVE 0 TO WS-PG-HIT.
           PERFORM 730-MATCH-PROGRAM
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PROGRAM-COUNT.
           IF WS-PG-HIT > 0
               MOVE WS-PG-NAME(WS-PG-HIT) TO PPL-PROGRAM-NAME
           ELSE
               MOVE 'UNKNOWN PROGRAM' TO PPL-PROGRAM-NAME
           END-IF.

       730-MATCH-PROGRAM.
           IF WS-PG-CODE(WS-SUB) = PROGRAM-OF-STUDY-INDEXED
             AND WS-PG-HIT = 0
               MOVE WS-SUB TO WS-PG-HIT
           END-IF.

       750-FIND-PASSED-COURSE.
           MOVE 0 TO WS-PASSED-HIT.
           PERFORM 760-MATCH-PASSED-COURSE
               VARYING WS-PASSED-SUB FROM 1 BY 1
               UNTIL WS-PASSED-SUB > WS-PASSED-COUNT.

       760-MATCH-PASSED-COURSE.
           IF WS-PS-COURSE-CODE(WS-PASSED-SUB) = WS-CHECK-CODE
             AND WS-PASSED-HIT = 0
               MOVE WS-PASSED-SUB TO WS-PASSED-HIT
           END-IF.

       END PROGRAM project03ga.
