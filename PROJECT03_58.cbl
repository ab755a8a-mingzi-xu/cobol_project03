      ******************************************************************
      * Author: Mingzi Xu
      * Date: OCT.15.2026
      * Purpose: project 03 - registrar grade change review. Works
      *          the prior-term grade change requests instructors
      *          queue on GRADE_CHANGE_REQUESTS.txt (student, term,
      *          course, old and new grade, reason, instructor) one
      *          at a time on screen: A approves, D denies with a
      *          note, S leaves the request for later and X stops.
      *          An approved change is made on the student's row of
      *          STUDENT_TERM_HISTORY.txt with the term average
      *          recomputed through SUBPROG03; the cumulative average
      *          is recomputed from the history and the student's
      *          last standing decision on STANDING_HISTORY.txt is
      *          re-made against STANDING_RULES.txt, any official
      *          copy on ISSUED_TRANSCRIPTS.txt is marked SUPERSEDED,
      *          and a grade change notice is printed to
      *          GRADE_CHANGE_NOTICES.txt. Every decision goes to
      *          GRADE_CHANGE_AUDIT.txt; decided requests leave the
      *          queue, skipped ones stay on it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03gc.
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
          SELECT GRADE-REQUEST-FILE
             ASSIGN TO "..\GRADE_CHANGE_REQUESTS.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GREQ-STATUS-FILED.
          SELECT GRADE-AUDIT-FILE
             ASSIGN TO "..\GRADE_CHANGE_AUDIT.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAUD-STATUS-FILED.
          SELECT TERM-HISTORY-FILE
             ASSIGN TO "..\STUDENT_TERM_HISTORY.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS THIS-STATUS-FILED.
          SELECT STANDING-RULES-FILE
             ASSIGN TO "..\STANDING_RULES.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SRUL-STATUS-FILED.
          SELECT STANDING-HISTORY-FILE
             ASSIGN TO "..\STANDING_HISTORY.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STDH-STATUS-FILED.
          SELECT ISSUED-REGISTER-FILE
             ASSIGN TO "..\ISSUED_TRANSCRIPTS.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IREG-STATUS-FILED.
          SELECT GRADE-WORK-FILE
             ASSIGN TO "..\GRADE_CHANGE_WORK.txt"
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RECORD-OUTPUT-FILE
             ASSIGN TO "..\GRADE_CHANGE_NOTICES.txt"
             ORGANIZATION IS LINE SEQUENTIAL.
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
           02 STREET-ADDRESS-INDEXED      PIC X(30).
           02 CITY-INDEXED                PIC X(20).
           02 POSTAL-CODE-INDEXED         PIC X(7).
           02 PHONE-NUMBER-INDEXED        PIC X(12).
           02 STUDENT-STATUS-INDEXED      PIC X(1).
           02 NSF-COUNT-INDEXED           PIC 9(2).
           02 SPONSOR-INFO-INDEXED        PIC X(9).

       COPY "grade-change-request.dat".

       COPY "grade-change-audit.dat".

       COPY "term-history.dat".

       COPY "standing-rules.dat".

       COPY "standing-history.dat".

       COPY "issued-register.dat".

      ****************************
      * TERM HISTORY OR REGISTER *
      * BEING REWRITTEN          *
      ****************************
       FD GRADE-WORK-FILE.
       01 GRADE-WORK-LINE            PIC X(80).

      ****************************
      *  NOTICE PRINT FILE       *
      ****************************
       FD RECORD-OUTPUT-FILE.
       01 OUTPUT-LINE                PIC X(62).

         WORKING-STORAGE SECTION.
       COPY "grade-change-request-record.dat".

       COPY "grade-change-audit-record.dat".

       COPY "term-history-record.dat".

       COPY "standing-history-record.dat".

       COPY "issued-register-record.dat".

      * the DECIDED-BY stamp of the term-end standing run -- no
      * registrar may sign on under it
           01 WS-RUN-DECIDED-BY           PIC X(3) VALUE 'RUN'.

           01 STATUS-FILED                PIC X(2).
           01 GAUD-STATUS-FILED           PIC X(2).
           01 THIS-STATUS-FILED           PIC X(2).
           01 SRUL-STATUS-FILED           PIC X(2).
           01 WS-OPERATOR-ID              PIC X(3) VALUE SPACES.

       COPY "authority-request.dat".

      * the registrar's rules, first match wins -- raise the max and
      * the OCCURS together if the table outgrows it
           01 WS-RULE-TABLE-MAX           PIC 9(2) VALUE 30.
           01 WS-RULE-FIELDS.
             02 WS-RULE-COUNT             PIC 9(2) VALUE 0.
             02 WS-RULE-ENTRY             OCCURS 30 TIMES.
               03 WS-RL-PREVIOUS-STANDING PIC X(10).
               03 WS-RL-LOW-AVERAGE       PIC 9(3)V9.
               03 WS-RL-HIGH-AVERAGE      PIC 9(3)V9.
               03 WS-RL-NEW-STANDING      PIC X(10).

      * requests are held whole while the registrar works them --
      * the ones not decided are written back for the next run
           01 WS-REQUEST-TABLE-MAX        PIC 9(3) VALUE 200.
           01 WS-REQUEST-FIELDS.
             02 WS-REQUEST-COUNT          PIC 9(3) VALUE 0.
             02 WS-REQUEST-SUB            PIC 9(3) VALUE 0.
             02 WS-REQUEST-OVERFLOW       PIC X VALUE 'N'.
             02 WS-REQUEST-ITEM           OCCURS 200 TIMES.
               03 WS-RQ-LINE              PIC X(95).
               03 WS-RQ-KEEP-FLAG         PIC X(1).

      ****************************
      * STUDENT-INPUT SHAPED COPY*
      * FOR THE SUBPROG03 CALL   *
      ****************************
           01 WS-STUDENT-WORK.
               05 WS-SW-STUDENT-NUMBER    PIC 9(6).
               05 WS-SW-TUITION-OWED      PIC 9(4)V99.
               05 WS-SW-STUDENT-NAME      PIC X(40).
               05 WS-SW-PROGRAM-OF-STUDY  PIC X(6).
               05 WS-SW-COURSES           OCCURS 5 TIMES.
                 10 WS-SW-COURSE-CODE     PIC X(7).
                 10 WS-SW-COURSE-AVERAGE  PIC 9(3).

           01 WS-TODAY                    PIC 9(6).
           01 WS-FIELDS.
             02 WS-DECISION               PIC X VALUE SPACE.
             02 WS-DENY-NOTE              PIC X(30) VALUE SPACES.
             02 WS-EOF-FLAG               PIC X VALUE 'N'.
             02 WS-ON-MASTER              PIC X VALUE 'N'.
             02 WS-REVIEW-NAME            PIC X(40) VALUE SPACES.
             02 WS-CHECK-NOTE             PIC X(30) VALUE SPACES.
             02 WS-ROW-FOUND              PIC X VALUE 'N'.
             02 WS-ROW-CHANGED            PIC X VALUE 'N'.
             02 WS-COURSE-SUB             PIC 9(2) VALUE 0.
             02 WS-COURSE-SLOT            PIC 9(2) VALUE 0.
             02 WS-GRADE-ON-FILE          PIC 9(3) VALUE 0.
             02 WS-TERM-SUM               PIC 9(5)V9 VALUE 0.
             02 WS-TERM-COUNT             PIC 9(3) VALUE 0.
             02 WS-OLD-TERM-AVERAGE       PIC 9(3)V9 VALUE 0.
             02 WS-NEW-TERM-AVERAGE       PIC 9(3)V9 VALUE 0.
             02 WS-OLD-CUM-AVERAGE        PIC 9(3)V9 VALUE 0.
             02 WS-CUM-AVERAGE            PIC 9(3)V9 VALUE 0.
             02 WS-STANDING-FOUND         PIC X VALUE 'N'.
             02 WS-LAST-STANDING-LINE     PIC X(57) VALUE SPACES.
             02 WS-PREVIOUS-STANDING      PIC X(10) VALUE SPACES.
             02 WS-OLD-STANDING           PIC X(10) VALUE SPACES.
             02 WS-NEW-STANDING           PIC X(10) VALUE SPACES.
             02 WS-RULE-SUB               PIC 9(2) VALUE 0.
             02 WS-RULE-HIT               PIC 9(2) VALUE 0.
             02 WS-SUPERSEDED-COUNT       PIC 9(4) VALUE 0.
             02 WS-APPROVED-COUNT         PIC 9(4) VALUE 0.
             02 WS-DENIED-COUNT           PIC 9(4) VALUE 0.
             02 WS-NOTICE-COUNT           PIC 9(4) VALUE 0.

      ****************************
      *   NOTICE PAGE LINES      *
      ****************************
           01 NOTICE-RULE-LINE            PIC X(62) VALUE ALL '='.

           01 NOTICE-NAME-LINE.
               05 NTC-STUDENT-NAME        PIC X(40).

           01 NOTICE-STREET-LINE.
               05 NTC-STREET-ADDRESS      PIC X(30).

           01 NOTICE-CITY-LINE.
               05 NTC-CITY                PIC X(20).
               05 FILLER                  PIC X(1)  VALUE SPACE.
               05 NTC-POSTAL-CODE         PIC X(7).

           01 NOTICE-ID-LINE.
               05 FILLER                  PIC X(8)  VALUE 'STUDENT '.
               05 NTC-STUDENT-NUMBER      PIC 9(6).
               05 FILLER                  PIC X(2)  VALUE SPACES.
               05 FILLER                  PIC X(5)  VALUE 'DATE '.
               05 NTC-NOTICE-DATE         PIC 9(6).

           01 NOTICE-SUBJECT-LINE         PIC X(16)
               VALUE 'RE: GRADE CHANGE'.

           01 NOTICE-TERM-LINE.
               05 FILLER                  PIC X(17)
                   VALUE 'TERM             '.
               05 NTC-TERM-CODE           PIC X(6).

           01 NOTICE-COURSE-LINE.
               05 FILLER                  PIC X(17)
                   VALUE 'COURSE           '.
               05 NTC-COURSE-CODE         PIC X(7).

           01 NOTICE-GRADE-LINE.
               05 FILLER                  PIC X(17)
                   VALUE 'GRADE            '.
               05 NTC-OLD-GRADE           PIC ZZ9.
               05 FILLER                  PIC X(4)  VALUE ' -> '.
               05 NTC-NEW-GRADE           PIC ZZ9.

           01 NOTICE-REASON-LINE.
               05 FILLER                  PIC X(17)
                   VALUE 'REASON           '.
               05 NTC-REASON              PIC X(30).

           01 NOTICE-TERM-AVERAGE-LINE.
               05 FILLER                  PIC X(17)
                   VALUE 'TERM AVG         '.
               05 NTC-OLD-TERM-AVERAGE    PIC ZZ9.9.
               05 FILLER                  PIC X(4)  VALUE ' -> '.
               05 NTC-NEW-TERM-AVERAGE    PIC ZZ9.9.

           01 NOTICE-CUM-AVERAGE-LINE.
               05 FILLER                  PIC X(17)
                   VALUE 'CUMULATIVE AVG   '.
               05 NTC-OLD-CUM-AVERAGE     PIC ZZ9.9.
               05 FILLER                  PIC X(4)  VALUE ' -> '.
               05 NTC-NEW-CUM-AVERAGE     PIC ZZ9.9.

           01 NOTICE-STANDING-LINE.
               05 FILLER                  PIC X(17)
                   VALUE 'STANDING         '.
               05 NTC-STANDING            PIC X(10).
               05 NTC-STANDING-WAS.
                 10 FILLER                PIC X(6)  VALUE ' (WAS '.
                 10 NTC-OLD-STANDING      PIC X(10).
                 10 FILLER                PIC X(1)  VALUE ')'.

           01 CHANGE-BODY-LINE            PIC X(58) VALUE
               'YOUR INSTRUCTOR HAS CHANGED YOUR GRADE IN THE COURSE'.
           01 CHANGE-BODY-LINE-2          PIC X(58) VALUE
               'ABOVE AND THE REGISTRAR HAS CORRECTED YOUR RECORD.'.
           01 SUPERSEDED-BODY-LINE        PIC X(58) VALUE
               'OFFICIAL TRANSCRIPTS ISSUED BEFORE THIS CHANGE ARE NO'.
           01 SUPERSEDED-BODY-LINE-2      PIC X(58) VALUE
               'LONGER VALID. REQUEST A NEW OFFICIAL COPY IF NEEDED.'.
       SCREEN SECTION.
       01 SIGNON-SCREEN.
          05 VALUE "***************" BLANK SCREEN   LINE 1 COL 20.
          05 VALUE "****SIGN ON****"                LINE 2 COL 20.
          05 VALUE "***************"                LINE 3 COL 20.
          05 VALUE "ENTER YOUR OPERATOR ID (3 CHARACTERS)"
                                                    LINE 5 COL 5.
          05 VALUE "OPERATOR ID"                    LINE 7 COL 5.
          05 WS-OPERATOR-ID-IN                      LINE 7 COL 25
                            PIC X(3)  TO  WS-OPERATOR-ID.

       01 REVIEW-SCREEN.
          05 VALUE "***************" BLANK SCREEN   LINE 1 COL 20.
          05 VALUE "**GRADE CHANGE*"                LINE 2 COL 20.
          05 VALUE "***************"                LINE 3 COL 20.
          05 VALUE "STUDENT NUMBER"                 LINE 5 COL 5.
          05 REVIEW-NUMBER-OUT                      LINE 5 COL 50
                      PIC 9(6) FROM GR-STUDENT-NUMBER.
          05 VALUE "STUDENT NAME"                   LINE 6 COL 5.
          05 REVIEW-NAME-OUT                        LINE 6 COL 40
                      PIC X(40) FROM WS-REVIEW-NAME.
          05 VALUE "TERM"                           LINE 7 COL 5.
          05 REVIEW-TERM-OUT                        LINE 7 COL 50
                      PIC X(6) FROM GR-TERM-CODE.
          05 VALUE "COURSE"                         LINE 8 COL 5.
          05 REVIEW-COURSE-OUT                      LINE 8 COL 50
                      PIC X(7) FROM GR-COURSE-CODE.
          05 VALUE "GRADE ON TERM HISTORY"          LINE 9 COL 5.
          05 REVIEW-ON-FILE-OUT                     LINE 9 COL 50
                      PIC ZZ9 FROM WS-GRADE-ON-FILE.
          05 VALUE "OLD GRADE PER INSTRUCTOR"       LINE 10 COL 5.
          05 REVIEW-OLD-GRADE-OUT                   LINE 10 COL 50
                      PIC ZZ9 FROM GR-OLD-GRADE.
          05 VALUE "NEW GRADE"                      LINE 11 COL 5.
          05 REVIEW-NEW-GRADE-OUT                   LINE 11 COL 50
                      PIC ZZ9 FROM GR-NEW-GRADE.
          05 VALUE "REASON"                         LINE 12 COL 5.
          05 REVIEW-REASON-OUT                      LINE 12 COL 50
                      PIC X(30) FROM GR-REASON.
          05 VALUE "INSTRUCTOR"                     LINE 13 COL 5.
          05 REVIEW-INSTRUCTOR-OUT                  LINE 13 COL 50
                      PIC X(20) FROM GR-INSTRUCTOR.
          05 VALUE "REQUESTED ON"                   LINE 14 COL 5.
          05 REVIEW-DATE-OUT                        LINE 14 COL 50
                      PIC 9(6) FROM GR-REQUEST-DATE.
          05 VALUE "TERM AVERAGE ON FILE"           LINE 15 COL 5.
          05 REVIEW-TERM-AVERAGE-OUT                LINE 15 COL 50
                      PIC ZZ9.9 FROM WS-OLD-TERM-AVERAGE.
          05 VALUE "CHECK"                          LINE 16 COL 5.
          05 REVIEW-CHECK-OUT                       LINE 16 COL 50
                      PIC X(30) FROM WS-CHECK-NOTE.
          05 VALUE "A = APPROVE  D = DENY  S = SKIP  X = STOP"
                                                    LINE 18 COL 5.
          05 VALUE "DECISION"                       LINE 19 COL 5.
          05 REVIEW-DECISION-IN                     LINE 19 COL 50
                            PIC X  TO  WS-DECISION.
          05 VALUE "DENIAL NOTE (D ONLY)"           LINE 20 COL 5.
          05 REVIEW-NOTE-IN                         LINE 20 COL 50
                            PIC X(30)  TO  WS-DENY-NOTE.
        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
           PERFORM 050-OPERATOR-SIGNON.
           ACCEPT WS-TODAY FROM DATE.
           PERFORM 120-LOAD-RULES.
           PERFORM 200-LOAD-REQUEST-TABLE.
           IF WS-REQUEST-OVERFLOW = 'Y'
               DISPLAY "RUN REFUSED: MORE QUEUED REQUESTS THAN "
                   "WS-REQUEST-ITEM CAN HOLD - RAISE "
                   "WS-REQUEST-TABLE-MAX AND RERUN - NOTHING "
                   "CHANGED"
               STOP RUN
           END-IF.
           IF WS-REQUEST-COUNT = 0
               DISPLAY "NO GRADE CHANGE REQUESTS QUEUED"
               STOP RUN
           END-IF.
           OPEN INPUT INDEXED-STUDENT-FILE.
           OPEN OUTPUT RECORD-OUTPUT-FILE.
           PERFORM 300-REVIEW-ONE-REQUEST
               VARYING WS-REQUEST-SUB FROM 1 BY 1
               UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT
               OR WS-DECISION = 'X'.
           CLOSE INDEXED-STUDENT-FILE.
           CLOSE RECORD-OUTPUT-FILE.
           PERFORM 250-REWRITE-REQUEST-FILE.
           DISPLAY "GRADE CHANGES APPROVED: " WS-APPROVED-COUNT.
           DISPLAY "GRADE CHANGES DENIED: " WS-DENIED-COUNT.
           DISPLAY "GRADE CHANGE NOTICES PRINTED: " WS-NOTICE-COUNT.
           STOP RUN.

      * every decision carries the registrar who keyed it -- the
      * program will not run anonymously, nor under the stamp the
      * term-end standing run puts on its own lines
       050-OPERATOR-SIGNON.
           PERFORM 060-ACCEPT-SIGNON
               UNTIL WS-OPERATOR-ID NOT = SPACES.
           PERFORM 065-CHECK-SIGNON-AUTHORITY.

       060-ACCEPT-SIGNON.
           DISPLAY SIGNON-SCREEN.
           ACCEPT SIGNON-SCREEN.
           IF WS-OPERATOR-ID = WS-RUN-DECIDED-BY
               DISPLAY "OPERATOR ID " WS-OPERATOR-ID " IS RESERVED"
               MOVE SPACES TO WS-OPERATOR-ID
           END-IF.

      * only an operator authorized for STUDENT maintenance on
      * OPERATOR_AUTHORITY.txt may go on -- a refusal is logged by
      * project03au and the run stops before anything is touched
       065-CHECK-SIGNON-AUTHORITY.
           MOVE 'O' TO AUTH-CHECK-TYPE.
           MOVE 'GRADE CHANGE' TO AUTH-PROGRAM.
           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID.
           MOVE SPACES TO AUTH-SUPERVISOR-ID.
           MOVE 'STUDENT' TO AUTH-FUNCTION.
           MOVE SPACES TO AUTH-REFERENCE.
           CALL 'project03au' USING AUTHORITY-REQUEST.
           IF AUTH-RESULT NOT = 'Y'
               DISPLAY "OPERATOR " WS-OPERATOR-ID
                   " IS NOT AUTHORIZED FOR STUDENT - REFUSED"
               STOP RUN
           END-IF.

      * a grade change can move a student's standing, so the same
      * rules the standing run uses must be on hand
       120-LOAD-RULES.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT STANDING-RULES-FILE.
           IF SRUL-STATUS-FILED = '00'
               PERFORM 130-LOAD-ONE-RULE UNTIL WS-EOF-FLAG = 'Y'
               CLOSE STANDING-RULES-FILE
           END-IF.
           IF WS-RULE-COUNT = 0
               DISPLAY "NO RULES ON STANDING_RULES.txt - "
                   "GRADE CHANGE REVIEW REFUSED"
               STOP RUN
           END-IF.

       130-LOAD-ONE-RULE.
           READ STANDING-RULES-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-RULE-COUNT < WS-RULE-TABLE-MAX
                       ADD 1 TO WS-RULE-COUNT
                       MOVE STANDING-RULES-RECORD
                         TO WS-RULE-ENTRY(WS-RULE-COUNT)
                   ELSE
                       DISPLAY "WARNING: STANDING_RULES.txt HAS MORE "
                           "LINES THAN WS-RULE-ENTRY CAN HOLD"
                   END-IF
           END-READ.

       200-LOAD-REQUEST-TABLE.
           MOVE 0 TO WS-REQUEST-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GRADE-REQUEST-FILE.
           IF GREQ-STATUS-FILED = '00'
               PERFORM 210-LOAD-ONE-REQUEST
                   UNTIL WS-EOF-FLAG = 'Y'
               CLOSE GRADE-REQUEST-FILE
           END-IF.

       210-LOAD-ONE-REQUEST.
           READ GRADE-REQUEST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-REQUEST-COUNT < WS-REQUEST-TABLE-MAX
                       ADD 1 TO WS-REQUEST-COUNT
                       MOVE GRADE-REQUEST-LINE
                         TO WS-RQ-LINE(WS-REQUEST-COUNT)
                       MOVE 'Y'
                         TO WS-RQ-KEEP-FLAG(WS-REQUEST-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-REQUEST-OVERFLOW
                   END-IF
           END-READ.

      * the queue is rewritten holding only the requests not yet
      * approved or denied, so the next run starts where this one
      * left off
       250-REWRITE-REQUEST-FILE.
           OPEN OUTPUT GRADE-REQUEST-FILE.
           PERFORM 260-WRITE-ONE-REQUEST
               VARYING WS-REQUEST-SUB FROM 1 BY 1
               UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT.
           CLOSE GRADE-REQUEST-FILE.

       260-WRITE-ONE-REQUEST.
           IF WS-RQ-KEEP-FLAG(WS-REQUEST-SUB) = 'Y'
               MOVE WS-RQ-LINE(WS-REQUEST-SUB)
                 TO GRADE-REQUEST-LINE
               WRITE GRADE-REQUEST-LINE
           END-IF.

      * the registrar sees the request beside what the term history
      * actually holds; a request that does not fit the history can
      * be denied or skipped but not approved
       300-REVIEW-ONE-REQUEST.
           MOVE WS-RQ-LINE(WS-REQUEST-SUB) TO GRADE-REQUEST-RECORD.
           MOVE GR-STUDENT-NUMBER TO STUDENT-NUMBER-INDEXED.
           READ INDEXED-STUDENT-FILE KEY IS STUDENT-NUMBER-INDEXED
             INVALID KEY
               MOVE 'N' TO WS-ON-MASTER
               MOVE '*** NOT ON MASTER ***' TO WS-REVIEW-NAME
             NOT INVALID KEY
               MOVE 'Y' TO WS-ON-MASTER
               MOVE STUDENT-NAME-INDEXED TO WS-REVIEW-NAME
           END-READ.
           PERFORM 400-FIND-TERM-ROW.
           PERFORM 310-CHECK-REQUEST.
           MOVE SPACE TO WS-DECISION.
           MOVE SPACES TO WS-DENY-NOTE.
           DISPLAY REVIEW-SCREEN.
           ACCEPT REVIEW-SCREEN.
           IF WS-DECISION = 'A'
               PERFORM 500-APPROVE-REQUEST
           ELSE
               IF WS-DECISION = 'D'
                   PERFORM 600-DENY-REQUEST
               ELSE
                   IF WS-DECISION NOT = 'S' AND WS-DECISION NOT = 'X'
                       DISPLAY "UNKNOWN DECISION - " WS-DECISION
                           " - REQUEST LEFT IN THE QUEUE"
                   END-IF
               END-IF
           END-IF.

      * the queue is keyed by hand -- a blank or mis-keyed number
      * is refused before it can reach the term history
       310-CHECK-REQUEST.
           MOVE SPACES TO WS-CHECK-NOTE.
           IF GR-STUDENT-NUMBER IS NOT NUMERIC
             OR GR-OLD-GRADE IS NOT NUMERIC
             OR GR-NEW-GRADE IS NOT NUMERIC
               MOVE 'INVALID NUMBER ON REQUEST' TO WS-CHECK-NOTE
           ELSE
               IF WS-ROW-FOUND = 'N'
                   MOVE 'TERM NOT ON TERM HISTORY' TO WS-CHECK-NOTE
               ELSE
                   IF WS-COURSE-SLOT = 0
                       MOVE 'COURSE NOT IN THAT TERM' TO WS-CHECK-NOTE
                   ELSE
                       IF WS-GRADE-ON-FILE NOT = GR-OLD-GRADE
                           MOVE 'OLD GRADE DOES NOT MATCH FILE'
                             TO WS-CHECK-NOTE
                       ELSE
                           IF GR-NEW-GRADE > 100
                               MOVE 'NEW GRADE OVER 100'
                                 TO WS-CHECK-NOTE
                           ELSE
                               IF GR-NEW-GRADE = GR-OLD-GRADE
                                   MOVE 'NEW GRADE SAME AS OLD'
                                     TO WS-CHECK-NOTE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-CHECK-NOTE = SPACES
               MOVE 'OK' TO WS-CHECK-NOTE
           END-IF.

      * one read-only pass over the term history: the row being
      * changed, its grades for the SUBPROG03 call, and the total
      * of the student's term averages for the cumulative average
       400-FIND-TERM-ROW.
           MOVE 'N' TO WS-ROW-FOUND.
           MOVE 0 TO WS-COURSE-SLOT.
           MOVE 0 TO WS-GRADE-ON-FILE.
           MOVE 0 TO WS-OLD-TERM-AVERAGE.
           MOVE 0 TO WS-TERM-SUM.
           MOVE 0 TO WS-TERM-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TERM-HISTORY-FILE.
           IF THIS-STATUS-FILED = '00'
               PERFORM 410-READ-ONE-TERM-LINE
                   UNTIL WS-EOF-FLAG = 'Y'
               CLOSE TERM-HISTORY-FILE
           END-IF.

       410-READ-ONE-TERM-LINE.
           READ TERM-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE TERM-HISTORY-LINE TO TERM-HISTORY-RECORD
                   IF ST-STUDENT-NUMBER = GR-STUDENT-NUMBER
                       ADD ST-TERM-AVERAGE TO WS-TERM-SUM
                       ADD 1 TO WS-TERM-COUNT
                       IF ST-TERM-CODE = GR-TERM-CODE
                         AND WS-ROW-FOUND = 'N'
                           PERFORM 420-NOTE-TERM-ROW
                       END-IF
                   END-IF
           END-READ.

       420-NOTE-TERM-ROW.
           MOVE 'Y' TO WS-ROW-FOUND.
           MOVE ST-TERM-AVERAGE TO WS-OLD-TERM-AVERAGE.
           MOVE ST-STUDENT-NUMBER TO WS-SW-STUDENT-NUMBER.
           MOVE 0 TO WS-SW-TUITION-OWED.
           MOVE SPACES TO WS-SW-STUDENT-NAME.
           MOVE SPACES TO WS-SW-PROGRAM-OF-STUDY.
           PERFORM 430-NOTE-ONE-COURSE
               VARYING WS-COURSE-SUB FROM 1 BY 1
               UNTIL WS-COURSE-SUB > 5.

       430-NOTE-ONE-COURSE.
           MOVE ST-COURSE-CODE(WS-COURSE-SUB)
             TO WS-SW-COURSE-CODE(WS-COURSE-SUB).
           MOVE ST-COURSE-AVERAGE(WS-COURSE-SUB)
             TO WS-SW-COURSE-AVERAGE(WS-COURSE-SUB).
           IF ST-COURSE-CODE(WS-COURSE-SUB) = GR-COURSE-CODE
             AND WS-COURSE-SLOT = 0
               MOVE WS-COURSE-SUB TO WS-COURSE-SLOT
               MOVE ST-COURSE-AVERAGE(WS-COURSE-SUB)
                 TO WS-GRADE-ON-FILE
           END-IF.

      * the new grade goes onto the row with the term average
      * SUBPROG03 gives for the corrected grades; the cumulative
      * average is the mean of the term averages, as the transcripts
      * print it
       500-APPROVE-REQUEST.
           IF WS-CHECK-NOTE NOT = 'OK'
               DISPLAY "CANNOT APPROVE - " WS-CHECK-NOTE
                   " - REQUEST LEFT IN THE QUEUE"
               EXIT PARAGRAPH
           END-IF.
           MOVE GR-NEW-GRADE TO WS-SW-COURSE-AVERAGE(WS-COURSE-SLOT).
           CALL 'SUBPROG03' USING WS-STUDENT-WORK, WS-NEW-TERM-AVERAGE.
           COMPUTE WS-OLD-CUM-AVERAGE ROUNDED =
               WS-TERM-SUM / WS-TERM-COUNT.
           COMPUTE WS-CUM-AVERAGE ROUNDED =
               (WS-TERM-SUM - WS-OLD-TERM-AVERAGE
                 + WS-NEW-TERM-AVERAGE) / WS-TERM-COUNT.
           PERFORM 510-REWRITE-TERM-HISTORY.
           IF WS-ROW-CHANGED = 'N'
               DISPLAY "STUDENT_TERM_HISTORY.txt CHANGED UNDER THE "
                   "REVIEW - NOT APPROVED, REQUEST LEFT IN THE QUEUE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 700-REDECIDE-STANDING.
           PERFORM 800-SUPERSEDE-TRANSCRIPTS.
           MOVE 'APPROVED' TO GA-ACTION.
           MOVE SPACES TO GA-NOTE.
           PERFORM 900-WRITE-AUDIT.
           PERFORM 950-PRINT-NOTICE.
           MOVE 'N' TO WS-RQ-KEEP-FLAG(WS-REQUEST-SUB).
           ADD 1 TO WS-APPROVED-COUNT.
           DISPLAY "GRADE CHANGE APPROVED FOR STUDENT "
               GR-STUDENT-NUMBER.

      * the history is copied to the work file with the one row
      * changed and copied back -- the row is checked again in case
      * it moved since the review screen was built
       510-REWRITE-TERM-HISTORY.
           MOVE 'N' TO WS-ROW-CHANGED.
           OPEN INPUT TERM-HISTORY-FILE.
           IF THIS-STATUS-FILED NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT GRADE-WORK-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 520-COPY-HISTORY-TO-WORK UNTIL WS-EOF-FLAG = 'Y'.
           CLOSE TERM-HISTORY-FILE.
           CLOSE GRADE-WORK-FILE.
           IF WS-ROW-CHANGED = 'Y'
               OPEN INPUT GRADE-WORK-FILE
               OPEN OUTPUT TERM-HISTORY-FILE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 540-COPY-HISTORY-FROM-WORK
                   UNTIL WS-EOF-FLAG = 'Y'
               CLOSE GRADE-WORK-FILE
               CLOSE TERM-HISTORY-FILE
           END-IF.

       520-COPY-HISTORY-TO-WORK.
           READ TERM-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE TERM-HISTORY-LINE TO TERM-HISTORY-RECORD
                   IF ST-STUDENT-NUMBER = GR-STUDENT-NUMBER
                     AND ST-TERM-CODE = GR-TERM-CODE
                     AND WS-ROW-CHANGED = 'N'
                       PERFORM 530-CHANGE-TERM-ROW
                   END-IF
                   MOVE TERM-HISTORY-LINE TO GRADE-WORK-LINE
                   WRITE GRADE-WORK-LINE
           END-READ.

       530-CHANGE-TERM-ROW.
           IF ST-COURSE-CODE(WS-COURSE-SLOT) = GR-COURSE-CODE
             AND ST-COURSE-AVERAGE(WS-COURSE-SLOT) = GR-OLD-GRADE
               MOVE GR-NEW-GRADE TO ST-COURSE-AVERAGE(WS-COURSE-SLOT)
               MOVE WS-NEW-TERM-AVERAGE TO ST-TERM-AVERAGE
               MOVE TERM-HISTORY-RECORD TO TERM-HISTORY-LINE
               MOVE 'Y' TO WS-ROW-CHANGED
           END-IF.

       540-COPY-HISTORY-FROM-WORK.
           READ GRADE-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE GRADE-WORK-LINE TO TERM-HISTORY-LINE
                   WRITE TERM-HISTORY-LINE
           END-READ.

      * nothing on file changes for a denial -- the decision and the
      * registrar's note go on the audit for the instructor
       600-DENY-REQUEST.
           MOVE 'DENIED' TO GA-ACTION.
           MOVE WS-DENY-NOTE TO GA-NOTE.
           PERFORM 900-WRITE-AUDIT.
           MOVE 'N' TO WS-RQ-KEEP-FLAG(WS-REQUEST-SUB).
           ADD 1 TO WS-DENIED-COUNT.
           DISPLAY "GRADE CHANGE DENIED FOR STUDENT "
               GR-STUDENT-NUMBER.

      * the student's last standing decision is made again on the
      * corrected average, from the standing they held before it.
      * No decision yet is left to the next standing run, and a
      * registrar's reinstatement is not undone by a grade change
       700-REDECIDE-STANDING.
           PERFORM 710-FIND-LAST-STANDING.
           MOVE WS-OLD-STANDING TO WS-NEW-STANDING.
           IF WS-STANDING-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF SH-STANDING = 'REINSTATED'
             AND SH-DECIDED-BY NOT = WS-RUN-DECIDED-BY
               EXIT PARAGRAPH
           END-IF.
           MOVE SH-PREVIOUS-STANDING TO WS-PREVIOUS-STANDING.
           MOVE 0 TO WS-RULE-HIT.
           PERFORM 730-MATCH-ONE-RULE
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT
               OR WS-RULE-HIT > 0.
           IF WS-RULE-HIT > 0
               MOVE WS-RL-NEW-STANDING(WS-RULE-HIT)
                 TO WS-NEW-STANDING
           ELSE
               DISPLAY "NO RULE FITS STUDENT " GR-STUDENT-NUMBER
                   " - STANDING KEPT"
           END-IF.
           IF WS-NEW-STANDING NOT = SH-STANDING
             OR WS-CUM-AVERAGE NOT = SH-CUM-AVERAGE
               PERFORM 740-APPEND-STANDING-LINE
           END-IF.

      * the file is read fresh so a decision keyed at another desk
      * counts; the last line for the student is the one in force
       710-FIND-LAST-STANDING.
           MOVE 'N' TO WS-STANDING-FOUND.
           MOVE 'GOOD' TO WS-OLD-STANDING.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT STANDING-HISTORY-FILE.
           IF STDH-STATUS-FILED = '00'
               PERFORM 720-READ-ONE-STANDING-LINE
                   UNTIL WS-EOF-FLAG = 'Y'
               CLOSE STANDING-HISTORY-FILE
           END-IF.
           IF WS-STANDING-FOUND = 'Y'
               MOVE WS-LAST-STANDING-LINE TO STANDING-HISTORY-RECORD
           END-IF.

       720-READ-ONE-STANDING-LINE.
           READ STANDING-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE STANDING-HISTORY-LINE
                     TO STANDING-HISTORY-RECORD
                   IF SH-STUDENT-NUMBER = GR-STUDENT-NUMBER
                       MOVE 'Y' TO WS-STANDING-FOUND
                       MOVE SH-STANDING TO WS-OLD-STANDING
                       MOVE STANDING-HISTORY-LINE
                         TO WS-LAST-STANDING-LINE
                   END-IF
           END-READ.

       730-MATCH-ONE-RULE.
           IF (WS-RL-PREVIOUS-STANDING(WS-RULE-SUB)
                 = WS-PREVIOUS-STANDING
               OR WS-RL-PREVIOUS-STANDING(WS-RULE-SUB) = 'ANY')
             AND WS-CUM-AVERAGE
                 NOT < WS-RL-LOW-AVERAGE(WS-RULE-SUB)
             AND WS-CUM-AVERAGE
                 NOT > WS-RL-HIGH-AVERAGE(WS-RULE-SUB)
               MOVE WS-RULE-SUB TO WS-RULE-HIT
           END-IF.

      * filed under the same term as the decision it replaces,
      * stamped with the registrar -- never with the run's stamp,
      * so the standing run still sees that term as its own
       740-APPEND-STANDING-LINE.
           MOVE WS-CUM-AVERAGE TO SH-CUM-AVERAGE.
           MOVE WS-NEW-STANDING TO SH-STANDING.
           MOVE WS-TODAY TO SH-DECIDED-DATE.
           MOVE WS-OPERATOR-ID TO SH-DECIDED-BY.
           OPEN EXTEND STANDING-HISTORY-FILE.
           IF STDH-STATUS-FILED = '35'
               OPEN OUTPUT STANDING-HISTORY-FILE
           END-IF.
           MOVE STANDING-HISTORY-RECORD TO STANDING-HISTORY-LINE.
           WRITE STANDING-HISTORY-LINE.
           CLOSE STANDING-HISTORY-FILE.

      * every official copy already out for the student no longer
      * matches the record -- the register keeps the line and marks
      * it SUPERSEDED with today's date
       800-SUPERSEDE-TRANSCRIPTS.
           MOVE 0 TO WS-SUPERSEDED-COUNT.
           OPEN INPUT ISSUED-REGISTER-FILE.
           IF IREG-STATUS-FILED NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT GRADE-WORK-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 810-COPY-REGISTER-TO-WORK UNTIL WS-EOF-FLAG = 'Y'.
           CLOSE ISSUED-REGISTER-FILE.
           CLOSE GRADE-WORK-FILE.
           IF WS-SUPERSEDED-COUNT > 0
               OPEN INPUT GRADE-WORK-FILE
               OPEN OUTPUT ISSUED-REGISTER-FILE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 820-COPY-REGISTER-FROM-WORK
                   UNTIL WS-EOF-FLAG = 'Y'
               CLOSE GRADE-WORK-FILE
               CLOSE ISSUED-REGISTER-FILE
           END-IF.

       810-COPY-REGISTER-TO-WORK.
           READ ISSUED-REGISTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE ISSUED-REGISTER-LINE TO ISSUED-REGISTER-RECORD
                   IF IR-STUDENT-NUMBER = GR-STUDENT-NUMBER
                     AND IR-STATUS = SPACES
                       MOVE 'SUPERSEDED' TO IR-STATUS
                       MOVE WS-TODAY TO IR-SUPERSEDED-DATE
                       MOVE ISSUED-REGISTER-RECORD
                         TO ISSUED-REGISTER-LINE
                       ADD 1 TO WS-SUPERSEDED-COUNT
                   END-IF
                   MOVE ISSUED-REGISTER-LINE TO GRADE-WORK-LINE
                   WRITE GRADE-WORK-LINE
           END-READ.

       820-COPY-REGISTER-FROM-WORK.
           READ GRADE-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE GRADE-WORK-LINE TO ISSUED-REGISTER-LINE
                   WRITE ISSUED-REGISTER-LINE
           END-READ.

      * appended to, and created by the first decision to need it
       900-WRITE-AUDIT.
           MOVE GR-STUDENT-NUMBER TO GA-STUDENT-NUMBER.
           MOVE GR-TERM-CODE TO GA-TERM-CODE.
           MOVE GR-COURSE-CODE TO GA-COURSE-CODE.
           MOVE GR-OLD-GRADE TO GA-OLD-GRADE.
           MOVE GR-NEW-GRADE TO GA-NEW-GRADE.
           MOVE GR-REASON TO GA-REASON.
           MOVE GR-INSTRUCTOR TO GA-INSTRUCTOR.
           MOVE WS-TODAY TO GA-DECISION-DATE.
           MOVE WS-OPERATOR-ID TO GA-OPERATOR-ID.
           IF GA-ACTION = 'APPROVED'
               MOVE WS-NEW-TERM-AVERAGE TO GA-TERM-AVERAGE
               MOVE WS-CUM-AVERAGE TO GA-CUM-AVERAGE
           ELSE
               MOVE 0 TO GA-TERM-AVERAGE
               MOVE 0 TO GA-CUM-AVERAGE
           END-IF.
           OPEN EXTEND GRADE-AUDIT-FILE.
           IF GAUD-STATUS-FILED = '35'
               OPEN OUTPUT GRADE-AUDIT-FILE
           END-IF.
           MOVE GRADE-AUDIT-RECORD TO GRADE-AUDIT-LINE.
           WRITE GRADE-AUDIT-LINE.
           CLOSE GRADE-AUDIT-FILE.

      * one notice page: mailing block, the course and grade
      * changed, the averages before and after, the standing, and
      * a word on any official transcript now superseded
       950-PRINT-NOTICE.
           MOVE NOTICE-RULE-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           IF WS-ON-MASTER = 'Y'
               MOVE STUDENT-NAME-INDEXED TO NTC-STUDENT-NAME
               MOVE NOTICE-NAME-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE
               MOVE STREET-ADDRESS-INDEXED TO NTC-STREET-ADDRESS
               MOVE NOTICE-STREET-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE
               MOVE CITY-INDEXED TO NTC-CITY
               MOVE POSTAL-CODE-INDEXED TO NTC-POSTAL-CODE
               MOVE NOTICE-CITY-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE
           ELSE
               DISPLAY "STUDENT " GR-STUDENT-NUMBER
                   " NOT ON MASTER - NOTICE PRINTED WITHOUT ADDRESS"
           END-IF.
           MOVE GR-STUDENT-NUMBER TO NTC-STUDENT-NUMBER.
           MOVE WS-TODAY TO NTC-NOTICE-DATE.
           MOVE NOTICE-ID-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE NOTICE-SUBJECT-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE.
           MOVE GR-TERM-CODE TO NTC-TERM-CODE.
           MOVE NOTICE-TERM-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE GR-COURSE-CODE TO NTC-COURSE-CODE.
           MOVE NOTICE-COURSE-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE GR-OLD-GRADE TO NTC-OLD-GRADE.
           MOVE GR-NEW-GRADE TO NTC-NEW-GRADE.
           MOVE NOTICE-GRADE-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE GR-REASON TO NTC-REASON.
           MOVE NOTICE-REASON-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-OLD-TERM-AVERAGE TO NTC-OLD-TERM-AVERAGE.
           MOVE WS-NEW-TERM-AVERAGE TO NTC-NEW-TERM-AVERAGE.
           MOVE NOTICE-TERM-AVERAGE-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-OLD-CUM-AVERAGE TO NTC-OLD-CUM-AVERAGE.
           MOVE WS-CUM-AVERAGE TO NTC-NEW-CUM-AVERAGE.
           MOVE NOTICE-CUM-AVERAGE-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-NEW-STANDING TO NTC-STANDING.
           IF WS-NEW-STANDING = WS-OLD-STANDING
               MOVE SPACES TO NTC-STANDING-WAS
           ELSE
               MOVE ' (WAS ' TO NTC-STANDING-WAS
               MOVE WS-OLD-STANDING TO NTC-OLD-STANDING
               MOVE ')' TO NTC-STANDING-WAS(17:1)
           END-IF.
           MOVE NOTICE-STANDING-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE CHANGE-BODY-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE.
           MOVE CHANGE-BODY-LINE-2 TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           IF WS-SUPERSEDED-COUNT > 0
               MOVE SUPERSEDED-BODY-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE
               MOVE SUPERSEDED-BODY-LINE-2 TO OUTPUT-LINE
               WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO WS-NOTICE-COUNT.

       END PROGRAM project03gc.
