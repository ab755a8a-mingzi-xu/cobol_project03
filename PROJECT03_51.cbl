      ******************************************************************
      * Author: Mingzi Xu
      * Date: OCT.15.2026
      * Purpose: project 03 - class rosters and pre-filled grade
      *          submission files. Scans the five COURSES-INDEXED
      *          slots of every student on the indexed master and
      *          prints one class list per course code to
      *          CLASS_ROSTER_RPT.txt: the course title from
      *          COURSE_CATALOG.txt, the student numbers and names
      *          enrolled, and a head count. Students on a status
      *          other than 'A' are listed after the class under
      *          their own heading, never mixed in with it. For every
      *          course the run also writes
      *          GRADE_SUBMISSIONS_<course code>.txt in the layout
      *          project03l loads -- the HDR with the course code and
      *          file date, one detail per active student with the
      *          grade left blank, and the TRL count -- so the
      *          instructor only types the grades and the office
      *          copies the file to GRADE_SUBMISSIONS.txt for the
      *          grade load. A student number typed by hand can no
      *          longer land in GRADE_EXCEPTIONS.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03cr.

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
           SELECT COURSE-CATALOG-FILE
           ASSIGN TO "..\COURSE_CATALOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAT-STATUS-FILED.
           SELECT ENROLLMENT-FILE
           ASSIGN TO "..\ROSTER_ENROLLMENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTED-ENROLLMENT-FILE
           ASSIGN TO "..\SORTED_ROSTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE
           ASSIGN TO "SORTWK1".
           SELECT GRADE-FORM-FILE
           ASSIGN USING WS-GRADE-FORM-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECORD-OUTPUT-FILE
           ASSIGN TO "..\CLASS_ROSTER_RPT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
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

       COPY "course-catalog.dat".

      ****************************
      * ONE LINE PER STUDENT PER *
      *   COURSE SLOT IN USE     *
      ****************************
       FD ENROLLMENT-FILE.
       01 ENROLLMENT-RECORD.
           05 EN-COURSE-CODE         PIC X(7).
           05 EN-GROUP               PIC X(1).
           05 EN-STUDENT-NUMBER      PIC 9(6).
           05 EN-STUDENT-NAME        PIC X(40).
           05 EN-STUDENT-STATUS      PIC X(1).

       FD SORTED-ENROLLMENT-FILE.
       01 ENROLLMENT-SORTED.
           05 ES-COURSE-CODE         PIC X(7).
           05 ES-GROUP               PIC X(1).
           05 ES-STUDENT-NUMBER      PIC 9(6).
           05 ES-STUDENT-NAME        PIC X(40).
           05 ES-STUDENT-STATUS      PIC X(1).

      ****************************
      *   SORT WORK FILE RECORD  *
      ****************************
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-COURSE-CODE       PIC X(7).
           05 SORT-GROUP             PIC X(1).
           05 SORT-STUDENT-NUMBER    PIC 9(6).
           05 SORT-STUDENT-NAME      PIC X(40).
           05 SORT-STUDENT-STATUS    PIC X(1).

      ****************************
      * PRE-FILLED GRADE FILE,   *
      *  ONE PER COURSE CODE     *
      ****************************
       FD GRADE-FORM-FILE.
       01 GRADE-FORM-LINE            PIC X(16).

      ****************************
      *       OUTPUT DATA        *
      ****************************
       FD RECORD-OUTPUT-FILE.
       01 OUTPUT-LINE                PIC X(80).

      *------------------ WORKING-STORAGE -----------------------

       WORKING-STORAGE SECTION.
      ****************************
      * GRADE_SUBMISSIONS.txt    *
      * RECORD LAYOUTS           *
      ****************************
       01 GRADE-HEADER-RECORD.
           05 GH-RECORD-TYPE         PIC X(3) VALUE 'HDR'.
           05 GH-COURSE-CODE         PIC X(7).
           05 GH-FILE-DATE           PIC 9(6).
       01 GRADE-DETAIL-RECORD.
           05 GD-COURSE-CODE         PIC X(7).
           05 GD-STUDENT-NUMBER      PIC 9(6).
           05 GD-GRADE               PIC X(3) VALUE SPACES.
       01 GRADE-TRAILER-RECORD.
           05 GT-RECORD-TYPE         PIC X(3) VALUE 'TRL'.
           05 GT-DETAIL-COUNT        PIC 9(6).

      * course codes and titles from the catalog
       01 WS-CATALOG-MAX             PIC 9(2) VALUE 99.
       01 WS-CATALOG-FIELDS.
           05 WS-CATALOG-COUNT       PIC 9(2) VALUE 0.
           05 WS-CATALOG-ENTRY       OCCURS 99 TIMES.
             10 WS-CAT-CODE          PIC X(7).
             10 WS-CAT-TITLE         PIC X(25).

       01 WS-FIELDS.
           05 STATUS-FILED           PIC X(2).
           05 CAT-STATUS-FILED       PIC X(2).
           05 EOF-FLAG               PIC X VALUE 'N'.
           05 EOF-CAT-FLG            PIC X VALUE 'N'.
           05 EOF-SORT-FLG           PIC X VALUE 'N'.
           05 WS-RUN-DATE            PIC 9(6).
           05 WS-COURSE-SUB          PIC 9(2) VALUE 0.
           05 WS-CAT-SUB             PIC 9(2) VALUE 0.
           05 WS-CAT-HIT             PIC 9(2) VALUE 0.
           05 WS-GRADE-FORM-NAME     PIC X(60) VALUE SPACES.
           05 WS-CURRENT-COURSE      PIC X(7) VALUE SPACES.
           05 WS-OTHER-HEADING-DONE  PIC X VALUE 'N'.
           05 WS-ACTIVE-COUNT        PIC 9(4) VALUE 0.
           05 WS-OTHER-COUNT         PIC 9(4) VALUE 0.
           05 WS-ENROLLMENT-COUNT    PIC 9(6) VALUE 0.
           05 WS-COURSE-COUNT        PIC 9(4) VALUE 0.

       01 REPORT-TITLE-LINE.
           05 FILLER                 PIC X(14) VALUE 'CLASS ROSTERS '.
           05 FILLER                 PIC X(4)  VALUE 'RUN '.
           05 TITLE-RUN-DATE         PIC 9(6).

       01 COURSE-HEADING-LINE.
           05 FILLER                 PIC X(8)  VALUE 'COURSE: '.
           05 CHL-COURSE-CODE        PIC X(7).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 CHL-COURSE-TITLE       PIC X(25).

       01 COLUMN-HEADER.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(8)  VALUE 'STUDENT '.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(40) VALUE 'NAME'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(6)  VALUE 'STATUS'.

       01 STUDENT-DETAIL-LINE.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 SDL-STUDENT-NUMBER     PIC 9(6).
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 SDL-STUDENT-NAME       PIC X(40).
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 SDL-STUDENT-STATUS     PIC X(1).

       01 OTHER-HEADING-LINE.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(48)
               VALUE 'NOT ACTIVE - NOT ON THE GRADE SUBMISSION FILE:'.

       01 HEAD-COUNT-LINE.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE 'HEAD COUNT: '.
           05 HCL-ACTIVE-COUNT       PIC ZZZ9.
           05 FILLER                 PIC X(16)
               VALUE '   NOT ACTIVE: '.
           05 HCL-OTHER-COUNT        PIC ZZZ9.

       01 GRADE-FORM-NOTE-LINE.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(11) VALUE 'GRADE FILE '.
           05 GFL-FILE-NAME          PIC X(60).

       01 SUMMARY-LINE.
           05 FILLER                 PIC X(9)  VALUE 'COURSES: '.
           05 SML-COURSE-COUNT       PIC ZZZ9.
           05 FILLER                 PIC X(16)
               VALUE '   ENROLLMENTS: '.
           05 SML-ENROLLMENT-COUNT   PIC ZZZZZ9.

      *--------------------- PROCEDURE DIVISION ---------------------

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE.
           PERFORM 100-LOAD-CATALOG.
           PERFORM 200-EXTRACT-ENROLLMENTS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-COURSE-CODE
                                SORT-GROUP
                                SORT-STUDENT-NUMBER
               USING ENROLLMENT-FILE
               GIVING SORTED-ENROLLMENT-FILE.
           OPEN INPUT SORTED-ENROLLMENT-FILE.
           OPEN OUTPUT RECORD-OUTPUT-FILE.
           MOVE WS-RUN-DATE TO TITLE-RUN-DATE.
           MOVE REPORT-TITLE-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE BEFORE ADVANCING 1 LINE.
           PERFORM 300-PROCESS-ENROLLMENT UNTIL EOF-SORT-FLG = 'Y'.
           IF WS-CURRENT-COURSE NOT = SPACES
               PERFORM 400-CLOSE-COURSE
           END-IF.
           MOVE WS-COURSE-COUNT TO SML-COURSE-COUNT.
           MOVE WS-ENROLLMENT-COUNT TO SML-ENROLLMENT-COUNT.
           MOVE SUMMARY-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE.
           CLOSE SORTED-ENROLLMENT-FILE.
           CLOSE RECORD-OUTPUT-FILE.
           STOP RUN.

      * a course missing from the catalog still gets its roster --
      * the title line just says so
       100-LOAD-CATALOG.
           OPEN INPUT COURSE-CATALOG-FILE.
           IF CAT-STATUS-FILED = '00'
               PERFORM 110-LOAD-ONE-CATALOG-ENTRY
                   UNTIL EOF-CAT-FLG = 'Y'
               CLOSE COURSE-CATALOG-FILE
           ELSE
               DISPLAY "WARNING: COURSE_CATALOG.txt NOT FOUND - "
                   "ROSTERS PRINT WITHOUT COURSE TITLES"
           END-IF.

       110-LOAD-ONE-CATALOG-ENTRY.
           READ COURSE-CATALOG-FILE
               AT END
                   MOVE 'Y' TO EOF-CAT-FLG
               NOT AT END
                   IF WS-CATALOG-COUNT < WS-CATALOG-MAX
                       ADD 1 TO WS-CATALOG-COUNT
                       MOVE CAT-COURSE-CODE
                         TO WS-CAT-CODE(WS-CATALOG-COUNT)
                       MOVE CAT-COURSE-TITLE
                         TO WS-CAT-TITLE(WS-CATALOG-COUNT)
                   ELSE
                       DISPLAY "WARNING: CATALOG TABLE FULL - "
                           CAT-COURSE-CODE " DROPPED"
                   END-IF
           END-READ.

      * one enrollment line per course slot in use; the group byte
      * sorts the active students ahead of everyone else
       200-EXTRACT-ENROLLMENTS.
           OPEN INPUT INDEXED-STUDENT-FILE.
           OPEN OUTPUT ENROLLMENT-FILE.
           MOVE ZEROS TO STUDENT-NUMBER-INDEXED.
           START INDEXED-STUDENT-FILE
               KEY IS NOT < STUDENT-NUMBER-INDEXED
             INVALID KEY
               MOVE 'Y' TO EOF-FLAG
               DISPLAY "MASTER FILE IS EMPTY - NO ROSTERS TO PRINT"
           END-START.
           PERFORM 210-EXTRACT-ONE-STUDENT UNTIL EOF-FLAG = 'Y'.
           CLOSE ENROLLMENT-FILE.
           CLOSE INDEXED-STUDENT-FILE.

       210-EXTRACT-ONE-STUDENT.
           READ INDEXED-STUDENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   PERFORM 220-EXTRACT-ONE-SLOT
                       VARYING WS-COURSE-SUB FROM 1 BY 1
                       UNTIL WS-COURSE-SUB > 5
           END-READ.

       220-EXTRACT-ONE-SLOT.
           IF COURSE-CODE-INDEXED(WS-COURSE-SUB) NOT = SPACES
               MOVE COURSE-CODE-INDEXED(WS-COURSE-SUB)
                 TO EN-COURSE-CODE
               IF STUDENT-STATUS-INDEXED = 'A'
                   MOVE '1' TO EN-GROUP
               ELSE
                   MOVE '2' TO EN-GROUP
               END-IF
               MOVE STUDENT-NUMBER-INDEXED TO EN-STUDENT-NUMBER
               MOVE STUDENT-NAME-INDEXED TO EN-STUDENT-NAME
               MOVE STUDENT-STATUS-INDEXED TO EN-STUDENT-STATUS
               WRITE ENROLLMENT-RECORD
               ADD 1 TO WS-ENROLLMENT-COUNT
           END-IF.

       300-PROCESS-ENROLLMENT.
           READ SORTED-ENROLLMENT-FILE
               AT END
                   MOVE 'Y' TO EOF-SORT-FLG
               NOT AT END
                   IF ES-COURSE-CODE NOT = WS-CURRENT-COURSE
                       IF WS-CURRENT-COURSE NOT = SPACES
                           PERFORM 400-CLOSE-COURSE
                       END-IF
                       PERFORM 350-OPEN-COURSE
                   END-IF
                   IF ES-GROUP = '1'
                       PERFORM 360-LIST-ACTIVE-STUDENT
                   ELSE
                       PERFORM 370-LIST-OTHER-STUDENT
                   END-IF
           END-READ.

      * new course: title, column headings, and a fresh grade file
      * carrying its HDR
       350-OPEN-COURSE.
           MOVE ES-COURSE-CODE TO WS-CURRENT-COURSE.
           MOVE 0 TO WS-ACTIVE-COUNT.
           MOVE 0 TO WS-OTHER-COUNT.
           MOVE 'N' TO WS-OTHER-HEADING-DONE.
           ADD 1 TO WS-COURSE-COUNT.
           MOVE 0 TO WS-CAT-HIT.
           PERFORM 355-MATCH-CATALOG
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CATALOG-COUNT.
           MOVE WS-CURRENT-COURSE TO CHL-COURSE-CODE.
           IF WS-CAT-HIT > 0
               MOVE WS-CAT-TITLE(WS-CAT-HIT) TO CHL-COURSE-TITLE
           ELSE
               MOVE '** NOT ON COURSE CATALOG' TO CHL-COURSE-TITLE
           END-IF.
           MOVE COURSE-HEADING-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE.
           MOVE COLUMN-HEADER TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-GRADE-FORM-NAME.
           STRING '..\GRADE_SUBMISSIONS_' DELIMITED BY SIZE
                  WS-CURRENT-COURSE DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
             INTO WS-GRADE-FORM-NAME.
           OPEN OUTPUT GRADE-FORM-FILE.
           MOVE WS-CURRENT-COURSE TO GH-COURSE-CODE.
           MOVE WS-RUN-DATE TO GH-FILE-DATE.
           MOVE GRADE-HEADER-RECORD TO GRADE-FORM-LINE.
           WRITE GRADE-FORM-LINE.

       355-MATCH-CATALOG.
           IF WS-CAT-CODE(WS-CAT-SUB) = WS-CURRENT-COURSE
               MOVE WS-CAT-SUB TO WS-CAT-HIT
           END-IF.

       360-LIST-ACTIVE-STUDENT.
           ADD 1 TO WS-ACTIVE-COUNT.
           PERFORM 380-WRITE-STUDENT-LINE.
           MOVE WS-CURRENT-COURSE TO GD-COURSE-CODE.
           MOVE ES-STUDENT-NUMBER TO GD-STUDENT-NUMBER.
           MOVE GRADE-DETAIL-RECORD TO GRADE-FORM-LINE.
           WRITE GRADE-FORM-LINE.

      * withdrawn, suspended and other non-active students are shown
      * for the instructor's information only -- no grade line
       370-LIST-OTHER-STUDENT.
           IF WS-OTHER-HEADING-DONE = 'N'
               MOVE 'Y' TO WS-OTHER-HEADING-DONE
               MOVE OTHER-HEADING-LINE TO OUTPUT-LINE
               DISPLAY OUTPUT-LINE
               WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE
           END-IF.
           ADD 1 TO WS-OTHER-COUNT.
           PERFORM 380-WRITE-STUDENT-LINE.

       380-WRITE-STUDENT-LINE.
           MOVE ES-STUDENT-NUMBER TO SDL-STUDENT-NUMBER.
           MOVE ES-STUDENT-NAME TO SDL-STUDENT-NAME.
           MOVE ES-STUDENT-STATUS TO SDL-STUDENT-STATUS.
           MOVE STUDENT-DETAIL-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.

      * end of a course: head count on the roster, TRL on the grade
      * file so project03l's control check balances
       400-CLOSE-COURSE.
           MOVE WS-ACTIVE-COUNT TO GT-DETAIL-COUNT.
           MOVE GRADE-TRAILER-RECORD TO GRADE-FORM-LINE.
           WRITE GRADE-FORM-LINE.
           CLOSE GRADE-FORM-FILE.
           MOVE WS-ACTIVE-COUNT TO HCL-ACTIVE-COUNT.
           MOVE WS-OTHER-COUNT TO HCL-OTHER-COUNT.
           MOVE HEAD-COUNT-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE.
           MOVE WS-GRADE-FORM-NAME(4:57) TO GFL-FILE-NAME.
           MOVE GRADE-FORM-NOTE-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.

       END PROGRAM project03cr.
