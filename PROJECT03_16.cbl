      *   SEP.2.2026 - Course titles from the catalog master
      *                COURSE_CATALOG.txt are now printed beside the
      *                raw codes, on current and prior terms alike.
      *   OCT.15.2026 - A student number not on the master is looked
      *                up in the alumni archive ALUMNI_ARCHIVE.index
      *                and the transcript printed from the record the
      *                student was archived with.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03k.
             ASSIGN TO "..\STUDENT_TERM_HISTORY.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS THIS-STATUS-FILED.
          SELECT ALUMNI-ARCHIVE-FILE
             ASSIGN TO "..\ALUMNI_ARCHIVE.index"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ARC-STUDENT-NUMBER
             ALTERNATE key IS ARC-STUDENT-NAME WITH DUPLICATES
             FILE STATUS IS ARCH-STATUS-FILED.
       DATA DIVISION.
       FILE SECTION.
       FD INDEXED-STUDENT-FILE.

       COPY "course-catalog.dat".

       COPY "alumni-archive.dat".

         WORKING-STORAGE SECTION.
      ****************************
      * STUDENT-INPUT SHAPED COPY*

           01 STATUS-FILED                PIC X(2).
           01 THIS-STATUS-FILED           PIC X(2).
           01 ARCH-STATUS-FILED           PIC X(2).
           01 WS-STUDENT-NUMBER           PIC 9(6).
           01 WS-AVERAGE                  PIC 999V9.
           01 WS-PROGRAM-NAME             PIC X(20).
       250-PRINT-ONE-STUDENT.
           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER-INDEXED.
           READ INDEXED-STUDENT-FILE KEY IS STUDENT-NUMBER-INDEXED
             INVALID KEY
               PERFORM 260-PRINT-ARCHIVED-STUDENT
             NOT INVALID KEY
               PERFORM 300-PRINT-TRANSCRIPT
           END-READ.

      * a student moved off the master by project03ar prints from
      * the record it was archived with; its term history is still
      * on STUDENT_TERM_HISTORY.txt
       260-PRINT-ARCHIVED-STUDENT.
           OPEN INPUT ALUMNI-ARCHIVE-FILE.
           IF ARCH-STATUS-FILED NOT = '00'
               DISPLAY "CANNOT FIND THE STUDENT NUMBER - "
                   WS-STUDENT-NUMBER
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STUDENT-NUMBER TO ARC-STUDENT-NUMBER.
           READ ALUMNI-ARCHIVE-FILE KEY IS ARC-STUDENT-NUMBER
             INVALID KEY
               DISPLAY "CANNOT FIND THE STUDENT NUMBER - "
                   WS-STUDENT-NUMBER
             NOT INVALID KEY
               DISPLAY "STUDENT " WS-STUDENT-NUMBER
                   " PRINTED FROM THE ALUMNI ARCHIVE"
               MOVE ARC-MASTER-IMAGE TO STUDENT-FILE-INDEXED
               PERFORM 300-PRINT-TRANSCRIPT
           END-READ.
           CLOSE ALUMNI-ARCHIVE-FILE.

      * one grade-slip page: heading, one line per enrolled course,
      * overall average from SUBPROG03
