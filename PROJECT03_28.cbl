      *          COURSE-CODE-INDEXED slot on the indexed master and
      *          sets COURSE-AVERAGE-INDEXED; a line whose student is
      *          not on file, whose course slot does not exist, or
      *          whose grade is blank, not numeric or over 100 goes
      *          to GRADE_EXCEPTIONS.txt for the morning digest. A
      *          file that does not balance to its trailer is refused
      *          before a single grade is written -- no more hundreds
      *          of one-at-a-time REWRITE dialogs through project03e.
      * Tectonics: cobc
      * Modification History:
      *   SEP.2.2026 - Honors the single-updater interlock on the
      *                refused with the holder's name while another
      *                program holds it, and it is released on a
      *                clean exit.
      *   OCT.15.2026 - Every change this program makes to the
      *                master is now journalled to
      *                MASTER_JOURNAL.txt with the program,
      *                operator, date and time and the before and
      *                after image of the record, so a restored
      *                backup generation can be rolled forward.
      *   OCT.15.2026 - A grade left blank or not numeric on
      *                GRADE_SUBMISSIONS.txt is refused to
      *                GRADE_EXCEPTIONS.txt instead of being posted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03l.
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

       COPY "master-lock.dat".

       COPY "master-journal.dat".

         WORKING-STORAGE SECTION.
       COPY "master-lock-record.dat".

       COPY "master-journal-record.dat".

      ****************************
      * REJECTED SUBMISSION LINE *
      ****************************
                   END-IF
           END-READ.

      * a grade left blank on the pre-filled sheet is not a zero --
      * it is refused like a mis-keyed one
       300-POST-ONE-GRADE.
           IF GS-GRADE IS NOT NUMERIC
               MOVE 'GRADE MISSING OR NOT NUMERIC' TO GE-REASON
               PERFORM 800-WRITE-EXCEPTION
           ELSE
               IF GS-GRADE > 100
                   MOVE 'GRADE OVER 100 REFUSED' TO GE-REASON
                   PERFORM 800-WRITE-EXCEPTION
               ELSE
                   MOVE GS-STUDENT-NUMBER TO STUDENT-NUMBER-INDEXED
                   READ INDEXED-STUDENT-FILE
                       KEY IS STUDENT-NUMBER-INDEXED
                     INVALID KEY
                       MOVE 'STUDENT NOT ON FILE' TO GE-REASON
                       PERFORM 800-WRITE-EXCEPTION
                     NOT INVALID KEY
                       PERFORM 310-UPDATE-COURSE-SLOT
                   END-READ
               END-IF
           END-IF.

       310-UPDATE-COURSE-SLOT.
           ELSE
               MOVE GS-GRADE
                 TO COURSE-AVERAGE-INDEXED(WS-TARGET-SLOT)
               PERFORM 985-REWRITE-MASTER
               IF STATUS-FILED = '00'
                   ADD 1 TO WS-LOADED-COUNT
               ELSE
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

       END PROGRAM project03l.
