      *                refused with the holder's name while another
      *                program holds it, and it is released on a
      *                clean exit.
      *   OCT.15.2026 - An official copy is refused while the student
      *                has any active hold in HOLDS.txt (financial,
      *                NSF, registrar or library): nothing is printed
      *                or charged, and the request stays in the queue
      *                until the hold is released. Unofficial copies
      *                are not affected.
      *   OCT.15.2026 - Every change this program makes to the
      *                master is now journalled to
      *                MASTER_JOURNAL.txt with the program,
      *                operator, date and time and the before and
      *                after image of the record, so a restored
      *                backup generation can be rolled forward.
      *   OCT.15.2026 - A student not on the master is looked up in
      *                the alumni archive ALUMNI_ARCHIVE.index: an
      *                unofficial copy is printed from the archived
      *                record, while an official copy stays in the
      *                queue until the student is recalled with
      *                project03ar, since its fee must go on the
      *                master.
      *   OCT.15.2026 - A RETMAIL (returned mail) hold does not stop a
      *                transcript -- it is sent where the request
      *                says, not to the address on the master.
      *   OCT.15.2026 - The issued-transcripts register line now
      *                carries a status and a superseded date
      *                (issued-register-record.dat), set by
      *                project03gc when a grade change makes an
      *                official copy out of date. New entries are
      *                written with the status blank.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03tq.
             FILE STATUS IS TREQ-STATUS-FILED.
          SELECT ISSUED-REGISTER-FILE
             ASSIGN TO "..\ISSUED_TRANSCRIPTS.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IREG-STATUS-FILED.
          SELECT LEDGER-FILE
             ASSIGN TO "..\TUITION_LEDGER.txt"
             ORGANIZATION IS LINE SEQUENTIAL.
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
       FD TRANSCRIPT-REQUEST-FILE.
       01 TRANSCRIPT-REQUEST-LINE    PIC X(41).

       COPY "issued-register.dat".

      ****************************
      * DATED TUITION LEDGER     *

       COPY "master-lock.dat".

       COPY "master-journal.dat".

       COPY "holds.dat".

       COPY "alumni-archive.dat".

         WORKING-STORAGE SECTION.
       COPY "master-lock-record.dat".

       COPY "master-journal-record.dat".

       COPY "holds-record.dat".

      ****************************
      * ONE QUEUED REQUEST       *
      ****************************
               02 FILLER                  PIC X(2) VALUE SPACES.
               02 TR-COPY-TYPE            PIC X(1).

       COPY "issued-register-record.dat".

      ****************************
      * DATED TUITION LEDGER     *
           01 STATUS-FILED                PIC X(2).
           01 TREQ-STATUS-FILED           PIC X(2).
           01 TSER-STATUS-FILED           PIC X(2).
           01 ARCH-STATUS-FILED           PIC X(2).
           01 WS-SERIAL-NUMBER            PIC 9(6) VALUE 0.
           01 WS-AVERAGE                  PIC 999V9.
           01 WS-PROGRAM-NAME             PIC X(20).
             02 WS-EOF-FLAG               PIC X VALUE 'N'.
             02 WS-PRINTED-COUNT          PIC 9(5) VALUE 0.
             02 WS-HELD-COUNT             PIC 9(5) VALUE 0.
             02 WS-HOLD-EOF-FLAG          PIC X VALUE 'N'.
             02 WS-HOLD-BLOCK-FLAG        PIC X VALUE 'N'.
             02 WS-HOLD-BLOCK-TYPE        PIC X(9) VALUE SPACES.
             02 WS-ARCHIVE-OPEN           PIC X VALUE 'N'.
             02 WS-ARCHIVE-FOUND          PIC X VALUE 'N'.

      * upper bound (each dimension) of WS-STUDENT-RECORD-TABLE below
           01 WS-PROGRAM-TABLE-MAX        PIC 9(2) VALUE 40.
           OPEN INPUT PROGRAM-INPUT-FILE.
           OPEN OUTPUT RECORD-OUTPUT-FILE.
           OPEN EXTEND ISSUED-REGISTER-FILE.
           IF IREG-STATUS-FILED = '35'
               OPEN OUTPUT ISSUED-REGISTER-FILE
           END-IF.
           OPEN EXTEND LEDGER-FILE.
      * no archive file yet just means nobody has been archived
           OPEN INPUT ALUMNI-ARCHIVE-FILE.
           IF ARCH-STATUS-FILED = '00'
               MOVE 'Y' TO WS-ARCHIVE-OPEN
           END-IF.
           PERFORM READ-PRGRAM-FILE UNTIL EOF-PRG-FLG = 'Y'.
           PERFORM 940-LOAD-COURSE-CATALOG.
           PERFORM 430-LOAD-TERM-HISTORY.
           CLOSE RECORD-OUTPUT-FILE.
           CLOSE ISSUED-REGISTER-FILE.
           CLOSE LEDGER-FILE.
           IF WS-ARCHIVE-OPEN = 'Y'
               CLOSE ALUMNI-ARCHIVE-FILE
           END-IF.
           PERFORM 750-REWRITE-REQUEST-FILE.
           PERFORM 160-SAVE-SERIAL-SEQUENCE.
           PERFORM 975-RELEASE-MASTER-LOCK.
           MOVE TR-STUDENT-NUMBER TO STUDENT-NUMBER-INDEXED.
           READ INDEXED-STUDENT-FILE KEY IS STUDENT-NUMBER-INDEXED
             INVALID KEY
               PERFORM 220-FULFIL-FROM-ARCHIVE
             NOT INVALID KEY
               PERFORM 210-FULFIL-REQUEST
           END-READ.

      * an official copy waits in the queue while any hold is
      * active -- it is neither printed nor charged
       210-FULFIL-REQUEST.
           IF TR-COPY-TYPE = 'O'
               PERFORM 920-CHECK-BLOCKING-HOLD
           ELSE
               MOVE 'N' TO WS-HOLD-BLOCK-FLAG
           END-IF.
           IF WS-HOLD-BLOCK-FLAG = 'Y'
               DISPLAY "REQUEST HELD - ACTIVE " WS-HOLD-BLOCK-TYPE
                   " HOLD - " TR-STUDENT-NUMBER
               ADD 1 TO WS-HELD-COUNT
           ELSE
               MOVE 'N' TO WS-RQ-KEEP-FLAG(WS-REQUEST-SUB)
               PERFORM 300-PRINT-TRANSCRIPT
               IF TR-COPY-TYPE = 'O'
                   MOVE TRANSCRIPT-UNOFFICIAL-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

      * a student project03ar moved off the master: an unofficial copy
      * prints from the archived record, an official one waits for a
      * recall because its fee goes on the master
       220-FULFIL-FROM-ARCHIVE.
           MOVE 'N' TO WS-ARCHIVE-FOUND.
           IF WS-ARCHIVE-OPEN = 'Y'
               MOVE TR-STUDENT-NUMBER TO ARC-STUDENT-NUMBER
               READ ALUMNI-ARCHIVE-FILE KEY IS ARC-STUDENT-NUMBER
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 'Y' TO WS-ARCHIVE-FOUND
               END-READ
           END-IF.
           IF WS-ARCHIVE-FOUND NOT = 'Y'
               DISPLAY "REQUEST HELD - STUDENT NOT ON FILE - "
                   TR-STUDENT-NUMBER
               ADD 1 TO WS-HELD-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF TR-COPY-TYPE = 'O'
               DISPLAY "REQUEST HELD - STUDENT ARCHIVED, RECALL "
                   "BEFORE AN OFFICIAL COPY - " TR-STUDENT-NUMBER
               ADD 1 TO WS-HELD-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE ARC-MASTER-IMAGE TO STUDENT-FILE-INDEXED.
           MOVE 'N' TO WS-RQ-KEEP-FLAG(WS-REQUEST-SUB).
           PERFORM 300-PRINT-TRANSCRIPT.
           MOVE TRANSCRIPT-UNOFFICIAL-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.

      * the page project03k prints, plus the mailing block
       300-PRINT-TRANSCRIPT.
               WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE
           END-IF.

      * every hold type stops an official copy -- no holds file just
      * means nobody is on hold
       920-CHECK-BLOCKING-HOLD.
           MOVE 'N' TO WS-HOLD-BLOCK-FLAG.
           MOVE SPACES TO WS-HOLD-BLOCK-TYPE.
           MOVE 'N' TO WS-HOLD-EOF-FLAG.
           OPEN INPUT HOLDS-FILE.
           IF HOLD-STATUS-FILED = '00'
               PERFORM 925-SCAN-ONE-HOLD-LINE
                   UNTIL WS-HOLD-EOF-FLAG = 'Y'
               CLOSE HOLDS-FILE
           END-IF.

       925-SCAN-ONE-HOLD-LINE.
           READ HOLDS-FILE
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-FLAG
               NOT AT END
                   MOVE HOLDS-LINE TO HOLD-RECORD
                   IF HD-STUDENT-NUMBER = STUDENT-NUMBER-INDEXED
                     AND HD-RELEASE-DATE = 0
                     AND HD-HOLD-TYPE NOT = 'RETMAIL'
                       MOVE 'Y' TO WS-HOLD-BLOCK-FLAG
                       MOVE HD-HOLD-TYPE TO WS-HOLD-BLOCK-TYPE
                       MOVE 'Y' TO WS-HOLD-EOF-FLAG
                   END-IF
           END-READ.

      * an absent catalog just leaves the title column blank
       940-LOAD-COURSE-CATALOG.
           OPEN INPUT COURSE-CATALOG-FILE.
           MOVE ISSUED-REGISTER-RECORD TO ISSUED-REGISTER-LINE.
           WRITE ISSUED-REGISTER-LINE.
           ADD WS-OFFICIAL-COPY-FEE TO TUITION-OWED-INDEXED.
           PERFORM 985-REWRITE-MASTER.
           IF STATUS-FILED = '00'
               MOVE STUDENT-NUMBER-INDEXED TO LG-STUDENT-NUMBER
               ACCEPT LG-ENTRY-DATE FROM DATE
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

       END PROGRAM project03tq.
