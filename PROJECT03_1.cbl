      *                active or wipes an NSF count or sponsor link.
      *                The load refuses to run when the carry table
      *                cannot hold the outgoing master.
      *   OCT.15.2026 - Every record the load writes is journalled
      *                to MASTER_JOURNAL.txt (program, operator,
      *                date and time, after image), and a fresh
      *                load first journals a reload marker, so a
      *                restored backup generation can be rolled
      *                forward through the load.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03.
             ASSIGN TO "..\MASTER_LOCK.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOCK-STATUS-FILED.
          SELECT MASTER-JOURNAL-FILE
             ASSIGN TO "..\MASTER_JOURNAL.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MJRN-STATUS-FILED.
       DATA DIVISION.
       FILE SECTION.
      ****************************

       COPY "master-lock.dat".

       COPY "master-journal.dat".

       WORKING-STORAGE SECTION.
       COPY "master-lock-record.dat".

       COPY "master-journal-record.dat".

       COPY "run-log-record.dat".

      ****************************
               OPEN OUTPUT INDEXED-STUDENT-FILE
               OPEN OUTPUT EXCEPTION-FILE
               OPEN OUTPUT LEDGER-FILE
               PERFORM 988-JOURNAL-RELOAD
           END-IF.

      * load one record not already covered by the checkpoint
           END-PERFORM.
           MOVE 0 TO CREDIT-BALANCE-INDEXED.
           PERFORM 660-RESTORE-CARRIED-FIELDS.
           PERFORM 986-WRITE-MASTER.
           IF STATUS-FILED = '00'
               ADD 1 TO WS-WRITTEN-COUNT
               PERFORM 650-WRITE-OPENING-CHARGE
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

      * a fresh load empties the master before the first WRITE --
      * the journal marks the point so a roll-forward does the same
       988-JOURNAL-RELOAD.
           MOVE 'L' TO MJ-ACTION.
           MOVE 0 TO MJ-STUDENT-NUMBER.
           MOVE SPACES TO MJ-BEFORE-IMAGE.
           MOVE SPACES TO MJ-AFTER-IMAGE.
           PERFORM 987-WRITE-JOURNAL.

       END PROGRAM project03.
