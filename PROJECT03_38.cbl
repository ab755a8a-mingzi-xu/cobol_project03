      *          oldest first across all the sponsor's students at
      *          once. The bursar's word processor is retired.
      * Tectonics: cobc
      * Modification History:
      *   OCT.15.2026 - SPONSOR_LEDGER.txt lines carry a settlement
      *                date after the status (zero while open), set
      *                by the posting program when an SPN cheque
      *                settles the portion.
      *   OCT.15.2026 - START and END of each run are written to
      *                RUN_LOG.txt as job SPONSORBILL, so the
      *                month-end stream can tell the step finished.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03sb.
           ASSIGN TO "..\SPONSOR_LEDGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLDG-STATUS-FILED.
           SELECT RUN-LOG-FILE
           ASSIGN TO "..\RUN_LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECORD-OUTPUT-FILE
           ASSIGN TO "..\SPONSOR_INVOICES.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * S=SETTLED)               *
      ****************************
       FD SPONSOR-LEDGER-FILE.
       01 SPONSOR-LEDGER-LINE        PIC X(42).

      ****************************
      * CONSOLIDATED INVOICES    *
       FD RECORD-OUTPUT-FILE.
       01 OUTPUT-LINE                PIC X(70).

       COPY "run-log.dat".

      *------------------ WORKING-STORAGE -----------------------

       WORKING-STORAGE SECTION.
       COPY "run-log-record.dat".

      ****************************
      * ONE SPONSOR PORTION      *
      ****************************
           05 SL-PORTION             PIC 9(5)V99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 SL-STATUS              PIC X(1).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 SL-SETTLE-DATE         PIC 9(6).

      * sponsors on file, with the run's totals accumulated per code
       01 WS-SPONSOR-TABLE-MAX       PIC 9(2) VALUE 50.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE.
           PERFORM 950-LOG-RUN-START.
           PERFORM 100-LOAD-SPONSOR-MASTER.
           IF WS-SPONSOR-COUNT = 0
               DISPLAY "SPONSOR_MASTER.txt IS EMPTY - NOTHING TO "
                   "BILL"
               PERFORM 955-LOG-RUN-END
               STOP RUN
           END-IF.
           PERFORM 150-LOAD-OPEN-PORTIONS.
           CLOSE RECORD-OUTPUT-FILE.
           DISPLAY "SPONSOR PORTIONS BILLED: " WS-BILLED-COUNT.
           DISPLAY "INVOICES PRINTED:        " WS-INVOICE-COUNT.
           PERFORM 955-LOG-RUN-END.
           STOP RUN.

       100-LOAD-SPONSOR-MASTER.
           MOVE WS-RUN-DATE TO SL-BILL-DATE.
           MOVE WS-PORTION TO SL-PORTION.
           MOVE 'O' TO SL-STATUS.
           MOVE 0 TO SL-SETTLE-DATE.
           MOVE SPONSOR-LEDGER-RECORD TO SPONSOR-LEDGER-LINE.
           WRITE SPONSOR-LEDGER-LINE.
           ADD 1 TO WS-BILLED-COUNT.
               WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE
           END-IF.

      * START and END on the shared run log; no sponsors on file is
      * a normal finish with nothing billed
       950-LOG-RUN-START.
           MOVE 'START' TO RL-PHASE.
           MOVE SPACES TO RL-OUTCOME.
           MOVE 0 TO RL-RECORD-COUNT.
           PERFORM 960-WRITE-RUN-LOG.

       955-LOG-RUN-END.
           MOVE 'END' TO RL-PHASE.
           MOVE 'OK' TO RL-OUTCOME.
           MOVE WS-BILLED-COUNT TO RL-RECORD-COUNT.
           PERFORM 960-WRITE-RUN-LOG.

       960-WRITE-RUN-LOG.
           MOVE 'SPONSORBILL' TO RL-JOB-NAME.
           ACCEPT RL-RUN-DATE FROM DATE.
           ACCEPT RL-RUN-TIME FROM TIME.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE RUN-LOG-RECORD TO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.
           CLOSE RUN-LOG-FILE.

       END PROGRAM project03sb.
