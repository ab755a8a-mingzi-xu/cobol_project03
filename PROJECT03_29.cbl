      *   SEP.2.2026 - Reads PAYMENT_HISTORY.index directly -- the
      *                amounts arrive as raw digits, so the $ line
      *                parsing is gone.
      *   OCT.15.2026 - Cash held in suspense (SUSPENSE.txt) counts on
      *                the day it was received, and an item later
      *                applied to a student is taken back off the day
      *                it was applied -- the PAY line that day moved
      *                no new cash -- so a day with unapplied receipts
      *                still ties to its deposit.
      *   OCT.15.2026 - START and END of each run are written to
      *                RUN_LOG.txt as job DEPOSITREC, so the
      *                month-end stream can tell the step finished.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03o.
           ASSIGN TO "..\BANK_DEPOSITS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDEP-STATUS-FILED.
           SELECT SUSPENSE-FILE
           ASSIGN TO "..\SUSPENSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSP-STATUS-FILED.
           SELECT RUN-LOG-FILE
           ASSIGN TO "..\RUN_LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECORD-OUTPUT-FILE
           ASSIGN TO "..\DEPOSIT_RECON_RPT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           05 FILLER                 PIC X(2).
           05 BD-DEPOSIT-AMOUNT      PIC 9(7)V99.

       COPY "suspense.dat".

      ****************************
      *       OUTPUT DATA        *
      ****************************
       FD RECORD-OUTPUT-FILE.
       01 OUTPUT-LINE                PIC X(70).

       COPY "run-log.dat".

      *------------------ WORKING-STORAGE -----------------------

       WORKING-STORAGE SECTION.
       COPY "run-log-record.dat".

       COPY "suspense-record.dat".

      * one row per posting day found on the history -- refunds move
      * no cash through the teller so they are left out of the net
       01 WS-POSTDAY-TABLE-MAX       PIC 9(3) VALUE 100.
           05 BDEP-STATUS-FILED      PIC X(2).
           05 EOF-HIST-FLG           PIC X VALUE 'N'.
           05 EOF-BANK-FLG           PIC X VALUE 'N'.
           05 EOF-SUSP-FLG           PIC X VALUE 'N'.
           05 WS-DAY-DATE            PIC 9(6).
           05 WS-DAY-AMOUNT          PIC S9(8)V99 VALUE 0.
           05 WS-RUN-DATE            PIC 9(6).
           05 WS-POSTDAY-SUB         PIC 9(3) VALUE 0.
           05 WS-POSTDAY-HIT         PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 950-LOG-RUN-START.
           ACCEPT WS-RUN-DATE FROM DATE.
           OPEN OUTPUT RECORD-OUTPUT-FILE.
           MOVE WS-RUN-DATE TO TITLE-RUN-DATE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE BEFORE ADVANCING 1 LINE.
           PERFORM 100-TOTAL-POSTING-DAYS.
           PERFORM 150-TOTAL-SUSPENSE-ITEMS.
           PERFORM 200-MATCH-BANK-DEPOSITS.
           PERFORM 400-REPORT-UNBANKED-DAYS.
           PERFORM 500-WRITE-CONTROL-TOTALS.
           CLOSE RECORD-OUTPUT-FILE.
           DISPLAY "DEPOSIT RECON EXCEPTIONS: " WS-EXCEPTION-COUNT.
           PERFORM 955-LOG-RUN-END.
           STOP RUN.

      * net the history per entry date: PAY adds, VOID subtracts,
               NOT AT END
                   IF HIS-ENTRY-TYPE NOT = 'RFND'
                     AND HIS-ENTRY-TYPE NOT = 'NSF'
                       MOVE HIS-ENTRY-DATE TO WS-DAY-DATE
                       IF HIS-ENTRY-TYPE = 'VOID'
                           COMPUTE WS-DAY-AMOUNT =
                               0 - HIS-PAYMENT-AMOUNT
                       ELSE
                           MOVE HIS-PAYMENT-AMOUNT TO WS-DAY-AMOUNT
                       END-IF
                       PERFORM 120-APPLY-TO-POSTING-DAY
                   END-IF
           END-READ.
           IF WS-POSTDAY-HIT = 0
               IF WS-POSTDAY-COUNT < WS-POSTDAY-TABLE-MAX
                   ADD 1 TO WS-POSTDAY-COUNT
                   MOVE WS-DAY-DATE
                     TO WS-PD-ENTRY-DATE(WS-POSTDAY-COUNT)
                   MOVE 0 TO WS-PD-NET-AMOUNT(WS-POSTDAY-COUNT)
                   MOVE 'N' TO WS-PD-MATCHED-FLAG(WS-POSTDAY-COUNT)
               END-IF
           END-IF.
           IF WS-POSTDAY-HIT > 0
               ADD WS-DAY-AMOUNT
                 TO WS-PD-NET-AMOUNT(WS-POSTDAY-HIT)
           END-IF.

       130-MATCH-POSTING-DAY.
           IF WS-PD-ENTRY-DATE(WS-POSTDAY-SUB)
             = WS-DAY-DATE
               MOVE WS-POSTDAY-SUB TO WS-POSTDAY-HIT
           END-IF.

      * suspense cash was banked the day it came in even though no
      * student was posted; an item applied later posts a PAY line
      * on the day it is applied, which is taken back off that day.
      * An item sent to the refund queue moves no teller cash.
       150-TOTAL-SUSPENSE-ITEMS.
           OPEN INPUT SUSPENSE-FILE.
           IF SUSP-STATUS-FILED = '00'
               PERFORM 160-TOTAL-ONE-SUSPENSE-ITEM
                   UNTIL EOF-SUSP-FLG = 'Y'
               CLOSE SUSPENSE-FILE
           END-IF.

       160-TOTAL-ONE-SUSPENSE-ITEM.
           READ SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO EOF-SUSP-FLG
               NOT AT END
                   MOVE SUSPENSE-LINE TO SUSPENSE-RECORD
                   MOVE SU-RECEIVED-DATE TO WS-DAY-DATE
                   MOVE SU-AMOUNT TO WS-DAY-AMOUNT
                   PERFORM 120-APPLY-TO-POSTING-DAY
                   IF SU-STATUS = 'A'
                       MOVE SU-CLEARED-DATE TO WS-DAY-DATE
                       COMPUTE WS-DAY-AMOUNT = 0 - SU-AMOUNT
                       PERFORM 120-APPLY-TO-POSTING-DAY
                   END-IF
           END-READ.

       200-MATCH-BANK-DEPOSITS.
           OPEN INPUT BANK-DEPOSIT-FILE.
           IF BDEP-STATUS-FILED = '00'
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE.

      * START and END on the shared run log
       950-LOG-RUN-START.
           MOVE 'START' TO RL-PHASE.
           MOVE SPACES TO RL-OUTCOME.
           MOVE 0 TO RL-RECORD-COUNT.
           PERFORM 960-WRITE-RUN-LOG.

       955-LOG-RUN-END.
           MOVE 'END' TO RL-PHASE.
           MOVE 'OK' TO RL-OUTCOME.
           MOVE WS-MATCHED-COUNT TO RL-RECORD-COUNT.
           PERFORM 960-WRITE-RUN-LOG.

       960-WRITE-RUN-LOG.
           MOVE 'DEPOSITREC' TO RL-JOB-NAME.
           ACCEPT RL-RUN-DATE FROM DATE.
           ACCEPT RL-RUN-TIME FROM TIME.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE RUN-LOG-RECORD TO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.
           CLOSE RUN-LOG-FILE.

       END PROGRAM project03o.
