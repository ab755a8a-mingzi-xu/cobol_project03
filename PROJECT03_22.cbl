      *                refused with the holder's name while another
      *                program holds it, and it is released on a
      *                clean exit.
      *   OCT.15.2026 - Backups now record their time of day as well
      *                as the date. A new RECOVER n [YYMMDD HHMMSS]
      *                run restores generation n and replays
      *                MASTER_JOURNAL.txt from the moment that
      *                backup was taken up to the point in time
      *                given, reporting each entry re-applied to
      *                FORWARD_RECOVERY_RPT.txt. A restore or
      *                recovery then journals a reload marker and
      *                the master as it now stands.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03w.
           SELECT RUN-LOG-FILE
           ASSIGN TO "..\RUN_LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECOVERY-REPORT-FILE
           ASSIGN TO "..\FORWARD_RECOVERY_RPT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
          SELECT MASTER-LOCK-FILE
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
      * BACKUP                   *
      ****************************
       FD BACKUP-CONTROL-FILE.
       01 BACKUP-CONTROL-LINE             PIC X(24).

      ****************************
      * THE FIVE ROTATING        *

       COPY "run-log.dat".

      ****************************
      * FORWARD RECOVERY REPORT  *
      * (ONE LINE PER JOURNAL    *
      *  ENTRY RE-APPLIED)       *
      ****************************
       FD RECOVERY-REPORT-FILE.
       01 RECOVERY-REPORT-LINE            PIC X(80).

       COPY "master-lock.dat".

       COPY "master-journal.dat".

       WORKING-STORAGE SECTION.
       COPY "master-lock-record.dat".

       COPY "master-journal-record.dat".

       COPY "run-log-record.dat".

       01 STATUS-FILED                    PIC X(2).
       01 CTL-STATUS-FILED                PIC X(2).
       01 GEN-STATUS-FILED                PIC X(2).
       01 EOF-FLAG                        PIC X(1) VALUE "N".
       01 WS-COMMAND-LINE                 PIC X(40).

      * control-file record images -- a CTL line remembers the last
      * slot written so the next backup rotates to the one after it
           02 CTL-GEN-SLOT                PIC 9(1).
           02 CTL-GEN-DATE                PIC 9(6).
           02 CTL-GEN-COUNT               PIC 9(6).
           02 CTL-GEN-TIME                PIC 9(8).

      * in-storage picture of the five generation slots
       01 WS-GENERATION-TABLE.
             03 WS-GEN-USED               PIC X(1).
             03 WS-GEN-DATE               PIC 9(6).
             03 WS-GEN-COUNT              PIC 9(6).
             03 WS-GEN-TIME               PIC 9(8).

      * number of rotating generation slots kept -- a sixth backup
      * overwrites the oldest. Add a GENn SELECT/FD pair and widen
           05 WS-RUN-DATE                 PIC 9(6) VALUE 0.
           05 WS-RECORD-COUNT             PIC 9(6) VALUE 0.
           05 WS-MASTER-IMAGE             PIC X(195).
           05 WS-RUN-TIME                 PIC 9(8) VALUE 0.
           05 WS-RECOVER-MODE             PIC X(1) VALUE 'N'.
           05 WS-JOURNAL-EOF              PIC X(1) VALUE 'N'.

      * journal entries are replayed from the backup's date and time
      * up to the stop point typed on the command line (YYMMDDHHMMSS,
      * or the end of the journal when none is given)
       01 WS-RECOVERY-FIELDS.
           05 WS-GEN-STAMP                PIC 9(14) VALUE 0.
           05 WS-STOP-STAMP               PIC 9(14) VALUE 0.
           05 WS-ENTRY-STAMP              PIC 9(14) VALUE 0.
           05 WS-STOP-DATE                PIC 9(6) VALUE 0.
           05 WS-STOP-TIME                PIC 9(6) VALUE 0.
           05 WS-APPLIED-COUNT            PIC 9(6) VALUE 0.
           05 WS-EARLIER-COUNT            PIC 9(6) VALUE 0.
           05 WS-DIFFER-COUNT             PIC 9(6) VALUE 0.
           05 WS-FAILED-COUNT             PIC 9(6) VALUE 0.
           05 WS-SNAPSHOT-COUNT           PIC 9(6) VALUE 0.

       01 RECOVERY-TITLE-LINE.
           05 FILLER                      PIC X(29)
               VALUE 'FORWARD RECOVERY: GENERATION '.
           05 RTL-GEN-SLOT                PIC 9(1).
           05 FILLER                      PIC X(7) VALUE ' TAKEN '.
           05 RTL-GEN-DATE                PIC 9(6).
           05 FILLER                      PIC X(1) VALUE SPACE.
           05 RTL-GEN-TIME                PIC 9(8).
           05 FILLER                      PIC X(9) VALUE ' THROUGH '.
           05 RTL-STOP-STAMP              PIC X(14).

       01 RECOVERY-DETAIL-LINE.
           05 RDL-DATE                    PIC 9(6).
           05 FILLER                      PIC X(1) VALUE SPACE.
           05 RDL-TIME                    PIC 9(8).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 RDL-PROGRAM                 PIC X(12).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 RDL-OPERATOR                PIC X(3).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 RDL-ACTION                  PIC X(1).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 RDL-STUDENT-NUMBER          PIC 9(6).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 RDL-RESULT                  PIC X(33).

       01 RECOVERY-TOTAL-LINE.
           05 RCT-LABEL                   PIC X(36).
           05 RCT-COUNT                   PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 100-READ-CONTROL-FILE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE(1:7) = 'RECOVER'
               MOVE 'Y' TO WS-RECOVER-MODE
           END-IF.
           IF WS-COMMAND-LINE(1:7) = 'RESTORE'
            OR WS-RECOVER-MODE = 'Y'
               PERFORM 500-RESTORE-MASTER THRU 500-RESTORE-EXIT
           ELSE
               PERFORM 950-LOG-RUN-START
           MOVE 'N' TO WS-GEN-USED(WS-GEN-SUB).
           MOVE 0 TO WS-GEN-DATE(WS-GEN-SUB).
           MOVE 0 TO WS-GEN-COUNT(WS-GEN-SUB).
           MOVE 0 TO WS-GEN-TIME(WS-GEN-SUB).

       120-READ-CONTROL-LINE.
           READ BACKUP-CONTROL-FILE
                   MOVE 'Y' TO WS-GEN-USED(WS-GEN-SUB)
                   MOVE CTL-GEN-DATE TO WS-GEN-DATE(WS-GEN-SUB)
                   MOVE CTL-GEN-COUNT TO WS-GEN-COUNT(WS-GEN-SUB)
      * a generation recorded before backups carried their time
      * of day is taken as of the start of its day
                   IF CTL-GEN-TIME IS NUMERIC
                       MOVE CTL-GEN-TIME TO WS-GEN-TIME(WS-GEN-SUB)
                   END-IF
               END-IF
           END-IF.

           MOVE 'Y' TO WS-GEN-USED(WS-GEN-SUB).
           MOVE WS-RUN-DATE TO WS-GEN-DATE(WS-GEN-SUB).
           MOVE WS-RECORD-COUNT TO WS-GEN-COUNT(WS-GEN-SUB).
           MOVE WS-RUN-TIME TO WS-GEN-TIME(WS-GEN-SUB).
           MOVE WS-GEN-SLOT TO WS-LAST-SLOT.
           PERFORM 300-REWRITE-CONTROL-FILE.
           DISPLAY "MASTER RECORDS BACKED UP: " WS-RECORD-COUNT.
               MOVE WS-GEN-SUB TO CTL-GEN-SLOT
               MOVE WS-GEN-DATE(WS-GEN-SUB) TO CTL-GEN-DATE
               MOVE WS-GEN-COUNT(WS-GEN-SUB) TO CTL-GEN-COUNT
               MOVE WS-GEN-TIME(WS-GEN-SUB) TO CTL-GEN-TIME
               MOVE WS-CONTROL-ENTRY TO BACKUP-CONTROL-LINE
               WRITE BACKUP-CONTROL-LINE
           END-IF.
                   " HOLDS NO BACKUP (SEE BACKUP_GENERATIONS.txt)"
               GO TO 500-RESTORE-EXIT
           END-IF.
           IF WS-RECOVER-MODE = 'Y'
               PERFORM 590-SET-RECOVERY-WINDOW
               IF WS-STOP-STAMP < WS-GEN-STAMP
                   DISPLAY "RECOVER REFUSED: THE STOP POINT IS "
                       "EARLIER THAN GENERATION " WS-GEN-SLOT
                   GO TO 500-RESTORE-EXIT
               END-IF
           END-IF.
           PERFORM 740-OPEN-GEN-INPUT.
           IF GEN-STATUS-FILED NOT = '00'
               DISPLAY "RESTORE REFUSED: GENERATION " WS-GEN-SLOT
           MOVE 'N' TO EOF-FLAG.
           PERFORM 510-RESTORE-NEXT-RECORD UNTIL EOF-FLAG = 'Y'.
           CLOSE INDEXED-STUDENT-FILE.
           PERFORM 730-CLOSE-GEN.
           DISPLAY "RESTORED GENERATION " WS-GEN-SLOT
               " DATED " WS-GEN-DATE(WS-GEN-SUB)
                   WS-GEN-COUNT(WS-GEN-SUB) " RECORDS - THE "
                   "GENERATION FILE MAY BE DAMAGED"
           END-IF.
           IF WS-RECOVER-MODE = 'Y'
               PERFORM 600-ROLL-FORWARD
           END-IF.
           PERFORM 680-JOURNAL-NEW-MASTER.
           PERFORM 975-RELEASE-MASTER-LOCK.
       500-RESTORE-EXIT.
           EXIT.

               END-WRITE
           END-IF.

      * RECOVER n [YYMMDD HHMMSS]: the roll-forward starts at the
      * moment generation n was taken and stops at the point in
      * time given (seconds included), or at the end of the journal
       590-SET-RECOVERY-WINDOW.
           COMPUTE WS-GEN-STAMP =
               WS-GEN-DATE(WS-GEN-SUB) * 100000000
               + WS-GEN-TIME(WS-GEN-SUB).
           MOVE 99999999999999 TO WS-STOP-STAMP.
           IF WS-COMMAND-LINE(11:6) IS NUMERIC
               MOVE WS-COMMAND-LINE(11:6) TO WS-STOP-DATE
               MOVE 235959 TO WS-STOP-TIME
               IF WS-COMMAND-LINE(18:6) IS NUMERIC
                   MOVE WS-COMMAND-LINE(18:6) TO WS-STOP-TIME
               END-IF
               COMPUTE WS-STOP-STAMP =
                   WS-STOP-DATE * 100000000
                   + WS-STOP-TIME * 100 + 99
           END-IF.

      ****************************
      * ROLL FORWARD: RE-APPLY   *
      * THE JOURNALLED AFTER      *
      * IMAGES ONTO THE RESTORED *
      * GENERATION               *
      ****************************
       600-ROLL-FORWARD.
           OPEN OUTPUT RECOVERY-REPORT-FILE.
           MOVE WS-GEN-SLOT TO RTL-GEN-SLOT.
           MOVE WS-GEN-DATE(WS-GEN-SUB) TO RTL-GEN-DATE.
           MOVE WS-GEN-TIME(WS-GEN-SUB) TO RTL-GEN-TIME.
           IF WS-STOP-STAMP = 99999999999999
               MOVE 'END OF JOURNAL' TO RTL-STOP-STAMP
           ELSE
               MOVE WS-STOP-STAMP TO RTL-STOP-STAMP
           END-IF.
           MOVE RECOVERY-TITLE-LINE TO RECOVERY-REPORT-LINE.
           DISPLAY RECOVERY-REPORT-LINE.
           WRITE RECOVERY-REPORT-LINE.
           OPEN I-O INDEXED-STUDENT-FILE.
           MOVE 'N' TO WS-JOURNAL-EOF.
           OPEN INPUT MASTER-JOURNAL-FILE.
           IF MJRN-STATUS-FILED = '00'
               PERFORM 610-REPLAY-ONE-ENTRY
                   UNTIL WS-JOURNAL-EOF = 'Y'
               CLOSE MASTER-JOURNAL-FILE
           ELSE
               DISPLAY "NO MASTER_JOURNAL.txt - NOTHING TO ROLL "
                   "FORWARD"
           END-IF.
           CLOSE INDEXED-STUDENT-FILE.
           MOVE 'JOURNAL ENTRIES BEFORE THE BACKUP' TO RCT-LABEL.
           MOVE WS-EARLIER-COUNT TO RCT-COUNT.
           PERFORM 650-WRITE-RECOVERY-TOTAL.
           MOVE 'JOURNAL ENTRIES RE-APPLIED' TO RCT-LABEL.
           MOVE WS-APPLIED-COUNT TO RCT-COUNT.
           PERFORM 650-WRITE-RECOVERY-TOTAL.
           MOVE 'BEFORE IMAGE DID NOT MATCH' TO RCT-LABEL.
           MOVE WS-DIFFER-COUNT TO RCT-COUNT.
           PERFORM 650-WRITE-RECOVERY-TOTAL.
           MOVE 'ENTRIES THAT COULD NOT BE APPLIED' TO RCT-LABEL.
           MOVE WS-FAILED-COUNT TO RCT-COUNT.
           PERFORM 650-WRITE-RECOVERY-TOTAL.
           CLOSE RECOVERY-REPORT-FILE.

      * the journal is written in time order, so the first entry
      * past the stop point ends the replay
       610-REPLAY-ONE-ENTRY.
           READ MASTER-JOURNAL-FILE INTO MASTER-JOURNAL-RECORD
               AT END
                   MOVE 'Y' TO WS-JOURNAL-EOF
               NOT AT END
                   COMPUTE WS-ENTRY-STAMP =
                       MJ-DATE * 100000000 + MJ-TIME
                   IF WS-ENTRY-STAMP < WS-GEN-STAMP
                       ADD 1 TO WS-EARLIER-COUNT
                   ELSE
                       IF WS-ENTRY-STAMP > WS-STOP-STAMP
                           MOVE 'Y' TO WS-JOURNAL-EOF
                       ELSE
                           PERFORM 620-APPLY-JOURNAL-ENTRY
                       END-IF
                   END-IF
           END-READ.

       620-APPLY-JOURNAL-ENTRY.
           MOVE SPACES TO RDL-RESULT.
           EVALUATE MJ-ACTION
               WHEN 'L'
                   PERFORM 630-EMPTY-MASTER
                   MOVE 'MASTER EMPTIED FOR A RELOAD'
                     TO RDL-RESULT
               WHEN 'D'
                   MOVE MJ-STUDENT-NUMBER TO STUDENT-NUMBER-INDEXED
                   DELETE INDEXED-STUDENT-FILE RECORD
                     INVALID KEY
                       MOVE 'NOT ON FILE - NOTHING DELETED'
                         TO RDL-RESULT
                     NOT INVALID KEY
                       MOVE 'DELETED' TO RDL-RESULT
                   END-DELETE
               WHEN OTHER
                   PERFORM 640-APPLY-AFTER-IMAGE
           END-EVALUATE.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE MJ-DATE TO RDL-DATE.
           MOVE MJ-TIME TO RDL-TIME.
           MOVE MJ-PROGRAM TO RDL-PROGRAM.
           MOVE MJ-OPERATOR TO RDL-OPERATOR.
           MOVE MJ-ACTION TO RDL-ACTION.
           MOVE MJ-STUDENT-NUMBER TO RDL-STUDENT-NUMBER.
           MOVE RECOVERY-DETAIL-LINE TO RECOVERY-REPORT-LINE.
           DISPLAY RECOVERY-REPORT-LINE.
           WRITE RECOVERY-REPORT-LINE.

      * a full reload started from an empty master, and so does
      * its replay
       630-EMPTY-MASTER.
           CLOSE INDEXED-STUDENT-FILE.
           OPEN OUTPUT INDEXED-STUDENT-FILE.
           CLOSE INDEXED-STUDENT-FILE.
           OPEN I-O INDEXED-STUDENT-FILE.

      * the after image goes on whether the record is there or not;
      * a record that no longer matches its before image is still
      * replaced but flagged, since something changed it outside
      * the journal
       640-APPLY-AFTER-IMAGE.
           MOVE MJ-STUDENT-NUMBER TO STUDENT-NUMBER-INDEXED.
           READ INDEXED-STUDENT-FILE KEY IS STUDENT-NUMBER-INDEXED
             INVALID KEY
               MOVE MJ-AFTER-IMAGE TO STUDENT-FILE-INDEXED
               WRITE STUDENT-FILE-INDEXED
               MOVE 'ADDED' TO RDL-RESULT
             NOT INVALID KEY
               IF MJ-ACTION = 'C'
                AND STUDENT-FILE-INDEXED NOT = MJ-BEFORE-IMAGE
                   ADD 1 TO WS-DIFFER-COUNT
                   MOVE 'REPLACED - BEFORE IMAGE DIFFERED'
                     TO RDL-RESULT
               ELSE
                   MOVE 'REPLACED' TO RDL-RESULT
               END-IF
               MOVE MJ-AFTER-IMAGE TO STUDENT-FILE-INDEXED
               REWRITE STUDENT-FILE-INDEXED
           END-READ.
           IF STATUS-FILED NOT = '00'
               ADD 1 TO WS-FAILED-COUNT
               MOVE SPACES TO RDL-RESULT
               STRING 'NOT APPLIED - STATUS ' DELIMITED BY SIZE
                      STATUS-FILED DELIMITED BY SIZE
                 INTO RDL-RESULT
           END-IF.

       650-WRITE-RECOVERY-TOTAL.
           MOVE RECOVERY-TOTAL-LINE TO RECOVERY-REPORT-LINE.
           DISPLAY RECOVERY-REPORT-LINE.
           WRITE RECOVERY-REPORT-LINE.

      * a restore or recovery replaces the master wholesale, so the
      * journal gets a reload marker and the master as it now
      * stands -- a later roll-forward that passes this point
      * rebuilds exactly what was put back here
       680-JOURNAL-NEW-MASTER.
           MOVE 'L' TO MJ-ACTION.
           MOVE 0 TO MJ-STUDENT-NUMBER.
           MOVE SPACES TO MJ-BEFORE-IMAGE.
           MOVE SPACES TO MJ-AFTER-IMAGE.
           PERFORM 987-WRITE-JOURNAL.
           MOVE 0 TO WS-SNAPSHOT-COUNT.
           OPEN INPUT INDEXED-STUDENT-FILE.
           MOVE 'N' TO EOF-FLAG.
           PERFORM 220-POSITION-TO-START.
           PERFORM 690-JOURNAL-ONE-RECORD UNTIL EOF-FLAG = 'Y'.
           CLOSE INDEXED-STUDENT-FILE.
           DISPLAY "MASTER RECORDS JOURNALLED AS RESTORED: "
               WS-SNAPSHOT-COUNT.

       690-JOURNAL-ONE-RECORD.
           READ INDEXED-STUDENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   MOVE 'A' TO MJ-ACTION
                   MOVE STUDENT-NUMBER-INDEXED TO MJ-STUDENT-NUMBER
                   MOVE STUDENT-FILE-INDEXED TO MJ-AFTER-IMAGE
                   PERFORM 987-WRITE-JOURNAL
                   ADD 1 TO WS-SNAPSHOT-COUNT
           END-READ.

      ****************************
      * GENERATION SLOT I/O --   *
      * ONE FILE PER SLOT, THE   *
                   STOP RUN
               END-IF
           END-IF.
           IF WS-RECOVER-MODE = 'Y'
               MOVE 'RECOVER' TO LOCK-HOLDER-PROGRAM
           ELSE
               MOVE 'RESTORE' TO LOCK-HOLDER-PROGRAM
           END-IF.
           MOVE 'OPS' TO LOCK-OPERATOR.
           ACCEPT LOCK-DATE FROM DATE.
           ACCEPT LOCK-TIME FROM TIME.
           WRITE MASTER-LOCK-LINE.
           CLOSE MASTER-LOCK-FILE.

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

       END PROGRAM project03w.
