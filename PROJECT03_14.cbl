      *                first line instead of sorting the entire
      *                history, and the whole-file run walks the key
      *                order the old sort used to build.
      *   OCT.15.2026 - Finance charges (type F on TUITION_LEDGER.txt,
      *                posted by project03fc) and their waivers (type
      *                W, project03fw) print in a block of their own
      *                under the payment lines, with the net finance
      *                charges included in the closing balance, so
      *                the student sees them apart from tuition.
      *   OCT.15.2026 - START and END of each run are written to
      *                RUN_LOG.txt as job STATEMENTS, so the
      *                month-end stream can tell the step finished.
      *   OCT.15.2026 - A LOAN history line (student loan disbursement,
      *                project03ln) prints as LOAN, not PAYMENT.
      *   OCT.15.2026 - The whole-file run holds back the statement of
      *                a student with an active RETMAIL (returned
      *                mail) hold or no mailing address, listing them
      *                on ADDRESS_WORKLIST.txt instead, and writes the
      *                mailed statements to STATEMENT_PRESORT.txt in
      *                postal code order with bundle breaks and piece
      *                counts for the postal presort. A one-student
      *                statement is still printed, with a warning, for
      *                the counter to hand over.
      *   OCT.15.2026 - More active RETMAIL holds than the table holds
      *                now refuses the run before anything is written,
      *                instead of mailing to students it could not
      *                check.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03b.
           SELECT PROGRAM-INPUT-FILE
           ASSIGN TO "..\PROGRAM.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE
           ASSIGN TO "..\RUN_LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECORD-OUTPUT-FILE
           ASSIGN TO "..\STATEMENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEDGER-FILE
           ASSIGN TO "..\TUITION_LEDGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LDGR-STATUS-FILED.
           SELECT HOLDS-FILE
           ASSIGN TO "..\HOLDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-STATUS-FILED.
           SELECT ADDRESS-WORKLIST-FILE
           ASSIGN TO "..\ADDRESS_WORKLIST.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AWL-STATUS-FILED.
           SELECT MAIL-PIECE-FILE
           ASSIGN TO "..\STATEMENT_MAIL_PIECES.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAIL-SORTED-FILE
           ASSIGN TO "..\STATEMENT_MAIL_SORTED.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRESORT-MAIL-FILE
           ASSIGN TO "..\STATEMENT_PRESORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAIL-SORT-FILE
           ASSIGN TO "SORTWK2".
       DATA DIVISION.
       FILE SECTION.
      ****************************
       FD RECORD-OUTPUT-FILE.
       01 OUTPUT-LINE                PIC X(70).

      ****************************
      * DATED TUITION LEDGER     *
      * (F=FINANCE CHARGE        *
      *  W=WAIVER)               *
      ****************************
       FD LEDGER-FILE.
       01 LEDGER-RECORD.
           05 LG-STUDENT-NUMBER      PIC 9(6).
           05 LG-ENTRY-DATE          PIC 9(6).
           05 LG-ENTRY-TYPE          PIC X(1).
           05 LG-AMOUNT              PIC 9(5)V99.

       COPY "run-log.dat".

       COPY "holds.dat".

       COPY "address-worklist.dat".

      ****************************
      * MAIL PIECES FOR THE      *
      * POSTAL CODE SORT         *
      ****************************
       FD MAIL-PIECE-FILE.
       01 MAIL-PIECE-LINE            PIC X(103).

       FD MAIL-SORTED-FILE.
       01 MAIL-SORTED-LINE           PIC X(103).

       SD MAIL-SORT-FILE.
       01 MAIL-SORT-RECORD.
           05 MS-POSTAL-CODE         PIC X(7).
           05 MS-STUDENT-NUMBER      PIC 9(6).
           05 FILLER                 PIC X(90).

       COPY "presort-mail.dat".

      *------------------ WORKING-STORAGE -----------------------

       WORKING-STORAGE SECTION.
       COPY "run-log-record.dat".

       COPY "holds-record.dat".

       COPY "address-worklist-record.dat".

       COPY "mail-piece-record.dat".

       COPY "presort-mail-record.dat".

       01 WS-FIELDS.
           05 SUB-1                  PIC 9(2).
           05 SUB-2                  PIC 9(2).
           05 WS-SEQUENCE            PIC 9(6) VALUE 0.
           05 WS-STATEMENT-COUNT     PIC 9(5) VALUE 0.
           05 WS-HISTORY-OPEN-FLAG   PIC X VALUE 'N'.
           05 LDGR-STATUS-FILED      PIC X(2).
           05 EOF-LDG-FLG            PIC X VALUE 'N'.

       01 WS-COMMAND-LINE            PIC X(20).
       01 WS-ONE-STUDENT-NUMBER      PIC 9(6).
               10 PROGRAM-CODE-RECORD      PIC X(6).
               10 PROGRAM-NAME-RECORD      PIC X(20).

      * finance charges and waivers off the ledger, every student,
      * in ledger order -- each statement picks out its own
       01 WS-FINCHG-TABLE-MAX        PIC 9(4) VALUE 2000.
       01 WS-FINCHG-FIELDS.
           05 WS-FINCHG-COUNT        PIC 9(4) VALUE 0.
           05 WS-FINCHG-SUB          PIC 9(4) VALUE 0.
           05 WS-FINCHG-PRINTED      PIC 9(3) VALUE 0.
           05 WS-FINCHG-NET          PIC S9(6)V99 VALUE 0.
           05 WS-FINCHG-ENTRY        OCCURS 2000 TIMES.
             10 WS-FC-STUDENT-NUMBER PIC 9(6).
             10 WS-FC-ENTRY-DATE     PIC 9(6).
             10 WS-FC-ENTRY-TYPE     PIC X(1).
             10 WS-FC-AMOUNT         PIC 9(5)V99.

      * active returned-mail (RETMAIL) holds, loaded at the start
      * of the run -- raise WS-RETMAIL-TABLE-MAX and the OCCURS
      * together if the list outgrows it
       01 WS-RETMAIL-TABLE-MAX       PIC 9(4) VALUE 1000.
       01 WS-RETMAIL-FIELDS.
           05 WS-RETMAIL-COUNT       PIC 9(4) VALUE 0.
           05 WS-RETMAIL-SUB         PIC 9(4) VALUE 0.
           05 WS-RETMAIL-HIT         PIC 9(4) VALUE 0.
           05 WS-RETMAIL-OVERFLOW    PIC X VALUE 'N'.
           05 WS-RETMAIL-ENTRY       OCCURS 1000 TIMES.
             10 WS-RM-STUDENT-NUMBER PIC 9(6).
             10 WS-RM-PLACED-DATE    PIC 9(6).
             10 WS-RM-PLACED-BY      PIC X(3).
             10 WS-RM-REASON         PIC X(30).

       01 WS-MAIL-FIELDS.
           05 EOF-HOLD-FLG           PIC X VALUE 'N'.
           05 EOF-MAIL-FLG           PIC X VALUE 'N'.
           05 WS-HOLD-BACK-FLAG      PIC X VALUE 'N'.
           05 WS-HELD-BACK-COUNT     PIC 9(5) VALUE 0.
           05 WS-BUNDLE-NUMBER       PIC 9(4) VALUE 0.
           05 WS-BUNDLE-FSA          PIC X(3) VALUE SPACES.
           05 WS-PIECE-FSA           PIC X(3) VALUE SPACES.
           05 WS-PIECE-SEQUENCE      PIC 9(6) VALUE 0.

      * most pieces the presort programme takes in one bundle --
      * raise this and the OCCURS below together
       01 WS-BUNDLE-MAX              PIC 9(2) VALUE 50.
       01 WS-BUNDLE-FIELDS.
           05 WS-BUNDLE-PIECES       PIC 9(2) VALUE 0.
           05 WS-BUNDLE-SUB          PIC 9(2) VALUE 0.
           05 WS-BUNDLE-PIECE        PIC X(103) OCCURS 50 TIMES.

      ****************************
      *   STATEMENT PAGE LINES   *
      ****************************
           05 FILLER                 PIC X(8)  VALUE 'BALANCE '.
           05 STMT-ENTRY-BALANCE     PIC $ZZZZ9.99.

       01 STATEMENT-FINANCE-HEAD-LINE.
           05 FILLER                 PIC X(29)
               VALUE 'FINANCE CHARGES (NOT TUITION)'.

       01 STATEMENT-FINANCE-LINE.
           05 STMT-FINANCE-DATE      PIC 9(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 STMT-FINANCE-LABEL     PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 STMT-FINANCE-AMOUNT    PIC $ZZZZ9.99.

       01 STATEMENT-FINANCE-NET-LINE.
           05 FILLER                 PIC X(28)
               VALUE 'NET FINANCE CHARGES'.
           05 STMT-FINANCE-NET       PIC $ZZZZ9.99-.

       01 STATEMENT-CLOSING-LINE.
           05 FILLER                 PIC X(16)
               VALUE 'CLOSING BALANCE '.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 950-LOG-RUN-START.
           PERFORM 100-INITIATE-FILE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE = SPACES
           PERFORM 900-FINISH-STATEMENTS.

       100-INITIATE-FILE.
           PERFORM 720-LOAD-RETURNED-MAIL.
           IF WS-RETMAIL-OVERFLOW = 'Y'
               DISPLAY "RUN REFUSED: MORE RETURNED-MAIL HOLDS THAN "
                   "WS-RETMAIL-ENTRY CAN HOLD - RAISE "
                   "WS-RETMAIL-TABLE-MAX AND RERUN - NOTHING CHANGED"
               STOP RUN
           END-IF.
           OPEN INPUT PROGRAM-INPUT-FILE.
           OPEN OUTPUT RECORD-OUTPUT-FILE.
           OPEN INPUT INDEXED-STUDENT-FILE.
           PERFORM READ-PRGRAM-FILE UNTIL EOF-PRG-FLG = 'Y'.
           PERFORM 150-LOAD-FINANCE-CHARGES.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF PHIST-STATUS-FILED NOT = '00'
               MOVE 'Y' TO EOF-SORT-FLG
                   MOVE PROGRAM-INPUT-TABLE
                   TO PROGRAM-RECORD-LEVEL(SUB-1,SUB-2).

      * no ledger just means no finance charges to show
       150-LOAD-FINANCE-CHARGES.
           OPEN INPUT LEDGER-FILE.
           IF LDGR-STATUS-FILED = '00'
               PERFORM 160-LOAD-ONE-LEDGER-LINE
                   UNTIL EOF-LDG-FLG = 'Y'
               CLOSE LEDGER-FILE
           END-IF.

       160-LOAD-ONE-LEDGER-LINE.
           READ LEDGER-FILE
               AT END
                   MOVE 'Y' TO EOF-LDG-FLG
               NOT AT END
                   IF LG-ENTRY-TYPE = 'F'
                     OR LG-ENTRY-TYPE = 'W'
                       PERFORM 170-NOTE-FINANCE-ENTRY
                   END-IF
           END-READ.

       170-NOTE-FINANCE-ENTRY.
           IF WS-FINCHG-COUNT < WS-FINCHG-TABLE-MAX
               ADD 1 TO WS-FINCHG-COUNT
               MOVE LG-STUDENT-NUMBER
                 TO WS-FC-STUDENT-NUMBER(WS-FINCHG-COUNT)
               MOVE LG-ENTRY-DATE TO WS-FC-ENTRY-DATE(WS-FINCHG-COUNT)
               MOVE LG-ENTRY-TYPE TO WS-FC-ENTRY-TYPE(WS-FINCHG-COUNT)
               MOVE LG-AMOUNT TO WS-FC-AMOUNT(WS-FINCHG-COUNT)
           ELSE
               DISPLAY "WARNING: MORE FINANCE CHARGE LINES THAN "
                   "WS-FINCHG-TABLE CAN HOLD - RAISE "
                   "WS-FINCHG-TABLE-MAX"
               MOVE 'Y' TO EOF-LDG-FLG
           END-IF.

      * lookahead read -- the statement writer consumes matching
      * history records group by group, and the primary key already
      * delivers them in student / posting order
               MOVE 'Y' TO EOF-MASTER-FLG
               DISPLAY "MASTER FILE IS EMPTY - NO STATEMENTS"
           END-START.
           OPEN OUTPUT MAIL-PIECE-FILE.
           PERFORM 740-OPEN-ADDRESS-WORKLIST.
           PERFORM 210-NEXT-MASTER-STATEMENT
               UNTIL EOF-MASTER-FLG = 'Y'.
           CLOSE MAIL-PIECE-FILE.
           CLOSE ADDRESS-WORKLIST-FILE.
           PERFORM 760-WRITE-PRESORT-FILE.

       210-NEXT-MASTER-STATEMENT.
           READ INDEXED-STUDENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-MASTER-FLG
               NOT AT END
                   PERFORM 220-MAIL-ONE-STATEMENT
           END-READ.

      * a held-back student's history lines are passed over by the
      * next statement's 320-SKIP-EARLIER-HISTORY
       220-MAIL-ONE-STATEMENT.
           PERFORM 730-CHECK-MAILABLE.
           IF WS-HOLD-BACK-FLAG = 'Y'
               PERFORM 745-LIST-HELD-BACK
           ELSE
               PERFORM 300-PRINT-STATEMENT
               PERFORM 750-WRITE-MAIL-PIECE
           END-IF.

      * the whole point of the keyed file: a one-student statement
      * positions straight to that student's first line instead of
      * sorting the entire history
               DISPLAY "CANNOT FIND THE STUDENT NUMBER - "
                   WS-ONE-STUDENT-NUMBER
             NOT INVALID KEY
               PERFORM 730-CHECK-MAILABLE
               IF WS-HOLD-BACK-FLAG = 'Y'
                   DISPLAY "WARNING: DO NOT MAIL - " AW-REASON
               END-IF
               PERFORM 260-POSITION-HISTORY
               PERFORM 300-PRINT-STATEMENT
           END-READ.
               UNTIL EOF-SORT-FLG = 'Y'
               OR SR-STUDENT-NUMBER-S NOT =
                   STUDENT-NUMBER-INDEXED.
           PERFORM 340-PRINT-FINANCE-CHARGES.
           MOVE TUITION-OWED-INDEXED TO STMT-CLOSING-BALANCE.
           MOVE STATEMENT-CLOSING-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
                   IF SR-ENTRY-TYPE-S = 'NSF'
                       MOVE 'NSF' TO STMT-ENTRY-LABEL
                   ELSE
                       IF SR-ENTRY-TYPE-S = 'LOAN'
                           MOVE 'LOAN' TO STMT-ENTRY-LABEL
                       ELSE
                           MOVE 'PAYMENT' TO STMT-ENTRY-LABEL
                       END-IF
                   END-IF
               END-IF
           END-IF.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 180-READ-NEXT-HISTORY.

      * the student's finance charges and waivers, then their net --
      * nothing at all is printed for a student who has none
       340-PRINT-FINANCE-CHARGES.
           MOVE 0 TO WS-FINCHG-PRINTED.
           MOVE 0 TO WS-FINCHG-NET.
           PERFORM 350-PRINT-ONE-FINANCE-LINE
               VARYING WS-FINCHG-SUB FROM 1 BY 1
               UNTIL WS-FINCHG-SUB > WS-FINCHG-COUNT.
           IF WS-FINCHG-PRINTED > 0
               MOVE WS-FINCHG-NET TO STMT-FINANCE-NET
               MOVE STATEMENT-FINANCE-NET-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE
           END-IF.

       350-PRINT-ONE-FINANCE-LINE.
           IF WS-FC-STUDENT-NUMBER(WS-FINCHG-SUB)
             = STUDENT-NUMBER-INDEXED
               IF WS-FINCHG-PRINTED = 0
                   MOVE STATEMENT-FINANCE-HEAD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE
               END-IF
               ADD 1 TO WS-FINCHG-PRINTED
               MOVE WS-FC-ENTRY-DATE(WS-FINCHG-SUB)
                 TO STMT-FINANCE-DATE
               IF WS-FC-ENTRY-TYPE(WS-FINCHG-SUB) = 'F'
                   MOVE 'FIN CHG' TO STMT-FINANCE-LABEL
                   ADD WS-FC-AMOUNT(WS-FINCHG-SUB) TO WS-FINCHG-NET
               ELSE
                   MOVE 'WAIVED' TO STMT-FINANCE-LABEL
                   SUBTRACT WS-FC-AMOUNT(WS-FINCHG-SUB)
                       FROM WS-FINCHG-NET
               END-IF
               MOVE WS-FC-AMOUNT(WS-FINCHG-SUB) TO STMT-FINANCE-AMOUNT
               MOVE STATEMENT-FINANCE-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE
           END-IF.

       900-FINISH-STATEMENTS.
           CLOSE PAYMENT-HISTORY-FILE.
           CLOSE INDEXED-STUDENT-FILE.
           CLOSE PROGRAM-INPUT-FILE.
           CLOSE RECORD-OUTPUT-FILE.
           DISPLAY "STATEMENTS PRINTED: " WS-STATEMENT-COUNT.
           IF WS-HELD-BACK-COUNT > 0
               DISPLAY "HELD BACK FOR A NEW ADDRESS: "
                   WS-HELD-BACK-COUNT " - SEE ADDRESS_WORKLIST.txt"
           END-IF.
           PERFORM 955-LOG-RUN-END.
           STOP RUN.

      * active RETMAIL holds -- a student on this list gets no mail
      * from the run until project03m changes the address
       720-LOAD-RETURNED-MAIL.
           ACCEPT AW-RUN-DATE FROM DATE.
           MOVE 'STATEMENT' TO AW-MAILING.
           OPEN INPUT HOLDS-FILE.
           IF HOLD-STATUS-FILED = '00'
               PERFORM 725-LOAD-ONE-RETMAIL-LINE
                   UNTIL EOF-HOLD-FLG = 'Y'
               CLOSE HOLDS-FILE
           END-IF.

       725-LOAD-ONE-RETMAIL-LINE.
           READ HOLDS-FILE
               AT END
                   MOVE 'Y' TO EOF-HOLD-FLG
               NOT AT END
                   MOVE HOLDS-LINE TO HOLD-RECORD
                   IF HD-HOLD-TYPE = 'RETMAIL'
                     AND HD-RELEASE-DATE = 0
                       PERFORM 728-NOTE-RETMAIL-STUDENT
                   END-IF
           END-READ.

       728-NOTE-RETMAIL-STUDENT.
           IF WS-RETMAIL-COUNT < WS-RETMAIL-TABLE-MAX
               ADD 1 TO WS-RETMAIL-COUNT
               MOVE HD-STUDENT-NUMBER
                 TO WS-RM-STUDENT-NUMBER(WS-RETMAIL-COUNT)
               MOVE HD-PLACED-DATE
                 TO WS-RM-PLACED-DATE(WS-RETMAIL-COUNT)
               MOVE HD-PLACED-BY TO WS-RM-PLACED-BY(WS-RETMAIL-COUNT)
               MOVE HD-REASON TO WS-RM-REASON(WS-RETMAIL-COUNT)
           ELSE
               MOVE 'Y' TO WS-RETMAIL-OVERFLOW
               MOVE 'Y' TO EOF-HOLD-FLG
           END-IF.

      * held back: an active RETMAIL hold, or no street or postal
      * code on the master to mail to. The hold's date, operator
      * and reason go on the worklist line.
       730-CHECK-MAILABLE.
           MOVE 'N' TO WS-HOLD-BACK-FLAG.
           MOVE 0 TO WS-RETMAIL-HIT.
           PERFORM 735-MATCH-RETMAIL-STUDENT
               VARYING WS-RETMAIL-SUB FROM 1 BY 1
               UNTIL WS-RETMAIL-SUB > WS-RETMAIL-COUNT
               OR WS-RETMAIL-HIT > 0.
           IF WS-RETMAIL-HIT > 0
               MOVE 'Y' TO WS-HOLD-BACK-FLAG
               MOVE WS-RM-PLACED-DATE(WS-RETMAIL-HIT)
                 TO AW-FLAGGED-DATE
               MOVE WS-RM-PLACED-BY(WS-RETMAIL-HIT) TO AW-FLAGGED-BY
               MOVE WS-RM-REASON(WS-RETMAIL-HIT) TO AW-REASON
           ELSE
               IF STREET-ADDRESS-INDEXED = SPACES
                 OR POSTAL-CODE-INDEXED = SPACES
                   MOVE 'Y' TO WS-HOLD-BACK-FLAG
                   MOVE 0 TO AW-FLAGGED-DATE
                   MOVE SPACES TO AW-FLAGGED-BY
                   MOVE 'NO MAILING ADDRESS ON MASTER' TO AW-REASON
               END-IF
           END-IF.

       735-MATCH-RETMAIL-STUDENT.
           IF WS-RM-STUDENT-NUMBER(WS-RETMAIL-SUB)
             = STUDENT-NUMBER-INDEXED
               MOVE WS-RETMAIL-SUB TO WS-RETMAIL-HIT
           END-IF.

      * the "needs new address" worklist is shared by every mailing
      * run -- appended to, and created by the first run to need it
       740-OPEN-ADDRESS-WORKLIST.
           OPEN EXTEND ADDRESS-WORKLIST-FILE.
           IF AWL-STATUS-FILED = '35'
               OPEN OUTPUT ADDRESS-WORKLIST-FILE
           END-IF.

       745-LIST-HELD-BACK.
           MOVE STUDENT-NUMBER-INDEXED TO AW-STUDENT-NUMBER.
           MOVE STUDENT-NAME-INDEXED TO AW-STUDENT-NAME.
           MOVE ADDRESS-WORKLIST-RECORD TO ADDRESS-WORKLIST-LINE.
           WRITE ADDRESS-WORKLIST-LINE.
           ADD 1 TO WS-HELD-BACK-COUNT.

       750-WRITE-MAIL-PIECE.
           MOVE POSTAL-CODE-INDEXED TO MP-POSTAL-CODE.
           MOVE STUDENT-NUMBER-INDEXED TO MP-STUDENT-NUMBER.
           MOVE STUDENT-NAME-INDEXED TO MP-STUDENT-NAME.
           MOVE STREET-ADDRESS-INDEXED TO MP-STREET-ADDRESS.
           MOVE CITY-INDEXED TO MP-CITY.
           MOVE MAIL-PIECE-RECORD TO MAIL-PIECE-LINE.
           WRITE MAIL-PIECE-LINE.

      * the presort file: pieces in postal code order, broken into
      * bundles on a change of forward sortation area (the first
      * three characters of the postal code) or at WS-BUNDLE-MAX
      * pieces, each bundle headed by its piece count
       760-WRITE-PRESORT-FILE.
           SORT MAIL-SORT-FILE
               ON ASCENDING KEY MS-POSTAL-CODE
                                MS-STUDENT-NUMBER
               USING MAIL-PIECE-FILE
               GIVING MAIL-SORTED-FILE.
           OPEN INPUT MAIL-SORTED-FILE.
           OPEN OUTPUT PRESORT-MAIL-FILE.
           MOVE 'STATEMENT' TO PMH-MAILING.
           ACCEPT PMH-RUN-DATE FROM DATE.
           MOVE PM-HEADER TO PRESORT-MAIL-LINE.
           WRITE PRESORT-MAIL-LINE.
           PERFORM 765-PRESORT-ONE-PIECE
               UNTIL EOF-MAIL-FLG = 'Y'.
           IF WS-BUNDLE-PIECES > 0
               PERFORM 770-WRITE-BUNDLE
           END-IF.
           MOVE WS-BUNDLE-NUMBER TO PMT-BUNDLE-COUNT.
           MOVE WS-PIECE-SEQUENCE TO PMT-PIECE-COUNT.
           MOVE PM-TRAILER TO PRESORT-MAIL-LINE.
           WRITE PRESORT-MAIL-LINE.
           CLOSE MAIL-SORTED-FILE.
           CLOSE PRESORT-MAIL-FILE.
           DISPLAY "PRESORT PIECES: " WS-PIECE-SEQUENCE
               "  BUNDLES: " WS-BUNDLE-NUMBER.

       765-PRESORT-ONE-PIECE.
           READ MAIL-SORTED-FILE
               AT END
                   MOVE 'Y' TO EOF-MAIL-FLG
               NOT AT END
                   MOVE MAIL-SORTED-LINE TO MAIL-PIECE-RECORD
                   MOVE MP-POSTAL-CODE(1:3) TO WS-PIECE-FSA
                   PERFORM 768-ADD-TO-BUNDLE
           END-READ.

      * closing a bundle reuses MAIL-PIECE-RECORD, so the piece
      * just read is taken from the sorted file's record area
       768-ADD-TO-BUNDLE.
           IF WS-BUNDLE-PIECES > 0
             AND (WS-PIECE-FSA NOT = WS-BUNDLE-FSA
               OR WS-BUNDLE-PIECES NOT < WS-BUNDLE-MAX)
               PERFORM 770-WRITE-BUNDLE
           END-IF.
           IF WS-BUNDLE-PIECES = 0
               MOVE WS-PIECE-FSA TO WS-BUNDLE-FSA
           END-IF.
           ADD 1 TO WS-BUNDLE-PIECES.
           MOVE MAIL-SORTED-LINE TO WS-BUNDLE-PIECE(WS-BUNDLE-PIECES).

      * the bundle header carries the piece count, so a bundle's
      * pieces are held until it closes and written behind it
       770-WRITE-BUNDLE.
           ADD 1 TO WS-BUNDLE-NUMBER.
           MOVE WS-BUNDLE-NUMBER TO PMB-BUNDLE-NUMBER.
           MOVE WS-BUNDLE-FSA TO PMB-FSA.
           MOVE WS-BUNDLE-PIECES TO PMB-PIECE-COUNT.
           MOVE PM-BUNDLE TO PRESORT-MAIL-LINE.
           WRITE PRESORT-MAIL-LINE.
           PERFORM 775-WRITE-BUNDLE-PIECE
               VARYING WS-BUNDLE-SUB FROM 1 BY 1
               UNTIL WS-BUNDLE-SUB > WS-BUNDLE-PIECES.
           MOVE 0 TO WS-BUNDLE-PIECES.

       775-WRITE-BUNDLE-PIECE.
           MOVE WS-BUNDLE-PIECE(WS-BUNDLE-SUB) TO MAIL-PIECE-RECORD.
           ADD 1 TO WS-PIECE-SEQUENCE.
           MOVE WS-BUNDLE-NUMBER TO PMP-BUNDLE-NUMBER.
           MOVE WS-PIECE-SEQUENCE TO PMP-SEQUENCE.
           MOVE MP-POSTAL-CODE TO PMP-POSTAL-CODE.
           MOVE MP-STUDENT-NUMBER TO PMP-STUDENT-NUMBER.
           MOVE MP-STUDENT-NAME TO PMP-STUDENT-NAME.
           MOVE MP-STREET-ADDRESS TO PMP-STREET-ADDRESS.
           MOVE MP-CITY TO PMP-CITY.
           MOVE PM-PIECE TO PRESORT-MAIL-LINE.
           WRITE PRESORT-MAIL-LINE.

      * START and END on the shared run log
       950-LOG-RUN-START.
           MOVE 'START' TO RL-PHASE.
           MOVE SPACES TO RL-OUTCOME.
           MOVE 0 TO RL-RECORD-COUNT.
           PERFORM 960-WRITE-RUN-LOG.

       955-LOG-RUN-END.
           MOVE 'END' TO RL-PHASE.
           MOVE 'OK' TO RL-OUTCOME.
           MOVE WS-STATEMENT-COUNT TO RL-RECORD-COUNT.
           PERFORM 960-WRITE-RUN-LOG.

       960-WRITE-RUN-LOG.
           MOVE 'STATEMENTS' TO RL-JOB-NAME.
           ACCEPT RL-RUN-DATE FROM DATE.
           ACCEPT RL-RUN-TIME FROM TIME.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE RUN-LOG-RECORD TO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.
           CLOSE RUN-LOG-FILE.

       END PROGRAM project03b.
