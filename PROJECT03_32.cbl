      *          it, with the mailing block from the master's
      *          address fields.
      * Tectonics: cobc
      * Modification History:
      *   OCT.15.2026 - A type-W finance charge waiver (project03fw)
      *                retires open charges like a payment; type-F
      *                finance charges age like any other charge.
      *   OCT.15.2026 - A type-D drop / withdrawal adjustment (written
      *                by project03e and project03m) retires open
      *                charges like a payment.
      *   OCT.15.2026 - START and END of each run are written to
      *                RUN_LOG.txt as job DUNNING, so the
      *                month-end stream can tell the step finished.
      *   OCT.15.2026 - Type-L student loan entries (project03ln)
      *                retire open charges like a payment.
      *   OCT.15.2026 - A student with an active RETMAIL (returned
      *                mail) hold or no mailing address gets no letter
      *                and no DUNNING_HISTORY.txt line -- they go on
      *                ADDRESS_WORKLIST.txt, and the letter goes out
      *                on the first run after the address is fixed.
      *                The letters mailed are written to
      *                DUNNING_PRESORT.txt in postal code order with
      *                bundle breaks and piece counts for the postal
      *                presort.
      *   OCT.15.2026 - More active RETMAIL holds than the table holds
      *                now refuses the run before anything is written,
      *                instead of mailing to students it could not
      *                check.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03dl.
           ASSIGN TO "..\DUNNING_HISTORY.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DHIS-STATUS-FILED.
           SELECT RUN-LOG-FILE
           ASSIGN TO "..\RUN_LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECORD-OUTPUT-FILE
           ASSIGN TO "..\DUNNING_LETTERS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE
           ASSIGN TO "SORTWK1".
           SELECT HOLDS-FILE
           ASSIGN TO "..\HOLDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-STATUS-FILED.
           SELECT ADDRESS-WORKLIST-FILE
           ASSIGN TO "..\ADDRESS_WORKLIST.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AWL-STATUS-FILED.
           SELECT MAIL-PIECE-FILE
           ASSIGN TO "..\DUNNING_MAIL_PIECES.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAIL-SORTED-FILE
           ASSIGN TO "..\DUNNING_MAIL_SORTED.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRESORT-MAIL-FILE
           ASSIGN TO "..\DUNNING_PRESORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAIL-SORT-FILE
           ASSIGN TO "SORTWK2".
       DATA DIVISION.
       FILE SECTION.
      ****************************
           05 SORT-ENTRY-TYPE        PIC X(1).
           05 SORT-AMOUNT            PIC 9(5)V99.

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
           05 STATUS-FILED           PIC X(2).
           05 PLAN-STATUS-FILED      PIC X(2).
           05 WS-DUN-HIT             PIC 9(3) VALUE 0.
           05 WS-DUN-EOF-FLAG        PIC X VALUE 'N'.

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
      *   LETTER PAGE LINES      *
      ****************************

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 950-LOG-RUN-START.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           PERFORM 800-DAY-NUMBER.
       100-INITIATE-FILE.
           PERFORM 120-LOAD-PLAN-SUMMARY.
           PERFORM 160-LOAD-DUNNING-HISTORY.
           PERFORM 720-LOAD-RETURNED-MAIL.
           IF WS-RETMAIL-OVERFLOW = 'Y'
               DISPLAY "RUN REFUSED: MORE RETURNED-MAIL HOLDS THAN "
                   "WS-RETMAIL-ENTRY CAN HOLD - RAISE "
                   "WS-RETMAIL-TABLE-MAX AND RERUN - NOTHING CHANGED"
               STOP RUN
           END-IF.
           OPEN OUTPUT RECORD-OUTPUT-FILE.
           OPEN OUTPUT MAIL-PIECE-FILE.
           PERFORM 740-OPEN-ADDRESS-WORKLIST.
           OPEN INPUT INDEXED-STUDENT-FILE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-STUDENT-NUMBER
               MOVE 0 TO WS-CHARGE-COUNT
           END-IF.
           IF LG-ENTRY-TYPE-S = 'P'
             OR LG-ENTRY-TYPE-S = 'W'
             OR LG-ENTRY-TYPE-S = 'D'
             OR LG-ENTRY-TYPE-S = 'L'
               PERFORM 320-RETIRE-OLDEST-CHARGES
           ELSE
               IF LG-ENTRY-TYPE-S NOT = 'R'
               DISPLAY "LEDGER STUDENT " WS-GROUP-STUDENT
                   " NOT ON MASTER - NO LETTER"
             NOT INVALID KEY
               PERFORM 505-MAIL-ONE-LETTER
           END-READ.

      * a held-back letter is not recorded as sent, so the next run
      * after the address is fixed still sends it
       505-MAIL-ONE-LETTER.
           PERFORM 730-CHECK-MAILABLE.
           IF WS-HOLD-BACK-FLAG = 'Y'
               PERFORM 745-LIST-HELD-BACK
           ELSE
               PERFORM 510-PRINT-LETTER-PAGE
               PERFORM 520-RECORD-LETTER-SENT
               PERFORM 750-WRITE-MAIL-PIECE
           END-IF.

       510-PRINT-LETTER-PAGE.
           MOVE LETTER-RULE-LINE TO OUTPUT-LINE.
           CLOSE SORTED-LEDGER-FILE.
           CLOSE INDEXED-STUDENT-FILE.
           CLOSE RECORD-OUTPUT-FILE.
           CLOSE MAIL-PIECE-FILE.
           CLOSE ADDRESS-WORKLIST-FILE.
           PERFORM 760-WRITE-PRESORT-FILE.
           DISPLAY "COLLECTION LETTERS PRINTED: " WS-LETTER-COUNT.
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
           MOVE 'DUNNING' TO AW-MAILING.
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
           MOVE 'DUNNING' TO PMH-MAILING.
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
           MOVE WS-LETTER-COUNT TO RL-RECORD-COUNT.
           PERFORM 960-WRITE-RUN-LOG.

       960-WRITE-RUN-LOG.
           MOVE 'DUNNING' TO RL-JOB-NAME.
           ACCEPT RL-RUN-DATE FROM DATE.
           ACCEPT RL-RUN-TIME FROM TIME.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE RUN-LOG-RECORD TO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.
           CLOSE RUN-LOG-FILE.

       END PROGRAM project03dl.
