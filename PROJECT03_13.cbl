      *                from their close date, so the report starts
      *                from the balance forward instead of re-aging
      *                every term since we opened.
      *   OCT.15.2026 - A student with money over 90 days who is not
      *                current on a plan is now put on a FINANCIAL
      *                hold in HOLDS.txt, and the hold is lifted as
      *                soon as the ledger shows the balance cleared.
      *                Every hold placed or lifted is logged to
      *                HOLD_AUDIT.txt.
      *   OCT.15.2026 - Type-F finance charges (posted by the month-end
      *                run project03fc) age like charges but are also
      *                shown in their own FIN CHG column, so the open
      *                balance can be read apart from tuition. A type-W
      *                waiver (project03fw) takes back open finance
      *                charges first, then retires tuition like a
      *                payment.
      *   OCT.15.2026 - A type-D drop / withdrawal adjustment (written
      *                by project03e and project03m) retires the
      *                oldest charges like a payment.
      *   OCT.15.2026 - START and END of each run are written to
      *                RUN_LOG.txt as job AGING, so the
      *                month-end stream can tell the step finished.
      *   OCT.15.2026 - Type-L student loan entries (the tuition
      *                portion of a loan disbursement, posted by
      *                project03ln) retire the oldest charges like a
      *                payment.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03a.
           SELECT SORTED-LEDGER-FILE
           ASSIGN TO "..\SORTED_LEDGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE
           ASSIGN TO "..\RUN_LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECORD-OUTPUT-FILE
           ASSIGN TO "..\AGING_RPT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           ASSIGN TO "..\PAYMENT_PLANS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-STATUS-FILED.
           SELECT HOLDS-FILE
           ASSIGN TO "..\HOLDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-STATUS-FILED.
           SELECT HOLD-AUDIT-FILE
           ASSIGN TO "..\HOLD_AUDIT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HAUD-STATUS-FILED.
       DATA DIVISION.
       FILE SECTION.
      ****************************
      * DATED TUITION LEDGER IN  *
      * (C=CHARGE P=PAYMENT      *
      *  A=ADJUSTMENT F=FINANCE  *
      *  CHARGE W=WAIVER D=DROP  *
      *  / WITHDRAWAL CREDIT)    *
      ****************************
       FD LEDGER-INPUT-FILE.
       01 LEDGER-INPUT.
      *       OUTPUT DATA        *
      ****************************
       FD RECORD-OUTPUT-FILE.
       01 OUTPUT-LINE                PIC X(86).

      ****************************
      * INSTALLMENT PLAN FILE    *
       FD PAYMENT-PLAN-FILE.
       01 PAYMENT-PLAN-LINE          PIC X(30).

       COPY "holds.dat".

       COPY "hold-audit.dat".

      ****************************
      *   SORT WORK FILE RECORD  *
      ****************************
           05 SORT-ENTRY-TYPE        PIC X(1).
           05 SORT-AMOUNT            PIC 9(5)V99.

       COPY "run-log.dat".

      *------------------ WORKING-STORAGE -----------------------

       WORKING-STORAGE SECTION.
       COPY "run-log-record.dat".

       01 WS-FIELDS.
           05 EOF-LDG-FLG            PIC X VALUE 'N'.
           05 EOF-SORT-FLG           PIC X VALUE 'N'.
           05 WS-CHARGE-ENTRY        OCCURS 50 TIMES.
             10 WS-CHARGE-AMOUNT     PIC 9(5)V99.
             10 WS-CHARGE-DATE       PIC 9(6).
             10 WS-CHARGE-TYPE       PIC X(1).

       01 WS-GROUP-FIELDS.
           05 WS-GROUP-STUDENT       PIC 9(6) VALUE 0.
           05 WS-BUCKET-60           PIC 9(6)V99 VALUE 0.
           05 WS-BUCKET-90           PIC 9(6)V99 VALUE 0.
           05 WS-BUCKET-TOTAL        PIC 9(6)V99 VALUE 0.
      * the part of the open balance that is finance charges -- it
      * is inside the buckets above, not added to them
           05 WS-BUCKET-FINANCE      PIC 9(6)V99 VALUE 0.

      ****************************
      *   REPORT GRAND TOTALS    *
           05 WS-TOTAL-60            PIC 9(8)V99 VALUE 0.
           05 WS-TOTAL-90            PIC 9(8)V99 VALUE 0.
           05 WS-TOTAL-OPEN          PIC 9(8)V99 VALUE 0.
           05 WS-TOTAL-FINANCE       PIC 9(8)V99 VALUE 0.
           05 WS-TOTAL-ON-PLAN       PIC 9(8)V99 VALUE 0.
           05 WS-STUDENT-COUNT       PIC 9(5)  VALUE 0.
           05 WS-ON-PLAN-COUNT       PIC 9(5)  VALUE 0.
           05 FILLER                 PIC X(7)  VALUE 'OVER 90'.
           05 FILLER                 PIC X(6)  VALUE SPACES.
           05 FILLER                 PIC X(4)  VALUE 'OPEN'.
           05 FILLER                 PIC X(5)  VALUE SPACES.
           05 FILLER                 PIC X(7)  VALUE 'FIN CHG'.

       01 AGING-RECORD-LINE.
           05 AGING-STUDENT-NUMBER   PIC 9(6).
           05 AGING-90               PIC $ZZZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 AGING-TOTAL            PIC $ZZZZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 AGING-FINANCE          PIC $ZZZZ9.99.

       01 ON-PLAN-RECORD-LINE.
           05 ONPL-STUDENT-NUMBER    PIC 9(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 ONPL-TOTAL-OPEN        PIC $ZZZZZ9.99.

       COPY "holds-record.dat".

       COPY "hold-audit-record.dat".

      * every hold on file, active and released, held for the run so
      * financial holds can be placed and lifted as each student's
      * balance is bucketed -- the file goes back to disk in full
       01 WS-HOLD-TABLE-MAX          PIC 9(4) VALUE 1000.
       01 WS-HOLD-FIELDS.
           05 WS-HOLD-COUNT          PIC 9(4) VALUE 0.
           05 WS-HOLD-ENTRY          OCCURS 1000 TIMES.
             10 WS-HD-STUDENT-NUMBER PIC 9(6).
             10 WS-HD-HOLD-TYPE      PIC X(9).
             10 WS-HD-PLACED-DATE    PIC 9(6).
             10 WS-HD-PLACED-BY      PIC X(3).
             10 WS-HD-REASON         PIC X(30).
             10 WS-HD-RELEASE-DATE   PIC 9(6).
             10 WS-HD-SEEN-FLAG      PIC X(1).
       01 WS-HOLD-WORK-FIELDS.
           05 WS-HOLD-SUB            PIC 9(4) VALUE 0.
           05 WS-HOLD-HIT            PIC 9(4) VALUE 0.
           05 WS-HOLD-EOF-FLAG       PIC X VALUE 'N'.
           05 WS-HOLD-OVERFLOW       PIC X VALUE 'N'.
           05 WS-HOLDS-CHANGED       PIC X VALUE 'N'.
           05 WS-HOLDS-PLACED        PIC 9(5) VALUE 0.
           05 WS-HOLDS-RELEASED      PIC 9(5) VALUE 0.
      * holds placed and lifted by this run are stamped with the
      * batch operator, the way unattended posting is
           05 WS-HOLD-OPERATOR       PIC X(3) VALUE 'BAT'.

       01 TRAILER-LINE.
           05 FILLER                 PIC X(6)  VALUE 'TOTALS'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 TRAILER-90             PIC $ZZZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 TRAILER-OPEN           PIC $ZZZZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 TRAILER-FINANCE        PIC $ZZZZZ9.99.

      *--------------------- PROCEDURE DIVISION ---------------------

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 950-LOG-RUN-START.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           PERFORM 800-DAY-NUMBER.

       100-INITIATE-FILE.
           PERFORM 120-LOAD-PLAN-SUMMARY.
           PERFORM 600-LOAD-HOLD-TABLE.
           OPEN EXTEND HOLD-AUDIT-FILE.
           IF HAUD-STATUS-FILED = '35'
               OPEN OUTPUT HOLD-AUDIT-FILE
           END-IF.
           OPEN OUTPUT RECORD-OUTPUT-FILE.
      * type sorts A, B, C and F (charge-like) ahead of P and W on
      * an equal date
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-STUDENT-NUMBER
                                SORT-ENTRY-DATE
               MOVE 0 TO WS-CHARGE-COUNT
           END-IF.
           IF LG-ENTRY-TYPE-S = 'P'
             OR LG-ENTRY-TYPE-S = 'D'
             OR LG-ENTRY-TYPE-S = 'L'
               PERFORM 320-RETIRE-OLDEST-CHARGES
           ELSE
               IF LG-ENTRY-TYPE-S = 'W'
                   PERFORM 340-RETIRE-FINANCE-CHARGES
               ELSE
      * a type-R refund moved credit, not receivable -- skip it
                   IF LG-ENTRY-TYPE-S NOT = 'R'
                       PERFORM 310-OPEN-NEW-CHARGE
                   END-IF
               END-IF
           END-IF.

                 TO WS-CHARGE-AMOUNT(WS-CHARGE-COUNT)
               MOVE LG-ENTRY-DATE-S
                 TO WS-CHARGE-DATE(WS-CHARGE-COUNT)
               MOVE LG-ENTRY-TYPE-S
                 TO WS-CHARGE-TYPE(WS-CHARGE-COUNT)
           ELSE
      * lump overflow onto the newest slot rather than lose money
               ADD LG-AMOUNT-S
               END-IF
           END-IF.

      * a waiver (type W) takes back finance charges, oldest first;
      * anything left over -- the charge was already paid -- then
      * retires tuition like a payment
       340-RETIRE-FINANCE-CHARGES.
           MOVE LG-AMOUNT-S TO WS-PAYMENT-LEFT.
           PERFORM 350-RETIRE-ONE-FINANCE-CHARGE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CHARGE-COUNT
               OR WS-PAYMENT-LEFT = 0.
           PERFORM 330-RETIRE-ONE-CHARGE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CHARGE-COUNT
               OR WS-PAYMENT-LEFT = 0.

       350-RETIRE-ONE-FINANCE-CHARGE.
           IF WS-CHARGE-TYPE(WS-SUB) = 'F'
               PERFORM 330-RETIRE-ONE-CHARGE
           END-IF.

      * bucket what is still open for the student just finished and
      * print the worklist line (students fully paid are skipped)
       400-CLOSE-STUDENT-GROUP.
               MOVE 0 TO WS-BUCKET-60
               MOVE 0 TO WS-BUCKET-90
               MOVE 0 TO WS-BUCKET-TOTAL
               MOVE 0 TO WS-BUCKET-FINANCE
               PERFORM 410-BUCKET-ONE-CHARGE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CHARGE-COUNT
               MOVE 'N' TO WS-ON-PLAN-FLAG
               IF WS-BUCKET-TOTAL > 0
                   PERFORM 430-CHECK-ON-PLAN
                   IF WS-ON-PLAN-FLAG = 'Y'
                       PERFORM 420-WRITE-AGING-LINE
                   END-IF
               END-IF
               PERFORM 620-SET-FINANCIAL-HOLD
               MOVE 'N' TO WS-GROUP-OPEN-FLAG
           END-IF.

                   END-IF
               END-IF
               ADD WS-CHARGE-AMOUNT(WS-SUB) TO WS-BUCKET-TOTAL
               IF WS-CHARGE-TYPE(WS-SUB) = 'F'
                   ADD WS-CHARGE-AMOUNT(WS-SUB) TO WS-BUCKET-FINANCE
               END-IF
           END-IF.

       420-WRITE-AGING-LINE.
           MOVE WS-BUCKET-60 TO AGING-60.
           MOVE WS-BUCKET-90 TO AGING-90.
           MOVE WS-BUCKET-TOTAL TO AGING-TOTAL.
           MOVE WS-BUCKET-FINANCE TO AGING-FINANCE.
           MOVE AGING-RECORD-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           ADD WS-BUCKET-60 TO WS-TOTAL-60.
           ADD WS-BUCKET-90 TO WS-TOTAL-90.
           ADD WS-BUCKET-TOTAL TO WS-TOTAL-OPEN.
           ADD WS-BUCKET-FINANCE TO WS-TOTAL-FINANCE.
           ADD 1 TO WS-STUDENT-COUNT.

       500-WRITE-GRAND-TOTALS.
           MOVE WS-TOTAL-60 TO TRAILER-60.
           MOVE WS-TOTAL-90 TO TRAILER-90.
           MOVE WS-TOTAL-OPEN TO TRAILER-OPEN.
           MOVE WS-TOTAL-FINANCE TO TRAILER-FINANCE.
           MOVE TRAILER-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE.
           COMPUTE WS-ENTRY-DAY-NUMBER =
               WS-DW-YY * 365 + WS-DW-MM * 30 + WS-DW-DD.

      ****************************
      *  FINANCIAL HOLDS FROM    *
      *  THE AGING BUCKETS       *
      ****************************
      * no holds file yet just means nobody is on hold
       600-LOAD-HOLD-TABLE.
           OPEN INPUT HOLDS-FILE.
           IF HOLD-STATUS-FILED = '00'
               PERFORM 610-LOAD-ONE-HOLD-LINE
                   UNTIL WS-HOLD-EOF-FLAG = 'Y'
               CLOSE HOLDS-FILE
           END-IF.

       610-LOAD-ONE-HOLD-LINE.
           READ HOLDS-FILE
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-FLAG
               NOT AT END
                   IF WS-HOLD-COUNT < WS-HOLD-TABLE-MAX
                       MOVE HOLDS-LINE TO HOLD-RECORD
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE HD-STUDENT-NUMBER
                         TO WS-HD-STUDENT-NUMBER(WS-HOLD-COUNT)
                       MOVE HD-HOLD-TYPE
                         TO WS-HD-HOLD-TYPE(WS-HOLD-COUNT)
                       MOVE HD-PLACED-DATE
                         TO WS-HD-PLACED-DATE(WS-HOLD-COUNT)
                       MOVE HD-PLACED-BY
                         TO WS-HD-PLACED-BY(WS-HOLD-COUNT)
                       MOVE HD-REASON
                         TO WS-HD-REASON(WS-HOLD-COUNT)
                       MOVE HD-RELEASE-DATE
                         TO WS-HD-RELEASE-DATE(WS-HOLD-COUNT)
                       MOVE 'N' TO WS-HD-SEEN-FLAG(WS-HOLD-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-HOLD-OVERFLOW
                       MOVE 'Y' TO WS-HOLD-EOF-FLAG
                   END-IF
           END-READ.

      * money over 90 days puts a student not current on a plan on
      * financial hold; a balance worked down to nothing lifts it.
      * Money under 90 days, or a plan kept up, neither places nor
      * lifts -- the hold stays until the balance is actually clear.
       620-SET-FINANCIAL-HOLD.
           IF WS-HOLD-OVERFLOW = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 630-FIND-ACTIVE-FINANCIAL-HOLD.
           IF WS-BUCKET-TOTAL = 0
               IF WS-HOLD-HIT > 0
                   PERFORM 650-RELEASE-FINANCIAL-HOLD
               END-IF
           ELSE
               IF WS-BUCKET-90 > 0
                 AND WS-ON-PLAN-FLAG NOT = 'Y'
                 AND WS-HOLD-HIT = 0
                   PERFORM 640-PLACE-FINANCIAL-HOLD
               END-IF
           END-IF.

      * leaves WS-HOLD-HIT on the student's active financial hold,
      * and marks every financial hold of the student as seen
       630-FIND-ACTIVE-FINANCIAL-HOLD.
           MOVE 0 TO WS-HOLD-HIT.
           PERFORM 635-MATCH-FINANCIAL-HOLD
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT.

       635-MATCH-FINANCIAL-HOLD.
           IF WS-HD-STUDENT-NUMBER(WS-HOLD-SUB) = WS-GROUP-STUDENT
             AND WS-HD-HOLD-TYPE(WS-HOLD-SUB) = 'FINANCIAL'
               MOVE 'Y' TO WS-HD-SEEN-FLAG(WS-HOLD-SUB)
               IF WS-HD-RELEASE-DATE(WS-HOLD-SUB) = 0
                   MOVE WS-HOLD-SUB TO WS-HOLD-HIT
               END-IF
           END-IF.

       640-PLACE-FINANCIAL-HOLD.
           IF WS-HOLD-COUNT < WS-HOLD-TABLE-MAX
               ADD 1 TO WS-HOLD-COUNT
               MOVE WS-GROUP-STUDENT
                 TO WS-HD-STUDENT-NUMBER(WS-HOLD-COUNT)
               MOVE 'FINANCIAL' TO WS-HD-HOLD-TYPE(WS-HOLD-COUNT)
               MOVE WS-RUN-DATE TO WS-HD-PLACED-DATE(WS-HOLD-COUNT)
               MOVE WS-HOLD-OPERATOR
                 TO WS-HD-PLACED-BY(WS-HOLD-COUNT)
               MOVE 'BALANCE OVER 90 DAYS'
                 TO WS-HD-REASON(WS-HOLD-COUNT)
               MOVE 0 TO WS-HD-RELEASE-DATE(WS-HOLD-COUNT)
               MOVE 'Y' TO WS-HD-SEEN-FLAG(WS-HOLD-COUNT)
               MOVE 'Y' TO WS-HOLDS-CHANGED
               ADD 1 TO WS-HOLDS-PLACED
               MOVE 'PLACE' TO HA-ACTION
               MOVE WS-HD-REASON(WS-HOLD-COUNT) TO HA-REASON
               MOVE WS-HOLD-COUNT TO WS-HOLD-HIT
               PERFORM 660-WRITE-HOLD-AUDIT
           ELSE
               DISPLAY "WARNING: HOLD TABLE FULL - NO FINANCIAL HOLD "
                   "PLACED FOR STUDENT " WS-GROUP-STUDENT
           END-IF.

       650-RELEASE-FINANCIAL-HOLD.
           MOVE WS-RUN-DATE TO WS-HD-RELEASE-DATE(WS-HOLD-HIT).
           MOVE 'Y' TO WS-HOLDS-CHANGED.
           ADD 1 TO WS-HOLDS-RELEASED.
           MOVE 'RELEASE' TO HA-ACTION.
           MOVE 'BALANCE CLEARED' TO HA-REASON.
           PERFORM 660-WRITE-HOLD-AUDIT.

       660-WRITE-HOLD-AUDIT.
           MOVE WS-HD-STUDENT-NUMBER(WS-HOLD-HIT)
             TO HA-STUDENT-NUMBER.
           MOVE WS-HD-HOLD-TYPE(WS-HOLD-HIT) TO HA-HOLD-TYPE.
           MOVE WS-RUN-DATE TO HA-AUDIT-DATE.
           MOVE WS-HOLD-OPERATOR TO HA-OPERATOR-ID.
           MOVE HOLD-AUDIT-RECORD TO HOLD-AUDIT-LINE.
           WRITE HOLD-AUDIT-LINE.

      * a student with nothing at all left on the ledger (closed out
      * at term end with no balance forward) never reaches 620 --
      * an active financial hold nobody matched is lifted here
       670-RELEASE-UNSEEN-HOLDS.
           PERFORM 675-RELEASE-ONE-UNSEEN
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT.

       675-RELEASE-ONE-UNSEEN.
           IF WS-HD-HOLD-TYPE(WS-HOLD-SUB) = 'FINANCIAL'
             AND WS-HD-RELEASE-DATE(WS-HOLD-SUB) = 0
             AND WS-HD-SEEN-FLAG(WS-HOLD-SUB) = 'N'
               MOVE WS-HOLD-SUB TO WS-HOLD-HIT
               MOVE WS-RUN-DATE TO WS-HD-RELEASE-DATE(WS-HOLD-HIT)
               MOVE 'Y' TO WS-HOLDS-CHANGED
               ADD 1 TO WS-HOLDS-RELEASED
               MOVE 'RELEASE' TO HA-ACTION
               MOVE 'NO BALANCE ON THE LEDGER' TO HA-REASON
               PERFORM 660-WRITE-HOLD-AUDIT
           END-IF.

      * a holds file too big for the table is never rewritten from
      * the truncated copy -- the hold work is reported and skipped
       680-REWRITE-HOLDS-FILE.
           OPEN OUTPUT HOLDS-FILE.
           PERFORM 690-WRITE-ONE-HOLD-LINE
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT.
           CLOSE HOLDS-FILE.

       690-WRITE-ONE-HOLD-LINE.
           MOVE WS-HD-STUDENT-NUMBER(WS-HOLD-SUB)
             TO HD-STUDENT-NUMBER.
           MOVE WS-HD-HOLD-TYPE(WS-HOLD-SUB) TO HD-HOLD-TYPE.
           MOVE WS-HD-PLACED-DATE(WS-HOLD-SUB) TO HD-PLACED-DATE.
           MOVE WS-HD-PLACED-BY(WS-HOLD-SUB) TO HD-PLACED-BY.
           MOVE WS-HD-REASON(WS-HOLD-SUB) TO HD-REASON.
           MOVE WS-HD-RELEASE-DATE(WS-HOLD-SUB) TO HD-RELEASE-DATE.
           MOVE HOLD-RECORD TO HOLDS-LINE.
           WRITE HOLDS-LINE.

       900-FINISH-REPORT.
           CLOSE SORTED-LEDGER-FILE.
           CLOSE RECORD-OUTPUT-FILE.
           IF WS-HOLD-OVERFLOW = 'Y'
               DISPLAY "WARNING: HOLDS.txt HAS MORE LINES THAN "
                   "WS-HOLD-TABLE CAN HOLD - NO HOLDS PLACED OR "
                   "LIFTED, RAISE WS-HOLD-TABLE-MAX"
           ELSE
               PERFORM 670-RELEASE-UNSEEN-HOLDS
               IF WS-HOLDS-CHANGED = 'Y'
                   PERFORM 680-REWRITE-HOLDS-FILE
               END-IF
           END-IF.
           CLOSE HOLD-AUDIT-FILE.
           DISPLAY "STUDENTS WITH OPEN BALANCES: " WS-STUDENT-COUNT.
           DISPLAY "FINANCIAL HOLDS PLACED: " WS-HOLDS-PLACED.
           DISPLAY "FINANCIAL HOLDS LIFTED: " WS-HOLDS-RELEASED.
           PERFORM 955-LOG-RUN-END.
           STOP RUN.

      * START and END on the shared run log
       950-LOG-RUN-START.
           MOVE 'START' TO RL-PHASE.
           MOVE SPACES TO RL-OUTCOME.
           MOVE 0 TO RL-RECORD-COUNT.
           PERFORM 960-WRITE-RUN-LOG.

       955-LOG-RUN-END.
           MOVE 'END' TO RL-PHASE.
           MOVE 'OK' TO RL-OUTCOME.
           MOVE WS-STUDENT-COUNT TO RL-RECORD-COUNT.
           PERFORM 960-WRITE-RUN-LOG.

       960-WRITE-RUN-LOG.
           MOVE 'AGING' TO RL-JOB-NAME.
           ACCEPT RL-RUN-DATE FROM DATE.
           ACCEPT RL-RUN-TIME FROM TIME.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE RUN-LOG-RECORD TO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.
           CLOSE RUN-LOG-FILE.

       END PROGRAM project03a.
