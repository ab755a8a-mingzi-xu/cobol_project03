      *                SPONSOR_MASTER.txt and echoed to the audit
      *                file; the billing run project03sb splits the
      *                balance from these fields.
      *   OCT.15.2026 - New G choice graduates the students the
      *                graduation audit project03ga left on
      *                GRAD_ELIGIBLE.txt: each one is shown for a Y/N
      *                confirmation and moved to status G with a
      *                STATUS line on MAINT_AUDIT.txt, exactly as the
      *                S choice would.
      *   OCT.15.2026 - Withdrawing a student (W choice, or S to
      *                status W) pro-rates every enrolled course: the
      *                catalog fee times the week-of-term percent on
      *                REFUND_SCHEDULE.txt (counted from the term
      *                start date on TERM_CONTROL.txt) comes off
      *                TUITION-OWED as a dated type-D ledger entry, any
      *                credit beyond the balance goes to
      *                REFUND_QUEUE.txt, each course is registered on
      *                TUITION_ADJUSTMENTS.txt and an adjustment
      *                notice is printed to ADJUSTMENT_NOTICES.txt.
      *   OCT.15.2026 - Every change this program makes to the
      *                master is now journalled to
      *                MASTER_JOURNAL.txt with the program,
      *                operator, date and time and the before and
      *                after image of the record, so a restored
      *                backup generation can be rolled forward.
      *   OCT.15.2026 - A student number merged away by project03mg
      *                (status M) keeps its status; it only points at
      *                the surviving number.
      *   OCT.15.2026 - The operator signed on must now be authorized
      *                for STUDENT maintenance on
      *                OPERATOR_AUTHORITY.txt (through project03au) or
      *                the run stops and the refusal goes to
      *                SECURITY_EXCEPTIONS.txt.
      *   OCT.15.2026 - An address change that alters the street, city
      *                or postal code releases the student's active
      *                RETMAIL (returned mail) hold on HOLDS.txt, with
      *                a RELEASE line on HOLD_AUDIT.txt under the
      *                operator who keyed the change.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03m.
             ASSIGN TO "..\MASTER_LOCK.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOCK-STATUS-FILED.
          SELECT MASTER-JOURNAL-FILE
             ASSIGN TO "..\MASTER_JOURNAL.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MJRN-STATUS-FILED.
          SELECT GRAD-ELIGIBLE-FILE
             ASSIGN TO "..\GRAD_ELIGIBLE.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GELG-STATUS-FILED.
          SELECT COURSE-CATALOG-FILE
             ASSIGN TO "..\COURSE_CATALOG.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CAT-STATUS-FILED.
          SELECT TERM-CONTROL-FILE
             ASSIGN TO "..\TERM_CONTROL.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TCTL-STATUS-FILED.
          SELECT REFUND-SCHEDULE-FILE
             ASSIGN TO "..\REFUND_SCHEDULE.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RSCH-STATUS-FILED.
          SELECT LEDGER-FILE
             ASSIGN TO "..\TUITION_LEDGER.txt"
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT REFUND-QUEUE-FILE
             ASSIGN TO "..\REFUND_QUEUE.txt"
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT TUITION-ADJUST-FILE
             ASSIGN TO "..\TUITION_ADJUSTMENTS.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TADJ-STATUS-FILED.
          SELECT ADJUSTMENT-NOTICE-FILE
             ASSIGN TO "..\ADJUSTMENT_NOTICES.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ANOT-STATUS-FILED.
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
       FD INDEXED-STUDENT-FILE.
           02 TUITION-OWED-INDEXED        PIC 9(4)V99.
           02 STUDENT-NAME-INDEXED        PIC X(40).
           02 PROGRAM-OF-STUDY-INDEXED    PIC X(6).
           02 COURSES-INDEXED.
             03 COURSE-SLOT-INDEXED       OCCURS 5 TIMES.
               04 COURSE-CODE-INDEXED     PIC X(7).
               04 COURSE-AVERAGE-INDEXED  PIC 9(3).
           02 CREDIT-BALANCE-INDEXED      PIC 9(4)V99.
           02 STREET-ADDRESS-INDEXED      PIC X(30).
           02 CITY-INDEXED                PIC X(20).

       COPY "master-lock.dat".

       COPY "master-journal.dat".

       COPY "grad-eligible.dat".

       COPY "course-catalog.dat".

      ****************************
      * TERM CODE AND THE DATE   *
      * THE TERM STARTED         *
      ****************************
       FD TERM-CONTROL-FILE.
       01 TERM-CONTROL-RECORD.
           05 TERM-CONTROL-CODE      PIC X(6).
           05 FILLER                 PIC X(2).
           05 TERM-START-DATE        PIC 9(6).

       COPY "refund-schedule.dat".

      ****************************
      * DATED TUITION LEDGER     *
      ****************************
       FD LEDGER-FILE.
       01 LEDGER-LINE                     PIC X(20).

      ****************************
      * BURSAR REFUND WORKLIST   *
      ****************************
       FD REFUND-QUEUE-FILE.
       01 REFUND-QUEUE-LINE               PIC X(67).

       COPY "tuition-adjust.dat".

       COPY "adjustment-notice.dat".

       COPY "holds.dat".

       COPY "hold-audit.dat".

         WORKING-STORAGE SECTION.
       COPY "master-lock-record.dat".

       COPY "master-journal-record.dat".

       COPY "grad-eligible-record.dat".

       COPY "refund-schedule-record.dat".

       COPY "tuition-adjust-record.dat".

       COPY "adjustment-notice-record.dat".

       COPY "holds-record.dat".

       COPY "hold-audit-record.dat".

      * upper bound of WS-HOLD-TABLE below -- raise this and the
      * matching OCCURS together if the holds file outgrows it
           01 WS-HOLD-TABLE-MAX           PIC 9(4) VALUE 1000.
           01 WS-HOLD-TABLE.
             02 WS-HOLD-COUNT             PIC 9(4) VALUE 0.
             02 WS-HOLD-ENTRY             OCCURS 1000 TIMES.
               03 WS-HD-STUDENT-NUMBER    PIC 9(6).
               03 WS-HD-HOLD-TYPE         PIC X(9).
               03 WS-HD-PLACED-DATE       PIC 9(6).
               03 WS-HD-PLACED-BY         PIC X(3).
               03 WS-HD-REASON            PIC X(30).
               03 WS-HD-RELEASE-DATE      PIC 9(6).
           01 WS-HOLD-SUB                 PIC 9(4).
           01 WS-HOLD-MATCH-SUB           PIC 9(4).
           01 WS-HOLD-EOF-FLAG            PIC X(1).
           01 WS-HOLD-OVERFLOW-FLAG       PIC X(1).
           01 WS-ADDRESS-MOVED-FLAG       PIC X(1).
           01 WS-HOLD-TODAY               PIC 9(6).

      ****************************
      * DATED TUITION LEDGER     *
      * (D=DROP / WITHDRAWAL     *
      *  ADJUSTMENT)             *
      ****************************
           01 LEDGER-RECORD.
               02 LG-STUDENT-NUMBER           PIC 9(6).
               02 LG-ENTRY-DATE               PIC 9(6).
               02 LG-ENTRY-TYPE               PIC X(1).
               02 LG-AMOUNT                   PIC 9(5)V99.

      ****************************
      * BURSAR REFUND WORKLIST   *
      ****************************
           01 REFUND-QUEUE-RECORD.
               02 RQ-REFUND-DATE              PIC 9(6).
               02 FILLER                      PIC X(2) VALUE SPACES.
               02 RQ-STUDENT-NUMBER           PIC 9(6).
               02 FILLER                      PIC X(2) VALUE SPACES.
               02 RQ-STUDENT-NAME             PIC X(40).
               02 FILLER                      PIC X(2) VALUE SPACES.
               02 RQ-REFUND-AMOUNT            PIC $ZZZZ9.99.

      * the refund schedule -- raise WS-REFUND-SCHEDULE-MAX and the
      * OCCURS together if it outgrows it
           01 WS-REFUND-SCHEDULE-MAX      PIC 9(2) VALUE 20.
           01 WS-REFUND-SCHEDULE-FIELDS.
             02 WS-RS-COUNT               PIC 9(2) VALUE 0.
             02 WS-RS-ENTRY               OCCURS 20 TIMES.
               03 WS-RS-THROUGH-WEEK      PIC 9(2).
               03 WS-RS-RETURN-PERCENT    PIC 9(3).

      * the courses being taken off the student in hand, priced
           01 WS-ADJUST-FIELDS.
             02 WS-ADJ-COUNT              PIC 9(2) VALUE 0.
             02 WS-ADJ-ENTRY              OCCURS 5 TIMES.
               03 WS-ADJ-COURSE-CODE      PIC X(7).
               03 WS-ADJ-COURSE-TITLE     PIC X(25).
               03 WS-ADJ-COURSE-FEE       PIC 9(4)V99.
               03 WS-ADJ-RETURNED         PIC 9(4)V99.
               03 WS-ADJ-RETAINED         PIC 9(4)V99.
           01 WS-ADJUST-WORK.
             02 WS-TERM-CODE              PIC X(6) VALUE SPACES.
             02 WS-TERM-START-DATE        PIC 9(6) VALUE 0.
             02 WS-ADJ-OK-FLAG            PIC X VALUE 'N'.
             02 WS-ADJ-SOURCE             PIC X(8) VALUE SPACES.
             02 WS-ADJ-SUB                PIC 9(2) VALUE 0.
             02 WS-ADJ-TODAY              PIC 9(6) VALUE 0.
             02 WS-ADJ-DAY-NUMBER         PIC 9(6) VALUE 0.
             02 WS-ADJ-TODAY-DAY          PIC 9(6) VALUE 0.
             02 WS-ADJ-START-DAY          PIC 9(6) VALUE 0.
             02 WS-ADJ-DAYS               PIC 9(6) VALUE 0.
             02 WS-ADJ-WEEKS              PIC 9(5) VALUE 0.
             02 WS-ADJ-WEEK               PIC 9(2) VALUE 0.
             02 WS-ADJ-PERCENT            PIC 9(3) VALUE 0.
             02 WS-ADJ-TOTAL-RETURNED     PIC 9(5)V99 VALUE 0.
             02 WS-ADJ-PRIOR-BALANCE      PIC 9(4)V99 VALUE 0.
             02 WS-ADJ-APPLIED            PIC 9(5)V99 VALUE 0.
             02 WS-ADJ-CREDIT             PIC 9(5)V99 VALUE 0.
             02 WS-ADJ-DISPLAY-AMOUNT     PIC ZZZZ9.99.
             02 WS-RS-EOF-FLAG            PIC X VALUE 'N'.
             02 WS-RS-SUB                 PIC 9(2) VALUE 0.
             02 WS-RS-HIT                 PIC 9(2) VALUE 0.
           01 WS-ADJ-DATE-WORK            PIC 9(6).
           01 WS-ADJ-DATE-PARTS REDEFINES WS-ADJ-DATE-WORK.
             02 WS-ADJ-YY                 PIC 9(2).
             02 WS-ADJ-MM                 PIC 9(2).
             02 WS-ADJ-DD                 PIC 9(2).
           01 TCTL-STATUS-FILED           PIC X(2).

      * the catalog prices a withdrawn student's courses -- raise
      * WS-COURSE-CAT-MAX and the OCCURS together if it outgrows it
           01 WS-COURSE-CAT-MAX           PIC 9(2) VALUE 99.
           01 WS-COURSE-CAT-FIELDS.
             02 WS-COURSE-CAT-COUNT       PIC 9(2) VALUE 0.
             02 WS-COURSE-CAT-ENTRY       OCCURS 99 TIMES.
               03 WS-CC-COURSE-CODE       PIC X(7).
               03 WS-CC-COURSE-TITLE      PIC X(25).
               03 WS-CC-COURSE-FEE        PIC 9(4)V99.
           01 CAT-STATUS-FILED            PIC X(2).
           01 WS-COURSE-CODE              PIC X(7).

      ****************************
      * MAINTENANCE AUDIT TRAIL  *
      ****************************
           01 WS-NEW-STUDENT-NAME         PIC X(40).
           01 WS-NEW-PROGRAM-OF-STUDY     PIC X(6).
           01 WS-OPERATOR-ID              PIC X(3) VALUE SPACES.

       COPY "authority-request.dat".

           01 WS-COMMAND-LINE             PIC X(20).
           01 WS-UNLOCK-CONFIRM           PIC X(3).
           01 WS-NEW-STREET-ADDRESS       PIC X(30).
           01 WS-FIELDS.
             02 WS-ACTION-CHOICE            PIC X VALUE SPACE.
             02 WS-CONFIRM-CHOICE           PIC X VALUE 'N'.
             02 WS-GELG-EOF-FLAG            PIC X VALUE 'N'.
             02 WS-GRADUATED-COUNT          PIC 9(5) VALUE 0.
             02 WS-COURSE-SUB               PIC 9(2) VALUE 0.
             02 WS-CAT-SUB                  PIC 9(2) VALUE 0.
             02 WS-CAT-HIT                  PIC 9(2) VALUE 0.
             02 WS-CAT-EOF-FLAG             PIC X VALUE 'N'.
       SCREEN SECTION.
       01 SIGNON-SCREEN.
          05 VALUE "***************" BLANK SCREEN   LINE 1 COL 20.
          05 VALUE "***************"                LINE 3 COL 20.
          05 VALUE "STUDENT MASTER MAINTENANCE"     LINE 5 COL 5.
          05 VALUE "A = ADD A NEW STUDENT"          LINE 7 COL 5.
          05 VALUE "W = WITHDRAW A STUDENT (PRO-RATES FEES)"
                                                    LINE 8 COL 5.
          05 VALUE "C = CHANGE NAME / PROGRAM OF STUDY"
                                                    LINE 9 COL 5.
          05 VALUE "D = CHANGE ADDRESS / CONTACT"   LINE 10 COL 5.
          05 VALUE "S = SET STATUS (A/W/G/L)"       LINE 11 COL 5.
          05 VALUE "P = SPONSOR LINK / COVERAGE"    LINE 12 COL 5.
          05 VALUE "G = GRADUATE THE ELIGIBLE LIST" LINE 13 COL 5.
          05 VALUE "X = EXIT"                       LINE 14 COL 5.
          05 VALUE "ENTER ACTION"                   LINE 15 COL 5.
          05 WS-ACTION-CHOICE-IN                    LINE 15 COL 25
                            PIC X  TO  WS-ACTION-CHOICE.

       01 ADD-SCREEN.
          05 VALUE "NEW COVERAGE PERCENT (1-100)"   LINE 12 COL 5.
          05 SPONSOR-PERCENT-IN                     LINE 12 COL 50
                      PIC 9(3) TO WS-NEW-SPONSOR-PERCENT.

       01 GRADUATE-SCREEN.
          05 VALUE "***************" BLANK SCREEN   LINE 1 COL 20.
          05 VALUE "***GRADUATE****"                LINE 2 COL 20.
          05 VALUE "***************"                LINE 3 COL 20.
          05 VALUE "STUDENT NUMBER"                 LINE 6 COL 5.
          05 GRADUATE-NUMBER-OUT                    LINE 6 COL 50
                      PIC 9(6) FROM STUDENT-NUMBER-INDEXED.
          05 VALUE "STUDENT NAME"                   LINE 8 COL 5.
          05 GRADUATE-NAME-OUT                      LINE 8 COL 50
                      PIC X(40) FROM STUDENT-NAME-INDEXED.
          05 VALUE "PROGRAM OF STUDY"               LINE 10 COL 5.
          05 GRADUATE-PROGRAM-OUT                   LINE 10 COL 50
                      PIC X(6) FROM PROGRAM-OF-STUDY-INDEXED.
          05 VALUE "CUMULATIVE AVERAGE AT AUDIT"    LINE 12 COL 5.
          05 GRADUATE-AVERAGE-OUT                   LINE 12 COL 50
                      PIC ZZ9.9 FROM GE-CUM-AVERAGE.
          05 VALUE "GRADUATE THIS STUDENT (Y/N) ?"  LINE 14 COL 5.
          05 GRADUATE-CONFIRM-IN                    LINE 14 COL 50
                            PIC X  TO  WS-CONFIRM-CHOICE.
        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           END-IF.
           PERFORM 050-OPERATOR-SIGNON.
           PERFORM 720-LOAD-SPONSOR-MASTER.
           PERFORM 900-LOAD-COURSE-CATALOG.
           PERFORM 430-READ-TERM-CONTROL.
           PERFORM 435-LOAD-REFUND-SCHEDULE.
           PERFORM 970-CLAIM-MASTER-LOCK.
           OPEN I-O INDEXED-STUDENT-FILE.
           OPEN EXTEND MAINT-AUDIT-FILE.
       050-OPERATOR-SIGNON.
           PERFORM 060-ACCEPT-SIGNON
               UNTIL WS-OPERATOR-ID NOT = SPACES.
           PERFORM 065-CHECK-SIGNON-AUTHORITY.

       060-ACCEPT-SIGNON.
           DISPLAY SIGNON-SCREEN.
           ACCEPT SIGNON-SCREEN.

      * only an operator authorized for STUDENT maintenance on
      * OPERATOR_AUTHORITY.txt may go on -- a refusal is logged by
      * project03au and the run stops before anything is touched
       065-CHECK-SIGNON-AUTHORITY.
           MOVE 'O' TO AUTH-CHECK-TYPE.
           MOVE 'MAINT' TO AUTH-PROGRAM.
           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID.
           MOVE SPACES TO AUTH-SUPERVISOR-ID.
           MOVE 'STUDENT' TO AUTH-FUNCTION.
           MOVE SPACES TO AUTH-REFERENCE.
           CALL 'project03au' USING AUTHORITY-REQUEST.
           IF AUTH-RESULT NOT = 'Y'
               DISPLAY "OPERATOR " WS-OPERATOR-ID
                   " IS NOT AUTHORIZED FOR STUDENT - REFUSED"
               STOP RUN
           END-IF.

       100-MAINT-LOOP.
           DISPLAY MENU-SCREEN.
           ACCEPT MENU-SCREEN.
                               IF WS-ACTION-CHOICE = 'P'
                                   PERFORM 700-SPONSOR-LINK
                               ELSE
                                   IF WS-ACTION-CHOICE = 'G'
                                       PERFORM 650-GRADUATE-ELIGIBLE
                                   ELSE
                                     IF WS-ACTION-CHOICE NOT = 'X'
                                       DISPLAY "UNKNOWN ACTION - "
                                           WS-ACTION-CHOICE
                                     END-IF
                                   END-IF
                               END-IF
                           END-IF
           MOVE 0 TO NSF-COUNT-INDEXED.
           MOVE SPACES TO SPONSOR-CODE-INDEXED.
           MOVE 0 TO SPONSOR-PERCENT-INDEXED.
           PERFORM 986-WRITE-MASTER.
           IF STATUS-FILED = '00'
               DISPLAY "STUDENT ADDED SUCCESSFULLY."
               MOVE 'ADD' TO MA-ACTION
           END-READ.

       310-CONFIRM-WITHDRAW.
      * a merged-away number (M) only points at its survivor now
           IF STUDENT-STATUS-INDEXED = 'M'
               DISPLAY "STUDENT WAS MERGED INTO ANOTHER NUMBER - "
                   "CANNOT BE WITHDRAWN"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY CONFIRM-SCREEN.
           ACCEPT CONFIRM-SCREEN.
           IF WS-CONFIRM-CHOICE = 'Y'
      * the record stays: the receivable, transcripts and history
      * all keep their student -- the status changes and the fees
      * of the enrolled courses are pro-rated off the balance
               PERFORM 320-PRORATE-WITHDRAWAL
               MOVE 'W' TO STUDENT-STATUS-INDEXED
               PERFORM 985-REWRITE-MASTER
               IF STATUS-FILED = '00'
                   DISPLAY "STUDENT WITHDRAWN - RECORD KEPT."
                   MOVE 'WITHDRAW' TO MA-ACTION
                   PERFORM 800-WRITE-AUDIT
                   IF WS-ADJ-OK-FLAG = 'Y'
                       PERFORM 460-POST-ADJUSTMENT
                   END-IF
               ELSE
                   DISPLAY "WITHDRAW FAILED - STATUS " STATUS-FILED
               END-IF
               DISPLAY "WITHDRAW NOT CONFIRMED - NO CHANGE MADE."
           END-IF.

      * a student already withdrawn had their fees adjusted then --
      * only the move into W takes courses off the balance
       320-PRORATE-WITHDRAWAL.
           MOVE 'N' TO WS-ADJ-OK-FLAG.
           IF STUDENT-STATUS-INDEXED = 'W'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'WITHDRAW' TO WS-ADJ-SOURCE.
           PERFORM 440-START-ADJUSTMENT.
           IF WS-ADJ-OK-FLAG = 'Y'
               PERFORM 325-ADJUST-ONE-SLOT
                   VARYING WS-COURSE-SUB FROM 1 BY 1
                   UNTIL WS-COURSE-SUB > 5
               PERFORM 455-APPLY-ADJUSTMENT
           END-IF.

       325-ADJUST-ONE-SLOT.
           IF COURSE-CODE-INDEXED(WS-COURSE-SUB) NOT = SPACES
               MOVE COURSE-CODE-INDEXED(WS-COURSE-SUB)
                 TO WS-COURSE-CODE
               PERFORM 450-ADD-ADJUST-COURSE
           END-IF.

      * rewrite name / program-of-study changes -- a blank entry
      * keeps the value already on the record
       400-CHANGE-STUDENT.
               MOVE WS-NEW-PROGRAM-OF-STUDY
                 TO PROGRAM-OF-STUDY-INDEXED
           END-IF.
           PERFORM 985-REWRITE-MASTER.
           IF STATUS-FILED = '00'
               DISPLAY "Record Updated Successfully."
               MOVE 'CHANGE' TO MA-ACTION
           MOVE SPACES TO WS-NEW-PHONE-NUMBER.
           DISPLAY ADDRESS-SCREEN.
           ACCEPT ADDRESS-SCREEN.
           MOVE 'N' TO WS-ADDRESS-MOVED-FLAG.
           IF WS-NEW-STREET-ADDRESS NOT = SPACES
             AND WS-NEW-STREET-ADDRESS NOT = STREET-ADDRESS-INDEXED
               MOVE 'Y' TO WS-ADDRESS-MOVED-FLAG
           END-IF.
           IF WS-NEW-CITY NOT = SPACES
             AND WS-NEW-CITY NOT = CITY-INDEXED
               MOVE 'Y' TO WS-ADDRESS-MOVED-FLAG
           END-IF.
           IF WS-NEW-POSTAL-CODE NOT = SPACES
             AND WS-NEW-POSTAL-CODE NOT = POSTAL-CODE-INDEXED
               MOVE 'Y' TO WS-ADDRESS-MOVED-FLAG
           END-IF.
           IF WS-NEW-STREET-ADDRESS NOT = SPACES
               MOVE WS-NEW-STREET-ADDRESS
                 TO STREET-ADDRESS-INDEXED
           IF WS-NEW-PHONE-NUMBER NOT = SPACES
               MOVE WS-NEW-PHONE-NUMBER TO PHONE-NUMBER-INDEXED
           END-IF.
           PERFORM 985-REWRITE-MASTER.
           IF STATUS-FILED = '00'
               DISPLAY "Record Updated Successfully."
               MOVE 'ADDRESS' TO MA-ACTION
               PERFORM 800-WRITE-AUDIT
               IF WS-ADDRESS-MOVED-FLAG = 'Y'
                   PERFORM 520-CLEAR-RETURNED-MAIL
               END-IF
           ELSE
               DISPLAY "Failed to Update Record."
           END-IF.

      * a new mailing address answers a returned-mail flag -- the
      * active RETMAIL hold is released the way project03ho would,
      * and the mailing runs send to the student again. A phone-only
      * change leaves the flag alone.
       520-CLEAR-RETURNED-MAIL.
           PERFORM 530-LOAD-HOLD-TABLE.
           IF WS-HOLD-OVERFLOW-FLAG = 'Y'
               DISPLAY "HOLDS.txt IS LARGER THAN WS-HOLD-TABLE - "
                   "RETURNED-MAIL HOLD NOT RELEASED"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-HOLD-MATCH-SUB.
           PERFORM 540-MATCH-RETMAIL-HOLD
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT.
           IF WS-HOLD-MATCH-SUB = 0
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-HOLD-TODAY FROM DATE.
           MOVE WS-HOLD-TODAY
             TO WS-HD-RELEASE-DATE(WS-HOLD-MATCH-SUB).
           PERFORM 550-REWRITE-HOLD-FILE.
           PERFORM 560-WRITE-HOLD-AUDIT.
           DISPLAY "RETURNED-MAIL HOLD RELEASED FOR STUDENT "
               STUDENT-NUMBER-INDEXED.

       530-LOAD-HOLD-TABLE.
           MOVE 0 TO WS-HOLD-COUNT.
           MOVE 'N' TO WS-HOLD-EOF-FLAG.
           MOVE 'N' TO WS-HOLD-OVERFLOW-FLAG.
           OPEN INPUT HOLDS-FILE.
           IF HOLD-STATUS-FILED = '00'
               PERFORM 535-LOAD-ONE-HOLD-LINE
                   UNTIL WS-HOLD-EOF-FLAG = 'Y'
               CLOSE HOLDS-FILE
           END-IF.

       535-LOAD-ONE-HOLD-LINE.
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
                   ELSE
                       MOVE 'Y' TO WS-HOLD-OVERFLOW-FLAG
                       MOVE 'Y' TO WS-HOLD-EOF-FLAG
                   END-IF
           END-READ.

       540-MATCH-RETMAIL-HOLD.
           IF WS-HD-STUDENT-NUMBER(WS-HOLD-SUB) = STUDENT-NUMBER-INDEXED
             AND WS-HD-HOLD-TYPE(WS-HOLD-SUB) = 'RETMAIL'
             AND WS-HD-RELEASE-DATE(WS-HOLD-SUB) = 0
               MOVE WS-HOLD-SUB TO WS-HOLD-MATCH-SUB
           END-IF.

      * rewritten in full, the way project03ho maintains it
       550-REWRITE-HOLD-FILE.
           OPEN OUTPUT HOLDS-FILE.
           PERFORM 555-WRITE-ONE-HOLD-LINE
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT.
           CLOSE HOLDS-FILE.

       555-WRITE-ONE-HOLD-LINE.
           MOVE WS-HD-STUDENT-NUMBER(WS-HOLD-SUB)
             TO HD-STUDENT-NUMBER.
           MOVE WS-HD-HOLD-TYPE(WS-HOLD-SUB) TO HD-HOLD-TYPE.
           MOVE WS-HD-PLACED-DATE(WS-HOLD-SUB) TO HD-PLACED-DATE.
           MOVE WS-HD-PLACED-BY(WS-HOLD-SUB) TO HD-PLACED-BY.
           MOVE WS-HD-REASON(WS-HOLD-SUB) TO HD-REASON.
           MOVE WS-HD-RELEASE-DATE(WS-HOLD-SUB) TO HD-RELEASE-DATE.
           MOVE HOLD-RECORD TO HOLDS-LINE.
           WRITE HOLDS-LINE.

       560-WRITE-HOLD-AUDIT.
           MOVE 'RELEASE' TO HA-ACTION.
           MOVE STUDENT-NUMBER-INDEXED TO HA-STUDENT-NUMBER.
           MOVE 'RETMAIL' TO HA-HOLD-TYPE.
           MOVE WS-HOLD-TODAY TO HA-AUDIT-DATE.
           MOVE WS-OPERATOR-ID TO HA-OPERATOR-ID.
           MOVE 'ADDRESS CHANGED IN PROJECT03M' TO HA-REASON.
           OPEN EXTEND HOLD-AUDIT-FILE.
           IF HAUD-STATUS-FILED = '35'
               OPEN OUTPUT HOLD-AUDIT-FILE
           END-IF.
           MOVE HOLD-AUDIT-RECORD TO HOLD-AUDIT-LINE.
           WRITE HOLD-AUDIT-LINE.
           CLOSE HOLD-AUDIT-FILE.

      * the full lifecycle: active, withdrawn, graduated, leave of
      * absence -- the record itself never leaves the master
       600-SET-STATUS.
           END-READ.

       610-APPLY-STATUS.
      * a merged-away number (M) only points at its survivor now
           IF STUDENT-STATUS-INDEXED = 'M'
               DISPLAY "STUDENT WAS MERGED INTO ANOTHER NUMBER - "
                   "STATUS CANNOT BE CHANGED"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WS-NEW-STATUS.
           DISPLAY STATUS-SCREEN.
           ACCEPT STATUS-SCREEN.
           IF WS-NEW-STATUS = 'A' OR WS-NEW-STATUS = 'W'
             OR WS-NEW-STATUS = 'G' OR WS-NEW-STATUS = 'L'
               MOVE 'N' TO WS-ADJ-OK-FLAG
               IF WS-NEW-STATUS = 'W'
                   PERFORM 320-PRORATE-WITHDRAWAL
               END-IF
               MOVE WS-NEW-STATUS TO STUDENT-STATUS-INDEXED
               PERFORM 985-REWRITE-MASTER
               IF STATUS-FILED = '00'
                   DISPLAY "Record Updated Successfully."
                   MOVE 'STATUS' TO MA-ACTION
                   PERFORM 800-WRITE-AUDIT
                   IF WS-ADJ-OK-FLAG = 'Y'
                       PERFORM 460-POST-ADJUSTMENT
                   END-IF
               ELSE
                   DISPLAY "Failed to Update Record."
               END-IF
               DISPLAY "STATUS MUST BE A, W, G OR L - NO CHANGE"
           END-IF.

      * work through the list the graduation audit (project03ga)
      * left behind. The registrar confirms each student in turn;
      * a student no longer on file or no longer active since the
      * audit ran is passed over
       650-GRADUATE-ELIGIBLE.
           MOVE 'N' TO WS-GELG-EOF-FLAG.
           MOVE 0 TO WS-GRADUATED-COUNT.
           OPEN INPUT GRAD-ELIGIBLE-FILE.
           IF GELG-STATUS-FILED = '00'
               PERFORM 660-READ-ONE-ELIGIBLE
                   UNTIL WS-GELG-EOF-FLAG = 'Y'
               CLOSE GRAD-ELIGIBLE-FILE
               DISPLAY "STUDENTS GRADUATED: " WS-GRADUATED-COUNT
           ELSE
               DISPLAY "NO GRAD_ELIGIBLE.txt - RUN THE GRADUATION "
                   "AUDIT FIRST"
           END-IF.

       660-READ-ONE-ELIGIBLE.
           READ GRAD-ELIGIBLE-FILE
               AT END
                   MOVE 'Y' TO WS-GELG-EOF-FLAG
               NOT AT END
                   MOVE GRAD-ELIGIBLE-LINE TO GRAD-ELIGIBLE-RECORD
                   MOVE GE-STUDENT-NUMBER TO STUDENT-NUMBER-INDEXED
                   READ INDEXED-STUDENT-FILE
                       KEY IS STUDENT-NUMBER-INDEXED
                     INVALID KEY
                       DISPLAY "CANNOT FIND THE STUDENT NUMBER - "
                           GE-STUDENT-NUMBER
                     NOT INVALID KEY
                       IF STUDENT-STATUS-INDEXED = 'A'
                           PERFORM 670-CONFIRM-GRADUATE
                       ELSE
                           DISPLAY "NOT ACTIVE - SKIPPED - "
                               GE-STUDENT-NUMBER " STATUS "
                               STUDENT-STATUS-INDEXED
                       END-IF
                   END-READ
           END-READ.

       670-CONFIRM-GRADUATE.
           MOVE 'N' TO WS-CONFIRM-CHOICE.
           DISPLAY GRADUATE-SCREEN.
           ACCEPT GRADUATE-SCREEN.
           IF WS-CONFIRM-CHOICE = 'Y'
               MOVE 'G' TO STUDENT-STATUS-INDEXED
               PERFORM 985-REWRITE-MASTER
               IF STATUS-FILED = '00'
                   DISPLAY "STUDENT GRADUATED - " GE-STUDENT-NUMBER
                   ADD 1 TO WS-GRADUATED-COUNT
                   MOVE 'STATUS' TO MA-ACTION
                   PERFORM 800-WRITE-AUDIT
               ELSE
                   DISPLAY "Failed to Update Record."
               END-IF
           ELSE
               DISPLAY "NOT CONFIRMED - NO CHANGE - "
                   GE-STUDENT-NUMBER
           END-IF.

      * link the student to the employer or agency paying their
      * way: a blank code clears the link, a non-blank one must be
      * on the sponsor master and carry a 1-100 coverage percent
           END-IF.

       740-REWRITE-SPONSOR-LINK.
           PERFORM 985-REWRITE-MASTER.
           IF STATUS-FILED = '00'
               DISPLAY "Record Updated Successfully."
               MOVE 'SPONSOR' TO MA-ACTION
           MOVE MAINT-AUDIT-RECORD TO MAINT-AUDIT-LINE.
           WRITE MAINT-AUDIT-LINE.

      * the term code and the date the term started -- a control
      * file without a start date (or no file) means a drop or
      * withdrawal cannot be pro-rated and the balance is left alone
       430-READ-TERM-CONTROL.
           OPEN INPUT TERM-CONTROL-FILE.
           IF TCTL-STATUS-FILED = '00'
               READ TERM-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TERM-CONTROL-CODE TO WS-TERM-CODE
                       IF TERM-START-DATE IS NUMERIC
                           MOVE TERM-START-DATE TO WS-TERM-START-DATE
                       END-IF
               END-READ
               CLOSE TERM-CONTROL-FILE
           END-IF.

      * the bursar's refund policy: the share of a course fee handed
      * back for a drop in each band of weeks, earliest band first
       435-LOAD-REFUND-SCHEDULE.
           OPEN INPUT REFUND-SCHEDULE-FILE.
           IF RSCH-STATUS-FILED = '00'
               PERFORM 436-LOAD-ONE-SCHEDULE-BAND
                   UNTIL WS-RS-EOF-FLAG = 'Y'
               CLOSE REFUND-SCHEDULE-FILE
           END-IF.

       436-LOAD-ONE-SCHEDULE-BAND.
           READ REFUND-SCHEDULE-FILE
               AT END
                   MOVE 'Y' TO WS-RS-EOF-FLAG
               NOT AT END
                   IF WS-RS-COUNT < WS-REFUND-SCHEDULE-MAX
                       MOVE REFUND-SCHEDULE-LINE
                         TO REFUND-SCHEDULE-RECORD
                       ADD 1 TO WS-RS-COUNT
                       MOVE RS-THROUGH-WEEK
                         TO WS-RS-THROUGH-WEEK(WS-RS-COUNT)
                       MOVE RS-RETURN-PERCENT
                         TO WS-RS-RETURN-PERCENT(WS-RS-COUNT)
                   ELSE
                       DISPLAY "WARNING: REFUND SCHEDULE TABLE FULL - "
                           "BAND " REFUND-SCHEDULE-LINE " DROPPED"
                   END-IF
           END-READ.

      * week 1 is the week the term starts on; a course taken off
      * before the start date is returned in full, and one taken off
      * after the last band of the schedule returns nothing
       440-START-ADJUSTMENT.
           MOVE 'N' TO WS-ADJ-OK-FLAG.
           MOVE 0 TO WS-ADJ-COUNT.
           MOVE 0 TO WS-ADJ-TOTAL-RETURNED.
           MOVE 0 TO WS-ADJ-APPLIED.
           MOVE 0 TO WS-ADJ-CREDIT.
           IF WS-TERM-START-DATE = 0
               DISPLAY "NO TERM START DATE ON TERM_CONTROL.txt - "
                   "BALANCE NOT ADJUSTED"
               EXIT PARAGRAPH
           END-IF.
           IF WS-RS-COUNT = 0
               DISPLAY "NO REFUND_SCHEDULE.txt - BALANCE NOT ADJUSTED"
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-ADJ-TODAY FROM DATE.
           MOVE WS-ADJ-TODAY TO WS-ADJ-DATE-WORK.
           PERFORM 490-DAY-NUMBER.
           MOVE WS-ADJ-DAY-NUMBER TO WS-ADJ-TODAY-DAY.
           MOVE WS-TERM-START-DATE TO WS-ADJ-DATE-WORK.
           PERFORM 490-DAY-NUMBER.
           MOVE WS-ADJ-DAY-NUMBER TO WS-ADJ-START-DAY.
           IF WS-ADJ-TODAY-DAY < WS-ADJ-START-DAY
               MOVE 0 TO WS-ADJ-WEEK
               MOVE 100 TO WS-ADJ-PERCENT
           ELSE
               COMPUTE WS-ADJ-DAYS =
                   WS-ADJ-TODAY-DAY - WS-ADJ-START-DAY
               DIVIDE WS-ADJ-DAYS BY 7 GIVING WS-ADJ-WEEKS
               ADD 1 TO WS-ADJ-WEEKS
               IF WS-ADJ-WEEKS > 99
                   MOVE 99 TO WS-ADJ-WEEK
               ELSE
                   MOVE WS-ADJ-WEEKS TO WS-ADJ-WEEK
               END-IF
               MOVE 0 TO WS-RS-HIT
               PERFORM 445-FIND-SCHEDULE-BAND
                   VARYING WS-RS-SUB FROM 1 BY 1
                   UNTIL WS-RS-SUB > WS-RS-COUNT
                   OR WS-RS-HIT > 0
               IF WS-RS-HIT = 0
                   MOVE 0 TO WS-ADJ-PERCENT
               ELSE
                   MOVE WS-RS-RETURN-PERCENT(WS-RS-HIT)
                     TO WS-ADJ-PERCENT
               END-IF
           END-IF.
           MOVE 'Y' TO WS-ADJ-OK-FLAG.

       445-FIND-SCHEDULE-BAND.
           IF WS-ADJ-WEEK NOT > WS-RS-THROUGH-WEEK(WS-RS-SUB)
               MOVE WS-RS-SUB TO WS-RS-HIT
           END-IF.

      * price one course being taken off (WS-COURSE-CODE) against
      * the catalog and split its fee into the part returned and the
      * part the student still owes
       450-ADD-ADJUST-COURSE.
           PERFORM 920-FIND-CATALOG-CODE.
           ADD 1 TO WS-ADJ-COUNT.
           MOVE WS-COURSE-CODE TO WS-ADJ-COURSE-CODE(WS-ADJ-COUNT).
           IF WS-CAT-HIT = 0
               MOVE 'NOT ON THE CATALOG'
                 TO WS-ADJ-COURSE-TITLE(WS-ADJ-COUNT)
               MOVE 0 TO WS-ADJ-COURSE-FEE(WS-ADJ-COUNT)
           ELSE
               MOVE WS-CC-COURSE-TITLE(WS-CAT-HIT)
                 TO WS-ADJ-COURSE-TITLE(WS-ADJ-COUNT)
               MOVE WS-CC-COURSE-FEE(WS-CAT-HIT)
                 TO WS-ADJ-COURSE-FEE(WS-ADJ-COUNT)
           END-IF.
           COMPUTE WS-ADJ-RETURNED(WS-ADJ-COUNT) ROUNDED =
               WS-ADJ-COURSE-FEE(WS-ADJ-COUNT) * WS-ADJ-PERCENT / 100.
           COMPUTE WS-ADJ-RETAINED(WS-ADJ-COUNT) =
               WS-ADJ-COURSE-FEE(WS-ADJ-COUNT)
               - WS-ADJ-RETURNED(WS-ADJ-COUNT).
           ADD WS-ADJ-RETURNED(WS-ADJ-COUNT) TO WS-ADJ-TOTAL-RETURNED.

      * take the returned fees off the balance in the record in hand
      * (the caller's REWRITE makes it stick). A return larger than
      * the balance leaves the student at zero owed with the excess
      * as credit, handed to the refund worklist once rewritten
       455-APPLY-ADJUSTMENT.
           IF WS-ADJ-COUNT = 0
               MOVE 'N' TO WS-ADJ-OK-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE TUITION-OWED-INDEXED TO WS-ADJ-PRIOR-BALANCE.
           IF WS-ADJ-TOTAL-RETURNED > TUITION-OWED-INDEXED
               COMPUTE WS-ADJ-CREDIT =
                   WS-ADJ-TOTAL-RETURNED - TUITION-OWED-INDEXED
               IF WS-ADJ-CREDIT + CREDIT-BALANCE-INDEXED > 9999.99
                   DISPLAY "CREDIT BALANCE WOULD OVERFLOW - "
                       "BALANCE NOT ADJUSTED"
                   MOVE 0 TO WS-ADJ-CREDIT
                   MOVE 'N' TO WS-ADJ-OK-FLAG
                   EXIT PARAGRAPH
               END-IF
               MOVE TUITION-OWED-INDEXED TO WS-ADJ-APPLIED
               MOVE 0 TO TUITION-OWED-INDEXED
               ADD WS-ADJ-CREDIT TO CREDIT-BALANCE-INDEXED
           ELSE
               MOVE WS-ADJ-TOTAL-RETURNED TO WS-ADJ-APPLIED
               SUBTRACT WS-ADJ-TOTAL-RETURNED
                 FROM TUITION-OWED-INDEXED
           END-IF.

      * the master is rewritten: date the reduction on the ledger
      * (type D, retired like a payment), queue any credit, register
      * each course for the fee assessment, and print the notice
       460-POST-ADJUSTMENT.
           IF WS-ADJ-APPLIED > 0
               MOVE STUDENT-NUMBER-INDEXED TO LG-STUDENT-NUMBER
               MOVE WS-ADJ-TODAY TO LG-ENTRY-DATE
               MOVE 'D' TO LG-ENTRY-TYPE
               MOVE WS-ADJ-APPLIED TO LG-AMOUNT
               OPEN EXTEND LEDGER-FILE
               MOVE LEDGER-RECORD TO LEDGER-LINE
               WRITE LEDGER-LINE
               CLOSE LEDGER-FILE
           END-IF.
           IF WS-ADJ-CREDIT > 0
               MOVE WS-ADJ-TODAY TO RQ-REFUND-DATE
               MOVE STUDENT-NUMBER-INDEXED TO RQ-STUDENT-NUMBER
               MOVE STUDENT-NAME-INDEXED TO RQ-STUDENT-NAME
               MOVE WS-ADJ-CREDIT TO RQ-REFUND-AMOUNT
               OPEN EXTEND REFUND-QUEUE-FILE
               MOVE REFUND-QUEUE-RECORD TO REFUND-QUEUE-LINE
               WRITE REFUND-QUEUE-LINE
               CLOSE REFUND-QUEUE-FILE
               DISPLAY "CREDIT OF " RQ-REFUND-AMOUNT
                   " QUEUED FOR REFUND."
           END-IF.
           OPEN EXTEND TUITION-ADJUST-FILE.
           IF TADJ-STATUS-FILED = '35'
               OPEN OUTPUT TUITION-ADJUST-FILE
           END-IF.
           PERFORM 465-WRITE-ONE-ADJUST-LINE
               VARYING WS-ADJ-SUB FROM 1 BY 1
               UNTIL WS-ADJ-SUB > WS-ADJ-COUNT.
           CLOSE TUITION-ADJUST-FILE.
           PERFORM 470-PRINT-ADJUSTMENT-NOTICE.
           MOVE WS-ADJ-APPLIED TO WS-ADJ-DISPLAY-AMOUNT.
           DISPLAY "BALANCE REDUCED BY " WS-ADJ-DISPLAY-AMOUNT
               " - ADJUSTMENT NOTICE PRINTED.".

       465-WRITE-ONE-ADJUST-LINE.
           MOVE WS-TERM-CODE TO TA-TERM-CODE.
           MOVE STUDENT-NUMBER-INDEXED TO TA-STUDENT-NUMBER.
           MOVE WS-ADJ-TODAY TO TA-ADJUST-DATE.
           MOVE WS-ADJ-SOURCE TO TA-SOURCE.
           MOVE WS-ADJ-COURSE-CODE(WS-ADJ-SUB) TO TA-COURSE-CODE.
           MOVE WS-ADJ-COURSE-FEE(WS-ADJ-SUB) TO TA-COURSE-FEE.
           MOVE WS-ADJ-WEEK TO TA-TERM-WEEK.
           MOVE WS-ADJ-PERCENT TO TA-RETURN-PERCENT.
           MOVE WS-ADJ-RETURNED(WS-ADJ-SUB) TO TA-RETURNED-AMOUNT.
           MOVE WS-ADJ-RETAINED(WS-ADJ-SUB) TO TA-RETAINED-AMOUNT.
           MOVE WS-OPERATOR-ID TO TA-OPERATOR-ID.
           MOVE TUITION-ADJUST-RECORD TO TUITION-ADJUST-LINE.
           WRITE TUITION-ADJUST-LINE.

      * one page per adjustment, shaped like the collection letters:
      * mailing block, the week and refund percent, each course with
      * its fee split, and the effect on the balance
       470-PRINT-ADJUSTMENT-NOTICE.
           OPEN EXTEND ADJUSTMENT-NOTICE-FILE.
           IF ANOT-STATUS-FILED = '35'
               OPEN OUTPUT ADJUSTMENT-NOTICE-FILE
           END-IF.
           MOVE ADJ-RULE-LINE TO ADJUSTMENT-NOTICE-LINE.
           WRITE ADJUSTMENT-NOTICE-LINE AFTER ADVANCING 1 LINE.
           MOVE STUDENT-NAME-INDEXED TO ADJ-STUDENT-NAME.
           MOVE ADJ-NAME-LINE TO ADJUSTMENT-NOTICE-LINE.
           WRITE ADJUSTMENT-NOTICE-LINE AFTER ADVANCING 1 LINE.
           MOVE STREET-ADDRESS-INDEXED TO ADJ-STREET-ADDRESS.
           MOVE ADJ-STREET-LINE TO ADJUSTMENT-NOTICE-LINE.
           WRITE ADJUSTMENT-NOTICE-LINE AFTER ADVANCING 1 LINE.
           MOVE CITY-INDEXED TO ADJ-CITY.
           MOVE POSTAL-CODE-INDEXED TO ADJ-POSTAL-CODE.
           MOVE ADJ-CITY-LINE TO ADJUSTMENT-NOTICE-LINE.
           WRITE ADJUSTMENT-NOTICE-LINE AFTER ADVANCING 1 LINE.
           MOVE STUDENT-NUMBER-INDEXED TO ADJ-STUDENT-NUMBER.
           MOVE WS-ADJ-TODAY TO ADJ-NOTICE-DATE.
           MOVE ADJ-ID-LINE TO ADJUSTMENT-NOTICE-LINE.
           WRITE ADJUSTMENT-NOTICE-LINE AFTER ADVANCING 1 LINE.
           IF WS-ADJ-SOURCE = 'WITHDRAW'
               MOVE 'TUITION ADJUSTMENT: WITHDRAWAL' TO ADJ-SUBJECT
           ELSE
               MOVE 'TUITION ADJUSTMENT: COURSE DROP' TO ADJ-SUBJECT
           END-IF.
           MOVE ADJ-SUBJECT-LINE TO ADJUSTMENT-NOTICE-LINE.
           WRITE ADJUSTMENT-NOTICE-LINE AFTER ADVANCING 2 LINE.
           MOVE WS-TERM-CODE TO ADJ-TERM-CODE.
           MOVE WS-TERM-START-DATE TO ADJ-TERM-START.
           MOVE WS-ADJ-WEEK TO ADJ-TERM-WEEK.
           MOVE WS-ADJ-PERCENT TO ADJ-RETURN-PERCENT.
           MOVE ADJ-TERM-LINE TO ADJUSTMENT-NOTICE-LINE.
           WRITE ADJUSTMENT-NOTICE-LINE AFTER ADVANCING 2 LINE.
           MOVE ADJ-HEADING-LINE TO ADJUSTMENT-NOTICE-LINE.
           WRITE ADJUSTMENT-NOTICE-LINE AFTER ADVANCING 2 LINE.
           PERFORM 475-PRINT-ONE-COURSE-LINE
               VARYING WS-ADJ-SUB FROM 1 BY 1
               UNTIL WS-ADJ-SUB > WS-ADJ-COUNT.
           MOVE 'PRIOR BALANCE' TO ADJ-AMOUNT-LABEL.
           MOVE WS-ADJ-PRIOR-BALANCE TO ADJ-AMOUNT.
           MOVE ADJ-AMOUNT-LINE TO ADJUSTMENT-NOTICE-LINE.
           WRITE ADJUSTMENT-NOTICE-LINE AFTER ADVANCING 2 LINE.
           MOVE 'TOTAL FEES RETURNED' TO ADJ-AMOUNT-LABEL.
           MOVE WS-ADJ-TOTAL-RETURNED TO ADJ-AMOUNT.
           MOVE ADJ-AMOUNT-LINE TO ADJUSTMENT-NOTICE-LINE.
           WRITE ADJUSTMENT-NOTICE-LINE AFTER ADVANCING 1 LINE.
           MOVE 'NEW BALANCE' TO ADJ-AMOUNT-LABEL.
           MOVE TUITION-OWED-INDEXED TO ADJ-AMOUNT.
           MOVE ADJ-AMOUNT-LINE TO ADJUSTMENT-NOTICE-LINE.
           WRITE ADJUSTMENT-NOTICE-LINE AFTER ADVANCING 1 LINE.
           IF WS-ADJ-CREDIT > 0
               MOVE 'CREDIT TO BE REFUNDED' TO ADJ-AMOUNT-LABEL
               MOVE WS-ADJ-CREDIT TO ADJ-AMOUNT
               MOVE ADJ-AMOUNT-LINE TO ADJUSTMENT-NOTICE-LINE
               WRITE ADJUSTMENT-NOTICE-LINE AFTER ADVANCING 1 LINE
               MOVE ADJ-CREDIT-BODY-LINE TO ADJUSTMENT-NOTICE-LINE
               WRITE ADJUSTMENT-NOTICE-LINE AFTER ADVANCING 2 LINE
           END-IF.
           CLOSE ADJUSTMENT-NOTICE-FILE.

       475-PRINT-ONE-COURSE-LINE.
           MOVE WS-ADJ-COURSE-CODE(WS-ADJ-SUB) TO ADJ-COURSE-CODE.
           MOVE WS-ADJ-COURSE-TITLE(WS-ADJ-SUB) TO ADJ-COURSE-TITLE.
           MOVE WS-ADJ-COURSE-FEE(WS-ADJ-SUB) TO ADJ-COURSE-FEE.
           MOVE WS-ADJ-RETURNED(WS-ADJ-SUB) TO ADJ-RETURNED.
           MOVE WS-ADJ-RETAINED(WS-ADJ-SUB) TO ADJ-RETAINED.
           MOVE ADJ-COURSE-LINE TO ADJUSTMENT-NOTICE-LINE.
           WRITE ADJUSTMENT-NOTICE-LINE AFTER ADVANCING 1 LINE.

       490-DAY-NUMBER.
           COMPUTE WS-ADJ-DAY-NUMBER =
               WS-ADJ-YY * 365 + WS-ADJ-MM * 30 + WS-ADJ-DD.

      * an absent catalog prices every course at nothing -- a
      * withdrawal then leaves the balance as it stands
       900-LOAD-COURSE-CATALOG.
           OPEN INPUT COURSE-CATALOG-FILE.
           IF CAT-STATUS-FILED = '00'
               PERFORM 910-LOAD-ONE-CATALOG-ENTRY
                   UNTIL WS-CAT-EOF-FLAG = 'Y'
               CLOSE COURSE-CATALOG-FILE
           ELSE
               DISPLAY "WARNING: COURSE_CATALOG.txt NOT FOUND - "
                   "WITHDRAWALS WILL NOT BE PRICED"
           END-IF.

       910-LOAD-ONE-CATALOG-ENTRY.
           READ COURSE-CATALOG-FILE
               AT END
                   MOVE 'Y' TO WS-CAT-EOF-FLAG
               NOT AT END
                   IF WS-COURSE-CAT-COUNT < WS-COURSE-CAT-MAX
                       ADD 1 TO WS-COURSE-CAT-COUNT
                       MOVE CAT-COURSE-CODE
                         TO WS-CC-COURSE-CODE(WS-COURSE-CAT-COUNT)
                       MOVE CAT-COURSE-TITLE
                         TO WS-CC-COURSE-TITLE(WS-COURSE-CAT-COUNT)
                       MOVE CAT-COURSE-FEE
                         TO WS-CC-COURSE-FEE(WS-COURSE-CAT-COUNT)
                   ELSE
                       DISPLAY "WARNING: CATALOG TABLE FULL - "
                           CAT-COURSE-CODE " DROPPED"
                   END-IF
           END-READ.

       920-FIND-CATALOG-CODE.
           MOVE 0 TO WS-CAT-HIT.
           PERFORM 930-MATCH-CATALOG-CODE
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-COURSE-CAT-COUNT.

       930-MATCH-CATALOG-CODE.
           IF WS-CC-COURSE-CODE(WS-CAT-SUB) = WS-COURSE-CODE
               AND WS-CAT-HIT = 0
               MOVE WS-CAT-SUB TO WS-CAT-HIT
           END-IF.


      * the single-updater interlock on the master: claim the lock
      * before opening for update, refuse to start when another
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

       END PROGRAM project03m.
