      *                catalog master COURSE_CATALOG.txt (kept by
      *                project03cm): an unknown or deactivated code
      *                is refused before it reaches a slot.
      *   OCT.15.2026 - An add (keyed or backfilled from the waitlist)
      *                is refused while the student has an active
      *                FINANCIAL, NSF or REGISTRAR hold in HOLDS.txt;
      *                the refusal names the hold. A LIBRARY hold does
      *                not stop enrolment.
      *   OCT.15.2026 - An add is checked against the prerequisite
      *                table COURSE_PREREQ.txt (kept by project03pq):
      *                each required course must be passed at the
      *                table's minimum average, either in a prior term
      *                on STUDENT_TERM_HISTORY.txt or in a current
      *                slot, or the add is refused naming the missing
      *                course. A registrar may override the refusal
      *                with their ID and a reason, which go to
      *                COURSE_AUDIT.txt as an OVERRIDE line (audit
      *                lines now carry a reason column). A waitlisted
      *                request whose prerequisites are not met is not
      *                backfilled.
      *   OCT.15.2026 - An add (keyed or backfilled) is refused while
      *                the student's current academic standing on
      *                STANDING_HISTORY.txt is SUSPENDED, until the
      *                registrar reinstates them through project03rn.
      *   OCT.15.2026 - A drop from an active student's record is
      *                pro-rated: the catalog fee times the week-of-
      *                term percent on REFUND_SCHEDULE.txt (counted
      *                from the term start date on TERM_CONTROL.txt)
      *                comes off TUITION-OWED as a dated type-D ledger
      *                entry, any credit beyond the balance goes to
      *                REFUND_QUEUE.txt, the course is registered on
      *                TUITION_ADJUSTMENTS.txt and an adjustment
      *                notice is printed to ADJUSTMENT_NOTICES.txt.
      *   OCT.15.2026 - Every change this program makes to the
      *                master is now journalled to
      *                MASTER_JOURNAL.txt with the program,
      *                operator, date and time and the before and
      *                after image of the record, so a restored
      *                backup generation can be rolled forward.
      *   OCT.15.2026 - The operator signed on must now be authorized
      *                for STUDENT maintenance on
      *                OPERATOR_AUTHORITY.txt (through project03au) or
      *                the run stops and the refusal goes to
      *                SECURITY_EXCEPTIONS.txt.
      *   OCT.15.2026 - A RETMAIL (returned mail) hold does not block
      *                enrolment.
      *   OCT.15.2026 - A prerequisite override is accepted only when
      *                the registrar ID is a different operator
      *                authorized as a supervisor (through
      *                project03au).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03e.
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
          SELECT COURSE-PREREQ-FILE
             ASSIGN TO "..\COURSE_PREREQ.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PRQ-STATUS-FILED.
          SELECT TERM-HISTORY-FILE
             ASSIGN TO "..\STUDENT_TERM_HISTORY.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS THIS-STATUS-FILED.
          SELECT STANDING-HISTORY-FILE
             ASSIGN TO "..\STANDING_HISTORY.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STDH-STATUS-FILED.
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
       DATA DIVISION.
       FILE SECTION.
       FD INDEXED-STUDENT-FILE.
             03 COURSE-CODE-INDEXED       PIC X(7).
             03 COURSE-AVERAGE-INDEXED    PIC 9(3).
           02 CREDIT-BALANCE-INDEXED      PIC 9(4)V99.
           02 STREET-ADDRESS-INDEXED      PIC X(30).
           02 CITY-INDEXED                PIC X(20).
           02 POSTAL-CODE-INDEXED         PIC X(7).
           02 PHONE-NUMBER-INDEXED        PIC X(12).
           02 STUDENT-STATUS-INDEXED      PIC X(1).
           02 NSF-COUNT-INDEXED           PIC 9(2).
           02 SPONSOR-INFO-INDEXED        PIC X(9).
      * COURSE CHANGE AUDIT TRAIL*
      ****************************
       FD COURSE-AUDIT-FILE.
       01 COURSE-AUDIT-LINE               PIC X(83).

      ****************************
      * QUEUED ADDS REFUSED FOR  *

       COPY "master-lock.dat".

       COPY "master-journal.dat".

       COPY "holds.dat".

       COPY "course-prereq.dat".

      ****************************
      * ONE LINE PER STUDENT PER *
      * CLOSED TERM              *
      ****************************
       FD TERM-HISTORY-FILE.
       01 TERM-HISTORY-LINE               PIC X(72).

       COPY "standing-history.dat".

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

         WORKING-STORAGE SECTION.
       COPY "standing-history-record.dat".

       COPY "master-lock-record.dat".

       COPY "master-journal-record.dat".

       COPY "holds-record.dat".

       COPY "refund-schedule-record.dat".

       COPY "tuition-adjust-record.dat".

       COPY "adjustment-notice-record.dat".

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

      ****************************
      * COURSE CHANGE AUDIT TRAIL*
      ****************************
               02 CA-AUDIT-DATE               PIC 9(6).
               02 FILLER                      PIC X(2) VALUE SPACES.
               02 CA-OPERATOR-ID              PIC X(3).
               02 FILLER                      PIC X(2) VALUE SPACES.
               02 CA-REASON                   PIC X(30).

      ****************************
      * ONE CLOSED TERM OF ONE   *
      * STUDENT (PROJECT03TH)    *
      ****************************
           01 TERM-HISTORY-RECORD.
               02 ST-TERM-CODE                PIC X(6).
               02 FILLER                      PIC X(2) VALUE SPACES.
               02 ST-STUDENT-NUMBER           PIC 9(6).
               02 FILLER                      PIC X(2) VALUE SPACES.
               02 ST-COURSES                  OCCURS 5 TIMES.
                 03 ST-COURSE-CODE            PIC X(7).
                 03 ST-COURSE-AVERAGE         PIC 9(3).
               02 FILLER                      PIC X(2) VALUE SPACES.
               02 ST-TERM-AVERAGE             PIC 9(3)V9.

      * the prerequisite table -- raise WS-PREREQ-MAX and the OCCURS
      * together if it outgrows it
           01 WS-PREREQ-MAX               PIC 9(2) VALUE 99.
           01 WS-PREREQ-FIELDS.
             02 WS-PREREQ-COUNT           PIC 9(2) VALUE 0.
             02 WS-PREREQ-ENTRY           OCCURS 99 TIMES.
               03 WS-PQ-COURSE-CODE       PIC X(7).
               03 WS-PQ-REQUIRED-CODE     PIC X(7) OCCURS 4 TIMES.
               03 WS-PQ-MIN-AVERAGE       PIC 9(3).

      * one flag per required code of the course being added,
      * set once a pass at the minimum average is found
           01 WS-PREREQ-MET-TABLE.
             02 WS-PQ-MET-FLAG            PIC X OCCURS 4 TIMES.

      ****************************
      * FIVE SLOTS FORMATTED FOR *
             02 WS-COURSE-CAT-ENTRY       OCCURS 99 TIMES.
               03 WS-CC-COURSE-CODE       PIC X(7).
               03 WS-CC-ACTIVE-FLAG       PIC X(1).
               03 WS-CC-COURSE-TITLE      PIC X(25).
               03 WS-CC-COURSE-FEE        PIC 9(4)V99.

           01 STATUS-FILED                PIC X(2).
           01 WLST-STATUS-FILED           PIC X(2).
           01 CAT-STATUS-FILED            PIC X(2).
           01 PRQ-STATUS-FILED            PIC X(2).
           01 THIS-STATUS-FILED           PIC X(2).
           01 WS-STUDENT-NUMBER           PIC 9(6).
           01 WS-COURSE-CODE              PIC X(7).
           01 WS-COURSE-AVERAGE           PIC 9(3).
           01 WS-OPERATOR-ID              PIC X(3) VALUE SPACES.

       COPY "authority-request.dat".

           01 WS-FIELDS.
             02 WS-COURSE-SUB               PIC 9(2) VALUE 0.
             02 WS-TARGET-SLOT              PIC 9(2) VALUE 0.
             02 WS-CAT-SUB                  PIC 9(2) VALUE 0.
             02 WS-CAT-HIT                  PIC 9(2) VALUE 0.
             02 WS-CAT-EOF-FLAG             PIC X VALUE 'N'.
             02 WS-HOLD-EOF-FLAG            PIC X VALUE 'N'.
             02 WS-HOLD-BLOCK-FLAG          PIC X VALUE 'N'.
             02 WS-HOLD-BLOCK-TYPE          PIC X(9) VALUE SPACES.
             02 WS-PRQ-SUB                  PIC 9(2) VALUE 0.
             02 WS-PRQ-HIT                  PIC 9(2) VALUE 0.
             02 WS-PRQ-REQ-SUB              PIC 9(2) VALUE 0.
             02 WS-PRQ-EOF-FLAG             PIC X VALUE 'N'.
             02 WS-THIS-EOF-FLAG            PIC X VALUE 'N'.
             02 WS-PREREQ-MET-FLAG          PIC X VALUE 'Y'.
             02 WS-PREREQ-MISSING           PIC X(7) VALUE SPACES.
             02 WS-PRQ-CHECK-CODE           PIC X(7) VALUE SPACES.
             02 WS-PRQ-CHECK-AVERAGE        PIC 9(3) VALUE 0.
             02 WS-OVERRIDE-FLAG            PIC X VALUE 'N'.
             02 WS-OVERRIDE-CHOICE          PIC X VALUE 'N'.
             02 WS-OVERRIDE-REGISTRAR       PIC X(3) VALUE SPACES.
             02 WS-OVERRIDE-REASON          PIC X(30) VALUE SPACES.
             02 WS-STDH-EOF-FLAG            PIC X VALUE 'N'.
             02 WS-CURRENT-STANDING         PIC X(10) VALUE SPACES.
       SCREEN SECTION.
       01 SIGNON-SCREEN.
          05 VALUE "***************" BLANK SCREEN   LINE 1 COL 20.
          05 ENR-AVERAGE-IN                         LINE 17 COL 30
                            PIC 9(3)  TO  WS-COURSE-AVERAGE.

       01 OVERRIDE-SCREEN.
          05 VALUE "REGISTRAR OVERRIDE (Y/N) ?"     LINE 21 COL 5.
          05 OVR-CHOICE-IN                          LINE 21 COL 35
                            PIC X  TO  WS-OVERRIDE-CHOICE.
          05 VALUE "REGISTRAR ID"                   LINE 22 COL 5.
          05 OVR-REGISTRAR-IN                       LINE 22 COL 35
                            PIC X(3)  TO  WS-OVERRIDE-REGISTRAR.
          05 VALUE "OVERRIDE REASON"                LINE 23 COL 5.
          05 OVR-REASON-IN                          LINE 23 COL 35
                            PIC X(30) TO  WS-OVERRIDE-REASON.

       01 ANOTHER-SCREEN.
          05 VALUE "ANOTHER RESEARCH (Y/N) ?"       LINE 19 COL 5.
          05 WS-CHOICE-IN                           LINE 19 COL 30
        MAIN-PROCEDURE.
           PERFORM 050-OPERATOR-SIGNON.
           PERFORM 900-LOAD-COURSE-CATALOG.
           PERFORM 950-LOAD-PREREQ-TABLE.
           PERFORM 430-READ-TERM-CONTROL.
           PERFORM 435-LOAD-REFUND-SCHEDULE.
           PERFORM 970-CLAIM-MASTER-LOCK.
           OPEN I-O INDEXED-STUDENT-FILE.
           OPEN EXTEND COURSE-AUDIT-FILE.
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
           MOVE 'ENROL' TO AUTH-PROGRAM.
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

       100-ENROL-LOOP.
           DISPLAY INPUT-SCREEN.
           ACCEPT INPUT-SCREEN.
             TO WS-SLOT-AVERAGE(WS-COURSE-SUB).

      * the catalog decides what may be added at all -- an unknown
      * or deactivated code never reaches a slot -- and a student on
      * a blocking hold may not add anything until it is released,
      * nor may a suspended student until they are reinstated
       300-FILL-SLOT.
           PERFORM 940-CHECK-BLOCKING-HOLD.
           IF WS-HOLD-BLOCK-FLAG = 'Y'
               DISPLAY "ADD REFUSED - STUDENT HAS AN ACTIVE "
                   WS-HOLD-BLOCK-TYPE " HOLD"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 990-CHECK-ACADEMIC-STANDING.
           IF WS-CURRENT-STANDING = 'SUSPENDED'
               DISPLAY "ADD REFUSED - STUDENT IS ON ACADEMIC "
                   "SUSPENSION"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 920-FIND-CATALOG-CODE.
           IF WS-CAT-HIT = 0
               DISPLAY "COURSE NOT ON THE CATALOG - " WS-COURSE-CODE
               IF WS-CC-ACTIVE-FLAG(WS-CAT-HIT) NOT = 'Y'
                   DISPLAY "COURSE IS NOT ACTIVE - " WS-COURSE-CODE
               ELSE
                   PERFORM 302-FILL-IF-PREREQS-MET
               END-IF
           END-IF.

      * a missing prerequisite refuses the add unless a registrar
      * overrides it -- the override line goes to the audit file
      * only once the course is actually in a slot
       302-FILL-IF-PREREQS-MET.
           MOVE 'N' TO WS-OVERRIDE-FLAG.
           PERFORM 800-CHECK-PREREQUISITES.
           IF WS-PREREQ-MET-FLAG = 'N'
               DISPLAY "ADD REFUSED - PREREQUISITE " WS-PREREQ-MISSING
                   " NOT PASSED AT " WS-PQ-MIN-AVERAGE(WS-PRQ-HIT)
                   " OR BETTER"
               PERFORM 850-OFFER-PREREQ-OVERRIDE
               IF WS-OVERRIDE-FLAG = 'N'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE SPACES TO CA-ACTION.
           PERFORM 305-FILL-VALIDATED-SLOT.
           IF WS-OVERRIDE-FLAG = 'Y'
             AND CA-ACTION = 'ADD'
             AND STATUS-FILED = '00'
               PERFORM 860-WRITE-OVERRIDE-AUDIT
           END-IF.

      * add a course into the first empty slot -- refuse a sixth
      * enrolment, and refuse enrolling the same course twice
       305-FILL-VALIDATED-SLOT.
               END-IF
           END-IF.

      * blank the slot holding the dropped course. An active
      * student's fee for it is pro-rated off the balance in the same
      * rewrite -- a withdrawn student's fees were already adjusted
      * when they withdrew
       400-DROP-COURSE.
           PERFORM 410-LOCATE-COURSE.
           IF WS-TARGET-SLOT = 0
               DISPLAY "STUDENT IS NOT ENROLLED IN " WS-COURSE-CODE
           ELSE
               MOVE 'N' TO WS-ADJ-OK-FLAG
               IF STUDENT-STATUS-INDEXED = 'A'
                   MOVE 'DROP' TO WS-ADJ-SOURCE
                   PERFORM 440-START-ADJUSTMENT
                   IF WS-ADJ-OK-FLAG = 'Y'
                       PERFORM 450-ADD-ADJUST-COURSE
                       PERFORM 455-APPLY-ADJUSTMENT
                   END-IF
               END-IF
               MOVE COURSE-AVERAGE-INDEXED(WS-TARGET-SLOT)
                 TO CA-OLD-AVERAGE
               MOVE SPACES TO COURSE-CODE-INDEXED(WS-TARGET-SLOT)
               MOVE 'DROP' TO CA-ACTION
               PERFORM 600-REWRITE-AND-AUDIT
               IF STATUS-FILED = '00'
                   IF WS-ADJ-OK-FLAG = 'Y'
                       PERFORM 460-POST-ADJUSTMENT
                   END-IF
                   PERFORM 710-BACKFILL-FROM-WAITLIST
               END-IF
           END-IF.
               MOVE WS-COURSE-SUB TO WS-TARGET-SLOT
           END-IF.

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

      * rewrite the changed record and echo the change to the
      * course audit file
       600-REWRITE-AND-AUDIT.
           PERFORM 985-REWRITE-MASTER.
           IF STATUS-FILED = '00'
               DISPLAY "Record Updated Successfully."
               MOVE STUDENT-NUMBER-INDEXED TO CA-STUDENT-NUMBER
                 TO CA-NEW-AVERAGE
               ACCEPT CA-AUDIT-DATE FROM DATE
               MOVE WS-OPERATOR-ID TO CA-OPERATOR-ID
               MOVE SPACES TO CA-REASON
               MOVE COURSE-AUDIT-RECORD TO COURSE-AUDIT-LINE
               WRITE COURSE-AUDIT-LINE
           ELSE
      * the enrolment, log BACKFILL, and take the request off the
      * waitlist
       710-BACKFILL-FROM-WAITLIST.
           PERFORM 940-CHECK-BLOCKING-HOLD.
           IF WS-HOLD-BLOCK-FLAG = 'Y'
               DISPLAY "NO BACKFILL - STUDENT HAS AN ACTIVE "
                   WS-HOLD-BLOCK-TYPE " HOLD"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 990-CHECK-ACADEMIC-STANDING.
           IF WS-CURRENT-STANDING = 'SUSPENDED'
               DISPLAY "NO BACKFILL - STUDENT IS ON ACADEMIC "
                   "SUSPENSION"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 720-LOAD-WAITLIST-TABLE.
           MOVE 0 TO WS-BACKFILL-HIT.
           MOVE 'N' TO WS-WAITLIST-CHANGED.
                   MOVE 'N' TO WS-WL-KEEP-FLAG(WS-WAITLIST-SUB)
                   MOVE 'Y' TO WS-WAITLIST-CHANGED
               ELSE
      * prerequisites not met -- nobody is at the screen to override,
      * so the request stays queued and the next one is tried
                   PERFORM 800-CHECK-PREREQUISITES
                   IF WS-PREREQ-MET-FLAG = 'Y'
                       MOVE WS-WAITLIST-SUB TO WS-BACKFILL-HIT
                   END-IF
               END-IF
           END-IF.

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

      * an absent catalog would refuse every add -- that is the
      * point: build COURSE_CATALOG.txt with project03cm first
       900-LOAD-COURSE-CATALOG.
                         TO WS-CC-COURSE-CODE(WS-COURSE-CAT-COUNT)
                       MOVE CAT-ACTIVE-FLAG
                         TO WS-CC-ACTIVE-FLAG(WS-COURSE-CAT-COUNT)
                       MOVE CAT-COURSE-TITLE
                         TO WS-CC-COURSE-TITLE(WS-COURSE-CAT-COUNT)
                       MOVE CAT-COURSE-FEE
                         TO WS-CC-COURSE-FEE(WS-COURSE-CAT-COUNT)
                   ELSE
                       DISPLAY "WARNING: CATALOG TABLE FULL - "
                           CAT-COURSE-CODE " DROPPED"
               MOVE WS-CAT-SUB TO WS-CAT-HIT
           END-IF.

      * read HOLDS.txt fresh for each add, so a hold placed or
      * released at the registrar's desk a minute ago counts -- no
      * holds file just means nobody is on hold
       940-CHECK-BLOCKING-HOLD.
           MOVE 'N' TO WS-HOLD-BLOCK-FLAG.
           MOVE SPACES TO WS-HOLD-BLOCK-TYPE.
           MOVE 'N' TO WS-HOLD-EOF-FLAG.
           OPEN INPUT HOLDS-FILE.
           IF HOLD-STATUS-FILED = '00'
               PERFORM 945-SCAN-ONE-HOLD-LINE
                   UNTIL WS-HOLD-EOF-FLAG = 'Y'
               CLOSE HOLDS-FILE
           END-IF.

      * a LIBRARY hold stops an official transcript, not enrolment;
      * a RETMAIL hold only stops the mailing runs
       945-SCAN-ONE-HOLD-LINE.
           READ HOLDS-FILE
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-FLAG
               NOT AT END
                   MOVE HOLDS-LINE TO HOLD-RECORD
                   IF HD-STUDENT-NUMBER = STUDENT-NUMBER-INDEXED
                     AND HD-RELEASE-DATE = 0
                     AND HD-HOLD-TYPE NOT = 'LIBRARY'
                     AND HD-HOLD-TYPE NOT = 'RETMAIL'
                       MOVE 'Y' TO WS-HOLD-BLOCK-FLAG
                       MOVE HD-HOLD-TYPE TO WS-HOLD-BLOCK-TYPE
                       MOVE 'Y' TO WS-HOLD-EOF-FLAG
                   END-IF
           END-READ.

      * a course with no entry on the prerequisite table is open to
      * anyone. Otherwise each required code must show a pass at the
      * table's minimum average in a current slot or in any closed
      * term on STUDENT_TERM_HISTORY.txt
       800-CHECK-PREREQUISITES.
           MOVE 'Y' TO WS-PREREQ-MET-FLAG.
           MOVE SPACES TO WS-PREREQ-MISSING.
           PERFORM 820-FIND-PREREQ-ENTRY.
           IF WS-PRQ-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM 805-RESET-ONE-MET-FLAG
               VARYING WS-PRQ-REQ-SUB FROM 1 BY 1
               UNTIL WS-PRQ-REQ-SUB > 4.
           PERFORM 810-CHECK-ONE-CURRENT-SLOT
               VARYING WS-COURSE-SUB FROM 1 BY 1
               UNTIL WS-COURSE-SUB > 5.
           MOVE 'N' TO WS-THIS-EOF-FLAG.
           OPEN INPUT TERM-HISTORY-FILE.
           IF THIS-STATUS-FILED = '00'
               PERFORM 830-CHECK-ONE-HISTORY-LINE
                   UNTIL WS-THIS-EOF-FLAG = 'Y'
               CLOSE TERM-HISTORY-FILE
           END-IF.
           PERFORM 845-FIND-FIRST-UNMET
               VARYING WS-PRQ-REQ-SUB FROM 4 BY -1
               UNTIL WS-PRQ-REQ-SUB < 1.

      * a blank required code is already satisfied
       805-RESET-ONE-MET-FLAG.
           IF WS-PQ-REQUIRED-CODE(WS-PRQ-HIT, WS-PRQ-REQ-SUB)
             = SPACES
               MOVE 'Y' TO WS-PQ-MET-FLAG(WS-PRQ-REQ-SUB)
           ELSE
               MOVE 'N' TO WS-PQ-MET-FLAG(WS-PRQ-REQ-SUB)
           END-IF.

       810-CHECK-ONE-CURRENT-SLOT.
           MOVE COURSE-CODE-INDEXED(WS-COURSE-SUB)
             TO WS-PRQ-CHECK-CODE.
           MOVE COURSE-AVERAGE-INDEXED(WS-COURSE-SUB)
             TO WS-PRQ-CHECK-AVERAGE.
           PERFORM 840-MARK-ONE-REQUIRED
               VARYING WS-PRQ-REQ-SUB FROM 1 BY 1
               UNTIL WS-PRQ-REQ-SUB > 4.

       820-FIND-PREREQ-ENTRY.
           MOVE 0 TO WS-PRQ-HIT.
           PERFORM 825-MATCH-PREREQ-ENTRY
               VARYING WS-PRQ-SUB FROM 1 BY 1
               UNTIL WS-PRQ-SUB > WS-PREREQ-COUNT.

       825-MATCH-PREREQ-ENTRY.
           IF WS-PQ-COURSE-CODE(WS-PRQ-SUB) = WS-COURSE-CODE
               AND WS-PRQ-HIT = 0
               MOVE WS-PRQ-SUB TO WS-PRQ-HIT
           END-IF.

       830-CHECK-ONE-HISTORY-LINE.
           READ TERM-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-THIS-EOF-FLAG
               NOT AT END
                   MOVE TERM-HISTORY-LINE TO TERM-HISTORY-RECORD
                   IF ST-STUDENT-NUMBER = STUDENT-NUMBER-INDEXED
                       PERFORM 835-CHECK-ONE-HISTORY-SLOT
                           VARYING WS-COURSE-SUB FROM 1 BY 1
                           UNTIL WS-COURSE-SUB > 5
                   END-IF
           END-READ.

       835-CHECK-ONE-HISTORY-SLOT.
           MOVE ST-COURSE-CODE(WS-COURSE-SUB) TO WS-PRQ-CHECK-CODE.
           MOVE ST-COURSE-AVERAGE(WS-COURSE-SUB)
             TO WS-PRQ-CHECK-AVERAGE.
           PERFORM 840-MARK-ONE-REQUIRED
               VARYING WS-PRQ-REQ-SUB FROM 1 BY 1
               UNTIL WS-PRQ-REQ-SUB > 4.

       840-MARK-ONE-REQUIRED.
           IF WS-PRQ-CHECK-CODE NOT = SPACES
             AND WS-PRQ-CHECK-CODE
               = WS-PQ-REQUIRED-CODE(WS-PRQ-HIT, WS-PRQ-REQ-SUB)
             AND WS-PRQ-CHECK-AVERAGE
               NOT < WS-PQ-MIN-AVERAGE(WS-PRQ-HIT)
               MOVE 'Y' TO WS-PQ-MET-FLAG(WS-PRQ-REQ-SUB)
           END-IF.

      * scanned high to low so the first unmet code is the one named
       845-FIND-FIRST-UNMET.
           IF WS-PQ-MET-FLAG(WS-PRQ-REQ-SUB) = 'N'
               MOVE 'N' TO WS-PREREQ-MET-FLAG
               MOVE WS-PQ-REQUIRED-CODE(WS-PRQ-HIT, WS-PRQ-REQ-SUB)
                 TO WS-PREREQ-MISSING
           END-IF.

      * the override needs the registrar's own ID and a reason --
      * either left blank and the refusal stands. The registrar must
      * be a different operator authorized as a supervisor on
      * OPERATOR_AUTHORITY.txt -- project03au refuses the operator's
      * own ID and logs any refusal to SECURITY_EXCEPTIONS.txt
       850-OFFER-PREREQ-OVERRIDE.
           MOVE 'N' TO WS-OVERRIDE-CHOICE.
           MOVE SPACES TO WS-OVERRIDE-REGISTRAR.
           MOVE SPACES TO WS-OVERRIDE-REASON.
           DISPLAY OVERRIDE-SCREEN.
           ACCEPT OVERRIDE-SCREEN.
           IF WS-OVERRIDE-CHOICE = 'Y'
               IF WS-OVERRIDE-REGISTRAR = SPACES
                 OR WS-OVERRIDE-REASON = SPACES
                   DISPLAY "OVERRIDE NEEDS A REGISTRAR ID AND A "
                       "REASON - ADD REFUSED"
               ELSE
                   PERFORM 855-REGISTRAR-APPROVAL
                   IF AUTH-RESULT = 'Y'
                       MOVE 'Y' TO WS-OVERRIDE-FLAG
                   END-IF
               END-IF
           END-IF.

       855-REGISTRAR-APPROVAL.
           MOVE 'S' TO AUTH-CHECK-TYPE.
           MOVE 'ENROL' TO AUTH-PROGRAM.
           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID.
           MOVE WS-OVERRIDE-REGISTRAR TO AUTH-SUPERVISOR-ID.
           MOVE 'STUDENT' TO AUTH-FUNCTION.
           MOVE STUDENT-NUMBER-INDEXED TO AUTH-REFERENCE.
           CALL 'project03au' USING AUTHORITY-REQUEST.
           IF AUTH-RESULT NOT = 'Y'
               DISPLAY "REGISTRAR " WS-OVERRIDE-REGISTRAR
                   " NOT AUTHORIZED TO OVERRIDE - ADD REFUSED"
           END-IF.

      * the OVERRIDE line carries the registrar who authorised it;
      * the ADD line before it carries the operator who keyed it
       860-WRITE-OVERRIDE-AUDIT.
           MOVE 'OVERRIDE' TO CA-ACTION.
           MOVE STUDENT-NUMBER-INDEXED TO CA-STUDENT-NUMBER.
           MOVE WS-TARGET-SLOT TO CA-SLOT.
           MOVE WS-COURSE-CODE TO CA-COURSE-CODE.
           MOVE 0 TO CA-OLD-AVERAGE.
           MOVE WS-PQ-MIN-AVERAGE(WS-PRQ-HIT) TO CA-NEW-AVERAGE.
           ACCEPT CA-AUDIT-DATE FROM DATE.
           MOVE WS-OVERRIDE-REGISTRAR TO CA-OPERATOR-ID.
           MOVE WS-OVERRIDE-REASON TO CA-REASON.
           MOVE COURSE-AUDIT-RECORD TO COURSE-AUDIT-LINE.
           WRITE COURSE-AUDIT-LINE.
           DISPLAY "PREREQUISITE OVERRIDE RECORDED FOR "
               WS-PREREQ-MISSING.

      * an absent table means no course has prerequisites yet
       950-LOAD-PREREQ-TABLE.
           OPEN INPUT COURSE-PREREQ-FILE.
           IF PRQ-STATUS-FILED = '00'
               PERFORM 955-LOAD-ONE-PREREQ-ENTRY
                   UNTIL WS-PRQ-EOF-FLAG = 'Y'
               CLOSE COURSE-PREREQ-FILE
           END-IF.

       955-LOAD-ONE-PREREQ-ENTRY.
           READ COURSE-PREREQ-FILE
               AT END
                   MOVE 'Y' TO WS-PRQ-EOF-FLAG
               NOT AT END
                   IF WS-PREREQ-COUNT < WS-PREREQ-MAX
                       ADD 1 TO WS-PREREQ-COUNT
                       MOVE COURSE-PREREQ-RECORD
                         TO WS-PREREQ-ENTRY(WS-PREREQ-COUNT)
                   ELSE
                       DISPLAY "WARNING: PREREQUISITE TABLE FULL - "
                           PRQ-COURSE-CODE " DROPPED"
                   END-IF
           END-READ.

      * the last line for the student on STANDING_HISTORY.txt is
      * the standing in force -- read fresh for each add so a
      * reinstatement keyed a minute ago counts. No line, or no
      * file, means good standing
       990-CHECK-ACADEMIC-STANDING.
           MOVE 'GOOD' TO WS-CURRENT-STANDING.
           MOVE 'N' TO WS-STDH-EOF-FLAG.
           OPEN INPUT STANDING-HISTORY-FILE.
           IF STDH-STATUS-FILED = '00'
               PERFORM 995-SCAN-ONE-STANDING-LINE
                   UNTIL WS-STDH-EOF-FLAG = 'Y'
               CLOSE STANDING-HISTORY-FILE
           END-IF.

       995-SCAN-ONE-STANDING-LINE.
           READ STANDING-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-STDH-EOF-FLAG
               NOT AT END
                   MOVE STANDING-HISTORY-LINE
                     TO STANDING-HISTORY-RECORD
                   IF SH-STUDENT-NUMBER = STUDENT-NUMBER-INDEXED
                       MOVE SH-STANDING TO WS-CURRENT-STANDING
                   END-IF
           END-READ.

       END PROGRAM project03e.
