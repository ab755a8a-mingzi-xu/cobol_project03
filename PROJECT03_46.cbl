      ******************************************************************
      * Author: Mingzi Xu
      * Date: OCT.15.2026
      * Purpose: project 03 - month-end late-payment finance charge
      *          run. Ages the dated tuition ledger exactly the way
      *          project03a does (charges open at their entry date,
      *          payments retire the oldest charge first) and charges
      *          a late fee on each student's overdue portion -- the
      *          money more than 30 days old -- at the monthly rate
      *          and minimum/maximum kept in
      *          FINANCE_CHARGE_CONTROL.txt. The fee is posted as a
      *          dated type-F ledger entry and added to
      *          TUITION-OWED-INDEXED, so aging and statements can
      *          show it apart from tuition. Students current on an
      *          installment plan are skipped, open sponsor portions
      *          on SPONSOR_LEDGER.txt are taken off the overdue
      *          amount before the fee is figured, and finance
      *          charges already on the ledger are never charged on
      *          again. Every charge and every skip is printed to the
      *          proof report FINANCE_CHARGE_RPT.txt. The control
      *          file remembers the last month charged and the run
      *          refuses to charge the same month twice. A charge is
      *          waived, one at a time, by the bursar in project03fw.
      * Tectonics: cobc
      * Modification History:
      *   OCT.15.2026 - Every change this program makes to the
      *                master is now journalled to
      *                MASTER_JOURNAL.txt with the program,
      *                operator, date and time and the before and
      *                after image of the record, so a restored
      *                backup generation can be rolled forward.
      *   OCT.15.2026 - Type-L student loan entries (the tuition
      *                portion of a loan disbursement, posted by
      *                project03ln) retire the oldest charges like a
      *                payment.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03fc.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-INPUT-FILE
           ASSIGN TO "..\TUITION_LEDGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTED-LEDGER-FILE
           ASSIGN TO "..\SORTED_FC_LEDGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECORD-OUTPUT-FILE
           ASSIGN TO "..\FINANCE_CHARGE_RPT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE
           ASSIGN TO "SORTWK1".
           SELECT INDEXED-STUDENT-FILE
             ASSIGN TO "..\indexed_stufile.index"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS STUDENT-NUMBER-INDEXED
             ALTERNATE key IS STUDENT-NAME-INDEXED WITH DUPLICATES
             FILE STATUS IS STATUS-FILED.
           SELECT PAYMENT-PLAN-FILE
           ASSIGN TO "..\PAYMENT_PLANS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-STATUS-FILED.
           SELECT SPONSOR-LEDGER-FILE
           ASSIGN TO "..\SPONSOR_LEDGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLDG-STATUS-FILED.
           SELECT FINANCE-CONTROL-FILE
           ASSIGN TO "..\FINANCE_CHARGE_CONTROL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCTL-STATUS-FILED.
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
      ****************************
      * DATED TUITION LEDGER IN  *
      * (C=CHARGE P=PAYMENT      *
      *  A=ADJUSTMENT F=FINANCE  *
      *  CHARGE W=WAIVER D=DROP  *
      *  / WITHDRAWAL CREDIT)    *
      ****************************
       FD LEDGER-INPUT-FILE.
       01 LEDGER-INPUT.
           05 LG-STUDENT-NUMBER      PIC 9(6).
           05 LG-ENTRY-DATE          PIC 9(6).
           05 LG-ENTRY-TYPE          PIC X(1).
           05 LG-AMOUNT              PIC 9(5)V99.

      ****************************
      * LEDGER RESEQUENCED BY    *
      * STUDENT AND ENTRY DATE   *
      ****************************
       FD SORTED-LEDGER-FILE.
       01 LEDGER-SORTED.
           05 LG-STUDENT-NUMBER-S    PIC 9(6).
           05 LG-ENTRY-DATE-S        PIC 9(6).
           05 LG-ENTRY-TYPE-S        PIC X(1).
           05 LG-AMOUNT-S            PIC 9(5)V99.

      ****************************
      *    PROOF REPORT OUTPUT   *
      ****************************
       FD RECORD-OUTPUT-FILE.
       01 OUTPUT-LINE                PIC X(80).

       FD INDEXED-STUDENT-FILE.
       01 STUDENT-FILE-INDEXED.
           02 STUDENT-NUMBER-INDEXED      PIC 9(6).
           02 TUITION-OWED-INDEXED        PIC 9(4)V99.
           02 STUDENT-NAME-INDEXED        PIC X(40).
           02 PROGRAM-OF-STUDY-INDEXED    PIC X(6).
           02 COURSES-INDEXED             PIC X(50).
           02 CREDIT-BALANCE-INDEXED      PIC 9(4)V99.
           02 CONTACT-INFO-INDEXED        PIC X(69).
           02 STUDENT-STATUS-INDEXED      PIC X(1).
           02 NSF-COUNT-INDEXED           PIC 9(2).
           02 SPONSOR-INFO-INDEXED        PIC X(9).

      ****************************
      * INSTALLMENT PLAN FILE    *
      *  KEPT BY project03n      *
      ****************************
       FD PAYMENT-PLAN-FILE.
       01 PAYMENT-PLAN-LINE          PIC X(30).

      ****************************
      * OPEN AND SETTLED SPONSOR *
      * PORTIONS (O=OPEN         *
      * S=SETTLED)               *
      ****************************
       FD SPONSOR-LEDGER-FILE.
       01 SPONSOR-LEDGER-LINE        PIC X(42).

       COPY "finance-control.dat".

       COPY "master-lock.dat".

       COPY "master-journal.dat".

      ****************************
      *   SORT WORK FILE RECORD  *
      ****************************
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-STUDENT-NUMBER    PIC 9(6).
           05 SORT-ENTRY-DATE        PIC 9(6).
           05 SORT-ENTRY-TYPE        PIC X(1).
           05 SORT-AMOUNT            PIC 9(5)V99.

      *------------------ WORKING-STORAGE -----------------------

       WORKING-STORAGE SECTION.
       COPY "finance-control-record.dat".

       COPY "master-lock-record.dat".

       COPY "master-journal-record.dat".

       01 WS-FIELDS.
           05 STATUS-FILED           PIC X(2).
           05 SLDG-STATUS-FILED      PIC X(2).
           05 EOF-SORT-FLG           PIC X VALUE 'N'.
           05 WS-RUN-DATE            PIC 9(6).
           05 WS-SUB                 PIC 9(3).
           05 WS-PAYMENT-LEFT        PIC 9(5)V99.
           05 WS-ENTRY-AGE           PIC S9(5).
      * the run month (YYMM) and the month of a ledger entry, both
      * lifted from a YYMMDD date
           05 WS-RUN-MONTH           PIC 9(4).
           05 WS-ENTRY-MONTH         PIC 9(4).
      * charges posted by this run are stamped with the batch
      * operator, the way unattended posting is
           05 WS-BATCH-OPERATOR      PIC X(3) VALUE 'BAT'.

      * open charges of the student in hand, oldest first, with the
      * ledger type that opened each one -- 50 slots outlasts any
      * plausible term (5 courses + adjustments + monthly charges)
       01 WS-CHARGE-TABLE-MAX        PIC 9(3) VALUE 50.
       01 WS-CHARGE-FIELDS.
           05 WS-CHARGE-COUNT        PIC 9(3) VALUE 0.
           05 WS-CHARGE-ENTRY        OCCURS 50 TIMES.
             10 WS-CHARGE-AMOUNT     PIC 9(5)V99.
             10 WS-CHARGE-DATE       PIC 9(6).
             10 WS-CHARGE-TYPE       PIC X(1).

       01 WS-GROUP-FIELDS.
           05 WS-GROUP-STUDENT       PIC 9(6) VALUE 0.
           05 WS-GROUP-OPEN-FLAG     PIC X VALUE 'N'.
      * a type-F entry already dated in the run month means this
      * student was charged by an earlier, interrupted run
           05 WS-GROUP-CHARGED-FLAG  PIC X VALUE 'N'.

      * day numbers are approximated as YY*365 + MM*30 + DD -- close
      * enough to place an entry in a 30-day bucket
       01 WS-RUN-DAY-NUMBER          PIC 9(5).
       01 WS-ENTRY-DAY-NUMBER        PIC 9(5).
       01 WS-DATE-WORK               PIC 9(6).
       01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DW-YY               PIC 9(2).
           05 WS-DW-MM               PIC 9(2).
           05 WS-DW-DD               PIC 9(2).
       01 WS-MONTH-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DW-YYMM             PIC 9(4).
           05 FILLER                 PIC 9(2).

      ****************************
      * INSTALLMENT PLAN RECORD  *
      * (O=OPEN S=SATISFIED)     *
      ****************************
       01 PAYMENT-PLAN-RECORD.
           05 PP-STUDENT-NUMBER      PIC 9(6).
           05 FILLER                 PIC X(2).
           05 PP-INSTALLMENT-NO      PIC 9(2).
           05 FILLER                 PIC X(2).
           05 PP-DUE-DATE            PIC 9(6).
           05 FILLER                 PIC X(2).
           05 PP-AMOUNT              PIC 9(5)V99.
           05 FILLER                 PIC X(2).
           05 PP-STATUS              PIC X(1).

      * one summary row per student with a plan on file: whether any
      * open installment is already past its due date decides whether
      * the student is current on the plan or is charged normally
       01 PLAN-STATUS-FILED          PIC X(2).
       01 WS-PLANSTU-TABLE-MAX       PIC 9(3) VALUE 200.
       01 WS-PLANSTU-FIELDS.
           05 WS-PLANSTU-COUNT       PIC 9(3) VALUE 0.
           05 WS-PLANSTU-ENTRY       OCCURS 200 TIMES.
             10 WS-PS-STUDENT-NUMBER PIC 9(6).
             10 WS-PS-OVERDUE-FLAG   PIC X(1).
       01 WS-PLAN-WORK-FIELDS.
           05 WS-PLAN-SUB            PIC 9(3) VALUE 0.
           05 WS-PLAN-HIT            PIC 9(3) VALUE 0.
           05 WS-PLAN-EOF-FLAG       PIC X VALUE 'N'.
           05 WS-ON-PLAN-FLAG        PIC X VALUE 'N'.

      ****************************
      * ONE SPONSOR PORTION      *
      ****************************
       01 SPONSOR-LEDGER-RECORD.
           05 SL-SPONSOR-CODE        PIC X(6).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 SL-STUDENT-NUMBER      PIC 9(6).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 SL-BILL-DATE           PIC 9(6).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 SL-PORTION             PIC 9(5)V99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 SL-STATUS              PIC X(1).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 SL-SETTLE-DATE         PIC 9(6).

      * open sponsor portions summed per student -- that money is the
      * sponsor's to pay, so it never draws a finance charge
       01 WS-SPONSTU-TABLE-MAX       PIC 9(3) VALUE 500.
       01 WS-SPONSTU-FIELDS.
           05 WS-SPONSTU-COUNT       PIC 9(3) VALUE 0.
           05 WS-SPONSTU-ENTRY       OCCURS 500 TIMES.
             10 WS-SS-STUDENT-NUMBER PIC 9(6).
             10 WS-SS-OPEN-PORTION   PIC 9(6)V99.
       01 WS-SPONSOR-WORK-FIELDS.
           05 WS-SPONSOR-SUB         PIC 9(3) VALUE 0.
           05 WS-SPONSOR-HIT         PIC 9(3) VALUE 0.
           05 WS-SPONSOR-EOF-FLAG    PIC X VALUE 'N'.

      ****************************
      * PER-STUDENT FEE FIGURES  *
      ****************************
       01 WS-FEE-FIELDS.
           05 WS-OVERDUE-AMOUNT      PIC 9(6)V99 VALUE 0.
           05 WS-SPONSORED-AMOUNT    PIC 9(6)V99 VALUE 0.
           05 WS-FEE-BASE            PIC 9(6)V99 VALUE 0.
           05 WS-FEE-AMOUNT          PIC 9(5)V99 VALUE 0.
           05 WS-SKIP-REASON         PIC X(30) VALUE SPACES.

      ****************************
      *    PROOF REPORT TOTALS   *
      ****************************
       01 WS-TOTAL-FIELDS.
           05 WS-TOTAL-CHARGED       PIC 9(7)V99 VALUE 0.
           05 WS-TOTAL-BASE          PIC 9(8)V99 VALUE 0.
           05 WS-CHARGED-COUNT       PIC 9(5) VALUE 0.
           05 WS-LEDGER-WRITTEN      PIC 9(5) VALUE 0.
           05 WS-SKIP-PLAN-COUNT     PIC 9(5) VALUE 0.
           05 WS-SKIP-SPONSOR-COUNT  PIC 9(5) VALUE 0.
           05 WS-SKIP-DONE-COUNT     PIC 9(5) VALUE 0.
           05 WS-SKIP-OTHER-COUNT    PIC 9(5) VALUE 0.

       01 REPORT-TITLE-LINE.
           05 FILLER                 PIC X(24)
               VALUE 'FINANCE CHARGES - MONTH '.
           05 TITLE-RUN-MONTH        PIC 9(4).
           05 FILLER                 PIC X(6)  VALUE '  RUN '.
           05 TITLE-RUN-DATE         PIC 9(6).
           05 FILLER                 PIC X(8)  VALUE '  RATE '.
           05 TITLE-RATE             PIC Z9.999.
           05 FILLER                 PIC X(1)  VALUE '%'.

       01 REPORT-LIMIT-LINE.
           05 FILLER                 PIC X(16)
               VALUE 'MINIMUM CHARGE '.
           05 TITLE-MINIMUM          PIC $ZZ9.99.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(16)
               VALUE 'MAXIMUM CHARGE '.
           05 TITLE-MAXIMUM          PIC $ZZZ9.99.

       01 COLUMN-HEADER.
           05 FILLER                 PIC X(7)  VALUE 'STUDENT'.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(7)  VALUE 'OVERDUE'.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(9)  VALUE 'SPONSORED'.
           05 FILLER                 PIC X(6)  VALUE SPACES.
           05 FILLER                 PIC X(4)  VALUE 'BASE'.
           05 FILLER                 PIC X(7)  VALUE SPACES.
           05 FILLER                 PIC X(6)  VALUE 'CHARGE'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(6)  VALUE 'RESULT'.

       01 CHARGE-RECORD-LINE.
           05 FCL-STUDENT-NUMBER     PIC 9(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FCL-OVERDUE            PIC $ZZZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FCL-SPONSORED          PIC $ZZZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FCL-BASE               PIC $ZZZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FCL-CHARGE             PIC $ZZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FCL-RESULT             PIC X(30).

       01 TOTAL-COUNT-LINE.
           05 TCL-LABEL              PIC X(32).
           05 TCL-COUNT              PIC ZZZZ9.

       01 TOTAL-AMOUNT-LINE.
           05 TAL-LABEL              PIC X(32).
           05 TAL-AMOUNT             PIC $ZZZZZZ9.99.

      *--------------------- PROCEDURE DIVISION ---------------------

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           MOVE WS-DW-YYMM TO WS-RUN-MONTH.
           PERFORM 800-DAY-NUMBER.
           MOVE WS-ENTRY-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
           PERFORM 110-READ-FINANCE-CONTROL.
           PERFORM 100-INITIATE-FILE.
           PERFORM 200-PROCESS-RECORDS UNTIL EOF-SORT-FLG = 'Y'.
           PERFORM 400-CLOSE-STUDENT-GROUP.
           PERFORM 600-WRITE-PROOF-TOTALS.
           PERFORM 900-FINISH-RUN.

       100-INITIATE-FILE.
           PERFORM 120-LOAD-PLAN-SUMMARY.
           PERFORM 160-LOAD-SPONSOR-PORTIONS.
           PERFORM 970-CLAIM-MASTER-LOCK.
           OPEN I-O INDEXED-STUDENT-FILE.
           OPEN OUTPUT RECORD-OUTPUT-FILE.
      * type sorts A, B, C and F (charge-like) ahead of P and W on an
      * equal date
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-STUDENT-NUMBER
                                SORT-ENTRY-DATE
                                SORT-ENTRY-TYPE
               USING LEDGER-INPUT-FILE
               GIVING SORTED-LEDGER-FILE.
           OPEN INPUT SORTED-LEDGER-FILE.
      * the charges of this run go on the end of the live ledger --
      * the sorted copy being read does not see them
           OPEN EXTEND LEDGER-INPUT-FILE.
           MOVE WS-RUN-MONTH TO TITLE-RUN-MONTH.
           MOVE WS-RUN-DATE TO TITLE-RUN-DATE.
           MOVE FCC-MONTHLY-RATE TO TITLE-RATE.
           MOVE FCC-MINIMUM-CHARGE TO TITLE-MINIMUM.
           MOVE FCC-MAXIMUM-CHARGE TO TITLE-MAXIMUM.
           MOVE REPORT-TITLE-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE BEFORE ADVANCING 1 LINE.
           MOVE REPORT-LIMIT-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE COLUMN-HEADER TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 2 LINES.

      * no control file, or a zero rate, means no policy has been
      * set -- nothing is charged; a month already charged is
      * refused outright
       110-READ-FINANCE-CONTROL.
           MOVE 0 TO FCC-MONTHLY-RATE.
           OPEN INPUT FINANCE-CONTROL-FILE.
           IF FCTL-STATUS-FILED = '00'
               READ FINANCE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FINANCE-CONTROL-LINE
                         TO FINANCE-CONTROL-RECORD
               END-READ
               CLOSE FINANCE-CONTROL-FILE
           END-IF.
           IF FCC-MONTHLY-RATE = 0
               DISPLAY "NO FINANCE CHARGE RATE IN "
                   "FINANCE_CHARGE_CONTROL.txt - RUN REFUSED"
               STOP RUN
           END-IF.
           IF FCC-LAST-CHARGED-MONTH = WS-RUN-MONTH
               DISPLAY "FINANCE CHARGES FOR MONTH " WS-RUN-MONTH
                   " WERE ALREADY POSTED - RUN REFUSED"
               STOP RUN
           END-IF.

      * summarize PAYMENT_PLANS.txt per student: a plan exists, and
      * does any open installment sit past its due date already --
      * no plan file at all just means nobody is on a plan
       120-LOAD-PLAN-SUMMARY.
           OPEN INPUT PAYMENT-PLAN-FILE.
           IF PLAN-STATUS-FILED = '00'
               PERFORM 130-SUMMARIZE-ONE-PLAN-LINE
                   UNTIL WS-PLAN-EOF-FLAG = 'Y'
               CLOSE PAYMENT-PLAN-FILE
           END-IF.

       130-SUMMARIZE-ONE-PLAN-LINE.
           READ PAYMENT-PLAN-FILE
               AT END
                   MOVE 'Y' TO WS-PLAN-EOF-FLAG
               NOT AT END
                   MOVE PAYMENT-PLAN-LINE TO PAYMENT-PLAN-RECORD
                   PERFORM 140-NOTE-PLAN-STUDENT
           END-READ.

       140-NOTE-PLAN-STUDENT.
           MOVE 0 TO WS-PLAN-HIT.
           PERFORM 150-MATCH-PLAN-STUDENT
               VARYING WS-PLAN-SUB FROM 1 BY 1
               UNTIL WS-PLAN-SUB > WS-PLANSTU-COUNT.
           IF WS-PLAN-HIT = 0
               IF WS-PLANSTU-COUNT < WS-PLANSTU-TABLE-MAX
                   ADD 1 TO WS-PLANSTU-COUNT
                   MOVE PP-STUDENT-NUMBER
                     TO WS-PS-STUDENT-NUMBER(WS-PLANSTU-COUNT)
                   MOVE 'N'
                     TO WS-PS-OVERDUE-FLAG(WS-PLANSTU-COUNT)
                   MOVE WS-PLANSTU-COUNT TO WS-PLAN-HIT
               ELSE
                   DISPLAY "WARNING: MORE PLAN STUDENTS THAN "
                       "WS-PLANSTU-TABLE CAN HOLD"
               END-IF
           END-IF.
           IF WS-PLAN-HIT > 0
               IF PP-STATUS = 'O'
                 AND PP-DUE-DATE < WS-RUN-DATE
                   MOVE 'Y' TO WS-PS-OVERDUE-FLAG(WS-PLAN-HIT)
               END-IF
           END-IF.

      * leaves WS-PLAN-HIT pointing at the matched row
       150-MATCH-PLAN-STUDENT.
           IF WS-PS-STUDENT-NUMBER(WS-PLAN-SUB)
             = PP-STUDENT-NUMBER
               MOVE WS-PLAN-SUB TO WS-PLAN-HIT
           END-IF.

      * no sponsor ledger at all just means nobody is sponsored
       160-LOAD-SPONSOR-PORTIONS.
           OPEN INPUT SPONSOR-LEDGER-FILE.
           IF SLDG-STATUS-FILED = '00'
               PERFORM 170-LOAD-ONE-PORTION
                   UNTIL WS-SPONSOR-EOF-FLAG = 'Y'
               CLOSE SPONSOR-LEDGER-FILE
           END-IF.

       170-LOAD-ONE-PORTION.
           READ SPONSOR-LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-SPONSOR-EOF-FLAG
               NOT AT END
                   MOVE SPONSOR-LEDGER-LINE TO SPONSOR-LEDGER-RECORD
                   IF SL-STATUS = 'O'
                       PERFORM 180-NOTE-SPONSOR-PORTION
                   END-IF
           END-READ.

       180-NOTE-SPONSOR-PORTION.
           MOVE SL-STUDENT-NUMBER TO WS-GROUP-STUDENT.
           PERFORM 450-FIND-SPONSOR-PORTION.
           IF WS-SPONSOR-HIT = 0
               IF WS-SPONSTU-COUNT < WS-SPONSTU-TABLE-MAX
                   ADD 1 TO WS-SPONSTU-COUNT
                   MOVE SL-STUDENT-NUMBER
                     TO WS-SS-STUDENT-NUMBER(WS-SPONSTU-COUNT)
                   MOVE 0 TO WS-SS-OPEN-PORTION(WS-SPONSTU-COUNT)
                   MOVE WS-SPONSTU-COUNT TO WS-SPONSOR-HIT
               ELSE
                   DISPLAY "WARNING: MORE SPONSORED STUDENTS THAN "
                       "WS-SPONSTU-TABLE CAN HOLD"
               END-IF
           END-IF.
           IF WS-SPONSOR-HIT > 0
               ADD SL-PORTION TO WS-SS-OPEN-PORTION(WS-SPONSOR-HIT)
           END-IF.
           MOVE 0 TO WS-GROUP-STUDENT.

       200-PROCESS-RECORDS.
           READ SORTED-LEDGER-FILE
               AT END
                   MOVE 'Y' TO EOF-SORT-FLG
               NOT AT END
                   PERFORM 300-APPLY-LEDGER-ENTRY
           END-READ.

       300-APPLY-LEDGER-ENTRY.
           IF LG-STUDENT-NUMBER-S NOT = WS-GROUP-STUDENT
               PERFORM 400-CLOSE-STUDENT-GROUP
               MOVE LG-STUDENT-NUMBER-S TO WS-GROUP-STUDENT
               MOVE 'Y' TO WS-GROUP-OPEN-FLAG
               MOVE 'N' TO WS-GROUP-CHARGED-FLAG
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
           IF LG-ENTRY-TYPE-S = 'F'
               MOVE LG-ENTRY-DATE-S TO WS-DATE-WORK
               MOVE WS-DW-YYMM TO WS-ENTRY-MONTH
               IF WS-ENTRY-MONTH = WS-RUN-MONTH
                   MOVE 'Y' TO WS-GROUP-CHARGED-FLAG
               END-IF
           END-IF.

       310-OPEN-NEW-CHARGE.
           IF WS-CHARGE-COUNT < WS-CHARGE-TABLE-MAX
               ADD 1 TO WS-CHARGE-COUNT
               MOVE LG-AMOUNT-S
                 TO WS-CHARGE-AMOUNT(WS-CHARGE-COUNT)
               MOVE LG-ENTRY-DATE-S
                 TO WS-CHARGE-DATE(WS-CHARGE-COUNT)
               MOVE LG-ENTRY-TYPE-S
                 TO WS-CHARGE-TYPE(WS-CHARGE-COUNT)
           ELSE
      * lump overflow onto the newest slot rather than lose money
               ADD LG-AMOUNT-S
                 TO WS-CHARGE-AMOUNT(WS-CHARGE-COUNT)
               DISPLAY "WARNING: CHARGE TABLE FULL FOR STUDENT "
                   LG-STUDENT-NUMBER-S
           END-IF.

      * a payment retires open charges oldest first (FIFO) -- the
      * remainder of a charge keeps its original date and keeps aging
       320-RETIRE-OLDEST-CHARGES.
           MOVE LG-AMOUNT-S TO WS-PAYMENT-LEFT.
           PERFORM 330-RETIRE-ONE-CHARGE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CHARGE-COUNT
               OR WS-PAYMENT-LEFT = 0.

       330-RETIRE-ONE-CHARGE.
           IF WS-CHARGE-AMOUNT(WS-SUB) > 0
               IF WS-PAYMENT-LEFT >= WS-CHARGE-AMOUNT(WS-SUB)
                   SUBTRACT WS-CHARGE-AMOUNT(WS-SUB)
                       FROM WS-PAYMENT-LEFT
                   MOVE 0 TO WS-CHARGE-AMOUNT(WS-SUB)
               ELSE
                   SUBTRACT WS-PAYMENT-LEFT
                       FROM WS-CHARGE-AMOUNT(WS-SUB)
                   MOVE 0 TO WS-PAYMENT-LEFT
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

      * figure and post the fee for the student just finished --
      * students with nothing overdue are not printed at all
       400-CLOSE-STUDENT-GROUP.
           IF WS-GROUP-OPEN-FLAG = 'Y'
               MOVE 0 TO WS-OVERDUE-AMOUNT
               MOVE 0 TO WS-SPONSORED-AMOUNT
               MOVE 0 TO WS-FEE-BASE
               MOVE 0 TO WS-FEE-AMOUNT
               PERFORM 410-AGE-ONE-CHARGE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CHARGE-COUNT
               IF WS-OVERDUE-AMOUNT > 0
                   PERFORM 420-DECIDE-FINANCE-CHARGE
               END-IF
               MOVE 'N' TO WS-GROUP-OPEN-FLAG
           END-IF.

      * only tuition-side money more than 30 days old is overdue --
      * an open finance charge is never itself charged on
       410-AGE-ONE-CHARGE.
           IF WS-CHARGE-AMOUNT(WS-SUB) > 0
             AND WS-CHARGE-TYPE(WS-SUB) NOT = 'F'
               MOVE WS-CHARGE-DATE(WS-SUB) TO WS-DATE-WORK
               PERFORM 800-DAY-NUMBER
               COMPUTE WS-ENTRY-AGE =
                   WS-RUN-DAY-NUMBER - WS-ENTRY-DAY-NUMBER
               IF WS-ENTRY-AGE > 30
                   ADD WS-CHARGE-AMOUNT(WS-SUB) TO WS-OVERDUE-AMOUNT
               END-IF
           END-IF.

       420-DECIDE-FINANCE-CHARGE.
           PERFORM 430-CHECK-ON-PLAN.
           PERFORM 450-FIND-SPONSOR-PORTION.
           IF WS-SPONSOR-HIT > 0
               MOVE WS-SS-OPEN-PORTION(WS-SPONSOR-HIT)
                 TO WS-SPONSORED-AMOUNT
           END-IF.
           IF WS-OVERDUE-AMOUNT > WS-SPONSORED-AMOUNT
               COMPUTE WS-FEE-BASE =
                   WS-OVERDUE-AMOUNT - WS-SPONSORED-AMOUNT
           END-IF.
           IF WS-GROUP-CHARGED-FLAG = 'Y'
               MOVE 'ALREADY CHARGED THIS MONTH' TO WS-SKIP-REASON
               ADD 1 TO WS-SKIP-DONE-COUNT
               PERFORM 530-WRITE-SKIP-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ON-PLAN-FLAG = 'Y'
               MOVE 'CURRENT ON PLAN - SKIPPED' TO WS-SKIP-REASON
               ADD 1 TO WS-SKIP-PLAN-COUNT
               PERFORM 530-WRITE-SKIP-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-FEE-BASE = 0
               MOVE 'SPONSOR PORTION - SKIPPED' TO WS-SKIP-REASON
               ADD 1 TO WS-SKIP-SPONSOR-COUNT
               PERFORM 530-WRITE-SKIP-LINE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FEE-AMOUNT ROUNDED =
               WS-FEE-BASE * FCC-MONTHLY-RATE / 100.
           IF WS-FEE-AMOUNT < FCC-MINIMUM-CHARGE
               MOVE FCC-MINIMUM-CHARGE TO WS-FEE-AMOUNT
           END-IF.
           IF FCC-MAXIMUM-CHARGE > 0
             AND WS-FEE-AMOUNT > FCC-MAXIMUM-CHARGE
               MOVE FCC-MAXIMUM-CHARGE TO WS-FEE-AMOUNT
           END-IF.
           IF WS-FEE-AMOUNT = 0
               MOVE 'CHARGE ROUNDS TO ZERO' TO WS-SKIP-REASON
               ADD 1 TO WS-SKIP-OTHER-COUNT
               PERFORM 530-WRITE-SKIP-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 500-POST-FINANCE-CHARGE.

      * current on plan means: a plan is on file and no open
      * installment has slipped past its due date
       430-CHECK-ON-PLAN.
           MOVE 'N' TO WS-ON-PLAN-FLAG.
           MOVE 0 TO WS-PLAN-HIT.
           PERFORM 435-MATCH-GROUP-STUDENT
               VARYING WS-PLAN-SUB FROM 1 BY 1
               UNTIL WS-PLAN-SUB > WS-PLANSTU-COUNT.
           IF WS-PLAN-HIT > 0
               IF WS-PS-OVERDUE-FLAG(WS-PLAN-HIT) NOT = 'Y'
                   MOVE 'Y' TO WS-ON-PLAN-FLAG
               END-IF
           END-IF.

       435-MATCH-GROUP-STUDENT.
           IF WS-PS-STUDENT-NUMBER(WS-PLAN-SUB)
             = WS-GROUP-STUDENT
               MOVE WS-PLAN-SUB TO WS-PLAN-HIT
           END-IF.

      * leaves WS-SPONSOR-HIT on the student's row, 0 if none
       450-FIND-SPONSOR-PORTION.
           MOVE 0 TO WS-SPONSOR-HIT.
           PERFORM 455-MATCH-SPONSOR-STUDENT
               VARYING WS-SPONSOR-SUB FROM 1 BY 1
               UNTIL WS-SPONSOR-SUB > WS-SPONSTU-COUNT.

       455-MATCH-SPONSOR-STUDENT.
           IF WS-SS-STUDENT-NUMBER(WS-SPONSOR-SUB)
             = WS-GROUP-STUDENT
               MOVE WS-SPONSOR-SUB TO WS-SPONSOR-HIT
           END-IF.

      * the fee goes onto the master first; the ledger line is only
      * written once the master has taken it, so the two agree
       500-POST-FINANCE-CHARGE.
           MOVE WS-GROUP-STUDENT TO STUDENT-NUMBER-INDEXED.
           READ INDEXED-STUDENT-FILE KEY IS STUDENT-NUMBER-INDEXED
             INVALID KEY
               MOVE 'NOT ON THE MASTER - SKIPPED' TO WS-SKIP-REASON
               ADD 1 TO WS-SKIP-OTHER-COUNT
               PERFORM 530-WRITE-SKIP-LINE
               EXIT PARAGRAPH
           END-READ.
           ADD WS-FEE-AMOUNT TO TUITION-OWED-INDEXED
             ON SIZE ERROR
               MOVE 'BALANCE WOULD OVERFLOW' TO WS-SKIP-REASON
               ADD 1 TO WS-SKIP-OTHER-COUNT
               PERFORM 530-WRITE-SKIP-LINE
               EXIT PARAGRAPH
           END-ADD.
           PERFORM 985-REWRITE-MASTER.
           IF STATUS-FILED NOT = '00'
               DISPLAY "FINANCE CHARGE POSTING FAILED - STATUS "
                   STATUS-FILED " FOR " WS-GROUP-STUDENT
               MOVE 'MASTER UPDATE FAILED' TO WS-SKIP-REASON
               ADD 1 TO WS-SKIP-OTHER-COUNT
               PERFORM 530-WRITE-SKIP-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-GROUP-STUDENT TO LG-STUDENT-NUMBER.
           MOVE WS-RUN-DATE TO LG-ENTRY-DATE.
           MOVE 'F' TO LG-ENTRY-TYPE.
           MOVE WS-FEE-AMOUNT TO LG-AMOUNT.
           WRITE LEDGER-INPUT.
           ADD 1 TO WS-LEDGER-WRITTEN.
           ADD 1 TO WS-CHARGED-COUNT.
           ADD WS-FEE-AMOUNT TO WS-TOTAL-CHARGED.
           ADD WS-FEE-BASE TO WS-TOTAL-BASE.
           PERFORM 520-WRITE-CHARGE-LINE.

       520-WRITE-CHARGE-LINE.
           PERFORM 540-FILL-FIGURES.
           MOVE WS-FEE-AMOUNT TO FCL-CHARGE.
           MOVE 'CHARGED' TO FCL-RESULT.
           MOVE CHARGE-RECORD-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.

       530-WRITE-SKIP-LINE.
           PERFORM 540-FILL-FIGURES.
           MOVE 0 TO FCL-CHARGE.
           MOVE WS-SKIP-REASON TO FCL-RESULT.
           MOVE CHARGE-RECORD-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.

       540-FILL-FIGURES.
           MOVE WS-GROUP-STUDENT TO FCL-STUDENT-NUMBER.
           MOVE WS-OVERDUE-AMOUNT TO FCL-OVERDUE.
           MOVE WS-SPONSORED-AMOUNT TO FCL-SPONSORED.
           MOVE WS-FEE-BASE TO FCL-BASE.

      * the proof: the charges counted on the report must equal the
      * ledger lines written, and the total is what the master grew by
       600-WRITE-PROOF-TOTALS.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'STUDENTS CHARGED:' TO TCL-LABEL.
           MOVE WS-CHARGED-COUNT TO TCL-COUNT.
           PERFORM 610-WRITE-COUNT-LINE.
           MOVE 'TYPE-F LEDGER ENTRIES WRITTEN:' TO TCL-LABEL.
           MOVE WS-LEDGER-WRITTEN TO TCL-COUNT.
           PERFORM 610-WRITE-COUNT-LINE.
           MOVE 'OVERDUE BASE CHARGED ON:' TO TAL-LABEL.
           MOVE WS-TOTAL-BASE TO TAL-AMOUNT.
           PERFORM 620-WRITE-AMOUNT-LINE.
           MOVE 'TOTAL FINANCE CHARGES POSTED:' TO TAL-LABEL.
           MOVE WS-TOTAL-CHARGED TO TAL-AMOUNT.
           PERFORM 620-WRITE-AMOUNT-LINE.
           MOVE 'SKIPPED - CURRENT ON PLAN:' TO TCL-LABEL.
           MOVE WS-SKIP-PLAN-COUNT TO TCL-COUNT.
           PERFORM 610-WRITE-COUNT-LINE.
           MOVE 'SKIPPED - SPONSOR PORTION:' TO TCL-LABEL.
           MOVE WS-SKIP-SPONSOR-COUNT TO TCL-COUNT.
           PERFORM 610-WRITE-COUNT-LINE.
           MOVE 'SKIPPED - ALREADY CHARGED:' TO TCL-LABEL.
           MOVE WS-SKIP-DONE-COUNT TO TCL-COUNT.
           PERFORM 610-WRITE-COUNT-LINE.
           MOVE 'SKIPPED - OTHER:' TO TCL-LABEL.
           MOVE WS-SKIP-OTHER-COUNT TO TCL-COUNT.
           PERFORM 610-WRITE-COUNT-LINE.

       610-WRITE-COUNT-LINE.
           MOVE TOTAL-COUNT-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.

       620-WRITE-AMOUNT-LINE.
           MOVE TOTAL-AMOUNT-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.

      * the month is recorded only once every charge is on the ledger
       700-SAVE-FINANCE-CONTROL.
           MOVE WS-RUN-MONTH TO FCC-LAST-CHARGED-MONTH.
           OPEN OUTPUT FINANCE-CONTROL-FILE.
           MOVE FINANCE-CONTROL-RECORD TO FINANCE-CONTROL-LINE.
           WRITE FINANCE-CONTROL-LINE.
           CLOSE FINANCE-CONTROL-FILE.

      * YY*365 + MM*30 + DD -- an approximation good to a few days,
      * which is all a 30-day bucket needs
       800-DAY-NUMBER.
           COMPUTE WS-ENTRY-DAY-NUMBER =
               WS-DW-YY * 365 + WS-DW-MM * 30 + WS-DW-DD.

       900-FINISH-RUN.
           CLOSE SORTED-LEDGER-FILE.
           CLOSE LEDGER-INPUT-FILE.
           CLOSE INDEXED-STUDENT-FILE.
           CLOSE RECORD-OUTPUT-FILE.
           PERFORM 700-SAVE-FINANCE-CONTROL.
           PERFORM 975-RELEASE-MASTER-LOCK.
           DISPLAY "STUDENTS CHARGED: " WS-CHARGED-COUNT.
           DISPLAY "FINANCE CHARGES POSTED: " WS-TOTAL-CHARGED.
           STOP RUN.

      * the single-updater interlock on the master: claim the lock
      * before opening for update, refuse to start when another
      * program holds it, release on the way out. A lock left by a
      * crash is cleared with project03m's UNLOCK override.
       970-CLAIM-MASTER-LOCK.
           MOVE SPACES TO MASTER-LOCK-RECORD.
           OPEN INPUT MASTER-LOCK-FILE.
           IF LOCK-STATUS-FILED = '00'
               READ MASTER-LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE MASTER-LOCK-LINE
                         TO MASTER-LOCK-RECORD
               END-READ
               CLOSE MASTER-LOCK-FILE
               IF LOCK-HOLDER-PROGRAM NOT = SPACES
                   DISPLAY "MASTER FILE LOCK HELD BY "
                       LOCK-HOLDER-PROGRAM " OPERATOR "
                       LOCK-OPERATOR " SINCE " LOCK-DATE
                   DISPLAY "REFUSING TO START - TRY AGAIN WHEN "
                       "THAT RUN FINISHES"
                   STOP RUN
               END-IF
           END-IF.
           MOVE 'FIN CHARGE' TO LOCK-HOLDER-PROGRAM.
           MOVE WS-BATCH-OPERATOR TO LOCK-OPERATOR.
           ACCEPT LOCK-DATE FROM DATE.
           ACCEPT LOCK-TIME FROM TIME.
           PERFORM 980-WRITE-MASTER-LOCK.

       975-RELEASE-MASTER-LOCK.
           MOVE SPACES TO MASTER-LOCK-RECORD.
           MOVE 0 TO LOCK-DATE.
           MOVE 0 TO LOCK-TIME.
           PERFORM 980-WRITE-MASTER-LOCK.

       980-WRITE-MASTER-LOCK.
           OPEN OUTPUT MASTER-LOCK-FILE.
           MOVE MASTER-LOCK-RECORD TO MASTER-LOCK-LINE.
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

       END PROGRAM project03fc.
