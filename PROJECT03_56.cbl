      ******************************************************************
      * Author: Mingzi Xu
      * Date: OCT.15.2026
      * Purpose: project 03 - cash receipts forecast for the next 13
      *          weeks, for the bursar's weekly figure to finance.
      *          Three classes of receivable are forecast apart:
      *            PLAN    - open installments on PAYMENT_PLANS.txt,
      *                      expected on their due dates;
      *            SPONSOR - open portions on SPONSOR_LEDGER.txt,
      *                      expected WS-SPONSOR-TERMS-DAYS after the
      *                      invoice (a portion already past its terms
      *                      is expected in week 1);
      *            OTHER   - what each student owes on the master
      *                      beyond their open installments and open
      *                      sponsor portions, spread evenly over the
      *                      13 weeks.
      *          Each class is discounted by the collection rate it
      *          actually achieved on PAYMENT_HISTORY.index: net cash
      *          collected (PAY less VOID and NSF, refunds left out)
      *          over that cash plus what the same students still owe.
      *          A student is in the PLAN class while they have an
      *          open installment, else SPONSOR while the master names
      *          a sponsor, else OTHER. A class with no collections on
      *          the history is forecast undiscounted.
      *          The forecast is printed by week and by calendar month
      *          (a week counts toward the month it starts in, a dated
      *          item toward the month of its own date) to
      *          CASH_FORECAST_RPT.txt. Plan installments already past
      *          their due date are listed apart as not expected and
      *          are left out of the forecast.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03cf.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT PAYMENT-HISTORY-FILE
             ASSIGN TO "..\PAYMENT_HISTORY.index"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HIST-KEY
             FILE STATUS IS PHIST-STATUS-FILED.
           SELECT RECORD-OUTPUT-FILE
           ASSIGN TO "..\CASH_FORECAST_RPT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
           02 SPONSOR-CODE-INDEXED        PIC X(6).
           02 SPONSOR-PERCENT-INDEXED     PIC 9(3).

      ****************************
      * INSTALLMENT PLANS (KEPT  *
      * BY project03n)           *
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

      ****************************
      * PAYMENT AUDIT TRAIL IN,  *
      * KEYED STUDENT + SEQUENCE *
      ****************************
       FD PAYMENT-HISTORY-FILE.
       01 HISTORY-FILE-INDEXED.
           02 HIST-KEY.
             03 HIS-STUDENT-NUMBER   PIC 9(6).
             03 HIS-SEQUENCE         PIC 9(6).
           02 HIS-PRIOR-BALANCE      PIC 9(5)V99.
           02 HIS-PAYMENT-AMOUNT     PIC 9(5)V99.
           02 HIS-NEW-BALANCE        PIC 9(5)V99.
           02 HIS-ENTRY-DATE         PIC 9(6).
           02 HIS-CREDIT-BALANCE     PIC 9(5)V99.
           02 HIS-ENTRY-TYPE         PIC X(4).
           02 HIS-OPERATOR-ID        PIC X(3).

      ****************************
      *       OUTPUT DATA        *
      ****************************
       FD RECORD-OUTPUT-FILE.
       01 OUTPUT-LINE                PIC X(76).

      *------------------ WORKING-STORAGE -----------------------

       WORKING-STORAGE SECTION.
      ****************************
      * ONE SCHEDULED INSTALLMENT*
      ****************************
       01 PAYMENT-PLAN-RECORD.
           05 PP-STUDENT-NUMBER      PIC 9(6).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 PP-INSTALLMENT-NO      PIC 9(2).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 PP-DUE-DATE            PIC 9(6).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 PP-AMOUNT              PIC 9(5)V99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 PP-STATUS              PIC X(1).

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

      * days a sponsor takes to pay an invoice -- a portion is
      * expected this many days after its bill date
       01 WS-SPONSOR-TERMS-DAYS      PIC 9(3) VALUE 30.

      * open installments only -- satisfied ones are money already in
       01 WS-PLAN-TABLE-MAX          PIC 9(3) VALUE 500.
       01 WS-PLAN-FIELDS.
           05 WS-PLAN-COUNT          PIC 9(3) VALUE 0.
           05 WS-PLAN-ENTRY          OCCURS 500 TIMES.
             10 WS-PL-STUDENT-NUMBER PIC 9(6).
             10 WS-PL-INSTALLMENT-NO PIC 9(2).
             10 WS-PL-DUE-DATE       PIC 9(6).
             10 WS-PL-AMOUNT         PIC 9(5)V99.

      * open sponsor portions only
       01 WS-PORTION-TABLE-MAX       PIC 9(3) VALUE 500.
       01 WS-PORTION-FIELDS.
           05 WS-PORTION-COUNT       PIC 9(3) VALUE 0.
           05 WS-PORTION-ENTRY       OCCURS 500 TIMES.
             10 WS-PT-STUDENT-NUMBER PIC 9(6).
             10 WS-PT-BILL-DATE      PIC 9(6).
             10 WS-PT-PORTION        PIC 9(5)V99.

      * the 13 forecast weeks, week 1 starting on the run date; the
      * start date in entry 14 is the first day past the window.
      * Amounts are held gross per class and discounted at print.
       01 WS-WEEK-FIELDS.
           05 WS-WEEK-ENTRY          OCCURS 14 TIMES.
             10 WS-WK-START-DATE     PIC 9(6).
             10 WS-WK-AMOUNT         PIC 9(7)V99 OCCURS 3 TIMES.

      * 91 days touch at most five calendar months
       01 WS-MONTH-FIELDS.
           05 WS-MONTH-ENTRY         OCCURS 5 TIMES.
             10 WS-MO-YYMM           PIC X(4).
             10 WS-MO-AMOUNT         PIC 9(7)V99 OCCURS 3 TIMES.

      * one row per receivable class: 1 PLAN, 2 SPONSOR, 3 OTHER
       01 WS-CLASS-NAME-VALUES       PIC X(21)
           VALUE 'PLAN   SPONSOROTHER  '.
       01 WS-CLASS-NAME-TABLE REDEFINES WS-CLASS-NAME-VALUES.
           05 WS-CLASS-NAME          PIC X(7) OCCURS 3 TIMES.
       01 WS-CLASS-FIELDS.
           05 WS-CLASS-ENTRY         OCCURS 3 TIMES.
             10 WS-CL-COLLECTED      PIC S9(8)V99.
             10 WS-CL-OWED           PIC 9(8)V99.
             10 WS-CL-RATE           PIC 9V9999.
             10 WS-CL-HISTORY-FLAG   PIC X(1).
             10 WS-CL-WINDOW         PIC 9(8)V99.
             10 WS-CL-EXPECTED       PIC 9(8)V99.
             10 WS-CL-BEYOND         PIC 9(8)V99.

       01 WS-MONTH-DAYS-VALUES       PIC X(24)
           VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05 WS-MONTH-DAYS          PIC 9(2) OCCURS 12 TIMES.

       01 WS-DATE-WORK               PIC 9(6).
       01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DW-YY               PIC 9(2).
           05 WS-DW-MM               PIC 9(2).
           05 WS-DW-DD               PIC 9(2).
       01 WS-RUN-DAY-NUMBER          PIC 9(5).
       01 WS-ENTRY-DAY-NUMBER        PIC 9(5).

       01 WS-FIELDS.
           05 STATUS-FILED           PIC X(2).
           05 PLAN-STATUS-FILED      PIC X(2).
           05 SLDG-STATUS-FILED      PIC X(2).
           05 PHIST-STATUS-FILED     PIC X(2).
           05 EOF-MASTER-FLG         PIC X VALUE 'N'.
           05 EOF-HIST-FLG           PIC X VALUE 'N'.
           05 WS-EOF-FLAG            PIC X VALUE 'N'.
           05 WS-RUN-DATE            PIC 9(6).
           05 WS-WINDOW-LAST-DATE    PIC 9(6).
           05 WS-SUB                 PIC 9(3) VALUE 0.
           05 WS-WEEK-SUB            PIC 9(2) VALUE 0.
           05 WS-WEEK-HIT            PIC 9(2) VALUE 0.
           05 WS-MONTH-SUB           PIC 9(1) VALUE 0.
           05 WS-MONTH-HIT           PIC 9(1) VALUE 0.
           05 WS-CLASS-SUB           PIC 9(1) VALUE 0.
           05 WS-FOUND-FLAG          PIC X VALUE 'N'.
           05 WS-DAYS-THIS-MONTH     PIC 9(2) VALUE 0.
           05 WS-LEAP-QUOTIENT       PIC 9(2) VALUE 0.
           05 WS-LEAP-REMAINDER      PIC 9(1) VALUE 0.
           05 WS-HIST-STUDENT        PIC 9(6) VALUE 0.
           05 WS-HIST-CLASS          PIC 9(1) VALUE 3.
           05 WS-HIST-AMOUNT         PIC S9(6)V99 VALUE 0.
           05 WS-COVERED-AMOUNT      PIC 9(7)V99 VALUE 0.
           05 WS-OTHER-AMOUNT        PIC S9(7)V99 VALUE 0.
           05 WS-OTHER-TOTAL         PIC 9(8)V99 VALUE 0.
           05 WS-OTHER-WEEKLY        PIC 9(7)V99 VALUE 0.
           05 WS-OTHER-SPREAD        PIC 9(8)V99 VALUE 0.
           05 WS-ITEM-DATE           PIC 9(6) VALUE 0.
           05 WS-ITEM-CLASS          PIC 9(1) VALUE 0.
           05 WS-ITEM-AMOUNT         PIC 9(7)V99 VALUE 0.
           05 WS-CELL-EXPECTED       PIC 9(7)V99 VALUE 0.
           05 WS-ROW-TOTAL           PIC 9(8)V99 VALUE 0.
           05 WS-GRAND-EXPECTED      PIC 9(8)V99 VALUE 0.
           05 WS-OVERDUE-TOTAL       PIC 9(8)V99 VALUE 0.
           05 WS-OVERDUE-COUNT       PIC 9(5) VALUE 0.
           05 WS-STUDENT-COUNT       PIC 9(5) VALUE 0.

      ****************************
      *      REPORT LINES        *
      ****************************
       01 REPORT-TITLE-LINE.
           05 FILLER                 PIC X(39)
               VALUE 'CASH RECEIPTS FORECAST - 13 WEEKS FROM '.
           05 TITLE-RUN-DATE         PIC 9(6).

       01 RATE-HEADING-LINE.
           05 FILLER                 PIC X(9)  VALUE 'CLASS'.
           05 FILLER                 PIC X(15) VALUE '    COLLECTED'.
           05 FILLER                 PIC X(15) VALUE '   STILL OWED'.
           05 FILLER                 PIC X(9)  VALUE '    RATE'.

       01 RATE-DETAIL-LINE.
           05 RTL-CLASS-NAME         PIC X(7).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RTL-COLLECTED          PIC $Z,ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 RTL-OWED               PIC $Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RTL-RATE               PIC ZZ9.99.
           05 FILLER                 PIC X(1)  VALUE '%'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RTL-NOTE               PIC X(24).

       01 WEEK-HEADING-LINE.
           05 FILLER                 PIC X(14) VALUE 'WEEK  STARTING'.
           05 FILLER                 PIC X(13) VALUE '         PLAN'.
           05 FILLER                 PIC X(13) VALUE '      SPONSOR'.
           05 FILLER                 PIC X(13) VALUE '        OTHER'.
           05 FILLER                 PIC X(15) VALUE '          TOTAL'.

       01 WEEK-DETAIL-LINE.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WKL-WEEK-NUMBER        PIC 99.
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 WKL-START-DATE         PIC 9(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WKL-AMOUNT             OCCURS 3 TIMES.
             10 WKL-CELL             PIC $ZZZ,ZZ9.99.
             10 FILLER               PIC X(2).
           05 WKL-TOTAL              PIC $Z,ZZZ,ZZ9.99.

       01 MONTH-HEADING-LINE.
           05 FILLER                 PIC X(14) VALUE 'MONTH (YYMM)'.
           05 FILLER                 PIC X(13) VALUE '         PLAN'.
           05 FILLER                 PIC X(13) VALUE '      SPONSOR'.
           05 FILLER                 PIC X(13) VALUE '        OTHER'.
           05 FILLER                 PIC X(15) VALUE '          TOTAL'.

       01 MONTH-DETAIL-LINE.
           05 FILLER                 PIC X(6)  VALUE SPACES.
           05 MOL-YYMM               PIC X(4).
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 MOL-AMOUNT             OCCURS 3 TIMES.
             10 MOL-CELL             PIC $ZZZ,ZZ9.99.
             10 FILLER               PIC X(2).
           05 MOL-TOTAL              PIC $Z,ZZZ,ZZ9.99.

       01 CLASS-HEADING-LINE.
           05 FILLER                 PIC X(9)  VALUE 'CLASS'.
           05 FILLER                 PIC X(15) VALUE '    IN WINDOW'.
           05 FILLER                 PIC X(15) VALUE '     EXPECTED'.
           05 FILLER                 PIC X(15) VALUE '  AFTER WK 13'.

       01 CLASS-DETAIL-LINE.
           05 CLL-CLASS-NAME         PIC X(7).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 CLL-WINDOW             PIC $Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 CLL-EXPECTED           PIC $Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 CLL-BEYOND             PIC $Z,ZZZ,ZZ9.99.

       01 FORECAST-TOTAL-LINE.
           05 FILLER                 PIC X(24)
               VALUE 'TOTAL EXPECTED 13 WEEKS '.
           05 FTL-EXPECTED           PIC $Z,ZZZ,ZZ9.99.

       01 OVERDUE-TITLE-LINE         PIC X(50)
           VALUE 'PLAN INSTALLMENTS PAST DUE - NOT IN THE FORECAST'.

       01 OVERDUE-HEADING-LINE.
           05 FILLER                 PIC X(10) VALUE 'STUDENT'.
           05 FILLER                 PIC X(6)  VALUE 'INST'.
           05 FILLER                 PIC X(10) VALUE 'DUE DATE'.
           05 FILLER                 PIC X(12) VALUE '     AMOUNT'.
           05 FILLER                 PIC X(10) VALUE ' DAYS LATE'.

       01 OVERDUE-DETAIL-LINE.
           05 ODL-STUDENT-NUMBER     PIC 9(6).
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 ODL-INSTALLMENT-NO     PIC Z9.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 ODL-DUE-DATE           PIC 9(6).
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 ODL-AMOUNT             PIC $ZZ,ZZ9.99.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 ODL-DAYS-LATE          PIC ZZZZ9.

       01 OVERDUE-TOTAL-LINE.
           05 FILLER                 PIC X(14) VALUE 'PAST DUE TOTAL'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 ODT-COUNT              PIC ZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 ODT-AMOUNT             PIC $Z,ZZZ,ZZ9.99.

       01 NO-OVERDUE-LINE            PIC X(30)
           VALUE 'NO PLAN INSTALLMENT IS LATE'.

      *--------------------- PROCEDURE DIVISION ---------------------

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           PERFORM 800-DAY-NUMBER.
           MOVE WS-ENTRY-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
           PERFORM 100-SET-UP-WINDOW.
           PERFORM 150-LOAD-PLANS.
           PERFORM 170-LOAD-PORTIONS.
           OPEN INPUT INDEXED-STUDENT-FILE.
           PERFORM 200-TOTAL-MASTER.
           PERFORM 300-TOTAL-HISTORY.
           CLOSE INDEXED-STUDENT-FILE.
           PERFORM 400-SET-COLLECTION-RATES.
           PERFORM 500-BUCKET-PLANS.
           PERFORM 520-BUCKET-PORTIONS.
           PERFORM 540-SPREAD-OTHER.
           OPEN OUTPUT RECORD-OUTPUT-FILE.
           MOVE WS-RUN-DATE TO TITLE-RUN-DATE.
           MOVE REPORT-TITLE-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE BEFORE ADVANCING 1 LINE.
           PERFORM 600-PRINT-RATES.
           PERFORM 620-PRINT-WEEKS.
           PERFORM 640-PRINT-MONTHS.
           PERFORM 680-PRINT-CLASS-SUMMARY.
           PERFORM 660-PRINT-OVERDUE.
           PERFORM 900-FINISH-FORECAST.

      ****************************
      *  THE 13-WEEK WINDOW      *
      ****************************
       100-SET-UP-WINDOW.
           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           PERFORM 110-SET-ONE-WEEK
               VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > 14.
           MOVE WS-WK-START-DATE(13) TO WS-DATE-WORK.
           PERFORM 820-ADD-ONE-DAY 6 TIMES.
           MOVE WS-DATE-WORK TO WS-WINDOW-LAST-DATE.
           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           PERFORM 120-SET-ONE-MONTH
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 5.
           PERFORM 130-CLEAR-ONE-CLASS
               VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > 3.

       110-SET-ONE-WEEK.
           MOVE WS-DATE-WORK TO WS-WK-START-DATE(WS-WEEK-SUB).
           MOVE 0 TO WS-WK-AMOUNT(WS-WEEK-SUB, 1).
           MOVE 0 TO WS-WK-AMOUNT(WS-WEEK-SUB, 2).
           MOVE 0 TO WS-WK-AMOUNT(WS-WEEK-SUB, 3).
           PERFORM 820-ADD-ONE-DAY 7 TIMES.

       120-SET-ONE-MONTH.
           MOVE WS-DATE-WORK(1:4) TO WS-MO-YYMM(WS-MONTH-SUB).
           MOVE 0 TO WS-MO-AMOUNT(WS-MONTH-SUB, 1).
           MOVE 0 TO WS-MO-AMOUNT(WS-MONTH-SUB, 2).
           MOVE 0 TO WS-MO-AMOUNT(WS-MONTH-SUB, 3).
           MOVE 1 TO WS-DW-DD.
           ADD 1 TO WS-DW-MM.
           IF WS-DW-MM > 12
               MOVE 1 TO WS-DW-MM
               ADD 1 TO WS-DW-YY
           END-IF.

       130-CLEAR-ONE-CLASS.
           MOVE 0 TO WS-CL-COLLECTED(WS-CLASS-SUB).
           MOVE 0 TO WS-CL-OWED(WS-CLASS-SUB).
           MOVE 1 TO WS-CL-RATE(WS-CLASS-SUB).
           MOVE 'N' TO WS-CL-HISTORY-FLAG(WS-CLASS-SUB).
           MOVE 0 TO WS-CL-WINDOW(WS-CLASS-SUB).
           MOVE 0 TO WS-CL-EXPECTED(WS-CLASS-SUB).
           MOVE 0 TO WS-CL-BEYOND(WS-CLASS-SUB).

      * no plan file yet just means nobody is on a plan
       150-LOAD-PLANS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PAYMENT-PLAN-FILE.
           IF PLAN-STATUS-FILED = '00'
               PERFORM 160-LOAD-ONE-PLAN-LINE
                   UNTIL WS-EOF-FLAG = 'Y'
               CLOSE PAYMENT-PLAN-FILE
           END-IF.

       160-LOAD-ONE-PLAN-LINE.
           READ PAYMENT-PLAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE PAYMENT-PLAN-LINE TO PAYMENT-PLAN-RECORD
                   IF PP-STATUS = 'O'
                       IF WS-PLAN-COUNT < WS-PLAN-TABLE-MAX
                           ADD 1 TO WS-PLAN-COUNT
                           MOVE PP-STUDENT-NUMBER
                             TO WS-PL-STUDENT-NUMBER(WS-PLAN-COUNT)
                           MOVE PP-INSTALLMENT-NO
                             TO WS-PL-INSTALLMENT-NO(WS-PLAN-COUNT)
                           MOVE PP-DUE-DATE
                             TO WS-PL-DUE-DATE(WS-PLAN-COUNT)
                           MOVE PP-AMOUNT
                             TO WS-PL-AMOUNT(WS-PLAN-COUNT)
                       ELSE
                           DISPLAY "WARNING: MORE OPEN INSTALLMENTS "
                               "THAN WS-PLAN-TABLE CAN HOLD"
                       END-IF
                   END-IF
           END-READ.

      * no sponsor ledger yet just means nothing is billed to sponsors
       170-LOAD-PORTIONS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SPONSOR-LEDGER-FILE.
           IF SLDG-STATUS-FILED = '00'
               PERFORM 180-LOAD-ONE-PORTION
                   UNTIL WS-EOF-FLAG = 'Y'
               CLOSE SPONSOR-LEDGER-FILE
           END-IF.

       180-LOAD-ONE-PORTION.
           READ SPONSOR-LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPONSOR-LEDGER-LINE TO SPONSOR-LEDGER-RECORD
                   IF SL-STATUS = 'O'
                       IF WS-PORTION-COUNT < WS-PORTION-TABLE-MAX
                           ADD 1 TO WS-PORTION-COUNT
                           MOVE SL-STUDENT-NUMBER
                             TO WS-PT-STUDENT-NUMBER(WS-PORTION-COUNT)
                           MOVE SL-BILL-DATE
                             TO WS-PT-BILL-DATE(WS-PORTION-COUNT)
                           MOVE SL-PORTION
                             TO WS-PT-PORTION(WS-PORTION-COUNT)
                       ELSE
                           DISPLAY "WARNING: MORE OPEN PORTIONS "
                               "THAN WS-PORTION-TABLE CAN HOLD"
                       END-IF
                   END-IF
           END-READ.

      ****************************
      *  WHAT EACH CLASS OWES    *
      ****************************
      * every balance owing goes to its student's class for the
      * collection rate; the part not covered by an open installment
      * or an open sponsor portion is the OTHER receivable
       200-TOTAL-MASTER.
           MOVE LOW-VALUES TO STUDENT-NUMBER-INDEXED.
           START INDEXED-STUDENT-FILE
               KEY IS NOT < STUDENT-NUMBER-INDEXED
             INVALID KEY
               MOVE 'Y' TO EOF-MASTER-FLG
           END-START.
           PERFORM 210-TOTAL-ONE-STUDENT
               UNTIL EOF-MASTER-FLG = 'Y'.

       210-TOTAL-ONE-STUDENT.
           READ INDEXED-STUDENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-MASTER-FLG
               NOT AT END
                   IF TUITION-OWED-INDEXED > 0
                       ADD 1 TO WS-STUDENT-COUNT
                       PERFORM 220-CLASSIFY-STUDENT
                       ADD TUITION-OWED-INDEXED
                         TO WS-CL-OWED(WS-CLASS-SUB)
                       PERFORM 240-SUM-COVERED
                       COMPUTE WS-OTHER-AMOUNT =
                           TUITION-OWED-INDEXED - WS-COVERED-AMOUNT
                       IF WS-OTHER-AMOUNT > 0
                           ADD WS-OTHER-AMOUNT TO WS-OTHER-TOTAL
                       END-IF
                   END-IF
           END-READ.

      * PLAN while the student has an open installment, SPONSOR while
      * the master names a sponsor, OTHER for everyone else
       220-CLASSIFY-STUDENT.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM 230-MATCH-PLAN-STUDENT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PLAN-COUNT
               OR WS-FOUND-FLAG = 'Y'.
           IF WS-FOUND-FLAG = 'Y'
               MOVE 1 TO WS-CLASS-SUB
           ELSE
               IF SPONSOR-CODE-INDEXED NOT = SPACES
                   MOVE 2 TO WS-CLASS-SUB
               ELSE
                   MOVE 3 TO WS-CLASS-SUB
               END-IF
           END-IF.

       230-MATCH-PLAN-STUDENT.
           IF WS-PL-STUDENT-NUMBER(WS-SUB) = STUDENT-NUMBER-INDEXED
               MOVE 'Y' TO WS-FOUND-FLAG
           END-IF.

       240-SUM-COVERED.
           MOVE 0 TO WS-COVERED-AMOUNT.
           PERFORM 245-ADD-PLAN-COVERED
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PLAN-COUNT.
           PERFORM 250-ADD-SPONSOR-COVERED
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PORTION-COUNT.

       245-ADD-PLAN-COVERED.
           IF WS-PL-STUDENT-NUMBER(WS-SUB) = STUDENT-NUMBER-INDEXED
               ADD WS-PL-AMOUNT(WS-SUB) TO WS-COVERED-AMOUNT
           END-IF.

       250-ADD-SPONSOR-COVERED.
           IF WS-PT-STUDENT-NUMBER(WS-SUB) = STUDENT-NUMBER-INDEXED
               ADD WS-PT-PORTION(WS-SUB) TO WS-COVERED-AMOUNT
           END-IF.

      ****************************
      *  WHAT EACH CLASS PAID    *
      ****************************
      * PAY adds, VOID and NSF take the money back off, RFND is money
      * going out and says nothing about collecting. The history is
      * in student order, so the class is looked up once per student.
       300-TOTAL-HISTORY.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF PHIST-STATUS-FILED = '00'
               MOVE LOW-VALUES TO HIST-KEY
               START PAYMENT-HISTORY-FILE
                   KEY IS NOT < HIST-KEY
                 INVALID KEY
                   MOVE 'Y' TO EOF-HIST-FLG
               END-START
               PERFORM 310-TOTAL-ONE-HISTORY-LINE
                   UNTIL EOF-HIST-FLG = 'Y'
               CLOSE PAYMENT-HISTORY-FILE
           ELSE
               DISPLAY "NO PAYMENT_HISTORY.index - FORECAST IS "
                   "UNDISCOUNTED"
           END-IF.

       310-TOTAL-ONE-HISTORY-LINE.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-HIST-FLG
               NOT AT END
                   IF HIS-ENTRY-TYPE NOT = 'RFND'
                       IF HIS-STUDENT-NUMBER NOT = WS-HIST-STUDENT
                           PERFORM 320-CLASSIFY-HISTORY-STUDENT
                       END-IF
                       IF HIS-ENTRY-TYPE = 'VOID'
                         OR HIS-ENTRY-TYPE = 'NSF'
                           COMPUTE WS-HIST-AMOUNT =
                               0 - HIS-PAYMENT-AMOUNT
                       ELSE
                           MOVE HIS-PAYMENT-AMOUNT TO WS-HIST-AMOUNT
                       END-IF
                       ADD WS-HIST-AMOUNT
                         TO WS-CL-COLLECTED(WS-HIST-CLASS)
                   END-IF
           END-READ.

      * a student no longer on the master (archived) counts as OTHER
       320-CLASSIFY-HISTORY-STUDENT.
           MOVE HIS-STUDENT-NUMBER TO WS-HIST-STUDENT.
           MOVE HIS-STUDENT-NUMBER TO STUDENT-NUMBER-INDEXED.
           READ INDEXED-STUDENT-FILE
               KEY IS STUDENT-NUMBER-INDEXED
               INVALID KEY
                   MOVE SPACES TO SPONSOR-CODE-INDEXED
           END-READ.
           MOVE HIS-STUDENT-NUMBER TO STUDENT-NUMBER-INDEXED.
           PERFORM 220-CLASSIFY-STUDENT.
           MOVE WS-CLASS-SUB TO WS-HIST-CLASS.

      ****************************
      *  COLLECTION RATES        *
      ****************************
      * the share of what this class was billed that has come in; a
      * class with nothing collected on the history is not discounted
       400-SET-COLLECTION-RATES.
           PERFORM 410-SET-ONE-RATE
               VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > 3.

       410-SET-ONE-RATE.
           IF WS-CL-COLLECTED(WS-CLASS-SUB) > 0
               COMPUTE WS-CL-RATE(WS-CLASS-SUB) ROUNDED =
                   WS-CL-COLLECTED(WS-CLASS-SUB)
                   / (WS-CL-COLLECTED(WS-CLASS-SUB)
                      + WS-CL-OWED(WS-CLASS-SUB))
               MOVE 'Y' TO WS-CL-HISTORY-FLAG(WS-CLASS-SUB)
           ELSE
               MOVE 1 TO WS-CL-RATE(WS-CLASS-SUB)
               MOVE 'N' TO WS-CL-HISTORY-FLAG(WS-CLASS-SUB)
           END-IF.

      ****************************
      *  BUCKETING               *
      ****************************
      * an installment already past its due date is not expected --
      * it is listed at the end of the report instead
       500-BUCKET-PLANS.
           PERFORM 510-BUCKET-ONE-INSTALLMENT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PLAN-COUNT.

       510-BUCKET-ONE-INSTALLMENT.
           IF WS-PL-DUE-DATE(WS-SUB) < WS-RUN-DATE
               ADD 1 TO WS-OVERDUE-COUNT
               ADD WS-PL-AMOUNT(WS-SUB) TO WS-OVERDUE-TOTAL
           ELSE
               MOVE WS-PL-DUE-DATE(WS-SUB) TO WS-ITEM-DATE
               MOVE 1 TO WS-ITEM-CLASS
               MOVE WS-PL-AMOUNT(WS-SUB) TO WS-ITEM-AMOUNT
               PERFORM 700-ADD-TO-BUCKETS
           END-IF.

      * a sponsor is slow but does pay: a portion past its terms is
      * expected in the first week
       520-BUCKET-PORTIONS.
           PERFORM 530-BUCKET-ONE-PORTION
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PORTION-COUNT.

       530-BUCKET-ONE-PORTION.
           MOVE WS-PT-BILL-DATE(WS-SUB) TO WS-DATE-WORK.
           PERFORM 820-ADD-ONE-DAY WS-SPONSOR-TERMS-DAYS TIMES.
           IF WS-DATE-WORK < WS-RUN-DATE
               MOVE WS-RUN-DATE TO WS-ITEM-DATE
           ELSE
               MOVE WS-DATE-WORK TO WS-ITEM-DATE
           END-IF.
           MOVE 2 TO WS-ITEM-CLASS.
           MOVE WS-PT-PORTION(WS-SUB) TO WS-ITEM-AMOUNT.
           PERFORM 700-ADD-TO-BUCKETS.

      * OTHER balances carry no due date -- spread them evenly, the
      * odd cents landing in week 13
       540-SPREAD-OTHER.
           DIVIDE WS-OTHER-TOTAL BY 13 GIVING WS-OTHER-WEEKLY.
           MOVE 0 TO WS-OTHER-SPREAD.
           MOVE 3 TO WS-ITEM-CLASS.
           PERFORM 550-SPREAD-ONE-WEEK
               VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > 13.

       550-SPREAD-ONE-WEEK.
           IF WS-WEEK-SUB = 13
               COMPUTE WS-ITEM-AMOUNT =
                   WS-OTHER-TOTAL - WS-OTHER-SPREAD
           ELSE
               MOVE WS-OTHER-WEEKLY TO WS-ITEM-AMOUNT
           END-IF.
           ADD WS-ITEM-AMOUNT TO WS-OTHER-SPREAD.
           MOVE WS-WK-START-DATE(WS-WEEK-SUB) TO WS-ITEM-DATE.
           PERFORM 700-ADD-TO-BUCKETS.

      ****************************
      *  PRINTING                *
      ****************************
       600-PRINT-RATES.
           MOVE RATE-HEADING-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE.
           PERFORM 610-PRINT-ONE-RATE
               VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > 3.

       610-PRINT-ONE-RATE.
           MOVE WS-CLASS-NAME(WS-CLASS-SUB) TO RTL-CLASS-NAME.
           MOVE WS-CL-COLLECTED(WS-CLASS-SUB) TO RTL-COLLECTED.
           MOVE WS-CL-OWED(WS-CLASS-SUB) TO RTL-OWED.
           COMPUTE RTL-RATE = WS-CL-RATE(WS-CLASS-SUB) * 100.
           IF WS-CL-HISTORY-FLAG(WS-CLASS-SUB) = 'Y'
               MOVE SPACES TO RTL-NOTE
           ELSE
               MOVE 'NO HISTORY - UNDISCOUNTED' TO RTL-NOTE
           END-IF.
           MOVE RATE-DETAIL-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.

      * each cell is discounted by its class rate as it is printed;
      * the class totals are built from the discounted weeks
       620-PRINT-WEEKS.
           MOVE WEEK-HEADING-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE.
           PERFORM 630-PRINT-ONE-WEEK
               VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > 13.

       630-PRINT-ONE-WEEK.
           MOVE WS-WEEK-SUB TO WKL-WEEK-NUMBER.
           MOVE WS-WK-START-DATE(WS-WEEK-SUB) TO WKL-START-DATE.
           MOVE 0 TO WS-ROW-TOTAL.
           PERFORM 635-DISCOUNT-WEEK-CELL
               VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > 3.
           MOVE WS-ROW-TOTAL TO WKL-TOTAL.
           ADD WS-ROW-TOTAL TO WS-GRAND-EXPECTED.
           MOVE WEEK-DETAIL-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.

       635-DISCOUNT-WEEK-CELL.
           COMPUTE WS-CELL-EXPECTED ROUNDED =
               WS-WK-AMOUNT(WS-WEEK-SUB, WS-CLASS-SUB)
               * WS-CL-RATE(WS-CLASS-SUB).
           MOVE WS-CELL-EXPECTED TO WKL-CELL(WS-CLASS-SUB).
           ADD WS-CELL-EXPECTED TO WS-ROW-TOTAL.
           ADD WS-CELL-EXPECTED TO WS-CL-EXPECTED(WS-CLASS-SUB).

       640-PRINT-MONTHS.
           MOVE MONTH-HEADING-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE.
           PERFORM 650-PRINT-ONE-MONTH
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 5.

      * a month the window never reaches prints nothing
       650-PRINT-ONE-MONTH.
           IF WS-MO-YYMM(WS-MONTH-SUB)
             NOT > WS-WINDOW-LAST-DATE(1:4)
               MOVE WS-MO-YYMM(WS-MONTH-SUB) TO MOL-YYMM
               MOVE 0 TO WS-ROW-TOTAL
               PERFORM 655-DISCOUNT-MONTH-CELL
                   VARYING WS-CLASS-SUB FROM 1 BY 1
                   UNTIL WS-CLASS-SUB > 3
               MOVE WS-ROW-TOTAL TO MOL-TOTAL
               MOVE MONTH-DETAIL-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE
           END-IF.

       655-DISCOUNT-MONTH-CELL.
           COMPUTE WS-CELL-EXPECTED ROUNDED =
               WS-MO-AMOUNT(WS-MONTH-SUB, WS-CLASS-SUB)
               * WS-CL-RATE(WS-CLASS-SUB).
           MOVE WS-CELL-EXPECTED TO MOL-CELL(WS-CLASS-SUB).
           ADD WS-CELL-EXPECTED TO WS-ROW-TOTAL.

       660-PRINT-OVERDUE.
           MOVE OVERDUE-TITLE-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE.
           IF WS-OVERDUE-COUNT = 0
               MOVE NO-OVERDUE-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE
           ELSE
               MOVE OVERDUE-HEADING-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE
               PERFORM 670-PRINT-ONE-OVERDUE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PLAN-COUNT
               MOVE WS-OVERDUE-COUNT TO ODT-COUNT
               MOVE WS-OVERDUE-TOTAL TO ODT-AMOUNT
               MOVE OVERDUE-TOTAL-LINE TO OUTPUT-LINE
               DISPLAY OUTPUT-LINE
               WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE
           END-IF.

       670-PRINT-ONE-OVERDUE.
           IF WS-PL-DUE-DATE(WS-SUB) < WS-RUN-DATE
               MOVE WS-PL-STUDENT-NUMBER(WS-SUB) TO ODL-STUDENT-NUMBER
               MOVE WS-PL-INSTALLMENT-NO(WS-SUB) TO ODL-INSTALLMENT-NO
               MOVE WS-PL-DUE-DATE(WS-SUB) TO ODL-DUE-DATE
               MOVE WS-PL-AMOUNT(WS-SUB) TO ODL-AMOUNT
               MOVE WS-PL-DUE-DATE(WS-SUB) TO WS-DATE-WORK
               PERFORM 800-DAY-NUMBER
               COMPUTE ODL-DAYS-LATE =
                   WS-RUN-DAY-NUMBER - WS-ENTRY-DAY-NUMBER
               MOVE OVERDUE-DETAIL-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE
           END-IF.

       680-PRINT-CLASS-SUMMARY.
           MOVE CLASS-HEADING-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE.
           PERFORM 690-PRINT-ONE-CLASS
               VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > 3.
           MOVE WS-GRAND-EXPECTED TO FTL-EXPECTED.
           MOVE FORECAST-TOTAL-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE.

       690-PRINT-ONE-CLASS.
           MOVE WS-CLASS-NAME(WS-CLASS-SUB) TO CLL-CLASS-NAME.
           MOVE WS-CL-WINDOW(WS-CLASS-SUB) TO CLL-WINDOW.
           MOVE WS-CL-EXPECTED(WS-CLASS-SUB) TO CLL-EXPECTED.
           MOVE WS-CL-BEYOND(WS-CLASS-SUB) TO CLL-BEYOND.
           MOVE CLASS-DETAIL-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.

      ****************************
      *  WEEK AND MONTH LOOKUP   *
      ****************************
      * WS-ITEM-AMOUNT of class WS-ITEM-CLASS expected on
      * WS-ITEM-DATE (never before the run date) goes to its week and
      * month, or past the window
       700-ADD-TO-BUCKETS.
           PERFORM 710-FIND-WEEK.
           IF WS-WEEK-HIT = 0
               ADD WS-ITEM-AMOUNT TO WS-CL-BEYOND(WS-ITEM-CLASS)
           ELSE
               ADD WS-ITEM-AMOUNT
                 TO WS-WK-AMOUNT(WS-WEEK-HIT, WS-ITEM-CLASS)
               ADD WS-ITEM-AMOUNT TO WS-CL-WINDOW(WS-ITEM-CLASS)
               PERFORM 720-FIND-MONTH
               IF WS-MONTH-HIT > 0
                   ADD WS-ITEM-AMOUNT
                     TO WS-MO-AMOUNT(WS-MONTH-HIT, WS-ITEM-CLASS)
               END-IF
           END-IF.

       710-FIND-WEEK.
           MOVE 0 TO WS-WEEK-HIT.
           IF WS-ITEM-DATE < WS-WK-START-DATE(14)
               PERFORM 715-MATCH-WEEK
                   VARYING WS-WEEK-SUB FROM 1 BY 1
                   UNTIL WS-WEEK-SUB > 13
           END-IF.

       715-MATCH-WEEK.
           IF WS-ITEM-DATE NOT < WS-WK-START-DATE(WS-WEEK-SUB)
               MOVE WS-WEEK-SUB TO WS-WEEK-HIT
           END-IF.

       720-FIND-MONTH.
           MOVE 0 TO WS-MONTH-HIT.
           PERFORM 725-MATCH-MONTH
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 5.

       725-MATCH-MONTH.
           IF WS-MO-YYMM(WS-MONTH-SUB) = WS-ITEM-DATE(1:4)
               MOVE WS-MONTH-SUB TO WS-MONTH-HIT
           END-IF.

      ****************************
      *  DATE ARITHMETIC         *
      ****************************
      * same day count the aging report uses for days past due
       800-DAY-NUMBER.
           COMPUTE WS-ENTRY-DAY-NUMBER =
               WS-DW-YY * 365 + WS-DW-MM * 30 + WS-DW-DD.

      * WS-DATE-WORK moves on one calendar day; February has 29 days
      * in a year divisible by four
       820-ADD-ONE-DAY.
           MOVE WS-MONTH-DAYS(WS-DW-MM) TO WS-DAYS-THIS-MONTH.
           IF WS-DW-MM = 2
               DIVIDE WS-DW-YY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                   MOVE 29 TO WS-DAYS-THIS-MONTH
               END-IF
           END-IF.
           ADD 1 TO WS-DW-DD.
           IF WS-DW-DD > WS-DAYS-THIS-MONTH
               MOVE 1 TO WS-DW-DD
               ADD 1 TO WS-DW-MM
               IF WS-DW-MM > 12
                   MOVE 1 TO WS-DW-MM
                   ADD 1 TO WS-DW-YY
               END-IF
           END-IF.

       900-FINISH-FORECAST.
           CLOSE RECORD-OUTPUT-FILE.
           DISPLAY "STUDENTS OWING:       " WS-STUDENT-COUNT.
           DISPLAY "PLAN INSTALLMENTS LATE:" WS-OVERDUE-COUNT.
           STOP RUN.

       END PROGRAM project03cf.
