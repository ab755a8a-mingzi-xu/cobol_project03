      ******************************************************************
      * Author: Mingzi Xu
      * Date: OCT.15.2026
      * Purpose: project 03 - daily general-ledger journal interface.
      *          Summarizes the ledger activity finance used to rekey
      *          from RECON_RPT.txt and CASHIER_CLOSE_RPT.txt into a
      *          balanced journal for the institution's general
      *          ledger. Every dated entry on TUITION_LEDGER.txt (and
      *          on LEDGER_ARCHIVE.txt, should a term have closed
      *          since the last run) after the posted-through date in
      *          GL_CONTROL.txt and up to this run's date -- charges,
      *          payments, void and NSF reversals, NSF fees, refunds,
      *          finance charges and waivers, drop / withdrawal
      *          credits -- plus the sponsor portions settled in the
      *          same days on SPONSOR_LEDGER.txt, is totalled by
      *          entry type and the student's program of study. Each
      *          total takes the debit and credit account of its row
      *          on GL_ACCOUNT_MAP.txt (the program's own row, else
      *          the type's ALL row), and the journal lines are
      *          summed by account and side. A zero-sum proof report,
      *          GL_PROOF_RPT.txt, shows every total and its accounts;
      *          only when debits equal credits, both equal the
      *          ledger input and every total found its accounts is
      *          the fixed-format journal GL_JOURNAL.txt (HDR, one
      *          DTL per account and side, TRL with the control
      *          totals) released and the posted-through date moved
      *          on, so no day can be extracted twice. The through
      *          date is the first command-line argument (YYMMDD);
      *          without one it is today, so the run belongs after
      *          the cashier close. Balance-forward lines restate a
      *          balance and carry no activity, so they are left out.
      * Tectonics: cobc
      * Modification History:
      *   OCT.15.2026 - Unapplied cash in SUSPENSE.txt is journalled
      *                too: type U on the day an item is received,
      *                type T on the day it is applied to a student
      *                (that day's P entry is not new cash) and type
      *                Q on the day it is sent to the refund queue.
      *                They carry no student, so they book to their
      *                type's ALL row on the map.
      *   OCT.15.2026 - Type-L student loan entries (the tuition
      *                portion of a loan disbursement, project03ln)
      *                are described on the proof report; they book
      *                to the L rows of GL_ACCOUNT_MAP.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03gl.

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
           SELECT LEDGER-FILE
           ASSIGN TO "..\TUITION_LEDGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LDGR-STATUS-FILED.
           SELECT LEDGER-ARCHIVE-FILE
           ASSIGN TO "..\LEDGER_ARCHIVE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LARC-STATUS-FILED.
           SELECT SPONSOR-LEDGER-FILE
           ASSIGN TO "..\SPONSOR_LEDGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLDG-STATUS-FILED.
           SELECT SUSPENSE-FILE
           ASSIGN TO "..\SUSPENSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSP-STATUS-FILED.
           SELECT GL-ACCOUNT-MAP-FILE
           ASSIGN TO "..\GL_ACCOUNT_MAP.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLMP-STATUS-FILED.
           SELECT GL-CONTROL-FILE
           ASSIGN TO "..\GL_CONTROL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLCT-STATUS-FILED.
           SELECT JOURNAL-OUTPUT-FILE
           ASSIGN TO "..\GL_JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECORD-OUTPUT-FILE
           ASSIGN TO "..\GL_PROOF_RPT.txt"
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
           02 SPONSOR-INFO-INDEXED        PIC X(9).

      ****************************
      * DATED TUITION LEDGER     *
      * (C=CHARGE P=PAYMENT      *
      *  A=ADJUSTMENT N=NSF FEE  *
      *  R=REFUND F=FINANCE      *
      *  CHARGE W=WAIVER D=DROP  *
      *  / WITHDRAWAL CREDIT     *
      *  B=BALANCE FORWARD)      *
      ****************************
       FD LEDGER-FILE.
       01 LEDGER-LINE                PIC X(20).

      ****************************
      * CLOSED TERMS OF THE      *
      * LEDGER, TERM-STAMPED     *
      ****************************
       FD LEDGER-ARCHIVE-FILE.
       01 LEDGER-ARCHIVE-LINE        PIC X(28).

      ****************************
      * SPONSOR PORTIONS, WITH   *
      * THEIR SETTLEMENT DATE    *
      ****************************
       FD SPONSOR-LEDGER-FILE.
       01 SPONSOR-LEDGER-LINE        PIC X(42).

       COPY "suspense.dat".

       COPY "gl-account-map.dat".

       COPY "gl-control.dat".

      ****************************
      * JOURNAL FOR THE GL       *
      ****************************
       FD JOURNAL-OUTPUT-FILE.
       01 JOURNAL-LINE               PIC X(50).

      ****************************
      * ZERO-SUM PROOF REPORT    *
      ****************************
       FD RECORD-OUTPUT-FILE.
       01 OUTPUT-LINE                PIC X(80).

      *------------------ WORKING-STORAGE -----------------------

       WORKING-STORAGE SECTION.
       COPY "suspense-record.dat".

       COPY "gl-account-map-record.dat".

       COPY "gl-control-record.dat".

      ****************************
      * DATED TUITION LEDGER     *
      ****************************
       01 LEDGER-RECORD.
           05 LG-STUDENT-NUMBER      PIC 9(6).
           05 LG-ENTRY-DATE          PIC 9(6).
           05 LG-ENTRY-TYPE          PIC X(1).
           05 LG-AMOUNT              PIC 9(5)V99.

       01 LEDGER-ARCHIVE-RECORD.
           05 LA-TERM-CODE           PIC X(6).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LA-LEDGER-LINE         PIC X(20).

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

      ****************************
      * JOURNAL RECORD LAYOUTS   *
      ****************************
       01 JOURNAL-HEADER-RECORD.
           05 JH-RECORD-TYPE         PIC X(3)  VALUE 'HDR'.
           05 JH-INSTITUTION-CODE    PIC X(8).
           05 JH-JOURNAL-NUMBER      PIC 9(6).
           05 JH-AFTER-DATE          PIC 9(6).
           05 JH-THROUGH-DATE        PIC 9(6).
           05 JH-RUN-DATE            PIC 9(6).

       01 JOURNAL-DETAIL-RECORD.
           05 JD-RECORD-TYPE         PIC X(3)  VALUE 'DTL'.
           05 JD-ACCOUNT             PIC X(8).
           05 JD-DEBIT-CREDIT        PIC X(1).
           05 JD-AMOUNT              PIC 9(9)V99.
           05 JD-ENTRY-COUNT         PIC 9(6).

       01 JOURNAL-TRAILER-RECORD.
           05 JT-RECORD-TYPE         PIC X(3)  VALUE 'TRL'.
           05 JT-DETAIL-COUNT        PIC 9(6).
           05 JT-DEBIT-TOTAL         PIC 9(9)V99.
           05 JT-CREDIT-TOTAL        PIC 9(9)V99.

      * institution code assigned by the ministry -- the same code
      * project03x files the enrollment extract under
       01 WS-INSTITUTION-CODE        PIC X(8) VALUE 'INST0042'.

      * the account map held whole -- raise WS-MAP-TABLE-MAX and the
      * OCCURS together if it outgrows it
       01 WS-MAP-TABLE-MAX           PIC 9(3) VALUE 200.
       01 WS-MAP-FIELDS.
           05 WS-MAP-COUNT           PIC 9(3) VALUE 0.
           05 WS-MAP-ENTRY           OCCURS 200 TIMES.
             10 WS-MP-ENTRY-TYPE     PIC X(1).
             10 WS-MP-PROGRAM-CODE   PIC X(6).
             10 WS-MP-DEBIT-ACCOUNT  PIC X(8).
             10 WS-MP-CREDIT-ACCOUNT PIC X(8).
       01 WS-MAP-WORK.
           05 WS-MAP-SUB             PIC 9(3) VALUE 0.
           05 WS-MAP-HIT             PIC 9(3) VALUE 0.
           05 WS-MAP-PROGRAM         PIC X(6).
           05 WS-MAP-EOF-FLAG        PIC X VALUE 'N'.
           05 WS-MAP-OVERFLOW        PIC X VALUE 'N'.

      * one row per entry type and program of study in the period
       01 WS-SUMMARY-TABLE-MAX       PIC 9(3) VALUE 200.
       01 WS-SUMMARY-FIELDS.
           05 WS-SUMMARY-COUNT       PIC 9(3) VALUE 0.
           05 WS-SUMMARY-ENTRY       OCCURS 200 TIMES.
             10 WS-SM-ENTRY-TYPE     PIC X(1).
             10 WS-SM-PROGRAM-CODE   PIC X(6).
             10 WS-SM-ENTRY-COUNT    PIC 9(6).
             10 WS-SM-AMOUNT         PIC 9(9)V99.
             10 WS-SM-DEBIT-ACCOUNT  PIC X(8).
             10 WS-SM-CREDIT-ACCOUNT PIC X(8).
             10 WS-SM-MAPPED         PIC X(1).
       01 WS-SUMMARY-WORK.
           05 WS-SUMMARY-SUB         PIC 9(3) VALUE 0.
           05 WS-SUMMARY-HIT         PIC 9(3) VALUE 0.
           05 WS-SUMMARY-OVERFLOW    PIC X VALUE 'N'.

      * the journal itself -- one row per GL account and side
       01 WS-ACCOUNT-TABLE-MAX       PIC 9(3) VALUE 200.
       01 WS-ACCOUNT-FIELDS.
           05 WS-ACCOUNT-COUNT       PIC 9(3) VALUE 0.
           05 WS-ACCOUNT-ENTRY       OCCURS 200 TIMES.
             10 WS-AC-ACCOUNT        PIC X(8).
             10 WS-AC-DEBIT-CREDIT   PIC X(1).
             10 WS-AC-ENTRY-COUNT    PIC 9(6).
             10 WS-AC-AMOUNT         PIC 9(9)V99.
       01 WS-ACCOUNT-WORK.
           05 WS-ACCOUNT-SUB         PIC 9(3) VALUE 0.
           05 WS-ACCOUNT-HIT         PIC 9(3) VALUE 0.
           05 WS-ACCOUNT-OVERFLOW    PIC X VALUE 'N'.
           05 WS-POST-ACCOUNT        PIC X(8).
           05 WS-POST-DEBIT-CREDIT   PIC X(1).

       01 WS-FIELDS.
           05 STATUS-FILED           PIC X(2).
           05 LDGR-STATUS-FILED      PIC X(2).
           05 LARC-STATUS-FILED      PIC X(2).
           05 SLDG-STATUS-FILED      PIC X(2).
           05 WS-LEDGER-EOF-FLAG     PIC X VALUE 'N'.
           05 WS-ARCHIVE-EOF-FLAG    PIC X VALUE 'N'.
           05 WS-SPONSOR-EOF-FLAG    PIC X VALUE 'N'.
           05 WS-SUSPENSE-EOF-FLAG   PIC X VALUE 'N'.
           05 WS-COMMAND-LINE        PIC X(20).
           05 WS-RUN-DATE            PIC 9(6).
           05 WS-THROUGH-DATE        PIC 9(6) VALUE 0.
           05 WS-POSTED-THROUGH      PIC 9(6) VALUE 0.
           05 WS-JOURNAL-NUMBER      PIC 9(6) VALUE 0.
           05 WS-ENTRY-TYPE          PIC X(1).
           05 WS-ENTRY-DATE          PIC 9(6).
           05 WS-ENTRY-AMOUNT        PIC 9(5)V99.
           05 WS-LOOKUP-STUDENT      PIC 9(6).
           05 WS-ENTRY-PROGRAM       PIC X(6).
           05 WS-TYPE-DESCRIPTION    PIC X(24).

      ****************************
      *    ZERO-SUM PROOF        *
      ****************************
       01 WS-PROOF-FIELDS.
           05 WS-INPUT-COUNT         PIC 9(6) VALUE 0.
           05 WS-INPUT-TOTAL         PIC 9(9)V99 VALUE 0.
           05 WS-DEBIT-TOTAL         PIC 9(9)V99 VALUE 0.
           05 WS-CREDIT-TOTAL        PIC 9(9)V99 VALUE 0.
           05 WS-UNMAPPED-COUNT      PIC 9(3) VALUE 0.
           05 WS-NOT-ON-MASTER-COUNT PIC 9(6) VALUE 0.
           05 WS-JOURNAL-PROVED      PIC X VALUE 'N'.
           05 WS-PROOF-RESULT        PIC X(60) VALUE SPACES.

       01 REPORT-TITLE-LINE.
           05 FILLER                 PIC X(27)
               VALUE 'GL JOURNAL PROOF - JOURNAL '.
           05 TITLE-JOURNAL-NUMBER   PIC 9(6).
           05 FILLER                 PIC X(6)  VALUE '  RUN '.
           05 TITLE-RUN-DATE         PIC 9(6).

       01 REPORT-PERIOD-LINE.
           05 FILLER                 PIC X(20)
               VALUE 'LEDGER ENTRIES AFTER'.
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 TITLE-AFTER-DATE       PIC 9(6).
           05 FILLER                 PIC X(13) VALUE ' THROUGH     '.
           05 TITLE-THROUGH-DATE     PIC 9(6).

       01 COLUMN-HEADER.
           05 FILLER                 PIC X(24) VALUE 'ENTRY TYPE'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(7)  VALUE 'PROGRAM'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(6)  VALUE 'ITEMS'.
           05 FILLER                 PIC X(8)  VALUE SPACES.
           05 FILLER                 PIC X(6)  VALUE 'AMOUNT'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(8)  VALUE 'DEBIT'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(8)  VALUE 'CREDIT'.

       01 SUMMARY-RECORD-LINE.
           05 GSL-TYPE-DESCRIPTION   PIC X(24).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 GSL-PROGRAM-CODE       PIC X(7).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 GSL-ENTRY-COUNT        PIC ZZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 GSL-AMOUNT             PIC ZZZZZZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 GSL-DEBIT-ACCOUNT      PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 GSL-CREDIT-ACCOUNT     PIC X(8).
       01 SUMMARY-UNMAPPED-LINE REDEFINES SUMMARY-RECORD-LINE.
           05 FILLER                 PIC X(56).
           05 GSL-UNMAPPED-NOTE      PIC X(18).

       01 ACCOUNT-HEADER.
           05 FILLER                 PIC X(24) VALUE 'JOURNAL LINES'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(7)  VALUE 'DR / CR'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(6)  VALUE 'ITEMS'.
           05 FILLER                 PIC X(8)  VALUE SPACES.
           05 FILLER                 PIC X(6)  VALUE 'AMOUNT'.

       01 ACCOUNT-RECORD-LINE.
           05 GAL-ACCOUNT            PIC X(24).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 GAL-DEBIT-CREDIT       PIC X(7).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 GAL-ENTRY-COUNT        PIC ZZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 GAL-AMOUNT             PIC ZZZZZZZ9.99.

       01 TOTAL-COUNT-LINE.
           05 TCL-LABEL              PIC X(32).
           05 TCL-COUNT              PIC ZZZZZ9.

       01 TOTAL-AMOUNT-LINE.
           05 TAL-LABEL              PIC X(32).
           05 TAL-AMOUNT             PIC $ZZZZZZZZ9.99.

       01 PROOF-RESULT-LINE.
           05 PRL-RESULT             PIC X(60).

      *--------------------- PROCEDURE DIVISION ---------------------

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE.
           PERFORM 100-SET-THROUGH-DATE.
           PERFORM 110-READ-GL-CONTROL.
           PERFORM 120-LOAD-ACCOUNT-MAP.
           OPEN INPUT INDEXED-STUDENT-FILE.
           PERFORM 200-READ-LEDGER.
           PERFORM 220-READ-LEDGER-ARCHIVE.
           PERFORM 240-READ-SPONSOR-LEDGER.
           PERFORM 270-READ-SUSPENSE.
           CLOSE INDEXED-STUDENT-FILE.
           PERFORM 300-MAP-SUMMARY-ROW
               VARYING WS-SUMMARY-SUB FROM 1 BY 1
               UNTIL WS-SUMMARY-SUB > WS-SUMMARY-COUNT.
           PERFORM 400-PROVE-JOURNAL.
           PERFORM 500-PRINT-PROOF-REPORT.
           IF WS-JOURNAL-PROVED = 'Y'
               PERFORM 600-RELEASE-JOURNAL
           END-IF.
           PERFORM 900-FINISH-RUN.

      * a YYMMDD argument closes the journal on that day; by default
      * it runs through today
       100-SET-THROUGH-DATE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE(1:6) IS NUMERIC
               MOVE WS-COMMAND-LINE(1:6) TO WS-THROUGH-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-THROUGH-DATE
           END-IF.

      * no control file means nothing has gone to the GL yet -- the
      * first run takes everything on the ledger through the date
       110-READ-GL-CONTROL.
           OPEN INPUT GL-CONTROL-FILE.
           IF GLCT-STATUS-FILED = '00'
               READ GL-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GL-CONTROL-LINE TO GL-CONTROL-RECORD
                       MOVE GLC-POSTED-THROUGH TO WS-POSTED-THROUGH
                       MOVE GLC-LAST-JOURNAL TO WS-JOURNAL-NUMBER
               END-READ
               CLOSE GL-CONTROL-FILE
           END-IF.
           IF WS-THROUGH-DATE NOT > WS-POSTED-THROUGH
               DISPLAY "JOURNAL REFUSED: LEDGER IS ALREADY IN THE GL "
                   "THROUGH " WS-POSTED-THROUGH
                   " - NOTHING EXTRACTED"
               STOP RUN
           END-IF.
           ADD 1 TO WS-JOURNAL-NUMBER.

       120-LOAD-ACCOUNT-MAP.
           OPEN INPUT GL-ACCOUNT-MAP-FILE.
           IF GLMP-STATUS-FILED NOT = '00'
               DISPLAY "JOURNAL REFUSED: GL_ACCOUNT_MAP.txt NOT FOUND"
               STOP RUN
           END-IF.
           PERFORM 125-LOAD-ONE-MAP-ROW
               UNTIL WS-MAP-EOF-FLAG = 'Y'.
           CLOSE GL-ACCOUNT-MAP-FILE.
      * a truncated map would send totals to the wrong accounts
           IF WS-MAP-OVERFLOW = 'Y'
               DISPLAY "JOURNAL REFUSED: GL_ACCOUNT_MAP.txt HAS MORE "
                   "ROWS THAN WS-MAP-ENTRY CAN HOLD - "
                   "RAISE WS-MAP-TABLE-MAX"
               STOP RUN
           END-IF.

       125-LOAD-ONE-MAP-ROW.
           READ GL-ACCOUNT-MAP-FILE
               AT END
                   MOVE 'Y' TO WS-MAP-EOF-FLAG
               NOT AT END
                   IF WS-MAP-COUNT < WS-MAP-TABLE-MAX
                       MOVE GL-ACCOUNT-MAP-LINE
                         TO GL-ACCOUNT-MAP-RECORD
                       ADD 1 TO WS-MAP-COUNT
                       MOVE GM-ENTRY-TYPE
                         TO WS-MP-ENTRY-TYPE(WS-MAP-COUNT)
                       MOVE GM-PROGRAM-CODE
                         TO WS-MP-PROGRAM-CODE(WS-MAP-COUNT)
                       MOVE GM-DEBIT-ACCOUNT
                         TO WS-MP-DEBIT-ACCOUNT(WS-MAP-COUNT)
                       MOVE GM-CREDIT-ACCOUNT
                         TO WS-MP-CREDIT-ACCOUNT(WS-MAP-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-MAP-OVERFLOW
                   END-IF
           END-READ.

       200-READ-LEDGER.
           OPEN INPUT LEDGER-FILE.
           IF LDGR-STATUS-FILED = '00'
               PERFORM 205-READ-ONE-LEDGER-LINE
                   UNTIL WS-LEDGER-EOF-FLAG = 'Y'
               CLOSE LEDGER-FILE
           END-IF.

       205-READ-ONE-LEDGER-LINE.
           READ LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-LEDGER-EOF-FLAG
               NOT AT END
                   MOVE LEDGER-LINE TO LEDGER-RECORD
                   PERFORM 210-TAKE-LEDGER-ENTRY
           END-READ.

      * a balance-forward line restates what is already in the GL
       210-TAKE-LEDGER-ENTRY.
           IF LG-ENTRY-TYPE = 'B'
               EXIT PARAGRAPH
           END-IF.
           MOVE LG-ENTRY-TYPE TO WS-ENTRY-TYPE.
           MOVE LG-ENTRY-DATE TO WS-ENTRY-DATE.
           MOVE LG-AMOUNT TO WS-ENTRY-AMOUNT.
           MOVE LG-STUDENT-NUMBER TO WS-LOOKUP-STUDENT.
           PERFORM 250-ADD-TO-SUMMARY.

      * the term close moves the ledger here -- entries of a closed
      * term not yet journalled are still picked up by their date
       220-READ-LEDGER-ARCHIVE.
           OPEN INPUT LEDGER-ARCHIVE-FILE.
           IF LARC-STATUS-FILED = '00'
               PERFORM 225-READ-ONE-ARCHIVE-LINE
                   UNTIL WS-ARCHIVE-EOF-FLAG = 'Y'
               CLOSE LEDGER-ARCHIVE-FILE
           END-IF.

       225-READ-ONE-ARCHIVE-LINE.
           READ LEDGER-ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
               NOT AT END
                   MOVE LEDGER-ARCHIVE-LINE TO LEDGER-ARCHIVE-RECORD
                   MOVE LA-LEDGER-LINE TO LEDGER-RECORD
                   PERFORM 210-TAKE-LEDGER-ENTRY
           END-READ.

      * a settled portion already reached the student's ledger as a
      * payment; its own type S row lets the map move that cash to
      * the sponsor side
       240-READ-SPONSOR-LEDGER.
           OPEN INPUT SPONSOR-LEDGER-FILE.
           IF SLDG-STATUS-FILED = '00'
               PERFORM 245-READ-ONE-SPONSOR-LINE
                   UNTIL WS-SPONSOR-EOF-FLAG = 'Y'
               CLOSE SPONSOR-LEDGER-FILE
           END-IF.

       245-READ-ONE-SPONSOR-LINE.
           READ SPONSOR-LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-SPONSOR-EOF-FLAG
               NOT AT END
                   MOVE SPONSOR-LEDGER-LINE TO SPONSOR-LEDGER-RECORD
                   IF SL-STATUS = 'S'
                     AND SL-SETTLE-DATE IS NUMERIC
                       MOVE 'S' TO WS-ENTRY-TYPE
                       MOVE SL-SETTLE-DATE TO WS-ENTRY-DATE
                       MOVE SL-PORTION TO WS-ENTRY-AMOUNT
                       MOVE SL-STUDENT-NUMBER TO WS-LOOKUP-STUDENT
                       PERFORM 250-ADD-TO-SUMMARY
                   END-IF
           END-READ.

      * only the days after the posted-through date, up to the
      * through date, belong to this journal
       250-ADD-TO-SUMMARY.
           IF WS-ENTRY-DATE NOT > WS-POSTED-THROUGH
             OR WS-ENTRY-DATE > WS-THROUGH-DATE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-INPUT-COUNT.
           ADD WS-ENTRY-AMOUNT TO WS-INPUT-TOTAL.
           IF WS-LOOKUP-STUDENT = 0
               MOVE SPACES TO WS-ENTRY-PROGRAM
           ELSE
               PERFORM 260-FIND-ENTRY-PROGRAM
           END-IF.
           MOVE 0 TO WS-SUMMARY-HIT.
           PERFORM 255-MATCH-SUMMARY-ROW
               VARYING WS-SUMMARY-SUB FROM 1 BY 1
               UNTIL WS-SUMMARY-SUB > WS-SUMMARY-COUNT
               OR WS-SUMMARY-HIT > 0.
           IF WS-SUMMARY-HIT = 0
               IF WS-SUMMARY-COUNT < WS-SUMMARY-TABLE-MAX
                   ADD 1 TO WS-SUMMARY-COUNT
                   MOVE WS-SUMMARY-COUNT TO WS-SUMMARY-HIT
                   MOVE WS-ENTRY-TYPE
                     TO WS-SM-ENTRY-TYPE(WS-SUMMARY-HIT)
                   MOVE WS-ENTRY-PROGRAM
                     TO WS-SM-PROGRAM-CODE(WS-SUMMARY-HIT)
                   MOVE 0 TO WS-SM-ENTRY-COUNT(WS-SUMMARY-HIT)
                   MOVE 0 TO WS-SM-AMOUNT(WS-SUMMARY-HIT)
                   MOVE SPACES TO WS-SM-DEBIT-ACCOUNT(WS-SUMMARY-HIT)
                   MOVE SPACES
                     TO WS-SM-CREDIT-ACCOUNT(WS-SUMMARY-HIT)
                   MOVE 'N' TO WS-SM-MAPPED(WS-SUMMARY-HIT)
               ELSE
      * the entry stays in the input total, so the proof fails
                   MOVE 'Y' TO WS-SUMMARY-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-SM-ENTRY-COUNT(WS-SUMMARY-HIT).
           ADD WS-ENTRY-AMOUNT TO WS-SM-AMOUNT(WS-SUMMARY-HIT).

       255-MATCH-SUMMARY-ROW.
           IF WS-SM-ENTRY-TYPE(WS-SUMMARY-SUB) = WS-ENTRY-TYPE
             AND WS-SM-PROGRAM-CODE(WS-SUMMARY-SUB)
               = WS-ENTRY-PROGRAM
               MOVE WS-SUMMARY-SUB TO WS-SUMMARY-HIT
           END-IF.

      * a student no longer on the master books to the type's ALL
      * accounts
       260-FIND-ENTRY-PROGRAM.
           MOVE WS-LOOKUP-STUDENT TO STUDENT-NUMBER-INDEXED.
           READ INDEXED-STUDENT-FILE KEY IS STUDENT-NUMBER-INDEXED
             INVALID KEY
               MOVE SPACES TO WS-ENTRY-PROGRAM
               ADD 1 TO WS-NOT-ON-MASTER-COUNT
             NOT INVALID KEY
               MOVE PROGRAM-OF-STUDY-INDEXED TO WS-ENTRY-PROGRAM
           END-READ.

      * suspense cash belongs to no student yet: U when it comes in,
      * then T when it is applied or Q when it is refunded
       270-READ-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE.
           IF SUSP-STATUS-FILED = '00'
               PERFORM 275-READ-ONE-SUSPENSE-LINE
                   UNTIL WS-SUSPENSE-EOF-FLAG = 'Y'
               CLOSE SUSPENSE-FILE
           END-IF.

       275-READ-ONE-SUSPENSE-LINE.
           READ SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-SUSPENSE-EOF-FLAG
               NOT AT END
                   MOVE SUSPENSE-LINE TO SUSPENSE-RECORD
                   MOVE 0 TO WS-LOOKUP-STUDENT
                   MOVE SU-AMOUNT TO WS-ENTRY-AMOUNT
                   MOVE 'U' TO WS-ENTRY-TYPE
                   MOVE SU-RECEIVED-DATE TO WS-ENTRY-DATE
                   PERFORM 250-ADD-TO-SUMMARY
                   IF SU-STATUS = 'A' OR SU-STATUS = 'R'
                       IF SU-STATUS = 'A'
                           MOVE 'T' TO WS-ENTRY-TYPE
                       ELSE
                           MOVE 'Q' TO WS-ENTRY-TYPE
                       END-IF
                       MOVE SU-CLEARED-DATE TO WS-ENTRY-DATE
                       PERFORM 250-ADD-TO-SUMMARY
                   END-IF
           END-READ.

      * the program's own row first, then the type's ALL row
       300-MAP-SUMMARY-ROW.
           MOVE WS-SM-PROGRAM-CODE(WS-SUMMARY-SUB) TO WS-MAP-PROGRAM.
           PERFORM 310-FIND-MAP-ROW.
           IF WS-MAP-HIT = 0
               MOVE 'ALL' TO WS-MAP-PROGRAM
               PERFORM 310-FIND-MAP-ROW
           END-IF.
           IF WS-MAP-HIT = 0
               ADD 1 TO WS-UNMAPPED-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-SM-MAPPED(WS-SUMMARY-SUB).
           MOVE WS-MP-DEBIT-ACCOUNT(WS-MAP-HIT)
             TO WS-SM-DEBIT-ACCOUNT(WS-SUMMARY-SUB).
           MOVE WS-MP-CREDIT-ACCOUNT(WS-MAP-HIT)
             TO WS-SM-CREDIT-ACCOUNT(WS-SUMMARY-SUB).
           MOVE WS-SM-DEBIT-ACCOUNT(WS-SUMMARY-SUB) TO WS-POST-ACCOUNT.
           MOVE 'D' TO WS-POST-DEBIT-CREDIT.
           PERFORM 320-ADD-TO-ACCOUNT.
           MOVE WS-SM-CREDIT-ACCOUNT(WS-SUMMARY-SUB)
             TO WS-POST-ACCOUNT.
           MOVE 'C' TO WS-POST-DEBIT-CREDIT.
           PERFORM 320-ADD-TO-ACCOUNT.

       310-FIND-MAP-ROW.
           MOVE 0 TO WS-MAP-HIT.
           PERFORM 315-MATCH-MAP-ROW
               VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT
               OR WS-MAP-HIT > 0.

       315-MATCH-MAP-ROW.
           IF WS-MP-ENTRY-TYPE(WS-MAP-SUB)
               = WS-SM-ENTRY-TYPE(WS-SUMMARY-SUB)
             AND WS-MP-PROGRAM-CODE(WS-MAP-SUB) = WS-MAP-PROGRAM
               MOVE WS-MAP-SUB TO WS-MAP-HIT
           END-IF.

       320-ADD-TO-ACCOUNT.
           MOVE 0 TO WS-ACCOUNT-HIT.
           PERFORM 325-MATCH-ACCOUNT-ROW
               VARYING WS-ACCOUNT-SUB FROM 1 BY 1
               UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
               OR WS-ACCOUNT-HIT > 0.
           IF WS-ACCOUNT-HIT = 0
               IF WS-ACCOUNT-COUNT < WS-ACCOUNT-TABLE-MAX
                   ADD 1 TO WS-ACCOUNT-COUNT
                   MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-HIT
                   MOVE WS-POST-ACCOUNT
                     TO WS-AC-ACCOUNT(WS-ACCOUNT-HIT)
                   MOVE WS-POST-DEBIT-CREDIT
                     TO WS-AC-DEBIT-CREDIT(WS-ACCOUNT-HIT)
                   MOVE 0 TO WS-AC-ENTRY-COUNT(WS-ACCOUNT-HIT)
                   MOVE 0 TO WS-AC-AMOUNT(WS-ACCOUNT-HIT)
               ELSE
                   MOVE 'Y' TO WS-ACCOUNT-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD WS-SM-ENTRY-COUNT(WS-SUMMARY-SUB)
             TO WS-AC-ENTRY-COUNT(WS-ACCOUNT-HIT).
           ADD WS-SM-AMOUNT(WS-SUMMARY-SUB)
             TO WS-AC-AMOUNT(WS-ACCOUNT-HIT).

       325-MATCH-ACCOUNT-ROW.
           IF WS-AC-ACCOUNT(WS-ACCOUNT-SUB) = WS-POST-ACCOUNT
             AND WS-AC-DEBIT-CREDIT(WS-ACCOUNT-SUB)
               = WS-POST-DEBIT-CREDIT
               MOVE WS-ACCOUNT-SUB TO WS-ACCOUNT-HIT
           END-IF.

      * debits must equal credits, and each must equal the ledger
      * money taken in -- otherwise something was dropped on the way
       400-PROVE-JOURNAL.
           PERFORM 410-SUM-ACCOUNT-ROW
               VARYING WS-ACCOUNT-SUB FROM 1 BY 1
               UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT.
           MOVE 'N' TO WS-JOURNAL-PROVED.
           IF WS-SUMMARY-OVERFLOW = 'Y'
             OR WS-ACCOUNT-OVERFLOW = 'Y'
               MOVE 'NOT RELEASED - A SUMMARY TABLE OVERFLOWED'
                 TO WS-PROOF-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF WS-UNMAPPED-COUNT > 0
               MOVE 'NOT RELEASED - TOTALS WITH NO GL ACCOUNT ROW'
                 TO WS-PROOF-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               MOVE 'NOT RELEASED - DEBITS DO NOT EQUAL CREDITS'
                 TO WS-PROOF-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF WS-DEBIT-TOTAL NOT = WS-INPUT-TOTAL
               MOVE 'NOT RELEASED - JOURNAL DOES NOT EQUAL LEDGER'
                 TO WS-PROOF-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-JOURNAL-PROVED.
           MOVE 'PROVED - DEBITS EQUAL CREDITS - JOURNAL RELEASED'
             TO WS-PROOF-RESULT.

       410-SUM-ACCOUNT-ROW.
           IF WS-AC-DEBIT-CREDIT(WS-ACCOUNT-SUB) = 'D'
               ADD WS-AC-AMOUNT(WS-ACCOUNT-SUB) TO WS-DEBIT-TOTAL
           ELSE
               ADD WS-AC-AMOUNT(WS-ACCOUNT-SUB) TO WS-CREDIT-TOTAL
           END-IF.

       500-PRINT-PROOF-REPORT.
           OPEN OUTPUT RECORD-OUTPUT-FILE.
           MOVE WS-JOURNAL-NUMBER TO TITLE-JOURNAL-NUMBER.
           MOVE WS-RUN-DATE TO TITLE-RUN-DATE.
           MOVE REPORT-TITLE-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE WS-POSTED-THROUGH TO TITLE-AFTER-DATE.
           MOVE WS-THROUGH-DATE TO TITLE-THROUGH-DATE.
           MOVE REPORT-PERIOD-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE COLUMN-HEADER TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           PERFORM 510-PRINT-SUMMARY-ROW
               VARYING WS-SUMMARY-SUB FROM 1 BY 1
               UNTIL WS-SUMMARY-SUB > WS-SUMMARY-COUNT.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE ACCOUNT-HEADER TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           PERFORM 520-PRINT-ACCOUNT-ROW
               VARYING WS-ACCOUNT-SUB FROM 1 BY 1
               UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE 'LEDGER ENTRIES TAKEN:' TO TCL-LABEL.
           MOVE WS-INPUT-COUNT TO TCL-COUNT.
           MOVE TOTAL-COUNT-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE 'STUDENTS NOT ON MASTER (ALL):' TO TCL-LABEL.
           MOVE WS-NOT-ON-MASTER-COUNT TO TCL-COUNT.
           MOVE TOTAL-COUNT-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE 'TOTALS WITH NO GL ACCOUNT ROW:' TO TCL-LABEL.
           MOVE WS-UNMAPPED-COUNT TO TCL-COUNT.
           MOVE TOTAL-COUNT-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE 'LEDGER INPUT TOTAL:' TO TAL-LABEL.
           MOVE WS-INPUT-TOTAL TO TAL-AMOUNT.
           MOVE TOTAL-AMOUNT-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE 'JOURNAL DEBITS:' TO TAL-LABEL.
           MOVE WS-DEBIT-TOTAL TO TAL-AMOUNT.
           MOVE TOTAL-AMOUNT-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE 'JOURNAL CREDITS:' TO TAL-LABEL.
           MOVE WS-CREDIT-TOTAL TO TAL-AMOUNT.
           MOVE TOTAL-AMOUNT-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE WS-PROOF-RESULT TO PRL-RESULT.
           MOVE PROOF-RESULT-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           CLOSE RECORD-OUTPUT-FILE.

       510-PRINT-SUMMARY-ROW.
           PERFORM 530-DESCRIBE-ENTRY-TYPE.
           MOVE SPACES TO SUMMARY-RECORD-LINE.
           MOVE WS-TYPE-DESCRIPTION TO GSL-TYPE-DESCRIPTION.
           MOVE WS-SM-PROGRAM-CODE(WS-SUMMARY-SUB)
             TO GSL-PROGRAM-CODE.
           MOVE WS-SM-ENTRY-COUNT(WS-SUMMARY-SUB) TO GSL-ENTRY-COUNT.
           MOVE WS-SM-AMOUNT(WS-SUMMARY-SUB) TO GSL-AMOUNT.
           IF WS-SM-MAPPED(WS-SUMMARY-SUB) = 'Y'
               MOVE WS-SM-DEBIT-ACCOUNT(WS-SUMMARY-SUB)
                 TO GSL-DEBIT-ACCOUNT
               MOVE WS-SM-CREDIT-ACCOUNT(WS-SUMMARY-SUB)
                 TO GSL-CREDIT-ACCOUNT
           ELSE
               MOVE '** NO GL ACCOUNT **' TO GSL-UNMAPPED-NOTE
           END-IF.
           MOVE SUMMARY-RECORD-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.

       520-PRINT-ACCOUNT-ROW.
           MOVE WS-AC-ACCOUNT(WS-ACCOUNT-SUB) TO GAL-ACCOUNT.
           IF WS-AC-DEBIT-CREDIT(WS-ACCOUNT-SUB) = 'D'
               MOVE 'DEBIT' TO GAL-DEBIT-CREDIT
           ELSE
               MOVE 'CREDIT' TO GAL-DEBIT-CREDIT
           END-IF.
           MOVE WS-AC-ENTRY-COUNT(WS-ACCOUNT-SUB) TO GAL-ENTRY-COUNT.
           MOVE WS-AC-AMOUNT(WS-ACCOUNT-SUB) TO GAL-AMOUNT.
           MOVE ACCOUNT-RECORD-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.

       530-DESCRIBE-ENTRY-TYPE.
           EVALUATE WS-SM-ENTRY-TYPE(WS-SUMMARY-SUB)
               WHEN 'C'
                   MOVE 'C TUITION CHARGE' TO WS-TYPE-DESCRIPTION
               WHEN 'P'
                   MOVE 'P PAYMENT' TO WS-TYPE-DESCRIPTION
               WHEN 'L'
                   MOVE 'L STUDENT LOAN APPLIED' TO WS-TYPE-DESCRIPTION
               WHEN 'A'
                   MOVE 'A VOID / NSF REVERSAL' TO WS-TYPE-DESCRIPTION
               WHEN 'N'
                   MOVE 'N NSF FEE' TO WS-TYPE-DESCRIPTION
               WHEN 'R'
                   MOVE 'R REFUND' TO WS-TYPE-DESCRIPTION
               WHEN 'F'
                   MOVE 'F FINANCE CHARGE' TO WS-TYPE-DESCRIPTION
               WHEN 'W'
                   MOVE 'W FINANCE CHARGE WAIVER'
                     TO WS-TYPE-DESCRIPTION
               WHEN 'D'
                   MOVE 'D DROP / WITHDRAWAL' TO WS-TYPE-DESCRIPTION
               WHEN 'S'
                   MOVE 'S SPONSOR SETTLEMENT' TO WS-TYPE-DESCRIPTION
               WHEN 'U'
                   MOVE 'U SUSPENSE RECEIVED' TO WS-TYPE-DESCRIPTION
               WHEN 'T'
                   MOVE 'T SUSPENSE APPLIED' TO WS-TYPE-DESCRIPTION
               WHEN 'Q'
                   MOVE 'Q SUSPENSE REFUNDED' TO WS-TYPE-DESCRIPTION
               WHEN OTHER
                   MOVE SPACES TO WS-TYPE-DESCRIPTION
                   MOVE WS-SM-ENTRY-TYPE(WS-SUMMARY-SUB)
                     TO WS-TYPE-DESCRIPTION(1:1)
                   MOVE 'UNKNOWN TYPE' TO WS-TYPE-DESCRIPTION(3:12)
           END-EVALUATE.

      * the journal goes out whole, then the control file moves on --
      * a failure between the two only means the same days are
      * offered again, never that a day is lost
       600-RELEASE-JOURNAL.
           OPEN OUTPUT JOURNAL-OUTPUT-FILE.
           MOVE WS-INSTITUTION-CODE TO JH-INSTITUTION-CODE.
           MOVE WS-JOURNAL-NUMBER TO JH-JOURNAL-NUMBER.
           MOVE WS-POSTED-THROUGH TO JH-AFTER-DATE.
           MOVE WS-THROUGH-DATE TO JH-THROUGH-DATE.
           MOVE WS-RUN-DATE TO JH-RUN-DATE.
           MOVE SPACES TO JOURNAL-LINE.
           MOVE JOURNAL-HEADER-RECORD TO JOURNAL-LINE.
           WRITE JOURNAL-LINE.
           PERFORM 610-WRITE-JOURNAL-DETAIL
               VARYING WS-ACCOUNT-SUB FROM 1 BY 1
               UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT.
           MOVE WS-ACCOUNT-COUNT TO JT-DETAIL-COUNT.
           MOVE WS-DEBIT-TOTAL TO JT-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL TO JT-CREDIT-TOTAL.
           MOVE SPACES TO JOURNAL-LINE.
           MOVE JOURNAL-TRAILER-RECORD TO JOURNAL-LINE.
           WRITE JOURNAL-LINE.
           CLOSE JOURNAL-OUTPUT-FILE.
           OPEN OUTPUT GL-CONTROL-FILE.
           MOVE WS-THROUGH-DATE TO GLC-POSTED-THROUGH.
           MOVE WS-JOURNAL-NUMBER TO GLC-LAST-JOURNAL.
           MOVE GL-CONTROL-RECORD TO GL-CONTROL-LINE.
           WRITE GL-CONTROL-LINE.
           CLOSE GL-CONTROL-FILE.

       610-WRITE-JOURNAL-DETAIL.
           MOVE WS-AC-ACCOUNT(WS-ACCOUNT-SUB) TO JD-ACCOUNT.
           MOVE WS-AC-DEBIT-CREDIT(WS-ACCOUNT-SUB) TO JD-DEBIT-CREDIT.
           MOVE WS-AC-AMOUNT(WS-ACCOUNT-SUB) TO JD-AMOUNT.
           MOVE WS-AC-ENTRY-COUNT(WS-ACCOUNT-SUB) TO JD-ENTRY-COUNT.
           MOVE SPACES TO JOURNAL-LINE.
           MOVE JOURNAL-DETAIL-RECORD TO JOURNAL-LINE.
           WRITE JOURNAL-LINE.

       900-FINISH-RUN.
           DISPLAY "GL JOURNAL " WS-JOURNAL-NUMBER
               " THROUGH " WS-THROUGH-DATE.
           DISPLAY "LEDGER ENTRIES TAKEN:   " WS-INPUT-COUNT.
           DISPLAY "JOURNAL DEBITS:         " WS-DEBIT-TOTAL.
           DISPLAY "JOURNAL CREDITS:        " WS-CREDIT-TOTAL.
           DISPLAY WS-PROOF-RESULT.
           STOP RUN.

       END PROGRAM project03gl.
