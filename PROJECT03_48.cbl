      ******************************************************************
      * Author: Mingzi Xu
      * Date: OCT.15.2026
      * Purpose: project 03 - annual tuition tax certificate run.
      *          Totals each student's eligible tuition for one
      *          calendar year from the dated tuition ledger
      *          TUITION_LEDGER.txt and the term-stamped
      *          LEDGER_ARCHIVE.txt: charges and adjustments (types
      *          C and A) less drop / withdrawal reversals (type D)
      *          and refunds (type R), less the sponsor-paid portions
      *          billed in the year on SPONSOR_LEDGER.txt. Payments,
      *          balances forward and finance charges are not tuition
      *          and are left out. One certificate per student is
      *          printed to TAX_CERTIFICATES.txt, addressed from the
      *          master, and the electronic filing file
      *          TAX_FILING.txt is written with an HDR, one DTL per
      *          certificate and a TRL carrying the count and the
      *          total eligible amount, the way project03x builds the
      *          ministry extract. Every certificate issued goes on
      *          the register CERTIFICATE_REGISTER.txt: a rerun for
      *          the same year issues nothing for a student whose
      *          figure is unchanged, and an AMENDED certificate,
      *          naming the one it replaces, for a student whose
      *          figure has moved. The tax year is the first
      *          command-line argument (CCYY); without one the run
      *          certifies the previous calendar year.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03tc.

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
           SELECT TAX-CERT-REGISTER-FILE
           ASSIGN TO "..\CERTIFICATE_REGISTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TREG-STATUS-FILED.
           SELECT CERTIFICATE-OUTPUT-FILE
           ASSIGN TO "..\TAX_CERTIFICATES.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILING-OUTPUT-FILE
           ASSIGN TO "..\TAX_FILING.txt"
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
           02 STREET-ADDRESS-INDEXED      PIC X(30).
           02 CITY-INDEXED                PIC X(20).
           02 POSTAL-CODE-INDEXED         PIC X(7).
           02 PHONE-NUMBER-INDEXED        PIC X(12).
           02 STUDENT-STATUS-INDEXED      PIC X(1).
           02 NSF-COUNT-INDEXED           PIC 9(2).
           02 SPONSOR-INFO-INDEXED        PIC X(9).

      ****************************
      * DATED TUITION LEDGER     *
      * (C=CHARGE A=ADJUSTMENT   *
      *  D=DROP / WITHDRAWAL     *
      *  CREDIT R=REFUND)        *
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
      * SPONSOR PORTIONS BILLED  *
      ****************************
       FD SPONSOR-LEDGER-FILE.
       01 SPONSOR-LEDGER-LINE        PIC X(42).

       COPY "tax-cert-register.dat".

      ****************************
      * PRINTED CERTIFICATES     *
      ****************************
       FD CERTIFICATE-OUTPUT-FILE.
       01 OUTPUT-LINE                PIC X(62).

      ****************************
      * ELECTRONIC FILING FILE   *
      ****************************
       FD FILING-OUTPUT-FILE.
       01 FILING-LINE                PIC X(80).

      *------------------ WORKING-STORAGE -----------------------

       WORKING-STORAGE SECTION.
       COPY "tax-cert-register-record.dat".

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
      * FILING RECORD LAYOUTS    *
      ****************************
       01 FILING-HEADER-RECORD.
           05 FH-RECORD-TYPE         PIC X(3)  VALUE 'HDR'.
           05 FH-INSTITUTION-CODE    PIC X(8).
           05 FH-TAX-YEAR            PIC 9(4).
           05 FH-RUN-DATE            PIC 9(6).

       01 FILING-DETAIL-RECORD.
           05 FD-RECORD-TYPE         PIC X(3)  VALUE 'DTL'.
           05 FD-CERT-NUMBER         PIC 9(6).
           05 FD-STUDENT-NUMBER      PIC 9(6).
           05 FD-CERT-TYPE           PIC X(1).
           05 FD-REPLACES-NUMBER     PIC 9(6).
           05 FD-ELIGIBLE-AMOUNT     PIC 9(7)V99.
           05 FD-STUDENT-NAME        PIC X(40).
           05 FD-POSTAL-CODE         PIC X(7).

       01 FILING-TRAILER-RECORD.
           05 FT-RECORD-TYPE         PIC X(3)  VALUE 'TRL'.
           05 FT-DETAIL-COUNT        PIC 9(6).
           05 FT-ELIGIBLE-TOTAL      PIC 9(9)V99.

      * institution code assigned by the ministry -- the same code
      * project03x files the enrollment extract under
       01 WS-INSTITUTION-CODE        PIC X(8) VALUE 'INST0042'.

      * one row per student with tuition movement, a sponsor portion
      * or an earlier certificate in the year -- raise
      * WS-TAXSTU-TABLE-MAX and the OCCURS together if it outgrows it
       01 WS-TAXSTU-TABLE-MAX        PIC 9(4) VALUE 2000.
       01 WS-TAXSTU-FIELDS.
           05 WS-TAXSTU-COUNT        PIC 9(4) VALUE 0.
           05 WS-TAXSTU-ENTRY        OCCURS 2000 TIMES.
             10 WS-TX-STUDENT-NUMBER PIC 9(6).
             10 WS-TX-CHARGES        PIC 9(7)V99.
             10 WS-TX-REVERSALS      PIC 9(7)V99.
             10 WS-TX-REFUNDS        PIC 9(7)V99.
             10 WS-TX-SPONSORED      PIC 9(7)V99.
             10 WS-TX-LAST-CERT      PIC 9(6).
             10 WS-TX-LAST-AMOUNT    PIC 9(7)V99.
       01 WS-TAXSTU-WORK.
           05 WS-TX-SUB              PIC 9(4) VALUE 0.
           05 WS-TX-HIT              PIC 9(4) VALUE 0.
           05 WS-LOOKUP-STUDENT      PIC 9(6) VALUE 0.

       01 WS-FIELDS.
           05 STATUS-FILED           PIC X(2).
           05 LDGR-STATUS-FILED      PIC X(2).
           05 LARC-STATUS-FILED      PIC X(2).
           05 SLDG-STATUS-FILED      PIC X(2).
           05 WS-LEDGER-EOF-FLAG     PIC X VALUE 'N'.
           05 WS-ARCHIVE-EOF-FLAG    PIC X VALUE 'N'.
           05 WS-SPONSOR-EOF-FLAG    PIC X VALUE 'N'.
           05 WS-REGISTER-EOF-FLAG   PIC X VALUE 'N'.
           05 WS-RUN-DATE            PIC 9(6).
           05 WS-COMMAND-LINE        PIC X(20).
           05 WS-NET-AMOUNT          PIC S9(8)V99 VALUE 0.
           05 WS-ELIGIBLE-AMOUNT     PIC 9(7)V99 VALUE 0.
           05 WS-NEXT-CERT-NUMBER    PIC 9(6) VALUE 0.

      * the tax year as CCYY, and its last two digits to match the
      * YYMMDD dates on the ledgers
       01 WS-TAX-YEAR                PIC 9(4) VALUE 0.
       01 WS-TAX-YEAR-PARTS REDEFINES WS-TAX-YEAR.
           05 WS-TAX-CC              PIC 9(2).
           05 WS-TAX-YY              PIC 9(2).
       01 WS-TODAY-LONG              PIC 9(8).
       01 WS-TODAY-LONG-PARTS REDEFINES WS-TODAY-LONG.
           05 WS-TODAY-CCYY          PIC 9(4).
           05 FILLER                 PIC 9(4).
       01 WS-DATE-WORK               PIC 9(6).
       01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DW-YY               PIC 9(2).
           05 WS-DW-MM               PIC 9(2).
           05 WS-DW-DD               PIC 9(2).

       01 WS-TOTAL-FIELDS.
           05 WS-ORIGINAL-COUNT      PIC 9(5) VALUE 0.
           05 WS-AMENDED-COUNT       PIC 9(5) VALUE 0.
           05 WS-UNCHANGED-COUNT     PIC 9(5) VALUE 0.
           05 WS-NOT-ON-MASTER-COUNT PIC 9(5) VALUE 0.
           05 WS-DETAIL-COUNT        PIC 9(6) VALUE 0.
           05 WS-ELIGIBLE-TOTAL      PIC 9(9)V99 VALUE 0.

      ****************************
      *   CERTIFICATE PAGE LINES *
      ****************************
       01 CERT-RULE-LINE             PIC X(62) VALUE ALL '='.

       01 CERT-TITLE-LINE.
           05 FILLER                 PIC X(34)
               VALUE 'TUITION TAX CERTIFICATE - YEAR '.
           05 CRT-TAX-YEAR           PIC 9(4).

       01 CERT-NUMBER-LINE.
           05 FILLER                 PIC X(16) VALUE 'CERTIFICATE NO. '.
           05 CRT-CERT-NUMBER        PIC 9(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 CRT-CERT-KIND          PIC X(22).
           05 CRT-REPLACES-NUMBER    PIC Z(6).

       01 CERT-ISSUER-LINE.
           05 FILLER                 PIC X(22)
               VALUE 'ISSUED BY INSTITUTION '.
           05 CRT-INSTITUTION-CODE   PIC X(8).

       01 CERT-NAME-LINE.
           05 CRT-STUDENT-NAME       PIC X(40).

       01 CERT-STREET-LINE.
           05 CRT-STREET-ADDRESS     PIC X(30).

       01 CERT-CITY-LINE.
           05 CRT-CITY               PIC X(20).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 CRT-POSTAL-CODE        PIC X(7).

       01 CERT-ID-LINE.
           05 FILLER                 PIC X(8)  VALUE 'STUDENT '.
           05 CRT-STUDENT-NUMBER     PIC 9(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(5)  VALUE 'DATE '.
           05 CRT-ISSUE-DATE         PIC 9(6).

       01 CERT-AMOUNT-LINE.
           05 CRT-AMOUNT-LABEL       PIC X(34).
           05 CRT-AMOUNT             PIC $ZZZZZZ9.99.

      *--------------------- PROCEDURE DIVISION ---------------------

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE.
           PERFORM 100-SET-TAX-YEAR.
           PERFORM 110-LOAD-LEDGER.
           PERFORM 130-LOAD-LEDGER-ARCHIVE.
           PERFORM 150-LOAD-SPONSOR-LEDGER.
           PERFORM 170-LOAD-CERT-REGISTER.
           PERFORM 200-INITIATE-OUTPUT.
           PERFORM 300-CERTIFY-ONE-STUDENT
               VARYING WS-TX-SUB FROM 1 BY 1
               UNTIL WS-TX-SUB > WS-TAXSTU-COUNT.
           PERFORM 600-WRITE-TRAILER.
           PERFORM 900-FINISH-RUN.

      * certificates go out in February for the year just ended, so
      * that is the default; a CCYY argument names any other year
       100-SET-TAX-YEAR.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE(1:4) IS NUMERIC
               MOVE WS-COMMAND-LINE(1:4) TO WS-TAX-YEAR
           ELSE
               ACCEPT WS-TODAY-LONG FROM DATE YYYYMMDD
               COMPUTE WS-TAX-YEAR = WS-TODAY-CCYY - 1
           END-IF.
           DISPLAY "TUITION TAX CERTIFICATES FOR " WS-TAX-YEAR.

      * the current term's ledger -- an absent file just means
      * nothing has been posted since the last term close
       110-LOAD-LEDGER.
           OPEN INPUT LEDGER-FILE.
           IF LDGR-STATUS-FILED = '00'
               PERFORM 115-LOAD-ONE-LEDGER-LINE
                   UNTIL WS-LEDGER-EOF-FLAG = 'Y'
               CLOSE LEDGER-FILE
           END-IF.

       115-LOAD-ONE-LEDGER-LINE.
           READ LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-LEDGER-EOF-FLAG
               NOT AT END
                   MOVE LEDGER-LINE TO LEDGER-RECORD
                   PERFORM 120-APPLY-LEDGER-ENTRY
           END-READ.

      * only entries dated in the tax year count, whichever term
      * they were posted under
       120-APPLY-LEDGER-ENTRY.
           MOVE LG-ENTRY-DATE TO WS-DATE-WORK.
           IF WS-DW-YY NOT = WS-TAX-YY
               EXIT PARAGRAPH
           END-IF.
           IF LG-ENTRY-TYPE NOT = 'C' AND LG-ENTRY-TYPE NOT = 'A'
             AND LG-ENTRY-TYPE NOT = 'D' AND LG-ENTRY-TYPE NOT = 'R'
               EXIT PARAGRAPH
           END-IF.
           MOVE LG-STUDENT-NUMBER TO WS-LOOKUP-STUDENT.
           PERFORM 190-FIND-OR-ADD-STUDENT.
           IF WS-TX-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           IF LG-ENTRY-TYPE = 'C' OR LG-ENTRY-TYPE = 'A'
               ADD LG-AMOUNT TO WS-TX-CHARGES(WS-TX-HIT)
           ELSE
               IF LG-ENTRY-TYPE = 'D'
                   ADD LG-AMOUNT TO WS-TX-REVERSALS(WS-TX-HIT)
               ELSE
                   ADD LG-AMOUNT TO WS-TX-REFUNDS(WS-TX-HIT)
               END-IF
           END-IF.

      * closed terms, stamped with their term code by project03y --
      * the raw ledger line follows the stamp
       130-LOAD-LEDGER-ARCHIVE.
           OPEN INPUT LEDGER-ARCHIVE-FILE.
           IF LARC-STATUS-FILED = '00'
               PERFORM 135-LOAD-ONE-ARCHIVE-LINE
                   UNTIL WS-ARCHIVE-EOF-FLAG = 'Y'
               CLOSE LEDGER-ARCHIVE-FILE
           END-IF.

       135-LOAD-ONE-ARCHIVE-LINE.
           READ LEDGER-ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
               NOT AT END
                   MOVE LEDGER-ARCHIVE-LINE TO LEDGER-ARCHIVE-RECORD
                   MOVE LA-LEDGER-LINE TO LEDGER-RECORD
                   PERFORM 120-APPLY-LEDGER-ENTRY
           END-READ.

      * a portion billed to a sponsor in the year was not the
      * student's to pay, open or settled
       150-LOAD-SPONSOR-LEDGER.
           OPEN INPUT SPONSOR-LEDGER-FILE.
           IF SLDG-STATUS-FILED = '00'
               PERFORM 155-LOAD-ONE-SPONSOR-LINE
                   UNTIL WS-SPONSOR-EOF-FLAG = 'Y'
               CLOSE SPONSOR-LEDGER-FILE
           END-IF.

       155-LOAD-ONE-SPONSOR-LINE.
           READ SPONSOR-LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-SPONSOR-EOF-FLAG
               NOT AT END
                   MOVE SPONSOR-LEDGER-LINE TO SPONSOR-LEDGER-RECORD
                   MOVE SL-BILL-DATE TO WS-DATE-WORK
                   IF WS-DW-YY = WS-TAX-YY
                       MOVE SL-STUDENT-NUMBER TO WS-LOOKUP-STUDENT
                       PERFORM 190-FIND-OR-ADD-STUDENT
                       IF WS-TX-HIT > 0
                           ADD SL-PORTION
                             TO WS-TX-SPONSORED(WS-TX-HIT)
                       END-IF
                   END-IF
           END-READ.

      * the last certificate of the year for each student is the one
      * in force; the highest number on file, any year, sets the next
      * number to issue
       170-LOAD-CERT-REGISTER.
           OPEN INPUT TAX-CERT-REGISTER-FILE.
           IF TREG-STATUS-FILED = '00'
               PERFORM 175-LOAD-ONE-REGISTER-LINE
                   UNTIL WS-REGISTER-EOF-FLAG = 'Y'
               CLOSE TAX-CERT-REGISTER-FILE
           END-IF.

       175-LOAD-ONE-REGISTER-LINE.
           READ TAX-CERT-REGISTER-FILE
               AT END
                   MOVE 'Y' TO WS-REGISTER-EOF-FLAG
               NOT AT END
                   MOVE TAX-CERT-REGISTER-LINE
                     TO TAX-CERT-REGISTER-RECORD
                   IF TR-CERT-NUMBER > WS-NEXT-CERT-NUMBER
                       MOVE TR-CERT-NUMBER TO WS-NEXT-CERT-NUMBER
                   END-IF
                   IF TR-TAX-YEAR = WS-TAX-YEAR
                       MOVE TR-STUDENT-NUMBER TO WS-LOOKUP-STUDENT
                       PERFORM 190-FIND-OR-ADD-STUDENT
                       IF WS-TX-HIT > 0
                           MOVE TR-CERT-NUMBER
                             TO WS-TX-LAST-CERT(WS-TX-HIT)
                           MOVE TR-ELIGIBLE-AMOUNT
                             TO WS-TX-LAST-AMOUNT(WS-TX-HIT)
                       END-IF
                   END-IF
           END-READ.

       190-FIND-OR-ADD-STUDENT.
           MOVE 0 TO WS-TX-HIT.
           PERFORM 195-MATCH-TAX-STUDENT
               VARYING WS-TX-SUB FROM 1 BY 1
               UNTIL WS-TX-SUB > WS-TAXSTU-COUNT
               OR WS-TX-HIT > 0.
           IF WS-TX-HIT = 0
               IF WS-TAXSTU-COUNT < WS-TAXSTU-TABLE-MAX
                   ADD 1 TO WS-TAXSTU-COUNT
                   MOVE WS-TAXSTU-COUNT TO WS-TX-HIT
                   MOVE WS-LOOKUP-STUDENT
                     TO WS-TX-STUDENT-NUMBER(WS-TX-HIT)
                   MOVE 0 TO WS-TX-CHARGES(WS-TX-HIT)
                   MOVE 0 TO WS-TX-REVERSALS(WS-TX-HIT)
                   MOVE 0 TO WS-TX-REFUNDS(WS-TX-HIT)
                   MOVE 0 TO WS-TX-SPONSORED(WS-TX-HIT)
                   MOVE 0 TO WS-TX-LAST-CERT(WS-TX-HIT)
                   MOVE 0 TO WS-TX-LAST-AMOUNT(WS-TX-HIT)
               ELSE
                   DISPLAY "WARNING: TAX STUDENT TABLE FULL - "
                       WS-LOOKUP-STUDENT " DROPPED"
               END-IF
           END-IF.

       195-MATCH-TAX-STUDENT.
           IF WS-TX-STUDENT-NUMBER(WS-TX-SUB) = WS-LOOKUP-STUDENT
               MOVE WS-TX-SUB TO WS-TX-HIT
           END-IF.

       200-INITIATE-OUTPUT.
           OPEN INPUT INDEXED-STUDENT-FILE.
           OPEN OUTPUT CERTIFICATE-OUTPUT-FILE.
           OPEN OUTPUT FILING-OUTPUT-FILE.
           OPEN EXTEND TAX-CERT-REGISTER-FILE.
           IF TREG-STATUS-FILED = '35'
               OPEN OUTPUT TAX-CERT-REGISTER-FILE
           END-IF.
           MOVE WS-INSTITUTION-CODE TO FH-INSTITUTION-CODE.
           MOVE WS-TAX-YEAR TO FH-TAX-YEAR.
           MOVE WS-RUN-DATE TO FH-RUN-DATE.
           MOVE SPACES TO FILING-LINE.
           MOVE FILING-HEADER-RECORD TO FILING-LINE.
           WRITE FILING-LINE.

      * a student with nothing eligible and no certificate on file
      * gets none; one whose figure matches the certificate on file
      * already has the right one
       300-CERTIFY-ONE-STUDENT.
           COMPUTE WS-NET-AMOUNT =
               WS-TX-CHARGES(WS-TX-SUB)
               - WS-TX-REVERSALS(WS-TX-SUB)
               - WS-TX-REFUNDS(WS-TX-SUB)
               - WS-TX-SPONSORED(WS-TX-SUB).
           IF WS-NET-AMOUNT < 0
               MOVE 0 TO WS-ELIGIBLE-AMOUNT
           ELSE
               MOVE WS-NET-AMOUNT TO WS-ELIGIBLE-AMOUNT
           END-IF.
           IF WS-TX-LAST-CERT(WS-TX-SUB) = 0
               IF WS-ELIGIBLE-AMOUNT = 0
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-ELIGIBLE-AMOUNT = WS-TX-LAST-AMOUNT(WS-TX-SUB)
                   ADD 1 TO WS-UNCHANGED-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-TX-STUDENT-NUMBER(WS-TX-SUB)
             TO STUDENT-NUMBER-INDEXED.
           READ INDEXED-STUDENT-FILE KEY IS STUDENT-NUMBER-INDEXED
             INVALID KEY
               DISPLAY "NOT ON MASTER - NO CERTIFICATE - "
                   WS-TX-STUDENT-NUMBER(WS-TX-SUB)
               ADD 1 TO WS-NOT-ON-MASTER-COUNT
             NOT INVALID KEY
               PERFORM 400-ISSUE-CERTIFICATE
           END-READ.

       400-ISSUE-CERTIFICATE.
           ADD 1 TO WS-NEXT-CERT-NUMBER.
           MOVE WS-TAX-YEAR TO TR-TAX-YEAR.
           MOVE WS-NEXT-CERT-NUMBER TO TR-CERT-NUMBER.
           MOVE STUDENT-NUMBER-INDEXED TO TR-STUDENT-NUMBER.
           MOVE WS-RUN-DATE TO TR-ISSUE-DATE.
           MOVE WS-TX-LAST-CERT(WS-TX-SUB) TO TR-REPLACES-NUMBER.
           IF WS-TX-LAST-CERT(WS-TX-SUB) = 0
               MOVE 'O' TO TR-CERT-TYPE
               ADD 1 TO WS-ORIGINAL-COUNT
           ELSE
               MOVE 'A' TO TR-CERT-TYPE
               ADD 1 TO WS-AMENDED-COUNT
           END-IF.
           MOVE WS-ELIGIBLE-AMOUNT TO TR-ELIGIBLE-AMOUNT.
           PERFORM 410-PRINT-CERTIFICATE.
           PERFORM 420-WRITE-FILING-DETAIL.
           MOVE TAX-CERT-REGISTER-RECORD TO TAX-CERT-REGISTER-LINE.
           WRITE TAX-CERT-REGISTER-LINE.

       410-PRINT-CERTIFICATE.
           MOVE CERT-RULE-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-TAX-YEAR TO CRT-TAX-YEAR.
           MOVE CERT-TITLE-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE TR-CERT-NUMBER TO CRT-CERT-NUMBER.
           IF TR-CERT-TYPE = 'A'
               MOVE 'AMENDED - REPLACES NO.' TO CRT-CERT-KIND
               MOVE TR-REPLACES-NUMBER TO CRT-REPLACES-NUMBER
           ELSE
               MOVE 'ORIGINAL' TO CRT-CERT-KIND
               MOVE 0 TO CRT-REPLACES-NUMBER
           END-IF.
           MOVE CERT-NUMBER-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-INSTITUTION-CODE TO CRT-INSTITUTION-CODE.
           MOVE CERT-ISSUER-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE STUDENT-NAME-INDEXED TO CRT-STUDENT-NAME.
           MOVE CERT-NAME-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE.
           MOVE STREET-ADDRESS-INDEXED TO CRT-STREET-ADDRESS.
           MOVE CERT-STREET-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE CITY-INDEXED TO CRT-CITY.
           MOVE POSTAL-CODE-INDEXED TO CRT-POSTAL-CODE.
           MOVE CERT-CITY-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE STUDENT-NUMBER-INDEXED TO CRT-STUDENT-NUMBER.
           MOVE WS-RUN-DATE TO CRT-ISSUE-DATE.
           MOVE CERT-ID-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'TUITION CHARGED IN THE YEAR' TO CRT-AMOUNT-LABEL.
           MOVE WS-TX-CHARGES(WS-TX-SUB) TO CRT-AMOUNT.
           MOVE CERT-AMOUNT-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE.
           MOVE 'LESS DROP / WITHDRAWAL REVERSALS' TO CRT-AMOUNT-LABEL.
           MOVE WS-TX-REVERSALS(WS-TX-SUB) TO CRT-AMOUNT.
           MOVE CERT-AMOUNT-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'LESS REFUNDS' TO CRT-AMOUNT-LABEL.
           MOVE WS-TX-REFUNDS(WS-TX-SUB) TO CRT-AMOUNT.
           MOVE CERT-AMOUNT-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'LESS SPONSOR-PAID PORTIONS' TO CRT-AMOUNT-LABEL.
           MOVE WS-TX-SPONSORED(WS-TX-SUB) TO CRT-AMOUNT.
           MOVE CERT-AMOUNT-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'ELIGIBLE TUITION FEES' TO CRT-AMOUNT-LABEL.
           MOVE WS-ELIGIBLE-AMOUNT TO CRT-AMOUNT.
           MOVE CERT-AMOUNT-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE.

       420-WRITE-FILING-DETAIL.
           MOVE TR-CERT-NUMBER TO FD-CERT-NUMBER.
           MOVE STUDENT-NUMBER-INDEXED TO FD-STUDENT-NUMBER.
           MOVE TR-CERT-TYPE TO FD-CERT-TYPE.
           MOVE TR-REPLACES-NUMBER TO FD-REPLACES-NUMBER.
           MOVE WS-ELIGIBLE-AMOUNT TO FD-ELIGIBLE-AMOUNT.
           MOVE STUDENT-NAME-INDEXED TO FD-STUDENT-NAME.
           MOVE POSTAL-CODE-INDEXED TO FD-POSTAL-CODE.
           MOVE SPACES TO FILING-LINE.
           MOVE FILING-DETAIL-RECORD TO FILING-LINE.
           WRITE FILING-LINE.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD WS-ELIGIBLE-AMOUNT TO WS-ELIGIBLE-TOTAL.

      * the count and total let the receiving side prove the file
       600-WRITE-TRAILER.
           MOVE WS-DETAIL-COUNT TO FT-DETAIL-COUNT.
           MOVE WS-ELIGIBLE-TOTAL TO FT-ELIGIBLE-TOTAL.
           MOVE SPACES TO FILING-LINE.
           MOVE FILING-TRAILER-RECORD TO FILING-LINE.
           WRITE FILING-LINE.

       900-FINISH-RUN.
           CLOSE INDEXED-STUDENT-FILE.
           CLOSE CERTIFICATE-OUTPUT-FILE.
           CLOSE FILING-OUTPUT-FILE.
           CLOSE TAX-CERT-REGISTER-FILE.
           DISPLAY "ORIGINAL CERTIFICATES:   " WS-ORIGINAL-COUNT.
           DISPLAY "AMENDED CERTIFICATES:    " WS-AMENDED-COUNT.
           DISPLAY "UNCHANGED, NOT REISSUED: " WS-UNCHANGED-COUNT.
           DISPLAY "NOT ON MASTER:           " WS-NOT-ON-MASTER-COUNT.
           DISPLAY "FILING DETAILS WRITTEN:  " WS-DETAIL-COUNT.
           STOP RUN.

       END PROGRAM project03tc.
