      ******************************************************************
      * Author: Mingzi Xu
      * Date: OCT.15.2026
      * Purpose: project 03 - bank remittance import. Reads the
      *          online-banking / pre-authorized payment file the
      *          bank sends, BANK_REMITTANCE.txt (an H record with
      *          the bank's file id and date, one D record per
      *          payment with the payer reference and amount, a T
      *          record with the bank's item count and amount
      *          total), and turns it into the BATCH_PAYMENTS.txt
      *          the posting program's BATCH mode takes, so nobody
      *          retypes the remittance by hand. The bank's own
      *          control totals are proved first and a file that
      *          does not balance is refused before anything is
      *          written. Each payer reference is matched to a
      *          student number on the master (a detail record) or
      *          to a sponsor code on SPONSOR_MASTER.txt (an SPN
      *          record); a reference that matches neither is
      *          reported and held in the unapplied-cash suspense
      *          file SUSPENSE.txt for the cashier to clear -- never
      *          dropped. The batch is written with an HDR (the
      *          bank's file date and file id as the batch id) and a
      *          TRL whose count and hash cover the records written,
      *          so batch_post.sh can post it unattended. Every
      *          import is recorded in REMITTANCE_IMPORT_LOG.txt; the
      *          same bank file is refused a second time, and so is
      *          any import while the previous BATCH_PAYMENTS.txt is
      *          still waiting to be posted. The item-by-item result
      *          is printed to REMITTANCE_IMPORT_RPT.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03bi.

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
           SELECT REMITTANCE-FILE
           ASSIGN TO "..\BANK_REMITTANCE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REMT-STATUS-FILED.
           SELECT SPONSOR-MASTER-FILE
           ASSIGN TO "..\SPONSOR_MASTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPNM-STATUS-FILED.
           SELECT IMPORT-LOG-FILE
           ASSIGN TO "..\REMITTANCE_IMPORT_LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ILOG-STATUS-FILED.
           SELECT BATCH-PAYMENT-FILE
           ASSIGN TO "..\BATCH_PAYMENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BPAY-STATUS-FILED.
           SELECT BATCH-LOG-LOOKUP-FILE
           ASSIGN TO "..\BATCH_POSTED_LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BLKP-STATUS-FILED.
           SELECT SUSPENSE-FILE
           ASSIGN TO "..\SUSPENSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSP-STATUS-FILED.
           SELECT SUSPENSE-SEQUENCE-FILE
           ASSIGN TO "..\SUSPENSE_SEQUENCE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SSEQ-STATUS-FILED.
           SELECT RECORD-OUTPUT-FILE
           ASSIGN TO "..\REMITTANCE_IMPORT_RPT.txt"
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
      * BANK REMITTANCE FILE     *
      * (H=HEADER D=PAYMENT      *
      *  T=TRAILER)              *
      ****************************
       FD REMITTANCE-FILE.
       01 REMITTANCE-RECORD.
           05 RM-RECORD-TYPE         PIC X(1).
           05 RM-RECORD-BODY         PIC X(41).
       01 REMITTANCE-HEADER-RECORD.
           05 FILLER                 PIC X(1).
           05 RH-BANK-FILE-ID        PIC X(12).
           05 RH-FILE-DATE           PIC 9(6).
           05 RH-BANK-ID             PIC X(6).
           05 FILLER                 PIC X(17).
       01 REMITTANCE-DETAIL-RECORD.
           05 FILLER                 PIC X(1).
           05 RD-PAYER-REFERENCE     PIC X(20).
           05 RD-AMOUNT              PIC 9(7)V99.
           05 RD-VALUE-DATE          PIC 9(6).
           05 RD-CHANNEL             PIC X(3).
           05 FILLER                 PIC X(3).
       01 REMITTANCE-TRAILER-RECORD.
           05 FILLER                 PIC X(1).
           05 RT-ITEM-COUNT          PIC 9(6).
           05 RT-AMOUNT-TOTAL        PIC 9(9)V99.
           05 FILLER                 PIC X(24).

      ****************************
      * SPONSOR MASTER (CODE AND *
      * NAME, KEPT BY project03sm*
      ****************************
       FD SPONSOR-MASTER-FILE.
       01 SPONSOR-MASTER-RECORD.
           05 SP-SPONSOR-CODE        PIC X(6).
           05 SP-SPONSOR-NAME        PIC X(30).

      ****************************
      * BANK FILES ALREADY       *
      *       IMPORTED           *
      ****************************
       FD IMPORT-LOG-FILE.
       01 IMPORT-LOG-LINE            PIC X(50).

      ****************************
      * BATCH PAYMENT OUTPUT     *
      ****************************
       FD BATCH-PAYMENT-FILE.
       01 BATCH-PAYMENT-LINE         PIC X(21).

      ****************************
      * BATCHES POSTED TO         *
      *  COMPLETION (BY HDR ID)   *
      ****************************
       FD BATCH-LOG-LOOKUP-FILE.
       01 BATCH-LOG-LOOKUP-LINE      PIC X(26).

       COPY "suspense.dat".

       COPY "suspense-sequence.dat".

      ****************************
      *       OUTPUT DATA        *
      ****************************
       FD RECORD-OUTPUT-FILE.
       01 OUTPUT-LINE                PIC X(80).

      *------------------ WORKING-STORAGE -----------------------

       WORKING-STORAGE SECTION.
       COPY "suspense-record.dat".

      ****************************
      * ONE IMPORTED BANK FILE   *
      ****************************
       01 IMPORT-LOG-RECORD.
           05 IL-BANK-FILE-ID        PIC X(12).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 IL-FILE-DATE           PIC 9(6).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 IL-IMPORT-DATE         PIC 9(6).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 IL-ITEM-COUNT          PIC 9(6).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 IL-SUSPENSE-COUNT      PIC 9(6).

      ****************************
      * BATCH_PAYMENTS.txt       *
      * RECORD LAYOUTS           *
      ****************************
       01 BATCH-HEADER-RECORD.
           05 BH-RECORD-TYPE         PIC X(3) VALUE 'HDR'.
           05 BH-FILE-DATE           PIC 9(6).
           05 BH-SOURCE              PIC X(12).
       01 BATCH-DETAIL-RECORD.
           05 BD-STUDENT-NUMBER      PIC 9(6).
           05 BD-PAYMENT-AMOUNT      PIC 9(5)V99.
       01 BATCH-SPONSOR-RECORD.
           05 BS-RECORD-TYPE         PIC X(3) VALUE 'SPN'.
           05 BS-SPONSOR-CODE        PIC X(6).
           05 BS-PAYMENT-AMOUNT      PIC 9(5)V99.
       01 BATCH-TRAILER-RECORD.
           05 BT-RECORD-TYPE         PIC X(3) VALUE 'TRL'.
           05 BT-DETAIL-COUNT        PIC 9(6).
           05 BT-HASH-TOTAL          PIC 9(7)V99.

      * sponsor codes on file, for matching a payer reference
       01 WS-SPONSOR-TABLE-MAX       PIC 9(2) VALUE 50.
       01 WS-SPONSOR-FIELDS.
           05 WS-SPONSOR-COUNT       PIC 9(2) VALUE 0.
           05 WS-SPONSOR-ENTRY       OCCURS 50 TIMES.
             10 WS-SPN-CODE          PIC X(6).

       01 WS-FIELDS.
           05 STATUS-FILED           PIC X(2).
           05 REMT-STATUS-FILED      PIC X(2).
           05 SPNM-STATUS-FILED      PIC X(2).
           05 ILOG-STATUS-FILED      PIC X(2).
           05 BPAY-STATUS-FILED      PIC X(2).
           05 BLKP-STATUS-FILED      PIC X(2).
           05 SSEQ-STATUS-FILED      PIC X(2).
           05 WS-EOF-FLAG            PIC X VALUE 'N'.
           05 WS-RUN-DATE            PIC 9(6).
           05 WS-SPN-SUB             PIC 9(2) VALUE 0.
           05 WS-SPN-HIT             PIC 9(2) VALUE 0.
           05 WS-IMPORT-OK           PIC X VALUE 'Y'.
           05 WS-REFUSAL-REASON      PIC X(60) VALUE SPACES.
           05 WS-PENDING-BATCH-ID    PIC X(18) VALUE SPACES.
           05 WS-PENDING-POSTED      PIC X VALUE 'N'.
           05 WS-SUSPENSE-NUMBER     PIC 9(6) VALUE 0.
           05 WS-MATCH-TYPE          PIC X VALUE SPACES.
           05 WS-MATCH-STUDENT       PIC 9(6) VALUE 0.

      * the bank's control figures against what is actually present
       01 WS-CONTROL-FIELDS.
           05 WS-HEADER-SEEN         PIC X VALUE 'N'.
           05 WS-TRAILER-SEEN        PIC X VALUE 'N'.
           05 WS-BANK-FILE-ID        PIC X(12) VALUE SPACES.
           05 WS-BANK-FILE-DATE      PIC 9(6) VALUE 0.
           05 WS-BANK-ITEM-COUNT     PIC 9(6) VALUE 0.
           05 WS-BANK-AMOUNT-TOTAL   PIC 9(9)V99 VALUE 0.
           05 WS-FOUND-ITEM-COUNT    PIC 9(6) VALUE 0.
           05 WS-FOUND-AMOUNT-TOTAL  PIC 9(9)V99 VALUE 0.
           05 WS-LARGEST-ITEM        PIC 9(7)V99 VALUE 0.
           05 WS-BAD-RECORD-COUNT    PIC 9(6) VALUE 0.

      * what this import did with the bank's money
       01 WS-RESULT-FIELDS.
           05 WS-STUDENT-COUNT       PIC 9(6) VALUE 0.
           05 WS-STUDENT-TOTAL       PIC 9(7)V99 VALUE 0.
           05 WS-SPONSOR-ITEM-COUNT  PIC 9(6) VALUE 0.
           05 WS-SPONSOR-TOTAL       PIC 9(7)V99 VALUE 0.
           05 WS-SUSPENSE-COUNT      PIC 9(6) VALUE 0.
           05 WS-SUSPENSE-TOTAL      PIC 9(7)V99 VALUE 0.
           05 WS-BATCH-COUNT         PIC 9(6) VALUE 0.
           05 WS-BATCH-HASH          PIC 9(7)V99 VALUE 0.

       01 REPORT-TITLE-LINE.
           05 FILLER                 PIC X(23)
               VALUE 'BANK REMITTANCE IMPORT '.
           05 TITLE-BANK-FILE-ID     PIC X(12).
           05 FILLER                 PIC X(12) VALUE ' FILE DATE '.
           05 TITLE-FILE-DATE        PIC 9(6).
           05 FILLER                 PIC X(5)  VALUE ' RUN '.
           05 TITLE-RUN-DATE         PIC 9(6).

       01 ITEM-DETAIL-LINE.
           05 IDL-PAYER-REFERENCE    PIC X(20).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 IDL-AMOUNT             PIC $Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 IDL-DISPOSITION        PIC X(9).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 IDL-MATCHED-TO         PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 IDL-NOTE               PIC X(24).

       01 REFUSAL-LINE.
           05 FILLER                 PIC X(16)
               VALUE 'IMPORT REFUSED: '.
           05 RFL-REASON             PIC X(60).

       01 RESULT-TOTAL-LINE.
           05 RTL-LABEL              PIC X(30).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RTL-COUNT              PIC ZZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RTL-AMOUNT             PIC $ZZZ,ZZZ,ZZ9.99.

       01 SUSPENSE-BANNER-LINE       PIC X(50)
           VALUE '**** UNMATCHED REFERENCES HELD IN SUSPENSE ****'.

      *--------------------- PROCEDURE DIVISION ---------------------

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE.
           OPEN OUTPUT RECORD-OUTPUT-FILE.
           PERFORM 100-VERIFY-REMITTANCE.
           MOVE WS-BANK-FILE-ID TO TITLE-BANK-FILE-ID.
           MOVE WS-BANK-FILE-DATE TO TITLE-FILE-DATE.
           MOVE WS-RUN-DATE TO TITLE-RUN-DATE.
           MOVE REPORT-TITLE-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE BEFORE ADVANCING 1 LINE.
           IF WS-IMPORT-OK = 'Y'
               PERFORM 150-CHECK-IMPORT-LOG
           END-IF.
           IF WS-IMPORT-OK = 'Y'
               PERFORM 170-CHECK-PENDING-BATCH
           END-IF.
           IF WS-IMPORT-OK = 'Y'
               PERFORM 200-LOAD-SPONSOR-MASTER
               PERFORM 300-IMPORT-PAYMENTS
               PERFORM 400-LOG-IMPORT
               PERFORM 500-WRITE-TOTALS
           ELSE
               MOVE WS-REFUSAL-REASON TO RFL-REASON
               MOVE REFUSAL-LINE TO OUTPUT-LINE
               DISPLAY OUTPUT-LINE
               WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE
           END-IF.
           CLOSE RECORD-OUTPUT-FILE.
           STOP RUN.

      * pre-pass: prove the file against the bank's own trailer --
      * count and amount -- before a single record is written
       100-VERIFY-REMITTANCE.
           OPEN INPUT REMITTANCE-FILE.
           IF REMT-STATUS-FILED NOT = '00'
               MOVE 'N' TO WS-IMPORT-OK
               MOVE 'BANK_REMITTANCE.txt NOT FOUND'
                 TO WS-REFUSAL-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 110-VERIFY-ONE-RECORD UNTIL WS-EOF-FLAG = 'Y'.
           CLOSE REMITTANCE-FILE.
           IF WS-HEADER-SEEN NOT = 'Y'
               MOVE 'N' TO WS-IMPORT-OK
               MOVE 'NO H RECORD ON THE BANK FILE'
                 TO WS-REFUSAL-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-TRAILER-SEEN NOT = 'Y'
               MOVE 'N' TO WS-IMPORT-OK
               MOVE 'NO T RECORD ON THE BANK FILE'
                 TO WS-REFUSAL-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-BAD-RECORD-COUNT > 0
               MOVE 'N' TO WS-IMPORT-OK
               MOVE 'UNREADABLE RECORD TYPE OR AMOUNT ON THE BANK FILE'
                 TO WS-REFUSAL-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-BANK-ITEM-COUNT NOT = WS-FOUND-ITEM-COUNT
               MOVE 'N' TO WS-IMPORT-OK
               MOVE 'T RECORD ITEM COUNT DOES NOT MATCH THE D RECORDS'
                 TO WS-REFUSAL-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-BANK-AMOUNT-TOTAL NOT = WS-FOUND-AMOUNT-TOTAL
               MOVE 'N' TO WS-IMPORT-OK
               MOVE 'T RECORD AMOUNT TOTAL DOES NOT MATCH THE D RECORDS'
                 TO WS-REFUSAL-REASON
               EXIT PARAGRAPH
           END-IF.
      * a batch payment and a suspense item both carry 9(5)V99, and
      * the batch trailer hash 9(7)V99
           IF WS-LARGEST-ITEM > 99999.99
             OR WS-FOUND-AMOUNT-TOTAL > 9999999.99
               MOVE 'N' TO WS-IMPORT-OK
               MOVE 'AN AMOUNT IS TOO LARGE FOR BATCH_PAYMENTS.txt'
                 TO WS-REFUSAL-REASON
               EXIT PARAGRAPH
           END-IF.

       110-VERIFY-ONE-RECORD.
           READ REMITTANCE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF RM-RECORD-TYPE = 'H'
                       MOVE 'Y' TO WS-HEADER-SEEN
                       MOVE RH-BANK-FILE-ID TO WS-BANK-FILE-ID
                       MOVE RH-FILE-DATE TO WS-BANK-FILE-DATE
                   ELSE
                   IF RM-RECORD-TYPE = 'T'
                       MOVE 'Y' TO WS-TRAILER-SEEN
                       IF RT-ITEM-COUNT IS NUMERIC
                         AND RT-AMOUNT-TOTAL IS NUMERIC
                           MOVE RT-ITEM-COUNT TO WS-BANK-ITEM-COUNT
                           MOVE RT-AMOUNT-TOTAL
                             TO WS-BANK-AMOUNT-TOTAL
                       ELSE
                           ADD 1 TO WS-BAD-RECORD-COUNT
                       END-IF
                   ELSE
                   IF RM-RECORD-TYPE = 'D'
                     AND RD-AMOUNT IS NUMERIC
                       ADD 1 TO WS-FOUND-ITEM-COUNT
                       ADD RD-AMOUNT TO WS-FOUND-AMOUNT-TOTAL
                       IF RD-AMOUNT > WS-LARGEST-ITEM
                           MOVE RD-AMOUNT TO WS-LARGEST-ITEM
                       END-IF
                   ELSE
                       ADD 1 TO WS-BAD-RECORD-COUNT
                   END-IF
                   END-IF
                   END-IF
           END-READ.

      * the same bank file (id and date) never goes in twice
       150-CHECK-IMPORT-LOG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT IMPORT-LOG-FILE.
           IF ILOG-STATUS-FILED = '00'
               PERFORM 160-SCAN-IMPORT-LOG UNTIL WS-EOF-FLAG = 'Y'
               CLOSE IMPORT-LOG-FILE
           END-IF.

       160-SCAN-IMPORT-LOG.
           READ IMPORT-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE IMPORT-LOG-LINE TO IMPORT-LOG-RECORD
                   IF IL-BANK-FILE-ID = WS-BANK-FILE-ID
                     AND IL-FILE-DATE = WS-BANK-FILE-DATE
                       MOVE 'N' TO WS-IMPORT-OK
                       MOVE 'THIS BANK FILE WAS ALREADY IMPORTED'
                         TO WS-REFUSAL-REASON
                       MOVE 'Y' TO WS-EOF-FLAG
                   END-IF
           END-READ.

      * BATCH_PAYMENTS.txt is replaced by this import -- a batch that
      * is still waiting for the posting run must not be lost
       170-CHECK-PENDING-BATCH.
           MOVE SPACES TO WS-PENDING-BATCH-ID.
           OPEN INPUT BATCH-PAYMENT-FILE.
           IF BPAY-STATUS-FILED = '00'
               READ BATCH-PAYMENT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BATCH-PAYMENT-LINE(1:3) = 'HDR'
                           MOVE BATCH-PAYMENT-LINE(4:18)
                             TO WS-PENDING-BATCH-ID
                       END-IF
               END-READ
               CLOSE BATCH-PAYMENT-FILE
           END-IF.
           IF WS-PENDING-BATCH-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-PENDING-POSTED.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT BATCH-LOG-LOOKUP-FILE.
           IF BLKP-STATUS-FILED = '00'
               PERFORM 180-SCAN-POSTED-LOG UNTIL WS-EOF-FLAG = 'Y'
               CLOSE BATCH-LOG-LOOKUP-FILE
           END-IF.
           IF WS-PENDING-POSTED NOT = 'Y'
               MOVE 'N' TO WS-IMPORT-OK
               MOVE 'THE PREVIOUS BATCH_PAYMENTS.txt IS NOT YET POSTED'
                 TO WS-REFUSAL-REASON
           END-IF.

       180-SCAN-POSTED-LOG.
           READ BATCH-LOG-LOOKUP-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF BATCH-LOG-LOOKUP-LINE(1:18)
                     = WS-PENDING-BATCH-ID
                       MOVE 'Y' TO WS-PENDING-POSTED
                       MOVE 'Y' TO WS-EOF-FLAG
                   END-IF
           END-READ.

       200-LOAD-SPONSOR-MASTER.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SPONSOR-MASTER-FILE.
           IF SPNM-STATUS-FILED = '00'
               PERFORM 210-LOAD-ONE-SPONSOR
                   UNTIL WS-EOF-FLAG = 'Y'
               CLOSE SPONSOR-MASTER-FILE
           END-IF.

       210-LOAD-ONE-SPONSOR.
           READ SPONSOR-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-SPONSOR-COUNT < WS-SPONSOR-TABLE-MAX
                       ADD 1 TO WS-SPONSOR-COUNT
                       MOVE SP-SPONSOR-CODE
                         TO WS-SPN-CODE(WS-SPONSOR-COUNT)
                   ELSE
                       DISPLAY "WARNING: SPONSOR TABLE FULL - "
                           SP-SPONSOR-CODE " DROPPED"
                   END-IF
           END-READ.

      * second pass: the file is proved, so every payment is written
      * either to the batch or to suspense
       300-IMPORT-PAYMENTS.
           OPEN INPUT INDEXED-STUDENT-FILE.
           OPEN INPUT REMITTANCE-FILE.
           OPEN OUTPUT BATCH-PAYMENT-FILE.
           MOVE WS-BANK-FILE-DATE TO BH-FILE-DATE.
           MOVE WS-BANK-FILE-ID TO BH-SOURCE.
           MOVE BATCH-HEADER-RECORD TO BATCH-PAYMENT-LINE.
           WRITE BATCH-PAYMENT-LINE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 310-IMPORT-ONE-RECORD UNTIL WS-EOF-FLAG = 'Y'.
           MOVE WS-BATCH-COUNT TO BT-DETAIL-COUNT.
           MOVE WS-BATCH-HASH TO BT-HASH-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO BATCH-PAYMENT-LINE.
           WRITE BATCH-PAYMENT-LINE.
           CLOSE BATCH-PAYMENT-FILE.
           CLOSE REMITTANCE-FILE.
           CLOSE INDEXED-STUDENT-FILE.

       310-IMPORT-ONE-RECORD.
           READ REMITTANCE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF RM-RECORD-TYPE = 'D'
                       PERFORM 320-MATCH-REFERENCE
                       PERFORM 330-ROUTE-PAYMENT
                   END-IF
           END-READ.

      * a six-digit reference is a student number when the student
      * is on the master; otherwise a reference that is a sponsor
      * code on SPONSOR_MASTER.txt is that sponsor's cheque
       320-MATCH-REFERENCE.
           MOVE 'U' TO WS-MATCH-TYPE.
           IF RD-PAYER-REFERENCE(7:14) NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF RD-PAYER-REFERENCE(1:6) IS NUMERIC
               MOVE RD-PAYER-REFERENCE(1:6) TO STUDENT-NUMBER-INDEXED
               READ INDEXED-STUDENT-FILE KEY IS STUDENT-NUMBER-INDEXED
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 'S' TO WS-MATCH-TYPE
                   MOVE STUDENT-NUMBER-INDEXED TO WS-MATCH-STUDENT
               END-READ
           END-IF.
           IF WS-MATCH-TYPE = 'U'
               MOVE 0 TO WS-SPN-HIT
               PERFORM 325-MATCH-SPONSOR-CODE
                   VARYING WS-SPN-SUB FROM 1 BY 1
                   UNTIL WS-SPN-SUB > WS-SPONSOR-COUNT
               IF WS-SPN-HIT > 0
                   MOVE 'P' TO WS-MATCH-TYPE
               END-IF
           END-IF.

       325-MATCH-SPONSOR-CODE.
           IF WS-SPN-CODE(WS-SPN-SUB) = RD-PAYER-REFERENCE(1:6)
               MOVE WS-SPN-SUB TO WS-SPN-HIT
           END-IF.

       330-ROUTE-PAYMENT.
           MOVE RD-PAYER-REFERENCE TO IDL-PAYER-REFERENCE.
           MOVE RD-AMOUNT TO IDL-AMOUNT.
           MOVE SPACES TO IDL-NOTE.
           IF WS-MATCH-TYPE = 'S'
               MOVE WS-MATCH-STUDENT TO BD-STUDENT-NUMBER
               MOVE RD-AMOUNT TO BD-PAYMENT-AMOUNT
               MOVE BATCH-DETAIL-RECORD TO BATCH-PAYMENT-LINE
               WRITE BATCH-PAYMENT-LINE
               ADD 1 TO WS-BATCH-COUNT
               ADD RD-AMOUNT TO WS-BATCH-HASH
               ADD 1 TO WS-STUDENT-COUNT
               ADD RD-AMOUNT TO WS-STUDENT-TOTAL
               MOVE 'STUDENT' TO IDL-DISPOSITION
               MOVE WS-MATCH-STUDENT TO IDL-MATCHED-TO
           ELSE
           IF WS-MATCH-TYPE = 'P'
               MOVE WS-SPN-CODE(WS-SPN-HIT) TO BS-SPONSOR-CODE
               MOVE RD-AMOUNT TO BS-PAYMENT-AMOUNT
               MOVE BATCH-SPONSOR-RECORD TO BATCH-PAYMENT-LINE
               WRITE BATCH-PAYMENT-LINE
               ADD 1 TO WS-BATCH-COUNT
               ADD RD-AMOUNT TO WS-BATCH-HASH
               ADD 1 TO WS-SPONSOR-ITEM-COUNT
               ADD RD-AMOUNT TO WS-SPONSOR-TOTAL
               MOVE 'SPONSOR' TO IDL-DISPOSITION
               MOVE WS-SPN-CODE(WS-SPN-HIT) TO IDL-MATCHED-TO
           ELSE
               PERFORM 340-WRITE-SUSPENSE-ITEM
               ADD 1 TO WS-SUSPENSE-COUNT
               ADD RD-AMOUNT TO WS-SUSPENSE-TOTAL
               MOVE 'SUSPENSE' TO IDL-DISPOSITION
               MOVE WS-SUSPENSE-NUMBER TO IDL-MATCHED-TO
               MOVE 'NO STUDENT OR SPONSOR' TO IDL-NOTE
           END-IF
           END-IF.
           MOVE ITEM-DETAIL-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.

      * the reference is kept exactly as the bank sent it, so the
      * cashier can trace the payer when clearing the item
       340-WRITE-SUSPENSE-ITEM.
           PERFORM 350-NEXT-SUSPENSE-NUMBER.
           MOVE WS-SUSPENSE-NUMBER TO SU-SUSPENSE-NUMBER.
           MOVE WS-RUN-DATE TO SU-RECEIVED-DATE.
           MOVE RD-AMOUNT TO SU-AMOUNT.
           MOVE RD-PAYER-REFERENCE TO SU-REFERENCE.
           MOVE 'BNK' TO SU-OPERATOR-ID.
           MOVE 'O' TO SU-STATUS.
           MOVE 0 TO SU-CLEARED-DATE.
           MOVE 0 TO SU-CLEARED-STUDENT.
           MOVE SPACES TO SU-CLEARED-BY.
           OPEN EXTEND SUSPENSE-FILE.
           IF SUSP-STATUS-FILED = '35'
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.
           MOVE SUSPENSE-RECORD TO SUSPENSE-LINE.
           WRITE SUSPENSE-LINE.
           CLOSE SUSPENSE-FILE.

      * suspense numbering is shared with the posting program
       350-NEXT-SUSPENSE-NUMBER.
           MOVE 0 TO WS-SUSPENSE-NUMBER.
           OPEN INPUT SUSPENSE-SEQUENCE-FILE.
           IF SSEQ-STATUS-FILED = '00'
               READ SUSPENSE-SEQUENCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SSEQ-LAST-NUMBER TO WS-SUSPENSE-NUMBER
               END-READ
               CLOSE SUSPENSE-SEQUENCE-FILE
           END-IF.
           ADD 1 TO WS-SUSPENSE-NUMBER.
           OPEN OUTPUT SUSPENSE-SEQUENCE-FILE.
           MOVE WS-SUSPENSE-NUMBER TO SSEQ-LAST-NUMBER.
           WRITE SUSPENSE-SEQUENCE-RECORD.
           CLOSE SUSPENSE-SEQUENCE-FILE.

       400-LOG-IMPORT.
           MOVE WS-BANK-FILE-ID TO IL-BANK-FILE-ID.
           MOVE WS-BANK-FILE-DATE TO IL-FILE-DATE.
           MOVE WS-RUN-DATE TO IL-IMPORT-DATE.
           MOVE WS-FOUND-ITEM-COUNT TO IL-ITEM-COUNT.
           MOVE WS-SUSPENSE-COUNT TO IL-SUSPENSE-COUNT.
           OPEN EXTEND IMPORT-LOG-FILE.
           IF ILOG-STATUS-FILED = '35'
               OPEN OUTPUT IMPORT-LOG-FILE
           END-IF.
           MOVE IMPORT-LOG-RECORD TO IMPORT-LOG-LINE.
           WRITE IMPORT-LOG-LINE.
           CLOSE IMPORT-LOG-FILE.

      * the bank total splits exactly into the batch and suspense
       500-WRITE-TOTALS.
           MOVE 'BANK FILE ITEMS' TO RTL-LABEL.
           MOVE WS-FOUND-ITEM-COUNT TO RTL-COUNT.
           MOVE WS-FOUND-AMOUNT-TOTAL TO RTL-AMOUNT.
           MOVE RESULT-TOTAL-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE.
           MOVE 'MATCHED TO STUDENTS' TO RTL-LABEL.
           MOVE WS-STUDENT-COUNT TO RTL-COUNT.
           MOVE WS-STUDENT-TOTAL TO RTL-AMOUNT.
           MOVE RESULT-TOTAL-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'MATCHED TO SPONSORS' TO RTL-LABEL.
           MOVE WS-SPONSOR-ITEM-COUNT TO RTL-COUNT.
           MOVE WS-SPONSOR-TOTAL TO RTL-AMOUNT.
           MOVE RESULT-TOTAL-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'WRITTEN TO BATCH_PAYMENTS.txt' TO RTL-LABEL.
           MOVE WS-BATCH-COUNT TO RTL-COUNT.
           MOVE WS-BATCH-HASH TO RTL-AMOUNT.
           MOVE RESULT-TOTAL-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'HELD IN SUSPENSE' TO RTL-LABEL.
           MOVE WS-SUSPENSE-COUNT TO RTL-COUNT.
           MOVE WS-SUSPENSE-TOTAL TO RTL-AMOUNT.
           MOVE RESULT-TOTAL-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           IF WS-SUSPENSE-COUNT > 0
               MOVE SUSPENSE-BANNER-LINE TO OUTPUT-LINE
               DISPLAY OUTPUT-LINE
               WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE
           END-IF.

       END PROGRAM project03bi.
