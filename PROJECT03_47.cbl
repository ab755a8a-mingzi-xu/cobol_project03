      ******************************************************************
      * Author: Mingzi Xu
      * Date: OCT.15.2026
      * Purpose: project 03 - bursar finance charge waiver. Lists a
      *          student's finance charges (type-F entries posted to
      *          TUITION_LEDGER.txt by the month-end run project03fc)
      *          and waives one of them, picked by its charge date:
      *          after a Y/N confirmation the charge comes off
      *          TUITION-OWED-INDEXED (any part already paid goes to
      *          the credit balance and REFUND_QUEUE.txt), a dated
      *          type-W waiver entry is written to the ledger so aging
      *          and statements take the charge back, and an audit
      *          line with the bursar's operator ID and reason is
      *          appended to FINANCE_WAIVER_AUDIT.txt. A charge already
      *          on the audit file cannot be waived a second time.
      * Tectonics: cobc
      * Modification History:
      *   OCT.15.2026 - Every change this program makes to the
      *                master is now journalled to
      *                MASTER_JOURNAL.txt with the program,
      *                operator, date and time and the before and
      *                after image of the record, so a restored
      *                backup generation can be rolled forward.
      *   OCT.15.2026 - The operator signed on must now be authorized
      *                to POST on OPERATOR_AUTHORITY.txt (through
      *                project03au) or the run stops and the refusal
      *                goes to SECURITY_EXCEPTIONS.txt.
      *   OCT.15.2026 - The part of a waiver handed back as credit is
      *                queued on REFUND_QUEUE.txt for the refund run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03fw.
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
          SELECT REFUND-QUEUE-FILE
             ASSIGN TO "..\REFUND_QUEUE.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RQUE-STATUS-FILED.
          SELECT FINANCE-WAIVER-FILE
             ASSIGN TO "..\FINANCE_WAIVER_AUDIT.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FWAV-STATUS-FILED.
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
      ****************************
       FD LEDGER-FILE.
       01 LEDGER-LINE                PIC X(20).

      ****************************
      * BURSAR REFUND WORKLIST   *
      ****************************
       FD REFUND-QUEUE-FILE.
       01 REFUND-QUEUE-LINE          PIC X(67).

       COPY "finance-waiver.dat".

       COPY "master-lock.dat".

       COPY "master-journal.dat".

         WORKING-STORAGE SECTION.
       COPY "finance-waiver-record.dat".

       COPY "master-lock-record.dat".

       COPY "master-journal-record.dat".

      ****************************
      * DATED TUITION LEDGER     *
      * (F=FINANCE CHARGE        *
      *  W=WAIVER)               *
      ****************************
           01 LEDGER-RECORD.
               02 LG-STUDENT-NUMBER       PIC 9(6).
               02 LG-ENTRY-DATE           PIC 9(6).
               02 LG-ENTRY-TYPE           PIC X(1).
               02 LG-AMOUNT               PIC 9(5)V99.

      ****************************
      * BURSAR REFUND WORKLIST   *
      ****************************
           01 REFUND-QUEUE-RECORD.
               02 RQ-REFUND-DATE          PIC 9(6).
               02 FILLER                  PIC X(2) VALUE SPACES.
               02 RQ-STUDENT-NUMBER       PIC 9(6).
               02 FILLER                  PIC X(2) VALUE SPACES.
               02 RQ-STUDENT-NAME         PIC X(40).
               02 FILLER                  PIC X(2) VALUE SPACES.
               02 RQ-REFUND-AMOUNT        PIC $ZZZZ9.99.

      * the finance charges of the student in hand, as found on the
      * ledger, each marked once the audit file shows it waived
           01 WS-FINCHG-TABLE-MAX         PIC 9(2) VALUE 24.
           01 WS-FINCHG-FIELDS.
             02 WS-FINCHG-COUNT           PIC 9(2) VALUE 0.
             02 WS-FINCHG-ENTRY           OCCURS 24 TIMES.
               03 WS-FC-CHARGE-DATE       PIC 9(6).
               03 WS-FC-AMOUNT            PIC 9(5)V99.
               03 WS-FC-WAIVED-FLAG       PIC X(1).

           01 STATUS-FILED                PIC X(2).
           01 LDGR-STATUS-FILED           PIC X(2).
           01 RQUE-STATUS-FILED           PIC X(2).
           01 WS-OPERATOR-ID              PIC X(3) VALUE SPACES.

       COPY "authority-request.dat".

           01 WS-STUDENT-NUMBER           PIC 9(6).
           01 WS-CHARGE-DATE              PIC 9(6).
           01 WS-WAIVE-REASON             PIC X(30).
           01 WS-TODAY                    PIC 9(6).
           01 WS-LIST-LINE.
             02 FILLER                    PIC X(12)
                 VALUE 'CHARGE DATE '.
             02 WS-LL-CHARGE-DATE         PIC 9(6).
             02 FILLER                    PIC X(2) VALUE SPACES.
             02 WS-LL-AMOUNT              PIC $ZZZZ9.99.
             02 FILLER                    PIC X(2) VALUE SPACES.
             02 WS-LL-STATE               PIC X(6).
           01 WS-FIELDS.
             02 WS-ACTION-CHOICE          PIC X VALUE SPACE.
             02 WS-CONFIRM-CHOICE         PIC X VALUE 'N'.
             02 WS-EOF-FLAG               PIC X VALUE 'N'.
             02 WS-FINCHG-SUB             PIC 9(2) VALUE 0.
             02 WS-FINCHG-HIT             PIC 9(2) VALUE 0.
             02 WS-OPEN-CHARGE-COUNT      PIC 9(2) VALUE 0.
             02 WS-WAIVE-AMOUNT           PIC 9(5)V99 VALUE 0.
             02 WS-PAID-PART              PIC 9(5)V99 VALUE 0.
       SCREEN SECTION.
       01 SIGNON-SCREEN.
          05 VALUE "***************" BLANK SCREEN   LINE 1 COL 20.
          05 VALUE "****SIGN ON****"                LINE 2 COL 20.
          05 VALUE "***************"                LINE 3 COL 20.
          05 VALUE "ENTER YOUR OPERATOR ID (3 CHARACTERS)"
                                                    LINE 5 COL 5.
          05 VALUE "OPERATOR ID"                    LINE 7 COL 5.
          05 WS-OPERATOR-ID-IN                      LINE 7 COL 25
                            PIC X(3)  TO  WS-OPERATOR-ID.

       01 MENU-SCREEN.
          05 VALUE "***************" BLANK SCREEN   LINE 1 COL 20.
          05 VALUE "****WAIVERS****"                LINE 2 COL 20.
          05 VALUE "***************"                LINE 3 COL 20.
          05 VALUE "FINANCE CHARGE WAIVERS"         LINE 5 COL 5.
          05 VALUE "L = LIST A STUDENT'S FINANCE CHARGES"
                                                    LINE 7 COL 5.
          05 VALUE "W = WAIVE A FINANCE CHARGE"     LINE 8 COL 5.
          05 VALUE "X = EXIT"                       LINE 9 COL 5.
          05 VALUE "ENTER ACTION"                   LINE 11 COL 5.
          05 WS-ACTION-CHOICE-IN                    LINE 11 COL 25
                            PIC X  TO  WS-ACTION-CHOICE.

       01 KEY-SCREEN.
          05 VALUE "***************" BLANK SCREEN   LINE 1 COL 20.
          05 VALUE "****STUDENT****"                LINE 2 COL 20.
          05 VALUE "***************"                LINE 3 COL 20.
          05 VALUE "ENTER THE STUDENT NUMBER"       LINE 6 COL 5.
          05 KEY-STUDENT-NUMBER-IN                  LINE 6 COL 50
                            PIC 9(6)  TO  WS-STUDENT-NUMBER.

       01 WAIVE-SCREEN.
          05 VALUE "***************" BLANK SCREEN   LINE 1 COL 20.
          05 VALUE "*****WAIVE*****"                LINE 2 COL 20.
          05 VALUE "***************"                LINE 3 COL 20.
          05 VALUE "STUDENT NUMBER"                 LINE 6 COL 5.
          05 WAIVE-NUMBER-OUT                       LINE 6 COL 50
                      PIC 9(6) FROM STUDENT-NUMBER-INDEXED.
          05 VALUE "STUDENT NAME"                   LINE 7 COL 5.
          05 WAIVE-NAME-OUT                         LINE 7 COL 50
                      PIC X(40) FROM STUDENT-NAME-INDEXED.
          05 VALUE "TUITION OWED"                   LINE 8 COL 5.
          05 WAIVE-OWED-OUT                         LINE 8 COL 50
                      PIC $ZZZ9.99 FROM TUITION-OWED-INDEXED.
          05 VALUE "CHARGE DATE TO WAIVE (YYMMDD)"  LINE 10 COL 5.
          05 WAIVE-DATE-IN                          LINE 10 COL 50
                            PIC 9(6)  TO  WS-CHARGE-DATE.
          05 VALUE "REASON"                         LINE 11 COL 5.
          05 WAIVE-REASON-IN                        LINE 11 COL 50
                            PIC X(30)  TO  WS-WAIVE-REASON.

       01 CONFIRM-SCREEN.
          05 VALUE "***************" BLANK SCREEN   LINE 1 COL 20.
          05 VALUE "****CONFIRM****"                LINE 2 COL 20.
          05 VALUE "***************"                LINE 3 COL 20.
          05 VALUE "STUDENT NUMBER"                 LINE 6 COL 5.
          05 CONFIRM-NUMBER-OUT                     LINE 6 COL 50
                      PIC 9(6) FROM STUDENT-NUMBER-INDEXED.
          05 VALUE "CHARGE DATE"                    LINE 7 COL 5.
          05 CONFIRM-DATE-OUT                       LINE 7 COL 50
                      PIC 9(6) FROM WS-CHARGE-DATE.
          05 VALUE "AMOUNT TO WAIVE"                LINE 8 COL 5.
          05 CONFIRM-AMOUNT-OUT                     LINE 8 COL 50
                      PIC $ZZZZ9.99 FROM WS-WAIVE-AMOUNT.
          05 VALUE "REASON"                         LINE 9 COL 5.
          05 CONFIRM-REASON-OUT                     LINE 9 COL 50
                      PIC X(30) FROM WS-WAIVE-REASON.
          05 VALUE "WAIVE THIS CHARGE (Y/N) ?"      LINE 11 COL 5.
          05 CONFIRM-CHOICE-IN                      LINE 11 COL 50
                            PIC X  TO  WS-CONFIRM-CHOICE.
        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
           PERFORM 050-OPERATOR-SIGNON.
           PERFORM 970-CLAIM-MASTER-LOCK.
           OPEN I-O INDEXED-STUDENT-FILE.
           PERFORM 100-WAIVER-LOOP UNTIL WS-ACTION-CHOICE = 'X'.
           CLOSE INDEXED-STUDENT-FILE.
           PERFORM 975-RELEASE-MASTER-LOCK.
           STOP RUN.

      * every waiver carries the bursar who keyed it -- the program
      * will not run anonymously
       050-OPERATOR-SIGNON.
           PERFORM 060-ACCEPT-SIGNON
               UNTIL WS-OPERATOR-ID NOT = SPACES.
           PERFORM 065-CHECK-SIGNON-AUTHORITY.

       060-ACCEPT-SIGNON.
           DISPLAY SIGNON-SCREEN.
           ACCEPT SIGNON-SCREEN.

      * only an operator authorized for POST (bursar posting) on
      * OPERATOR_AUTHORITY.txt may go on -- a refusal is logged by
      * project03au and the run stops before anything is touched
       065-CHECK-SIGNON-AUTHORITY.
           MOVE 'O' TO AUTH-CHECK-TYPE.
           MOVE 'FIN WAIVER' TO AUTH-PROGRAM.
           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID.
           MOVE SPACES TO AUTH-SUPERVISOR-ID.
           MOVE 'POST' TO AUTH-FUNCTION.
           MOVE SPACES TO AUTH-REFERENCE.
           CALL 'project03au' USING AUTHORITY-REQUEST.
           IF AUTH-RESULT NOT = 'Y'
               DISPLAY "OPERATOR " WS-OPERATOR-ID
                   " IS NOT AUTHORIZED FOR POST - REFUSED"
               STOP RUN
           END-IF.

       100-WAIVER-LOOP.
           DISPLAY MENU-SCREEN.
           ACCEPT MENU-SCREEN.
           IF WS-ACTION-CHOICE = 'L'
               PERFORM 200-LIST-FINANCE-CHARGES
           ELSE
               IF WS-ACTION-CHOICE = 'W'
                   PERFORM 300-WAIVE-FINANCE-CHARGE
               ELSE
                   IF WS-ACTION-CHOICE NOT = 'X'
                       DISPLAY "UNKNOWN ACTION - " WS-ACTION-CHOICE
                   END-IF
               END-IF
           END-IF.

       200-LIST-FINANCE-CHARGES.
           DISPLAY KEY-SCREEN.
           ACCEPT KEY-SCREEN.
           PERFORM 700-LOAD-FINANCE-CHARGES.
           DISPLAY "FINANCE CHARGES FOR STUDENT " WS-STUDENT-NUMBER.
           IF WS-FINCHG-COUNT = 0
               DISPLAY "NO FINANCE CHARGES ON THE LEDGER"
           ELSE
               PERFORM 210-DISPLAY-ONE-CHARGE
                   VARYING WS-FINCHG-SUB FROM 1 BY 1
                   UNTIL WS-FINCHG-SUB > WS-FINCHG-COUNT
           END-IF.

       210-DISPLAY-ONE-CHARGE.
           MOVE WS-FC-CHARGE-DATE(WS-FINCHG-SUB) TO WS-LL-CHARGE-DATE.
           MOVE WS-FC-AMOUNT(WS-FINCHG-SUB) TO WS-LL-AMOUNT.
           IF WS-FC-WAIVED-FLAG(WS-FINCHG-SUB) = 'Y'
               MOVE 'WAIVED' TO WS-LL-STATE
           ELSE
               MOVE 'OPEN' TO WS-LL-STATE
           END-IF.
           DISPLAY WS-LIST-LINE.

       300-WAIVE-FINANCE-CHARGE.
           DISPLAY KEY-SCREEN.
           ACCEPT KEY-SCREEN.
           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER-INDEXED.
           READ INDEXED-STUDENT-FILE KEY IS STUDENT-NUMBER-INDEXED
             INVALID KEY
               DISPLAY "CANNOT FIND THE STUDENT NUMBER - "
                   WS-STUDENT-NUMBER
             NOT INVALID KEY
               PERFORM 310-PICK-CHARGE
           END-READ.

      * the charge is named by its date -- the month-end run posts
      * at most one finance charge per student per month
       310-PICK-CHARGE.
           PERFORM 700-LOAD-FINANCE-CHARGES.
           IF WS-OPEN-CHARGE-COUNT = 0
               DISPLAY "STUDENT " WS-STUDENT-NUMBER
                   " HAS NO FINANCE CHARGE TO WAIVE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 210-DISPLAY-ONE-CHARGE
               VARYING WS-FINCHG-SUB FROM 1 BY 1
               UNTIL WS-FINCHG-SUB > WS-FINCHG-COUNT.
           MOVE 0 TO WS-CHARGE-DATE.
           MOVE SPACES TO WS-WAIVE-REASON.
           DISPLAY WAIVE-SCREEN.
           ACCEPT WAIVE-SCREEN.
           MOVE 0 TO WS-FINCHG-HIT.
           PERFORM 320-MATCH-CHARGE-DATE
               VARYING WS-FINCHG-SUB FROM 1 BY 1
               UNTIL WS-FINCHG-SUB > WS-FINCHG-COUNT
               OR WS-FINCHG-HIT > 0.
           IF WS-FINCHG-HIT = 0
               DISPLAY "NO OPEN FINANCE CHARGE DATED " WS-CHARGE-DATE
                   " - NO CHANGE MADE."
               EXIT PARAGRAPH
           END-IF.
           IF WS-WAIVE-REASON = SPACES
               DISPLAY "A REASON IS REQUIRED - NO CHANGE MADE."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FC-AMOUNT(WS-FINCHG-HIT) TO WS-WAIVE-AMOUNT.
           MOVE 'N' TO WS-CONFIRM-CHOICE.
           DISPLAY CONFIRM-SCREEN.
           ACCEPT CONFIRM-SCREEN.
           IF WS-CONFIRM-CHOICE = 'Y'
               PERFORM 400-POST-WAIVER
           ELSE
               DISPLAY "WAIVER NOT CONFIRMED - NO CHANGE MADE."
           END-IF.

       320-MATCH-CHARGE-DATE.
           IF WS-FC-CHARGE-DATE(WS-FINCHG-SUB) = WS-CHARGE-DATE
             AND WS-FC-WAIVED-FLAG(WS-FINCHG-SUB) NOT = 'Y'
               MOVE WS-FINCHG-SUB TO WS-FINCHG-HIT
           END-IF.

      * a charge the student has since paid down leaves less owed
      * than the waiver -- the paid part is handed back as credit
       400-POST-WAIVER.
           MOVE 0 TO WS-PAID-PART.
           IF TUITION-OWED-INDEXED < WS-WAIVE-AMOUNT
               COMPUTE WS-PAID-PART =
                   WS-WAIVE-AMOUNT - TUITION-OWED-INDEXED
               MOVE 0 TO TUITION-OWED-INDEXED
               ADD WS-PAID-PART TO CREDIT-BALANCE-INDEXED
                 ON SIZE ERROR
                   DISPLAY "CREDIT BALANCE WOULD OVERFLOW - "
                       "NO CHANGE MADE."
                   EXIT PARAGRAPH
               END-ADD
           ELSE
               SUBTRACT WS-WAIVE-AMOUNT FROM TUITION-OWED-INDEXED
           END-IF.
           PERFORM 985-REWRITE-MASTER.
           IF STATUS-FILED NOT = '00'
               DISPLAY "WAIVER FAILED - STATUS " STATUS-FILED
                   " - NO CHANGE MADE."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-TODAY FROM DATE.
      * only the part taken off the balance goes to the ledger -- the
      * credit part never sat against a charge, as with a payment
           IF WS-WAIVE-AMOUNT > WS-PAID-PART
               MOVE WS-STUDENT-NUMBER TO LG-STUDENT-NUMBER
               MOVE WS-TODAY TO LG-ENTRY-DATE
               MOVE 'W' TO LG-ENTRY-TYPE
               COMPUTE LG-AMOUNT = WS-WAIVE-AMOUNT - WS-PAID-PART
               OPEN EXTEND LEDGER-FILE
               MOVE LEDGER-RECORD TO LEDGER-LINE
               WRITE LEDGER-LINE
               CLOSE LEDGER-FILE
           END-IF.
      * the credit goes to the bursar's refund worklist like any
      * other overpayment, for release by project03q
           IF WS-PAID-PART > 0
               MOVE WS-TODAY TO RQ-REFUND-DATE
               MOVE STUDENT-NUMBER-INDEXED TO RQ-STUDENT-NUMBER
               MOVE STUDENT-NAME-INDEXED TO RQ-STUDENT-NAME
               MOVE WS-PAID-PART TO RQ-REFUND-AMOUNT
               OPEN EXTEND REFUND-QUEUE-FILE
               IF RQUE-STATUS-FILED = '35'
                   OPEN OUTPUT REFUND-QUEUE-FILE
               END-IF
               MOVE REFUND-QUEUE-RECORD TO REFUND-QUEUE-LINE
               WRITE REFUND-QUEUE-LINE
               CLOSE REFUND-QUEUE-FILE
               DISPLAY "CREDIT OF " RQ-REFUND-AMOUNT
                   " QUEUED FOR REFUND."
           END-IF.
           MOVE WS-STUDENT-NUMBER TO FW-STUDENT-NUMBER.
           MOVE WS-CHARGE-DATE TO FW-CHARGE-DATE.
           MOVE WS-WAIVE-AMOUNT TO FW-AMOUNT.
           MOVE WS-TODAY TO FW-WAIVED-DATE.
           MOVE WS-OPERATOR-ID TO FW-OPERATOR-ID.
           MOVE WS-WAIVE-REASON TO FW-REASON.
           OPEN EXTEND FINANCE-WAIVER-FILE.
           IF FWAV-STATUS-FILED = '35'
               OPEN OUTPUT FINANCE-WAIVER-FILE
           END-IF.
           MOVE FINANCE-WAIVER-RECORD TO FINANCE-WAIVER-LINE.
           WRITE FINANCE-WAIVER-LINE.
           CLOSE FINANCE-WAIVER-FILE.
           DISPLAY "FINANCE CHARGE OF " WS-CHARGE-DATE " WAIVED FOR "
               WS-STUDENT-NUMBER.

      * both files are read fresh each time so a waiver keyed at
      * another desk a minute ago counts
       700-LOAD-FINANCE-CHARGES.
           MOVE 0 TO WS-FINCHG-COUNT.
           MOVE 0 TO WS-OPEN-CHARGE-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT LEDGER-FILE.
           IF LDGR-STATUS-FILED = '00'
               PERFORM 710-READ-ONE-LEDGER-LINE
                   UNTIL WS-EOF-FLAG = 'Y'
               CLOSE LEDGER-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FINANCE-WAIVER-FILE.
           IF FWAV-STATUS-FILED = '00'
               PERFORM 730-READ-ONE-WAIVER-LINE
                   UNTIL WS-EOF-FLAG = 'Y'
               CLOSE FINANCE-WAIVER-FILE
           END-IF.
           PERFORM 750-COUNT-OPEN-CHARGE
               VARYING WS-FINCHG-SUB FROM 1 BY 1
               UNTIL WS-FINCHG-SUB > WS-FINCHG-COUNT.

       710-READ-ONE-LEDGER-LINE.
           READ LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE LEDGER-LINE TO LEDGER-RECORD
                   IF LG-STUDENT-NUMBER = WS-STUDENT-NUMBER
                     AND LG-ENTRY-TYPE = 'F'
                       PERFORM 720-NOTE-FINANCE-CHARGE
                   END-IF
           END-READ.

       720-NOTE-FINANCE-CHARGE.
           IF WS-FINCHG-COUNT < WS-FINCHG-TABLE-MAX
               ADD 1 TO WS-FINCHG-COUNT
               MOVE LG-ENTRY-DATE
                 TO WS-FC-CHARGE-DATE(WS-FINCHG-COUNT)
               MOVE LG-AMOUNT TO WS-FC-AMOUNT(WS-FINCHG-COUNT)
               MOVE 'N' TO WS-FC-WAIVED-FLAG(WS-FINCHG-COUNT)
           ELSE
               DISPLAY "WARNING: MORE FINANCE CHARGES THAN "
                   "WS-FINCHG-TABLE CAN HOLD"
           END-IF.

       730-READ-ONE-WAIVER-LINE.
           READ FINANCE-WAIVER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE FINANCE-WAIVER-LINE TO FINANCE-WAIVER-RECORD
                   IF FW-STUDENT-NUMBER = WS-STUDENT-NUMBER
                       PERFORM 740-MARK-ONE-WAIVED
                           VARYING WS-FINCHG-SUB FROM 1 BY 1
                           UNTIL WS-FINCHG-SUB > WS-FINCHG-COUNT
                   END-IF
           END-READ.

       740-MARK-ONE-WAIVED.
           IF WS-FC-CHARGE-DATE(WS-FINCHG-SUB) = FW-CHARGE-DATE
               MOVE 'Y' TO WS-FC-WAIVED-FLAG(WS-FINCHG-SUB)
           END-IF.

       750-COUNT-OPEN-CHARGE.
           IF WS-FC-WAIVED-FLAG(WS-FINCHG-SUB) NOT = 'Y'
               ADD 1 TO WS-OPEN-CHARGE-COUNT
           END-IF.

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
           MOVE 'FIN WAIVER' TO LOCK-HOLDER-PROGRAM.
           MOVE WS-OPERATOR-ID TO LOCK-OPERATOR.
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

       END PROGRAM project03fw.
