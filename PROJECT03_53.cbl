      ******************************************************************
      * Author: Mingzi Xu
      * Date: OCT.15.2026
      * Purpose: project 03 - duplicate-student merge. Once the
      *          registrar has confirmed a pair from project03dd's
      *          DUPLICATE_STUDENTS_RPT.txt, this program folds the
      *          retired number into the surviving one: its
      *          TUITION_LEDGER.txt entries, STUDENT_TERM_HISTORY.txt
      *          rows, PAYMENT_PLANS.txt installments and
      *          SPONSOR_LEDGER.txt portions are carried across to
      *          the survivor, its PAYMENT_HISTORY.index lines are
      *          re-keyed under the survivor with their original
      *          sequence numbers, and its tuition owed, credit
      *          balance, NSF count and courses are added to the
      *          survivor's master record. The retired record stays
      *          on the master with status M, nothing owed and no
      *          courses; the line appended to STUDENT_MERGES.txt is
      *          both the merge audit and the pointer from the
      *          retired number to its survivor. The files are moved
      *          before the master is touched, so a merge that stops
      *          while moving them is finished by running it again.
      * Tectonics: cobc
      * Modification History:
      *   OCT.15.2026 - The operator signed on must now be authorized
      *                for STUDENT maintenance on
      *                OPERATOR_AUTHORITY.txt (through project03au) or
      *                the run stops and the refusal goes to
      *                SECURITY_EXCEPTIONS.txt.
      *   OCT.15.2026 - The retired record is left with empty course
      *                slots and an empty sponsor link in the stored
      *                form (course averages and sponsor percent of
      *                000), and a survivor with no sponsor is found
      *                by a blank sponsor ID.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03mg.
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
          SELECT PAYMENT-HISTORY-FILE
             ASSIGN TO "..\PAYMENT_HISTORY.index"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HIST-KEY
             FILE STATUS IS PHIST-STATUS-FILED.
          SELECT MERGE-SOURCE-FILE
             ASSIGN USING WS-MERGE-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MSRC-STATUS-FILED.
          SELECT MERGE-WORK-FILE
             ASSIGN TO "..\MERGE_WORK.txt"
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT STUDENT-MERGE-FILE
             ASSIGN TO "..\STUDENT_MERGES.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MERG-STATUS-FILED.
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
           02 COURSES-INDEXED.
             03 COURSE-SLOT-INDEXED       OCCURS 5 TIMES.
               04 COURSE-CODE-INDEXED     PIC X(7).
               04 COURSE-AVERAGE-INDEXED  PIC 9(3).
           02 CREDIT-BALANCE-INDEXED      PIC 9(4)V99.
           02 CONTACT-INFO-INDEXED        PIC X(69).
           02 STUDENT-STATUS-INDEXED      PIC X(1).
           02 NSF-COUNT-INDEXED           PIC 9(2).
           02 SPONSOR-INFO-INDEXED        PIC X(9).

       FD PAYMENT-HISTORY-FILE.
       01 HISTORY-FILE-INDEXED.
           02 HIST-KEY.
             03 HIS-STUDENT-NUMBER        PIC 9(6).
             03 HIS-SEQUENCE              PIC 9(6).
           02 HIS-PRIOR-BALANCE           PIC 9(5)V99.
           02 HIS-PAYMENT-AMOUNT          PIC 9(5)V99.
           02 HIS-NEW-BALANCE             PIC 9(5)V99.
           02 HIS-ENTRY-DATE              PIC 9(6).
           02 HIS-CREDIT-BALANCE          PIC 9(5)V99.
           02 HIS-ENTRY-TYPE              PIC X(4).
           02 HIS-OPERATOR-ID             PIC X(3).

      ****************************
      * ANY ONE OF THE STUDENT   *
      * TEXT FILES BEING CARRIED *
      * ACROSS, AND ITS WORK COPY*
      ****************************
       FD MERGE-SOURCE-FILE.
       01 MERGE-SOURCE-LINE          PIC X(80).

       FD MERGE-WORK-FILE.
       01 MERGE-WORK-LINE            PIC X(80).

       COPY "student-merge.dat".

       COPY "master-lock.dat".

       COPY "master-journal.dat".

         WORKING-STORAGE SECTION.
       COPY "student-merge-record.dat".

       COPY "master-lock-record.dat".

       COPY "master-journal-record.dat".

      ****************************
      * EMPTY COURSE SLOTS FOR A *
      *     RETIRED STUDENT      *
      ****************************
           01 WS-EMPTY-COURSES.
               02 FILLER                      PIC X(7) VALUE SPACES.
               02 FILLER                      PIC X(3) VALUE '000'.
               02 FILLER                      PIC X(7) VALUE SPACES.
               02 FILLER                      PIC X(3) VALUE '000'.
               02 FILLER                      PIC X(7) VALUE SPACES.
               02 FILLER                      PIC X(3) VALUE '000'.
               02 FILLER                      PIC X(7) VALUE SPACES.
               02 FILLER                      PIC X(3) VALUE '000'.
               02 FILLER                      PIC X(7) VALUE SPACES.
               02 FILLER                      PIC X(3) VALUE '000'.

      * the student text files and where the student number sits
      * on each of their lines
           01 WS-MERGE-FILE-TABLE.
             02 FILLER                    PIC X(40)
                 VALUE '..\TUITION_LEDGER.txt'.
             02 FILLER                    PIC 9(2) VALUE 1.
             02 FILLER                    PIC X(40)
                 VALUE '..\STUDENT_TERM_HISTORY.txt'.
             02 FILLER                    PIC 9(2) VALUE 9.
             02 FILLER                    PIC X(40)
                 VALUE '..\PAYMENT_PLANS.txt'.
             02 FILLER                    PIC 9(2) VALUE 1.
             02 FILLER                    PIC X(40)
                 VALUE '..\SPONSOR_LEDGER.txt'.
             02 FILLER                    PIC 9(2) VALUE 9.
           01 WS-MERGE-FILE-ENTRIES REDEFINES WS-MERGE-FILE-TABLE.
             02 WS-MERGE-FILE-ENTRY       OCCURS 4 TIMES.
               03 WS-MF-NAME              PIC X(40).
               03 WS-MF-NUMBER-POS        PIC 9(2).

      * the retired student as read, before anything is moved
           01 WS-RETIRED-FIELDS.
             02 WS-RT-NAME                PIC X(40).
             02 WS-RT-OWED                PIC 9(4)V99.
             02 WS-RT-CREDIT              PIC 9(4)V99.
             02 WS-RT-NSF-COUNT           PIC 9(2).
             02 WS-RT-SPONSOR-INFO        PIC X(9).
             02 WS-RT-COURSE-SLOT         OCCURS 5 TIMES.
               03 WS-RT-COURSE-CODE       PIC X(7).
               03 WS-RT-COURSE-AVERAGE    PIC 9(3).

           01 STATUS-FILED                PIC X(2).
           01 PHIST-STATUS-FILED          PIC X(2).
           01 MSRC-STATUS-FILED           PIC X(2).
           01 WS-MERGE-FILE-NAME          PIC X(60) VALUE SPACES.
           01 WS-OPERATOR-ID              PIC X(3) VALUE SPACES.

       COPY "authority-request.dat".

           01 WS-RETIRED-NUMBER           PIC 9(6).
           01 WS-SURVIVOR-NUMBER          PIC 9(6).
           01 WS-SURVIVOR-NAME            PIC X(40).
           01 WS-FIELDS.
             02 WS-ACTION-CHOICE          PIC X VALUE SPACE.
             02 WS-CONFIRM-CHOICE         PIC X VALUE 'N'.
             02 WS-EOF-FLAG               PIC X VALUE 'N'.
             02 WS-VALID-FLAG             PIC X VALUE 'N'.
             02 WS-FILE-SUB               PIC 9(1) VALUE 0.
             02 WS-NUMBER-POS             PIC 9(2) VALUE 0.
             02 WS-RT-SUB                 PIC 9(1) VALUE 0.
             02 WS-SV-SUB                 PIC 9(1) VALUE 0.
             02 WS-FREE-SLOT              PIC 9(1) VALUE 0.
             02 WS-COURSE-FOUND           PIC X VALUE 'N'.
             02 WS-FREE-SLOT-COUNT        PIC 9(1) VALUE 0.
             02 WS-COURSES-TO-MOVE        PIC 9(1) VALUE 0.
             02 WS-LINES-MOVED            PIC 9(4) VALUE 0.
             02 WS-HISTORY-MOVED          PIC 9(4) VALUE 0.
             02 WS-NEW-OWED               PIC 9(4)V99 VALUE 0.
             02 WS-NEW-CREDIT             PIC 9(4)V99 VALUE 0.
             02 WS-MOVE-COUNTS            OCCURS 4 TIMES.
               03 WS-MOVE-COUNT           PIC 9(4).
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
          05 VALUE "*****MERGE*****"                LINE 2 COL 20.
          05 VALUE "***************"                LINE 3 COL 20.
          05 VALUE "DUPLICATE STUDENT MERGE"        LINE 5 COL 5.
          05 VALUE "M = MERGE TWO STUDENT NUMBERS"  LINE 7 COL 5.
          05 VALUE "X = EXIT"                       LINE 8 COL 5.
          05 VALUE "ENTER ACTION"                   LINE 10 COL 5.
          05 WS-ACTION-CHOICE-IN                    LINE 10 COL 25
                            PIC X  TO  WS-ACTION-CHOICE.

       01 KEY-SCREEN.
          05 VALUE "***************" BLANK SCREEN   LINE 1 COL 20.
          05 VALUE "****STUDENT****"                LINE 2 COL 20.
          05 VALUE "***************"                LINE 3 COL 20.
          05 VALUE "STUDENT NUMBER TO RETIRE"       LINE 6 COL 5.
          05 KEY-RETIRED-NUMBER-IN                  LINE 6 COL 50
                            PIC 9(6)  TO  WS-RETIRED-NUMBER.
          05 VALUE "STUDENT NUMBER THAT SURVIVES"   LINE 7 COL 5.
          05 KEY-SURVIVOR-NUMBER-IN                 LINE 7 COL 50
                            PIC 9(6)  TO  WS-SURVIVOR-NUMBER.

       01 CONFIRM-SCREEN.
          05 VALUE "***************" BLANK SCREEN   LINE 1 COL 20.
          05 VALUE "****CONFIRM****"                LINE 2 COL 20.
          05 VALUE "***************"                LINE 3 COL 20.
          05 VALUE "RETIRE STUDENT NUMBER"          LINE 6 COL 5.
          05 CONFIRM-RETIRED-OUT                    LINE 6 COL 50
                      PIC 9(6) FROM WS-RETIRED-NUMBER.
          05 CONFIRM-RETIRED-NAME-OUT               LINE 7 COL 30
                      PIC X(40) FROM WS-RT-NAME.
          05 VALUE "INTO SURVIVING NUMBER"          LINE 8 COL 5.
          05 CONFIRM-SURVIVOR-OUT                   LINE 8 COL 50
                      PIC 9(6) FROM WS-SURVIVOR-NUMBER.
          05 CONFIRM-SURVIVOR-NAME-OUT              LINE 9 COL 30
                      PIC X(40) FROM WS-SURVIVOR-NAME.
          05 VALUE "TUITION OWED MOVED"             LINE 11 COL 5.
          05 CONFIRM-OWED-OUT                       LINE 11 COL 50
                      PIC $ZZZ9.99 FROM WS-RT-OWED.
          05 VALUE "CREDIT BALANCE MOVED"           LINE 12 COL 5.
          05 CONFIRM-CREDIT-OUT                     LINE 12 COL 50
                      PIC $ZZZ9.99 FROM WS-RT-CREDIT.
          05 VALUE "COURSES MOVED"                  LINE 13 COL 5.
          05 CONFIRM-COURSES-OUT                    LINE 13 COL 50
                      PIC 9 FROM WS-COURSES-TO-MOVE.
          05 VALUE "MERGE THESE STUDENTS (Y/N) ?"   LINE 15 COL 5.
          05 CONFIRM-CHOICE-IN                      LINE 15 COL 50
                            PIC X  TO  WS-CONFIRM-CHOICE.
        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
           PERFORM 050-OPERATOR-SIGNON.
           PERFORM 970-CLAIM-MASTER-LOCK.
           OPEN I-O INDEXED-STUDENT-FILE.
           PERFORM 100-MERGE-LOOP UNTIL WS-ACTION-CHOICE = 'X'.
           CLOSE INDEXED-STUDENT-FILE.
           PERFORM 975-RELEASE-MASTER-LOCK.
           STOP RUN.

      * every merge carries the registrar who keyed it -- the program
      * will not run anonymously
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
           MOVE 'MERGE' TO AUTH-PROGRAM.
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

       100-MERGE-LOOP.
           DISPLAY MENU-SCREEN.
           ACCEPT MENU-SCREEN.
           IF WS-ACTION-CHOICE = 'M'
               PERFORM 200-CHECK-MERGE
           ELSE
               IF WS-ACTION-CHOICE NOT = 'X'
                   DISPLAY "UNKNOWN ACTION - " WS-ACTION-CHOICE
               END-IF
           END-IF.

      * both numbers must be live students and everything the retired
      * one carries must fit on the survivor before the registrar is
      * asked to confirm
       200-CHECK-MERGE.
           MOVE 0 TO WS-RETIRED-NUMBER.
           MOVE 0 TO WS-SURVIVOR-NUMBER.
           DISPLAY KEY-SCREEN.
           ACCEPT KEY-SCREEN.
           IF WS-RETIRED-NUMBER = WS-SURVIVOR-NUMBER
               DISPLAY "A STUDENT CANNOT BE MERGED INTO ITSELF - "
                   "NO CHANGE MADE."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-VALID-FLAG.
           MOVE WS-RETIRED-NUMBER TO STUDENT-NUMBER-INDEXED.
           READ INDEXED-STUDENT-FILE KEY IS STUDENT-NUMBER-INDEXED
             INVALID KEY
               DISPLAY "CANNOT FIND THE STUDENT NUMBER - "
                   WS-RETIRED-NUMBER
             NOT INVALID KEY
               PERFORM 210-TAKE-RETIRED-STUDENT
           END-READ.
           IF WS-VALID-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-VALID-FLAG.
           MOVE WS-SURVIVOR-NUMBER TO STUDENT-NUMBER-INDEXED.
           READ INDEXED-STUDENT-FILE KEY IS STUDENT-NUMBER-INDEXED
             INVALID KEY
               DISPLAY "CANNOT FIND THE STUDENT NUMBER - "
                   WS-SURVIVOR-NUMBER
             NOT INVALID KEY
               PERFORM 220-CHECK-SURVIVOR
           END-READ.
           IF WS-VALID-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-CONFIRM-CHOICE.
           DISPLAY CONFIRM-SCREEN.
           ACCEPT CONFIRM-SCREEN.
           IF WS-CONFIRM-CHOICE = 'Y'
               PERFORM 400-POST-MERGE
           ELSE
               DISPLAY "MERGE NOT CONFIRMED - NO CHANGE MADE."
           END-IF.

       210-TAKE-RETIRED-STUDENT.
           IF STUDENT-STATUS-INDEXED = 'M'
               DISPLAY "STUDENT " WS-RETIRED-NUMBER
                   " WAS ALREADY MERGED - NO CHANGE MADE."
               EXIT PARAGRAPH
           END-IF.
           MOVE STUDENT-NAME-INDEXED TO WS-RT-NAME.
           MOVE TUITION-OWED-INDEXED TO WS-RT-OWED.
           MOVE CREDIT-BALANCE-INDEXED TO WS-RT-CREDIT.
           MOVE NSF-COUNT-INDEXED TO WS-RT-NSF-COUNT.
           MOVE SPONSOR-INFO-INDEXED TO WS-RT-SPONSOR-INFO.
           PERFORM 215-TAKE-RETIRED-COURSE
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > 5.
           MOVE 'Y' TO WS-VALID-FLAG.

       215-TAKE-RETIRED-COURSE.
           MOVE COURSE-CODE-INDEXED(WS-RT-SUB)
             TO WS-RT-COURSE-CODE(WS-RT-SUB).
           MOVE COURSE-AVERAGE-INDEXED(WS-RT-SUB)
             TO WS-RT-COURSE-AVERAGE(WS-RT-SUB).

       220-CHECK-SURVIVOR.
           IF STUDENT-STATUS-INDEXED = 'M'
               DISPLAY "STUDENT " WS-SURVIVOR-NUMBER
                   " WAS ITSELF MERGED AWAY - NO CHANGE MADE."
               EXIT PARAGRAPH
           END-IF.
           MOVE STUDENT-NAME-INDEXED TO WS-SURVIVOR-NAME.
           COMPUTE WS-NEW-OWED = TUITION-OWED-INDEXED + WS-RT-OWED
             ON SIZE ERROR
               DISPLAY "COMBINED TUITION OWED WOULD OVERFLOW - "
                   "NO CHANGE MADE."
               EXIT PARAGRAPH
           END-COMPUTE.
           COMPUTE WS-NEW-CREDIT =
               CREDIT-BALANCE-INDEXED + WS-RT-CREDIT
             ON SIZE ERROR
               DISPLAY "COMBINED CREDIT BALANCE WOULD OVERFLOW - "
                   "NO CHANGE MADE."
               EXIT PARAGRAPH
           END-COMPUTE.
           MOVE 0 TO WS-FREE-SLOT-COUNT.
           PERFORM 225-COUNT-FREE-SLOT
               VARYING WS-SV-SUB FROM 1 BY 1
               UNTIL WS-SV-SUB > 5.
           MOVE 0 TO WS-COURSES-TO-MOVE.
           PERFORM 230-COUNT-COURSE-TO-MOVE
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > 5.
           IF WS-COURSES-TO-MOVE > WS-FREE-SLOT-COUNT
               DISPLAY "SURVIVOR HAS ROOM FOR " WS-FREE-SLOT-COUNT
                   " MORE COURSES BUT " WS-COURSES-TO-MOVE
                   " WOULD MOVE - NO CHANGE MADE."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-VALID-FLAG.

       225-COUNT-FREE-SLOT.
           IF COURSE-CODE-INDEXED(WS-SV-SUB) = SPACES
               ADD 1 TO WS-FREE-SLOT-COUNT
           END-IF.

      * a course both numbers are enrolled in stays as the survivor
      * has it
       230-COUNT-COURSE-TO-MOVE.
           IF WS-RT-COURSE-CODE(WS-RT-SUB) NOT = SPACES
               PERFORM 240-FIND-SURVIVOR-COURSE
               IF WS-COURSE-FOUND = 'N'
                   ADD 1 TO WS-COURSES-TO-MOVE
               END-IF
           END-IF.

       240-FIND-SURVIVOR-COURSE.
           MOVE 'N' TO WS-COURSE-FOUND.
           PERFORM 245-MATCH-SURVIVOR-COURSE
               VARYING WS-SV-SUB FROM 1 BY 1
               UNTIL WS-SV-SUB > 5.

       245-MATCH-SURVIVOR-COURSE.
           IF COURSE-CODE-INDEXED(WS-SV-SUB)
               = WS-RT-COURSE-CODE(WS-RT-SUB)
               MOVE 'Y' TO WS-COURSE-FOUND
           END-IF.

      * the files go first and the master last: a file already moved
      * has nothing left under the retired number, so a merge that
      * stops while moving them is finished by running it again
       400-POST-MERGE.
           PERFORM 500-MOVE-STUDENT-FILE
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 4.
           PERFORM 600-MOVE-PAYMENT-HISTORY.
           PERFORM 700-UPDATE-SURVIVOR.
           IF STATUS-FILED NOT = '00'
               DISPLAY "SURVIVOR UPDATE FAILED - STATUS " STATUS-FILED
                   " - RUN THE MERGE AGAIN."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 750-RETIRE-STUDENT.
           IF STATUS-FILED NOT = '00'
               DISPLAY "RETIRED NUMBER UPDATE FAILED - STATUS "
                   STATUS-FILED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 800-WRITE-MERGE-AUDIT.
           DISPLAY "STUDENT " WS-RETIRED-NUMBER " MERGED INTO "
               WS-SURVIVOR-NUMBER.

      * each text file is copied to the work file with the retired
      * number changed to the survivor, then copied back over itself
      * when anything was changed. A file not yet created has nothing
      * to move.
       500-MOVE-STUDENT-FILE.
           MOVE 0 TO WS-LINES-MOVED.
           MOVE WS-MF-NAME(WS-FILE-SUB) TO WS-MERGE-FILE-NAME.
           MOVE WS-MF-NUMBER-POS(WS-FILE-SUB) TO WS-NUMBER-POS.
           OPEN INPUT MERGE-SOURCE-FILE.
           IF MSRC-STATUS-FILED NOT = '00'
               MOVE 0 TO WS-MOVE-COUNT(WS-FILE-SUB)
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT MERGE-WORK-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 510-COPY-TO-WORK UNTIL WS-EOF-FLAG = 'Y'.
           CLOSE MERGE-SOURCE-FILE.
           CLOSE MERGE-WORK-FILE.
           IF WS-LINES-MOVED > 0
               OPEN INPUT MERGE-WORK-FILE
               OPEN OUTPUT MERGE-SOURCE-FILE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 520-COPY-FROM-WORK UNTIL WS-EOF-FLAG = 'Y'
               CLOSE MERGE-WORK-FILE
               CLOSE MERGE-SOURCE-FILE
           END-IF.
           MOVE WS-LINES-MOVED TO WS-MOVE-COUNT(WS-FILE-SUB).

       510-COPY-TO-WORK.
           READ MERGE-SOURCE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF MERGE-SOURCE-LINE(WS-NUMBER-POS:6)
                       = WS-RETIRED-NUMBER
                       MOVE WS-SURVIVOR-NUMBER
                         TO MERGE-SOURCE-LINE(WS-NUMBER-POS:6)
                       ADD 1 TO WS-LINES-MOVED
                   END-IF
                   MOVE MERGE-SOURCE-LINE TO MERGE-WORK-LINE
                   WRITE MERGE-WORK-LINE
           END-READ.

       520-COPY-FROM-WORK.
           READ MERGE-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE MERGE-WORK-LINE TO MERGE-SOURCE-LINE
                   WRITE MERGE-SOURCE-LINE
           END-READ.

      * the history sequence is shared by all students, so a line
      * keeps its sequence number under the survivor; the browse is
      * restarted after every move because the old key is deleted.
      * A line already under the survivor (a rerun after a stop
      * between the WRITE and the DELETE) only needs the old key
      * removed.
       600-MOVE-PAYMENT-HISTORY.
           MOVE 0 TO WS-HISTORY-MOVED.
           OPEN I-O PAYMENT-HISTORY-FILE.
           IF PHIST-STATUS-FILED NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 610-MOVE-ONE-HISTORY-LINE UNTIL WS-EOF-FLAG = 'Y'.
           CLOSE PAYMENT-HISTORY-FILE.

       610-MOVE-ONE-HISTORY-LINE.
           MOVE WS-RETIRED-NUMBER TO HIS-STUDENT-NUMBER.
           MOVE 0 TO HIS-SEQUENCE.
           START PAYMENT-HISTORY-FILE KEY IS NOT < HIST-KEY
             INVALID KEY
               MOVE 'Y' TO WS-EOF-FLAG
               EXIT PARAGRAPH
           END-START.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   EXIT PARAGRAPH
           END-READ.
           IF HIS-STUDENT-NUMBER NOT = WS-RETIRED-NUMBER
               MOVE 'Y' TO WS-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SURVIVOR-NUMBER TO HIS-STUDENT-NUMBER.
           WRITE HISTORY-FILE-INDEXED
             INVALID KEY
               IF PHIST-STATUS-FILED NOT = '22'
                   DISPLAY "PAYMENT HISTORY " WS-SURVIVOR-NUMBER "/"
                       HIS-SEQUENCE " NOT MOVED - STATUS "
                       PHIST-STATUS-FILED
                   MOVE 'Y' TO WS-EOF-FLAG
                   EXIT PARAGRAPH
               END-IF
           END-WRITE.
           MOVE WS-RETIRED-NUMBER TO HIS-STUDENT-NUMBER.
           DELETE PAYMENT-HISTORY-FILE RECORD
             INVALID KEY
               MOVE 'Y' TO WS-EOF-FLAG
               EXIT PARAGRAPH
           END-DELETE.
           ADD 1 TO WS-HISTORY-MOVED.

       700-UPDATE-SURVIVOR.
           MOVE WS-SURVIVOR-NUMBER TO STUDENT-NUMBER-INDEXED.
           READ INDEXED-STUDENT-FILE KEY IS STUDENT-NUMBER-INDEXED
             INVALID KEY
               EXIT PARAGRAPH
           END-READ.
           ADD WS-RT-OWED TO TUITION-OWED-INDEXED.
           ADD WS-RT-CREDIT TO CREDIT-BALANCE-INDEXED.
           ADD WS-RT-NSF-COUNT TO NSF-COUNT-INDEXED
             ON SIZE ERROR
               MOVE 99 TO NSF-COUNT-INDEXED
           END-ADD.
           IF SPONSOR-INFO-INDEXED(1:6) = SPACES
               MOVE WS-RT-SPONSOR-INFO TO SPONSOR-INFO-INDEXED
           END-IF.
           PERFORM 710-ADD-ONE-COURSE
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > 5.
           PERFORM 985-REWRITE-MASTER.

       710-ADD-ONE-COURSE.
           IF WS-RT-COURSE-CODE(WS-RT-SUB) = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM 240-FIND-SURVIVOR-COURSE.
           IF WS-COURSE-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-FREE-SLOT.
           PERFORM 720-FIND-FREE-SLOT
               VARYING WS-SV-SUB FROM 1 BY 1
               UNTIL WS-SV-SUB > 5 OR WS-FREE-SLOT > 0.
           IF WS-FREE-SLOT > 0
               MOVE WS-RT-COURSE-CODE(WS-RT-SUB)
                 TO COURSE-CODE-INDEXED(WS-FREE-SLOT)
               MOVE WS-RT-COURSE-AVERAGE(WS-RT-SUB)
                 TO COURSE-AVERAGE-INDEXED(WS-FREE-SLOT)
           END-IF.

       720-FIND-FREE-SLOT.
           IF COURSE-CODE-INDEXED(WS-SV-SUB) = SPACES
               MOVE WS-SV-SUB TO WS-FREE-SLOT
           END-IF.

      * the retired record stays on file as the pointer: status M,
      * name and contact kept so the registrar can still find it
       750-RETIRE-STUDENT.
           MOVE WS-RETIRED-NUMBER TO STUDENT-NUMBER-INDEXED.
           READ INDEXED-STUDENT-FILE KEY IS STUDENT-NUMBER-INDEXED
             INVALID KEY
               EXIT PARAGRAPH
           END-READ.
           MOVE 0 TO TUITION-OWED-INDEXED.
           MOVE 0 TO CREDIT-BALANCE-INDEXED.
           MOVE 0 TO NSF-COUNT-INDEXED.
           MOVE SPACES TO SPONSOR-INFO-INDEXED.
           MOVE '000' TO SPONSOR-INFO-INDEXED(7:3).
           MOVE WS-EMPTY-COURSES TO COURSES-INDEXED.
           MOVE 'M' TO STUDENT-STATUS-INDEXED.
           PERFORM 985-REWRITE-MASTER.

       800-WRITE-MERGE-AUDIT.
           MOVE WS-RETIRED-NUMBER TO MR-RETIRED-NUMBER.
           MOVE WS-SURVIVOR-NUMBER TO MR-SURVIVOR-NUMBER.
           ACCEPT MR-MERGE-DATE FROM DATE.
           ACCEPT MR-MERGE-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO MR-OPERATOR-ID.
           MOVE WS-RT-OWED TO MR-OWED-MOVED.
           MOVE WS-RT-CREDIT TO MR-CREDIT-MOVED.
           MOVE WS-COURSES-TO-MOVE TO MR-COURSES-MOVED.
           MOVE WS-MOVE-COUNT(1) TO MR-LEDGER-COUNT.
           MOVE WS-HISTORY-MOVED TO MR-HISTORY-COUNT.
           MOVE WS-MOVE-COUNT(2) TO MR-TERM-COUNT.
           MOVE WS-MOVE-COUNT(3) TO MR-PLAN-COUNT.
           MOVE WS-MOVE-COUNT(4) TO MR-SPONSOR-COUNT.
           OPEN EXTEND STUDENT-MERGE-FILE.
           IF MERG-STATUS-FILED = '35'
               OPEN OUTPUT STUDENT-MERGE-FILE
           END-IF.
           MOVE STUDENT-MERGE-RECORD TO STUDENT-MERGE-LINE.
           WRITE STUDENT-MERGE-LINE.
           CLOSE STUDENT-MERGE-FILE.

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
           MOVE 'MERGE' TO LOCK-HOLDER-PROGRAM.
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

       END PROGRAM project03mg.
