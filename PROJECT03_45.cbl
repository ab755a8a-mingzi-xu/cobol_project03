      ******************************************************************
      * Author: Mingzi Xu
      * Date: OCT.15.2026
      * Purpose: project 03 - registrar standing review. Lists a
      *          student's academic standing history from
      *          STANDING_HISTORY.txt (written each term by the
      *          standing run project03as) and reinstates a
      *          SUSPENDED student: after a Y/N confirmation a
      *          REINSTATED line is appended for the current term of
      *          TERM_CONTROL.txt, stamped with the registrar's
      *          operator ID. From that moment project03e lets the
      *          student add courses again, and the next standing run
      *          decides their standing from REINSTATED.
      * Tectonics: cobc
      * Modification History:
      *   OCT.15.2026 - The operator signed on must now be authorized
      *                for STUDENT maintenance on
      *                OPERATOR_AUTHORITY.txt (through project03au) or
      *                the run stops and the refusal goes to
      *                SECURITY_EXCEPTIONS.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03rn.
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
          SELECT TERM-CONTROL-FILE
             ASSIGN TO "..\TERM_CONTROL.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TCTL-STATUS-FILED.
          SELECT STANDING-HISTORY-FILE
             ASSIGN TO "..\STANDING_HISTORY.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STDH-STATUS-FILED.
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
      * TERM CODE FOR THIS RUN   *
      ****************************
       FD TERM-CONTROL-FILE.
       01 TERM-CONTROL-RECORD.
           05 TERM-CONTROL-CODE      PIC X(6).

       COPY "standing-history.dat".

         WORKING-STORAGE SECTION.
       COPY "standing-history-record.dat".

      * the DECIDED-BY stamp of the term-end standing run -- no
      * registrar may sign on under it
           01 WS-RUN-DECIDED-BY           PIC X(3) VALUE 'RUN'.

           01 STATUS-FILED                PIC X(2).
           01 TCTL-STATUS-FILED           PIC X(2).
           01 WS-OPERATOR-ID              PIC X(3) VALUE SPACES.

       COPY "authority-request.dat".

           01 WS-STUDENT-NUMBER           PIC 9(6).
           01 WS-TERM-CODE                PIC X(6) VALUE SPACES.
           01 WS-TODAY                    PIC 9(6).
           01 WS-LIST-LINE.
             02 WS-LL-TERM-CODE           PIC X(6).
             02 FILLER                    PIC X(2) VALUE SPACES.
             02 WS-LL-CUM-AVERAGE         PIC ZZ9.9.
             02 FILLER                    PIC X(2) VALUE SPACES.
             02 WS-LL-PREVIOUS-STANDING   PIC X(10).
             02 FILLER                    PIC X(4) VALUE ' -> '.
             02 WS-LL-STANDING            PIC X(10).
             02 FILLER                    PIC X(2) VALUE SPACES.
             02 WS-LL-DECIDED-DATE        PIC 9(6).
             02 FILLER                    PIC X(2) VALUE SPACES.
             02 WS-LL-DECIDED-BY          PIC X(3).
           01 WS-FIELDS.
             02 WS-ACTION-CHOICE          PIC X VALUE SPACE.
             02 WS-CONFIRM-CHOICE         PIC X VALUE 'N'.
             02 WS-EOF-FLAG               PIC X VALUE 'N'.
             02 WS-LIST-FLAG              PIC X VALUE 'N'.
             02 WS-LISTED-COUNT           PIC 9(4) VALUE 0.
             02 WS-CURRENT-STANDING       PIC X(10) VALUE SPACES.
             02 WS-CURRENT-AVERAGE        PIC 9(3)V9 VALUE 0.
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
          05 VALUE "***STANDING****"                LINE 2 COL 20.
          05 VALUE "***************"                LINE 3 COL 20.
          05 VALUE "ACADEMIC STANDING REVIEW"       LINE 5 COL 5.
          05 VALUE "L = LIST A STUDENT'S STANDING"  LINE 7 COL 5.
          05 VALUE "R = REINSTATE A SUSPENDED STUDENT"
                                                    LINE 8 COL 5.
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

       01 REINSTATE-SCREEN.
          05 VALUE "***************" BLANK SCREEN   LINE 1 COL 20.
          05 VALUE "***REINSTATE***"                LINE 2 COL 20.
          05 VALUE "***************"                LINE 3 COL 20.
          05 VALUE "STUDENT NUMBER"                 LINE 6 COL 5.
          05 REINSTATE-NUMBER-OUT                   LINE 6 COL 50
                      PIC 9(6) FROM STUDENT-NUMBER-INDEXED.
          05 VALUE "STUDENT NAME"                   LINE 8 COL 5.
          05 REINSTATE-NAME-OUT                     LINE 8 COL 50
                      PIC X(40) FROM STUDENT-NAME-INDEXED.
          05 VALUE "CURRENT STANDING"               LINE 10 COL 5.
          05 REINSTATE-STANDING-OUT                 LINE 10 COL 50
                      PIC X(10) FROM WS-CURRENT-STANDING.
          05 VALUE "CUMULATIVE AVERAGE"             LINE 11 COL 5.
          05 REINSTATE-AVERAGE-OUT                  LINE 11 COL 50
                      PIC ZZ9.9 FROM WS-CURRENT-AVERAGE.
          05 VALUE "REINSTATE THIS STUDENT (Y/N) ?" LINE 13 COL 5.
          05 REINSTATE-CONFIRM-IN                   LINE 13 COL 50
                            PIC X  TO  WS-CONFIRM-CHOICE.
        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
           PERFORM 050-OPERATOR-SIGNON.
           PERFORM 070-READ-TERM-CONTROL.
           OPEN INPUT INDEXED-STUDENT-FILE.
           PERFORM 100-STANDING-LOOP UNTIL WS-ACTION-CHOICE = 'X'.
           CLOSE INDEXED-STUDENT-FILE.
           STOP RUN.

      * every reinstatement carries the registrar who keyed it --
      * the program will not run anonymously, nor under the stamp
      * the term-end run puts on its own lines
       050-OPERATOR-SIGNON.
           PERFORM 060-ACCEPT-SIGNON
               UNTIL WS-OPERATOR-ID NOT = SPACES.
           PERFORM 065-CHECK-SIGNON-AUTHORITY.

       060-ACCEPT-SIGNON.
           DISPLAY SIGNON-SCREEN.
           ACCEPT SIGNON-SCREEN.
           IF WS-OPERATOR-ID = WS-RUN-DECIDED-BY
               DISPLAY "OPERATOR ID " WS-OPERATOR-ID " IS RESERVED"
               MOVE SPACES TO WS-OPERATOR-ID
           END-IF.

      * only an operator authorized for STUDENT maintenance on
      * OPERATOR_AUTHORITY.txt may go on -- a refusal is logged by
      * project03au and the run stops before anything is touched
       065-CHECK-SIGNON-AUTHORITY.
           MOVE 'O' TO AUTH-CHECK-TYPE.
           MOVE 'STANDING' TO AUTH-PROGRAM.
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

      * a reinstatement is filed under the term now running
       070-READ-TERM-CONTROL.
           OPEN INPUT TERM-CONTROL-FILE.
           IF TCTL-STATUS-FILED = '00'
               READ TERM-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TERM-CONTROL-CODE TO WS-TERM-CODE
               END-READ
               CLOSE TERM-CONTROL-FILE
           END-IF.
           IF WS-TERM-CODE = SPACES
               DISPLAY "NO TERM_CONTROL.txt - NO TERM CODE - "
                   "STANDING REVIEW REFUSED"
               STOP RUN
           END-IF.

       100-STANDING-LOOP.
           DISPLAY MENU-SCREEN.
           ACCEPT MENU-SCREEN.
           IF WS-ACTION-CHOICE = 'L'
               PERFORM 200-LIST-STANDING
           ELSE
               IF WS-ACTION-CHOICE = 'R'
                   PERFORM 300-REINSTATE-STUDENT
               ELSE
                   IF WS-ACTION-CHOICE NOT = 'X'
                       DISPLAY "UNKNOWN ACTION - " WS-ACTION-CHOICE
                   END-IF
               END-IF
           END-IF.

      * every decision on file for the student, oldest first -- the
      * last one listed is the standing in force
       200-LIST-STANDING.
           DISPLAY KEY-SCREEN.
           ACCEPT KEY-SCREEN.
           DISPLAY "STANDING HISTORY FOR STUDENT " WS-STUDENT-NUMBER.
           MOVE 'Y' TO WS-LIST-FLAG.
           PERFORM 700-FIND-CURRENT-STANDING.
           MOVE 'N' TO WS-LIST-FLAG.
           IF WS-LISTED-COUNT = 0
               DISPLAY "NO STANDING ON FILE - GOOD STANDING"
           END-IF.

      * only a SUSPENDED student can be reinstated -- anyone else
      * may already enrol
       300-REINSTATE-STUDENT.
           DISPLAY KEY-SCREEN.
           ACCEPT KEY-SCREEN.
           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER-INDEXED.
           READ INDEXED-STUDENT-FILE KEY IS STUDENT-NUMBER-INDEXED
             INVALID KEY
               DISPLAY "CANNOT FIND THE STUDENT NUMBER - "
                   WS-STUDENT-NUMBER
             NOT INVALID KEY
               PERFORM 310-CONFIRM-REINSTATE
           END-READ.

       310-CONFIRM-REINSTATE.
           PERFORM 700-FIND-CURRENT-STANDING.
           IF WS-CURRENT-STANDING NOT = 'SUSPENDED'
               DISPLAY "STUDENT " WS-STUDENT-NUMBER
                   " IS NOT SUSPENDED - NOTHING TO REINSTATE"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-CONFIRM-CHOICE.
           DISPLAY REINSTATE-SCREEN.
           ACCEPT REINSTATE-SCREEN.
           IF WS-CONFIRM-CHOICE = 'Y'
               PERFORM 800-APPEND-REINSTATEMENT
               DISPLAY "STUDENT " WS-STUDENT-NUMBER " REINSTATED"
           ELSE
               DISPLAY "REINSTATEMENT NOT CONFIRMED - NO CHANGE MADE."
           END-IF.

      * the file is read fresh each time so a decision keyed at
      * another desk a minute ago counts; no line means GOOD
       700-FIND-CURRENT-STANDING.
           MOVE 'GOOD' TO WS-CURRENT-STANDING.
           MOVE 0 TO WS-CURRENT-AVERAGE.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT STANDING-HISTORY-FILE.
           IF STDH-STATUS-FILED = '00'
               PERFORM 710-READ-ONE-STANDING-LINE
                   UNTIL WS-EOF-FLAG = 'Y'
               CLOSE STANDING-HISTORY-FILE
           END-IF.

       710-READ-ONE-STANDING-LINE.
           READ STANDING-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE STANDING-HISTORY-LINE
                     TO STANDING-HISTORY-RECORD
                   IF SH-STUDENT-NUMBER = WS-STUDENT-NUMBER
                       ADD 1 TO WS-LISTED-COUNT
                       MOVE SH-STANDING TO WS-CURRENT-STANDING
                       MOVE SH-CUM-AVERAGE TO WS-CURRENT-AVERAGE
                       IF WS-LIST-FLAG = 'Y'
                           PERFORM 720-DISPLAY-STANDING-LINE
                       END-IF
                   END-IF
           END-READ.

       720-DISPLAY-STANDING-LINE.
           MOVE SH-TERM-CODE TO WS-LL-TERM-CODE.
           MOVE SH-CUM-AVERAGE TO WS-LL-CUM-AVERAGE.
           MOVE SH-PREVIOUS-STANDING TO WS-LL-PREVIOUS-STANDING.
           MOVE SH-STANDING TO WS-LL-STANDING.
           MOVE SH-DECIDED-DATE TO WS-LL-DECIDED-DATE.
           MOVE SH-DECIDED-BY TO WS-LL-DECIDED-BY.
           DISPLAY WS-LIST-LINE.

       800-APPEND-REINSTATEMENT.
           ACCEPT WS-TODAY FROM DATE.
           MOVE WS-TERM-CODE TO SH-TERM-CODE.
           MOVE WS-STUDENT-NUMBER TO SH-STUDENT-NUMBER.
           MOVE WS-CURRENT-AVERAGE TO SH-CUM-AVERAGE.
           MOVE WS-CURRENT-STANDING TO SH-PREVIOUS-STANDING.
           MOVE 'REINSTATED' TO SH-STANDING.
           MOVE WS-TODAY TO SH-DECIDED-DATE.
           MOVE WS-OPERATOR-ID TO SH-DECIDED-BY.
           OPEN EXTEND STANDING-HISTORY-FILE.
           IF STDH-STATUS-FILED = '35'
               OPEN OUTPUT STANDING-HISTORY-FILE
           END-IF.
           MOVE STANDING-HISTORY-RECORD TO STANDING-HISTORY-LINE.
           WRITE STANDING-HISTORY-LINE.
           CLOSE STANDING-HISTORY-FILE.

       END PROGRAM project03rn.
