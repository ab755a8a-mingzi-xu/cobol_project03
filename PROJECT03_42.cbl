      ******************************************************************
      * Author: Mingzi Xu
      * Date: OCT.15.2026
      * Purpose: project 03 - maintenance screen for the course
      *          prerequisite table COURSE_PREREQ.txt, in the style
      *          project03cm gives the catalog: one entry per course
      *          code listing up to four course codes that must be
      *          passed first and the minimum average that counts as
      *          a pass. List the entries, add one with a duplicate-
      *          code check, change one, or delete one. Every code
      *          keyed must already be on COURSE_CATALOG.txt, and a
      *          course cannot be its own prerequisite. The enrolment
      *          screen project03e checks each add against this
      *          table. The file is rewritten in full after every
      *          successful change.
      * Tectonics: cobc
      * Modification History:
      *   OCT.15.2026 - Now takes the operator sign-on, and the
      *                operator must be authorized for CATALOG
      *                maintenance on OPERATOR_AUTHORITY.txt (through
      *                project03au) or the run stops and the refusal
      *                goes to SECURITY_EXCEPTIONS.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03pq.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT COURSE-PREREQ-FILE
             ASSIGN TO "..\COURSE_PREREQ.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PRQ-STATUS-FILED.
          SELECT COURSE-CATALOG-FILE
             ASSIGN TO "..\COURSE_CATALOG.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CAT-STATUS-FILED.
       DATA DIVISION.
       FILE SECTION.
       COPY "course-prereq.dat".

       COPY "course-catalog.dat".

         WORKING-STORAGE SECTION.
      ****************************
      * THE PREREQUISITE TABLE   *
      * HELD FLAT IN STORAGE     *
      * WHILE MAINTAINED         *
      ****************************
      * raise WS-PREREQ-MAX and the OCCURS together if the table
      * ever outgrows it
           01 WS-PREREQ-MAX               PIC 9(2) VALUE 99.
           01 WS-PREREQ-COUNT             PIC 9(2) VALUE 0.
           01 WS-PREREQ-TABLE.
               02 WS-PREREQ-ENTRY         OCCURS 99 TIMES.
                 03 WS-PRQ-CODE           PIC X(7).
                 03 WS-PRQ-REQUIRED       PIC X(7) OCCURS 4 TIMES.
                 03 WS-PRQ-MIN-AVERAGE    PIC 9(3).

      * the catalog codes, to validate what is keyed
           01 WS-CATALOG-MAX              PIC 9(2) VALUE 99.
           01 WS-CATALOG-COUNT            PIC 9(2) VALUE 0.
           01 WS-CATALOG-TABLE.
               02 WS-CAT-CODE             PIC X(7) OCCURS 99 TIMES.

           01 PRQ-STATUS-FILED            PIC X(2).
           01 CAT-STATUS-FILED            PIC X(2).
           01 WS-COURSE-CODE              PIC X(7).
           01 WS-REQUIRED-CODES.
               02 WS-REQUIRED-CODE        PIC X(7) OCCURS 4 TIMES.
           01 WS-MIN-AVERAGE              PIC 9(3).
           01 WS-CHECK-CODE               PIC X(7).
           01 WS-LIST-LINE.
             02 WS-LL-CODE                PIC X(7).
             02 FILLER                    PIC X(2) VALUE SPACES.
             02 WS-LL-REQUIRED            OCCURS 4 TIMES.
               03 WS-LL-REQUIRED-CODE     PIC X(7).
               03 FILLER                  PIC X(1).
             02 FILLER                    PIC X(1) VALUE SPACES.
             02 WS-LL-MIN-AVERAGE         PIC ZZ9.
           01 WS-OPERATOR-ID              PIC X(3) VALUE SPACES.

       COPY "authority-request.dat".

           01 WS-FIELDS.
             02 WS-SUB                    PIC 9(2).
             02 WS-HIT                    PIC 9(2).
             02 WS-REQ-SUB                PIC 9(2).
             02 WS-CAT-SUB                PIC 9(2).
             02 WS-CAT-HIT                PIC 9(2).
             02 WS-REQ-COUNT              PIC 9(2).
             02 WS-VALID-FLAG             PIC X VALUE 'Y'.
             02 WS-ACTION-CHOICE          PIC X VALUE SPACE.
             02 EOF-PRQ-FLG               PIC X VALUE 'N'.
             02 EOF-CAT-FLG               PIC X VALUE 'N'.
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
          05 VALUE "***PREREQS*****"                LINE 2 COL 20.
          05 VALUE "***************"                LINE 3 COL 20.
          05 VALUE "COURSE PREREQUISITE MAINTENANCE"
                                                    LINE 5 COL 5.
          05 VALUE "L = LIST THE ENTRIES"           LINE 7 COL 5.
          05 VALUE "A = ADD PREREQUISITES"          LINE 8 COL 5.
          05 VALUE "C = CHANGE PREREQUISITES"       LINE 9 COL 5.
          05 VALUE "D = DELETE PREREQUISITES"       LINE 10 COL 5.
          05 VALUE "X = EXIT"                       LINE 11 COL 5.
          05 VALUE "ENTER ACTION"                   LINE 13 COL 5.
          05 WS-ACTION-CHOICE-IN                    LINE 13 COL 25
                            PIC X  TO  WS-ACTION-CHOICE.

       01 ENTRY-SCREEN.
          05 VALUE "***************" BLANK SCREEN   LINE 1 COL 20.
          05 VALUE "****PREREQ*****"                LINE 2 COL 20.
          05 VALUE "***************"                LINE 3 COL 20.
          05 VALUE "COURSE CODE"                    LINE 6 COL 5.
          05 ENTRY-CODE-IN                          LINE 6 COL 40
                            PIC X(7)  TO  WS-COURSE-CODE.
          05 VALUE "REQUIRED CODE 1 (FOR A OR C)"   LINE 8 COL 5.
          05 ENTRY-REQ-1-IN                         LINE 8 COL 40
                            PIC X(7)  TO  WS-REQUIRED-CODE(1).
          05 VALUE "REQUIRED CODE 2"                LINE 9 COL 5.
          05 ENTRY-REQ-2-IN                         LINE 9 COL 40
                            PIC X(7)  TO  WS-REQUIRED-CODE(2).
          05 VALUE "REQUIRED CODE 3"                LINE 10 COL 5.
          05 ENTRY-REQ-3-IN                         LINE 10 COL 40
                            PIC X(7)  TO  WS-REQUIRED-CODE(3).
          05 VALUE "REQUIRED CODE 4"                LINE 11 COL 5.
          05 ENTRY-REQ-4-IN                         LINE 11 COL 40
                            PIC X(7)  TO  WS-REQUIRED-CODE(4).
          05 VALUE "MINIMUM PASSING AVERAGE"        LINE 13 COL 5.
          05 ENTRY-MIN-AVERAGE-IN                   LINE 13 COL 40
                            PIC 9(3)  TO  WS-MIN-AVERAGE.
        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
           PERFORM 050-OPERATOR-SIGNON.
           PERFORM 100-LOAD-PREREQS.
           PERFORM 150-LOAD-CATALOG-CODES.
           PERFORM 200-MAINT-LOOP UNTIL WS-ACTION-CHOICE = 'X'.
           STOP RUN.

      * only an operator authorized for CATALOG maintenance may
      * change the prerequisite table
       050-OPERATOR-SIGNON.
           PERFORM 060-ACCEPT-SIGNON
               UNTIL WS-OPERATOR-ID NOT = SPACES.
           PERFORM 065-CHECK-SIGNON-AUTHORITY.

       060-ACCEPT-SIGNON.
           DISPLAY SIGNON-SCREEN.
           ACCEPT SIGNON-SCREEN.

      * a refusal is logged by project03au and the run stops before
      * the file is read
       065-CHECK-SIGNON-AUTHORITY.
           MOVE 'O' TO AUTH-CHECK-TYPE.
           MOVE 'PREREQ' TO AUTH-PROGRAM.
           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID.
           MOVE SPACES TO AUTH-SUPERVISOR-ID.
           MOVE 'CATALOG' TO AUTH-FUNCTION.
           MOVE SPACES TO AUTH-REFERENCE.
           CALL 'project03au' USING AUTHORITY-REQUEST.
           IF AUTH-RESULT NOT = 'Y'
               DISPLAY "OPERATOR " WS-OPERATOR-ID
                   " IS NOT AUTHORIZED FOR CATALOG - REFUSED"
               STOP RUN
           END-IF.

       100-LOAD-PREREQS.
           OPEN INPUT COURSE-PREREQ-FILE.
           IF PRQ-STATUS-FILED = '00'
               PERFORM 110-LOAD-ONE-ENTRY UNTIL EOF-PRQ-FLG = 'Y'
               CLOSE COURSE-PREREQ-FILE
           ELSE
               DISPLAY "COURSE_PREREQ.txt NOT FOUND - STARTING AN "
                   "EMPTY TABLE"
           END-IF.
           DISPLAY "PREREQUISITE ENTRIES LOADED: " WS-PREREQ-COUNT.

       110-LOAD-ONE-ENTRY.
           READ COURSE-PREREQ-FILE
               AT END
                   MOVE 'Y' TO EOF-PRQ-FLG
               NOT AT END
                   IF WS-PREREQ-COUNT < WS-PREREQ-MAX
                       ADD 1 TO WS-PREREQ-COUNT
                       MOVE PRQ-COURSE-CODE
                         TO WS-PRQ-CODE(WS-PREREQ-COUNT)
                       PERFORM 120-LOAD-ONE-REQUIRED
                           VARYING WS-REQ-SUB FROM 1 BY 1
                           UNTIL WS-REQ-SUB > 4
                       MOVE PRQ-MIN-AVERAGE
                         TO WS-PRQ-MIN-AVERAGE(WS-PREREQ-COUNT)
                   ELSE
                       DISPLAY "WARNING: PREREQUISITE TABLE FULL - "
                           PRQ-COURSE-CODE " DROPPED"
                   END-IF
           END-READ.

       120-LOAD-ONE-REQUIRED.
           MOVE PRQ-REQUIRED-CODE(WS-REQ-SUB)
             TO WS-PRQ-REQUIRED(WS-PREREQ-COUNT, WS-REQ-SUB).

      * without the catalog nothing can be validated -- every add or
      * change is refused until project03cm has built it
       150-LOAD-CATALOG-CODES.
           OPEN INPUT COURSE-CATALOG-FILE.
           IF CAT-STATUS-FILED = '00'
               PERFORM 160-LOAD-ONE-CATALOG-CODE
                   UNTIL EOF-CAT-FLG = 'Y'
               CLOSE COURSE-CATALOG-FILE
           ELSE
               DISPLAY "WARNING: COURSE_CATALOG.txt NOT FOUND - "
                   "EVERY ADD OR CHANGE WILL BE REFUSED"
           END-IF.

       160-LOAD-ONE-CATALOG-CODE.
           READ COURSE-CATALOG-FILE
               AT END
                   MOVE 'Y' TO EOF-CAT-FLG
               NOT AT END
                   IF WS-CATALOG-COUNT < WS-CATALOG-MAX
                       ADD 1 TO WS-CATALOG-COUNT
                       MOVE CAT-COURSE-CODE
                         TO WS-CAT-CODE(WS-CATALOG-COUNT)
                   ELSE
                       DISPLAY "WARNING: CATALOG TABLE FULL - "
                           CAT-COURSE-CODE " DROPPED"
                   END-IF
           END-READ.

       200-MAINT-LOOP.
           DISPLAY MENU-SCREEN.
           ACCEPT MENU-SCREEN.
           IF WS-ACTION-CHOICE = 'L'
               PERFORM 300-LIST-PREREQS
           ELSE
               IF WS-ACTION-CHOICE = 'A'
                   PERFORM 400-ADD-PREREQS
               ELSE
                   IF WS-ACTION-CHOICE = 'C'
                       PERFORM 500-CHANGE-PREREQS
                   ELSE
                       IF WS-ACTION-CHOICE = 'D'
                           PERFORM 600-DELETE-PREREQS
                       ELSE
                           IF WS-ACTION-CHOICE NOT = 'X'
                               DISPLAY "UNKNOWN ACTION - "
                                   WS-ACTION-CHOICE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       300-LIST-PREREQS.
           DISPLAY "CODE     REQUIRED                         MIN".
           PERFORM 310-LIST-ONE-ENTRY
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PREREQ-COUNT.
           DISPLAY "ENTRIES: " WS-PREREQ-COUNT.

       310-LIST-ONE-ENTRY.
           MOVE SPACES TO WS-LIST-LINE.
           MOVE WS-PRQ-CODE(WS-SUB) TO WS-LL-CODE.
           PERFORM 320-LIST-ONE-REQUIRED
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > 4.
           MOVE WS-PRQ-MIN-AVERAGE(WS-SUB) TO WS-LL-MIN-AVERAGE.
           DISPLAY WS-LIST-LINE.

       320-LIST-ONE-REQUIRED.
           MOVE WS-PRQ-REQUIRED(WS-SUB, WS-REQ-SUB)
             TO WS-LL-REQUIRED-CODE(WS-REQ-SUB).

       400-ADD-PREREQS.
           DISPLAY ENTRY-SCREEN.
           ACCEPT ENTRY-SCREEN.
           PERFORM 700-FIND-PREREQ-CODE.
           IF WS-HIT > 0
               DISPLAY "PREREQUISITES ALREADY ON FILE FOR "
                   WS-COURSE-CODE " - USE C TO CHANGE THEM"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 750-VALIDATE-ENTRY.
           IF WS-VALID-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF WS-PREREQ-COUNT >= WS-PREREQ-MAX
               DISPLAY "PREREQUISITE TABLE FULL - RAISE "
                   "WS-PREREQ-MAX AND RECOMPILE"
           ELSE
               ADD 1 TO WS-PREREQ-COUNT
               MOVE WS-PREREQ-COUNT TO WS-HIT
               MOVE WS-COURSE-CODE TO WS-PRQ-CODE(WS-HIT)
               PERFORM 720-MOVE-ENTRY-TO-TABLE
               PERFORM 800-SAVE-PREREQS
               DISPLAY "PREREQUISITES ADDED."
           END-IF.

       500-CHANGE-PREREQS.
           DISPLAY ENTRY-SCREEN.
           ACCEPT ENTRY-SCREEN.
           PERFORM 700-FIND-PREREQ-CODE.
           IF WS-HIT = 0
               DISPLAY "NO PREREQUISITES ON FILE FOR "
                   WS-COURSE-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 750-VALIDATE-ENTRY.
           IF WS-VALID-FLAG = 'Y'
               PERFORM 720-MOVE-ENTRY-TO-TABLE
               PERFORM 800-SAVE-PREREQS
               DISPLAY "PREREQUISITES CHANGED."
           END-IF.

      * deleting the entry leaves the course open to anyone -- close
      * the gap by moving the later entries up one
       600-DELETE-PREREQS.
           DISPLAY ENTRY-SCREEN.
           ACCEPT ENTRY-SCREEN.
           PERFORM 700-FIND-PREREQ-CODE.
           IF WS-HIT = 0
               DISPLAY "NO PREREQUISITES ON FILE FOR "
                   WS-COURSE-CODE
           ELSE
               PERFORM 610-CLOSE-GAP
                   VARYING WS-SUB FROM WS-HIT BY 1
                   UNTIL WS-SUB >= WS-PREREQ-COUNT
               SUBTRACT 1 FROM WS-PREREQ-COUNT
               PERFORM 800-SAVE-PREREQS
               DISPLAY "PREREQUISITES DELETED."
           END-IF.

       610-CLOSE-GAP.
           MOVE WS-PREREQ-ENTRY(WS-SUB + 1)
             TO WS-PREREQ-ENTRY(WS-SUB).

       700-FIND-PREREQ-CODE.
           MOVE 0 TO WS-HIT.
           PERFORM 710-MATCH-ONE-CODE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PREREQ-COUNT.

       710-MATCH-ONE-CODE.
           IF WS-PRQ-CODE(WS-SUB) = WS-COURSE-CODE
               AND WS-HIT = 0
               MOVE WS-SUB TO WS-HIT
           END-IF.

       720-MOVE-ENTRY-TO-TABLE.
           PERFORM 730-MOVE-ONE-REQUIRED
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > 4.
           MOVE WS-MIN-AVERAGE TO WS-PRQ-MIN-AVERAGE(WS-HIT).

       730-MOVE-ONE-REQUIRED.
           MOVE WS-REQUIRED-CODE(WS-REQ-SUB)
             TO WS-PRQ-REQUIRED(WS-HIT, WS-REQ-SUB).

      * the course and every required code must be on the catalog,
      * at least one code is needed, a course may not require itself,
      * and the pass mark must be a real average
       750-VALIDATE-ENTRY.
           MOVE 'Y' TO WS-VALID-FLAG.
           MOVE WS-COURSE-CODE TO WS-CHECK-CODE.
           PERFORM 780-FIND-CATALOG-CODE.
           IF WS-CAT-HIT = 0
               DISPLAY "COURSE NOT ON THE CATALOG - " WS-COURSE-CODE
               MOVE 'N' TO WS-VALID-FLAG
           END-IF.
           MOVE 0 TO WS-REQ-COUNT.
           PERFORM 760-VALIDATE-ONE-REQUIRED
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > 4.
           IF WS-REQ-COUNT = 0
               DISPLAY "AT LEAST ONE REQUIRED CODE IS NEEDED - "
                   "USE D TO REMOVE THE ENTRY"
               MOVE 'N' TO WS-VALID-FLAG
           END-IF.
           IF WS-MIN-AVERAGE > 100
               DISPLAY "MINIMUM AVERAGE OVER 100 REFUSED - "
                   WS-MIN-AVERAGE
               MOVE 'N' TO WS-VALID-FLAG
           END-IF.

       760-VALIDATE-ONE-REQUIRED.
           IF WS-REQUIRED-CODE(WS-REQ-SUB) NOT = SPACES
               ADD 1 TO WS-REQ-COUNT
               IF WS-REQUIRED-CODE(WS-REQ-SUB) = WS-COURSE-CODE
                   DISPLAY "A COURSE CANNOT BE ITS OWN PREREQUISITE"
                   MOVE 'N' TO WS-VALID-FLAG
               ELSE
                   MOVE WS-REQUIRED-CODE(WS-REQ-SUB) TO WS-CHECK-CODE
                   PERFORM 780-FIND-CATALOG-CODE
                   IF WS-CAT-HIT = 0
                       DISPLAY "REQUIRED CODE NOT ON THE CATALOG - "
                           WS-CHECK-CODE
                       MOVE 'N' TO WS-VALID-FLAG
                   END-IF
               END-IF
           END-IF.

       780-FIND-CATALOG-CODE.
           MOVE 0 TO WS-CAT-HIT.
           PERFORM 790-MATCH-CATALOG-CODE
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CATALOG-COUNT.

       790-MATCH-CATALOG-CODE.
           IF WS-CAT-CODE(WS-CAT-SUB) = WS-CHECK-CODE
               AND WS-CAT-HIT = 0
               MOVE WS-CAT-SUB TO WS-CAT-HIT
           END-IF.

      * the whole table goes back to disk after every successful
      * change -- nothing is left only in storage
       800-SAVE-PREREQS.
           OPEN OUTPUT COURSE-PREREQ-FILE.
           PERFORM 810-SAVE-ONE-ENTRY
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PREREQ-COUNT.
           CLOSE COURSE-PREREQ-FILE.

       810-SAVE-ONE-ENTRY.
           MOVE WS-PRQ-CODE(WS-SUB) TO PRQ-COURSE-CODE.
           PERFORM 820-SAVE-ONE-REQUIRED
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > 4.
           MOVE WS-PRQ-MIN-AVERAGE(WS-SUB) TO PRQ-MIN-AVERAGE.
           WRITE COURSE-PREREQ-RECORD.

       820-SAVE-ONE-REQUIRED.
           MOVE WS-PRQ-REQUIRED(WS-SUB, WS-REQ-SUB)
             TO PRQ-REQUIRED-CODE(WS-REQ-SUB).

       END PROGRAM project03pq.
