      *          codes. The file is rewritten in full after every
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
       PROGRAM-ID. project03cm.
           01 WS-COURSE-CODE              PIC X(7).
           01 WS-COURSE-TITLE             PIC X(25).
           01 WS-COURSE-FEE               PIC 9(4)V99.
           01 WS-OPERATOR-ID              PIC X(3) VALUE SPACES.

       COPY "authority-request.dat".

           01 WS-FIELDS.
             02 WS-SUB                    PIC 9(2).
             02 WS-HIT                    PIC 9(2).
             02 WS-ACTION-CHOICE          PIC X VALUE SPACE.
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
          05 VALUE "****COURSES****"                LINE 2 COL 20.
                            PIC ZZZ9.99 TO WS-COURSE-FEE.
        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
           PERFORM 050-OPERATOR-SIGNON.
           PERFORM 100-LOAD-CATALOG.
           PERFORM 200-MAINT-LOOP UNTIL WS-ACTION-CHOICE = 'X'.
           STOP RUN.

      * only an operator authorized for CATALOG maintenance may
      * change the course catalog
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
           MOVE 'CATALOG' TO AUTH-PROGRAM.
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

       100-LOAD-CATALOG.
           OPEN INPUT COURSE-CATALOG-FILE.
           IF CAT-STATUS-FILED = '00'
