      ******************************************************************
      * Author: Mingzi Xu
      * Date: OCT.15.2026
      * Purpose: project 03 - registrar holds maintenance. Lists,
      *          places and releases the service holds kept in
      *          HOLDS.txt (FINANCIAL, NSF, REGISTRAR, LIBRARY), one
      *          line per hold with the date placed, who placed it,
      *          the reason and a release date (zero while the hold
      *          is active). The aging report places and lifts the
      *          FINANCIAL holds on its own and the posting program
      *          places NSF holds after a second returned cheque;
      *          this screen is where the registrar keys the manual
      *          ones and releases any of them. Released holds stay
      *          in the file as history. Every place and release is
      *          written to HOLD_AUDIT.txt with the operator who
      *          keyed it. The file is rewritten in full after every
      *          change, the way project03n maintains
      *          PAYMENT_PLANS.txt.
      * Tectonics: cobc
      * Modification History:
      *   OCT.15.2026 - The operator signed on must now be authorized
      *                for STUDENT maintenance on
      *                OPERATOR_AUTHORITY.txt (through project03au) or
      *                the run stops and the refusal goes to
      *                SECURITY_EXCEPTIONS.txt.
      *   OCT.15.2026 - New hold type RETMAIL flags an address as
      *                returned mail. It blocks nothing; the mailing
      *                runs hold the student's mail back until
      *                project03m changes the address, which releases
      *                it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03ho.
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
          SELECT HOLDS-FILE
             ASSIGN TO "..\HOLDS.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HOLD-STATUS-FILED.
          SELECT HOLD-AUDIT-FILE
             ASSIGN TO "..\HOLD_AUDIT.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HAUD-STATUS-FILED.
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

       COPY "holds.dat".

       COPY "hold-audit.dat".

         WORKING-STORAGE SECTION.
       COPY "holds-record.dat".

       COPY "hold-audit-record.dat".

      * upper bound of WS-HOLD-TABLE below -- raise this and the
      * matching OCCURS together if the holds file outgrows it
           01 WS-HOLD-TABLE-MAX           PIC 9(4) VALUE 1000.
           01 WS-HOLD-TABLE.
             02 WS-HOLD-COUNT             PIC 9(4) VALUE 0.
             02 WS-HOLD-ENTRY             OCCURS 1000 TIMES.
               03 WS-HD-STUDENT-NUMBER    PIC 9(6).
               03 WS-HD-HOLD-TYPE         PIC X(9).
               03 WS-HD-PLACED-DATE       PIC 9(6).
               03 WS-HD-PLACED-BY         PIC X(3).
               03 WS-HD-REASON            PIC X(30).
               03 WS-HD-RELEASE-DATE      PIC 9(6).

           01 STATUS-FILED                PIC X(2).
           01 WS-OPERATOR-ID              PIC X(3) VALUE SPACES.

       COPY "authority-request.dat".

           01 WS-STUDENT-NUMBER           PIC 9(6).
           01 WS-HOLD-TYPE                PIC X(9).
           01 WS-HOLD-REASON              PIC X(30).
           01 WS-TODAY                    PIC 9(6).
           01 WS-LIST-LINE.
             02 WS-LL-HOLD-TYPE           PIC X(9).
             02 FILLER                    PIC X(2) VALUE SPACES.
             02 WS-LL-PLACED-DATE         PIC 9(6).
             02 FILLER                    PIC X(2) VALUE SPACES.
             02 WS-LL-PLACED-BY           PIC X(3).
             02 FILLER                    PIC X(2) VALUE SPACES.
             02 WS-LL-REASON              PIC X(30).
             02 FILLER                    PIC X(2) VALUE SPACES.
             02 WS-LL-STATUS              PIC X(15).
           01 WS-FIELDS.
             02 WS-HOLD-SUB               PIC 9(4) VALUE 0.
             02 WS-MATCH-SUB              PIC 9(4) VALUE 0.
             02 WS-ACTION-CHOICE          PIC X VALUE SPACE.
             02 WS-EOF-FLAG               PIC X VALUE 'N'.
             02 WS-FOUND-FLAG             PIC X VALUE 'N'.
             02 WS-OVERFLOW-FLAG          PIC X VALUE 'N'.
             02 WS-LISTED-COUNT           PIC 9(4) VALUE 0.
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
          05 VALUE "*****HOLDS*****"                LINE 2 COL 20.
          05 VALUE "***************"                LINE 3 COL 20.
          05 VALUE "REGISTRATION AND SERVICE HOLDS" LINE 5 COL 5.
          05 VALUE "L = LIST A STUDENT'S HOLDS"     LINE 7 COL 5.
          05 VALUE "P = PLACE A HOLD"               LINE 8 COL 5.
          05 VALUE "R = RELEASE A HOLD"             LINE 9 COL 5.
          05 VALUE "X = EXIT"                       LINE 10 COL 5.
          05 VALUE "ENTER ACTION"                   LINE 12 COL 5.
          05 WS-ACTION-CHOICE-IN                    LINE 12 COL 25
                            PIC X  TO  WS-ACTION-CHOICE.

       01 PLACE-SCREEN.
          05 VALUE "***************" BLANK SCREEN   LINE 1 COL 20.
          05 VALUE "**PLACE HOLD***"                LINE 2 COL 20.
          05 VALUE "***************"                LINE 3 COL 20.
          05 VALUE "STUDENT NUMBER"                 LINE 6 COL 5.
          05 PLACE-STUDENT-NUMBER-IN                LINE 6 COL 50
                            PIC 9(6)  TO  WS-STUDENT-NUMBER.
          05 VALUE "HOLD TYPE"                      LINE 8 COL 5.
          05 VALUE "(FINANCIAL/NSF/REGISTRAR/LIBRARY/RETMAIL)"
                                                    LINE 9 COL 5.
          05 PLACE-HOLD-TYPE-IN                     LINE 8 COL 50
                            PIC X(9)  TO  WS-HOLD-TYPE.
          05 VALUE "REASON"                         LINE 10 COL 5.
          05 PLACE-REASON-IN                        LINE 10 COL 50
                            PIC X(30) TO  WS-HOLD-REASON.

       01 RELEASE-SCREEN.
          05 VALUE "***************" BLANK SCREEN   LINE 1 COL 20.
          05 VALUE "*RELEASE HOLD**"                LINE 2 COL 20.
          05 VALUE "***************"                LINE 3 COL 20.
          05 VALUE "STUDENT NUMBER"                 LINE 6 COL 5.
          05 RELEASE-STUDENT-NUMBER-IN              LINE 6 COL 50
                            PIC 9(6)  TO  WS-STUDENT-NUMBER.
          05 VALUE "HOLD TYPE TO RELEASE"           LINE 8 COL 5.
          05 RELEASE-HOLD-TYPE-IN                   LINE 8 COL 50
                            PIC X(9)  TO  WS-HOLD-TYPE.
          05 VALUE "REASON"                         LINE 10 COL 5.
          05 RELEASE-REASON-IN                      LINE 10 COL 50
                            PIC X(30) TO  WS-HOLD-REASON.

       01 KEY-SCREEN.
          05 VALUE "***************" BLANK SCREEN   LINE 1 COL 20.
          05 VALUE "****STUDENT****"                LINE 2 COL 20.
          05 VALUE "***************"                LINE 3 COL 20.
          05 VALUE "ENTER THE STUDENT NUMBER"       LINE 6 COL 5.
          05 KEY-STUDENT-NUMBER-IN                  LINE 6 COL 50
                            PIC 9(6)  TO  WS-STUDENT-NUMBER.
        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
           PERFORM 050-OPERATOR-SIGNON.
           PERFORM 700-LOAD-HOLD-TABLE.
      * a truncated table must never be written back over the file
           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY "HOLDS.txt IS LARGER THAN WS-HOLD-TABLE - "
                   "RAISE WS-HOLD-TABLE-MAX BEFORE MAINTAINING HOLDS"
               STOP RUN
           END-IF.
           OPEN INPUT INDEXED-STUDENT-FILE.
           OPEN EXTEND HOLD-AUDIT-FILE.
           IF HAUD-STATUS-FILED = '35'
               OPEN OUTPUT HOLD-AUDIT-FILE
           END-IF.
           PERFORM 100-HOLD-LOOP UNTIL WS-ACTION-CHOICE = 'X'.
           CLOSE INDEXED-STUDENT-FILE.
           CLOSE HOLD-AUDIT-FILE.
           STOP RUN.

      * every place and release carries the operator who keyed it --
      * the program will not run anonymously
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
           MOVE 'HOLDS' TO AUTH-PROGRAM.
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

       100-HOLD-LOOP.
           DISPLAY MENU-SCREEN.
           ACCEPT MENU-SCREEN.
           IF WS-ACTION-CHOICE = 'L'
               PERFORM 200-LIST-HOLDS
           ELSE
               IF WS-ACTION-CHOICE = 'P'
                   PERFORM 300-PLACE-HOLD
               ELSE
                   IF WS-ACTION-CHOICE = 'R'
                       PERFORM 400-RELEASE-HOLD
                   ELSE
                       IF WS-ACTION-CHOICE NOT = 'X'
                           DISPLAY "UNKNOWN ACTION - " WS-ACTION-CHOICE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * active and released holds both show -- the released ones are
      * the student's hold history
       200-LIST-HOLDS.
           DISPLAY KEY-SCREEN.
           ACCEPT KEY-SCREEN.
           MOVE 0 TO WS-LISTED-COUNT.
           DISPLAY "HOLDS FOR STUDENT " WS-STUDENT-NUMBER.
           PERFORM 210-LIST-ONE-HOLD
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT.
           IF WS-LISTED-COUNT = 0
               DISPLAY "NO HOLDS ON FILE FOR STUDENT "
                   WS-STUDENT-NUMBER
           END-IF.

       210-LIST-ONE-HOLD.
           IF WS-HD-STUDENT-NUMBER(WS-HOLD-SUB) = WS-STUDENT-NUMBER
               ADD 1 TO WS-LISTED-COUNT
               MOVE WS-HD-HOLD-TYPE(WS-HOLD-SUB) TO WS-LL-HOLD-TYPE
               MOVE WS-HD-PLACED-DATE(WS-HOLD-SUB)
                 TO WS-LL-PLACED-DATE
               MOVE WS-HD-PLACED-BY(WS-HOLD-SUB) TO WS-LL-PLACED-BY
               MOVE WS-HD-REASON(WS-HOLD-SUB) TO WS-LL-REASON
               IF WS-HD-RELEASE-DATE(WS-HOLD-SUB) = 0
                   MOVE 'ACTIVE' TO WS-LL-STATUS
               ELSE
                   MOVE SPACES TO WS-LL-STATUS
                   STRING 'RELEASED ' DELIMITED BY SIZE
                       WS-HD-RELEASE-DATE(WS-HOLD-SUB)
                           DELIMITED BY SIZE
                       INTO WS-LL-STATUS
               END-IF
               DISPLAY WS-LIST-LINE
           END-IF.

      * one active hold of a type per student -- a second of the
      * same type adds nothing the first does not already block
       300-PLACE-HOLD.
           DISPLAY PLACE-SCREEN.
           ACCEPT PLACE-SCREEN.
           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER-INDEXED.
           READ INDEXED-STUDENT-FILE KEY IS STUDENT-NUMBER-INDEXED
             INVALID KEY
               DISPLAY "CANNOT FIND THE STUDENT NUMBER - "
                   WS-STUDENT-NUMBER
             NOT INVALID KEY
               PERFORM 310-ADD-HOLD
           END-READ.

       310-ADD-HOLD.
           IF WS-HOLD-TYPE NOT = 'FINANCIAL'
             AND WS-HOLD-TYPE NOT = 'NSF'
             AND WS-HOLD-TYPE NOT = 'REGISTRAR'
             AND WS-HOLD-TYPE NOT = 'LIBRARY'
             AND WS-HOLD-TYPE NOT = 'RETMAIL'
               DISPLAY "UNKNOWN HOLD TYPE - " WS-HOLD-TYPE
               EXIT PARAGRAPH
           END-IF.
           IF WS-HOLD-REASON = SPACES
               DISPLAY "A HOLD NEEDS A REASON - NOT PLACED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 750-FIND-ACTIVE-HOLD.
           IF WS-FOUND-FLAG = 'Y'
               DISPLAY "STUDENT " WS-STUDENT-NUMBER
                   " ALREADY HAS AN ACTIVE " WS-HOLD-TYPE " HOLD"
               EXIT PARAGRAPH
           END-IF.
           IF WS-HOLD-COUNT NOT < WS-HOLD-TABLE-MAX
               DISPLAY "HOLDS FILE FULL - RAISE WS-HOLD-TABLE-MAX"
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-TODAY FROM DATE.
           ADD 1 TO WS-HOLD-COUNT.
           MOVE WS-STUDENT-NUMBER
             TO WS-HD-STUDENT-NUMBER(WS-HOLD-COUNT).
           MOVE WS-HOLD-TYPE TO WS-HD-HOLD-TYPE(WS-HOLD-COUNT).
           MOVE WS-TODAY TO WS-HD-PLACED-DATE(WS-HOLD-COUNT).
           MOVE WS-OPERATOR-ID TO WS-HD-PLACED-BY(WS-HOLD-COUNT).
           MOVE WS-HOLD-REASON TO WS-HD-REASON(WS-HOLD-COUNT).
           MOVE 0 TO WS-HD-RELEASE-DATE(WS-HOLD-COUNT).
           PERFORM 800-REWRITE-HOLD-FILE.
           MOVE 'PLACE' TO HA-ACTION.
           PERFORM 850-WRITE-HOLD-AUDIT.
           DISPLAY WS-HOLD-TYPE " HOLD PLACED ON STUDENT "
               WS-STUDENT-NUMBER.

      * releasing stamps the release date on the active hold -- the
      * line itself stays in the file as history
       400-RELEASE-HOLD.
           DISPLAY RELEASE-SCREEN.
           ACCEPT RELEASE-SCREEN.
           PERFORM 750-FIND-ACTIVE-HOLD.
           IF WS-FOUND-FLAG NOT = 'Y'
               DISPLAY "NO ACTIVE " WS-HOLD-TYPE " HOLD FOR STUDENT "
                   WS-STUDENT-NUMBER
           ELSE
               IF WS-HOLD-REASON = SPACES
                   MOVE 'RELEASED BY REGISTRAR' TO WS-HOLD-REASON
               END-IF
               ACCEPT WS-TODAY FROM DATE
               MOVE WS-TODAY TO WS-HD-RELEASE-DATE(WS-MATCH-SUB)
               PERFORM 800-REWRITE-HOLD-FILE
               MOVE 'RELEASE' TO HA-ACTION
               PERFORM 850-WRITE-HOLD-AUDIT
               DISPLAY WS-HOLD-TYPE " HOLD RELEASED FOR STUDENT "
                   WS-STUDENT-NUMBER
           END-IF.

      * the whole holds file is held in the table while the program
      * runs -- an absent file is simply an empty table
       700-LOAD-HOLD-TABLE.
           MOVE 0 TO WS-HOLD-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HOLDS-FILE.
           IF HOLD-STATUS-FILED = '00'
               PERFORM 710-LOAD-ONE-HOLD-LINE
                   UNTIL WS-EOF-FLAG = 'Y'
               CLOSE HOLDS-FILE
           END-IF.

       710-LOAD-ONE-HOLD-LINE.
           READ HOLDS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-HOLD-COUNT < WS-HOLD-TABLE-MAX
                       MOVE HOLDS-LINE TO HOLD-RECORD
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE HD-STUDENT-NUMBER
                         TO WS-HD-STUDENT-NUMBER(WS-HOLD-COUNT)
                       MOVE HD-HOLD-TYPE
                         TO WS-HD-HOLD-TYPE(WS-HOLD-COUNT)
                       MOVE HD-PLACED-DATE
                         TO WS-HD-PLACED-DATE(WS-HOLD-COUNT)
                       MOVE HD-PLACED-BY
                         TO WS-HD-PLACED-BY(WS-HOLD-COUNT)
                       MOVE HD-REASON
                         TO WS-HD-REASON(WS-HOLD-COUNT)
                       MOVE HD-RELEASE-DATE
                         TO WS-HD-RELEASE-DATE(WS-HOLD-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-OVERFLOW-FLAG
                   END-IF
           END-READ.

       750-FIND-ACTIVE-HOLD.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE 0 TO WS-MATCH-SUB.
           PERFORM 760-MATCH-HOLD-ENTRY
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT.

       760-MATCH-HOLD-ENTRY.
           IF WS-HD-STUDENT-NUMBER(WS-HOLD-SUB) = WS-STUDENT-NUMBER
             AND WS-HD-HOLD-TYPE(WS-HOLD-SUB) = WS-HOLD-TYPE
             AND WS-HD-RELEASE-DATE(WS-HOLD-SUB) = 0
               MOVE 'Y' TO WS-FOUND-FLAG
               MOVE WS-HOLD-SUB TO WS-MATCH-SUB
           END-IF.

      * rewrite the file in full after every successful change, the
      * way project03n maintains PAYMENT_PLANS.txt
       800-REWRITE-HOLD-FILE.
           OPEN OUTPUT HOLDS-FILE.
           PERFORM 810-WRITE-ONE-HOLD-LINE
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT.
           CLOSE HOLDS-FILE.

       810-WRITE-ONE-HOLD-LINE.
           MOVE WS-HD-STUDENT-NUMBER(WS-HOLD-SUB)
             TO HD-STUDENT-NUMBER.
           MOVE WS-HD-HOLD-TYPE(WS-HOLD-SUB) TO HD-HOLD-TYPE.
           MOVE WS-HD-PLACED-DATE(WS-HOLD-SUB) TO HD-PLACED-DATE.
           MOVE WS-HD-PLACED-BY(WS-HOLD-SUB) TO HD-PLACED-BY.
           MOVE WS-HD-REASON(WS-HOLD-SUB) TO HD-REASON.
           MOVE WS-HD-RELEASE-DATE(WS-HOLD-SUB) TO HD-RELEASE-DATE.
           MOVE HOLD-RECORD TO HOLDS-LINE.
           WRITE HOLDS-LINE.

       850-WRITE-HOLD-AUDIT.
           MOVE WS-STUDENT-NUMBER TO HA-STUDENT-NUMBER.
           MOVE WS-HOLD-TYPE TO HA-HOLD-TYPE.
           MOVE WS-TODAY TO HA-AUDIT-DATE.
           MOVE WS-OPERATOR-ID TO HA-OPERATOR-ID.
           MOVE WS-HOLD-REASON TO HA-REASON.
           MOVE HOLD-AUDIT-RECORD TO HOLD-AUDIT-LINE.
           WRITE HOLD-AUDIT-LINE.

       END PROGRAM project03ho.
