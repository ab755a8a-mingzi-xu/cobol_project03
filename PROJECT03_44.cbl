      ******************************************************************
      * Author: Mingzi Xu
      * Date: OCT.15.2026
      * Purpose: project 03 - academic standing run. Run at term end
      *          straight after the term snapshot (project03th), for
      *          the term named in TERM_CONTROL.txt. Every student
      *          snapped for that term gets a cumulative average
      *          from STUDENT_TERM_HISTORY.txt (the mean of the term
      *          averages, as the transcripts print it) and a new
      *          standing -- GOOD, PROBATION, SUSPENDED or REINSTATED
      *          -- from the registrar's rules table
      *          STANDING_RULES.txt, which maps the previous standing
      *          and an average range to the next standing. The
      *          decision is appended to STANDING_HISTORY.txt, one
      *          line per student per term; the last line for a
      *          student is their current standing, and a student
      *          with no line yet is in GOOD standing. Every student
      *          whose standing changed gets a letter in
      *          STANDING_LETTERS.txt, a print file shaped like
      *          DUNNING_LETTERS.txt. A SUSPENDED student may not add
      *          courses in project03e until the registrar reinstates
      *          them with project03rn.
      * Tectonics: cobc
      * Modification History:
      *   OCT.15.2026 - A student with an active RETMAIL (returned
      *                mail) hold or no mailing address gets no letter
      *                (the standing is still decided and recorded);
      *                they go on ADDRESS_WORKLIST.txt instead. The
      *                letters mailed are written to
      *                STANDING_PRESORT.txt in postal code order with
      *                bundle breaks and piece counts for the postal
      *                presort.
      *   OCT.15.2026 - More students or RETMAIL holds than the tables
      *                hold now refuses the run before anything is
      *                written, instead of deciding or mailing a part.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03as.

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
           SELECT STANDING-RULES-FILE
           ASSIGN TO "..\STANDING_RULES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SRUL-STATUS-FILED.
           SELECT TERM-HISTORY-FILE
           ASSIGN TO "..\STUDENT_TERM_HISTORY.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS THIS-STATUS-FILED.
           SELECT STANDING-HISTORY-FILE
           ASSIGN TO "..\STANDING_HISTORY.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STDH-STATUS-FILED.
           SELECT RECORD-OUTPUT-FILE
           ASSIGN TO "..\STANDING_LETTERS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLDS-FILE
           ASSIGN TO "..\HOLDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-STATUS-FILED.
           SELECT ADDRESS-WORKLIST-FILE
           ASSIGN TO "..\ADDRESS_WORKLIST.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AWL-STATUS-FILED.
           SELECT MAIL-PIECE-FILE
           ASSIGN TO "..\STANDING_MAIL_PIECES.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAIL-SORTED-FILE
           ASSIGN TO "..\STANDING_MAIL_SORTED.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRESORT-MAIL-FILE
           ASSIGN TO "..\STANDING_PRESORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAIL-SORT-FILE
           ASSIGN TO "SORTWK2".
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
      * TERM CODE FOR THIS RUN   *
      ****************************
       FD TERM-CONTROL-FILE.
       01 TERM-CONTROL-RECORD.
           05 TERM-CONTROL-CODE      PIC X(6).

       COPY "standing-rules.dat".

       COPY "term-history.dat".

       COPY "standing-history.dat".

      ****************************
      *  LETTER PRINT FILE       *
      ****************************
       FD RECORD-OUTPUT-FILE.
       01 OUTPUT-LINE                PIC X(62).

       COPY "holds.dat".

       COPY "address-worklist.dat".

      ****************************
      * MAIL PIECES FOR THE      *
      * POSTAL CODE SORT         *
      ****************************
       FD MAIL-PIECE-FILE.
       01 MAIL-PIECE-LINE            PIC X(103).

       FD MAIL-SORTED-FILE.
       01 MAIL-SORTED-LINE           PIC X(103).

       SD MAIL-SORT-FILE.
       01 MAIL-SORT-RECORD.
           05 MS-POSTAL-CODE         PIC X(7).
           05 MS-STUDENT-NUMBER      PIC 9(6).
           05 FILLER                 PIC X(90).

       COPY "presort-mail.dat".
      *------------------ WORKING-STORAGE -----------------------

       WORKING-STORAGE SECTION.
       COPY "term-history-record.dat".

       COPY "standing-history-record.dat".

       COPY "holds-record.dat".

       COPY "address-worklist-record.dat".

       COPY "mail-piece-record.dat".

       COPY "presort-mail-record.dat".

      * stamped as DECIDED-BY on the lines this run writes, so a
      * registrar's reinstatement in the same term is not mistaken
      * for a finished run
       01 WS-RUN-DECIDED-BY          PIC X(3) VALUE 'RUN'.

      * the registrar's rules, first match wins -- raise the max and
      * the OCCURS together if the table outgrows it
       01 WS-RULE-TABLE-MAX          PIC 9(2) VALUE 30.
       01 WS-RULE-FIELDS.
           05 WS-RULE-COUNT          PIC 9(2) VALUE 0.
           05 WS-RULE-ENTRY          OCCURS 30 TIMES.
             10 WS-RL-PREVIOUS-STANDING
                                     PIC X(10).
             10 WS-RL-LOW-AVERAGE    PIC 9(3)V9.
             10 WS-RL-HIGH-AVERAGE   PIC 9(3)V9.
             10 WS-RL-NEW-STANDING   PIC X(10).

      * one entry per student on the term history: running total of
      * term averages, whether snapped this term, and the standing
      * they carry into this run
       01 WS-STUDENT-TABLE-MAX       PIC 9(4) VALUE 2000.
       01 WS-STUDENT-FIELDS.
           05 WS-STUDENT-COUNT       PIC 9(4) VALUE 0.
           05 WS-STUDENT-OVERFLOW    PIC X VALUE 'N'.
           05 WS-STUDENT-ENTRY       OCCURS 2000 TIMES.
             10 WS-SS-STUDENT-NUMBER PIC 9(6).
             10 WS-SS-TERM-SUM       PIC 9(6)V9.
             10 WS-SS-TERM-COUNT     PIC 9(3).
             10 WS-SS-IN-TERM-FLAG   PIC X(1).
             10 WS-SS-PREVIOUS-STANDING
                                     PIC X(10).

       01 WS-FIELDS.
           05 STATUS-FILED           PIC X(2).
           05 TCTL-STATUS-FILED      PIC X(2).
           05 SRUL-STATUS-FILED      PIC X(2).
           05 THIS-STATUS-FILED      PIC X(2).
           05 EOF-SRUL-FLG           PIC X VALUE 'N'.
           05 EOF-THIS-FLG           PIC X VALUE 'N'.
           05 EOF-STDH-FLG           PIC X VALUE 'N'.
           05 WS-TERM-DECIDED-FLAG   PIC X VALUE 'N'.
           05 WS-RUN-DATE            PIC 9(6).
           05 WS-TERM-CODE           PIC X(6) VALUE SPACES.
           05 WS-SUB                 PIC 9(4) VALUE 0.
           05 WS-STU-HIT             PIC 9(4) VALUE 0.
           05 WS-RULE-SUB            PIC 9(2) VALUE 0.
           05 WS-RULE-HIT            PIC 9(2) VALUE 0.
           05 WS-LOOKUP-NUMBER       PIC 9(6) VALUE 0.
           05 WS-CUM-AVERAGE         PIC 9(3)V9 VALUE 0.
           05 WS-PREVIOUS-STANDING   PIC X(10) VALUE SPACES.
           05 WS-NEW-STANDING        PIC X(10) VALUE SPACES.
           05 WS-IN-TERM-COUNT       PIC 9(5) VALUE 0.
           05 WS-DECIDED-COUNT       PIC 9(5) VALUE 0.
           05 WS-CHANGED-COUNT       PIC 9(5) VALUE 0.
           05 WS-LETTER-COUNT        PIC 9(5) VALUE 0.
           05 WS-NO-RULE-COUNT       PIC 9(5) VALUE 0.

      * active returned-mail (RETMAIL) holds, loaded at the start
      * of the run -- raise WS-RETMAIL-TABLE-MAX and the OCCURS
      * together if the list outgrows it
       01 WS-RETMAIL-TABLE-MAX       PIC 9(4) VALUE 1000.
       01 WS-RETMAIL-FIELDS.
           05 WS-RETMAIL-COUNT       PIC 9(4) VALUE 0.
           05 WS-RETMAIL-SUB         PIC 9(4) VALUE 0.
           05 WS-RETMAIL-HIT         PIC 9(4) VALUE 0.
           05 WS-RETMAIL-OVERFLOW    PIC X VALUE 'N'.
           05 WS-RETMAIL-ENTRY       OCCURS 1000 TIMES.
             10 WS-RM-STUDENT-NUMBER PIC 9(6).
             10 WS-RM-PLACED-DATE    PIC 9(6).
             10 WS-RM-PLACED-BY      PIC X(3).
             10 WS-RM-REASON         PIC X(30).

       01 WS-MAIL-FIELDS.
           05 EOF-HOLD-FLG           PIC X VALUE 'N'.
           05 EOF-MAIL-FLG           PIC X VALUE 'N'.
           05 WS-HOLD-BACK-FLAG      PIC X VALUE 'N'.
           05 WS-HELD-BACK-COUNT     PIC 9(5) VALUE 0.
           05 WS-BUNDLE-NUMBER       PIC 9(4) VALUE 0.
           05 WS-BUNDLE-FSA          PIC X(3) VALUE SPACES.
           05 WS-PIECE-FSA           PIC X(3) VALUE SPACES.
           05 WS-PIECE-SEQUENCE      PIC 9(6) VALUE 0.

      * most pieces the presort programme takes in one bundle --
      * raise this and the OCCURS below together
       01 WS-BUNDLE-MAX              PIC 9(2) VALUE 50.
       01 WS-BUNDLE-FIELDS.
           05 WS-BUNDLE-PIECES       PIC 9(2) VALUE 0.
           05 WS-BUNDLE-SUB          PIC 9(2) VALUE 0.
           05 WS-BUNDLE-PIECE        PIC X(103) OCCURS 50 TIMES.

      ****************************
      *   LETTER PAGE LINES      *
      ****************************
       01 LETTER-RULE-LINE           PIC X(62) VALUE ALL '='.

       01 LETTER-NAME-LINE.
           05 LTR-STUDENT-NAME       PIC X(40).

       01 LETTER-STREET-LINE.
           05 LTR-STREET-ADDRESS     PIC X(30).

       01 LETTER-CITY-LINE.
           05 LTR-CITY               PIC X(20).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 LTR-POSTAL-CODE        PIC X(7).

       01 LETTER-ID-LINE.
           05 FILLER                 PIC X(8)  VALUE 'STUDENT '.
           05 LTR-STUDENT-NUMBER     PIC 9(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(5)  VALUE 'DATE '.
           05 LTR-LETTER-DATE        PIC 9(6).

       01 LETTER-SUBJECT-LINE.
           05 FILLER                 PIC X(23)
               VALUE 'RE: ACADEMIC STANDING  '.
           05 LTR-SUBJECT            PIC X(10).

       01 LETTER-TERM-LINE.
           05 FILLER                 PIC X(17)
               VALUE 'TERM             '.
           05 LTR-TERM-CODE          PIC X(6).

       01 LETTER-AVERAGE-LINE.
           05 FILLER                 PIC X(17)
               VALUE 'CUMULATIVE AVG   '.
           05 LTR-CUM-AVERAGE        PIC ZZ9.9.

       01 LETTER-PREVIOUS-LINE.
           05 FILLER                 PIC X(17)
               VALUE 'PREVIOUSLY       '.
           05 LTR-PREVIOUS-STANDING  PIC X(10).

       01 GOOD-BODY-LINE             PIC X(58) VALUE
           'YOUR CUMULATIVE AVERAGE NOW MEETS THE REQUIREMENT FOR'.
       01 GOOD-BODY-LINE-2           PIC X(58) VALUE
           'GOOD ACADEMIC STANDING. CONGRATULATIONS.'.
       01 PROBATION-BODY-LINE        PIC X(58) VALUE
           'YOUR CUMULATIVE AVERAGE IS BELOW THE REQUIRED LEVEL AND'.
       01 PROBATION-BODY-LINE-2      PIC X(58) VALUE
           'YOU ARE ON ACADEMIC PROBATION. PLEASE SEE YOUR ADVISOR.'.
       01 SUSPENDED-BODY-LINE        PIC X(58) VALUE
           'YOUR CUMULATIVE AVERAGE HAS STAYED BELOW THE REQUIRED'.
       01 SUSPENDED-BODY-LINE-2      PIC X(58) VALUE
           'LEVEL. YOU ARE SUSPENDED AND MAY NOT ADD COURSES UNTIL'.
       01 SUSPENDED-BODY-LINE-3      PIC X(58) VALUE
           'THE REGISTRAR REINSTATES YOU.'.
       01 REINSTATED-BODY-LINE       PIC X(58) VALUE
           'YOU HAVE BEEN REINSTATED AND MAY ENROL AGAIN. YOUR'.
       01 REINSTATED-BODY-LINE-2     PIC X(58) VALUE
           'STANDING WILL BE REVIEWED AT THE END OF THE TERM.'.

      *--------------------- PROCEDURE DIVISION ---------------------

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE.
           PERFORM 100-READ-TERM-CONTROL.
           PERFORM 120-LOAD-RULES.
           PERFORM 140-LOAD-TERM-HISTORY.
           IF WS-STUDENT-OVERFLOW = 'Y'
               DISPLAY "RUN REFUSED: STUDENT_TERM_HISTORY.txt HAS "
                   "MORE STUDENTS THAN WS-STUDENT-ENTRY CAN HOLD - "
                   "RAISE WS-STUDENT-TABLE-MAX AND RERUN - NOTHING "
                   "CHANGED"
               STOP RUN
           END-IF.
           PERFORM 170-LOAD-STANDING-HISTORY.
           PERFORM 720-LOAD-RETURNED-MAIL.
           IF WS-RETMAIL-OVERFLOW = 'Y'
               DISPLAY "RUN REFUSED: MORE RETURNED-MAIL HOLDS THAN "
                   "WS-RETMAIL-ENTRY CAN HOLD - RAISE "
                   "WS-RETMAIL-TABLE-MAX AND RERUN - NOTHING CHANGED"
               STOP RUN
           END-IF.
           OPEN INPUT INDEXED-STUDENT-FILE.
           OPEN OUTPUT RECORD-OUTPUT-FILE.
           OPEN OUTPUT MAIL-PIECE-FILE.
           PERFORM 740-OPEN-ADDRESS-WORKLIST.
           OPEN EXTEND STANDING-HISTORY-FILE.
           IF STDH-STATUS-FILED = '35'
               OPEN OUTPUT STANDING-HISTORY-FILE
           END-IF.
           PERFORM 300-DECIDE-ONE-STUDENT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-STUDENT-COUNT.
           CLOSE INDEXED-STUDENT-FILE.
           CLOSE RECORD-OUTPUT-FILE.
           CLOSE STANDING-HISTORY-FILE.
           CLOSE MAIL-PIECE-FILE.
           CLOSE ADDRESS-WORKLIST-FILE.
           PERFORM 760-WRITE-PRESORT-FILE.
           DISPLAY "STANDINGS DECIDED FOR TERM " WS-TERM-CODE ": "
               WS-DECIDED-COUNT.
           DISPLAY "STANDINGS CHANGED: " WS-CHANGED-COUNT.
           DISPLAY "STANDING LETTERS PRINTED: " WS-LETTER-COUNT.
           IF WS-HELD-BACK-COUNT > 0
               DISPLAY "HELD BACK FOR A NEW ADDRESS: "
                   WS-HELD-BACK-COUNT " - SEE ADDRESS_WORKLIST.txt"
           END-IF.
           IF WS-NO-RULE-COUNT > 0
               DISPLAY "WARNING: " WS-NO-RULE-COUNT " STUDENTS "
                   "MATCHED NO RULE AND KEPT THEIR STANDING"
           END-IF.
           STOP RUN.

      * a standing decision without a term code cannot be told from
      * the next one -- refuse to run rather than stamp it blank
       100-READ-TERM-CONTROL.
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
                   "STANDING RUN REFUSED"
               STOP RUN
           END-IF.

      * without the registrar's rules every student would simply
      * keep the standing they had -- refuse rather than pretend
       120-LOAD-RULES.
           OPEN INPUT STANDING-RULES-FILE.
           IF SRUL-STATUS-FILED = '00'
               PERFORM 130-LOAD-ONE-RULE UNTIL EOF-SRUL-FLG = 'Y'
               CLOSE STANDING-RULES-FILE
           END-IF.
           IF WS-RULE-COUNT = 0
               DISPLAY "NO RULES ON STANDING_RULES.txt - "
                   "STANDING RUN REFUSED"
               STOP RUN
           END-IF.

       130-LOAD-ONE-RULE.
           READ STANDING-RULES-FILE
               AT END
                   MOVE 'Y' TO EOF-SRUL-FLG
               NOT AT END
                   IF WS-RULE-COUNT < WS-RULE-TABLE-MAX
                       ADD 1 TO WS-RULE-COUNT
                       MOVE STANDING-RULES-RECORD
                         TO WS-RULE-ENTRY(WS-RULE-COUNT)
                   ELSE
                       DISPLAY "WARNING: STANDING_RULES.txt HAS MORE "
                           "LINES THAN WS-RULE-ENTRY CAN HOLD"
                   END-IF
           END-READ.

      * total every student's term averages; the ones snapped for
      * this term are the ones decided. No line for this term means
      * project03th has not run yet
       140-LOAD-TERM-HISTORY.
           OPEN INPUT TERM-HISTORY-FILE.
           IF THIS-STATUS-FILED = '00'
               PERFORM 150-LOAD-ONE-TERM-LINE
                   UNTIL EOF-THIS-FLG = 'Y'
               CLOSE TERM-HISTORY-FILE
           END-IF.
           IF WS-IN-TERM-COUNT = 0
               DISPLAY "TERM " WS-TERM-CODE " IS NOT ON "
                   "STUDENT_TERM_HISTORY.txt - RUN THE TERM "
                   "SNAPSHOT FIRST"
               STOP RUN
           END-IF.

       150-LOAD-ONE-TERM-LINE.
           READ TERM-HISTORY-FILE
               AT END
                   MOVE 'Y' TO EOF-THIS-FLG
               NOT AT END
                   MOVE TERM-HISTORY-LINE TO TERM-HISTORY-RECORD
                   MOVE ST-STUDENT-NUMBER TO WS-LOOKUP-NUMBER
                   PERFORM 700-FIND-STUDENT
                   IF WS-STU-HIT = 0
                       PERFORM 160-ADD-STUDENT-ENTRY
                   END-IF
                   IF WS-STU-HIT > 0
                       ADD ST-TERM-AVERAGE
                         TO WS-SS-TERM-SUM(WS-STU-HIT)
                       ADD 1 TO WS-SS-TERM-COUNT(WS-STU-HIT)
                       IF ST-TERM-CODE = WS-TERM-CODE
                           MOVE 'Y' TO WS-SS-IN-TERM-FLAG(WS-STU-HIT)
                           ADD 1 TO WS-IN-TERM-COUNT
                       END-IF
                   END-IF
           END-READ.

       160-ADD-STUDENT-ENTRY.
           IF WS-STUDENT-COUNT < WS-STUDENT-TABLE-MAX
               ADD 1 TO WS-STUDENT-COUNT
               MOVE WS-STUDENT-COUNT TO WS-STU-HIT
               MOVE WS-LOOKUP-NUMBER
                 TO WS-SS-STUDENT-NUMBER(WS-STU-HIT)
               MOVE 0 TO WS-SS-TERM-SUM(WS-STU-HIT)
               MOVE 0 TO WS-SS-TERM-COUNT(WS-STU-HIT)
               MOVE 'N' TO WS-SS-IN-TERM-FLAG(WS-STU-HIT)
               MOVE 'GOOD' TO WS-SS-PREVIOUS-STANDING(WS-STU-HIT)
           ELSE
               MOVE 'Y' TO WS-STUDENT-OVERFLOW
           END-IF.

      * the last line per student wins -- that is the standing they
      * carry into this term. A line this run wrote for this term
      * means the term has been decided already
       170-LOAD-STANDING-HISTORY.
           OPEN INPUT STANDING-HISTORY-FILE.
           IF STDH-STATUS-FILED = '00'
               PERFORM 180-LOAD-ONE-STANDING-LINE
                   UNTIL EOF-STDH-FLG = 'Y'
               CLOSE STANDING-HISTORY-FILE
           END-IF.
           IF WS-TERM-DECIDED-FLAG = 'Y'
               DISPLAY "STANDING RUN REFUSED: TERM " WS-TERM-CODE
                   " IS ALREADY ON STANDING_HISTORY.txt"
               STOP RUN
           END-IF.

       180-LOAD-ONE-STANDING-LINE.
           READ STANDING-HISTORY-FILE
               AT END
                   MOVE 'Y' TO EOF-STDH-FLG
               NOT AT END
                   MOVE STANDING-HISTORY-LINE
                     TO STANDING-HISTORY-RECORD
                   IF SH-TERM-CODE = WS-TERM-CODE
                     AND SH-DECIDED-BY = WS-RUN-DECIDED-BY
                       MOVE 'Y' TO WS-TERM-DECIDED-FLAG
                   END-IF
                   MOVE SH-STUDENT-NUMBER TO WS-LOOKUP-NUMBER
                   PERFORM 700-FIND-STUDENT
                   IF WS-STU-HIT > 0
                       MOVE SH-STANDING
                         TO WS-SS-PREVIOUS-STANDING(WS-STU-HIT)
                   END-IF
           END-READ.

       300-DECIDE-ONE-STUDENT.
           IF WS-SS-IN-TERM-FLAG(WS-SUB) = 'Y'
               COMPUTE WS-CUM-AVERAGE ROUNDED =
                   WS-SS-TERM-SUM(WS-SUB) / WS-SS-TERM-COUNT(WS-SUB)
               MOVE WS-SS-PREVIOUS-STANDING(WS-SUB)
                 TO WS-PREVIOUS-STANDING
               PERFORM 400-APPLY-RULES
               PERFORM 500-WRITE-STANDING-LINE
               IF WS-NEW-STANDING NOT = WS-PREVIOUS-STANDING
                   ADD 1 TO WS-CHANGED-COUNT
                   PERFORM 600-WRITE-LETTER
               END-IF
           END-IF.

      * first rule whose previous standing (or ANY) and average range
      * fit decides; no fit leaves the standing as it was
       400-APPLY-RULES.
           MOVE 0 TO WS-RULE-HIT.
           PERFORM 410-MATCH-ONE-RULE
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT
               OR WS-RULE-HIT > 0.
           IF WS-RULE-HIT > 0
               MOVE WS-RL-NEW-STANDING(WS-RULE-HIT)
                 TO WS-NEW-STANDING
           ELSE
               MOVE WS-PREVIOUS-STANDING TO WS-NEW-STANDING
               ADD 1 TO WS-NO-RULE-COUNT
               DISPLAY "NO RULE FITS STUDENT "
                   WS-SS-STUDENT-NUMBER(WS-SUB) " - STANDING KEPT"
           END-IF.

       410-MATCH-ONE-RULE.
           IF (WS-RL-PREVIOUS-STANDING(WS-RULE-SUB)
                 = WS-PREVIOUS-STANDING
               OR WS-RL-PREVIOUS-STANDING(WS-RULE-SUB) = 'ANY')
             AND WS-CUM-AVERAGE
                 NOT < WS-RL-LOW-AVERAGE(WS-RULE-SUB)
             AND WS-CUM-AVERAGE
                 NOT > WS-RL-HIGH-AVERAGE(WS-RULE-SUB)
               MOVE WS-RULE-SUB TO WS-RULE-HIT
           END-IF.

       500-WRITE-STANDING-LINE.
           MOVE WS-TERM-CODE TO SH-TERM-CODE.
           MOVE WS-SS-STUDENT-NUMBER(WS-SUB) TO SH-STUDENT-NUMBER.
           MOVE WS-CUM-AVERAGE TO SH-CUM-AVERAGE.
           MOVE WS-PREVIOUS-STANDING TO SH-PREVIOUS-STANDING.
           MOVE WS-NEW-STANDING TO SH-STANDING.
           MOVE WS-RUN-DATE TO SH-DECIDED-DATE.
           MOVE WS-RUN-DECIDED-BY TO SH-DECIDED-BY.
           MOVE STANDING-HISTORY-RECORD TO STANDING-HISTORY-LINE.
           WRITE STANDING-HISTORY-LINE.
           ADD 1 TO WS-DECIDED-COUNT.

       600-WRITE-LETTER.
           MOVE WS-SS-STUDENT-NUMBER(WS-SUB) TO STUDENT-NUMBER-INDEXED.
           READ INDEXED-STUDENT-FILE KEY IS STUDENT-NUMBER-INDEXED
             INVALID KEY
               DISPLAY "STUDENT " WS-SS-STUDENT-NUMBER(WS-SUB)
                   " NOT ON MASTER - NO LETTER"
             NOT INVALID KEY
               PERFORM 605-MAIL-ONE-LETTER
           END-READ.

       605-MAIL-ONE-LETTER.
           PERFORM 730-CHECK-MAILABLE.
           IF WS-HOLD-BACK-FLAG = 'Y'
               PERFORM 745-LIST-HELD-BACK
           ELSE
               PERFORM 610-PRINT-LETTER-PAGE
               PERFORM 750-WRITE-MAIL-PIECE
           END-IF.

      * one letter page: mailing block, the new standing, the term
      * and average behind it, and the wording for that standing
       610-PRINT-LETTER-PAGE.
           MOVE LETTER-RULE-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE STUDENT-NAME-INDEXED TO LTR-STUDENT-NAME.
           MOVE LETTER-NAME-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE STREET-ADDRESS-INDEXED TO LTR-STREET-ADDRESS.
           MOVE LETTER-STREET-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE CITY-INDEXED TO LTR-CITY.
           MOVE POSTAL-CODE-INDEXED TO LTR-POSTAL-CODE.
           MOVE LETTER-CITY-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE STUDENT-NUMBER-INDEXED TO LTR-STUDENT-NUMBER.
           MOVE WS-RUN-DATE TO LTR-LETTER-DATE.
           MOVE LETTER-ID-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-NEW-STANDING TO LTR-SUBJECT.
           MOVE LETTER-SUBJECT-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE.
           MOVE WS-TERM-CODE TO LTR-TERM-CODE.
           MOVE LETTER-TERM-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-CUM-AVERAGE TO LTR-CUM-AVERAGE.
           MOVE LETTER-AVERAGE-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-PREVIOUS-STANDING TO LTR-PREVIOUS-STANDING.
           MOVE LETTER-PREVIOUS-LINE TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           IF WS-NEW-STANDING = 'SUSPENDED'
               MOVE SUSPENDED-BODY-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE
               MOVE SUSPENDED-BODY-LINE-2 TO OUTPUT-LINE
               WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE
               MOVE SUSPENDED-BODY-LINE-3 TO OUTPUT-LINE
               WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE
           ELSE
               IF WS-NEW-STANDING = 'PROBATION'
                   MOVE PROBATION-BODY-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE
                   MOVE PROBATION-BODY-LINE-2 TO OUTPUT-LINE
                   WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE
               ELSE
                   IF WS-NEW-STANDING = 'REINSTATED'
                       MOVE REINSTATED-BODY-LINE TO OUTPUT-LINE
                       WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE
                       MOVE REINSTATED-BODY-LINE-2 TO OUTPUT-LINE
                       WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE
                   ELSE
                       MOVE GOOD-BODY-LINE TO OUTPUT-LINE
                       WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE
                       MOVE GOOD-BODY-LINE-2 TO OUTPUT-LINE
                       WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-LETTER-COUNT.

       700-FIND-STUDENT.
           MOVE 0 TO WS-STU-HIT.
           PERFORM 710-MATCH-STUDENT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-STUDENT-COUNT
               OR WS-STU-HIT > 0.

       710-MATCH-STUDENT.
           IF WS-SS-STUDENT-NUMBER(WS-SUB) = WS-LOOKUP-NUMBER
               MOVE WS-SUB TO WS-STU-HIT
           END-IF.

      * active RETMAIL holds -- a student on this list gets no mail
      * from the run until project03m changes the address
       720-LOAD-RETURNED-MAIL.
           ACCEPT AW-RUN-DATE FROM DATE.
           MOVE 'STANDING' TO AW-MAILING.
           OPEN INPUT HOLDS-FILE.
           IF HOLD-STATUS-FILED = '00'
               PERFORM 725-LOAD-ONE-RETMAIL-LINE
                   UNTIL EOF-HOLD-FLG = 'Y'
               CLOSE HOLDS-FILE
           END-IF.

       725-LOAD-ONE-RETMAIL-LINE.
           READ HOLDS-FILE
               AT END
                   MOVE 'Y' TO EOF-HOLD-FLG
               NOT AT END
                   MOVE HOLDS-LINE TO HOLD-RECORD
                   IF HD-HOLD-TYPE = 'RETMAIL'
                     AND HD-RELEASE-DATE = 0
                       PERFORM 728-NOTE-RETMAIL-STUDENT
                   END-IF
           END-READ.

       728-NOTE-RETMAIL-STUDENT.
           IF WS-RETMAIL-COUNT < WS-RETMAIL-TABLE-MAX
               ADD 1 TO WS-RETMAIL-COUNT
               MOVE HD-STUDENT-NUMBER
                 TO WS-RM-STUDENT-NUMBER(WS-RETMAIL-COUNT)
               MOVE HD-PLACED-DATE
                 TO WS-RM-PLACED-DATE(WS-RETMAIL-COUNT)
               MOVE HD-PLACED-BY TO WS-RM-PLACED-BY(WS-RETMAIL-COUNT)
               MOVE HD-REASON TO WS-RM-REASON(WS-RETMAIL-COUNT)
           ELSE
               MOVE 'Y' TO WS-RETMAIL-OVERFLOW
               MOVE 'Y' TO EOF-HOLD-FLG
           END-IF.

      * held back: an active RETMAIL hold, or no street or postal
      * code on the master to mail to. The hold's date, operator
      * and reason go on the worklist line.
       730-CHECK-MAILABLE.
           MOVE 'N' TO WS-HOLD-BACK-FLAG.
           MOVE 0 TO WS-RETMAIL-HIT.
           PERFORM 735-MATCH-RETMAIL-STUDENT
               VARYING WS-RETMAIL-SUB FROM 1 BY 1
               UNTIL WS-RETMAIL-SUB > WS-RETMAIL-COUNT
               OR WS-RETMAIL-HIT > 0.
           IF WS-RETMAIL-HIT > 0
               MOVE 'Y' TO WS-HOLD-BACK-FLAG
               MOVE WS-RM-PLACED-DATE(WS-RETMAIL-HIT)
                 TO AW-FLAGGED-DATE
               MOVE WS-RM-PLACED-BY(WS-RETMAIL-HIT) TO AW-FLAGGED-BY
               MOVE WS-RM-REASON(WS-RETMAIL-HIT) TO AW-REASON
           ELSE
               IF STREET-ADDRESS-INDEXED = SPACES
                 OR POSTAL-CODE-INDEXED = SPACES
                   MOVE 'Y' TO WS-HOLD-BACK-FLAG
                   MOVE 0 TO AW-FLAGGED-DATE
                   MOVE SPACES TO AW-FLAGGED-BY
                   MOVE 'NO MAILING ADDRESS ON MASTER' TO AW-REASON
               END-IF
           END-IF.

       735-MATCH-RETMAIL-STUDENT.
           IF WS-RM-STUDENT-NUMBER(WS-RETMAIL-SUB)
             = STUDENT-NUMBER-INDEXED
               MOVE WS-RETMAIL-SUB TO WS-RETMAIL-HIT
           END-IF.

      * the "needs new address" worklist is shared by every mailing
      * run -- appended to, and created by the first run to need it
       740-OPEN-ADDRESS-WORKLIST.
           OPEN EXTEND ADDRESS-WORKLIST-FILE.
           IF AWL-STATUS-FILED = '35'
               OPEN OUTPUT ADDRESS-WORKLIST-FILE
           END-IF.

       745-LIST-HELD-BACK.
           MOVE STUDENT-NUMBER-INDEXED TO AW-STUDENT-NUMBER.
           MOVE STUDENT-NAME-INDEXED TO AW-STUDENT-NAME.
           MOVE ADDRESS-WORKLIST-RECORD TO ADDRESS-WORKLIST-LINE.
           WRITE ADDRESS-WORKLIST-LINE.
           ADD 1 TO WS-HELD-BACK-COUNT.

       750-WRITE-MAIL-PIECE.
           MOVE POSTAL-CODE-INDEXED TO MP-POSTAL-CODE.
           MOVE STUDENT-NUMBER-INDEXED TO MP-STUDENT-NUMBER.
           MOVE STUDENT-NAME-INDEXED TO MP-STUDENT-NAME.
           MOVE STREET-ADDRESS-INDEXED TO MP-STREET-ADDRESS.
           MOVE CITY-INDEXED TO MP-CITY.
           MOVE MAIL-PIECE-RECORD TO MAIL-PIECE-LINE.
           WRITE MAIL-PIECE-LINE.

      * the presort file: pieces in postal code order, broken into
      * bundles on a change of forward sortation area (the first
      * three characters of the postal code) or at WS-BUNDLE-MAX
      * pieces, each bundle headed by its piece count
       760-WRITE-PRESORT-FILE.
           SORT MAIL-SORT-FILE
               ON ASCENDING KEY MS-POSTAL-CODE
                                MS-STUDENT-NUMBER
               USING MAIL-PIECE-FILE
               GIVING MAIL-SORTED-FILE.
           OPEN INPUT MAIL-SORTED-FILE.
           OPEN OUTPUT PRESORT-MAIL-FILE.
           MOVE 'STANDING' TO PMH-MAILING.
           ACCEPT PMH-RUN-DATE FROM DATE.
           MOVE PM-HEADER TO PRESORT-MAIL-LINE.
           WRITE PRESORT-MAIL-LINE.
           PERFORM 765-PRESORT-ONE-PIECE
               UNTIL EOF-MAIL-FLG = 'Y'.
           IF WS-BUNDLE-PIECES > 0
               PERFORM 770-WRITE-BUNDLE
           END-IF.
           MOVE WS-BUNDLE-NUMBER TO PMT-BUNDLE-COUNT.
           MOVE WS-PIECE-SEQUENCE TO PMT-PIECE-COUNT.
           MOVE PM-TRAILER TO PRESORT-MAIL-LINE.
           WRITE PRESORT-MAIL-LINE.
           CLOSE MAIL-SORTED-FILE.
           CLOSE PRESORT-MAIL-FILE.
           DISPLAY "PRESORT PIECES: " WS-PIECE-SEQUENCE
               "  BUNDLES: " WS-BUNDLE-NUMBER.

       765-PRESORT-ONE-PIECE.
           READ MAIL-SORTED-FILE
               AT END
                   MOVE 'Y' TO EOF-MAIL-FLG
               NOT AT END
                   MOVE MAIL-SORTED-LINE TO MAIL-PIECE-RECORD
                   MOVE MP-POSTAL-CODE(1:3) TO WS-PIECE-FSA
                   PERFORM 768-ADD-TO-BUNDLE
           END-READ.

      * closing a bundle reuses MAIL-PIECE-RECORD, so the piece
      * just read is taken from the sorted file's record area
       768-ADD-TO-BUNDLE.
           IF WS-BUNDLE-PIECES > 0
             AND (WS-PIECE-FSA NOT = WS-BUNDLE-FSA
               OR WS-BUNDLE-PIECES NOT < WS-BUNDLE-MAX)
               PERFORM 770-WRITE-BUNDLE
           END-IF.
           IF WS-BUNDLE-PIECES = 0
               MOVE WS-PIECE-FSA TO WS-BUNDLE-FSA
           END-IF.
           ADD 1 TO WS-BUNDLE-PIECES.
           MOVE MAIL-SORTED-LINE TO WS-BUNDLE-PIECE(WS-BUNDLE-PIECES).

      * the bundle header carries the piece count, so a bundle's
      * pieces are held until it closes and written behind it
       770-WRITE-BUNDLE.
           ADD 1 TO WS-BUNDLE-NUMBER.
           MOVE WS-BUNDLE-NUMBER TO PMB-BUNDLE-NUMBER.
           MOVE WS-BUNDLE-FSA TO PMB-FSA.
           MOVE WS-BUNDLE-PIECES TO PMB-PIECE-COUNT.
           MOVE PM-BUNDLE TO PRESORT-MAIL-LINE.
           WRITE PRESORT-MAIL-LINE.
           PERFORM 775-WRITE-BUNDLE-PIECE
               VARYING WS-BUNDLE-SUB FROM 1 BY 1
               UNTIL WS-BUNDLE-SUB > WS-BUNDLE-PIECES.
           MOVE 0 TO WS-BUNDLE-PIECES.

       775-WRITE-BUNDLE-PIECE.
           MOVE WS-BUNDLE-PIECE(WS-BUNDLE-SUB) TO MAIL-PIECE-RECORD.
           ADD 1 TO WS-PIECE-SEQUENCE.
           MOVE WS-BUNDLE-NUMBER TO PMP-BUNDLE-NUMBER.
           MOVE WS-PIECE-SEQUENCE TO PMP-SEQUENCE.
           MOVE MP-POSTAL-CODE TO PMP-POSTAL-CODE.
           MOVE MP-STUDENT-NUMBER TO PMP-STUDENT-NUMBER.
           MOVE MP-STUDENT-NAME TO PMP-STUDENT-NAME.
           MOVE MP-STREET-ADDRESS TO PMP-STREET-ADDRESS.
           MOVE MP-CITY TO PMP-CITY.
           MOVE PM-PIECE TO PRESORT-MAIL-LINE.
           WRITE PRESORT-MAIL-LINE.

       END PROGRAM project03as.
