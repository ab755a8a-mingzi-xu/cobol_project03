      ******************************************************************
      * Author: Mingzi Xu
      * Date: OCT.15.2026
      * Purpose: project 03 - duplicate-student detection. A student
      *          who applies twice ends up under two student numbers
      *          with the payments, ledger lines and term history
      *          split between them. This run holds the master in
      *          storage and compares every student with every other
      *          on four things: the name (STUDENT-NAME-INDEXED, case
      *          ignored), the street address, the postal code and
      *          the phone number. A blank field never matches. Each
      *          agreement adds to a match score -- name 40, street
      *          25, phone 20, postal code 15, out of 100 -- and every
      *          pair scoring 40 or more is printed to
      *          DUPLICATE_STUDENTS_RPT.txt with the fields that
      *          agreed, highest score first. A number already
      *          merged away (status M) is left out. The registrar
      *          checks each pair and merges a confirmed one with
      *          project03mg.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03dd.

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
           SELECT PAIR-WORK-FILE
           ASSIGN TO "..\DUPLICATE_PAIRS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTED-PAIR-FILE
           ASSIGN TO "..\SORTED_DUPLICATE_PAIRS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE
           ASSIGN TO "SORTWK1".
           SELECT RECORD-OUTPUT-FILE
           ASSIGN TO "..\DUPLICATE_STUDENTS_RPT.txt"
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
      * ONE LINE PER LIKELY      *
      *   DUPLICATE PAIR         *
      ****************************
       FD PAIR-WORK-FILE.
       01 PAIR-RECORD.
           05 PR-SCORE               PIC 9(3).
           05 PR-STUDENT-A           PIC 9(6).
           05 PR-STUDENT-B           PIC 9(6).
           05 PR-NAME-A              PIC X(20).
           05 PR-NAME-B              PIC X(20).
           05 PR-MATCHED-ON          PIC X(4).

       FD SORTED-PAIR-FILE.
       01 PAIR-SORTED.
           05 PS-SCORE               PIC 9(3).
           05 PS-STUDENT-A           PIC 9(6).
           05 PS-STUDENT-B           PIC 9(6).
           05 PS-NAME-A              PIC X(20).
           05 PS-NAME-B              PIC X(20).
           05 PS-MATCHED-ON          PIC X(4).

      ****************************
      *   SORT WORK FILE RECORD  *
      ****************************
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-SCORE             PIC 9(3).
           05 SORT-STUDENT-A         PIC 9(6).
           05 SORT-STUDENT-B         PIC 9(6).
           05 SORT-NAME-A            PIC X(20).
           05 SORT-NAME-B            PIC X(20).
           05 SORT-MATCHED-ON        PIC X(4).

      ****************************
      *       OUTPUT DATA        *
      ****************************
       FD RECORD-OUTPUT-FILE.
       01 OUTPUT-LINE                PIC X(80).

      *------------------ WORKING-STORAGE -----------------------

       WORKING-STORAGE SECTION.
      * the master held in storage for the pairwise comparison
       01 WS-STUDENT-TABLE-MAX       PIC 9(4) VALUE 3000.
       01 WS-STUDENT-TABLE.
           05 WS-STUDENT-COUNT       PIC 9(4) VALUE 0.
           05 WS-STUDENT-ENTRY       OCCURS 3000 TIMES.
             10 WS-ST-NUMBER         PIC 9(6).
             10 WS-ST-NAME           PIC X(40).
             10 WS-ST-STREET         PIC X(30).
             10 WS-ST-POSTAL         PIC X(7).
             10 WS-ST-PHONE          PIC X(12).

      * what each field adds to the match score
       01 WS-SCORE-WEIGHTS.
           05 WS-NAME-WEIGHT         PIC 9(3) VALUE 40.
           05 WS-STREET-WEIGHT       PIC 9(3) VALUE 25.
           05 WS-PHONE-WEIGHT        PIC 9(3) VALUE 20.
           05 WS-POSTAL-WEIGHT       PIC 9(3) VALUE 15.
           05 WS-REPORT-THRESHOLD    PIC 9(3) VALUE 40.

       01 WS-FIELDS.
           05 STATUS-FILED           PIC X(2).
           05 EOF-FLAG               PIC X VALUE 'N'.
           05 EOF-SORT-FLG           PIC X VALUE 'N'.
           05 WS-OVERFLOW            PIC X VALUE 'N'.
           05 WS-RUN-DATE            PIC 9(6).
           05 WS-SUB-A               PIC 9(4) VALUE 0.
           05 WS-SUB-B               PIC 9(4) VALUE 0.
           05 WS-SUB-B-START         PIC 9(4) VALUE 0.
           05 WS-SCORE               PIC 9(3) VALUE 0.
           05 WS-MATCHED-ON          PIC X(4) VALUE SPACES.
           05 WS-PAIR-COUNT          PIC 9(6) VALUE 0.
           05 WS-MERGED-SKIPPED      PIC 9(6) VALUE 0.

       01 REPORT-TITLE-LINE.
           05 FILLER                 PIC X(27)
               VALUE 'LIKELY DUPLICATE STUDENTS  '.
           05 FILLER                 PIC X(4)  VALUE 'RUN '.
           05 TITLE-RUN-DATE         PIC 9(6).

       01 LEGEND-LINE.
           05 FILLER                 PIC X(30)
               VALUE 'MATCHED ON: N=NAME A=STREET   '.
           05 FILLER                 PIC X(30)
               VALUE 'P=POSTAL CODE T=PHONE         '.

       01 COLUMN-HEADER.
           05 FILLER                 PIC X(5)  VALUE 'SCORE'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(27) VALUE 'STUDENT'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(27) VALUE 'STUDENT'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(7)  VALUE 'MATCHED'.

       01 PAIR-DETAIL-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 PDL-SCORE              PIC ZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 PDL-STUDENT-A          PIC 9(6).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 PDL-NAME-A             PIC X(20).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 PDL-STUDENT-B          PIC 9(6).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 PDL-NAME-B             PIC X(20).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 PDL-MATCHED-ON         PIC X(4).

       01 SUMMARY-LINE.
           05 FILLER                 PIC X(18)
               VALUE 'STUDENTS COMPARED '.
           05 SML-STUDENT-COUNT      PIC ZZZ9.
           05 FILLER                 PIC X(15)
               VALUE '  LIKELY PAIRS '.
           05 SML-PAIR-COUNT         PIC ZZZZZ9.

      *--------------------- PROCEDURE DIVISION ---------------------

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE.
           PERFORM 100-LOAD-STUDENT-TABLE.
           IF WS-OVERFLOW = 'Y'
               DISPLAY "DUPLICATE CHECK REFUSED: MORE STUDENTS ON THE "
                   "MASTER THAN WS-STUDENT-ENTRY CAN HOLD - RAISE "
                   "WS-STUDENT-TABLE-MAX AND RERUN"
               STOP RUN
           END-IF.
           OPEN OUTPUT PAIR-WORK-FILE.
           PERFORM 200-COMPARE-ONE-STUDENT
               VARYING WS-SUB-A FROM 1 BY 1
               UNTIL WS-SUB-A > WS-STUDENT-COUNT.
           CLOSE PAIR-WORK-FILE.
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SORT-SCORE
               ON ASCENDING KEY SORT-STUDENT-A
                                SORT-STUDENT-B
               USING PAIR-WORK-FILE
               GIVING SORTED-PAIR-FILE.
           PERFORM 300-PRINT-REPORT.
           STOP RUN.

      * names are compared in upper case; a merged-away number (M)
      * is already taken care of and is left out
       100-LOAD-STUDENT-TABLE.
           OPEN INPUT INDEXED-STUDENT-FILE.
           MOVE ZEROS TO STUDENT-NUMBER-INDEXED.
           START INDEXED-STUDENT-FILE
               KEY IS NOT < STUDENT-NUMBER-INDEXED
             INVALID KEY
               MOVE 'Y' TO EOF-FLAG
               DISPLAY "MASTER FILE IS EMPTY - NOTHING TO COMPARE"
           END-START.
           PERFORM 110-LOAD-ONE-STUDENT UNTIL EOF-FLAG = 'Y'.
           CLOSE INDEXED-STUDENT-FILE.

       110-LOAD-ONE-STUDENT.
           READ INDEXED-STUDENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   IF STUDENT-STATUS-INDEXED = 'M'
                       ADD 1 TO WS-MERGED-SKIPPED
                   ELSE
                       IF WS-STUDENT-COUNT < WS-STUDENT-TABLE-MAX
                           ADD 1 TO WS-STUDENT-COUNT
                           PERFORM 120-TAKE-STUDENT
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW
                           MOVE 'Y' TO EOF-FLAG
                       END-IF
                   END-IF
           END-READ.

       120-TAKE-STUDENT.
           MOVE STUDENT-NUMBER-INDEXED
             TO WS-ST-NUMBER(WS-STUDENT-COUNT).
           MOVE STUDENT-NAME-INDEXED TO WS-ST-NAME(WS-STUDENT-COUNT).
           INSPECT WS-ST-NAME(WS-STUDENT-COUNT)
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE STREET-ADDRESS-INDEXED
             TO WS-ST-STREET(WS-STUDENT-COUNT).
           INSPECT WS-ST-STREET(WS-STUDENT-COUNT)
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE POSTAL-CODE-INDEXED TO WS-ST-POSTAL(WS-STUDENT-COUNT).
           INSPECT WS-ST-POSTAL(WS-STUDENT-COUNT)
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE PHONE-NUMBER-INDEXED TO WS-ST-PHONE(WS-STUDENT-COUNT).

      * every student against every later one, so each pair is
      * scored once
       200-COMPARE-ONE-STUDENT.
           COMPUTE WS-SUB-B-START = WS-SUB-A + 1.
           PERFORM 210-SCORE-ONE-PAIR
               VARYING WS-SUB-B FROM WS-SUB-B-START BY 1
               UNTIL WS-SUB-B > WS-STUDENT-COUNT.

       210-SCORE-ONE-PAIR.
           MOVE 0 TO WS-SCORE.
           MOVE '----' TO WS-MATCHED-ON.
           IF WS-ST-NAME(WS-SUB-A) NOT = SPACES
             AND WS-ST-NAME(WS-SUB-A) = WS-ST-NAME(WS-SUB-B)
               ADD WS-NAME-WEIGHT TO WS-SCORE
               MOVE 'N' TO WS-MATCHED-ON(1:1)
           END-IF.
           IF WS-ST-STREET(WS-SUB-A) NOT = SPACES
             AND WS-ST-STREET(WS-SUB-A) = WS-ST-STREET(WS-SUB-B)
               ADD WS-STREET-WEIGHT TO WS-SCORE
               MOVE 'A' TO WS-MATCHED-ON(2:1)
           END-IF.
           IF WS-ST-POSTAL(WS-SUB-A) NOT = SPACES
             AND WS-ST-POSTAL(WS-SUB-A) = WS-ST-POSTAL(WS-SUB-B)
               ADD WS-POSTAL-WEIGHT TO WS-SCORE
               MOVE 'P' TO WS-MATCHED-ON(3:1)
           END-IF.
           IF WS-ST-PHONE(WS-SUB-A) NOT = SPACES
             AND WS-ST-PHONE(WS-SUB-A) = WS-ST-PHONE(WS-SUB-B)
               ADD WS-PHONE-WEIGHT TO WS-SCORE
               MOVE 'T' TO WS-MATCHED-ON(4:1)
           END-IF.
           IF WS-SCORE >= WS-REPORT-THRESHOLD
               MOVE WS-SCORE TO PR-SCORE
               MOVE WS-ST-NUMBER(WS-SUB-A) TO PR-STUDENT-A
               MOVE WS-ST-NUMBER(WS-SUB-B) TO PR-STUDENT-B
               MOVE WS-ST-NAME(WS-SUB-A) TO PR-NAME-A
               MOVE WS-ST-NAME(WS-SUB-B) TO PR-NAME-B
               MOVE WS-MATCHED-ON TO PR-MATCHED-ON
               WRITE PAIR-RECORD
               ADD 1 TO WS-PAIR-COUNT
           END-IF.

       300-PRINT-REPORT.
           OPEN INPUT SORTED-PAIR-FILE.
           OPEN OUTPUT RECORD-OUTPUT-FILE.
           MOVE WS-RUN-DATE TO TITLE-RUN-DATE.
           MOVE REPORT-TITLE-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE BEFORE ADVANCING 1 LINE.
           MOVE LEGEND-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE COLUMN-HEADER TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE.
           PERFORM 310-PRINT-ONE-PAIR UNTIL EOF-SORT-FLG = 'Y'.
           MOVE WS-STUDENT-COUNT TO SML-STUDENT-COUNT.
           MOVE WS-PAIR-COUNT TO SML-PAIR-COUNT.
           MOVE SUMMARY-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE.
           CLOSE SORTED-PAIR-FILE.
           CLOSE RECORD-OUTPUT-FILE.

       310-PRINT-ONE-PAIR.
           READ SORTED-PAIR-FILE
               AT END
                   MOVE 'Y' TO EOF-SORT-FLG
               NOT AT END
                   MOVE PS-SCORE TO PDL-SCORE
                   MOVE PS-STUDENT-A TO PDL-STUDENT-A
                   MOVE PS-NAME-A TO PDL-NAME-A
                   MOVE PS-STUDENT-B TO PDL-STUDENT-B
                   MOVE PS-NAME-B TO PDL-NAME-B
                   MOVE PS-MATCHED-ON TO PDL-MATCHED-ON
                   MOVE PAIR-DETAIL-LINE TO OUTPUT-LINE
                   DISPLAY OUTPUT-LINE
                   WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE
           END-READ.

       END PROGRAM project03dd.
