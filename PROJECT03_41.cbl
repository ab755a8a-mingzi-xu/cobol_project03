      ******************************************************************
      * Author: Mingzi Xu
      * Date: OCT.15.2026
      * Purpose: project 03 - on-hold report. Reads HOLDS.txt and
      *          prints every active hold (release date zero) to
      *          HOLDS_RPT.txt with the student's name from the
      *          master, the hold type, the date placed, who placed
      *          it and the reason, followed by a count of active
      *          holds by type. The registrar works the list before
      *          registration opens; released holds are left to the
      *          maintenance screen project03ho.
      * Tectonics: cobc
      * Modification History:
      *   OCT.15.2026 - RETMAIL (returned mail) holds counted on their
      *                own line.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03hr.

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
           SELECT RECORD-OUTPUT-FILE
           ASSIGN TO "..\HOLDS_RPT.txt"
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

       COPY "holds.dat".

      ****************************
      *       OUTPUT DATA        *
      ****************************
       FD RECORD-OUTPUT-FILE.
       01 OUTPUT-LINE                PIC X(110).

      *------------------ WORKING-STORAGE -----------------------

       WORKING-STORAGE SECTION.
       COPY "holds-record.dat".

       01 WS-FIELDS.
           05 STATUS-FILED           PIC X(2).
           05 EOF-HOLD-FLG           PIC X VALUE 'N'.
           05 WS-RUN-DATE            PIC 9(6).
           05 WS-ACTIVE-COUNT        PIC 9(5) VALUE 0.

      * one counter per hold type -- a type keyed outside the five
      * the screen accepts lands in OTHER
       01 WS-TYPE-COUNTS.
           05 WS-FINANCIAL-COUNT     PIC 9(5) VALUE 0.
           05 WS-NSF-COUNT           PIC 9(5) VALUE 0.
           05 WS-REGISTRAR-COUNT     PIC 9(5) VALUE 0.
           05 WS-LIBRARY-COUNT       PIC 9(5) VALUE 0.
           05 WS-RETMAIL-COUNT       PIC 9(5) VALUE 0.
           05 WS-OTHER-COUNT         PIC 9(5) VALUE 0.

       01 REPORT-TITLE-LINE.
           05 FILLER                 PIC X(22)
               VALUE 'ACTIVE HOLDS AS OF '.
           05 TITLE-RUN-DATE         PIC 9(6).

       01 COLUMN-HEADER.
           05 FILLER                 PIC X(6)  VALUE 'NUMBER'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(4)  VALUE 'NAME'.
           05 FILLER                 PIC X(38) VALUE SPACES.
           05 FILLER                 PIC X(4)  VALUE 'TYPE'.
           05 FILLER                 PIC X(7)  VALUE SPACES.
           05 FILLER                 PIC X(6)  VALUE 'PLACED'.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE 'BY '.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(6)  VALUE 'REASON'.

       01 HOLD-DETAIL-LINE.
           05 HDL-STUDENT-NUMBER     PIC 9(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 HDL-STUDENT-NAME       PIC X(40).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 HDL-HOLD-TYPE          PIC X(9).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 HDL-PLACED-DATE        PIC 9(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 HDL-PLACED-BY          PIC X(3).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 HDL-REASON             PIC X(30).

       01 TYPE-COUNT-LINE.
           05 TCL-LABEL              PIC X(20).
           05 TCL-COUNT              PIC ZZZZ9.

      *--------------------- PROCEDURE DIVISION ---------------------

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE.
           OPEN INPUT INDEXED-STUDENT-FILE.
           OPEN OUTPUT RECORD-OUTPUT-FILE.
           MOVE WS-RUN-DATE TO TITLE-RUN-DATE.
           MOVE REPORT-TITLE-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE BEFORE ADVANCING 1 LINE.
           MOVE COLUMN-HEADER TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 100-LIST-ACTIVE-HOLDS.
           PERFORM 400-WRITE-TYPE-COUNTS.
           CLOSE INDEXED-STUDENT-FILE.
           CLOSE RECORD-OUTPUT-FILE.
           DISPLAY "ACTIVE HOLDS LISTED: " WS-ACTIVE-COUNT.
           STOP RUN.

       100-LIST-ACTIVE-HOLDS.
           OPEN INPUT HOLDS-FILE.
           IF HOLD-STATUS-FILED = '00'
               PERFORM 110-READ-ONE-HOLD
                   UNTIL EOF-HOLD-FLG = 'Y'
               CLOSE HOLDS-FILE
           ELSE
               DISPLAY "NO HOLDS.txt - NOBODY IS ON HOLD"
           END-IF.

       110-READ-ONE-HOLD.
           READ HOLDS-FILE
               AT END
                   MOVE 'Y' TO EOF-HOLD-FLG
               NOT AT END
                   MOVE HOLDS-LINE TO HOLD-RECORD
                   IF HD-RELEASE-DATE = 0
                       PERFORM 200-WRITE-HOLD-LINE
                   END-IF
           END-READ.

      * a hold on a number no longer on the master still prints --
      * the registrar has to see it to release it
       200-WRITE-HOLD-LINE.
           ADD 1 TO WS-ACTIVE-COUNT.
           MOVE HD-STUDENT-NUMBER TO STUDENT-NUMBER-INDEXED.
           READ INDEXED-STUDENT-FILE KEY IS STUDENT-NUMBER-INDEXED
             INVALID KEY
               MOVE '*** NOT ON THE MASTER ***' TO HDL-STUDENT-NAME
             NOT INVALID KEY
               MOVE STUDENT-NAME-INDEXED TO HDL-STUDENT-NAME
           END-READ.
           MOVE HD-STUDENT-NUMBER TO HDL-STUDENT-NUMBER.
           MOVE HD-HOLD-TYPE TO HDL-HOLD-TYPE.
           MOVE HD-PLACED-DATE TO HDL-PLACED-DATE.
           MOVE HD-PLACED-BY TO HDL-PLACED-BY.
           MOVE HD-REASON TO HDL-REASON.
           MOVE HOLD-DETAIL-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 300-COUNT-BY-TYPE.

       300-COUNT-BY-TYPE.
           IF HD-HOLD-TYPE = 'FINANCIAL'
               ADD 1 TO WS-FINANCIAL-COUNT
           ELSE
               IF HD-HOLD-TYPE = 'NSF'
                   ADD 1 TO WS-NSF-COUNT
               ELSE
                   IF HD-HOLD-TYPE = 'REGISTRAR'
                       ADD 1 TO WS-REGISTRAR-COUNT
                   ELSE
                       IF HD-HOLD-TYPE = 'LIBRARY'
                           ADD 1 TO WS-LIBRARY-COUNT
                       ELSE
                           IF HD-HOLD-TYPE = 'RETMAIL'
                               ADD 1 TO WS-RETMAIL-COUNT
                           ELSE
                               ADD 1 TO WS-OTHER-COUNT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       400-WRITE-TYPE-COUNTS.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'FINANCIAL HOLDS:' TO TCL-LABEL.
           MOVE WS-FINANCIAL-COUNT TO TCL-COUNT.
           PERFORM 410-WRITE-COUNT-LINE.
           MOVE 'NSF HOLDS:' TO TCL-LABEL.
           MOVE WS-NSF-COUNT TO TCL-COUNT.
           PERFORM 410-WRITE-COUNT-LINE.
           MOVE 'REGISTRAR HOLDS:' TO TCL-LABEL.
           MOVE WS-REGISTRAR-COUNT TO TCL-COUNT.
           PERFORM 410-WRITE-COUNT-LINE.
           MOVE 'LIBRARY HOLDS:' TO TCL-LABEL.
           MOVE WS-LIBRARY-COUNT TO TCL-COUNT.
           PERFORM 410-WRITE-COUNT-LINE.
           MOVE 'RETURNED MAIL:' TO TCL-LABEL.
           MOVE WS-RETMAIL-COUNT TO TCL-COUNT.
           PERFORM 410-WRITE-COUNT-LINE.
           IF WS-OTHER-COUNT > 0
               MOVE 'OTHER HOLDS:' TO TCL-LABEL
               MOVE WS-OTHER-COUNT TO TCL-COUNT
               PERFORM 410-WRITE-COUNT-LINE
           END-IF.
           MOVE 'TOTAL ACTIVE HOLDS:' TO TCL-LABEL.
           MOVE WS-ACTIVE-COUNT TO TCL-COUNT.
           PERFORM 410-WRITE-COUNT-LINE.

       410-WRITE-COUNT-LINE.
           MOVE TYPE-COUNT-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.

       END PROGRAM project03hr.
