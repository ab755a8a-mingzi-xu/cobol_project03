      *          forward with READ NEXT -- type "SMI" and scroll the
      *          Smiths.
      * Tectonics: cobc
      * Modification History:
      *   OCT.15.2026 - Answering Y to the archive question browses
      *                the alumni archive ALUMNI_ARCHIVE.index
      *                (students project03ar moved off the master)
      *                the same way, by number or name, each line
      *                showing the date the student was archived.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03i.
             RECORD KEY IS STUDENT-NUMBER-INDEXED
             ALTERNATE key IS STUDENT-NAME-INDEXED WITH DUPLICATES
             FILE STATUS IS STATUS-FILED.
          SELECT ALUMNI-ARCHIVE-FILE
             ASSIGN TO "..\ALUMNI_ARCHIVE.index"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ARC-STUDENT-NUMBER
             ALTERNATE key IS ARC-STUDENT-NAME WITH DUPLICATES
             FILE STATUS IS ARCH-STATUS-FILED.
       DATA DIVISION.
       FILE SECTION.
       FD INDEXED-STUDENT-FILE.
           02 NSF-COUNT-INDEXED           PIC 9(2).
           02 SPONSOR-INFO-INDEXED        PIC X(9).

       COPY "alumni-archive.dat".

         WORKING-STORAGE SECTION.
      ****************************
      * ONE BROWSE LINE AS SHOWN *
               02 BRW-TUITION-OWED            PIC $ZZZZ9.99.
               02 FILLER                      PIC X(2) VALUE SPACES.
               02 BRW-PROGRAM-OF-STUDY        PIC X(6).
               02 FILLER                      PIC X(2) VALUE SPACES.
               02 BRW-ARCHIVED                PIC X(9).
               02 BRW-ARCHIVE-DATE            PIC X(6).

           01 STATUS-FILED                PIC X(2).
           01 ARCH-STATUS-FILED           PIC X(2).
           01 WS-STUDENT-NUMBER           PIC 9(6).
           01 WS-STUDENT-NAME-SEARCH      PIC X(40).
           01 WS-FIELDS.
             02 WS-MORE-CHOICE              PIC X VALUE 'N'.
             02 WS-PAGE-COUNT               PIC 9(2).
             02 EOF-MASTER-FLG              PIC X VALUE 'N'.
             02 WS-ARCHIVE-CHOICE           PIC X VALUE 'N'.
             02 WS-ARCHIVE-OPEN             PIC X VALUE 'N'.

      * rows shown before the MORE prompt -- a terminal page
           01 WS-PAGE-SIZE                PIC 9(2) VALUE 10.
                                                    LINE 10 COL 5.
          05 STUDENT-NAME-SEARCH-IN                 LINE 11 COL 10
                            PIC X(40) TO  WS-STUDENT-NAME-SEARCH.
          05 VALUE "SEARCH THE ALUMNI ARCHIVE INSTEAD (Y/N) ?"
                                                    LINE 13 COL 5.
          05 WS-ARCHIVE-CHOICE-IN                   LINE 13 COL 50
                            PIC X  TO  WS-ARCHIVE-CHOICE.
          05 VALUE "ANOTHER SEARCH AFTER THIS ONE (Y/N) ?"
                                                    LINE 15 COL 5.
          05 WS-CHOICE-IN                           LINE 15 COL 50
                            PIC X  TO  WS-CHOICE.
        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
           OPEN INPUT INDEXED-STUDENT-FILE.
      * no archive file yet just means nobody has been archived
           OPEN INPUT ALUMNI-ARCHIVE-FILE.
           IF ARCH-STATUS-FILED = '00'
               MOVE 'Y' TO WS-ARCHIVE-OPEN
           END-IF.
           PERFORM 100-BROWSE-LOOP.
           PERFORM 100-BROWSE-LOOP
               UNTIL WS-CHOICE NOT = 'Y'.
           CLOSE INDEXED-STUDENT-FILE.
           IF WS-ARCHIVE-OPEN = 'Y'
               CLOSE ALUMNI-ARCHIVE-FILE
           END-IF.
           STOP RUN.

       100-BROWSE-LOOP.
           DISPLAY INPUT-SCREEN.
           ACCEPT INPUT-SCREEN.
           MOVE 'N' TO EOF-MASTER-FLG.
           IF WS-ARCHIVE-CHOICE = 'Y'
               PERFORM 220-START-ARCHIVE
           ELSE
               IF WS-SEARCH-TYPE = 'S'
                   PERFORM 200-START-BY-NAME
               ELSE
                   PERFORM 210-START-BY-NUMBER
               END-IF
           END-IF.
           IF EOF-MASTER-FLG NOT = 'Y'
               PERFORM 300-SHOW-ONE-PAGE
                   WS-STUDENT-NUMBER
           END-START.

       220-START-ARCHIVE.
           IF WS-ARCHIVE-OPEN NOT = 'Y'
               MOVE 'Y' TO EOF-MASTER-FLG
               DISPLAY "NO STUDENT HAS BEEN ARCHIVED YET"
               EXIT PARAGRAPH
           END-IF.
           IF WS-SEARCH-TYPE = 'S'
               MOVE WS-STUDENT-NAME-SEARCH TO ARC-STUDENT-NAME
               START ALUMNI-ARCHIVE-FILE
                   KEY IS NOT < ARC-STUDENT-NAME
                 INVALID KEY
                   MOVE 'Y' TO EOF-MASTER-FLG
                   DISPLAY "NO ARCHIVED NAME AT OR AFTER THE VALUE "
                       "GIVEN"
               END-START
           ELSE
               MOVE WS-STUDENT-NUMBER TO ARC-STUDENT-NUMBER
               START ALUMNI-ARCHIVE-FILE
                   KEY IS NOT < ARC-STUDENT-NUMBER
                 INVALID KEY
                   MOVE 'Y' TO EOF-MASTER-FLG
                   DISPLAY "NO ARCHIVED STUDENT NUMBER AT OR AFTER "
                       WS-STUDENT-NUMBER
               END-START
           END-IF.

       300-SHOW-ONE-PAGE.
           MOVE 'N' TO WS-MORE-CHOICE.
           MOVE 0 TO WS-PAGE-COUNT.
           IF WS-ARCHIVE-CHOICE = 'Y'
               PERFORM 320-SHOW-ONE-ARCHIVED
                   UNTIL WS-PAGE-COUNT >= WS-PAGE-SIZE
                   OR EOF-MASTER-FLG = 'Y'
           ELSE
               PERFORM 310-SHOW-ONE-STUDENT
                   UNTIL WS-PAGE-COUNT >= WS-PAGE-SIZE
                   OR EOF-MASTER-FLG = 'Y'
           END-IF.
           IF EOF-MASTER-FLG = 'Y'
               DISPLAY "END OF FILE REACHED."
           ELSE
                   MOVE TUITION-OWED-INDEXED TO BRW-TUITION-OWED
                   MOVE PROGRAM-OF-STUDY-INDEXED
                     TO BRW-PROGRAM-OF-STUDY
                   MOVE SPACES TO BRW-ARCHIVED
                   MOVE SPACES TO BRW-ARCHIVE-DATE
                   DISPLAY BROWSE-RECORD-LINE
                   ADD 1 TO WS-PAGE-COUNT
           END-READ.

      * an archived student is shown from the master record it was
      * archived with
       320-SHOW-ONE-ARCHIVED.
           READ ALUMNI-ARCHIVE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-MASTER-FLG
               NOT AT END
                   MOVE ARC-MASTER-IMAGE TO STUDENT-FILE-INDEXED
                   MOVE STUDENT-NUMBER-INDEXED
                     TO BRW-STUDENT-NUMBER
                   MOVE STUDENT-NAME-INDEXED TO BRW-STUDENT-NAME
                   MOVE TUITION-OWED-INDEXED TO BRW-TUITION-OWED
                   MOVE PROGRAM-OF-STUDY-INDEXED
                     TO BRW-PROGRAM-OF-STUDY
                   MOVE 'ARCHIVED ' TO BRW-ARCHIVED
                   MOVE ARC-ARCHIVE-DATE TO BRW-ARCHIVE-DATE
                   DISPLAY BROWSE-RECORD-LINE
                   ADD 1 TO WS-PAGE-COUNT
           END-READ.
