      *                written by the posting program's NSF mode) is
      *                now folded in as a sixth source so collections
      *                sees returned items same-day.
      *   OCT.15.2026 - Open items in the unapplied-cash suspense file
      *                SUSPENSE.txt are now folded in as a seventh
      *                source, each shown with its age in days, and
      *                aged 0-30/31-60/61-90/over 90 with a count and
      *                amount per bucket so old cash gets worked.
      *   OCT.15.2026 - SECURITY_EXCEPTIONS.txt (sign-ons and
      *                supervisor approvals refused by the operator
      *                authority check project03au) is now folded in
      *                as an eighth source for the auditors. NSF lines
      *                now carry the approving supervisor's ID.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03z.
           ASSIGN TO "..\INTEGRITY_FINDINGS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IFND-STATUS-FILED.
           SELECT SUSPENSE-FILE
           ASSIGN TO "..\SUSPENSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSP-STATUS-FILED.
           SELECT SECURITY-EXCEPTION-FILE
           ASSIGN TO "..\SECURITY_EXCEPTIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEXC-STATUS-FILED.
           SELECT RECORD-OUTPUT-FILE
           ASSIGN TO "..\EXCEPTION_DIGEST.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       01 GRADE-EXCEPTION-LINE       PIC X(58).

       FD NSF-RETURNS-FILE.
       01 NSF-RETURNS-LINE           PIC X(48).

       FD INTEGRITY-FINDINGS-FILE.
       01 INTEGRITY-FINDINGS-LINE    PIC X(58).

       COPY "suspense.dat".

       COPY "security-exception.dat".

      ****************************
      *       OUTPUT DATA        *
      ****************************
       FD RECORD-OUTPUT-FILE.
       01 OUTPUT-LINE                PIC X(80).

      *------------------ WORKING-STORAGE -----------------------

       WORKING-STORAGE SECTION.
       COPY "suspense-record.dat".

       COPY "security-exception-record.dat".

       01 WS-FIELDS.
           05 LEXC-STATUS-FILED      PIC X(2).
           05 PEXC-STATUS-FILED      PIC X(2).
           05 WS-GRADE-COUNT         PIC 9(5) VALUE 0.
           05 WS-INTEGRITY-COUNT     PIC 9(5) VALUE 0.
           05 WS-NSF-COUNT           PIC 9(5) VALUE 0.
           05 WS-SUSPENSE-COUNT      PIC 9(5) VALUE 0.
           05 WS-SECURITY-COUNT      PIC 9(5) VALUE 0.
           05 WS-TOTAL-COUNT         PIC 9(6) VALUE 0.

       01 DIGEST-TITLE-LINE.
       01 DIRTY-BANNER-LINE          PIC X(46)
           VALUE '**** EXCEPTIONS ON FILE - WORK THE LIST ****'.

      * suspense aging works in day numbers off the run date, the
      * same YY*365 + MM*30 + DD reckoning the aging report uses
       01 WS-DATE-WORK               PIC 9(6).
       01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DW-YY               PIC 9(2).
           05 WS-DW-MM               PIC 9(2).
           05 WS-DW-DD               PIC 9(2).
       01 WS-SUSPENSE-AGE-FIELDS.
           05 WS-DAY-NUMBER          PIC 9(6) VALUE 0.
           05 WS-RUN-DAY-NUMBER      PIC 9(6) VALUE 0.
           05 WS-SUSPENSE-AGE        PIC 9(4) VALUE 0.
           05 WS-BUCKET-SUB          PIC 9(1) VALUE 0.
       01 WS-BUCKET-LABELS.
           05 FILLER                 PIC X(20) VALUE '0-30 DAYS'.
           05 FILLER                 PIC X(20) VALUE '31-60 DAYS'.
           05 FILLER                 PIC X(20) VALUE '61-90 DAYS'.
           05 FILLER                 PIC X(20) VALUE 'OVER 90 DAYS'.
       01 WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
           05 WS-BUCKET-LABEL        PIC X(20) OCCURS 4 TIMES.
       01 WS-SUSPENSE-BUCKETS.
           05 WS-SUSPENSE-BUCKET     OCCURS 4 TIMES.
             10 WS-SB-COUNT          PIC 9(5).
             10 WS-SB-AMOUNT         PIC 9(7)V99.

       01 SUSPENSE-AGED-LINE.
           05 SAL-SUSPENSE-NUMBER    PIC 9(6).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 SAL-RECEIVED-DATE      PIC 9(6).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 SAL-AGE                PIC ZZZ9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 SAL-AMOUNT             PIC $ZZZZ9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 SAL-REFERENCE          PIC X(20).

       01 SUSPENSE-BUCKET-LINE.
           05 SBL-LABEL              PIC X(20).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 SBL-COUNT              PIC ZZZZ9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 SBL-AMOUNT             PIC $Z,ZZZ,ZZ9.99.

       01 COUNT-SUMMARY-LINE.
           05 COUNT-SOURCE-LABEL     PIC X(30).
           05 FILLER                 PIC X(2) VALUE SPACES.
           PERFORM 450-DIGEST-GRADE-EXCEPTIONS.
           PERFORM 470-DIGEST-INTEGRITY-FINDINGS.
           PERFORM 490-DIGEST-NSF-RETURNS.
           PERFORM 496-DIGEST-OPEN-SUSPENSE.
           PERFORM 600-DIGEST-SECURITY-EXCEPTIONS.
           PERFORM 500-WRITE-SUMMARY.
           CLOSE RECORD-OUTPUT-FILE.
           DISPLAY "TOTAL EXCEPTIONS DIGESTED: " WS-TOTAL-COUNT.
                   WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE
           END-READ.

      * only items still open are listed -- applied and refunded
      * items stay on the file as history. Each shows its age, and
      * the section closes with the aged buckets.
       496-DIGEST-OPEN-SUSPENSE.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           PERFORM 800-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
           PERFORM 497-CLEAR-ONE-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4.
           OPEN INPUT SUSPENSE-FILE.
           IF SUSP-STATUS-FILED = '00'
               MOVE 'SUSPENSE.txt (OPEN)' TO SOURCE-HEADER-NAME
               MOVE SOURCE-HEADER-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE
               PERFORM 498-ONE-SUSPENSE-LINE UNTIL WS-EOF-FLAG = 'Y'
               CLOSE SUSPENSE-FILE
               PERFORM 499-WRITE-ONE-BUCKET
                   VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 4
           END-IF.

       497-CLEAR-ONE-BUCKET.
           MOVE 0 TO WS-SB-COUNT(WS-BUCKET-SUB).
           MOVE 0 TO WS-SB-AMOUNT(WS-BUCKET-SUB).

       498-ONE-SUSPENSE-LINE.
           READ SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE SUSPENSE-LINE TO SUSPENSE-RECORD
                   IF SU-STATUS = 'O'
                       ADD 1 TO WS-SUSPENSE-COUNT
                       MOVE SU-RECEIVED-DATE TO WS-DATE-WORK
                       PERFORM 800-DAY-NUMBER
                       MOVE 0 TO WS-SUSPENSE-AGE
                       IF WS-RUN-DAY-NUMBER > WS-DAY-NUMBER
                           COMPUTE WS-SUSPENSE-AGE =
                               WS-RUN-DAY-NUMBER - WS-DAY-NUMBER
                       END-IF
                       IF WS-SUSPENSE-AGE > 90
                           MOVE 4 TO WS-BUCKET-SUB
                       ELSE
                           IF WS-SUSPENSE-AGE > 60
                               MOVE 3 TO WS-BUCKET-SUB
                           ELSE
                               IF WS-SUSPENSE-AGE > 30
                                   MOVE 2 TO WS-BUCKET-SUB
                               ELSE
                                   MOVE 1 TO WS-BUCKET-SUB
                               END-IF
                           END-IF
                       END-IF
                       ADD 1 TO WS-SB-COUNT(WS-BUCKET-SUB)
                       ADD SU-AMOUNT TO WS-SB-AMOUNT(WS-BUCKET-SUB)
                       MOVE SU-SUSPENSE-NUMBER TO SAL-SUSPENSE-NUMBER
                       MOVE SU-RECEIVED-DATE TO SAL-RECEIVED-DATE
                       MOVE WS-SUSPENSE-AGE TO SAL-AGE
                       MOVE SU-AMOUNT TO SAL-AMOUNT
                       MOVE SU-REFERENCE TO SAL-REFERENCE
                       MOVE SUSPENSE-AGED-LINE TO OUTPUT-LINE
                       WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE
                   END-IF
           END-READ.

       499-WRITE-ONE-BUCKET.
           MOVE WS-BUCKET-LABEL(WS-BUCKET-SUB) TO SBL-LABEL.
           MOVE WS-SB-COUNT(WS-BUCKET-SUB) TO SBL-COUNT.
           MOVE WS-SB-AMOUNT(WS-BUCKET-SUB) TO SBL-AMOUNT.
           MOVE SUSPENSE-BUCKET-LINE TO OUTPUT-LINE.
           IF WS-BUCKET-SUB = 1
               WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE
           ELSE
               WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE
           END-IF.

       500-WRITE-SUMMARY.
           COMPUTE WS-TOTAL-COUNT =
               WS-LOAD-COUNT + WS-PROGRAM-COUNT + WS-NOTFOUND-COUNT
               + WS-GRADE-COUNT + WS-INTEGRITY-COUNT
               + WS-NSF-COUNT + WS-SUSPENSE-COUNT
               + WS-SECURITY-COUNT.
           MOVE 'LOAD WRITE FAILURES' TO COUNT-SOURCE-LABEL.
           MOVE WS-LOAD-COUNT TO COUNT-SOURCE-TOTAL.
           MOVE COUNT-SUMMARY-LINE TO OUTPUT-LINE.
           MOVE COUNT-SUMMARY-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'OPEN SUSPENSE ITEMS' TO COUNT-SOURCE-LABEL.
           MOVE WS-SUSPENSE-COUNT TO COUNT-SOURCE-TOTAL.
           MOVE COUNT-SUMMARY-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'SECURITY EXCEPTIONS' TO COUNT-SOURCE-LABEL.
           MOVE WS-SECURITY-COUNT TO COUNT-SOURCE-TOTAL.
           MOVE COUNT-SUMMARY-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           IF WS-TOTAL-COUNT = 0
               MOVE CLEAN-BANNER-LINE TO OUTPUT-LINE
           ELSE
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE.

       600-DIGEST-SECURITY-EXCEPTIONS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SECURITY-EXCEPTION-FILE.
           IF SEXC-STATUS-FILED = '00'
               MOVE 'SECURITY_EXCEPTIONS.txt' TO SOURCE-HEADER-NAME
               MOVE SOURCE-HEADER-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE AFTER ADVANCING 2 LINE
               PERFORM 610-ONE-SECURITY-LINE UNTIL WS-EOF-FLAG = 'Y'
               CLOSE SECURITY-EXCEPTION-FILE
           END-IF.

       610-ONE-SECURITY-LINE.
           READ SECURITY-EXCEPTION-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-SECURITY-COUNT
                   MOVE SECURITY-EXCEPTION-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE
           END-READ.

       800-DAY-NUMBER.
           COMPUTE WS-DAY-NUMBER =
               WS-DW-YY * 365 + WS-DW-MM * 30 + WS-DW-DD.

       END PROGRAM project03z.
