      *                already delivers the order the nightly sort
      *                used to build, so the sort and the $ line
      *                parsing are gone.
      *   OCT.15.2026 - LOAN history lines (student loan disbursements
      *                posted by project03ln) are proved like a
      *                payment and get their own count and total on
      *                the report, apart from the cash postings.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03r.
           05 WS-REFUND-TOTAL        PIC 9(8)V99 VALUE 0.
           05 WS-NSF-COUNT           PIC 9(5)    VALUE 0.
           05 WS-NSF-TOTAL           PIC 9(8)V99 VALUE 0.
           05 WS-LOAN-COUNT          PIC 9(5)    VALUE 0.
           05 WS-LOAN-TOTAL          PIC 9(8)V99 VALUE 0.
           05 WS-EXCEPTION-COUNT     PIC 9(5)    VALUE 0.

       01 REPORT-TITLE-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 TOTALS-NSF-AMOUNT      PIC $ZZ,ZZZ,ZZZ.99.

       01 TOTALS-LOAN-LINE.
           05 FILLER                 PIC X(21)
               VALUE 'LOANS POSTED TODAY   '.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 TOTALS-LOAN-COUNT      PIC ZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 TOTALS-LOAN-AMOUNT     PIC $ZZ,ZZZ,ZZZ.99.

       01 EXCEPTION-DETAIL-LINE.
           05 FILLER                 PIC X(10) VALUE 'EXCEPTION '.
           05 EXC-STUDENT-NUMBER     PIC 9(6).
                           ADD 1 TO WS-NSF-COUNT
                           ADD SR-PAYMENT-AMOUNT-S TO WS-NSF-TOTAL
                       ELSE
                           IF SR-ENTRY-TYPE-S = 'LOAN'
                               ADD 1 TO WS-LOAN-COUNT
                               ADD SR-PAYMENT-AMOUNT-S
                                 TO WS-LOAN-TOTAL
                           ELSE
                               ADD 1 TO WS-PAY-COUNT
                               ADD SR-PAYMENT-AMOUNT-S
                                 TO WS-PAY-TOTAL
                           END-IF
                       END-IF
                   END-IF
               END-IF
           MOVE TOTALS-NSF-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-LOAN-COUNT TO TOTALS-LOAN-COUNT.
           MOVE WS-LOAN-TOTAL TO TOTALS-LOAN-AMOUNT.
           MOVE TOTALS-LOAN-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
           WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-EXCEPTION-COUNT TO EXCEPTION-TOTAL-COUNT.
           MOVE EXCEPTION-TOTAL-LINE TO OUTPUT-LINE.
           DISPLAY OUTPUT-LINE.
