      *   SEP.2.2026 - Reads PAYMENT_HISTORY.index directly -- the
      *                amounts arrive as raw digits, so the $ line
      *                parsing is gone.
      *   OCT.15.2026 - LOAN history lines are skipped too -- a student
      *                loan disbursement arrives from the loan office,
      *                never through a drawer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03cc.
               NOT AT END
                   IF HIS-ENTRY-DATE = WS-RUN-DATE
                     AND HIS-ENTRY-TYPE NOT = 'NSF'
                     AND HIS-ENTRY-TYPE NOT = 'LOAN'
                       PERFORM 200-BOOK-TO-CASHIER
                   END-IF
           END-READ.
