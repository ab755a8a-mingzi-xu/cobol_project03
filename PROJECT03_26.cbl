      *                PAYMENT_HISTORY.index and rebuilds it empty
      *                for the new term; archive lines carry the raw
      *                53-byte record image after the term stamp.
      *   OCT.15.2026 - Type-F finance charges add to the balance
      *                carried forward and type-W waivers subtract
      *                from it, like charges and payments.
      *   OCT.15.2026 - Type-D drop / withdrawal adjustments subtract
      *                from the balance carried forward like payments.
      *   OCT.15.2026 - Type-L student loan entries (project03ln)
      *                subtract from the balance carried forward
      *                like payments.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. project03y.
               END-IF
               IF WS-CLOSE-HIT > 0
                   IF LG-ENTRY-TYPE = 'P'
                     OR LG-ENTRY-TYPE = 'W'
                     OR LG-ENTRY-TYPE = 'D'
                     OR LG-ENTRY-TYPE = 'L'
                       SUBTRACT LG-AMOUNT
                           FROM WS-CL-NET-AMOUNT(WS-CLOSE-HIT)
                   ELSE
