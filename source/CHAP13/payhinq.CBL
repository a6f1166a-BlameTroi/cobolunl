               88  PHIST-IS-DISPUTE     VALUE 'D'.
               88  PHIST-IS-DISPUTE-REL VALUE 'E'.
               88  PHIST-IS-CHARGE      VALUE 'C'.
               88  PHIST-IS-CREDIT-MEMO VALUE 'M'.
           05  PHIST-AMOUNT            PIC 9(7)V99.

       WORKING-STORAGE SECTION.
                       ADD 1 TO DISPUTE-COUNT
                   WHEN 'C'
                       MOVE 'CHARGE  ' TO TYPE-WORD
                   WHEN 'M'
                       MOVE 'CR MEMO ' TO TYPE-WORD
                   WHEN OTHER
                       MOVE 'PAYMENT ' TO TYPE-WORD
                       ADD 1 TO PAYMENT-COUNT
