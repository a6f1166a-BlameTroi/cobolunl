      *  released batches the bank never deposited, cleared checks
      *  with amount differences or unknown numbers, and the
      *  outstanding check list with totals.
      *
      *  Every check the bank clears is appended to CHECKREG.DAT as
      *  a 'C' cleared record (reference number = the check), so
      *  the register itself knows which checks are still out and
      *  the stale-check run never voids one the payee has cashed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  CREG-CHECK-NR           PIC 9(8).
           05  CREG-RECORD-TYPE        PIC X.
               88  CHECK-WAS-ISSUED     VALUE 'I'.
               88  CHECK-WAS-VOIDED     VALUES 'V' 'S'.
               88  CHECK-WAS-REISSUED   VALUE 'R'.
               88  CHECK-WAS-CLEARED    VALUE 'C'.
           05  CREG-ISSUE-DATE         PIC 9(8).
           05  CREG-ACCOUNT-NR         PIC X(8).
           05  CREG-AMOUNT             PIC 9(7)V99.
       01  OPEN-CHECK-TABLE.
           05  OPEN-CHECK-ENTRY OCCURS 2000 TIMES.
               10  OCHK-CHECK-NR       PIC 9(8).
               10  OCHK-ACCOUNT-NR     PIC X(8).
               10  OCHK-AMOUNT         PIC 9(7)V99.
               10  OCHK-STATE          PIC X.
       01  BANK-CHECK-NR               PIC 9(8).
               MOVE 'N' TO BTCH-MATCHED-FLAG (NR-BATCHES).

      *  Issued and reissued checks go into the open table; a void
      *  record ('V' by the operator, 'S' stale-dated) takes its
      *  referenced check back out of play, and a 'C' record marks
      *  one cleared on an earlier statement.
       0150-LOAD-OPEN-CHECKS.
           OPEN INPUT CHECK-REGISTER.
           IF REGISTER-STATUS NOT = '00'
                   ADD 1 TO NR-OPEN-CHECKS
                   MOVE CREG-CHECK-NR
                       TO OCHK-CHECK-NR (NR-OPEN-CHECKS)
                   MOVE CREG-ACCOUNT-NR
                       TO OCHK-ACCOUNT-NR (NR-OPEN-CHECKS)
                   MOVE CREG-AMOUNT
                       TO OCHK-AMOUNT (NR-OPEN-CHECKS)
                   MOVE 'O' TO OCHK-STATE (NR-OPEN-CHECKS)
               END-IF
           ELSE
           IF CHECK-WAS-VOIDED OR CHECK-WAS-CLEARED
               PERFORM VARYING CHECK-SUB FROM 1 BY 1
                   UNTIL CHECK-SUB > NR-OPEN-CHECKS
                   IF OCHK-CHECK-NR (CHECK-SUB) = CREG-REFERENCE-NR
                     AND OCHK-STATE (CHECK-SUB) = 'O'
                       IF CHECK-WAS-CLEARED
                           MOVE 'C' TO OCHK-STATE (CHECK-SUB)
                       ELSE
                           MOVE 'V' TO OCHK-STATE (CHECK-SUB)
                       END-IF
                       MOVE NR-OPEN-CHECKS TO CHECK-SUB
                   END-IF
               END-PERFORM.
           IF BANK-STATUS NOT = '00'
               MOVE 'Y' TO BANK-EOF-STATUS
               DISPLAY 'BANKRECN: NO BANKSTMT.DAT TO RECONCILE'.
           OPEN EXTEND CHECK-REGISTER.
           IF REGISTER-STATUS NOT = '00'
               OPEN OUTPUT CHECK-REGISTER.
           PERFORM UNTIL BANK-END
               READ BANK-STATEMENT
                   AT END
           END-PERFORM.
           IF BANK-STATUS = '00' OR BANK-STATUS = '10'
               CLOSE BANK-STATEMENT.
           CLOSE CHECK-REGISTER.

       0300-MATCH-ONE-DEPOSIT.
           MOVE ZERO TO BATCH-FOUND-SUB.
           IF OCHK-AMOUNT (CHECK-FOUND-SUB) NOT = BST-AMOUNT
               ADD 1 TO CHECKS-DIFFERENT-COUNT
               MOVE 'C' TO OCHK-STATE (CHECK-FOUND-SUB)
               PERFORM 0450-RECORD-CLEARED-CHECK
               MOVE SPACES TO EXCEPTION-LINE
               MOVE 'CHECK AMOUNT DIFFERS     ' TO EXC-CAPTION
               MOVE BST-REFERENCE TO EXC-REFERENCE
               WRITE RECONCILE-REPORT-LINE FROM EXCEPTION-LINE
           ELSE
               MOVE 'C' TO OCHK-STATE (CHECK-FOUND-SUB)
               PERFORM 0450-RECORD-CLEARED-CHECK
               ADD 1 TO CHECKS-CLEARED-COUNT.

      *  The cleared record carries the amount the bank paid and
      *  the statement date, so a difference stays on the register.
       0450-RECORD-CLEARED-CHECK.
           MOVE SPACES TO CHECK-REGISTER-RECORD.
           MOVE BANK-CHECK-NR TO CREG-CHECK-NR.
           MOVE 'C' TO CREG-RECORD-TYPE.
           MOVE BST-POST-DATE TO CREG-ISSUE-DATE.
           MOVE OCHK-ACCOUNT-NR (CHECK-FOUND-SUB) TO CREG-ACCOUNT-NR.
           MOVE BST-AMOUNT TO CREG-AMOUNT.
           MOVE BANK-CHECK-NR TO CREG-REFERENCE-NR.
           WRITE CHECK-REGISTER-RECORD.

       0500-REPORT-UNDEPOSITED-BATCHES.
           PERFORM VARYING BATCH-SUB FROM 1 BY 1
               UNTIL BATCH-SUB > NR-BATCHES
