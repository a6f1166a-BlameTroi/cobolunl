      *                     every run -- 'I' issued, 'V' voided,
      *                     'R' reissued -- so every number in the
      *                     sequence is accounted for and a ruined
      *                     form never leaves an unexplained gap;
      *                     BANKRECN adds 'C' cleared and ESCHEAT
      *                     'S' stale-dated void records to it
      *      CHECKVD.DAT    void requests from the operator: check
      *                     number, and 'R' when a replacement
      *                     check should be cut on the next number
           05  CREG-CHECK-NR           PIC 9(8).
           05  CREG-RECORD-TYPE        PIC X.
               88  CHECK-WAS-ISSUED     VALUE 'I'.
               88  CHECK-WAS-VOIDED     VALUES 'V' 'S'.
               88  CHECK-WAS-REISSUED   VALUE 'R'.
               88  CHECK-WAS-CLEARED    VALUE 'C'.
           05  CREG-ISSUE-DATE         PIC 9(8).
           05  CREG-ACCOUNT-NR         PIC X(8).
           05  CREG-AMOUNT             PIC 9(7)V99.
           05  CREG-REFERENCE-NR       PIC 9(8).

      *  CREG-REFERENCE-NR on a 'V' or 'S' record names the check
      *  voided; on an 'R' record it names the check being
      *  replaced; on a 'C' record it names the check cleared.

       FD  VOID-REQUESTS.
       01  VOID-REQUEST-RECORD.
                   MOVE 'N' TO ICHK-VOIDED-FLAG (NR-ISSUED-CHECKS)
               END-IF
           ELSE
           IF CHECK-WAS-VOIDED OR CHECK-WAS-CLEARED
               PERFORM VARYING ISSUED-SUB FROM 1 BY 1
                   UNTIL ISSUED-SUB > NR-ISSUED-CHECKS
                   IF ICHK-CHECK-NR (ISSUED-SUB) =
               END-IF
           END-PERFORM.
           IF ISSUED-FOUND-SUB = ZERO
               DISPLAY 'REFCHECK: VOID REQUEST FOR UNKNOWN, '
                   'VOID, OR CLEARED CHECK ' VOID-CHECK-NR
           ELSE
               MOVE 'Y' TO ICHK-VOIDED-FLAG (ISSUED-FOUND-SUB)
               ADD 1 TO CHECKS-VOIDED-COUNT
