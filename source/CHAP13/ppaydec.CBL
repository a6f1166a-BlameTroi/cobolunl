       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Ppaydec.

      *  Positive pay decision report.  Each morning the bank sends
      *  PPAYEXC.DAT, the refund-account items presented to it the
      *  day before that did not match the POSPAY issue file:
      *
      *      check number, amount presented, date presented, payee
      *      as presented, and the bank's exception reason --
      *      'NI' no issue on file, 'AM' amount differs, 'VD' void
      *      on file, 'DP' presented before, 'PN' payee differs,
      *      'SD' stale dated
      *
      *  Every exception prints on the pay/return decision report
      *  PPAYDEC.DAT beside what CHECKREG.DAT says about the check
      *  -- outstanding, voided, stale-voided, already cleared, or
      *  never issued -- with a recommendation, and a blank for the
      *  treasury clerk who phones the decisions to the bank before
      *  its cutoff:
      *
      *      PAY     the check is outstanding on the register for
      *              exactly the amount presented
      *      REVIEW  outstanding and the amount agrees, but the bank
      *              reads a different payee
      *      RETURN  anything else
      *
      *  Report only; nothing is updated.  A missing exception file
      *  is a day without exceptions and prints as such.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-EXCEPTIONS      ASSIGN TO "PPAYEXC.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS EXCEPTION-STATUS.
           SELECT CHECK-REGISTER       ASSIGN TO "CHECKREG.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS REGISTER-STATUS.
           SELECT RUN-DATE-PARM        ASSIGN TO "RUNDATE.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           RUN-DATE-STATUS.
           SELECT DECISION-REPORT      ASSIGN TO "PPAYDEC.DAT"
                                       LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-EXCEPTIONS.
       01  BANK-EXCEPTION-RECORD.
           05  PEX-CHECK-NR            PIC 9(8).
           05  PEX-PRESENTED-AMOUNT    PIC 9(7)V99.
           05  PEX-PRESENTED-DATE      PIC 9(8).
           05  PEX-PAYEE               PIC X(40).
           05  PEX-REASON-CODE         PIC XX.
               88  PEX-PAYEE-DIFFERS    VALUE 'PN'.

       FD  CHECK-REGISTER.
       01  CHECK-REGISTER-RECORD.
           05  CREG-CHECK-NR           PIC 9(8).
           05  CREG-RECORD-TYPE        PIC X.
               88  CHECK-WAS-ISSUED     VALUE 'I'.
               88  CHECK-WAS-VOIDED     VALUE 'V'.
               88  CHECK-WAS-REISSUED   VALUE 'R'.
               88  CHECK-WAS-CLEARED    VALUE 'C'.
               88  CHECK-WENT-STALE     VALUE 'S'.
           05  CREG-ISSUE-DATE         PIC 9(8).
           05  CREG-ACCOUNT-NR         PIC X(8).
           05  CREG-AMOUNT             PIC 9(7)V99.
           05  CREG-REFERENCE-NR       PIC 9(8).

       FD  RUN-DATE-PARM.
       01  RUN-DATE-RECORD.
           05  PARM-BUSINESS-DATE      PIC 9(8).

       FD  DECISION-REPORT.
       01  DECISION-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  EXCEPTION-STATUS            PIC XX.
       01  REGISTER-STATUS             PIC XX.
       01  RUN-DATE-STATUS             PIC XX.
       01  EXCEPTION-EOF-STATUS        PIC X VALUE 'N'.
           88  EXCEPTION-END           VALUE 'Y'.
       01  REGISTER-EOF-STATUS         PIC X VALUE 'N'.
           88  REGISTER-END            VALUE 'Y'.
       01  BUSINESS-DATE               PIC 9(8).
       01  EXCEPTIONS-READ-COUNT       PIC 9(5) VALUE ZERO.
       01  PAY-COUNT                   PIC 9(5) VALUE ZERO.
       01  PAY-AMOUNT                  PIC 9(9)V99 VALUE ZERO.
       01  REVIEW-COUNT                PIC 9(5) VALUE ZERO.
       01  REVIEW-AMOUNT               PIC 9(9)V99 VALUE ZERO.
       01  RETURN-COUNT                PIC 9(5) VALUE ZERO.
       01  RETURN-AMOUNT               PIC 9(9)V99 VALUE ZERO.

      *  Every check on the register, with where it stands:
      *  O outstanding, V voided, S voided stale, C cleared.
       01  NR-CHECKS                   PIC 9(4) VALUE ZERO.
       01  CHECK-SUB                   PIC 9(4).
       01  CHECK-FOUND-SUB             PIC 9(4).
       01  CHECK-TABLE.
           05  CHECK-ENTRY OCCURS 2000 TIMES.
               10  CHK-CHECK-NR        PIC 9(8).
               10  CHK-ACCOUNT-NR      PIC X(8).
               10  CHK-AMOUNT          PIC 9(7)V99.
               10  CHK-ISSUE-DATE      PIC 9(8).
               10  CHK-STATE           PIC X.

       01  REPORT-HEADING-1.
           05  FILLER                  PIC X(48) VALUE
               'POSITIVE PAY EXCEPTIONS -- PAY/RETURN DECISIONS'.
           05  RH1-BUSINESS-DATE       PIC 9(8).
       01  REPORT-HEADING-2.
           05  FILLER                  PIC X(10) VALUE 'CHECK NR'.
           05  FILLER                  PIC X(10) VALUE 'PRESENTED'.
           05  FILLER                  PIC X(14) VALUE
               '  AMT PRESENTD'.
           05  FILLER                  PIC X(14) VALUE
               '    AMT ISSUED'.
           05  FILLER                  PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(4) VALUE 'RSN'.
           05  FILLER                  PIC X(17) VALUE 'REGISTER'.
           05  FILLER                  PIC X(8) VALUE 'ADVICE'.
           05  FILLER                  PIC X(32) VALUE
               'PAYEE PRESENTED'.
           05  FILLER                  PIC X(12) VALUE 'DECISION'.
       01  REPORT-DETAIL-LINE.
           05  RD-CHECK-NR             PIC 9(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RD-PRESENTED-DATE       PIC 9(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RD-PRESENTED-AMOUNT     PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RD-ISSUED-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RD-ACCOUNT-NR           PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RD-REASON-CODE          PIC XX.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RD-REGISTER-STATE       PIC X(15).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RD-RECOMMENDATION       PIC X(6).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RD-PAYEE                PIC X(30).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RD-DECISION-BLANK       PIC X(12).
       01  REPORT-TOTAL-LINE.
           05  RT-CAPTION              PIC X(20).
           05  RT-COUNT                PIC ZZ,ZZ9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0050-ESTABLISH-BUSINESS-DATE.
           PERFORM 0100-LOAD-CHECK-REGISTER.
           OPEN OUTPUT DECISION-REPORT.
           MOVE BUSINESS-DATE TO RH1-BUSINESS-DATE.
           WRITE DECISION-REPORT-LINE FROM REPORT-HEADING-1.
           MOVE SPACES TO DECISION-REPORT-LINE.
           WRITE DECISION-REPORT-LINE AFTER ADVANCING 1 LINE.
           WRITE DECISION-REPORT-LINE FROM REPORT-HEADING-2.
           OPEN INPUT BANK-EXCEPTIONS.
           IF EXCEPTION-STATUS NOT = '00'
               MOVE 'Y' TO EXCEPTION-EOF-STATUS.
           PERFORM UNTIL EXCEPTION-END
               READ BANK-EXCEPTIONS
                   AT END
                       MOVE 'Y' TO EXCEPTION-EOF-STATUS
                   NOT AT END
                       ADD 1 TO EXCEPTIONS-READ-COUNT
                       PERFORM 0200-REPORT-ONE-EXCEPTION
               END-READ
           END-PERFORM.
           IF EXCEPTION-STATUS = '00' OR EXCEPTION-STATUS = '10'
               CLOSE BANK-EXCEPTIONS.
           PERFORM 0700-WRITE-TOTALS.
           CLOSE DECISION-REPORT.
           STOP RUN.

       0050-ESTABLISH-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BUSINESS-DATE.
           OPEN INPUT RUN-DATE-PARM.
           IF RUN-DATE-STATUS = '00'
               READ RUN-DATE-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-BUSINESS-DATE NUMERIC
                         AND PARM-BUSINESS-DATE > ZERO
                           MOVE PARM-BUSINESS-DATE TO BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE RUN-DATE-PARM.

       0100-LOAD-CHECK-REGISTER.
           OPEN INPUT CHECK-REGISTER.
           IF REGISTER-STATUS NOT = '00'
               MOVE 'Y' TO REGISTER-EOF-STATUS.
           PERFORM UNTIL REGISTER-END
               READ CHECK-REGISTER
                   AT END
                       MOVE 'Y' TO REGISTER-EOF-STATUS
                   NOT AT END
                       PERFORM 0120-NOTE-REGISTER-RECORD
               END-READ
           END-PERFORM.
           IF REGISTER-STATUS = '00' OR REGISTER-STATUS = '10'
               CLOSE CHECK-REGISTER.

       0120-NOTE-REGISTER-RECORD.
           IF CHECK-WAS-ISSUED OR CHECK-WAS-REISSUED
               IF NR-CHECKS < 2000
                   ADD 1 TO NR-CHECKS
                   MOVE CREG-CHECK-NR TO CHK-CHECK-NR (NR-CHECKS)
                   MOVE CREG-ACCOUNT-NR TO CHK-ACCOUNT-NR (NR-CHECKS)
                   MOVE CREG-AMOUNT TO CHK-AMOUNT (NR-CHECKS)
                   MOVE CREG-ISSUE-DATE TO CHK-ISSUE-DATE (NR-CHECKS)
                   MOVE 'O' TO CHK-STATE (NR-CHECKS)
               END-IF
           ELSE
           IF CHECK-WAS-VOIDED OR CHECK-WAS-CLEARED
             OR CHECK-WENT-STALE
               PERFORM VARYING CHECK-SUB FROM 1 BY 1
                   UNTIL CHECK-SUB > NR-CHECKS
                   IF CHK-CHECK-NR (CHECK-SUB) = CREG-REFERENCE-NR
                     AND CHK-STATE (CHECK-SUB) = 'O'
                       MOVE CREG-RECORD-TYPE TO CHK-STATE (CHECK-SUB)
                       MOVE NR-CHECKS TO CHECK-SUB
                   END-IF
               END-PERFORM.

       0200-REPORT-ONE-EXCEPTION.
           MOVE ZERO TO CHECK-FOUND-SUB.
           PERFORM VARYING CHECK-SUB FROM 1 BY 1
               UNTIL CHECK-SUB > NR-CHECKS
                  OR CHECK-FOUND-SUB > ZERO
               IF CHK-CHECK-NR (CHECK-SUB) = PEX-CHECK-NR
                   MOVE CHECK-SUB TO CHECK-FOUND-SUB
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-DETAIL-LINE.
           MOVE PEX-CHECK-NR TO RD-CHECK-NR.
           MOVE PEX-PRESENTED-DATE TO RD-PRESENTED-DATE.
           MOVE PEX-PRESENTED-AMOUNT TO RD-PRESENTED-AMOUNT.
           MOVE PEX-REASON-CODE TO RD-REASON-CODE.
           MOVE PEX-PAYEE TO RD-PAYEE.
           MOVE '____________' TO RD-DECISION-BLANK.
           MOVE 'RETURN' TO RD-RECOMMENDATION.
           IF CHECK-FOUND-SUB = ZERO
               MOVE 'NEVER ISSUED' TO RD-REGISTER-STATE
           ELSE
               MOVE CHK-AMOUNT (CHECK-FOUND-SUB) TO RD-ISSUED-AMOUNT
               MOVE CHK-ACCOUNT-NR (CHECK-FOUND-SUB) TO RD-ACCOUNT-NR
               EVALUATE CHK-STATE (CHECK-FOUND-SUB)
                   WHEN 'V'
                       MOVE 'VOIDED' TO RD-REGISTER-STATE
                   WHEN 'S'
                       MOVE 'VOIDED STALE' TO RD-REGISTER-STATE
                   WHEN 'C'
                       MOVE 'ALREADY CLEARED' TO RD-REGISTER-STATE
                   WHEN OTHER
                       MOVE 'OUTSTANDING' TO RD-REGISTER-STATE
                       IF CHK-AMOUNT (CHECK-FOUND-SUB) =
                               PEX-PRESENTED-AMOUNT
                           IF PEX-PAYEE-DIFFERS
                               MOVE 'REVIEW' TO RD-RECOMMENDATION
                           ELSE
                               MOVE 'PAY' TO RD-RECOMMENDATION
                           END-IF
                       END-IF
               END-EVALUATE.
           EVALUATE RD-RECOMMENDATION
               WHEN 'PAY'
                   ADD 1 TO PAY-COUNT
                   ADD PEX-PRESENTED-AMOUNT TO PAY-AMOUNT
               WHEN 'REVIEW'
                   ADD 1 TO REVIEW-COUNT
                   ADD PEX-PRESENTED-AMOUNT TO REVIEW-AMOUNT
               WHEN OTHER
                   ADD 1 TO RETURN-COUNT
                   ADD PEX-PRESENTED-AMOUNT TO RETURN-AMOUNT
           END-EVALUATE.
           WRITE DECISION-REPORT-LINE FROM REPORT-DETAIL-LINE.

       0700-WRITE-TOTALS.
           MOVE SPACES TO DECISION-REPORT-LINE.
           WRITE DECISION-REPORT-LINE AFTER ADVANCING 1 LINE.
           IF EXCEPTIONS-READ-COUNT = ZERO
               MOVE 'NO EXCEPTIONS PRESENTED' TO DECISION-REPORT-LINE
               WRITE DECISION-REPORT-LINE
               EXIT PARAGRAPH.
           MOVE SPACES TO REPORT-TOTAL-LINE.
           MOVE 'RECOMMEND PAY' TO RT-CAPTION.
           MOVE PAY-COUNT TO RT-COUNT.
           MOVE PAY-AMOUNT TO RT-AMOUNT.
           WRITE DECISION-REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE SPACES TO REPORT-TOTAL-LINE.
           MOVE 'RECOMMEND REVIEW' TO RT-CAPTION.
           MOVE REVIEW-COUNT TO RT-COUNT.
           MOVE REVIEW-AMOUNT TO RT-AMOUNT.
           WRITE DECISION-REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE SPACES TO REPORT-TOTAL-LINE.
           MOVE 'RECOMMEND RETURN' TO RT-CAPTION.
           MOVE RETURN-COUNT TO RT-COUNT.
           MOVE RETURN-AMOUNT TO RT-AMOUNT.
           WRITE DECISION-REPORT-LINE FROM REPORT-TOTAL-LINE.
