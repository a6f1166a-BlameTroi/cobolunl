       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Achdraft.

      *  Nightly autopay draft run.  Walks the autopay enrollment
      *  file ACHENRL.DAT (ACHMAINT maintains it) in account order
      *  and drafts every active enrollment that is due tonight:
      *
      *    - an account on an active payment plan is drafted for
      *      MSTR-PLAN-AMOUNT once its installment falls due, one
      *      draft per installment;
      *    - otherwise the draft-day rule decides -- 'D' on or after
      *      the enrolled day of the month, once a month; 'S' once
      *      the enrolled number of days have passed since the
      *      statement date, once a statement -- and the amount is
      *      the balance due ('B') or the fixed amount ('F'), never
      *      more than the balance;
      *    - written-off accounts, accounts under a legal hold or
      *      out with a collection agency, accounts owing nothing,
      *      and enrollments whose account has left the master are
      *      not drafted.
      *
      *  Each draft goes three places.  The bank debit file
      *  ACHDEBIT.DAT carries one batch: a header with the company
      *  identification and the effective date (the next business
      *  day, through BUSDAYS), a detail per draft, and a trailer
      *  with the entry count, the routing-number entry hash, and
      *  the total debit the bank proves the file against.  A
      *  matching payment goes to ACHPMTS.DAT in the DAYPMTS.DAT
      *  layout, already in account order; operations merges it
      *  into the night's payment batch ahead of BILLUPDT, the way
      *  PREMCHG.DAT is merged.  And the enrollment records the
      *  draft date and amount, which is what keeps a rerun, or a
      *  second night inside the same month, from drafting twice.
      *
      *  The register ACHDREG.DAT lists every draft and every
      *  enrollment passed over for a reason worth a look.
      *
      *  ACHPARM.DAT carries the company identification and name the
      *  bank assigned and the return limit ACHRTN applies; missing,
      *  the compiled defaults below stand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-MASTER       ASSIGN TO "BILLMSTR.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY MSTR-ACCOUNT-NR
                                       FILE STATUS IS MASTER-STATUS.
           SELECT AUTOPAY-ENROLLMENT   ASSIGN TO "ACHENRL.DAT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY ACH-ACCOUNT-NR
                                       FILE STATUS IS ENROLL-STATUS.
           SELECT ACH-PARMS            ASSIGN TO "ACHPARM.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS PARM-STATUS.
           SELECT RUN-DATE-PARM        ASSIGN TO "RUNDATE.DAT"
                                       LINE SEQUENTIAL
                                       FILE STATUS IS
                                           RUN-DATE-STATUS.
           SELECT BANK-DEBIT-FILE      ASSIGN TO "ACHDEBIT.DAT"
                                       LINE SEQUENTIAL.
           SELECT ACH-PAYMENTS         ASSIGN TO "ACHPMTS.DAT"
                                       LINE SEQUENTIAL.
           SELECT DRAFT-REGISTER       ASSIGN TO "ACHDREG.DAT"
                                       LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BILLING-MASTER.
       01  MSTR-BILLING-RECORD.
           05  MSTR-ACCOUNT-NR         PIC X(8).
           05  MSTR-LAST-BILLED-DATE   PIC 9(6).
           05  MSTR-LAST-PAID-DATE     PIC 9(6).
           05  MSTR-BALANCE-DUE        PIC 9(7)V99.
           05  MSTR-LATE-CHARGE-AMT    PIC 9(5)V99.
           05  MSTR-CREDIT-BALANCE     PIC 9(7)V99.
           05  MSTR-CYCLE-CODE         PIC X.
           05  MSTR-PLAN-STATUS        PIC X.
               88  PLAN-IS-ACTIVE       VALUE 'A'.
           05  MSTR-PLAN-AMOUNT        PIC 9(5)V99.
           05  MSTR-PLAN-FREQUENCY     PIC X.
           05  MSTR-PLAN-NEXT-DUE      PIC 9(8).
           05  MSTR-PLAN-REMAINING     PIC 99.
           05  MSTR-WRITEOFF-FLAG      PIC X.
               88  ACCOUNT-WRITTEN-OFF  VALUE 'W'.
           05  MSTR-DISPUTED-AMOUNT    PIC 9(7)V99.
           05  MSTR-PLACEMENT-FLAG     PIC X.
               88  ACCOUNT-PLACED       VALUE 'P'.
           05  MSTR-LEGAL-STATUS       PIC X.
               88  ACCOUNT-ON-LEGAL-HOLD VALUES 'B' 'D' 'L'.
           05  FILLER                  PIC X(3).

       FD  AUTOPAY-ENROLLMENT.
       01  AUTOPAY-ENROLLMENT-RECORD.
           05  ACH-ACCOUNT-NR          PIC X(8).
           05  ACH-ROUTING-NR          PIC X(9).
           05  ACH-BANK-ACCOUNT-NR     PIC X(17).
           05  ACH-BANK-ACCOUNT-TYPE   PIC X.
               88  ACH-IS-CHECKING      VALUE 'C'.
               88  ACH-IS-SAVINGS       VALUE 'S'.
           05  ACH-DRAFT-RULE          PIC X.
               88  ACH-RULE-DAY-OF-MONTH VALUE 'D'.
               88  ACH-RULE-AFTER-STATEMENT VALUE 'S'.
           05  ACH-DRAFT-DAY           PIC 99.
           05  ACH-AMOUNT-OPTION       PIC X.
               88  ACH-DRAFT-FULL-BALANCE VALUE 'B'.
               88  ACH-DRAFT-FIXED-AMOUNT VALUE 'F'.
           05  ACH-FIXED-AMOUNT        PIC 9(7)V99.
           05  ACH-ENROLL-STATUS       PIC X.
               88  ACH-IS-ACTIVE        VALUE 'A'.
               88  ACH-IS-DISENROLLED   VALUE 'X'.
           05  ACH-RETURN-COUNT        PIC 99.
           05  ACH-LAST-RETURN-REASON  PIC X(3).
           05  ACH-LAST-RETURN-DATE    PIC 9(8).
           05  ACH-LAST-DRAFT-DATE     PIC 9(8).
           05  ACH-LAST-DRAFT-AMOUNT   PIC 9(7)V99.
           05  ACH-ENROLLED-DATE       PIC 9(8).
           05  ACH-MAINTAINED-BY       PIC X(20).
           05  FILLER                  PIC X(13).

       FD  ACH-PARMS.
       01  ACH-PARM-RECORD.
           05  PARM-COMPANY-ID         PIC X(10).
           05  PARM-COMPANY-NAME       PIC X(16).
           05  PARM-RETURN-LIMIT       PIC 99.

       FD  RUN-DATE-PARM.
       01  RUN-DATE-RECORD.
           05  PARM-BUSINESS-DATE      PIC 9(8).

       FD  BANK-DEBIT-FILE.
       01  BANK-DEBIT-RECORD.
           05  DEBIT-RECORD-TYPE       PIC X.
               88  DEBIT-IS-HEADER      VALUE 'H'.
               88  DEBIT-IS-DETAIL      VALUE 'D'.
               88  DEBIT-IS-TRAILER     VALUE 'T'.
           05  DEBIT-HEADER-DATA.
               10  DBH-COMPANY-ID      PIC X(10).
               10  DBH-COMPANY-NAME    PIC X(16).
               10  DBH-FILE-DATE       PIC 9(8).
               10  DBH-EFFECTIVE-DATE  PIC 9(8).
               10  DBH-ENTRY-CLASS     PIC X(3).
               10  FILLER              PIC X(48).
           05  DEBIT-DETAIL-DATA REDEFINES DEBIT-HEADER-DATA.
               10  DBD-ROUTING-NR      PIC X(9).
               10  DBD-BANK-ACCOUNT-NR PIC X(17).
               10  DBD-TRANSACTION-CODE PIC 99.
               10  DBD-AMOUNT          PIC 9(8)V99.
               10  DBD-INDIVIDUAL-ID   PIC X(15).
               10  DBD-TRACE-NR        PIC 9(7).
               10  FILLER              PIC X(33).
           05  DEBIT-TRAILER-DATA REDEFINES DEBIT-HEADER-DATA.
               10  DBT-ENTRY-COUNT     PIC 9(6).
               10  DBT-ENTRY-HASH      PIC 9(10).
               10  DBT-TOTAL-DEBIT     PIC 9(10)V99.
               10  FILLER              PIC X(65).

      *  One batch per night, PPD entries (consumer debits).  The
      *  transaction code is 27 for a checking draft and 37 for a
      *  savings draft; the individual ID is the billing account, so
      *  whatever the bank sends back names the account directly.
      *  The entry hash is the sum of the first eight digits of
      *  every routing number, kept to its low ten digits.

       FD  ACH-PAYMENTS.
       01  PYMT-RECEIVED-RECORD.
           05  PYMT-ACCOUNT-NR         PIC X(8).
           05  PYMT-AMOUNT-TEXT        PIC X(15).
           05  PYMT-TRANS-TYPE         PIC X.
           05  PYMT-ENTRY-DATE         PIC 9(8).
           05  FILLER                  PIC X(48).

       FD  DRAFT-REGISTER.
       01  DRAFT-REGISTER-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01  MASTER-STATUS               PIC XX.
       01  ENROLL-STATUS               PIC XX.
       01  PARM-STATUS                 PIC XX.
       01  RUN-DATE-STATUS             PIC XX.
       01  ENROLL-EOF-STATUS           PIC X VALUE 'N'.
           88  ENROLL-END              VALUE 'Y'.
       01  BUSINESS-DATE               PIC 9(8).
       01  BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE.
           05  BUSINESS-YEAR-MONTH     PIC 9(6).
           05  BUSINESS-DAY            PIC 99.
       01  EFFECTIVE-DATE              PIC 9(8).
       01  EFFECTIVE-BASE-DATE         PIC 9(8).
       01  COMPANY-ID                  PIC X(10) VALUE 'BILLINGCO '.
       01  COMPANY-NAME                PIC X(16) VALUE
           'CUSTOMER BILLING'.
       01  DRAFT-DUE-SWITCH            PIC X.
           88  DRAFT-IS-DUE            VALUE 'Y'.
       01  DRAFT-AMOUNT                PIC 9(7)V99.
       01  SKIP-REASON                 PIC X(20).
       01  STATEMENT-DATE-EXPANDED     PIC X(8).
       01  STATEMENT-DATE-NUM REDEFINES STATEMENT-DATE-EXPANDED
                                       PIC 9(8).
       01  DAYS-SINCE-STATEMENT        PIC S9(8).
       01  NEXT-BUSINESS-DAY           PIC 9(8).
       01  ARTH-STATUS                 PIC X.
           88  ARTH-DATES-VALID        VALUE 'Y'.
       01  ROUTING-HASH-WORK           PIC 9(8).
       01  ENTRY-HASH-TOTAL            PIC 9(12) VALUE ZERO.
       01  AMOUNT-EDITED               PIC ZZZZZZ9.99.
       01  ENROLLMENTS-READ-COUNT      PIC 9(7) VALUE ZERO.
       01  DRAFTS-WRITTEN-COUNT        PIC 9(6) VALUE ZERO.
       01  DRAFTS-TOTAL-AMOUNT         PIC 9(10)V99 VALUE ZERO.
       01  ENROLLMENTS-SKIPPED-COUNT   PIC 9(7) VALUE ZERO.
       01  RUNLOG-FUNCTION             PIC X.
       01  RUNLOG-JOB-NAME             PIC X(8).
       01  RUNLOG-RECORD-COUNT         PIC 9(7) VALUE ZERO.
       01  RUNLOG-RETURN               PIC XX.

       01  REGISTER-HEADING.
           05  FILLER                  PIC X(26) VALUE
               'AUTOPAY DRAFT REGISTER -- '.
           05  RGH-BUSINESS-DATE       PIC 9(8).
           05  FILLER                  PIC X(12) VALUE
               '  EFFECTIVE '.
           05  RGH-EFFECTIVE-DATE      PIC 9(8).
       01  REGISTER-DETAIL-LINE.
           05  RGD-ACCOUNT-NR          PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RGD-ROUTING-NR          PIC X(9).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RGD-AMOUNT              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  RGD-BASIS               PIC X(10).
           05  FILLER                  PIC XX VALUE SPACES.
           05  RGD-NOTE                PIC X(20).
       01  REGISTER-TOTAL-LINE.
           05  FILLER                  PIC X(8) VALUE 'DRAFTS: '.
           05  RGT-DRAFT-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE '  AMOUNT: '.
           05  RGT-DRAFT-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(11) VALUE '  SKIPPED: '.
           05  RGT-SKIPPED-COUNT       PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE 'S' TO RUNLOG-FUNCTION.
           MOVE 'ACHDRAFT' TO RUNLOG-JOB-NAME.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               RUNLOG-JOB-NAME RUNLOG-RECORD-COUNT
               RUNLOG-RETURN.
           IF RUNLOG-RETURN NOT = '00'
               DISPLAY 'ACHDRAFT: RUN CONTROL REFUSED START, '
                   'CODE ' RUNLOG-RETURN
               STOP RUN.
           PERFORM 0100-ESTABLISH-BUSINESS-DATE.
           PERFORM 0110-READ-ACH-PARMS.
           MOVE BUSINESS-DATE TO EFFECTIVE-BASE-DATE.
           CALL 'BUSDAYS' USING EFFECTIVE-BASE-DATE BUSINESS-DATE
               DAYS-SINCE-STATEMENT EFFECTIVE-DATE ARTH-STATUS.
           IF NOT ARTH-DATES-VALID
               MOVE BUSINESS-DATE TO EFFECTIVE-DATE.
           OPEN INPUT BILLING-MASTER.
           IF MASTER-STATUS NOT = '00'
               DISPLAY 'ACHDRAFT: CANNOT OPEN BILLMSTR.DAT, '
                   'STATUS ' MASTER-STATUS
               STOP RUN.
           OPEN I-O AUTOPAY-ENROLLMENT.
           IF ENROLL-STATUS NOT = '00'
               MOVE 'Y' TO ENROLL-EOF-STATUS.
           OPEN OUTPUT BANK-DEBIT-FILE
                       ACH-PAYMENTS
                       DRAFT-REGISTER.
           MOVE BUSINESS-DATE TO RGH-BUSINESS-DATE.
           MOVE EFFECTIVE-DATE TO RGH-EFFECTIVE-DATE.
           WRITE DRAFT-REGISTER-LINE FROM REGISTER-HEADING.
           MOVE SPACES TO DRAFT-REGISTER-LINE.
           WRITE DRAFT-REGISTER-LINE AFTER ADVANCING 1 LINE.
           PERFORM 0150-WRITE-BATCH-HEADER.
           PERFORM 0800-READ-ENROLLMENT.
           PERFORM 0200-CONSIDER-ONE-ENROLLMENT
               UNTIL ENROLL-END.
           PERFORM 0900-WRITE-BATCH-TRAILER.
           MOVE SPACES TO DRAFT-REGISTER-LINE.
           WRITE DRAFT-REGISTER-LINE AFTER ADVANCING 1 LINE.
           MOVE DRAFTS-WRITTEN-COUNT TO RGT-DRAFT-COUNT.
           MOVE DRAFTS-TOTAL-AMOUNT TO RGT-DRAFT-AMOUNT.
           MOVE ENROLLMENTS-SKIPPED-COUNT TO RGT-SKIPPED-COUNT.
           WRITE DRAFT-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           IF ENROLL-STATUS = '00' OR ENROLL-STATUS = '10'
               CLOSE AUTOPAY-ENROLLMENT.
           CLOSE BILLING-MASTER
                 BANK-DEBIT-FILE
                 ACH-PAYMENTS
                 DRAFT-REGISTER.
           MOVE 'E' TO RUNLOG-FUNCTION.
           MOVE DRAFTS-WRITTEN-COUNT TO RUNLOG-RECORD-COUNT.
           CALL 'RUNLOG' USING RUNLOG-FUNCTION
               RUNLOG-JOB-NAME RUNLOG-RECORD-COUNT
               RUNLOG-RETURN.
           STOP RUN.

       0100-ESTABLISH-BUSINESS-DATE.
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

       0110-READ-ACH-PARMS.
           OPEN INPUT ACH-PARMS.
           IF PARM-STATUS = '00'
               READ ACH-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-COMPANY-ID NOT = SPACES
                           MOVE PARM-COMPANY-ID TO COMPANY-ID
                       END-IF
                       IF PARM-COMPANY-NAME NOT = SPACES
                           MOVE PARM-COMPANY-NAME TO COMPANY-NAME
                       END-IF
               END-READ
               CLOSE ACH-PARMS.

       0150-WRITE-BATCH-HEADER.
           MOVE SPACES TO BANK-DEBIT-RECORD.
           SET DEBIT-IS-HEADER TO TRUE.
           MOVE COMPANY-ID TO DBH-COMPANY-ID.
           MOVE COMPANY-NAME TO DBH-COMPANY-NAME.
           MOVE BUSINESS-DATE TO DBH-FILE-DATE.
           MOVE EFFECTIVE-DATE TO DBH-EFFECTIVE-DATE.
           MOVE 'PPD' TO DBH-ENTRY-CLASS.
           WRITE BANK-DEBIT-RECORD.

       0200-CONSIDER-ONE-ENROLLMENT.
           IF ACH-IS-ACTIVE
               ADD 1 TO ENROLLMENTS-READ-COUNT
               PERFORM 0300-DECIDE-DRAFT
               IF DRAFT-IS-DUE
                   PERFORM 0500-WRITE-DRAFT
               ELSE
               IF SKIP-REASON NOT = SPACES
                   PERFORM 0600-REGISTER-SKIP
               END-IF
               END-IF
           END-IF.
           PERFORM 0800-READ-ENROLLMENT.

      *  SKIP-REASON stays blank when the account simply is not due
      *  tonight -- that is the normal case and not worth a line.
       0300-DECIDE-DRAFT.
           MOVE 'N' TO DRAFT-DUE-SWITCH.
           MOVE SPACES TO SKIP-REASON.
           MOVE ZERO TO DRAFT-AMOUNT.
           MOVE ACH-ACCOUNT-NR TO MSTR-ACCOUNT-NR.
           READ BILLING-MASTER
               INVALID KEY
                   MOVE 'NO BILLING ACCOUNT' TO SKIP-REASON
                   EXIT PARAGRAPH
           END-READ.
           IF ACCOUNT-WRITTEN-OFF
               MOVE 'WRITTEN OFF' TO SKIP-REASON
               EXIT PARAGRAPH.
           IF ACCOUNT-ON-LEGAL-HOLD
               MOVE 'LEGAL HOLD' TO SKIP-REASON
               EXIT PARAGRAPH.
           IF ACCOUNT-PLACED
               MOVE 'PLACED WITH AGENCY' TO SKIP-REASON
               EXIT PARAGRAPH.
           IF PLAN-IS-ACTIVE
               PERFORM 0310-CHECK-PLAN-INSTALLMENT
           ELSE
           IF ACH-RULE-DAY-OF-MONTH
               PERFORM 0320-CHECK-DAY-OF-MONTH
           ELSE
               PERFORM 0330-CHECK-AFTER-STATEMENT.
           IF DRAFT-IS-DUE AND DRAFT-AMOUNT = ZERO
               MOVE 'N' TO DRAFT-DUE-SWITCH
               MOVE 'NOTHING OWED' TO SKIP-REASON.

      *  One draft per installment: the installment is due, and it
      *  has not been drafted since it fell due.
       0310-CHECK-PLAN-INSTALLMENT.
           IF MSTR-PLAN-NEXT-DUE NUMERIC
             AND MSTR-PLAN-AMOUNT NUMERIC
             AND MSTR-PLAN-NEXT-DUE NOT > BUSINESS-DATE
             AND ACH-LAST-DRAFT-DATE < MSTR-PLAN-NEXT-DUE
               MOVE 'Y' TO DRAFT-DUE-SWITCH
               MOVE MSTR-PLAN-AMOUNT TO DRAFT-AMOUNT
               IF DRAFT-AMOUNT > MSTR-BALANCE-DUE
                   MOVE MSTR-BALANCE-DUE TO DRAFT-AMOUNT
               END-IF
           END-IF.

       0320-CHECK-DAY-OF-MONTH.
           IF BUSINESS-DAY NOT < ACH-DRAFT-DAY
             AND ACH-LAST-DRAFT-DATE (1:6) < BUSINESS-YEAR-MONTH
               MOVE 'Y' TO DRAFT-DUE-SWITCH
               PERFORM 0350-FIGURE-DRAFT-AMOUNT
           END-IF.

      *  MSTR-LAST-BILLED-DATE is YYMMDD; as in BILLUPDT the century
      *  is taken as 20.  A draft already taken on or after the
      *  statement date means this statement has been drafted.
       0330-CHECK-AFTER-STATEMENT.
           IF MSTR-LAST-BILLED-DATE NOT NUMERIC
             OR MSTR-LAST-BILLED-DATE = ZERO
               EXIT PARAGRAPH.
           MOVE SPACES TO STATEMENT-DATE-EXPANDED.
           STRING '20' DELIMITED BY SIZE
                  MSTR-LAST-BILLED-DATE DELIMITED BY SIZE
                  INTO STATEMENT-DATE-EXPANDED.
           IF ACH-LAST-DRAFT-DATE NOT < STATEMENT-DATE-NUM
               EXIT PARAGRAPH.
           CALL 'DATEARTH' USING STATEMENT-DATE-EXPANDED
               BUSINESS-DATE DAYS-SINCE-STATEMENT ARTH-STATUS.
           IF ARTH-DATES-VALID
             AND DAYS-SINCE-STATEMENT NOT < ACH-DRAFT-DAY
               MOVE 'Y' TO DRAFT-DUE-SWITCH
               PERFORM 0350-FIGURE-DRAFT-AMOUNT
           END-IF.

       0350-FIGURE-DRAFT-AMOUNT.
           IF ACH-DRAFT-FIXED-AMOUNT
             AND ACH-FIXED-AMOUNT < MSTR-BALANCE-DUE
               MOVE ACH-FIXED-AMOUNT TO DRAFT-AMOUNT
           ELSE
               MOVE MSTR-BALANCE-DUE TO DRAFT-AMOUNT.

       0500-WRITE-DRAFT.
           ADD 1 TO DRAFTS-WRITTEN-COUNT.
           ADD DRAFT-AMOUNT TO DRAFTS-TOTAL-AMOUNT.
           MOVE SPACES TO BANK-DEBIT-RECORD.
           SET DEBIT-IS-DETAIL TO TRUE.
           MOVE ACH-ROUTING-NR TO DBD-ROUTING-NR.
           MOVE ACH-BANK-ACCOUNT-NR TO DBD-BANK-ACCOUNT-NR.
           IF ACH-IS-SAVINGS
               MOVE 37 TO DBD-TRANSACTION-CODE
           ELSE
               MOVE 27 TO DBD-TRANSACTION-CODE.
           MOVE DRAFT-AMOUNT TO DBD-AMOUNT.
           MOVE ACH-ACCOUNT-NR TO DBD-INDIVIDUAL-ID.
           MOVE DRAFTS-WRITTEN-COUNT TO DBD-TRACE-NR.
           WRITE BANK-DEBIT-RECORD.
           MOVE ACH-ROUTING-NR (1:8) TO ROUTING-HASH-WORK.
           ADD ROUTING-HASH-WORK TO ENTRY-HASH-TOTAL.
           MOVE SPACES TO PYMT-RECEIVED-RECORD.
           MOVE ACH-ACCOUNT-NR TO PYMT-ACCOUNT-NR.
           MOVE DRAFT-AMOUNT TO AMOUNT-EDITED.
           MOVE AMOUNT-EDITED TO PYMT-AMOUNT-TEXT.
           MOVE 'P' TO PYMT-TRANS-TYPE.
           MOVE BUSINESS-DATE TO PYMT-ENTRY-DATE.
           WRITE PYMT-RECEIVED-RECORD.
           MOVE BUSINESS-DATE TO ACH-LAST-DRAFT-DATE.
           MOVE DRAFT-AMOUNT TO ACH-LAST-DRAFT-AMOUNT.
           REWRITE AUTOPAY-ENROLLMENT-RECORD.
           MOVE SPACES TO REGISTER-DETAIL-LINE.
           MOVE ACH-ACCOUNT-NR TO RGD-ACCOUNT-NR.
           MOVE ACH-ROUTING-NR TO RGD-ROUTING-NR.
           MOVE DRAFT-AMOUNT TO RGD-AMOUNT.
           IF PLAN-IS-ACTIVE
               MOVE 'PLAN'       TO RGD-BASIS
           ELSE
           IF ACH-DRAFT-FIXED-AMOUNT
               MOVE 'FIXED'      TO RGD-BASIS
           ELSE
               MOVE 'BALANCE'    TO RGD-BASIS.
           WRITE DRAFT-REGISTER-LINE FROM REGISTER-DETAIL-LINE.

       0600-REGISTER-SKIP.
           ADD 1 TO ENROLLMENTS-SKIPPED-COUNT.
           MOVE SPACES TO REGISTER-DETAIL-LINE.
           MOVE ACH-ACCOUNT-NR TO RGD-ACCOUNT-NR.
           MOVE ACH-ROUTING-NR TO RGD-ROUTING-NR.
           MOVE ZERO TO RGD-AMOUNT.
           MOVE 'NOT DRAFTED' TO RGD-BASIS.
           MOVE SKIP-REASON TO RGD-NOTE.
           WRITE DRAFT-REGISTER-LINE FROM REGISTER-DETAIL-LINE.

       0800-READ-ENROLLMENT.
           IF NOT ENROLL-END
               READ AUTOPAY-ENROLLMENT NEXT RECORD
                   AT END
                       MOVE 'Y' TO ENROLL-EOF-STATUS
               END-READ.

       0900-WRITE-BATCH-TRAILER.
           MOVE SPACES TO BANK-DEBIT-RECORD.
           SET DEBIT-IS-TRAILER TO TRUE.
           MOVE DRAFTS-WRITTEN-COUNT TO DBT-ENTRY-COUNT.
           MOVE ENTRY-HASH-TOTAL TO DBT-ENTRY-HASH.
           MOVE DRAFTS-TOTAL-AMOUNT TO DBT-TOTAL-DEBIT.
           WRITE BANK-DEBIT-RECORD.
